00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM783.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. STATUTORY EXEMPTION AMOUNT WHAT-IF, IMPACT REPORT.  THE
00007 *         TAX CODE SUMMARY WRITTEN BY CLRTM782 FOR A SCENARIO
00008 *         (CLWHATFR1) IS MATCHED BY TAX CODE TO THE CURRENT TAX
00009 *         CODE FILE AND TO THE SCENARIO TAX CODE FILE WRITTEN BY
00010 *         CLRTM769 FROM CLRTM782'S SCENARIO AGENCY FILE, ALL IN
00011 *         TAX CODE SEQUENCE.  FOR EACH TAX CODE THE REPORT SHOWS
00012 *         THE EXEMPT EAV CURRENT AND UNDER THE SCENARIO, THE
00013 *         COMPOSITE RATE CURRENT AND UNDER THE SCENARIO, AND THE
00014 *         TYPICAL RESIDENTIAL BILL - THE AVERAGE TAXABLE EAV OF
00015 *         THE CODE'S MAJOR CLASS 2 PARCELS CARRYING A HOMEOWNER
00016 *         EXEMPTION AT EACH RATE - WITH THE CHANGE IN EACH.
00017 *         TOWNSHIP (FIRST TWO DIGITS OF THE TAX CODE) AND COUNTY
00018 *         FIGURES FOLLOW, THE RATE BEING THE TAX EXTENDED OVER THE
00019 *         TAXABLE EAV AND THE TYPICAL BILL THE AVERAGE OVER THE
00020 *         TOWNSHIP'S RESIDENTIAL PARCELS.  NOTHING IS WRITTEN BUT
00021 *         THE REPORT.  A TAX CODE MISSING FROM EITHER TAX CODE
00022 *         FILE IS LISTED AND LEFT OUT OF THE RATE AND BILL
00023 *         FIGURES, AND ENDS THE RUN WITH CODE 8.
0023A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0023B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0023C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0023D *         YEAR TAKES THE CYCLE YEAR.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00033      SELECT WHATIF-FILE   ASSIGN TO UT-S-WHATIF.
00034      SELECT CURTXCD-FILE  ASSIGN TO UT-S-CURRTXCD.
00035      SELECT SCNTXCD-FILE  ASSIGN TO UT-S-SCENTXCD.
00036      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00037      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00038      SKIP2
00039  DATA DIVISION.
00040  FILE SECTION.
00041      SKIP1
00042  FD  CONTROL-FILE
00043      BLOCK  CONTAINS 0 RECORDS
00044      RECORD CONTAINS 80 CHARACTERS
00045      RECORDING MODE IS F
00046      LABEL  RECORDS ARE STANDARD
00047      DATA RECORD IS CONTROL-REC.
00048  01  CONTROL-REC.
00049      05  CC-TAX-YEAR     PIC X(4).
00050      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00051                          PIC 9(4).
00052      05  FILLER          PIC X(76).
00053      SKIP2
00054  FD  WHATIF-FILE
00055      BLOCK  CONTAINS 0 RECORDS
00056      RECORD CONTAINS 120 CHARACTERS
00057      RECORDING MODE IS F
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS WHATIF-REC.
00060  01  WHATIF-REC.
00061  COPY CLWHATFR1.
00062      SKIP2
00063  FD  CURTXCD-FILE
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 207 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS CURTXCD-REC.
00069  01  CURTXCD-REC.
00070  COPY TAXCODERD2.
00071      SKIP2
00072  FD  SCNTXCD-FILE
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 207 CHARACTERS
00075      RECORDING MODE IS F
00076      LABEL  RECORDS ARE STANDARD
00077      DATA RECORD IS SCNTXCD-REC.
00078  01  SCNTXCD-REC.
00079  COPY TAXCODERD2 REPLACING LEADING ==TR-== BY ==TS-==
00080                            ==TAXCODE-REC== BY ==SCNCODE-REC==.
00081      SKIP2
00082  FD  RUN-REGISTRY
00083      BLOCK  CONTAINS 0 RECORDS
00084      RECORD CONTAINS 80 CHARACTERS
00085      RECORDING MODE IS F
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS RUNREG-REC.
00088  01  RUNREG-REC.
00089  COPY DPRUNREGR1.
00090      SKIP2
00091  FD  PRINT-FILE
00092      BLOCK  CONTAINS 0 RECORDS
00093      RECORD CONTAINS 133 CHARACTERS
00094      RECORDING MODE IS F
00095      LABEL  RECORDS ARE STANDARD.
00096      SKIP1
00097  01  PRINT-REC               PIC X(133).
00098      SKIP2
00099  WORKING-STORAGE SECTION.
00100      SKIP1
00101  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00102  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00103      SKIP1
00104  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00105      88  END-OF-CTL-FILE                  VALUE 'Y'.
00106  77  WF-EOF-SW                 PIC X      VALUE 'N'.
00107      88  END-OF-WF-FILE                   VALUE 'Y'.
00108  77  CUR-EOF-SW                PIC X      VALUE 'N'.
00109      88  END-OF-CUR-FILE                  VALUE 'Y'.
00110  77  SCN-EOF-SW                PIC X      VALUE 'N'.
00111      88  END-OF-SCN-FILE                  VALUE 'Y'.
00112  77  RATES-SW                  PIC X      VALUE 'N'.
00113      88  RATES-FOUND                      VALUE 'Y'.
00114      SKIP1
00115  77  WF-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00116  77  CUR-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00117  77  SCN-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00118  77  NO-RATE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00119  77  RATE-UP-CNT       COMP-3  PIC S9(7)  VALUE +0.
00120  77  RATE-DOWN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00121      SKIP1
00122  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00123  77  W-CUR-RATE        COMP-3  PIC S9(4)V9(3)  VALUE +0.
00124  77  W-SCN-RATE        COMP-3  PIC S9(4)V9(3)  VALUE +0.
00125  77  W-CUR-TAX         COMP-3  PIC S9(11)V99   VALUE +0.
00126  77  W-SCN-TAX         COMP-3  PIC S9(11)V99   VALUE +0.
00127  77  W-CUR-BILLS       COMP-3  PIC S9(11)V99   VALUE +0.
00128  77  W-SCN-BILLS       COMP-3  PIC S9(11)V99   VALUE +0.
00129  77  W-CUR-BILL        COMP-3  PIC S9(7)V99    VALUE +0.
00130  77  W-SCN-BILL        COMP-3  PIC S9(7)V99    VALUE +0.
00131  77  W-EX-DIFF         COMP-3  PIC S9(13)      VALUE +0.
00132  77  W-RATE-DIFF       COMP-3  PIC S9(4)V9(3)  VALUE +0.
00133  77  W-BILL-DIFF       COMP-3  PIC S9(7)V99    VALUE +0.
00134      SKIP1
00135  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
0135A  01  CYCLK-AREA.
0135B  COPY DPCYCLKR1.
0135C      SKIP1
00136  01  TOWN-TOTAL-TABLE.
00137      05  TOWN-TOTAL OCCURS 100 TIMES.
00138          10  TW-CODES        PIC S9(5)       COMP-3.
00139          10  TW-CUR-EXEMPT   PIC S9(13)      COMP-3.
00140          10  TW-SCN-EXEMPT   PIC S9(13)      COMP-3.
00141          10  TW-CUR-TAXABLE  PIC S9(13)      COMP-3.
00142          10  TW-SCN-TAXABLE  PIC S9(13)      COMP-3.
00143          10  TW-CUR-TAX      PIC S9(11)V99   COMP-3.
00144          10  TW-SCN-TAX      PIC S9(11)V99   COMP-3.
00145          10  TW-RES-CNT      PIC S9(9)       COMP-3.
00146          10  TW-CUR-BILLS    PIC S9(11)V99   COMP-3.
00147          10  TW-SCN-BILLS    PIC S9(11)V99   COMP-3.
00148      SKIP1
00149 *    THE COUNTY TOTAL IS HELD IN THE LAST TOWNSHIP SLOT.
00150  77  W-COUNTY-SUB      COMP-3  PIC S9(3)  VALUE +100.
00151      SKIP1
00152  01  UNPK-TXCD           PIC 9(5).
00153  01  FILLER REDEFINES UNPK-TXCD.
00154      05  W-TOWN          PIC 99.
00155      05  FILLER          PIC 999.
00156      SKIP1
00157  01  ACPT-DATE                  PIC 9(6).
00158  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00159      05  ACPT-YR                PIC 99.
00160      05  ACPT-MO                PIC 99.
00161      05  ACPT-DA                PIC 99.
00162  01  DSP-DATE.
00163      05  DSP-MO                 PIC 99.
00164      05  FILLER                 PIC X      VALUE '/'.
00165      05  DSP-DA                 PIC 99.
00166      05  FILLER                 PIC X      VALUE '/'.
00167      05  DSP-YR                 PIC 99.
00168      SKIP1
00169  01  HEAD-A.
00170      05  FILLER          PIC X(3)   VALUE SPACES.
00171      05  HD-DATE         PIC X(8).
00172      05  FILLER          PIC X(42)  VALUE SPACES.
00173      05  FILLER     PIC X(26) VALUE
00174          'OFFICE OF THE COUNTY CLERK'.
00175      05  FILLER          PIC X(42)  VALUE SPACES.
00176      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00177      05  HD-PAGE         PIC ZZ,ZZ9.
00178      SKIP1
00179  01  HEAD-B.
00180      05  FILLER          PIC X(3)   VALUE SPACES.
00181      05  FILLER          PIC X(8)   VALUE 'CLRTM783'.
00182      05  FILLER          PIC X(18)  VALUE SPACES.
00183      05  FILLER          PIC X(45)  VALUE
00184          'EXEMPTION AMOUNT WHAT-IF - IMPACT - TAX YEAR'.
00185      05  HD-TAX-YEAR     PIC 9(4).
00186      05  FILLER          PIC X(3)   VALUE ' - '.
00187      05  HD-SECTION      PIC X(12).
00188      SKIP1
00189  01  HEAD-C.
00190      05  FILLER          PIC X(3)   VALUE SPACES.
00191      05  HD-KEY-TITLE    PIC X(7).
00192      05  FILLER          PIC X(16)  VALUE '  CUR EXEMPT EAV'.
00193      05  FILLER          PIC X(16)  VALUE '  SCN EXEMPT EAV'.
00194      05  FILLER          PIC X(17)  VALUE '    EXEMPT CHANGE'.
00195      05  FILLER          PIC X(10)  VALUE '  CUR RATE'.
00196      05  FILLER          PIC X(10)  VALUE '  SCN RATE'.
00197      05  FILLER          PIC X(11)  VALUE '  RATE CHG'.
00198      05  FILLER          PIC X(12)  VALUE '    CUR BILL'.
00199      05  FILLER          PIC X(12)  VALUE '    SCN BILL'.
00200      05  FILLER          PIC X(13)  VALUE '     BILL CHG'.
00201      SKIP1
00202  01  DETAIL-LINE.
00203      05  FILLER          PIC X(3)   VALUE SPACES.
00204      05  D-KEY           PIC X(5).
00205      05  FILLER          PIC X(2)   VALUE SPACES.
00206      05  D-CUR-EXEMPT    PIC ZZ,ZZZ,ZZZ,ZZ9.
00207      05  FILLER          PIC X(2)   VALUE SPACES.
00208      05  D-SCN-EXEMPT    PIC ZZ,ZZZ,ZZZ,ZZ9.
00209      05  FILLER          PIC X(2)   VALUE SPACES.
00210      05  D-EX-DIFF       PIC ZZ,ZZZ,ZZZ,ZZ9-.
00211      05  FILLER          PIC X(2)   VALUE SPACES.
00212      05  D-CUR-RATE      PIC ZZZ9.999.
00213      05  FILLER          PIC X(2)   VALUE SPACES.
00214      05  D-SCN-RATE      PIC ZZZ9.999.
00215      05  FILLER          PIC X(2)   VALUE SPACES.
00216      05  D-RATE-DIFF     PIC ZZZ9.999-.
00217      05  FILLER          PIC X(2)   VALUE SPACES.
00218      05  D-CUR-BILL      PIC ZZZ,ZZ9.99.
00219      05  FILLER          PIC X(2)   VALUE SPACES.
00220      05  D-SCN-BILL      PIC ZZZ,ZZ9.99.
00221      05  FILLER          PIC X(2)   VALUE SPACES.
00222      05  D-BILL-DIFF     PIC ZZZ,ZZ9.99-.
00223      SKIP1
00224  01  MESSG-LINE.
00225      05  FILLER          PIC X(3)   VALUE SPACES.
00226      05  M-KEY           PIC X(5).
00227      05  FILLER          PIC X(2)   VALUE SPACES.
00228      05  M-CUR-EXEMPT    PIC ZZ,ZZZ,ZZZ,ZZ9.
00229      05  FILLER          PIC X(2)   VALUE SPACES.
00230      05  M-SCN-EXEMPT    PIC ZZ,ZZZ,ZZZ,ZZ9.
00231      05  FILLER          PIC X(2)   VALUE SPACES.
00232      05  M-EX-DIFF       PIC ZZ,ZZZ,ZZZ,ZZ9-.
00233      05  FILLER          PIC X(2)   VALUE SPACES.
00234      05  M-MESSG         PIC X(50).
00235      EJECT
00236  PROCEDURE DIVISION.
00237      SKIP1
00238  A010-HOUSEKEEPING.
00239      OPEN INPUT  CONTROL-FILE, WHATIF-FILE, CURTXCD-FILE,
00240                  SCNTXCD-FILE
00241           OUTPUT PRINT-FILE.
00242      OPEN EXTEND RUN-REGISTRY.
0242A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00243      PERFORM C900-REG-START THRU C900-EXIT.
00244      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00245      IF RETURN-CODE GREATER THAN ZERO
00246          PERFORM C910-REG-END THRU C910-EXIT
00247          CLOSE CONTROL-FILE WHATIF-FILE CURTXCD-FILE SCNTXCD-FILE
00248                PRINT-FILE RUN-REGISTRY
00249          STOP RUN.
00250      ACCEPT ACPT-DATE FROM DATE.
00251      MOVE ACPT-MO TO DSP-MO.
00252      MOVE ACPT-DA TO DSP-DA.
00253      MOVE ACPT-YR TO DSP-YR.
00254      MOVE DSP-DATE TO HD-DATE.
00255      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00256      INITIALIZE TOWN-TOTAL-TABLE.
00257      MOVE 'BY TAX CODE' TO HD-SECTION.
00258      MOVE 'CODE'        TO HD-KEY-TITLE.
00259      PERFORM A030-READ-CUR THRU A030-EXIT.
00260      PERFORM A035-READ-SCN THRU A035-EXIT.
00261      PERFORM A020-READ-WHATIF THRU A020-EXIT.
00262      PERFORM A100-COMPARE-TXCD THRU A100-EXIT
00263          UNTIL END-OF-WF-FILE.
00264      MOVE 'BY TOWNSHIP' TO HD-SECTION.
00265      MOVE 'TOWN'        TO HD-KEY-TITLE.
00266      MOVE +58 TO LINE-CNT.
00267      PERFORM A200-PRINT-TOWN THRU A200-EXIT
00268          VARYING W-TOWN-SUB FROM +1 BY +1
00269          UNTIL W-TOWN-SUB GREATER THAN +99.
00270      MOVE W-COUNTY-SUB TO W-TOWN-SUB.
00271      PERFORM A200-PRINT-TOWN THRU A200-EXIT.
00272      DISPLAY 'TOTAL TAX CODE SUMMARIES READ........: '
00273          WF-IN-CNT.
00274      DISPLAY 'TOTAL CURRENT TAX CODES READ.........: '
00275          CUR-IN-CNT.
00276      DISPLAY 'TOTAL SCENARIO TAX CODES READ........: '
00277          SCN-IN-CNT.
00278      DISPLAY 'TOTAL TAX CODES WITH RATE INCREASED..: '
00279          RATE-UP-CNT.
00280      DISPLAY 'TOTAL TAX CODES WITH RATE DECREASED..: '
00281          RATE-DOWN-CNT.
00282      DISPLAY 'TOTAL TAX CODES MISSING A RATE.......: '
00283          NO-RATE-CNT.
00284      IF NO-RATE-CNT GREATER THAN +0
00285          MOVE 8 TO RETURN-CODE.
00286      PERFORM C910-REG-END THRU C910-EXIT.
00287      CLOSE CONTROL-FILE, WHATIF-FILE, CURTXCD-FILE, SCNTXCD-FILE,
00288            RUN-REGISTRY, PRINT-FILE.
00289      STOP RUN.
00290      SKIP1
00291 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4 FOR HEADINGS.
00292  A011-READ-CONTROL.
00293      READ CONTROL-FILE AT END
00294          MOVE 'Y' TO CTL-EOF-SW.
0294A      MOVE 'CLRTM783' TO CK-CALLER.
0294B      MOVE SPACES TO CK-CARD-YEAR.
0294C      IF NOT END-OF-CTL-FILE
0294D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0294E      CALL 'DPRUN004' USING CYCLK-AREA.
0294F      IF NOT END-OF-CTL-FILE
0294G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0294H  A011-EXIT. EXIT.
0294I      SKIP1
0294J  A012-EDIT-CONTROL.
00295      IF END-OF-CTL-FILE
00296          OR CC-TAX-YEAR NOT NUMERIC
00297          OR CC-TAX-YEAR-N EQUAL ZERO
00298          DISPLAY 'CLRTM783 -- TAX YEAR CONTROL CARD MISSING OR '
00299              'INVALID -- RUN STOPPED'
00300          MOVE 16 TO RETURN-CODE
00301          GO TO A012-EXIT.
00302      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00303      DISPLAY 'TAX YEAR SIMULATED...................: ' W-TAX-YEAR.
00304  A012-EXIT. EXIT.
00305      SKIP1
00306  A020-READ-WHATIF.
00307      READ WHATIF-FILE AT END
00308          MOVE 'Y' TO WF-EOF-SW.
00309      IF NOT END-OF-WF-FILE
00310          ADD +1 TO WF-IN-CNT.
00311  A020-EXIT. EXIT.
00312      SKIP1
00313  A030-READ-CUR.
00314      READ CURTXCD-FILE AT END
00315          MOVE 'Y' TO CUR-EOF-SW
00316          MOVE 99999 TO TR-TAX-CODE.
00317      IF NOT END-OF-CUR-FILE
00318          ADD +1 TO CUR-IN-CNT.
00319  A030-EXIT. EXIT.
00320      SKIP1
00321  A035-READ-SCN.
00322      READ SCNTXCD-FILE AT END
00323          MOVE 'Y' TO SCN-EOF-SW
00324          MOVE 99999 TO TS-TAX-CODE.
00325      IF NOT END-OF-SCN-FILE
00326          ADD +1 TO SCN-IN-CNT.
00327  A035-EXIT. EXIT.
00328      SKIP1
00329  A070-PRINT.
00330      IF LINE-CNT GREATER THAN +57
00331          PERFORM B100-HEADING THRU B100-EXIT.
00332      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00333      ADD +1 TO LINE-CNT.
00334  A070-EXIT. EXIT.
00335      SKIP1
00336  A075-PRINT-MESSG.
00337      IF LINE-CNT GREATER THAN +57
00338          PERFORM B100-HEADING THRU B100-EXIT.
00339      WRITE PRINT-REC FROM MESSG-LINE AFTER ADVANCING 1.
00340      ADD +1 TO LINE-CNT.
00341  A075-EXIT. EXIT.
00342      SKIP1
00343 *    BOTH TAX CODE FILES ARE RUN FORWARD TO THE SUMMARY'S CODE.
00344 *    THE CODE IS PRICED ONLY WHEN BOTH CARRY IT.
00345  A100-COMPARE-TXCD.
00346      PERFORM A030-READ-CUR THRU A030-EXIT
00347          UNTIL TR-TAX-CODE NOT LESS THAN WF-TAX-CODE.
00348      PERFORM A035-READ-SCN THRU A035-EXIT
00349          UNTIL TS-TAX-CODE NOT LESS THAN WF-TAX-CODE.
00350      IF TR-TAX-CODE EQUAL WF-TAX-CODE
00351       AND TS-TAX-CODE EQUAL WF-TAX-CODE
00352          MOVE 'Y' TO RATES-SW
00353          MOVE TR-RATE-R TO W-CUR-RATE
00354          MOVE TS-RATE-R TO W-SCN-RATE
00355      ELSE
00356          MOVE 'N' TO RATES-SW
00357          MOVE ZEROS TO W-CUR-RATE W-SCN-RATE.
00358      MOVE WF-TAX-CODE TO UNPK-TXCD.
00359      COMPUTE W-EX-DIFF = WF-SCN-EXEMPT - WF-CUR-EXEMPT.
00360      IF W-TOWN GREATER THAN ZERO
00361          MOVE W-TOWN TO W-TOWN-SUB
00362          PERFORM A110-ADD-EXEMPT THRU A110-EXIT.
00363      MOVE W-COUNTY-SUB TO W-TOWN-SUB.
00364      PERFORM A110-ADD-EXEMPT THRU A110-EXIT.
00365      IF NOT RATES-FOUND
00366          ADD +1 TO NO-RATE-CNT
00367          MOVE UNPK-TXCD     TO M-KEY
00368          MOVE WF-CUR-EXEMPT TO M-CUR-EXEMPT
00369          MOVE WF-SCN-EXEMPT TO M-SCN-EXEMPT
00370          MOVE W-EX-DIFF     TO M-EX-DIFF
00371          MOVE 'TAX CODE NOT ON BOTH TAX CODE FILES -- NOT PRICED'
00372              TO M-MESSG
00373          PERFORM A075-PRINT-MESSG THRU A075-EXIT
00374          GO TO A100-NEXT.
00375      COMPUTE W-RATE-DIFF = W-SCN-RATE - W-CUR-RATE.
00376      IF W-RATE-DIFF GREATER THAN ZERO
00377          ADD +1 TO RATE-UP-CNT.
00378      IF W-RATE-DIFF LESS THAN ZERO
00379          ADD +1 TO RATE-DOWN-CNT.
00380      COMPUTE W-CUR-TAX ROUNDED =
00381          WF-CUR-TAXABLE * W-CUR-RATE / 100.
00382      COMPUTE W-SCN-TAX ROUNDED =
00383          WF-SCN-TAXABLE * W-SCN-RATE / 100.
00384      COMPUTE W-CUR-BILLS ROUNDED =
00385          (WF-RES-EAV - WF-RES-CUR-EX) * W-CUR-RATE / 100.
00386      COMPUTE W-SCN-BILLS ROUNDED =
00387          (WF-RES-EAV - WF-RES-SCN-EX) * W-SCN-RATE / 100.
00388      IF WF-RES-CNT GREATER THAN ZERO
00389          COMPUTE W-CUR-BILL ROUNDED = W-CUR-BILLS / WF-RES-CNT
00390          COMPUTE W-SCN-BILL ROUNDED = W-SCN-BILLS / WF-RES-CNT
00391      ELSE
00392          MOVE ZEROS TO W-CUR-BILL W-SCN-BILL.
00393      COMPUTE W-BILL-DIFF = W-SCN-BILL - W-CUR-BILL.
00394      MOVE UNPK-TXCD     TO D-KEY.
00395      MOVE WF-CUR-EXEMPT TO D-CUR-EXEMPT.
00396      MOVE WF-SCN-EXEMPT TO D-SCN-EXEMPT.
00397      MOVE W-EX-DIFF     TO D-EX-DIFF.
00398      MOVE W-CUR-RATE    TO D-CUR-RATE.
00399      MOVE W-SCN-RATE    TO D-SCN-RATE.
00400      MOVE W-RATE-DIFF   TO D-RATE-DIFF.
00401      MOVE W-CUR-BILL    TO D-CUR-BILL.
00402      MOVE W-SCN-BILL    TO D-SCN-BILL.
00403      MOVE W-BILL-DIFF   TO D-BILL-DIFF.
00404      PERFORM A070-PRINT THRU A070-EXIT.
00405      IF W-TOWN GREATER THAN ZERO
00406          MOVE W-TOWN TO W-TOWN-SUB
00407          PERFORM A120-ADD-PRICED THRU A120-EXIT.
00408      MOVE W-COUNTY-SUB TO W-TOWN-SUB.
00409      PERFORM A120-ADD-PRICED THRU A120-EXIT.
00410  A100-NEXT.
00411      PERFORM A020-READ-WHATIF THRU A020-EXIT.
00412  A100-EXIT. EXIT.
00413      SKIP1
00414  A110-ADD-EXEMPT.
00415      ADD +1            TO TW-CODES (W-TOWN-SUB).
00416      ADD WF-CUR-EXEMPT TO TW-CUR-EXEMPT (W-TOWN-SUB).
00417      ADD WF-SCN-EXEMPT TO TW-SCN-EXEMPT (W-TOWN-SUB).
00418  A110-EXIT. EXIT.
00419      SKIP1
00420  A120-ADD-PRICED.
00421      ADD WF-CUR-TAXABLE TO TW-CUR-TAXABLE (W-TOWN-SUB).
00422      ADD WF-SCN-TAXABLE TO TW-SCN-TAXABLE (W-TOWN-SUB).
00423      ADD W-CUR-TAX      TO TW-CUR-TAX (W-TOWN-SUB).
00424      ADD W-SCN-TAX      TO TW-SCN-TAX (W-TOWN-SUB).
00425      ADD WF-RES-CNT     TO TW-RES-CNT (W-TOWN-SUB).
00426      ADD W-CUR-BILLS    TO TW-CUR-BILLS (W-TOWN-SUB).
00427      ADD W-SCN-BILLS    TO TW-SCN-BILLS (W-TOWN-SUB).
00428  A120-EXIT. EXIT.
00429      SKIP1
00430 *    A TOWNSHIP'S RATE IS ITS TAX OVER ITS TAXABLE EAV, AND ITS
00431 *    TYPICAL BILL THE AVERAGE OVER ITS RESIDENTIAL PARCELS.
00432  A200-PRINT-TOWN.
00433      IF TW-CODES (W-TOWN-SUB) EQUAL ZERO
00434          GO TO A200-EXIT.
00435      IF TW-CUR-TAXABLE (W-TOWN-SUB) GREATER THAN ZERO
00436          COMPUTE W-CUR-RATE ROUNDED = TW-CUR-TAX (W-TOWN-SUB)
00437              * 100 / TW-CUR-TAXABLE (W-TOWN-SUB)
00438      ELSE
00439          MOVE ZERO TO W-CUR-RATE.
00440      IF TW-SCN-TAXABLE (W-TOWN-SUB) GREATER THAN ZERO
00441          COMPUTE W-SCN-RATE ROUNDED = TW-SCN-TAX (W-TOWN-SUB)
00442              * 100 / TW-SCN-TAXABLE (W-TOWN-SUB)
00443      ELSE
00444          MOVE ZERO TO W-SCN-RATE.
00445      IF TW-RES-CNT (W-TOWN-SUB) GREATER THAN ZERO
00446          COMPUTE W-CUR-BILL ROUNDED = TW-CUR-BILLS (W-TOWN-SUB)
00447              / TW-RES-CNT (W-TOWN-SUB)
00448          COMPUTE W-SCN-BILL ROUNDED = TW-SCN-BILLS (W-TOWN-SUB)
00449              / TW-RES-CNT (W-TOWN-SUB)
00450      ELSE
00451          MOVE ZEROS TO W-CUR-BILL W-SCN-BILL.
00452      COMPUTE W-EX-DIFF = TW-SCN-EXEMPT (W-TOWN-SUB)
00453          - TW-CUR-EXEMPT (W-TOWN-SUB).
00454      COMPUTE W-RATE-DIFF = W-SCN-RATE - W-CUR-RATE.
00455      COMPUTE W-BILL-DIFF = W-SCN-BILL - W-CUR-BILL.
00456      IF W-TOWN-SUB EQUAL W-COUNTY-SUB
00457          MOVE 'CNTY'     TO D-KEY
00458          MOVE +58 TO LINE-CNT
00459      ELSE
00460          MOVE W-TOWN-SUB TO W-TOWN
00461          MOVE W-TOWN     TO D-KEY.
00462      MOVE TW-CUR-EXEMPT (W-TOWN-SUB) TO D-CUR-EXEMPT.
00463      MOVE TW-SCN-EXEMPT (W-TOWN-SUB) TO D-SCN-EXEMPT.
00464      MOVE W-EX-DIFF     TO D-EX-DIFF.
00465      MOVE W-CUR-RATE    TO D-CUR-RATE.
00466      MOVE W-SCN-RATE    TO D-SCN-RATE.
00467      MOVE W-RATE-DIFF   TO D-RATE-DIFF.
00468      MOVE W-CUR-BILL    TO D-CUR-BILL.
00469      MOVE W-SCN-BILL    TO D-SCN-BILL.
00470      MOVE W-BILL-DIFF   TO D-BILL-DIFF.
00471      PERFORM A070-PRINT THRU A070-EXIT.
00472  A200-EXIT. EXIT.
00473      SKIP1
00474  B100-HEADING.
00475      ADD +1 TO PAGE-CNT.
00476      MOVE PAGE-CNT TO HD-PAGE.
00477      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00478      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00479      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00480      MOVE +5 TO LINE-CNT.
00481  B100-EXIT. EXIT.
00482      SKIP1
00483  C900-REG-START.
00484      MOVE SPACES      TO RUNREG-REC.
00485      MOVE 'CLRTM783'  TO RR-PROGRAM-ID.
00486      MOVE 'S'         TO RR-REC-TYPE.
00487      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00488      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00489      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00490      WRITE RUNREG-REC.
00491  C900-EXIT. EXIT.
00492      SKIP1
00493  C910-REG-END.
00494      MOVE SPACES      TO RUNREG-REC.
00495      MOVE 'CLRTM783'  TO RR-PROGRAM-ID.
00496      MOVE 'E'         TO RR-REC-TYPE.
00497      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00498      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00499      MOVE WF-IN-CNT   TO RR-IN-CNT.
00500      MOVE ZEROS       TO RR-OUT-CNT.
00501      MOVE RETURN-CODE TO RR-COND-CODE.
00502      WRITE RUNREG-REC.
00503  C910-EXIT. EXIT.
