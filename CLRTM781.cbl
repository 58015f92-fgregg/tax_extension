00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM781.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. EXEMPTION TAX SHIFT REPORT.  EVERY DOLLAR OF EAV REMOVED
00007 *         BY AN EXEMPTION RAISES THE RATE EACH AGENCY NEEDS TO
00008 *         RAISE ITS LEVY, SO THE TAX ON THE EXEMPT VALUE IS
00009 *         CARRIED BY THE REMAINING TAXABLE VALUE IN THE TAX CODE.
00010 *         THE TAX TYPE 0 RECORDS ON THE EQUALIZED VALUE FILE ARE
00011 *         READ AND THE EAV REMOVED BY EACH EXEMPTION TYPE -
00012 *         HOMEOWNER, SENIOR, SENIOR FREEZE, VETERAN (INCLUDING
00013 *         RETURNING VETERAN), DISABLED VETERAN (ALL THREE TIERS),
00014 *         DISABLED PERSON, LONG-TIME OCCUPANT AND EXEMPT OWNER -
00015 *         IS TOTALLED BY TAX CODE, TOWNSHIP AND MAJOR CLASS.  A
00016 *         PARCEL'S EXEMPTIONS ARE TAKEN IN THAT ORDER AND NONE MAY
00017 *         REMOVE MORE THAN THE EAV LEFT AFTER THE ONES BEFORE IT;
00018 *         THE ENTERPRISE ZONE ABATEMENT AND HOME IMPROVEMENT
00019 *         EXEMPTION REDUCE THE TAXABLE EAV BUT ARE NOT REPORTED AS
00020 *         A SHIFT.  EACH TAX CODE'S REMOVED EAV IS SPREAD TO EVERY
00021 *         AGENCY ON ITS AGENCY LIST (TAXCODERD2) AND MATCHED TO
00022 *         THE EXTENDED AGENCY RATE FILE (CLAGYRTER1, WRITTEN BY
00023 *         CLRTM769).  FOR EACH AGENCY AND EXEMPTION TYPE THE RATE
00024 *         WITHOUT THE EXEMPTION IS THE AMOUNT EXTENDED (BASE EAV
00025 *         TIMES RATE) OVER THE BASE PLUS THE EAV REMOVED, AND THE
00026 *         TAX SHIFTED IS THE EAV REMOVED AT THAT RATE.  A TAX
00027 *         CODE'S RATE INCREASE IS THE SUM OF ITS AGENCIES' RATE
00028 *         DIFFERENCES AND ITS TAX SHIFTED IS THAT INCREASE ON ITS
00029 *         TAXABLE EAV; TOWNSHIP (FIRST TWO DIGITS OF THE TAX CODE)
00030 *         AND MAJOR CLASS FIGURES ARE SUMMED FROM THE TAX CODES.
00031 *         A TAX CODE NOT ON FILE OR AN AGENCY NOT ON THE RATE FILE
00032 *         ENDS THE RUN WITH CODE 8.
0032A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0032B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0032C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0032D *         YEAR TAKES THE CYCLE YEAR.
00033      SKIP2
00034  ENVIRONMENT DIVISION.
00035  CONFIGURATION SECTION.
00036  SOURCE-COMPUTER. IBM-370.
00037  OBJECT-COMPUTER. IBM-370.
00038      SKIP1
00039  INPUT-OUTPUT SECTION.
00040  FILE-CONTROL.
00041      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00042      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00043      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00044      SELECT AGYRATE-FILE  ASSIGN TO UT-S-AGYRATE.
00045      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00046      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00047      SKIP2
00048  DATA DIVISION.
00049  FILE SECTION.
00050      SKIP1
00051  FD  CONTROL-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00054      RECORDING MODE IS F
00055      LABEL  RECORDS ARE STANDARD
00056      DATA RECORD IS CONTROL-REC.
00057  01  CONTROL-REC.
00058      05  CC-TAX-YEAR     PIC X(4).
00059      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00060                          PIC 9(4).
00061      05  FILLER          PIC X(76).
00062      SKIP2
00063  FD  EQUAL-VALUE
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 115 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS EQ-REC.
00069  01  EQ-REC.
00070  COPY EQVALRD01.
00071      SKIP2
00072  FD  TAXCODE-FILE
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 207 CHARACTERS
00075      RECORDING MODE IS F
00076      LABEL  RECORDS ARE STANDARD
00077      DATA RECORD IS TAXCODE-FILE-REC.
00078  01  TAXCODE-FILE-REC.
00079  COPY TAXCODERD2.
00080      SKIP2
00081  FD  AGYRATE-FILE
00082      BLOCK  CONTAINS 0 RECORDS
00083      RECORD CONTAINS 80 CHARACTERS
00084      RECORDING MODE IS F
00085      LABEL  RECORDS ARE STANDARD
00086      DATA RECORD IS AGYRATE-REC.
00087  01  AGYRATE-REC.
00088  COPY CLAGYRTER1.
00089      SKIP2
00090  FD  RUN-REGISTRY
00091      BLOCK  CONTAINS 0 RECORDS
00092      RECORD CONTAINS 80 CHARACTERS
00093      RECORDING MODE IS F
00094      LABEL  RECORDS ARE STANDARD
00095      DATA RECORD IS RUNREG-REC.
00096  01  RUNREG-REC.
00097  COPY DPRUNREGR1.
00098      SKIP2
00099  FD  PRINT-FILE
00100      BLOCK  CONTAINS 0 RECORDS
00101      RECORD CONTAINS 133 CHARACTERS
00102      RECORDING MODE IS F
00103      LABEL  RECORDS ARE STANDARD.
00104      SKIP1
00105  01  PRINT-REC               PIC X(133).
00106      SKIP2
00107  WORKING-STORAGE SECTION.
00108      SKIP1
00109  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00110  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00111      SKIP1
00112  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00113      88  END-OF-CTL-FILE                  VALUE 'Y'.
00114  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00115      88  END-OF-EQ-FILE                   VALUE 'Y'.
00116  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00117  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00118      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00119  77  AGYRATE-EOF-SW            PIC X      VALUE 'N'.
00120      88  END-OF-AGYRATE-FILE              VALUE 'Y'.
00121      SKIP1
00122  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00123  77  TT0-CNT           COMP-3  PIC S9(9)  VALUE +0.
00124  77  EXEMPT-PCL-CNT    COMP-3  PIC S9(9)  VALUE +0.
00125  77  OVER-EXEMPT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00126  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00127  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00128  77  AGYRATE-IN-CNT    COMP-3  PIC S9(5)  VALUE +0.
00129  77  NO-RATE-CNT       COMP-3  PIC S9(5)  VALUE +0.
00130  77  TXCD-PRT-CNT      COMP-3  PIC S9(5)  VALUE +0.
00131  77  AGY-PRT-CNT       COMP-3  PIC S9(5)  VALUE +0.
00132      SKIP1
00133  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00134  77  W-LAST-TXCD               PIC 9(5)   VALUE ZEROS.
00135  77  W-LAST-FND        COMP-3  PIC S9(5)  VALUE +0.
00136  77  W-REMAIN-EAV      COMP-3  PIC S9(11) VALUE +0.
00137  77  W-OTHER-EX        COMP-3  PIC S9(11) VALUE +0.
00138  77  W-PCL-REMOVED     COMP-3  PIC S9(11) VALUE +0.
00139  77  W-CLAIMED         COMP-3  PIC S9(11) VALUE +0.
00140  77  W-AGENCY                  PIC 9(9)   VALUE ZEROS.
00141  77  W-MA-CLS                  PIC 9      VALUE ZERO.
00142  77  W-CLS-SUB         COMP-3  PIC S9(3)  VALUE +0.
00143  77  W-BASE-PLUS       COMP-3  PIC S9(13) VALUE +0.
00144  77  W-CODE-RATE       COMP-3  PIC S9(5)V9(3) VALUE +0.
00145  77  W-CODE-EXT        COMP-3  PIC S9(11)V99  VALUE +0.
00146  77  W-SHIFT           COMP-3  PIC S9(11)V99  VALUE +0.
00147  77  W-ROW-TOTAL       COMP-3  PIC S9(13) VALUE +0.
00148      SKIP1
0148A  01  CYCLK-AREA.
0148B  COPY DPCYCLKR1.
0148C      SKIP1
00149 *    THE EIGHT EXEMPTION TYPES, IN THE ORDER THEY ARE TAKEN
00150 *    AGAINST A PARCEL'S EAV AND PRINTED ACROSS THE REPORT.
00151  77  EX-SUB            COMP-3  PIC S9(3)  VALUE +0.
00152  01  W-EX-AMOUNTS.
00153      05  W-EX-AMT OCCURS 8 TIMES
00154                          PIC S9(11) COMP-3.
00155      SKIP1
00156  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00157  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00158  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00159  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00160  01  TAXCODE-TABLE.
00161      05  TC-ENTRY OCCURS 3000 TIMES.
00162          10  TC-CODE         PIC 9(5)  COMP-3.
00163          10  TC-AGENCY OCCURS 40 TIMES
00164                              PIC 9(9)  COMP-3.
00165          10  TC-AR-IX OCCURS 40 TIMES
00166                              PIC S9(5) COMP-3.
00167          10  TC-PARCELS      PIC S9(7)  COMP-3.
00168          10  TC-TAXABLE      PIC S9(13) COMP-3.
00169          10  TC-REMOVED OCCURS 8 TIMES
00170                              PIC S9(13) COMP-3.
00171          10  TC-RATE-INCR OCCURS 8 TIMES
00172                              PIC S9(4)V9(6) COMP-3.
00173          10  TC-CLS-TAXABLE OCCURS 10 TIMES
00174                              PIC S9(13) COMP-3.
00175      SKIP1
00176  77  AR-CTR            COMP-3  PIC S9(5)  VALUE +0.
00177  77  AR-SUB            COMP-3  PIC S9(5)  VALUE +0.
00178  77  AR-FND            COMP-3  PIC S9(5)  VALUE +0.
00179  01  AGENCY-RATE-TABLE.
00180      05  AR-ENTRY OCCURS 2000 TIMES.
00181          10  AR-AGENCY       PIC 9(9)   COMP-3.
00182          10  AR-BASE-EAV     PIC S9(13) COMP-3.
00183          10  AR-RATE         PIC S9(4)V9(3) COMP-3.
00184          10  AR-EXTENDED     PIC S9(11)V99  COMP-3.
00185          10  AR-REMOVED OCCURS 8 TIMES
00186                              PIC S9(13) COMP-3.
00187          10  AR-RATE-WO OCCURS 8 TIMES
00188                              PIC S9(4)V9(6) COMP-3.
00189          10  AR-SHIFT OCCURS 8 TIMES
00190                              PIC S9(11)V99  COMP-3.
00191      SKIP1
00192  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
00193  01  TOWN-TOTAL-TABLE.
00194      05  TOWN-TOTAL OCCURS 99 TIMES.
00195          10  TW-PARCELS      PIC S9(7)  COMP-3.
00196          10  TW-TAXABLE      PIC S9(13) COMP-3.
00197          10  TW-REMOVED OCCURS 8 TIMES
00198                              PIC S9(13) COMP-3.
00199          10  TW-SHIFT OCCURS 8 TIMES
00200                              PIC S9(11)V99  COMP-3.
00201      SKIP1
00202  01  CLASS-TOTAL-TABLE.
00203      05  CLASS-TOTAL OCCURS 10 TIMES.
00204          10  CL-PARCELS      PIC S9(7)  COMP-3.
00205          10  CL-TAXABLE      PIC S9(13) COMP-3.
00206          10  CL-REMOVED OCCURS 8 TIMES
00207                              PIC S9(13) COMP-3.
00208          10  CL-SHIFT OCCURS 8 TIMES
00209                              PIC S9(11)V99  COMP-3.
00210      SKIP1
00211  01  GRAND-TOTALS.
00212      05  GR-PARCELS          PIC S9(9)  COMP-3.
00213      05  GR-TAXABLE          PIC S9(13) COMP-3.
00214      05  GR-REMOVED OCCURS 8 TIMES
00215                              PIC S9(13) COMP-3.
00216      05  GR-SHIFT OCCURS 8 TIMES
00217                              PIC S9(11)V99  COMP-3.
00218      SKIP1
00219  01  UNPK-TXCD           PIC 9(5).
00220  01  FILLER REDEFINES UNPK-TXCD.
00221      05  W-TOWN          PIC 99.
00222      05  FILLER          PIC 999.
00223      SKIP1
00224  01  ACPT-DATE                  PIC 9(6).
00225  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00226      05  ACPT-YR                PIC 99.
00227      05  ACPT-MO                PIC 99.
00228      05  ACPT-DA                PIC 99.
00229  01  DSP-DATE.
00230      05  DSP-MO                 PIC 99.
00231      05  FILLER                 PIC X      VALUE '/'.
00232      05  DSP-DA                 PIC 99.
00233      05  FILLER                 PIC X      VALUE '/'.
00234      05  DSP-YR                 PIC 99.
00235      SKIP1
00236  01  HEAD-A.
00237      05  FILLER          PIC X(3)   VALUE SPACES.
00238      05  HD-DATE         PIC X(8).
00239      05  FILLER          PIC X(42)  VALUE SPACES.
00240      05  FILLER     PIC X(26) VALUE
00241          'OFFICE OF THE COUNTY CLERK'.
00242      05  FILLER          PIC X(42)  VALUE SPACES.
00243      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00244      05  HD-PAGE         PIC ZZ,ZZ9.
00245      SKIP1
00246  01  HEAD-B.
00247      05  FILLER          PIC X(3)   VALUE SPACES.
00248      05  FILLER          PIC X(8)   VALUE 'CLRTM781'.
00249      05  FILLER          PIC X(18)  VALUE SPACES.
00250      05  FILLER          PIC X(37)  VALUE
00251          'EXEMPTION TAX SHIFT REPORT - TAX YEAR'.
00252      05  HD-TAX-YEAR     PIC 9(4).
00253      05  FILLER          PIC X(3)   VALUE ' - '.
00254      05  HD-SECTION      PIC X(20).
00255      SKIP1
00256  01  HEAD-C.
00257      05  FILLER          PIC X(13)  VALUE SPACES.
00258      05  FILLER          PIC X(15)  VALUE '      HOMEOWNER'.
00259      05  FILLER          PIC X(15)  VALUE '         SENIOR'.
00260      05  FILLER          PIC X(15)  VALUE '  SENIOR FREEZE'.
00261      05  FILLER          PIC X(15)  VALUE '        VETERAN'.
00262      05  FILLER          PIC X(15)  VALUE '   DISABLED VET'.
00263      05  FILLER          PIC X(15)  VALUE 'DISABLED PERSON'.
00264      05  FILLER          PIC X(15)  VALUE '  LONG-TIME OCC'.
00265      05  FILLER          PIC X(15)  VALUE '   EXEMPT OWNER'.
00266      SKIP1
00267  01  ID-LINE.
00268      05  FILLER          PIC X      VALUE SPACE.
00269      05  ID-TITLE        PIC X(20).
00270      05  FILLER          PIC X(2)   VALUE SPACES.
00271      05  ID-LBL-1        PIC X(13).
00272      05  ID-AMT-1        PIC ZZ,ZZZ,ZZZ,ZZ9.
00273      05  FILLER          PIC X(3)   VALUE SPACES.
00274      05  ID-LBL-2        PIC X(13).
00275      05  ID-RATE         PIC ZZZZ9.999 BLANK WHEN ZERO.
00276      05  FILLER          PIC X(3)   VALUE SPACES.
00277      05  ID-LBL-3        PIC X(13).
00278      05  ID-AMT-3        PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
00279      05  FILLER          PIC X(3)   VALUE SPACES.
00280      05  ID-MESSG        PIC X(22).
00281      SKIP1
00282  01  AMT-LINE.
00283      05  FILLER          PIC X.
00284      05  AL-LABEL        PIC X(12).
00285      05  AL-COL OCCURS 8 TIMES.
00286          10  FILLER      PIC X.
00287          10  AL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.
00288      SKIP1
00289  01  SHIFT-LINE.
00290      05  FILLER          PIC X.
00291      05  SL-LABEL        PIC X(12).
00292      05  SL-COL OCCURS 8 TIMES.
00293          10  FILLER      PIC X.
00294          10  SL-AMT      PIC ZZZ,ZZZ,ZZ9.99.
00295      SKIP1
00296  01  RATE-LINE.
00297      05  FILLER          PIC X.
00298      05  RL-LABEL        PIC X(12).
00299      05  RL-COL OCCURS 8 TIMES.
00300          10  FILLER      PIC X(7).
00301          10  RL-RATE     PIC ZZZ9.999.
00302      EJECT
00303  PROCEDURE DIVISION.
00304      SKIP1
00305  A010-HOUSEKEEPING.
00306      OPEN INPUT  CONTROL-FILE, EQUAL-VALUE, TAXCODE-FILE,
00307                  AGYRATE-FILE
00308           OUTPUT PRINT-FILE.
00309      OPEN EXTEND RUN-REGISTRY.
0309A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00310      PERFORM C900-REG-START THRU C900-EXIT.
00311      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00312      IF RETURN-CODE GREATER THAN ZERO
00313          PERFORM C910-REG-END THRU C910-EXIT
00314          CLOSE CONTROL-FILE EQUAL-VALUE TAXCODE-FILE AGYRATE-FILE
00315                PRINT-FILE RUN-REGISTRY
00316          STOP RUN.
00317      ACCEPT ACPT-DATE FROM DATE.
00318      MOVE ACPT-MO TO DSP-MO.
00319      MOVE ACPT-DA TO DSP-DA.
00320      MOVE ACPT-YR TO DSP-YR.
00321      MOVE DSP-DATE TO HD-DATE.
00322      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00323      INITIALIZE TOWN-TOTAL-TABLE CLASS-TOTAL-TABLE GRAND-TOTALS.
00324      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00325          UNTIL END-OF-TXCD-FILE.
00326      PERFORM A030-LOAD-AGYRATE THRU A030-EXIT
00327          UNTIL END-OF-AGYRATE-FILE.
00328      PERFORM A040-READ-EQ THRU A040-EXIT.
00329      PERFORM A100-ACCUM-PARCEL THRU A100-EXIT
00330          UNTIL END-OF-EQ-FILE.
00331      PERFORM A200-SPREAD-TXCD THRU A200-EXIT
00332          VARYING TC-SUB FROM +1 BY +1
00333          UNTIL TC-SUB GREATER THAN TC-CTR.
00334      PERFORM A300-AGENCY-RATES THRU A300-EXIT
00335          VARYING AR-SUB FROM +1 BY +1
00336          UNTIL AR-SUB GREATER THAN AR-CTR.
00337      MOVE 'BY TAX CODE' TO HD-SECTION.
00338      MOVE +58 TO LINE-CNT.
00339      PERFORM A400-TXCD-SHIFT THRU A400-EXIT
00340          VARYING TC-SUB FROM +1 BY +1
00341          UNTIL TC-SUB GREATER THAN TC-CTR.
00342      MOVE 'BY AGENCY' TO HD-SECTION.
00343      MOVE +58 TO LINE-CNT.
00344      PERFORM A500-PRINT-AGENCY THRU A500-EXIT
00345          VARYING AR-SUB FROM +1 BY +1
00346          UNTIL AR-SUB GREATER THAN AR-CTR.
00347      MOVE 'BY TOWNSHIP' TO HD-SECTION.
00348      MOVE +58 TO LINE-CNT.
00349      PERFORM A600-PRINT-TOWN THRU A600-EXIT
00350          VARYING W-TOWN-SUB FROM +1 BY +1
00351          UNTIL W-TOWN-SUB GREATER THAN +99.
00352      PERFORM A800-PRINT-COUNTY THRU A800-EXIT.
00353      MOVE 'BY MAJOR CLASS' TO HD-SECTION.
00354      MOVE +58 TO LINE-CNT.
00355      PERFORM A700-PRINT-CLASS THRU A700-EXIT
00356          VARYING W-CLS-SUB FROM +1 BY +1
00357          UNTIL W-CLS-SUB GREATER THAN +10.
00358      PERFORM A800-PRINT-COUNTY THRU A800-EXIT.
00359      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00360          TC-CTR.
00361      DISPLAY 'TOTAL AGENCY RATES LOADED............: '
00362          AR-CTR.
00363      DISPLAY 'TOTAL EQUALIZED VALUE RECORDS READ...: '
00364          EQ-IN-CNT.
00365      DISPLAY 'TOTAL TAX TYPE 0 PARCELS.............: '
00366          TT0-CNT.
00367      DISPLAY 'TOTAL PARCELS WITH EXEMPTION REMOVED.: '
00368          EXEMPT-PCL-CNT.
00369      DISPLAY 'TOTAL PARCELS EXEMPT BEYOND EAV......: '
00370          OVER-EXEMPT-CNT.
00371      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00372          BAD-CODE-CNT.
00373      DISPLAY 'TOTAL AGENCIES NOT ON RATE FILE......: '
00374          NO-RATE-CNT.
00375      DISPLAY 'TOTAL TAX CODES REPORTED.............: '
00376          TXCD-PRT-CNT.
00377      DISPLAY 'TOTAL AGENCIES REPORTED..............: '
00378          AGY-PRT-CNT.
00379      DISPLAY 'TOTAL TAXABLE EAV....................: '
00380          GR-TAXABLE.
00381      IF BAD-CODE-CNT GREATER THAN +0
00382         OR NO-RATE-CNT GREATER THAN +0
00383          MOVE 8 TO RETURN-CODE.
00384      PERFORM C910-REG-END THRU C910-EXIT.
00385      CLOSE CONTROL-FILE, EQUAL-VALUE, TAXCODE-FILE, AGYRATE-FILE,
00386            RUN-REGISTRY, PRINT-FILE.
00387      STOP RUN.
00388      SKIP1
00389 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4 FOR HEADINGS.
00390  A011-READ-CONTROL.
00391      READ CONTROL-FILE AT END
00392          MOVE 'Y' TO CTL-EOF-SW.
0392A      MOVE 'CLRTM781' TO CK-CALLER.
0392B      MOVE SPACES TO CK-CARD-YEAR.
0392C      IF NOT END-OF-CTL-FILE
0392D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0392E      CALL 'DPRUN004' USING CYCLK-AREA.
0392F      IF NOT END-OF-CTL-FILE
0392G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0392H  A011-EXIT. EXIT.
0392I      SKIP1
0392J  A012-EDIT-CONTROL.
00393      IF END-OF-CTL-FILE
00394          OR CC-TAX-YEAR NOT NUMERIC
00395          OR CC-TAX-YEAR-N EQUAL ZERO
00396          DISPLAY 'CLRTM781 -- TAX YEAR CONTROL CARD MISSING OR '
00397              'INVALID -- RUN STOPPED'
00398          MOVE 16 TO RETURN-CODE
00399          GO TO A012-EXIT.
00400      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00401      DISPLAY 'TAX YEAR REPORTED....................: ' W-TAX-YEAR.
00402  A012-EXIT. EXIT.
00403      SKIP1
00404  A015-LOAD-TAXCODES.
00405      READ TAXCODE-FILE AT END
00406          MOVE 'Y' TO TXCD-EOF-SW
00407          GO TO A015-EXIT.
00408      ADD +1 TO TXCD-IN-CNT.
00409      IF TC-CTR LESS THAN +3000
00410          ADD +1 TO TC-CTR
00411          INITIALIZE TC-ENTRY (TC-CTR)
00412          MOVE TR-TAX-CODE TO TC-CODE (TC-CTR)
00413          PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00414              VARYING SUB-AGY FROM +1 BY +1
00415              UNTIL SUB-AGY GREATER THAN +40
00416      ELSE
00417          DISPLAY 'CLRTM781 -- TAX CODE TABLE FULL -- CODE '
00418              TR-TAX-CODE ' BYPASSED'.
00419  A015-EXIT. EXIT.
00420      SKIP1
00421  A017-MOVE-AGENCY.
00422      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00423  A017-EXIT. EXIT.
00424      SKIP1
00425 *    THE AMOUNT EXTENDED FOR AN AGENCY IS ITS BASE AT ITS FINAL
00426 *    RATE, SO A LEVY HELD TO A LIMITING RATE IS MEASURED AT THE
00427 *    AMOUNT ACTUALLY EXTENDED.
00428  A030-LOAD-AGYRATE.
00429      READ AGYRATE-FILE AT END
00430          MOVE 'Y' TO AGYRATE-EOF-SW
00431          GO TO A030-EXIT.
00432      ADD +1 TO AGYRATE-IN-CNT.
00433      IF AR-CTR NOT LESS THAN +2000
00434          DISPLAY 'CLRTM781 -- AGENCY RATE TABLE FULL -- AGENCY '
00435              AT-AGENCY ' BYPASSED'
00436          GO TO A030-EXIT.
00437      ADD +1 TO AR-CTR.
00438      INITIALIZE AR-ENTRY (AR-CTR).
00439      MOVE AT-AGENCY   TO AR-AGENCY (AR-CTR).
00440      MOVE AT-BASE-EAV TO AR-BASE-EAV (AR-CTR).
00441      MOVE AT-RATE     TO AR-RATE (AR-CTR).
00442      COMPUTE AR-EXTENDED (AR-CTR) ROUNDED =
00443          AT-BASE-EAV * AT-RATE / 100.
00444  A030-EXIT. EXIT.
00445      SKIP1
00446  A040-READ-EQ.
00447      READ EQUAL-VALUE AT END
00448          MOVE 'Y' TO EQ-EOF-SW
00449          GO TO A040-EXIT.
00450      IF FIRST-EQ-REC-SW EQUAL 'Y'
00451          MOVE 'N' TO FIRST-EQ-REC-SW
00452          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00453              DISPLAY 'CLRTM781 - VINTAGE HDR BYPASSED'
00454              GO TO A040-READ-EQ.
00455      ADD +1 TO EQ-IN-CNT.
00456  A040-EXIT. EXIT.
00457      SKIP1
00458 *    EACH TAX TYPE 0 PARCEL'S EXEMPTIONS ARE TAKEN IN TYPE ORDER
00459 *    AGAINST WHAT IS LEFT OF ITS EAV; WHAT REMAINS AFTER THE
00460 *    UNREPORTED EXEMPTIONS IS ITS TAXABLE EAV.
00461  A100-ACCUM-PARCEL.
00462      IF NOT EQ-CUR-TXTYP
00463          GO TO A100-NEXT.
00464      ADD +1 TO TT0-CNT.
00465      IF EQ-TXCD NOT EQUAL W-LAST-TXCD
00466          MOVE EQ-TXCD TO W-LAST-TXCD
00467          MOVE ZERO TO TC-FND
00468          PERFORM A022-SCAN-TXCD THRU A022-EXIT
00469              VARYING TC-SUB FROM +1 BY +1
00470              UNTIL TC-SUB GREATER THAN TC-CTR
00471                 OR TC-FND GREATER THAN ZERO
00472          MOVE TC-FND TO W-LAST-FND.
00473      IF W-LAST-FND EQUAL ZERO
00474          ADD +1 TO BAD-CODE-CNT
00475          DISPLAY 'CLRTM781 -- TAX CODE ' EQ-TXCD
00476              ' NOT ON FILE -- PARCEL ' EQ-VOL '-' EQ-PROP
00477              ' BYPASSED'
00478          GO TO A100-NEXT.
00479      MOVE W-LAST-FND TO TC-FND.
00480      PERFORM A110-LOAD-EXEMPTIONS THRU A110-EXIT.
00481      IF EQ-EQ-VAL GREATER THAN ZERO
00482          MOVE EQ-EQ-VAL TO W-REMAIN-EAV
00483      ELSE
00484          MOVE ZERO TO W-REMAIN-EAV.
00485      MOVE ZERO TO W-PCL-REMOVED W-CLAIMED.
00486      PERFORM A120-TAKE-EXEMPTION THRU A120-EXIT
00487          VARYING EX-SUB FROM +1 BY +1
00488          UNTIL EX-SUB GREATER THAN +8.
00489      ADD W-OTHER-EX TO W-CLAIMED.
00490      IF W-OTHER-EX GREATER THAN W-REMAIN-EAV
00491          MOVE W-REMAIN-EAV TO W-OTHER-EX.
00492      SUBTRACT W-OTHER-EX FROM W-REMAIN-EAV.
00493      IF W-CLAIMED GREATER THAN EQ-EQ-VAL
00494          ADD +1 TO OVER-EXEMPT-CNT.
00495      IF W-PCL-REMOVED GREATER THAN ZERO
00496          ADD +1 TO EXEMPT-PCL-CNT.
00497      COMPUTE W-CLS-SUB = EQ-MA-CLS + 1.
00498      MOVE EQ-TXCD TO UNPK-TXCD.
00499      ADD +1           TO TC-PARCELS (TC-FND)
00500                          CL-PARCELS (W-CLS-SUB)
00501                          GR-PARCELS.
00502      ADD W-REMAIN-EAV TO TC-TAXABLE (TC-FND)
00503                          TC-CLS-TAXABLE (TC-FND, W-CLS-SUB)
00504                          CL-TAXABLE (W-CLS-SUB)
00505                          GR-TAXABLE.
00506      IF W-TOWN GREATER THAN ZERO
00507          ADD +1           TO TW-PARCELS (W-TOWN)
00508          ADD W-REMAIN-EAV TO TW-TAXABLE (W-TOWN).
00509      PERFORM A130-POST-REMOVED THRU A130-EXIT
00510          VARYING EX-SUB FROM +1 BY +1
00511          UNTIL EX-SUB GREATER THAN +8.
00512  A100-NEXT.
00513      PERFORM A040-READ-EQ THRU A040-EXIT.
00514  A100-EXIT. EXIT.
00515      SKIP1
00516  A022-SCAN-TXCD.
00517      IF TC-CODE (TC-SUB) EQUAL EQ-TXCD
00518          MOVE TC-SUB TO TC-FND.
00519  A022-EXIT. EXIT.
00520      SKIP1
00521  A110-LOAD-EXEMPTIONS.
00522      MOVE EQ-HOME-AMT      TO W-EX-AMT (1).
00523      MOVE EQ-SC-HMESTD-AMT TO W-EX-AMT (2).
00524      MOVE EQ-SRFRZEXVAL    TO W-EX-AMT (3).
00525      COMPUTE W-EX-AMT (4) = EQ-VET-EX-AMT + EQ-RET-VET.
00526      COMPUTE W-EX-AMT (5) = EQ-DIS-VET-1 + EQ-DIS-VET-2
00527          + EQ-DIS-VET-3.
00528      MOVE EQ-DIS-PER       TO W-EX-AMT (6).
00529      MOVE EQ-LT-OCC-AMT    TO W-EX-AMT (7).
00530      MOVE EQ-EXOWNEXVAL    TO W-EX-AMT (8).
00531      COMPUTE W-OTHER-EX = EQ-EZ-ABATAMT + EQ-HOME-IMP-AMT.
00532      IF W-OTHER-EX LESS THAN ZERO
00533          MOVE ZERO TO W-OTHER-EX.
00534  A110-EXIT. EXIT.
00535      SKIP1
00536  A120-TAKE-EXEMPTION.
00537      IF W-EX-AMT (EX-SUB) LESS THAN ZERO
00538          MOVE ZERO TO W-EX-AMT (EX-SUB).
00539      ADD W-EX-AMT (EX-SUB) TO W-CLAIMED.
00540      IF W-EX-AMT (EX-SUB) GREATER THAN W-REMAIN-EAV
00541          MOVE W-REMAIN-EAV TO W-EX-AMT (EX-SUB).
00542      SUBTRACT W-EX-AMT (EX-SUB) FROM W-REMAIN-EAV.
00543      ADD W-EX-AMT (EX-SUB) TO W-PCL-REMOVED.
00544  A120-EXIT. EXIT.
00545      SKIP1
00546  A130-POST-REMOVED.
00547      ADD W-EX-AMT (EX-SUB) TO TC-REMOVED (TC-FND, EX-SUB)
00548                               CL-REMOVED (W-CLS-SUB, EX-SUB)
00549                               GR-REMOVED (EX-SUB).
00550      IF W-TOWN GREATER THAN ZERO
00551          ADD W-EX-AMT (EX-SUB) TO TW-REMOVED (W-TOWN, EX-SUB).
00552  A130-EXIT. EXIT.
00553      SKIP1
00554 *    EACH TAX CODE HOLDING PARCELS SPREADS ITS REMOVED EAV TO THE
00555 *    AGENCIES ON ITS LIST.  THE AGENCY'S PLACE IN THE RATE TABLE
00556 *    IS KEPT FOR THE RATE INCREASE PASS.
00557  A200-SPREAD-TXCD.
00558      IF TC-PARCELS (TC-SUB) EQUAL ZERO
00559          GO TO A200-EXIT.
00560      PERFORM A210-SPREAD-AGENCY THRU A210-EXIT
00561          VARYING SUB-AGY FROM +1 BY +1
00562          UNTIL SUB-AGY GREATER THAN +40
00563             OR TC-AGENCY (TC-SUB, SUB-AGY) EQUAL ZERO.
00564  A200-EXIT. EXIT.
00565      SKIP1
00566  A210-SPREAD-AGENCY.
00567      MOVE ZERO TO AR-FND.
00568      PERFORM A220-SCAN-AGYRATE THRU A220-EXIT
00569          VARYING AR-SUB FROM +1 BY +1
00570          UNTIL AR-SUB GREATER THAN AR-CTR
00571             OR AR-FND GREATER THAN ZERO.
00572      MOVE AR-FND TO TC-AR-IX (TC-SUB, SUB-AGY).
00573      IF AR-FND EQUAL ZERO
00574          ADD +1 TO NO-RATE-CNT
00575          DISPLAY 'CLRTM781 -- AGENCY ' TC-AGENCY (TC-SUB, SUB-AGY)
00576              ' ON TAX CODE ' TC-CODE (TC-SUB)
00577              ' NOT ON RATE FILE'
00578          GO TO A210-EXIT.
00579      PERFORM A230-ADD-AGY-REMOVED THRU A230-EXIT
00580          VARYING EX-SUB FROM +1 BY +1
00581          UNTIL EX-SUB GREATER THAN +8.
00582  A210-EXIT. EXIT.
00583      SKIP1
00584  A220-SCAN-AGYRATE.
00585      IF AR-AGENCY (AR-SUB) EQUAL TC-AGENCY (TC-SUB, SUB-AGY)
00586          MOVE AR-SUB TO AR-FND.
00587  A220-EXIT. EXIT.
00588      SKIP1
00589  A230-ADD-AGY-REMOVED.
00590      ADD TC-REMOVED (TC-SUB, EX-SUB)
00591          TO AR-REMOVED (AR-FND, EX-SUB).
00592  A230-EXIT. EXIT.
00593      SKIP1
00594 *    THE RATE WITHOUT AN EXEMPTION SPREADS THE AMOUNT EXTENDED
00595 *    OVER THE BASE WITH THE REMOVED EAV PUT BACK.
00596  A300-AGENCY-RATES.
00597      PERFORM A310-RATE-WITHOUT THRU A310-EXIT
00598          VARYING EX-SUB FROM +1 BY +1
00599          UNTIL EX-SUB GREATER THAN +8.
00600  A300-EXIT. EXIT.
00601      SKIP1
00602  A310-RATE-WITHOUT.
00603      COMPUTE W-BASE-PLUS = AR-BASE-EAV (AR-SUB)
00604          + AR-REMOVED (AR-SUB, EX-SUB).
00605      IF AR-BASE-EAV (AR-SUB) NOT GREATER THAN ZERO
00606          OR W-BASE-PLUS NOT GREATER THAN ZERO
00607          MOVE AR-RATE (AR-SUB) TO AR-RATE-WO (AR-SUB, EX-SUB)
00608          MOVE ZERO TO AR-SHIFT (AR-SUB, EX-SUB)
00609          GO TO A310-EXIT.
00610      COMPUTE AR-RATE-WO (AR-SUB, EX-SUB) ROUNDED =
00611          AR-EXTENDED (AR-SUB) * 100 / W-BASE-PLUS.
00612      COMPUTE AR-SHIFT (AR-SUB, EX-SUB) ROUNDED =
00613          AR-REMOVED (AR-SUB, EX-SUB)
00614          * AR-RATE-WO (AR-SUB, EX-SUB) / 100.
00615  A310-EXIT. EXIT.
00616      SKIP1
00617 *    A TAX CODE'S RATE INCREASE FROM EACH EXEMPTION TYPE IS THE
00618 *    SUM OF ITS AGENCIES' RATE DIFFERENCES; THE TAX SHIFTED ONTO
00619 *    THE CODE IS THAT INCREASE ON ITS TAXABLE EAV, AND THE SAME
00620 *    INCREASE ON EACH MAJOR CLASS'S TAXABLE EAV IN THE CODE GIVES
00621 *    THE SHIFT ONTO THE CLASS.  EVERY CODE HOLDING PARCELS IS
00622 *    PRINTED - ONE WITH NO EXEMPTIONS OF ITS OWN STILL CARRIES
00623 *    ITS AGENCIES' INCREASES.
00624  A400-TXCD-SHIFT.
00625      IF TC-PARCELS (TC-SUB) EQUAL ZERO
00626          GO TO A400-EXIT.
00627      MOVE ZEROS TO W-CODE-RATE.
00628      PERFORM A410-CODE-RATE THRU A410-EXIT
00629          VARYING SUB-AGY FROM +1 BY +1
00630          UNTIL SUB-AGY GREATER THAN +40
00631             OR TC-AGENCY (TC-SUB, SUB-AGY) EQUAL ZERO.
00632      COMPUTE W-CODE-EXT ROUNDED =
00633          TC-TAXABLE (TC-SUB) * W-CODE-RATE / 100.
00634      MOVE SPACES TO AMT-LINE SHIFT-LINE RATE-LINE.
00635      MOVE 'EAV REMOVED' TO AL-LABEL.
00636      MOVE 'RATE INCR'   TO RL-LABEL.
00637      MOVE 'TAX SHIFTED' TO SL-LABEL.
00638      MOVE TC-CODE (TC-SUB) TO UNPK-TXCD.
00639      PERFORM A420-CODE-SHIFT THRU A420-EXIT
00640          VARYING EX-SUB FROM +1 BY +1
00641          UNTIL EX-SUB GREATER THAN +8.
00642      ADD +1 TO TXCD-PRT-CNT.
00643      MOVE SPACES TO ID-LINE.
00644      STRING 'TAX CODE ' UNPK-TXCD DELIMITED BY SIZE
00645          INTO ID-TITLE.
00646      MOVE 'TAXABLE EAV'        TO ID-LBL-1.
00647      MOVE TC-TAXABLE (TC-SUB)  TO ID-AMT-1.
00648      MOVE 'TAX RATE'           TO ID-LBL-2.
00649      MOVE W-CODE-RATE          TO ID-RATE.
00650      MOVE 'TAX EXTENDED'       TO ID-LBL-3.
00651      MOVE W-CODE-EXT           TO ID-AMT-3.
00652      PERFORM A070-PRINT-BLOCK THRU A070-EXIT.
00653      WRITE PRINT-REC FROM RATE-LINE AFTER ADVANCING 1.
00654      WRITE PRINT-REC FROM SHIFT-LINE AFTER ADVANCING 1.
00655      ADD +2 TO LINE-CNT.
00656  A400-EXIT. EXIT.
00657      SKIP1
00658  A410-CODE-RATE.
00659      MOVE TC-AR-IX (TC-SUB, SUB-AGY) TO AR-FND.
00660      IF AR-FND EQUAL ZERO
00661          GO TO A410-EXIT.
00662      ADD AR-RATE (AR-FND) TO W-CODE-RATE.
00663      PERFORM A415-ADD-RATE-DIFF THRU A415-EXIT
00664          VARYING EX-SUB FROM +1 BY +1
00665          UNTIL EX-SUB GREATER THAN +8.
00666  A410-EXIT. EXIT.
00667      SKIP1
00668  A415-ADD-RATE-DIFF.
00669      COMPUTE TC-RATE-INCR (TC-SUB, EX-SUB) =
00670          TC-RATE-INCR (TC-SUB, EX-SUB) + AR-RATE (AR-FND)
00671          - AR-RATE-WO (AR-FND, EX-SUB).
00672  A415-EXIT. EXIT.
00673      SKIP1
00674  A420-CODE-SHIFT.
00675      COMPUTE W-SHIFT ROUNDED = TC-TAXABLE (TC-SUB)
00676          * TC-RATE-INCR (TC-SUB, EX-SUB) / 100.
00677      MOVE TC-REMOVED (TC-SUB, EX-SUB)   TO AL-AMT (EX-SUB).
00678      MOVE TC-RATE-INCR (TC-SUB, EX-SUB) TO RL-RATE (EX-SUB).
00679      MOVE W-SHIFT                       TO SL-AMT (EX-SUB).
00680      ADD W-SHIFT TO GR-SHIFT (EX-SUB).
00681      IF W-TOWN GREATER THAN ZERO
00682          ADD W-SHIFT TO TW-SHIFT (W-TOWN, EX-SUB).
00683      PERFORM A430-CLASS-SHIFT THRU A430-EXIT
00684          VARYING W-CLS-SUB FROM +1 BY +1
00685          UNTIL W-CLS-SUB GREATER THAN +10.
00686  A420-EXIT. EXIT.
00687      SKIP1
00688  A430-CLASS-SHIFT.
00689      IF TC-CLS-TAXABLE (TC-SUB, W-CLS-SUB) EQUAL ZERO
00690          GO TO A430-EXIT.
00691      COMPUTE W-SHIFT ROUNDED = TC-CLS-TAXABLE (TC-SUB, W-CLS-SUB)
00692          * TC-RATE-INCR (TC-SUB, EX-SUB) / 100.
00693      ADD W-SHIFT TO CL-SHIFT (W-CLS-SUB, EX-SUB).
00694  A430-EXIT. EXIT.
00695      SKIP1
00696  A500-PRINT-AGENCY.
00697      MOVE ZERO TO W-ROW-TOTAL.
00698      MOVE SPACES TO AMT-LINE SHIFT-LINE RATE-LINE.
00699      MOVE 'EAV REMOVED' TO AL-LABEL.
00700      MOVE 'RATE W/O EX' TO RL-LABEL.
00701      MOVE 'TAX SHIFTED' TO SL-LABEL.
00702      PERFORM A510-AGENCY-COL THRU A510-EXIT
00703          VARYING EX-SUB FROM +1 BY +1
00704          UNTIL EX-SUB GREATER THAN +8.
00705      IF W-ROW-TOTAL EQUAL ZERO
00706          GO TO A500-EXIT.
00707      ADD +1 TO AGY-PRT-CNT.
00708      MOVE SPACES TO ID-LINE.
00709      MOVE AR-AGENCY (AR-SUB) TO W-AGENCY.
00710      STRING 'AGENCY ' W-AGENCY DELIMITED BY SIZE
00711          INTO ID-TITLE.
00712      MOVE 'BASE EAV'             TO ID-LBL-1.
00713      MOVE AR-BASE-EAV (AR-SUB)   TO ID-AMT-1.
00714      MOVE 'EXTENDED RATE'        TO ID-LBL-2.
00715      MOVE AR-RATE (AR-SUB)       TO ID-RATE.
00716      MOVE 'AMT EXTENDED'         TO ID-LBL-3.
00717      MOVE AR-EXTENDED (AR-SUB)   TO ID-AMT-3.
00718      IF AR-BASE-EAV (AR-SUB) NOT GREATER THAN ZERO
00719          MOVE 'NO BASE -- NOT SHIFTED' TO ID-MESSG.
00720      PERFORM A070-PRINT-BLOCK THRU A070-EXIT.
00721      WRITE PRINT-REC FROM RATE-LINE AFTER ADVANCING 1.
00722      WRITE PRINT-REC FROM SHIFT-LINE AFTER ADVANCING 1.
00723      ADD +2 TO LINE-CNT.
00724  A500-EXIT. EXIT.
00725      SKIP1
00726  A510-AGENCY-COL.
00727      ADD AR-REMOVED (AR-SUB, EX-SUB) TO W-ROW-TOTAL.
00728      MOVE AR-REMOVED (AR-SUB, EX-SUB) TO AL-AMT (EX-SUB).
00729      MOVE AR-RATE-WO (AR-SUB, EX-SUB) TO RL-RATE (EX-SUB).
00730      MOVE AR-SHIFT (AR-SUB, EX-SUB)   TO SL-AMT (EX-SUB).
00731  A510-EXIT. EXIT.
00732      SKIP1
00733  A600-PRINT-TOWN.
00734      IF TW-PARCELS (W-TOWN-SUB) EQUAL ZERO
00735          GO TO A600-EXIT.
00736      MOVE SPACES TO AMT-LINE SHIFT-LINE.
00737      MOVE 'EAV REMOVED' TO AL-LABEL.
00738      MOVE 'TAX SHIFTED' TO SL-LABEL.
00739      PERFORM A610-TOWN-COL THRU A610-EXIT
00740          VARYING EX-SUB FROM +1 BY +1
00741          UNTIL EX-SUB GREATER THAN +8.
00742      MOVE SPACES TO ID-LINE.
00743      MOVE W-TOWN-SUB TO W-TOWN.
00744      STRING 'TOWNSHIP ' W-TOWN DELIMITED BY SIZE
00745          INTO ID-TITLE.
00746      MOVE 'TAXABLE EAV'            TO ID-LBL-1.
00747      MOVE TW-TAXABLE (W-TOWN-SUB)  TO ID-AMT-1.
00748      MOVE ZERO                     TO ID-RATE ID-AMT-3.
00749      PERFORM A070-PRINT-BLOCK THRU A070-EXIT.
00750      WRITE PRINT-REC FROM SHIFT-LINE AFTER ADVANCING 1.
00751      ADD +1 TO LINE-CNT.
00752  A600-EXIT. EXIT.
00753      SKIP1
00754  A610-TOWN-COL.
00755      MOVE TW-REMOVED (W-TOWN-SUB, EX-SUB) TO AL-AMT (EX-SUB).
00756      MOVE TW-SHIFT (W-TOWN-SUB, EX-SUB)   TO SL-AMT (EX-SUB).
00757  A610-EXIT. EXIT.
00758      SKIP1
00759  A700-PRINT-CLASS.
00760      IF CL-PARCELS (W-CLS-SUB) EQUAL ZERO
00761          GO TO A700-EXIT.
00762      MOVE SPACES TO AMT-LINE SHIFT-LINE.
00763      MOVE 'EAV REMOVED' TO AL-LABEL.
00764      MOVE 'TAX SHIFTED' TO SL-LABEL.
00765      PERFORM A710-CLASS-COL THRU A710-EXIT
00766          VARYING EX-SUB FROM +1 BY +1
00767          UNTIL EX-SUB GREATER THAN +8.
00768      MOVE SPACES TO ID-LINE.
00769      COMPUTE W-MA-CLS = W-CLS-SUB - 1.
00770      STRING 'MAJOR CLASS ' W-MA-CLS DELIMITED BY SIZE
00771          INTO ID-TITLE.
00772      MOVE 'TAXABLE EAV'            TO ID-LBL-1.
00773      MOVE CL-TAXABLE (W-CLS-SUB)   TO ID-AMT-1.
00774      MOVE ZERO                     TO ID-RATE ID-AMT-3.
00775      PERFORM A070-PRINT-BLOCK THRU A070-EXIT.
00776      WRITE PRINT-REC FROM SHIFT-LINE AFTER ADVANCING 1.
00777      ADD +1 TO LINE-CNT.
00778  A700-EXIT. EXIT.
00779      SKIP1
00780  A710-CLASS-COL.
00781      MOVE CL-REMOVED (W-CLS-SUB, EX-SUB) TO AL-AMT (EX-SUB).
00782      MOVE CL-SHIFT (W-CLS-SUB, EX-SUB)   TO SL-AMT (EX-SUB).
00783  A710-EXIT. EXIT.
00784      SKIP1
00785  A800-PRINT-COUNTY.
00786      MOVE SPACES TO AMT-LINE SHIFT-LINE.
00787      MOVE 'EAV REMOVED' TO AL-LABEL.
00788      MOVE 'TAX SHIFTED' TO SL-LABEL.
00789      PERFORM A810-COUNTY-COL THRU A810-EXIT
00790          VARYING EX-SUB FROM +1 BY +1
00791          UNTIL EX-SUB GREATER THAN +8.
00792      MOVE SPACES TO ID-LINE.
00793      MOVE 'COUNTY TOTAL'           TO ID-TITLE.
00794      MOVE 'TAXABLE EAV'            TO ID-LBL-1.
00795      MOVE GR-TAXABLE               TO ID-AMT-1.
00796      MOVE ZERO                     TO ID-RATE ID-AMT-3.
00797      PERFORM A070-PRINT-BLOCK THRU A070-EXIT.
00798      WRITE PRINT-REC FROM SHIFT-LINE AFTER ADVANCING 1.
00799      ADD +1 TO LINE-CNT.
00800  A800-EXIT. EXIT.
00801      SKIP1
00802  A810-COUNTY-COL.
00803      MOVE GR-REMOVED (EX-SUB) TO AL-AMT (EX-SUB).
00804      MOVE GR-SHIFT (EX-SUB)   TO SL-AMT (EX-SUB).
00805  A810-EXIT. EXIT.
00806      SKIP1
00807 *    EACH BLOCK STARTS WITH ITS IDENTIFYING LINE AND THE EAV
00808 *    REMOVED; THE CALLER WRITES THE REST OF THE BLOCK.
00809  A070-PRINT-BLOCK.
00810      IF LINE-CNT GREATER THAN +53
00811          PERFORM B100-HEADING THRU B100-EXIT.
00812      WRITE PRINT-REC FROM ID-LINE AFTER ADVANCING 2.
00813      WRITE PRINT-REC FROM AMT-LINE AFTER ADVANCING 1.
00814      ADD +3 TO LINE-CNT.
00815  A070-EXIT. EXIT.
00816      SKIP1
00817  B100-HEADING.
00818      ADD +1 TO PAGE-CNT.
00819      MOVE PAGE-CNT TO HD-PAGE.
00820      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00821      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00822      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00823      MOVE +5 TO LINE-CNT.
00824  B100-EXIT. EXIT.
00825      SKIP1
00826  C900-REG-START.
00827      MOVE SPACES      TO RUNREG-REC.
00828      MOVE 'CLRTM781'  TO RR-PROGRAM-ID.
00829      MOVE 'S'         TO RR-REC-TYPE.
00830      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00831      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00832      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00833      WRITE RUNREG-REC.
00834  C900-EXIT. EXIT.
00835      SKIP1
00836  C910-REG-END.
00837      MOVE SPACES      TO RUNREG-REC.
00838      MOVE 'CLRTM781'  TO RR-PROGRAM-ID.
00839      MOVE 'E'         TO RR-REC-TYPE.
00840      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00841      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00842      MOVE EQ-IN-CNT     TO RR-IN-CNT.
00843      MOVE TXCD-PRT-CNT  TO RR-OUT-CNT.
00844      MOVE RETURN-CODE TO RR-COND-CODE.
00845      WRITE RUNREG-REC.
00846  C910-EXIT. EXIT.
