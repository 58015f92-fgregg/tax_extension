00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM773.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PM-TOTTX HAS ALWAYS ARRIVED ON THE PROPERTY MASTER
00007 *         FROM OUTSIDE THE SYSTEM.  THIS PROGRAM IS THE PER-PARCEL
00008 *         TAX EXTENSION.  THE PROPERTY MASTER (PROPMSRD01) AND THE
00009 *         EQUALIZED VALUATION FILE (EQVALRD01), BOTH IN VOLUME,
00010 *         PROPERTY AND TAX TYPE SEQUENCE, ARE MATCHED FOR THE TAX
00011 *         YEAR ON THE CONTROL CARD.  EACH MATCHED PARCEL'S
00012 *         EQ-EQ-VAL IS REDUCED BY EVERY EXEMPTION AMOUNT ON THE EQ
00013 *         RECORD (HOMEOWNER, SENIOR HOMESTEAD, SENIOR FREEZE,
00014 *         VETERAN, RETURNING VETERAN, DISABLED PERSON, THE THREE
00015 *         DISABLED VETERAN TIERS, LONG-TIME OCCUPANT, EXEMPT OWNER
00016 *         AND ENTERPRISE ZONE ABATEMENT), NEVER BELOW ZERO, AND
00017 *         THE TAXABLE EAV IS EXTENDED AT THE COMPOSITE TR-RATE
00018 *         CLRTM769 BUILT FOR THE PARCEL'S TAX CODE (INDEXED TAX
00019 *         CODE MASTER).  A DETAIL RECORD CARRYING EVERY AMOUNT IN
00020 *         THE BILL IS WRITTEN TO THE TREASURER'S TAX ROLL
00021 *         (CLTXROLR1) WITH A CONTROL TRAILER, AND A NEW PROPERTY
00022 *         MASTER IS WRITTEN WITH THE VALUES, RATE AND TOTAL TAX
00023 *         POSTED TO PM-TXINFO.  THE VALUES CARRIED IN ON PM-TXINFO
00024 *         (LAST YEAR'S EAV, RATE AND TAX CODE) ARE MOVED TO THE
00025 *         PRIOR-YEAR FIELDS FIRST, SO A RERUN MUST ALWAYS BE MADE
00026 *         FROM THE SAME INPUT GENERATION OF THE MASTER.  RECORDS
00027 *         FOR OTHER TAX YEARS PASS THROUGH UNCHANGED.  PARCELS
00028 *         WITH NO EQ RECORD, EQ RECORDS WITH NO PARCEL AND TAX
00029 *         CODES WITH NO RATE ARE LISTED AS EXCEPTIONS (EXEMPT,
00030 *         RAILROAD AND DIVIDED PARCELS ARE NOT EXPECTED ON THE EQ
00031 *         FILE AND ARE PASSED WITHOUT COMMENT), AND THE
00032 *         ROLL IS SUMMARIZED BY TOWNSHIP.  START AND END RECORDS
00033 *         ARE STAMPED ON THE RUN REGISTRY (DPRUNREGR1) SO THE
00034 *         LEVY PROOF AND DISTRIBUTION STEPS CAN GATE ON A CLEAN
00035 *         EXTENSION THROUGH DPRUN003.
0035A *         THE HOME IMPROVEMENT EXEMPTION (EQ-HOME-IMP-AMT) IS
0035B *         DEDUCTED WITH THE OTHERS AND CARRIED ON THE ROLL.
0035C *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0035D *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0035E *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0035F *         YEAR TAKES THE CYCLE YEAR.
00036      SKIP2
00037  ENVIRONMENT DIVISION.
00038  CONFIGURATION SECTION.
00039  SOURCE-COMPUTER. IBM-370.
00040  OBJECT-COMPUTER. IBM-370.
00041      SKIP1
00042  INPUT-OUTPUT SECTION.
00043  FILE-CONTROL.
00044      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00045      SELECT PROP-NEWMAST  ASSIGN TO UT-S-PROPMSTO.
00046      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00047      SELECT TAXCODE-MAST  ASSIGN TO DA-TAXCODE
00048        ORGANIZATION IS INDEXED
00049        ACCESS IS RANDOM
00050        RECORD KEY IS TR-TAX-CODE
00051        FILE STATUS IS TC-STATUS.
00052      SELECT TAXROLL-FILE  ASSIGN TO UT-S-TAXROLL.
00053      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00054      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00055      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00056      SKIP2
00057  DATA DIVISION.
00058  FILE SECTION.
00059      SKIP1
00060  FD  PROP-MASTER
00061      BLOCK  CONTAINS 0 CHARACTERS
00062      RECORD CONTAINS 29 TO 1275 CHARACTERS
00063      RECORDING MODE IS S
00064      LABEL  RECORDS ARE STANDARD
00065      DATA RECORD IS PM-REC.
00066  01  PM-REC.
00067  COPY PROPMSRD01.
00068      SKIP2
00069  FD  PROP-NEWMAST
00070      BLOCK  CONTAINS 0 CHARACTERS
00071      RECORD CONTAINS 29 TO 1275 CHARACTERS
00072      RECORDING MODE IS S
00073      LABEL  RECORDS ARE STANDARD
00074      DATA RECORD IS PO-REC.
00075  01  PO-REC.
00076  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==PO-==.
00077      SKIP2
00078  FD  EQUAL-VALUE
00079      BLOCK  CONTAINS 0 RECORDS
00080      RECORD CONTAINS 115 CHARACTERS
00081      RECORDING MODE IS F
00082      LABEL  RECORDS ARE STANDARD
00083      DATA RECORD IS EQ-REC.
00084  01  EQ-REC.
00085  COPY EQVALRD01.
00086      SKIP2
00087  FD  TAXCODE-MAST
00088      RECORD CONTAINS 207 CHARACTERS
00089      LABEL RECORDS ARE STANDARD.
00090      SKIP1
00091  01  TAXCODE-MAST-REC.
00092  COPY TAXCODERD2.
00093      SKIP2
00094  FD  TAXROLL-FILE
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 250 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD
00099      DATA RECORD IS TAXROLL-REC.
00100  01  TAXROLL-REC.
00101  COPY CLTXROLR1.
00102      SKIP2
00103  FD  CONTROL-FILE
00104      BLOCK  CONTAINS 0 RECORDS
00105      RECORD CONTAINS 80 CHARACTERS
00106      RECORDING MODE IS F
00107      LABEL  RECORDS ARE STANDARD
00108      DATA RECORD IS CONTROL-REC.
00109  01  CONTROL-REC.
00110      05  CC-TAX-YEAR     PIC X(4).
00111      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00112                          PIC 9(4).
00113      05  FILLER          PIC X(76).
00114      SKIP2
00115  FD  RUN-REGISTRY
00116      BLOCK  CONTAINS 0 RECORDS
00117      RECORD CONTAINS 80 CHARACTERS
00118      RECORDING MODE IS F
00119      LABEL  RECORDS ARE STANDARD
00120      DATA RECORD IS RUNREG-REC.
00121  01  RUNREG-REC.
00122  COPY DPRUNREGR1.
00123      SKIP2
00124  FD  PRINT-FILE
00125      BLOCK  CONTAINS 0 RECORDS
00126      RECORD CONTAINS 133 CHARACTERS
00127      RECORDING MODE IS F
00128      LABEL  RECORDS ARE STANDARD.
00129      SKIP1
00130  01  PRINT-REC               PIC X(133).
00131      SKIP2
00132  WORKING-STORAGE SECTION.
00133      SKIP1
00134  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00135  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00136      SKIP1
00137  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00138      88  END-OF-PM-FILE                   VALUE 'Y'.
00139  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00140      88  END-OF-EQ-FILE                   VALUE 'Y'.
00141  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00142  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00143      88  END-OF-CTL-FILE                  VALUE 'Y'.
00144  77  RATE-FOUND-SW             PIC X      VALUE 'N'.
00145      88  RATE-FOUND                       VALUE 'Y'.
00146  77  TC-STATUS                 PIC XX     VALUE '00'.
00147      SKIP1
00148  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00149  77  PM-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00150  77  PASS-CNT          COMP-3  PIC S9(9)  VALUE +0.
00151  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00152  77  PRICED-CNT        COMP-3  PIC S9(9)  VALUE +0.
00153  77  ROLL-OUT-CNT      COMP-3  PIC S9(9)  VALUE +0.
00154  77  NO-EQ-CNT         COMP-3  PIC S9(7)  VALUE +0.
00155  77  NO-PM-CNT         COMP-3  PIC S9(7)  VALUE +0.
00156  77  NO-RATE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00157  77  TXCD-DIFF-CNT     COMP-3  PIC S9(7)  VALUE +0.
00158  77  OVER-EXEMPT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00159  77  NEW-TXINFO-CNT    COMP-3  PIC S9(7)  VALUE +0.
00160      SKIP1
00161  77  W-EXEMPT-TOT      COMP-3  PIC S9(11) VALUE +0.
00162  77  W-VET-TOT         COMP-3  PIC S9(11) VALUE +0.
00163  77  W-NET-EAV         COMP-3  PIC S9(11) VALUE +0.
00164  77  W-TAX             COMP-3  PIC S9(9)V99 VALUE +0.
00165  77  W-LAST-TXCD       COMP-3  PIC S9(5)  VALUE -1.
00166  77  W-LAST-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00167  77  W-OLD-EQVAL       COMP-3  PIC S9(9)  VALUE +0.
00168  77  W-OLD-RATE        COMP-3  PIC S99V999 VALUE +0.
00169  77  W-OLD-TOTTX       COMP-3  PIC S9(9)V99 VALUE +0.
00170  77  W-OLD-TXCD        COMP-3  PIC S9(5)  VALUE +0.
00171  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
00172      SKIP1
00173  77  GR-EQ-VAL         COMP-3  PIC S9(15) VALUE +0.
00174  77  GR-EXEMPT         COMP-3  PIC S9(15) VALUE +0.
00175  77  GR-NET-EAV        COMP-3  PIC S9(15) VALUE +0.
00176  77  GR-TAX            COMP-3  PIC S9(13)V99 VALUE +0.
00177      SKIP1
0177A  01  CYCLK-AREA.
0177B  COPY DPCYCLKR1.
0177C      SKIP1
00178  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00179  01  W-TAX-YEAR-X REDEFINES W-TAX-YEAR.
00180      05  FILLER                PIC 99.
00181      05  W-TAX-YY              PIC 99.
00182      SKIP1
00183  01  PM-MATCH-KEY.
00184      05  PMK-VOL               PIC 9(3).
00185      05  PMK-PROP              PIC 9(15).
00186      05  PMK-TXTYP             PIC X.
00187  01  EQ-MATCH-KEY.
00188      05  EQK-VOL               PIC 9(3).
00189      05  EQK-PROP              PIC 9(15).
00190      05  EQK-TXTYP             PIC 9.
00191      SKIP1
00192  01  TOWN-TOTAL-TABLE.
00193      05  TOWN-TOTAL OCCURS 99 TIMES.
00194          10  TW-PARCELS        PIC S9(7)     COMP-3.
00195          10  TW-EQ-VAL         PIC S9(13)    COMP-3.
00196          10  TW-EXEMPT         PIC S9(13)    COMP-3.
00197          10  TW-NET-EAV        PIC S9(13)    COMP-3.
00198          10  TW-TAX            PIC S9(11)V99 COMP-3.
00199      SKIP1
00200  01  UNPK-TXCD           PIC 9(5).
00201  01  FILLER REDEFINES UNPK-TXCD.
00202      05  W-TOWN          PIC 99.
00203      05  FILLER          PIC 999.
00204      SKIP1
00205  01  ACPT-DATE                  PIC 9(6).
00206  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00207      05  ACPT-YR                PIC 99.
00208      05  ACPT-MO                PIC 99.
00209      05  ACPT-DA                PIC 99.
00210  01  DSP-DATE.
00211      05  DSP-MO                 PIC 99.
00212      05  FILLER                 PIC X      VALUE '/'.
00213      05  DSP-DA                 PIC 99.
00214      05  FILLER                 PIC X      VALUE '/'.
00215      05  DSP-YR                 PIC 99.
00216      SKIP1
00217  01  HEAD-A.
00218      05  FILLER          PIC X(3)   VALUE SPACES.
00219      05  HD-DATE         PIC X(8).
00220      05  FILLER          PIC X(42)  VALUE SPACES.
00221      05  FILLER     PIC X(26) VALUE
00222          'OFFICE OF THE COUNTY CLERK'.
00223      05  FILLER          PIC X(42)  VALUE SPACES.
00224      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00225      05  HD-PAGE         PIC ZZ,ZZ9.
00226      SKIP1
00227  01  HEAD-B.
00228      05  FILLER          PIC X(3)   VALUE SPACES.
00229      05  FILLER          PIC X(8)   VALUE 'CLRTM773'.
00230      05  FILLER          PIC X(18)  VALUE SPACES.
00231      05  FILLER          PIC X(40)  VALUE
00232          'PER-PARCEL TAX EXTENSION -- TAX YEAR'.
00233      05  HD-TAX-YEAR     PIC 9(4).
00234      SKIP1
00235  01  HEAD-C.
00236      05  FILLER          PIC X(3)   VALUE SPACES.
00237      05  HD-SUBTITLE     PIC X(60).
00238      SKIP1
00239  01  EXCP-LINE.
00240      05  FILLER          PIC X(3)   VALUE SPACES.
00241      05  EL-VOL          PIC 9(3).
00242      05  FILLER          PIC X      VALUE SPACE.
00243      05  EL-PROP         PIC 9(15).
00244      05  FILLER          PIC X      VALUE SPACE.
00245      05  EL-TXTYP        PIC X.
00246      05  FILLER          PIC X(2)   VALUE SPACES.
00247      05  EL-TXCD         PIC 9(5).
00248      05  FILLER          PIC X(2)   VALUE SPACES.
00249      05  EL-EQ-VAL       PIC ZZ,ZZZ,ZZZ,ZZ9.
00250      05  FILLER          PIC X(2)   VALUE SPACES.
00251      05  EL-MESSG        PIC X(40).
00252      SKIP1
00253  01  TOWN-LINE.
00254      05  FILLER          PIC X(4)   VALUE SPACES.
00255      05  TL-TOWN         PIC 99.
00256      05  FILLER          PIC X(3)   VALUE SPACES.
00257      05  TL-PARCELS      PIC Z,ZZZ,ZZ9.
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  TL-EQ-VAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
00260      05  FILLER          PIC X(2)   VALUE SPACES.
00261      05  TL-EXEMPT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
00262      05  FILLER          PIC X(2)   VALUE SPACES.
00263      05  TL-NET-EAV      PIC ZZZ,ZZZ,ZZZ,ZZ9.
00264      05  FILLER          PIC X(2)   VALUE SPACES.
00265      05  TL-TAX          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
00266      SKIP1
00267  01  TOWN-HEAD.
00268      05  FILLER          PIC X(3)   VALUE SPACES.
00269      05  FILLER          PIC X(6)   VALUE 'TOWN'.
00270      05  FILLER          PIC X(11)  VALUE '  PARCELS'.
00271      05  FILLER          PIC X(17)  VALUE '  EQUALIZED VALUE'.
00272      05  FILLER          PIC X(17)  VALUE '      EXEMPT EAV'.
00273      05  FILLER          PIC X(17)  VALUE '     TAXABLE EAV'.
00274      05  FILLER          PIC X(22)  VALUE
00275          '             TOTAL TAX'.
00276      EJECT
00277  PROCEDURE DIVISION.
00278      SKIP1
00279  A010-HOUSEKEEPING.
00280      OPEN INPUT  PROP-MASTER, EQUAL-VALUE, TAXCODE-MAST,
00281                  CONTROL-FILE
00282           OUTPUT PROP-NEWMAST, TAXROLL-FILE, PRINT-FILE.
00283      OPEN EXTEND RUN-REGISTRY.
0283A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00284      PERFORM C900-REG-START THRU C900-EXIT.
00285      IF TC-STATUS NOT EQUAL '00'
00286          DISPLAY 'CLRTM773 -- TAX CODE MASTER OPEN FAILED, '
00287              'STATUS ' TC-STATUS
00288          MOVE 16 TO RETURN-CODE
00289          PERFORM C910-REG-END THRU C910-EXIT
00290          CLOSE PROP-MASTER EQUAL-VALUE CONTROL-FILE PROP-NEWMAST
00291                TAXROLL-FILE PRINT-FILE RUN-REGISTRY
00292          STOP RUN.
00293      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00294      IF RETURN-CODE GREATER THAN ZERO
00295          PERFORM C910-REG-END THRU C910-EXIT
00296          CLOSE PROP-MASTER EQUAL-VALUE TAXCODE-MAST CONTROL-FILE
00297                PROP-NEWMAST TAXROLL-FILE PRINT-FILE RUN-REGISTRY
00298          STOP RUN.
00299      PERFORM A015-CLEAR-TOWN THRU A015-EXIT
00300          VARYING W-TOWN-SUB FROM +1 BY +1
00301          UNTIL W-TOWN-SUB GREATER THAN +99.
00302      ACCEPT ACPT-DATE FROM DATE.
00303      MOVE ACPT-MO TO DSP-MO.
00304      MOVE ACPT-DA TO DSP-DA.
00305      MOVE ACPT-YR TO DSP-YR.
00306      MOVE DSP-DATE TO HD-DATE.
00307      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00308      MOVE
00309          'EXCEPTIONS -- PARCELS NOT PRICED OR PRICED WITH WARNING'
00310          TO HD-SUBTITLE.
00311      PERFORM B100-HEADING THRU B100-EXIT.
00312      PERFORM A030-READ-PM THRU A030-EXIT.
00313      PERFORM A040-READ-EQ THRU A040-EXIT.
00314      PERFORM A100-MATCH THRU A100-EXIT
00315          UNTIL END-OF-PM-FILE
00316            AND END-OF-EQ-FILE.
00317      PERFORM A500-WRITE-TRAILER THRU A500-EXIT.
00318      PERFORM A600-TOWN-REPORT THRU A600-EXIT.
00319      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00320      DISPLAY 'TOTAL PROPERTY MASTER RECORDS WRITTEN: ' PM-OUT-CNT.
00321      DISPLAY 'TOTAL PASSED THROUGH UNPRICED........: ' PASS-CNT.
00322      DISPLAY 'TOTAL EQ RECORDS READ................: ' EQ-IN-CNT.
00323      DISPLAY 'TOTAL PARCELS PRICED.................: ' PRICED-CNT.
00324      DISPLAY 'TOTAL TAX ROLL DETAILS WRITTEN.......: '
00325          ROLL-OUT-CNT.
00326      DISPLAY 'TOTAL TAX INFO SEGMENTS ADDED........: '
00327          NEW-TXINFO-CNT.
00328      DISPLAY 'TOTAL PARCELS WITH NO EQ RECORD......: ' NO-EQ-CNT.
00329      DISPLAY 'TOTAL EQ RECORDS WITH NO PARCEL......: ' NO-PM-CNT.
00330      DISPLAY 'TOTAL PARCELS WITH NO TAX CODE RATE..: '
00331          NO-RATE-CNT.
00332      DISPLAY 'TOTAL EQ/PM TAX CODE DIFFERENCES.....: '
00333          TXCD-DIFF-CNT.
00334      DISPLAY 'TOTAL EXEMPTIONS OVER EQUALIZED VALUE: '
00335          OVER-EXEMPT-CNT.
00336      DISPLAY 'TOTAL TAX EXTENDED...................: ' GR-TAX.
00337      IF NO-RATE-CNT GREATER THAN +0
00338          MOVE 8 TO RETURN-CODE
00339      ELSE
00340          IF NO-EQ-CNT GREATER THAN +0
00341              OR NO-PM-CNT GREATER THAN +0
00342              MOVE 4 TO RETURN-CODE.
00343      PERFORM C910-REG-END THRU C910-EXIT.
00344      CLOSE PROP-MASTER, PROP-NEWMAST, EQUAL-VALUE, TAXCODE-MAST,
00345            TAXROLL-FILE, CONTROL-FILE, RUN-REGISTRY, PRINT-FILE.
00346      STOP RUN.
00347      SKIP1
00348  A011-READ-CONTROL.
00349      READ CONTROL-FILE AT END
00350          MOVE 'Y' TO CTL-EOF-SW.
0350A      MOVE 'CLRTM773' TO CK-CALLER.
0350B      MOVE SPACES TO CK-CARD-YEAR.
0350C      IF NOT END-OF-CTL-FILE
0350D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0350E      CALL 'DPRUN004' USING CYCLK-AREA.
0350F      IF NOT END-OF-CTL-FILE
0350G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0350H  A011-EXIT. EXIT.
0350I      SKIP1
0350J  A012-EDIT-CONTROL.
00351      IF END-OF-CTL-FILE
00352          OR CC-TAX-YEAR NOT NUMERIC
00353          OR CC-TAX-YEAR-N EQUAL ZERO
00354          DISPLAY 'CLRTM773 -- TAX YEAR CONTROL CARD MISSING OR '
00355              'INVALID -- RUN STOPPED'
00356          MOVE 16 TO RETURN-CODE
00357          GO TO A012-EXIT.
00358      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00359      DISPLAY 'TAX YEAR EXTENDED....................: ' W-TAX-YEAR.
00360  A012-EXIT. EXIT.
00361      SKIP1
00362  A015-CLEAR-TOWN.
00363      MOVE ZEROS TO TW-PARCELS (W-TOWN-SUB)
00364                    TW-EQ-VAL  (W-TOWN-SUB)
00365                    TW-EXEMPT  (W-TOWN-SUB)
00366                    TW-NET-EAV (W-TOWN-SUB)
00367                    TW-TAX     (W-TOWN-SUB).
00368  A015-EXIT. EXIT.
00369      SKIP1
00370  A030-READ-PM.
00371      READ PROP-MASTER AT END
00372          MOVE 'Y' TO PM-EOF-SW
00373          MOVE ALL '9' TO PM-MATCH-KEY
00374          GO TO A030-EXIT.
00375      ADD +1 TO PM-IN-CNT.
00376      MOVE PM-VOL   TO PMK-VOL.
00377      MOVE PM-PROP  TO PMK-PROP.
00378      MOVE PM-TXTYP TO PMK-TXTYP.
00379  A030-EXIT. EXIT.
00380      SKIP1
00381  A040-READ-EQ.
00382      READ EQUAL-VALUE AT END
00383          MOVE 'Y' TO EQ-EOF-SW
00384          MOVE ALL '9' TO EQ-MATCH-KEY
00385          GO TO A040-EXIT.
00386      IF FIRST-EQ-REC-SW EQUAL 'Y'
00387          MOVE 'N' TO FIRST-EQ-REC-SW
00388          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00389              DISPLAY 'CLRTM773 - VINTAGE HDR BYPASSED'
00390              GO TO A040-READ-EQ.
00391      ADD +1 TO EQ-IN-CNT.
00392      MOVE EQ-VOL   TO EQK-VOL.
00393      MOVE EQ-PROP  TO EQK-PROP.
00394      MOVE EQ-TXTYP TO EQK-TXTYP.
00395  A040-EXIT. EXIT.
00396      SKIP1
00397 *    ONLY THE TAX YEAR BEING EXTENDED TAKES PART IN THE MATCH;
00398 *    EVERY OTHER PROPERTY MASTER RECORD IS COPIED AS IT STANDS.
00399  A100-MATCH.
00400      IF NOT END-OF-PM-FILE
00401       AND PM-TXYR NOT EQUAL W-TAX-YY
00402          PERFORM A300-COPY-MASTER THRU A300-EXIT
00403          PERFORM A350-WRITE-MASTER THRU A350-EXIT
00404          ADD +1 TO PASS-CNT
00405          PERFORM A030-READ-PM THRU A030-EXIT
00406          GO TO A100-EXIT.
00407      EVALUATE TRUE
00408          WHEN PM-MATCH-KEY EQUAL EQ-MATCH-KEY
00409              PERFORM A200-PRICE-PARCEL THRU A200-EXIT
00410              PERFORM A030-READ-PM THRU A030-EXIT
00411              PERFORM A040-READ-EQ THRU A040-EXIT
00412          WHEN PM-MATCH-KEY LESS THAN EQ-MATCH-KEY
00413              IF PM-TXSTAT NOT EQUAL 1
00414               AND PM-TXSTAT NOT EQUAL 2
00415               AND PM-TXSTAT NOT EQUAL 9
00416                  ADD +1 TO NO-EQ-CNT
00417                  MOVE ZEROS TO EL-EQ-VAL
00418                  MOVE PM-TXCD TO EL-TXCD
00419                  MOVE 'NO EQUALIZED VALUE RECORD -- NOT PRICED'
00420                      TO EL-MESSG
00421                  PERFORM A070-PRINT-PM-EXCP THRU A070-EXIT
00422              END-IF
00423              PERFORM A300-COPY-MASTER THRU A300-EXIT
00424              PERFORM A350-WRITE-MASTER THRU A350-EXIT
00425              ADD +1 TO PASS-CNT
00426              PERFORM A030-READ-PM THRU A030-EXIT
00427          WHEN OTHER
00428              ADD +1 TO NO-PM-CNT
00429              MOVE EQ-VOL    TO EL-VOL
00430              MOVE EQ-PROP   TO EL-PROP
00431              MOVE EQ-TXTYP  TO EL-TXTYP
00432              MOVE EQ-TXCD   TO EL-TXCD
00433              MOVE EQ-EQ-VAL TO EL-EQ-VAL
00434              MOVE 'NO PROPERTY MASTER RECORD FOR EQ RECORD'
00435                  TO EL-MESSG
00436              PERFORM A075-PRINT-EXCP THRU A075-EXIT
00437              PERFORM A040-READ-EQ THRU A040-EXIT
00438      END-EVALUATE.
00439  A100-EXIT. EXIT.
00440      SKIP1
00441  A200-PRICE-PARCEL.
00442      PERFORM A210-GET-RATE THRU A210-EXIT.
00443      IF NOT RATE-FOUND
00444          ADD +1 TO NO-RATE-CNT
00445          MOVE EQ-TXCD   TO EL-TXCD
00446          MOVE EQ-EQ-VAL TO EL-EQ-VAL
00447          MOVE 'NO RATE FOR TAX CODE -- NOT PRICED' TO EL-MESSG
00448          PERFORM A070-PRINT-PM-EXCP THRU A070-EXIT
00449          PERFORM A300-COPY-MASTER THRU A300-EXIT
00450          PERFORM A350-WRITE-MASTER THRU A350-EXIT
00451          ADD +1 TO PASS-CNT
00452          GO TO A200-EXIT.
00453      IF EQ-TXCD NOT EQUAL PM-TXCD
00454          ADD +1 TO TXCD-DIFF-CNT
00455          MOVE EQ-TXCD   TO EL-TXCD
00456          MOVE EQ-EQ-VAL TO EL-EQ-VAL
00457          MOVE 'PRICED ON EQ TAX CODE -- PM TAX CODE DIFFERS'
00458              TO EL-MESSG
00459          PERFORM A070-PRINT-PM-EXCP THRU A070-EXIT.
00460      PERFORM A220-SUM-EXEMPTIONS THRU A220-EXIT.
00461      COMPUTE W-NET-EAV = EQ-EQ-VAL - W-EXEMPT-TOT.
00462      IF W-NET-EAV LESS THAN ZERO
00463          ADD +1 TO OVER-EXEMPT-CNT
00464          MOVE ZERO TO W-NET-EAV.
00465      COMPUTE W-TAX ROUNDED = W-NET-EAV * W-LAST-RATE / 100.
00466      IF PM-TXIND EQUAL 1
00467          MOVE PM-EQVAL (1)  TO W-OLD-EQVAL
00468          MOVE PM-TXRAT (1)  TO W-OLD-RATE
00469          MOVE PM-TOTTX (1)  TO W-OLD-TOTTX
00470      ELSE
00471          MOVE ZEROS TO W-OLD-EQVAL W-OLD-RATE W-OLD-TOTTX.
00472      MOVE PM-TXCD TO W-OLD-TXCD.
00473      PERFORM A400-WRITE-ROLL THRU A400-EXIT.
00474      PERFORM A300-COPY-MASTER THRU A300-EXIT.
00475      PERFORM A250-POST-TXINFO THRU A250-EXIT.
00476      PERFORM A350-WRITE-MASTER THRU A350-EXIT.
00477      ADD +1 TO PRICED-CNT.
00478      MOVE EQ-TXCD TO UNPK-TXCD.
00479      IF W-TOWN GREATER THAN ZERO
00480          ADD +1           TO TW-PARCELS (W-TOWN)
00481          ADD EQ-EQ-VAL    TO TW-EQ-VAL  (W-TOWN)
00482          ADD W-EXEMPT-TOT TO TW-EXEMPT  (W-TOWN)
00483          ADD W-NET-EAV    TO TW-NET-EAV (W-TOWN)
00484          ADD W-TAX        TO TW-TAX     (W-TOWN).
00485      ADD EQ-EQ-VAL    TO GR-EQ-VAL.
00486      ADD W-EXEMPT-TOT TO GR-EXEMPT.
00487      ADD W-NET-EAV    TO GR-NET-EAV.
00488      ADD W-TAX        TO GR-TAX.
00489  A200-EXIT. EXIT.
00490      SKIP1
00491  A210-GET-RATE.
00492      IF EQ-TXCD EQUAL W-LAST-TXCD
00493          GO TO A210-EXIT.
00494      MOVE EQ-TXCD TO W-LAST-TXCD.
00495      MOVE EQ-TXCD TO TR-TAX-CODE.
00496      READ TAXCODE-MAST.
00497      IF TC-STATUS EQUAL '00'
00498       AND TR-RATE-R NOT GREATER THAN 99.999
00499          MOVE 'Y' TO RATE-FOUND-SW
00500          MOVE TR-RATE-R TO W-LAST-RATE
00501      ELSE
00502          MOVE 'N' TO RATE-FOUND-SW
00503          MOVE ZEROS TO W-LAST-RATE
00504          IF TC-STATUS EQUAL '00'
00505              DISPLAY 'CLRTM773 -- RATE ON TAX CODE ' EQ-TXCD
00506                  ' EXCEEDS THE PM-TXRAT PICTURE'.
00507  A210-EXIT. EXIT.
00508      SKIP1
00509  A220-SUM-EXEMPTIONS.
00510      COMPUTE W-VET-TOT = EQ-VET-EX-AMT + EQ-RET-VET
00511          + EQ-DIS-VET-1 + EQ-DIS-VET-2 + EQ-DIS-VET-3.
00512      COMPUTE W-EXEMPT-TOT = EQ-HOME-AMT + EQ-SC-HMESTD-AMT
00513          + EQ-SRFRZEXVAL + W-VET-TOT + EQ-DIS-PER
00514          + EQ-LT-OCC-AMT + EQ-EXOWNEXVAL + EQ-EZ-ABATAMT
0514A          + EQ-HOME-IMP-AMT.
00515  A220-EXIT. EXIT.
00516      SKIP1
00517 *    LAST YEAR'S FIGURES ON PM-TXINFO BECOME THE PRIOR-YEAR
00518 *    FIELDS BEFORE THIS YEAR'S VALUES, RATE AND TAX ARE POSTED.
00519  A250-POST-TXINFO.
00520      IF PM-TXIND NOT EQUAL 1
00521          ADD +1 TO NEW-TXINFO-CNT
00522          MOVE ZEROS TO PO-ESTTX (1).
00523      MOVE W-OLD-EQVAL      TO PO-PRYR-EQVAL (1).
00524      MOVE W-OLD-RATE       TO PO-PRYR-TXRAT (1).
00525      MOVE W-OLD-TXCD       TO PO-PRYR-TXCD (1).
00526      MOVE EQ-ASSD-VAL      TO PO-ASSDVAL (1).
00527      MOVE EQ-EQ-VAL        TO PO-EQVAL (1).
00528      MOVE EQ-HOME-AMT      TO PO-HOEXVAL (1).
00529      MOVE EQ-SC-HMESTD-AMT TO PO-SCEXVAL (1).
00530      MOVE W-LAST-RATE      TO PO-TXRAT (1).
00531      MOVE W-TAX            TO PO-TOTTX (1).
00532  A250-EXIT. EXIT.
00533      SKIP1
00534 *    THE NEW MASTER RECORD IS BUILT PIECE BY PIECE SO A PARCEL
00535 *    BEING PRICED FOR THE FIRST TIME CAN GAIN ITS TAX SEGMENT;
00536 *    THE TAX INDICATOR MUST BE SET BEFORE THE SEGMENTS MOVE.
00537  A300-COPY-MASTER.
00538      MOVE PM-BASE TO PO-BASE.
00539      IF PM-TXIND EQUAL 1
00540          MOVE PM-TXINFO (1) TO PO-TXINFO (1).
00541      IF RATE-FOUND
00542       AND PM-MATCH-KEY EQUAL EQ-MATCH-KEY
00543       AND PM-TXYR EQUAL W-TAX-YY
00544          MOVE 1 TO PO-TXIND.
00545      MOVE PM-SEGS TO PO-SEGS.
00546  A300-EXIT. EXIT.
00547      SKIP1
00548  A350-WRITE-MASTER.
00549      WRITE PO-REC.
00550      ADD +1 TO PM-OUT-CNT.
00551  A350-EXIT. EXIT.
00552      SKIP1
00553  A400-WRITE-ROLL.
00554      MOVE SPACES           TO TAXROLL-REC.
00555      MOVE 'D'              TO TX-REC-TYPE.
00556      MOVE EQ-VOL           TO TX-VOL.
00557      MOVE EQ-PROP          TO TX-PROP.
00558      MOVE PM-TXTYP         TO TX-TXTYP.
00559      MOVE W-TAX-YEAR       TO TX-TAX-YEAR.
00560      MOVE EQ-TXCD          TO TX-TXCD.
00561      MOVE EQ-CLASS         TO TX-CLASS.
00562      MOVE EQ-ASSD-VAL      TO TX-ASSD-VAL.
00563      MOVE EQ-EQ-VAL        TO TX-EQ-VAL.
00564      MOVE EQ-HOME-AMT      TO TX-HOME-AMT.
00565      MOVE EQ-SC-HMESTD-AMT TO TX-SENIOR-AMT.
00566      MOVE EQ-SRFRZEXVAL    TO TX-FREEZE-AMT.
00567      MOVE W-VET-TOT        TO TX-VET-AMT.
00568      MOVE EQ-DIS-PER       TO TX-DISPER-AMT.
00569      MOVE EQ-LT-OCC-AMT    TO TX-LTOCC-AMT.
00570      MOVE EQ-EXOWNEXVAL    TO TX-EXOWN-AMT.
00571      MOVE EQ-EZ-ABATAMT    TO TX-EZ-AMT.
0571A      MOVE EQ-HOME-IMP-AMT  TO TX-HOMEIMP-AMT.
00572      MOVE W-EXEMPT-TOT     TO TX-EXEMPT-TOT.
00573      MOVE W-NET-EAV        TO TX-NET-EAV.
00574      MOVE W-LAST-RATE      TO TX-RATE.
00575      MOVE W-TAX            TO TX-TOTAL-TAX.
00576      MOVE W-OLD-EQVAL      TO TX-PRYR-EQVAL.
00577      MOVE W-OLD-RATE       TO TX-PRYR-RATE.
00578      MOVE W-OLD-TXCD       TO TX-PRYR-TXCD.
00579      MOVE W-OLD-TOTTX      TO TX-PRYR-TAX.
00580      WRITE TAXROLL-REC.
00581      ADD +1 TO ROLL-OUT-CNT.
00582  A400-EXIT. EXIT.
00583      SKIP1
00584  A500-WRITE-TRAILER.
00585      MOVE SPACES       TO TAXROLL-REC.
00586      MOVE 'T'          TO TX-REC-TYPE.
00587      MOVE W-TAX-YEAR   TO TT-TAX-YEAR.
00588      MOVE ROLL-OUT-CNT TO TT-REC-COUNT.
00589      MOVE GR-NET-EAV   TO TT-EAV-TOTAL.
00590      MOVE GR-TAX       TO TT-TAX-TOTAL.
00591      WRITE TAXROLL-REC.
00592  A500-EXIT. EXIT.
00593      SKIP1
00594  A600-TOWN-REPORT.
00595      MOVE 'TAX ROLL SUMMARY BY TOWNSHIP' TO HD-SUBTITLE.
00596      PERFORM B100-HEADING THRU B100-EXIT.
00597      WRITE PRINT-REC FROM TOWN-HEAD AFTER ADVANCING 1.
00598      ADD +1 TO LINE-CNT.
00599      PERFORM A610-TOWN-LINE THRU A610-EXIT
00600          VARYING W-TOWN-SUB FROM +1 BY +1
00601          UNTIL W-TOWN-SUB GREATER THAN +99.
00602      MOVE ZERO        TO TL-TOWN.
00603      MOVE PRICED-CNT  TO TL-PARCELS.
00604      MOVE GR-EQ-VAL   TO TL-EQ-VAL.
00605      MOVE GR-EXEMPT   TO TL-EXEMPT.
00606      MOVE GR-NET-EAV  TO TL-NET-EAV.
00607      MOVE GR-TAX      TO TL-TAX.
00608      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 2.
00609      MOVE SPACES TO PRINT-REC.
00610      MOVE 'TOWN 00 IS THE COUNTY TOTAL' TO PRINT-REC (4:27).
00611      WRITE PRINT-REC AFTER ADVANCING 1.
00612  A600-EXIT. EXIT.
00613      SKIP1
00614  A610-TOWN-LINE.
00615      IF TW-PARCELS (W-TOWN-SUB) EQUAL ZERO
00616          GO TO A610-EXIT.
00617      IF LINE-CNT GREATER THAN +57
00618          PERFORM B100-HEADING THRU B100-EXIT
00619          WRITE PRINT-REC FROM TOWN-HEAD AFTER ADVANCING 1
00620          ADD +1 TO LINE-CNT.
00621      MOVE W-TOWN-SUB              TO TL-TOWN.
00622      MOVE TW-PARCELS (W-TOWN-SUB) TO TL-PARCELS.
00623      MOVE TW-EQ-VAL  (W-TOWN-SUB) TO TL-EQ-VAL.
00624      MOVE TW-EXEMPT  (W-TOWN-SUB) TO TL-EXEMPT.
00625      MOVE TW-NET-EAV (W-TOWN-SUB) TO TL-NET-EAV.
00626      MOVE TW-TAX     (W-TOWN-SUB) TO TL-TAX.
00627      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 1.
00628      ADD +1 TO LINE-CNT.
00629  A610-EXIT. EXIT.
00630      SKIP1
00631  A070-PRINT-PM-EXCP.
00632      MOVE PM-VOL   TO EL-VOL.
00633      MOVE PM-PROP  TO EL-PROP.
00634      MOVE PM-TXTYP TO EL-TXTYP.
00635      PERFORM A075-PRINT-EXCP THRU A075-EXIT.
00636  A070-EXIT. EXIT.
00637      SKIP1
00638  A075-PRINT-EXCP.
00639      IF LINE-CNT GREATER THAN +57
00640          PERFORM B100-HEADING THRU B100-EXIT.
00641      WRITE PRINT-REC FROM EXCP-LINE AFTER ADVANCING 1.
00642      ADD +1 TO LINE-CNT.
00643  A075-EXIT. EXIT.
00644      SKIP1
00645  B100-HEADING.
00646      ADD +1 TO PAGE-CNT.
00647      MOVE PAGE-CNT TO HD-PAGE.
00648      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00649      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00650      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00651      MOVE +6 TO LINE-CNT.
00652  B100-EXIT. EXIT.
00653      SKIP1
00654  C900-REG-START.
00655      MOVE SPACES      TO RUNREG-REC.
00656      MOVE 'CLRTM773'  TO RR-PROGRAM-ID.
00657      MOVE 'S'         TO RR-REC-TYPE.
00658      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00659      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00660      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00661      WRITE RUNREG-REC.
00662  C900-EXIT. EXIT.
00663      SKIP1
00664  C910-REG-END.
00665      MOVE SPACES       TO RUNREG-REC.
00666      MOVE 'CLRTM773'   TO RR-PROGRAM-ID.
00667      MOVE 'E'          TO RR-REC-TYPE.
00668      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00669      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00670      MOVE PM-IN-CNT    TO RR-IN-CNT.
00671      MOVE ROLL-OUT-CNT TO RR-OUT-CNT.
00672      MOVE RETURN-CODE  TO RR-COND-CODE.
00673      WRITE RUNREG-REC.
00674  C910-EXIT. EXIT.
