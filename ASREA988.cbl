00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA988.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. INCENTIVE CLASSIFICATION MASTER MAINTENANCE.  THE
00007 *         CURRENT ASSESSMENT MASTER (ASREASRD02), THE OLD
00008 *         INCENTIVE MASTER (ASINCVMR1) AND THE INCENTIVE INTAKE
00009 *         ARE MATCHED BY VOLUME/PROPERTY, ALL IN KEY SEQUENCE.  A
00010 *         PARCEL WHOSE M-CLS IS AN INCENTIVE CLASS (600-899) AND
00011 *         WHICH IS NOT ON THE MASTER IS SEEDED WITH ITS CLASS AND
00012 *         TAX CODE; ITS START YEAR IS NOT KNOWN FROM THE
00013 *         ASSESSMENT MASTER, SO IT IS HELD AS SEEDED UNTIL THE
00014 *         VALUATION STAFF ESTABLISH IT.  THE INTAKE CARDS ARE:  E
00015 *         - ESTABLISH THE START YEAR (AND THE RESOLUTION, IF ANY);
00016 *         THE USUAL SCHEDULE OF TEN YEARS AT 10 PERCENT, ONE AT 15
00017 *         AND ONE AT 20 IS APPLIED.  R - RENEWAL, GIVING THE
00018 *         MUNICIPAL RESOLUTION NUMBER AND DATE AND THE FIRST YEAR
00019 *         OF THE RENEWED TERM; THE USUAL SCHEDULE IS APPLIED FROM
00020 *         THAT YEAR.  S - STEP SCHEDULE, REPLACING THE SCHEDULE
00021 *         WITH UP TO THREE STEPS (FIRST YEAR AND LEVEL PERCENT)
00022 *         AND THE LAST INCENTIVE YEAR.  T - TERMINATION, GIVING
00023 *         THE LAST INCENTIVE YEAR.  AN ACTIVE INCENTIVE PAST ITS
00024 *         END YEAR IS MARKED EXPIRED.  THE TAX CODE AND CLASS ARE
00025 *         REFRESHED FROM THE ASSESSMENT MASTER.  EVERY CARD AND
00026 *         EVERY SEEDED, EXPIRED OR RECLASSED PARCEL IS LISTED.
00027 *         THE CONTROL CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.
00028 *         THIS IS SEPARATE FROM THE 288 AND ENTERPRISE ZONE
00029 *         TRACKING.
0029A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0029B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0029C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0029D *         YEAR TAKES THE CYCLE YEAR.
00030      SKIP2
00031  ENVIRONMENT DIVISION.
00032  CONFIGURATION SECTION.
00033  SOURCE-COMPUTER. IBM-370.
00034  OBJECT-COMPUTER. IBM-370.
00035      SKIP1
00036  INPUT-OUTPUT SECTION.
00037  FILE-CONTROL.
00038      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00039      SELECT CURR-ASSMT     ASSIGN TO UT-S-CURASMST.
00040      SELECT INCV-OLD       ASSIGN TO UT-S-INCVOLD.
00041      SELECT INTAKE-FILE    ASSIGN TO UT-S-INCVINTK.
00042      SELECT INCV-NEW       ASSIGN TO UT-S-INCVNEW.
00043      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00044      SKIP2
00045  DATA DIVISION.
00046  FILE SECTION.
00047      SKIP1
00048  FD  CONTROL-FILE
00049      BLOCK  CONTAINS 0 RECORDS
00050      RECORD CONTAINS 80 CHARACTERS
00051      RECORDING MODE IS F
00052      LABEL  RECORDS ARE STANDARD
00053      DATA RECORD IS CONTROL-REC.
00054  01  CONTROL-REC.
00055      05  CC-TAX-YEAR     PIC X(4).
00056      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00057                          PIC 9(4).
00058      05  FILLER          PIC X(76).
00059      SKIP2
00060  FD  CURR-ASSMT
00061      BLOCK CONTAINS 0 CHARACTERS
00062      RECORD CONTAINS 122 TO 18706 CHARACTERS
00063      RECORDING MODE IS S
00064      LABEL RECORDS ARE STANDARD
00065      DATA RECORD IS CURR-ASSMT-REC.
00066  01  CURR-ASSMT-REC.
00067  COPY ASREASRD02.
00068      SKIP2
00069  FD  INCV-OLD
00070      BLOCK  CONTAINS 0 RECORDS
00071      RECORD CONTAINS 100 CHARACTERS
00072      RECORDING MODE IS F
00073      LABEL  RECORDS ARE STANDARD
00074      DATA RECORD IS INCV-OLD-REC.
00075  01  INCV-OLD-REC            PIC X(100).
00076      SKIP2
00077  FD  INTAKE-FILE
00078      BLOCK  CONTAINS 0 RECORDS
00079      RECORD CONTAINS 80 CHARACTERS
00080      RECORDING MODE IS F
00081      LABEL  RECORDS ARE STANDARD
00082      DATA RECORD IS INTAKE-REC.
00083  01  INTAKE-REC.
00084      05  II-KEY.
00085          10  II-VOL          PIC X(3).
00086          10  II-PROP         PIC X(15).
00087      05  II-ACTION           PIC X.
00088          88  II-ESTABLISH               VALUE 'E'.
00089          88  II-RENEWAL                 VALUE 'R'.
00090          88  II-SCHEDULE                VALUE 'S'.
00091          88  II-TERMINATION             VALUE 'T'.
00092      05  II-START-YEAR       PIC X(4).
00093      05  II-START-YEAR-N REDEFINES II-START-YEAR
00094                              PIC 9(4).
00095      05  II-RESOL-NO         PIC X(12).
00096      05  II-RESOL-DATE       PIC X(8).
00097      05  II-RESOL-DATE-N REDEFINES II-RESOL-DATE
00098                              PIC 9(8).
00099      05  II-STEPS.
00100          10  II-STEP OCCURS 3 TIMES.
00101              15  II-STEP-YEAR    PIC X(4).
00102              15  II-STEP-YEAR-N REDEFINES II-STEP-YEAR
00103                                  PIC 9(4).
00104              15  II-STEP-PCT     PIC X(2).
00105              15  II-STEP-PCT-N REDEFINES II-STEP-PCT
00106                                  PIC 9(2).
00107      05  II-END-YEAR         PIC X(4).
00108      05  II-END-YEAR-N REDEFINES II-END-YEAR
00109                              PIC 9(4).
00110      05  II-EFF-DATE         PIC X(8).
00111      05  II-EFF-DATE-N REDEFINES II-EFF-DATE
00112                              PIC 9(8).
00113      05  FILLER              PIC X(7).
00114      SKIP2
00115  FD  INCV-NEW
00116      BLOCK  CONTAINS 0 RECORDS
00117      RECORD CONTAINS 100 CHARACTERS
00118      RECORDING MODE IS F
00119      LABEL  RECORDS ARE STANDARD
00120      DATA RECORD IS INCV-NEW-REC.
00121  01  INCV-NEW-REC            PIC X(100).
00122      SKIP2
00123  FD  PRINT-FILE
00124      BLOCK  CONTAINS 0 RECORDS
00125      RECORD CONTAINS 133 CHARACTERS
00126      RECORDING MODE IS F
00127      LABEL  RECORDS ARE STANDARD.
00128      SKIP1
00129  01  PRINT-REC               PIC X(133).
00130      SKIP2
00131  WORKING-STORAGE SECTION.
00132      SKIP1
00133  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00134  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00135      SKIP1
00136  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00137      88  END-OF-CTL-FILE                  VALUE 'Y'.
00138  77  CURR-EOF-SW               PIC X      VALUE 'N'.
00139      88  END-OF-CURR-FILE                 VALUE 'Y'.
00140  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00141      88  END-OF-OLD-FILE                  VALUE 'Y'.
00142  77  II-EOF-SW                 PIC X      VALUE 'N'.
00143      88  END-OF-II-FILE                   VALUE 'Y'.
00144  77  INCV-HELD-SW              PIC X      VALUE 'N'.
00145      88  INCV-HELD                        VALUE 'Y'.
00146  77  ON-CURR-SW                PIC X      VALUE 'N'.
00147      88  ON-CURR-MAST                     VALUE 'Y'.
00148      SKIP1
00149  77  CURR-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00150  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00151  77  II-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00152  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00153  77  SEEDED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00154  77  ESTABLISHED-CNT   COMP-3  PIC S9(7)  VALUE +0.
00155  77  RENEWED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00156  77  SCHEDULED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00157  77  TERMINATED-CNT    COMP-3  PIC S9(7)  VALUE +0.
00158  77  EXPIRED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00159  77  RECLASSED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00160  77  REJECT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00161      SKIP1
00162  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00163  77  W-CLASS                   PIC 9(3)   VALUE ZEROS.
00164  77  ST-SUB            COMP-3  PIC S9(3)  VALUE +0.
00165  77  W-LAST-STEP-YEAR          PIC 9(4)   VALUE ZEROS.
00166  77  W-STEP-ERR-SW             PIC X      VALUE 'N'.
00167      SKIP1
0167A  01  CYCLK-AREA.
0167B  COPY DPCYCLKR1.
0167C      SKIP1
00168  01  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00169  01  FILLER REDEFINES W-RUN-DATE.
00170      05  W-RUN-CC              PIC 99.
00171      05  W-RUN-YY              PIC 99.
00172      05  W-RUN-MM              PIC 99.
00173      05  W-RUN-DD              PIC 99.
00174      SKIP1
00175  01  CURR-KEY                  PIC X(18).
00176  01  OLD-KEY                   PIC X(18).
00177  01  TRAN-KEY                  PIC X(18).
00178  01  LOW-KEY                   PIC X(18).
00179  01  LAST-TRAN-KEY             PIC X(18)  VALUE LOW-VALUES.
00180  01  CK-NUM.
00181      05  CK-VOL                PIC 9(3).
00182      05  CK-PROP               PIC 9(15).
00183      SKIP1
00184  01  OLD-INCV-REC.
00185  COPY ASINCVMR1 REPLACING LEADING ==IC-== BY ==IO-==.
00186      SKIP1
00187  01  WORK-INCV-REC.
00188  COPY ASINCVMR1.
00189      SKIP1
00190  01  ACPT-DATE                  PIC 9(6).
00191  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00192      05  ACPT-YR                PIC 99.
00193      05  ACPT-MO                PIC 99.
00194      05  ACPT-DA                PIC 99.
00195  01  DSP-DATE.
00196      05  DSP-MO                 PIC 99.
00197      05  FILLER                 PIC X      VALUE '/'.
00198      05  DSP-DA                 PIC 99.
00199      05  FILLER                 PIC X      VALUE '/'.
00200      05  DSP-YR                 PIC 99.
00201      SKIP1
00202  01  HEAD-A.
00203      05  FILLER          PIC X(3)   VALUE SPACES.
00204      05  HD-DATE         PIC X(8).
00205      05  FILLER          PIC X(44)  VALUE SPACES.
00206      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00207      05  FILLER          PIC X(44)  VALUE SPACES.
00208      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00209      05  HD-PAGE         PIC ZZ,ZZ9.
00210      SKIP1
00211  01  HEAD-B.
00212      05  FILLER          PIC X(3)   VALUE SPACES.
00213      05  FILLER          PIC X(8)   VALUE 'ASREA988'.
00214      05  FILLER          PIC X(18)  VALUE SPACES.
00215      05  FILLER          PIC X(54)  VALUE
00216          'INCENTIVE CLASSIFICATION MASTER MAINTENANCE - TAX YEAR'.
00217      05  FILLER          PIC X      VALUE SPACE.
00218      05  HD-TAX-YEAR     PIC 9(4).
00219      SKIP1
00220  01  HEAD-C.
00221      05  FILLER          PIC X(3)   VALUE SPACES.
00222      05  FILLER          PIC X(5)   VALUE 'VOL'.
00223      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00224      05  FILLER          PIC X(4)   VALUE 'ACT'.
00225      05  FILLER          PIC X(6)   VALUE 'CLASS'.
00226      05  FILLER          PIC X(5)   VALUE 'TYPE'.
00227      05  FILLER          PIC X(11)  VALUE 'TERM'.
00228      05  FILLER          PIC X(14)  VALUE 'RESOLUTION'.
00229      05  FILLER          PIC X(50)  VALUE 'DISPOSITION'.
00230      SKIP1
00231  01  DETAIL-LINE.
00232      05  FILLER          PIC X(3)   VALUE SPACES.
00233      05  D-VOL           PIC X(3).
00234      05  FILLER          PIC X(2)   VALUE SPACES.
00235      05  D-PROP          PIC X(15).
00236      05  FILLER          PIC X(2)   VALUE SPACES.
00237      05  D-ACTION        PIC X.
00238      05  FILLER          PIC X(3)   VALUE SPACES.
00239      05  D-CLASS         PIC X(3).
00240      05  FILLER          PIC X(3)   VALUE SPACES.
00241      05  D-TYPE          PIC XX.
00242      05  FILLER          PIC X(3)   VALUE SPACES.
00243      05  D-START-YEAR    PIC X(4).
00244      05  D-DASH          PIC X.
00245      05  D-END-YEAR      PIC X(4).
00246      05  FILLER          PIC X(2)   VALUE SPACES.
00247      05  D-RESOL-NO      PIC X(12).
00248      05  FILLER          PIC X(2)   VALUE SPACES.
00249      05  D-MESSG         PIC X(50).
00250      EJECT
00251  PROCEDURE DIVISION.
00252      SKIP1
00253  A010-HOUSEKEEPING.
00254      OPEN INPUT  CONTROL-FILE, CURR-ASSMT, INCV-OLD, INTAKE-FILE
00255           OUTPUT INCV-NEW, PRINT-FILE.
00256      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00257      IF RETURN-CODE EQUAL 16
00258          CLOSE CONTROL-FILE, CURR-ASSMT, INCV-OLD, INTAKE-FILE,
00259                INCV-NEW, PRINT-FILE
00260          STOP RUN.
00261      ACCEPT ACPT-DATE FROM DATE.
00262      MOVE ACPT-MO TO DSP-MO.
00263      MOVE ACPT-DA TO DSP-DA.
00264      MOVE ACPT-YR TO DSP-YR.
00265      MOVE DSP-DATE TO HD-DATE.
00266      MOVE ACPT-YR TO W-RUN-YY.
00267      MOVE ACPT-MO TO W-RUN-MM.
00268      MOVE ACPT-DA TO W-RUN-DD.
00269      IF ACPT-YR LESS THAN 50
00270          MOVE 20 TO W-RUN-CC
00271      ELSE
00272          MOVE 19 TO W-RUN-CC.
00273      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00274      PERFORM B100-HEADING THRU B100-EXIT.
00275      PERFORM A030-READ-CURR THRU A030-EXIT.
00276      PERFORM A040-READ-OLD THRU A040-EXIT.
00277      PERFORM A050-READ-INTAKE THRU A050-EXIT.
00278      PERFORM A020-MAINLINE THRU A020-EXIT
00279          UNTIL END-OF-CURR-FILE
00280            AND END-OF-OLD-FILE
00281            AND END-OF-II-FILE.
00282      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00283      DISPLAY 'TOTAL CURRENT MASTER RECORDS READ....: '
00284          CURR-IN-CNT.
00285      DISPLAY 'TOTAL OLD INCENTIVE RECORDS READ.....: ' OLD-IN-CNT.
00286      DISPLAY 'TOTAL INTAKE CARDS READ..............: ' II-IN-CNT.
00287      DISPLAY 'TOTAL NEW INCENTIVE RECORDS WRITTEN..: '
00288          NEW-OUT-CNT.
00289      DISPLAY 'TOTAL PARCELS SEEDED FROM M-CLS......: ' SEEDED-CNT.
00290      DISPLAY 'TOTAL INCENTIVES ESTABLISHED.........: '
00291          ESTABLISHED-CNT.
00292      DISPLAY 'TOTAL INCENTIVES RENEWED.............: '
00293          RENEWED-CNT.
00294      DISPLAY 'TOTAL SCHEDULES REPLACED.............: '
00295          SCHEDULED-CNT.
00296      DISPLAY 'TOTAL INCENTIVES TERMINATED..........: '
00297          TERMINATED-CNT.
00298      DISPLAY 'TOTAL INCENTIVES EXPIRED.............: '
00299          EXPIRED-CNT.
00300      DISPLAY 'TOTAL PARCELS NO LONGER INCENTIVE....: '
00301          RECLASSED-CNT.
00302      DISPLAY 'TOTAL INTAKE CARDS REJECTED..........: ' REJECT-CNT.
00303      IF REJECT-CNT GREATER THAN +0
00304          MOVE 4 TO RETURN-CODE.
00305      CLOSE CONTROL-FILE, CURR-ASSMT, INCV-OLD, INTAKE-FILE,
00306            INCV-NEW, PRINT-FILE.
00307      STOP RUN.
00308      SKIP1
00309  A012-READ-CONTROL.
00310      READ CONTROL-FILE AT END
00311          MOVE 'Y' TO CTL-EOF-SW.
0311A      MOVE 'ASREA988' TO CK-CALLER.
0311B      MOVE SPACES TO CK-CARD-YEAR.
0311C      IF NOT END-OF-CTL-FILE
0311D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0311E      CALL 'DPRUN004' USING CYCLK-AREA.
0311F      IF NOT END-OF-CTL-FILE
0311G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00312      IF END-OF-CTL-FILE
00313          OR CC-TAX-YEAR NOT NUMERIC
00314          OR CC-TAX-YEAR-N EQUAL ZERO
00315          DISPLAY 'ASREA988 -- TAX YEAR CONTROL CARD MISSING OR '
00316              'INVALID -- RUN STOPPED'
00317          MOVE 16 TO RETURN-CODE
00318          GO TO A012-EXIT.
00319      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00320  A012-EXIT. EXIT.
00321      SKIP1
00322 *    THE LOWEST OF THE THREE KEYS DRIVES THE MATCH.  THE PARCEL'S
00323 *    INCENTIVE RECORD (OLD, OR SEEDED FROM THE ASSESSMENT MASTER)
00324 *    IS HELD IN WORK-INCV-REC WHILE ITS CARDS ARE APPLIED.
00325  A020-MAINLINE.
00326      MOVE CURR-KEY TO LOW-KEY.
00327      IF OLD-KEY LESS THAN LOW-KEY
00328          MOVE OLD-KEY TO LOW-KEY.
00329      IF TRAN-KEY LESS THAN LOW-KEY
00330          MOVE TRAN-KEY TO LOW-KEY.
00331      MOVE 'N' TO INCV-HELD-SW.
00332      MOVE 'N' TO ON-CURR-SW.
00333      IF CURR-KEY EQUAL LOW-KEY
00334          MOVE 'Y' TO ON-CURR-SW
00335          MOVE M-CLS TO W-CLASS.
00336      IF OLD-KEY EQUAL LOW-KEY
00337          MOVE OLD-INCV-REC TO WORK-INCV-REC
00338          MOVE 'Y' TO INCV-HELD-SW
00339          PERFORM A040-READ-OLD THRU A040-EXIT
00340          IF ON-CURR-MAST
00341              PERFORM A100-REFRESH THRU A100-EXIT
00342          ELSE
00343              NEXT SENTENCE
00344      ELSE
00345          IF ON-CURR-MAST
00346           AND W-CLASS NOT LESS THAN 600
00347           AND W-CLASS NOT GREATER THAN 899
00348              PERFORM A110-SEED THRU A110-EXIT.
00349      PERFORM A200-APPLY-CARD THRU A200-EXIT
00350          UNTIL TRAN-KEY NOT EQUAL LOW-KEY.
00351      IF INCV-HELD
00352          PERFORM A150-AGE THRU A150-EXIT
00353          WRITE INCV-NEW-REC FROM WORK-INCV-REC
00354          ADD +1 TO NEW-OUT-CNT.
00355      IF ON-CURR-MAST
00356          PERFORM A030-READ-CURR THRU A030-EXIT.
00357  A020-EXIT. EXIT.
00358      SKIP1
00359  A030-READ-CURR.
00360      READ CURR-ASSMT AT END
00361          MOVE 'Y' TO CURR-EOF-SW
00362          MOVE HIGH-VALUES TO CURR-KEY
00363          GO TO A030-EXIT.
00364      ADD +1 TO CURR-IN-CNT.
00365      MOVE M-VOL  TO CK-VOL.
00366      MOVE M-PROP TO CK-PROP.
00367      MOVE CK-NUM TO CURR-KEY.
00368  A030-EXIT. EXIT.
00369      SKIP1
00370  A040-READ-OLD.
00371      READ INCV-OLD INTO OLD-INCV-REC AT END
00372          MOVE 'Y' TO OLD-EOF-SW
00373          MOVE HIGH-VALUES TO OLD-KEY
00374          GO TO A040-EXIT.
00375      ADD +1 TO OLD-IN-CNT.
00376      MOVE IO-KEY TO OLD-KEY.
00377  A040-EXIT. EXIT.
00378      SKIP1
00379 *    A CARD NOT NUMERIC IN ITS KEY OR OUT OF SEQUENCE IS REJECTED
00380 *    HERE AND THE NEXT IS READ.
00381  A050-READ-INTAKE.
00382      READ INTAKE-FILE AT END
00383          MOVE 'Y' TO II-EOF-SW
00384          MOVE HIGH-VALUES TO TRAN-KEY
00385          GO TO A050-EXIT.
00386      ADD +1 TO II-IN-CNT.
00387      IF II-KEY NOT NUMERIC
00388          MOVE 'KEY NOT NUMERIC' TO D-MESSG
00389          PERFORM A900-REJECT THRU A900-EXIT
00390          GO TO A050-READ-INTAKE.
00391      IF II-KEY LESS THAN LAST-TRAN-KEY
00392          MOVE 'CARD OUT OF SEQUENCE' TO D-MESSG
00393          PERFORM A900-REJECT THRU A900-EXIT
00394          GO TO A050-READ-INTAKE.
00395      MOVE II-KEY TO LAST-TRAN-KEY.
00396      MOVE II-KEY TO TRAN-KEY.
00397  A050-EXIT. EXIT.
00398      SKIP1
00399 *    THE TAX CODE AND CLASS FOLLOW THE ASSESSMENT MASTER.  A
00400 *    PARCEL NO LONGER IN AN INCENTIVE CLASS IS LISTED; ITS RECORD
00401 *    IS KEPT SO ASREA989 CAN REPORT ITS HISTORY.
00402  A100-REFRESH.
00403      MOVE M-TXCD TO IC-TXCD.
00404      IF W-CLASS LESS THAN 600
00405         OR W-CLASS GREATER THAN 899
00406          IF IC-ACTIVE OR IC-SEEDED
00407              ADD +1 TO RECLASSED-CNT
00408              MOVE SPACE TO D-ACTION
00409              MOVE 'CLASS NO LONGER AN INCENTIVE CLASS' TO D-MESSG
00410              PERFORM A800-LIST THRU A800-EXIT
00411              GO TO A100-EXIT
00412          ELSE
00413              GO TO A100-EXIT.
00414      MOVE W-CLASS TO IC-CLASS.
00415      PERFORM A120-SET-TYPE THRU A120-EXIT.
00416  A100-EXIT. EXIT.
00417      SKIP1
00418  A110-SEED.
00419      MOVE SPACES     TO WORK-INCV-REC.
00420      MOVE M-VOL      TO IC-VOL.
00421      MOVE M-PROP     TO IC-PROP.
00422      MOVE W-CLASS    TO IC-CLASS.
00423      PERFORM A120-SET-TYPE THRU A120-EXIT.
00424      MOVE 'S'        TO IC-STAT.
00425      MOVE 'S'        TO IC-ORIGIN.
00426      MOVE ZEROS      TO IC-START-YEAR IC-ORIG-YEAR IC-END-YEAR
00427                         IC-RESOL-DATE IC-RENEW-CNT IC-CLOSE-YEAR
00428                         IC-SCHEDULE.
00429      MOVE W-RUN-DATE TO IC-LAST-DATE.
00430      MOVE M-TXCD     TO IC-TXCD.
00431      MOVE 'Y' TO INCV-HELD-SW.
00432      ADD +1 TO SEEDED-CNT.
00433      MOVE SPACE TO D-ACTION.
00434      MOVE 'SEEDED FROM M-CLS - START YEAR NEEDED' TO D-MESSG.
00435      PERFORM A800-LIST THRU A800-EXIT.
00436  A110-EXIT. EXIT.
00437      SKIP1
00438  A120-SET-TYPE.
00439      IF IC-CLASS LESS THAN 700
00440          MOVE '6B' TO IC-INCV-TYPE
00441      ELSE
00442      IF IC-CLASS LESS THAN 740
00443          MOVE '7A' TO IC-INCV-TYPE
00444      ELSE
00445      IF IC-CLASS LESS THAN 800
00446          MOVE '7B' TO IC-INCV-TYPE
00447      ELSE
00448          MOVE '8 ' TO IC-INCV-TYPE.
00449  A120-EXIT. EXIT.
00450      SKIP1
00451 *    THE USUAL SCHEDULE FROM IC-START-YEAR:  TEN YEARS AT 10
00452 *    PERCENT, THE ELEVENTH AT 15 AND THE TWELFTH AT 20.
00453  A130-USUAL-SCHEDULE.
00454      MOVE IC-START-YEAR TO IC-STEP-YEAR (1).
00455      MOVE 10            TO IC-STEP-PCT (1).
00456      COMPUTE IC-STEP-YEAR (2) = IC-START-YEAR + 10.
00457      MOVE 15            TO IC-STEP-PCT (2).
00458      COMPUTE IC-STEP-YEAR (3) = IC-START-YEAR + 11.
00459      MOVE 20            TO IC-STEP-PCT (3).
00460      COMPUTE IC-END-YEAR = IC-START-YEAR + 11.
00461  A130-EXIT. EXIT.
00462      SKIP1
00463  A150-AGE.
00464      IF IC-ACTIVE
00465       AND IC-END-YEAR LESS THAN W-TAX-YEAR
00466          MOVE 'X' TO IC-STAT
00467          MOVE W-TAX-YEAR TO IC-CLOSE-YEAR
00468          ADD +1 TO EXPIRED-CNT
00469          MOVE SPACE TO D-ACTION
00470          MOVE 'INCENTIVE TERM EXPIRED' TO D-MESSG
00471          PERFORM A800-LIST THRU A800-EXIT.
00472  A150-EXIT. EXIT.
00473      SKIP1
00474  A200-APPLY-CARD.
00475      IF II-ESTABLISH
00476          PERFORM A300-ESTABLISH THRU A300-EXIT
00477      ELSE
00478      IF II-RENEWAL
00479          PERFORM A400-RENEWAL THRU A400-EXIT
00480      ELSE
00481      IF II-SCHEDULE
00482          PERFORM A500-SCHEDULE THRU A500-EXIT
00483      ELSE
00484      IF II-TERMINATION
00485          PERFORM A600-TERMINATION THRU A600-EXIT
00486      ELSE
00487          MOVE 'ACTION CODE NOT E, R, S OR T' TO D-MESSG
00488          PERFORM A900-REJECT THRU A900-EXIT.
00489      PERFORM A050-READ-INTAKE THRU A050-EXIT.
00490  A200-EXIT. EXIT.
00491      SKIP1
00492  A300-ESTABLISH.
00493      IF NOT INCV-HELD
00494          MOVE 'PARCEL NOT IN AN INCENTIVE CLASS' TO D-MESSG
00495          PERFORM A900-REJECT THRU A900-EXIT
00496          GO TO A300-EXIT.
00497      IF NOT IC-SEEDED
00498          MOVE 'INCENTIVE ALREADY ESTABLISHED' TO D-MESSG
00499          PERFORM A900-REJECT THRU A900-EXIT
00500          GO TO A300-EXIT.
00501      IF II-START-YEAR NOT NUMERIC
00502         OR II-START-YEAR-N EQUAL ZERO
00503         OR II-START-YEAR-N GREATER THAN W-TAX-YEAR
00504          MOVE 'START YEAR MISSING OR AFTER THE TAX YEAR'
00505              TO D-MESSG
00506          PERFORM A900-REJECT THRU A900-EXIT
00507          GO TO A300-EXIT.
00508      IF II-RESOL-DATE NOT EQUAL SPACES
00509       AND II-RESOL-DATE NOT NUMERIC
00510          MOVE 'RESOLUTION DATE NOT NUMERIC' TO D-MESSG
00511          PERFORM A900-REJECT THRU A900-EXIT
00512          GO TO A300-EXIT.
00513      MOVE II-START-YEAR-N TO IC-START-YEAR IC-ORIG-YEAR.
00514      PERFORM A130-USUAL-SCHEDULE THRU A130-EXIT.
00515      MOVE II-RESOL-NO TO IC-RESOL-NO.
00516      IF II-RESOL-DATE NUMERIC
00517          MOVE II-RESOL-DATE-N TO IC-RESOL-DATE.
00518      MOVE 'A' TO IC-STAT.
00519      PERFORM A700-STAMP THRU A700-EXIT.
00520      ADD +1 TO ESTABLISHED-CNT.
00521      MOVE 'INCENTIVE ESTABLISHED' TO D-MESSG.
00522      PERFORM A800-LIST THRU A800-EXIT.
00523  A300-EXIT. EXIT.
00524      SKIP1
00525 *    A RENEWAL NEEDS THE MUNICIPAL RESOLUTION.  THE RENEWED TERM
00526 *    STARTS A NEW USUAL SCHEDULE; THE ORIGINAL YEAR IS KEPT.
00527  A400-RENEWAL.
00528      IF NOT INCV-HELD
00529          MOVE 'PARCEL NOT ON THE INCENTIVE MASTER' TO D-MESSG
00530          PERFORM A900-REJECT THRU A900-EXIT
00531          GO TO A400-EXIT.
00532      IF IC-SEEDED
00533          MOVE 'START YEAR NOT YET ESTABLISHED' TO D-MESSG
00534          PERFORM A900-REJECT THRU A900-EXIT
00535          GO TO A400-EXIT.
00536      IF II-RESOL-NO EQUAL SPACES
00537         OR II-RESOL-DATE NOT NUMERIC
00538          MOVE 'RENEWAL WITHOUT A RESOLUTION NUMBER AND DATE'
00539              TO D-MESSG
00540          PERFORM A900-REJECT THRU A900-EXIT
00541          GO TO A400-EXIT.
00542      IF II-START-YEAR NOT NUMERIC
00543         OR II-START-YEAR-N NOT GREATER THAN IC-START-YEAR
00544          MOVE 'RENEWAL START YEAR NOT AFTER THE CURRENT TERM'
00545              TO D-MESSG
00546          PERFORM A900-REJECT THRU A900-EXIT
00547          GO TO A400-EXIT.
00548      MOVE II-START-YEAR-N TO IC-START-YEAR.
00549      PERFORM A130-USUAL-SCHEDULE THRU A130-EXIT.
00550      MOVE II-RESOL-NO     TO IC-RESOL-NO.
00551      MOVE II-RESOL-DATE-N TO IC-RESOL-DATE.
00552      ADD +1 TO IC-RENEW-CNT.
00553      MOVE 'A' TO IC-STAT.
00554      MOVE ZEROS TO IC-CLOSE-YEAR.
00555      PERFORM A700-STAMP THRU A700-EXIT.
00556      ADD +1 TO RENEWED-CNT.
00557      MOVE 'INCENTIVE RENEWED' TO D-MESSG.
00558      PERFORM A800-LIST THRU A800-EXIT.
00559  A400-EXIT. EXIT.
00560      SKIP1
00561 *    THE STEPS MUST BE IN YEAR ORDER, THE FIRST STEP MUST BE THE
00562 *    START OF THE TERM AND THE END YEAR MUST NOT PRECEDE THE LAST
00563 *    STEP.  UNUSED STEPS ARE LEFT BLANK.
00564  A500-SCHEDULE.
00565      IF NOT INCV-HELD
00566          MOVE 'PARCEL NOT ON THE INCENTIVE MASTER' TO D-MESSG
00567          PERFORM A900-REJECT THRU A900-EXIT
00568          GO TO A500-EXIT.
00569      IF NOT IC-ACTIVE
00570          MOVE 'INCENTIVE NOT ACTIVE' TO D-MESSG
00571          PERFORM A900-REJECT THRU A900-EXIT
00572          GO TO A500-EXIT.
00573      IF II-END-YEAR NOT NUMERIC
00574         OR II-STEP-YEAR (1) NOT NUMERIC
00575         OR II-STEP-PCT (1) NOT NUMERIC
00576         OR II-STEP-YEAR-N (1) NOT EQUAL IC-START-YEAR
00577          MOVE 'FIRST STEP MUST BE THE START YEAR, WITH END YEAR'
00578              TO D-MESSG
00579          PERFORM A900-REJECT THRU A900-EXIT
00580          GO TO A500-EXIT.
00581      MOVE 'N' TO W-STEP-ERR-SW.
00582      MOVE ZEROS TO W-LAST-STEP-YEAR.
00583      PERFORM A510-CHECK-STEP THRU A510-EXIT
00584          VARYING ST-SUB FROM +1 BY +1
00585          UNTIL ST-SUB GREATER THAN +3.
00586      IF W-STEP-ERR-SW EQUAL 'Y'
00587         OR II-END-YEAR-N LESS THAN W-LAST-STEP-YEAR
00588          MOVE 'STEPS OUT OF ORDER OR END YEAR BEFORE LAST STEP'
00589              TO D-MESSG
00590          PERFORM A900-REJECT THRU A900-EXIT
00591          GO TO A500-EXIT.
00592      MOVE ZEROS TO IC-SCHEDULE.
00593      PERFORM A520-MOVE-STEP THRU A520-EXIT
00594          VARYING ST-SUB FROM +1 BY +1
00595          UNTIL ST-SUB GREATER THAN +3.
00596      MOVE II-END-YEAR-N TO IC-END-YEAR.
00597      PERFORM A700-STAMP THRU A700-EXIT.
00598      ADD +1 TO SCHEDULED-CNT.
00599      MOVE 'STEP SCHEDULE REPLACED' TO D-MESSG.
00600      PERFORM A800-LIST THRU A800-EXIT.
00601  A500-EXIT. EXIT.
00602      SKIP1
00603  A510-CHECK-STEP.
00604      IF II-STEP-YEAR (ST-SUB) EQUAL SPACES
00605          GO TO A510-EXIT.
00606      IF II-STEP-YEAR (ST-SUB) NOT NUMERIC
00607         OR II-STEP-PCT (ST-SUB) NOT NUMERIC
00608         OR II-STEP-YEAR-N (ST-SUB)
00609            NOT GREATER THAN W-LAST-STEP-YEAR
00610          MOVE 'Y' TO W-STEP-ERR-SW
00611          GO TO A510-EXIT.
00612      MOVE II-STEP-YEAR-N (ST-SUB) TO W-LAST-STEP-YEAR.
00613  A510-EXIT. EXIT.
00614      SKIP1
00615  A520-MOVE-STEP.
00616      IF II-STEP-YEAR (ST-SUB) NOT EQUAL SPACES
00617          MOVE II-STEP-YEAR-N (ST-SUB) TO IC-STEP-YEAR (ST-SUB)
00618          MOVE II-STEP-PCT-N (ST-SUB)  TO IC-STEP-PCT (ST-SUB).
00619  A520-EXIT. EXIT.
00620      SKIP1
00621  A600-TERMINATION.
00622      IF NOT INCV-HELD
00623          MOVE 'PARCEL NOT ON THE INCENTIVE MASTER' TO D-MESSG
00624          PERFORM A900-REJECT THRU A900-EXIT
00625          GO TO A600-EXIT.
00626      IF NOT IC-ACTIVE
00627          MOVE 'INCENTIVE NOT ACTIVE' TO D-MESSG
00628          PERFORM A900-REJECT THRU A900-EXIT
00629          GO TO A600-EXIT.
00630      IF II-END-YEAR NOT NUMERIC
00631         OR II-END-YEAR-N LESS THAN IC-START-YEAR
00632          MOVE 'LAST INCENTIVE YEAR MISSING OR BEFORE THE START'
00633              TO D-MESSG
00634          PERFORM A900-REJECT THRU A900-EXIT
00635          GO TO A600-EXIT.
00636      IF II-END-YEAR-N LESS THAN IC-END-YEAR
00637          MOVE II-END-YEAR-N TO IC-END-YEAR.
00638      MOVE 'T' TO IC-STAT.
00639      MOVE W-TAX-YEAR TO IC-CLOSE-YEAR.
00640      PERFORM A700-STAMP THRU A700-EXIT.
00641      ADD +1 TO TERMINATED-CNT.
00642      MOVE 'INCENTIVE TERMINATED' TO D-MESSG.
00643      PERFORM A800-LIST THRU A800-EXIT.
00644  A600-EXIT. EXIT.
00645      SKIP1
00646  A700-STAMP.
00647      MOVE 'I' TO IC-ORIGIN.
00648      IF II-EFF-DATE NUMERIC
00649          MOVE II-EFF-DATE-N TO IC-LAST-DATE
00650      ELSE
00651          MOVE W-RUN-DATE TO IC-LAST-DATE.
00652      MOVE II-ACTION TO D-ACTION.
00653  A700-EXIT. EXIT.
00654      SKIP1
00655 *    D-MESSG AND D-ACTION ARE SET BY THE CALLER.
00656  A800-LIST.
00657      MOVE IC-VOL        TO D-VOL.
00658      MOVE IC-PROP       TO D-PROP.
00659      MOVE IC-CLASS      TO D-CLASS.
00660      MOVE IC-INCV-TYPE  TO D-TYPE.
00661      IF IC-SEEDED
00662          MOVE SPACES    TO D-START-YEAR D-DASH D-END-YEAR
00663      ELSE
00664          MOVE IC-START-YEAR TO D-START-YEAR
00665          MOVE '-'           TO D-DASH
00666          MOVE IC-END-YEAR   TO D-END-YEAR.
00667      MOVE IC-RESOL-NO   TO D-RESOL-NO.
00668      PERFORM A850-PRINT THRU A850-EXIT.
00669  A800-EXIT. EXIT.
00670      SKIP1
00671  A850-PRINT.
00672      IF LINE-CNT GREATER THAN +57
00673          PERFORM B100-HEADING THRU B100-EXIT.
00674      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00675      ADD +1 TO LINE-CNT.
00676  A850-EXIT. EXIT.
00677      SKIP1
00678 *    D-MESSG IS SET BY THE CALLER.
00679  A900-REJECT.
00680      ADD +1 TO REJECT-CNT.
00681      MOVE II-VOL        TO D-VOL.
00682      MOVE II-PROP       TO D-PROP.
00683      MOVE II-ACTION     TO D-ACTION.
00684      MOVE SPACES        TO D-CLASS D-TYPE D-DASH D-END-YEAR.
00685      MOVE II-START-YEAR TO D-START-YEAR.
00686      MOVE II-RESOL-NO   TO D-RESOL-NO.
00687      PERFORM A850-PRINT THRU A850-EXIT.
00688  A900-EXIT. EXIT.
00689      SKIP1
00690  B100-HEADING.
00691      ADD +1 TO PAGE-CNT.
00692      MOVE PAGE-CNT TO HD-PAGE.
00693      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00694      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00695      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00696      MOVE +6 TO LINE-CNT.
00697  B100-EXIT. EXIT.
