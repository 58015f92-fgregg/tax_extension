00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. DPRUN005.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THE YEAR-END ROLLOVER WAS A CHECKLIST -- RETAIN THE
00007 *         PRIOR ASSESSMENT MASTER (ASREASRD03), THE PRIOR FACTOR
00008 *         FILE FOR CLREB021, THE PRIOR TAX CODE FILE FOR
00009 *         CLRTM761, THE PRIOR AGENCY MASTERS FOR CLRTM753, THE
00010 *         PRIOR EQUALIZED VALUATION FILE FOR ASREA926 -- AND THEN
00011 *         CHANGE EVERY PROGRAM'S TAX YEAR CARD.  DONE OUT OF
00012 *         ORDER IT COST A RERUN OF THE WHOLE CHAIN.  THIS IS THE
00013 *         ONE ROLLOVER STEP.  IT RUNS AFTER THE RETAINED COPIES
00014 *         ARE TAKEN AND BEFORE ANY NEW-YEAR PROCESSING.  THE
00015 *         CONTROL CARD CARRIES THE NEW TAX YEAR (COLUMNS 1-4) AND
00016 *         THE OPERATOR RELEASING THE ROLLOVER (COLUMNS 5-12); THE
00017 *         NEW YEAR MUST BE EXACTLY ONE PAST THE YEAR ON THE
00018 *         CENTRAL CYCLE CONTROL RECORD (DPCYCLR1), SO A ROLLOVER
00019 *         RUN TWICE OR FOR THE WRONG YEAR STOPS AT ONCE.  EACH
00020 *         RETAINED PRIOR-YEAR COPY IS THEN MATCHED RECORD FOR
00021 *         RECORD AGAINST THE CLOSING YEAR'S FILE IT WAS TAKEN
00022 *         FROM (THE ASSESSMENT MASTER BY VOLUME/PROPERTY, THE
00023 *         OTHERS WHOLE RECORD) AND MUST BE PRESENT, NOT EMPTY,
00024 *         OF THE SAME COUNT AND WITHOUT A DIFFERENCE.  ONLY WHEN
00025 *         EVERY COPY VERIFIES IS THE NEXT GENERATION OF THE CYCLE
00026 *         CONTROL RECORD WRITTEN -- NEW TAX YEAR, TODAY'S CYCLE
00027 *         DATE, VINTAGE PLUS ONE -- FOR EVERY PROGRAM TO READ
00028 *         THROUGH DPRUN004.  OTHERWISE THE RUN ENDS WITH
00029 *         CONDITION CODE 16 AND THE CYCLE IS LEFT WHERE IT WAS.
00030      SKIP2
00031  ENVIRONMENT DIVISION.
00032  CONFIGURATION SECTION.
00033  SOURCE-COMPUTER. IBM-370.
00034  OBJECT-COMPUTER. IBM-370.
00035      SKIP1
00036  INPUT-OUTPUT SECTION.
00037  FILE-CONTROL.
00038      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00039      SELECT CYCLE-IN      ASSIGN TO UT-S-CYCLE.
00040      SELECT CYCLE-OUT     ASSIGN TO UT-S-CYCLEN.
00041      SELECT CUR-ASSMT    ASSIGN TO UT-S-CURASMST
00042        FILE STATUS IS CUR-ASSMT-STATUS.
00043      SELECT RET-ASSMT    ASSIGN TO UT-S-PRIASMST
00044        FILE STATUS IS RET-ASSMT-STATUS.
00045      SELECT CUR-FACTOR   ASSIGN TO UT-S-CURRFACT
00046        FILE STATUS IS CUR-FACTOR-STATUS.
00047      SELECT RET-FACTOR   ASSIGN TO UT-S-PRIRFACT
00048        FILE STATUS IS RET-FACTOR-STATUS.
00049      SELECT CUR-TAXCODE  ASSIGN TO UT-S-CURRTXCD
00050        FILE STATUS IS CUR-TAXCODE-STATUS.
00051      SELECT RET-TAXCODE  ASSIGN TO UT-S-PRIRTXCD
00052        FILE STATUS IS RET-TAXCODE-STATUS.
00053      SELECT CUR-AGENCY   ASSIGN TO UT-S-CURRAGY
00054        FILE STATUS IS CUR-AGENCY-STATUS.
00055      SELECT RET-AGENCY   ASSIGN TO UT-S-PRIORAGY
00056        FILE STATUS IS RET-AGENCY-STATUS.
00057      SELECT CUR-EQVAL    ASSIGN TO UT-S-EQUALVAL
00058        FILE STATUS IS CUR-EQVAL-STATUS.
00059      SELECT RET-EQVAL    ASSIGN TO UT-S-PRIREQV
00060        FILE STATUS IS RET-EQVAL-STATUS.
00061      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00062      SKIP2
00063  DATA DIVISION.
00064  FILE SECTION.
00065      SKIP1
00066  FD  CONTROL-FILE
00067      BLOCK  CONTAINS 0 RECORDS
00068      RECORD CONTAINS 80 CHARACTERS
00069      RECORDING MODE IS F
00070      LABEL  RECORDS ARE STANDARD
00071      DATA RECORD IS CONTROL-REC.
00072  01  CONTROL-REC.
00073      05  CC-NEW-YEAR     PIC X(4).
00074      05  CC-NEW-YEAR-N REDEFINES CC-NEW-YEAR
00075                          PIC 9(4).
00076      05  CC-OPERATOR     PIC X(8).
00077      05  FILLER          PIC X(68).
00078      SKIP2
00079  FD  CYCLE-IN
00080      BLOCK  CONTAINS 0 RECORDS
00081      RECORD CONTAINS 80 CHARACTERS
00082      RECORDING MODE IS F
00083      LABEL  RECORDS ARE STANDARD
00084      DATA RECORD IS CYCLE-IN-REC.
00085  01  CYCLE-IN-REC.
00086  COPY DPCYCLR1.
00087      SKIP2
00088  FD  CYCLE-OUT
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 80 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD
00093      DATA RECORD IS CYCLE-OUT-REC.
00094  01  CYCLE-OUT-REC.
00095  COPY DPCYCLR1 REPLACING LEADING ==CY-== BY ==CN-==.
00096      SKIP2
00097  FD  CUR-ASSMT
00098      BLOCK CONTAINS 0 CHARACTERS
00099      RECORD CONTAINS 122 TO 18706 CHARACTERS
00100      RECORDING MODE IS S
00101      LABEL RECORDS ARE STANDARD
00102      DATA RECORD IS CUR-ASSMT-REC.
00103  01  CUR-ASSMT-REC.
00104  COPY ASREASRD02.
00105      SKIP2
00106  FD  RET-ASSMT
00107      BLOCK CONTAINS 0 CHARACTERS
00108      RECORD CONTAINS 122 TO 18706 CHARACTERS
00109      RECORDING MODE IS S
00110      LABEL RECORDS ARE STANDARD
00111      DATA RECORD IS RET-ASSMT-REC.
00112  01  RET-ASSMT-REC.
00113  COPY ASREASRD03.
00114      SKIP2
00115  FD  CUR-FACTOR
00116      BLOCK  CONTAINS 0 RECORDS
00117      RECORD CONTAINS 21 CHARACTERS
00118      RECORDING MODE IS F
00119      LABEL  RECORDS ARE STANDARD
00120      DATA RECORD IS CUR-FACTOR-REC.
00121  01  CUR-FACTOR-REC                PIC X(21).
00122      SKIP2
00123  FD  RET-FACTOR
00124      BLOCK  CONTAINS 0 RECORDS
00125      RECORD CONTAINS 21 CHARACTERS
00126      RECORDING MODE IS F
00127      LABEL  RECORDS ARE STANDARD
00128      DATA RECORD IS RET-FACTOR-REC.
00129  01  RET-FACTOR-REC                PIC X(21).
00130      SKIP2
00131  FD  CUR-TAXCODE
00132      BLOCK  CONTAINS 0 RECORDS
00133      RECORD CONTAINS 207 CHARACTERS
00134      RECORDING MODE IS F
00135      LABEL  RECORDS ARE STANDARD
00136      DATA RECORD IS CUR-TAXCODE-REC.
00137  01  CUR-TAXCODE-REC               PIC X(207).
00138      SKIP2
00139  FD  RET-TAXCODE
00140      BLOCK  CONTAINS 0 RECORDS
00141      RECORD CONTAINS 207 CHARACTERS
00142      RECORDING MODE IS F
00143      LABEL  RECORDS ARE STANDARD
00144      DATA RECORD IS RET-TAXCODE-REC.
00145  01  RET-TAXCODE-REC               PIC X(207).
00146      SKIP2
00147  FD  CUR-AGENCY
00148      BLOCK  CONTAINS 0 RECORDS
00149      RECORD CONTAINS 275 CHARACTERS
00150      RECORDING MODE IS F
00151      LABEL  RECORDS ARE STANDARD
00152      DATA RECORD IS CUR-AGENCY-REC.
00153  01  CUR-AGENCY-REC                PIC X(275).
00154      SKIP2
00155  FD  RET-AGENCY
00156      BLOCK  CONTAINS 0 RECORDS
00157      RECORD CONTAINS 275 CHARACTERS
00158      RECORDING MODE IS F
00159      LABEL  RECORDS ARE STANDARD
00160      DATA RECORD IS RET-AGENCY-REC.
00161  01  RET-AGENCY-REC                PIC X(275).
00162      SKIP2
00163  FD  CUR-EQVAL
00164      BLOCK  CONTAINS 0 RECORDS
00165      RECORD CONTAINS 115 CHARACTERS
00166      RECORDING MODE IS F
00167      LABEL  RECORDS ARE STANDARD
00168      DATA RECORD IS CUR-EQVAL-REC.
00169  01  CUR-EQVAL-REC                 PIC X(115).
00170      SKIP2
00171  FD  RET-EQVAL
00172      BLOCK  CONTAINS 0 RECORDS
00173      RECORD CONTAINS 115 CHARACTERS
00174      RECORDING MODE IS F
00175      LABEL  RECORDS ARE STANDARD
00176      DATA RECORD IS RET-EQVAL-REC.
00177  01  RET-EQVAL-REC                 PIC X(115).
00178      SKIP2
00179  FD  PRINT-FILE
00180      BLOCK  CONTAINS 0 RECORDS
00181      RECORD CONTAINS 133 CHARACTERS
00182      RECORDING MODE IS F
00183      LABEL  RECORDS ARE STANDARD.
00184      SKIP1
00185  01  PRINT-REC               PIC X(133).
00186      SKIP2
00187  WORKING-STORAGE SECTION.
00188      SKIP1
00189  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +0.
00190      SKIP1
00191  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00192      88  END-OF-CTL-FILE                  VALUE 'Y'.
00193  77  CYC-EOF-SW                PIC X      VALUE 'N'.
00194      88  END-OF-CYC-FILE                  VALUE 'Y'.
00195  77  CUR-EOF-SW                PIC X      VALUE 'N'.
00196      88  END-OF-CUR-FILE                  VALUE 'Y'.
00197  77  RET-EOF-SW                PIC X      VALUE 'N'.
00198      88  END-OF-RET-FILE                  VALUE 'Y'.
00199      SKIP1
00200  77  CUR-ASSMT-STATUS             PIC XX     VALUE '00'.
00201  77  RET-ASSMT-STATUS             PIC XX     VALUE '00'.
00202  77  CUR-FACTOR-STATUS            PIC XX     VALUE '00'.
00203  77  RET-FACTOR-STATUS            PIC XX     VALUE '00'.
00204  77  CUR-TAXCODE-STATUS           PIC XX     VALUE '00'.
00205  77  RET-TAXCODE-STATUS           PIC XX     VALUE '00'.
00206  77  CUR-AGENCY-STATUS            PIC XX     VALUE '00'.
00207  77  RET-AGENCY-STATUS            PIC XX     VALUE '00'.
00208  77  CUR-EQVAL-STATUS             PIC XX     VALUE '00'.
00209  77  RET-EQVAL-STATUS             PIC XX     VALUE '00'.
00210      SKIP1
00211  77  FAILED-CNT        COMP-3  PIC S9(3)  VALUE +0.
00212  77  FAILED-CNT-D              PIC ZZ9.
00213  77  RT-SUB                    PIC S9(4)  VALUE +0     BINARY.
00214  77  W-CLOSING-YEAR            PIC 9(4)   VALUE ZEROS.
00215  77  W-NEXT-YEAR               PIC 9(4)   VALUE ZEROS.
00216      SKIP1
00217  01  RETAIN-NAMES.
00218      05  FILLER          PIC X(46)  VALUE
00219          'ASSESSMENT MASTER             CURASMSTPRIASMST'.
00220      05  FILLER          PIC X(46)  VALUE
00221          'EQUALIZATION FACTOR FILE      CURRFACTPRIRFACT'.
00222      05  FILLER          PIC X(46)  VALUE
00223          'TAX CODE FILE                 CURRTXCDPRIRTXCD'.
00224      05  FILLER          PIC X(46)  VALUE
00225          'AGENCY VALUATION MASTER       CURRAGY PRIORAGY'.
00226      05  FILLER          PIC X(46)  VALUE
00227          'EQUALIZED VALUATION FILE      EQUALVALPRIREQV '.
00228  01  RETAIN-TABLE REDEFINES RETAIN-NAMES.
00229      05  RT-NAME-ENTRY OCCURS 5 TIMES.
00230          10  RT-DESC         PIC X(30).
00231          10  RT-CUR-DD       PIC X(8).
00232          10  RT-RET-DD       PIC X(8).
00233  01  RETAIN-RESULTS.
00234      05  RT-RESULT-ENTRY OCCURS 5 TIMES.
00235          10  RT-CUR-CNT  COMP-3  PIC S9(9).
00236          10  RT-RET-CNT  COMP-3  PIC S9(9).
00237          10  RT-DIFF-CNT COMP-3  PIC S9(9).
00238          10  RT-RESULT       PIC X(24).
00239      SKIP1
00240  01  ACPT-DATE                  PIC 9(6).
00241  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00242      05  ACPT-YR                PIC 99.
00243      05  ACPT-MO                PIC 99.
00244      05  ACPT-DA                PIC 99.
00245  01  DSP-DATE.
00246      05  DSP-MO                 PIC 99.
00247      05  FILLER                 PIC X      VALUE '/'.
00248      05  DSP-DA                 PIC 99.
00249      05  FILLER                 PIC X      VALUE '/'.
00250      05  DSP-YR                 PIC 99.
00251      SKIP1
00252  01  HEAD-A.
00253      05  FILLER          PIC X(3)   VALUE SPACES.
00254      05  HD-DATE         PIC X(8).
00255      05  FILLER          PIC X(40)  VALUE SPACES.
00256      05  FILLER       PIC X(30) VALUE
00257          'COUNTY DATA PROCESSING CENTER'.
00258      05  FILLER          PIC X(40)  VALUE SPACES.
00259      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00260      05  HD-PAGE         PIC ZZ,ZZ9.
00261      SKIP1
00262  01  HEAD-B.
00263      05  FILLER          PIC X(3)   VALUE SPACES.
00264      05  FILLER          PIC X(8)   VALUE 'DPRUN005'.
00265      05  FILLER          PIC X(18)  VALUE SPACES.
00266      05  FILLER          PIC X(46)  VALUE
00267          'YEAR-END TAX YEAR ROLLOVER VERIFICATION'.
00268      05  FILLER          PIC X(16)  VALUE 'CLOSING YEAR '.
00269      05  HD-CLOSING-YEAR PIC 9(4).
00270      05  FILLER          PIC X(14)  VALUE '   NEW YEAR '.
00271      05  HD-NEW-YEAR     PIC X(4).
00272      SKIP1
00273  01  HEAD-D.
00274      05  FILLER          PIC X(3)   VALUE SPACES.
00275      05  FILLER          PIC X(32)  VALUE 'RETAINED COPY'.
00276      05  FILLER          PIC X(10)  VALUE 'CURRENT'.
00277      05  FILLER          PIC X(10)  VALUE 'RETAINED'.
00278      05  FILLER          PIC X(14)  VALUE '  CURR COUNT'.
00279      05  FILLER          PIC X(14)  VALUE '  RETN COUNT'.
00280      05  FILLER          PIC X(14)  VALUE '  DIFFERENCES'.
00281      05  FILLER          PIC X(24)  VALUE 'RESULT'.
00282      SKIP1
00283  01  DETAIL-LINE.
00284      05  FILLER          PIC X(3)   VALUE SPACES.
00285      05  D-DESC          PIC X(30).
00286      05  FILLER          PIC X(2)   VALUE SPACES.
00287      05  D-CUR-DD        PIC X(8).
00288      05  FILLER          PIC X(2)   VALUE SPACES.
00289      05  D-RET-DD        PIC X(8).
00290      05  FILLER          PIC X(2)   VALUE SPACES.
00291      05  D-CUR-CNT       PIC ZZZ,ZZZ,ZZ9.
00292      05  FILLER          PIC X(3)   VALUE SPACES.
00293      05  D-RET-CNT       PIC ZZZ,ZZZ,ZZ9.
00294      05  FILLER          PIC X(3)   VALUE SPACES.
00295      05  D-DIFF-CNT      PIC ZZZ,ZZZ,ZZ9.
00296      05  FILLER          PIC X(3)   VALUE SPACES.
00297      05  D-RESULT        PIC X(24).
00298      SKIP1
00299  01  CYCLE-LINE.
00300      05  FILLER          PIC X(3)   VALUE SPACES.
00301      05  CL-LABEL        PIC X(22).
00302      05  FILLER          PIC X(10)  VALUE 'TAX YEAR '.
00303      05  CL-TAX-YEAR     PIC 9(4).
00304      05  FILLER          PIC X(14)  VALUE '   CYCLE DATE '.
00305      05  CL-CYCLE-DATE   PIC 9999/99/99.
00306      05  FILLER          PIC X(11)  VALUE '   VINTAGE '.
00307      05  CL-VINTAGE      PIC 9(4).
00308      SKIP1
00309  01  MESSAGE-LINE.
00310      05  FILLER          PIC X(3)   VALUE SPACES.
00311      05  ML-TEXT         PIC X(100).
00312      EJECT
00313  PROCEDURE DIVISION.
00314      SKIP1
00315  A010-HOUSEKEEPING.
00316      OPEN INPUT  CONTROL-FILE, CYCLE-IN
00317           OUTPUT PRINT-FILE.
00318      ACCEPT ACPT-DATE FROM DATE.
00319      MOVE ACPT-MO TO DSP-MO.
00320      MOVE ACPT-DA TO DSP-DA.
00321      MOVE ACPT-YR TO DSP-YR.
00322      MOVE DSP-DATE TO HD-DATE.
00323      MOVE 1 TO HD-PAGE.
00324      READ CYCLE-IN AT END
00325          MOVE 'Y' TO CYC-EOF-SW.
00326      READ CONTROL-FILE AT END
00327          MOVE 'Y' TO CTL-EOF-SW.
00328      PERFORM A020-CHECK-ORDER THRU A020-EXIT.
00329      MOVE W-CLOSING-YEAR TO HD-CLOSING-YEAR.
00330      MOVE CC-NEW-YEAR    TO HD-NEW-YEAR.
00331      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00332      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00333      MOVE 'CYCLE BEFORE ROLLOVER' TO CL-LABEL.
00334      MOVE CY-TAX-YEAR    TO CL-TAX-YEAR.
00335      MOVE CY-CYCLE-DATE  TO CL-CYCLE-DATE.
00336      MOVE CY-VINTAGE     TO CL-VINTAGE.
00337      WRITE PRINT-REC FROM CYCLE-LINE AFTER ADVANCING 2.
00338      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00339      INITIALIZE RETAIN-RESULTS.
00340      PERFORM A100-VERIFY-ASSMT THRU A100-EXIT.
00341      PERFORM A110-VERIFY-FACTOR THRU A110-EXIT.
00342      PERFORM A120-VERIFY-TAXCODE THRU A120-EXIT.
00343      PERFORM A130-VERIFY-AGENCY THRU A130-EXIT.
00344      PERFORM A140-VERIFY-EQVAL THRU A140-EXIT.
00345      PERFORM A060-PRINT-PAIR THRU A060-EXIT
00346          VARYING RT-SUB FROM +1 BY +1
00347          UNTIL RT-SUB GREATER THAN +5.
00348      IF FAILED-CNT GREATER THAN +0
00349          MOVE FAILED-CNT TO FAILED-CNT-D
00350          MOVE SPACES TO ML-TEXT
00351          STRING 'ROLLOVER NOT DONE -- ' FAILED-CNT-D
00352              ' RETAINED COPY(S) FAILED VERIFICATION.  CYCLE '
00353              'CONTROL LEFT AT ' W-CLOSING-YEAR '.'
00354              DELIMITED BY SIZE INTO ML-TEXT
00355          WRITE PRINT-REC FROM MESSAGE-LINE AFTER ADVANCING 3
00356          DISPLAY 'DPRUN005 -- ' ML-TEXT
00357          MOVE 16 TO RETURN-CODE
00358          CLOSE CONTROL-FILE, CYCLE-IN, PRINT-FILE
00359          STOP RUN.
00360      PERFORM A070-ADVANCE-CYCLE THRU A070-EXIT.
00361      DISPLAY 'TAX YEAR ROLLED FROM.................: '
00362          W-CLOSING-YEAR.
00363      DISPLAY 'TAX YEAR ROLLED TO...................: '
00364          CN-TAX-YEAR.
00365      DISPLAY 'CYCLE VINTAGE........................: '
00366          CN-VINTAGE.
00367      CLOSE CONTROL-FILE, CYCLE-IN, PRINT-FILE.
00368      STOP RUN.
00369      SKIP1
00370  A020-CHECK-ORDER.
00371      IF END-OF-CYC-FILE
00372          OR CY-TAX-YEAR NOT NUMERIC
00373          OR CY-TAX-YEAR EQUAL ZERO
00374          DISPLAY 'DPRUN005 -- CYCLE CONTROL RECORD MISSING OR '
00375              'INVALID -- ROLLOVER STOPPED'
00376          MOVE 16 TO RETURN-CODE
00377          STOP RUN.
00378      MOVE CY-TAX-YEAR TO W-CLOSING-YEAR.
00379      COMPUTE W-NEXT-YEAR = CY-TAX-YEAR + 1.
00380      IF END-OF-CTL-FILE
00381          OR CC-NEW-YEAR NOT NUMERIC
00382          DISPLAY 'DPRUN005 -- ROLLOVER CONTROL CARD MISSING OR '
00383              'NEW TAX YEAR NOT NUMERIC -- ROLLOVER STOPPED'
00384          MOVE 16 TO RETURN-CODE
00385          STOP RUN.
00386      IF CC-OPERATOR EQUAL SPACES
00387          DISPLAY 'DPRUN005 -- NO OPERATOR ID ON THE ROLLOVER '
00388              'CONTROL CARD -- ROLLOVER STOPPED'
00389          MOVE 16 TO RETURN-CODE
00390          STOP RUN.
00391      IF CC-NEW-YEAR-N NOT EQUAL W-NEXT-YEAR
00392          DISPLAY 'DPRUN005 -- ROLLOVER OUT OF ORDER.  THE CYCLE '
00393              'IS AT TAX YEAR ' W-CLOSING-YEAR ' AND CAN ONLY '
00394              'ROLL TO ' W-NEXT-YEAR '; THE CARD ASKS FOR '
00395              CC-NEW-YEAR ' -- ROLLOVER STOPPED'
00396          MOVE 16 TO RETURN-CODE
00397          STOP RUN.
00398  A020-EXIT. EXIT.
00399      SKIP1
00400  A060-PRINT-PAIR.
00401      MOVE RT-DESC (RT-SUB)     TO D-DESC.
00402      MOVE RT-CUR-DD (RT-SUB)   TO D-CUR-DD.
00403      MOVE RT-RET-DD (RT-SUB)   TO D-RET-DD.
00404      MOVE RT-CUR-CNT (RT-SUB)  TO D-CUR-CNT.
00405      MOVE RT-RET-CNT (RT-SUB)  TO D-RET-CNT.
00406      MOVE RT-DIFF-CNT (RT-SUB) TO D-DIFF-CNT.
00407      MOVE RT-RESULT (RT-SUB)   TO D-RESULT.
00408      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 2.
00409      IF RT-RESULT (RT-SUB) NOT EQUAL 'VERIFIED'
00410          ADD +1 TO FAILED-CNT
00411          DISPLAY 'DPRUN005 -- ' RT-DESC (RT-SUB) ' '
00412              RT-RESULT (RT-SUB).
00413  A060-EXIT. EXIT.
00414      SKIP1
00415  A070-ADVANCE-CYCLE.
00416      OPEN OUTPUT CYCLE-OUT.
00417      MOVE CYCLE-IN-REC   TO CYCLE-OUT-REC.
00418      MOVE W-NEXT-YEAR    TO CN-TAX-YEAR.
00419      MOVE FUNCTION CURRENT-DATE (1:8) TO CN-CYCLE-DATE.
00420      ADD +1 TO CN-VINTAGE.
00421      MOVE W-CLOSING-YEAR TO CN-PRIOR-YEAR.
00422      MOVE FUNCTION CURRENT-DATE (1:8) TO CN-ROLL-DATE.
00423      MOVE FUNCTION CURRENT-DATE (9:6) TO CN-ROLL-TIME.
00424      MOVE CC-OPERATOR    TO CN-ROLL-OPERATOR.
00425      MOVE 'DPRUN005'     TO CN-ROLL-PROGRAM.
00426      WRITE CYCLE-OUT-REC.
00427      CLOSE CYCLE-OUT.
00428      MOVE 'CYCLE AFTER ROLLOVER' TO CL-LABEL.
00429      MOVE CN-TAX-YEAR    TO CL-TAX-YEAR.
00430      MOVE CN-CYCLE-DATE  TO CL-CYCLE-DATE.
00431      MOVE CN-VINTAGE     TO CL-VINTAGE.
00432      WRITE PRINT-REC FROM CYCLE-LINE AFTER ADVANCING 3.
00433      MOVE SPACES TO ML-TEXT.
00434      STRING 'ALL RETAINED COPIES VERIFIED.  ROLLOVER RELEASED '
00435          'BY OPERATOR ' CC-OPERATOR '.'
00436          DELIMITED BY SIZE INTO ML-TEXT.
00437      WRITE PRINT-REC FROM MESSAGE-LINE AFTER ADVANCING 2.
00438  A070-EXIT. EXIT.
00439      SKIP1
00440  A090-CLEAR-PAIR.
00441      MOVE 'N' TO CUR-EOF-SW, RET-EOF-SW.
00442      MOVE SPACES TO RT-RESULT (RT-SUB).
00443  A090-EXIT. EXIT.
00444      SKIP1
00445  A095-SET-RESULT.
00446      IF RT-RET-CNT (RT-SUB) EQUAL ZERO
00447          MOVE 'RETAINED COPY EMPTY' TO RT-RESULT (RT-SUB)
00448          GO TO A095-EXIT.
00449      IF RT-RET-CNT (RT-SUB) NOT EQUAL RT-CUR-CNT (RT-SUB)
00450          MOVE 'RECORD COUNTS DIFFER' TO RT-RESULT (RT-SUB)
00451          GO TO A095-EXIT.
00452      IF RT-DIFF-CNT (RT-SUB) GREATER THAN ZERO
00453          MOVE 'RECORDS DIFFER' TO RT-RESULT (RT-SUB)
00454          GO TO A095-EXIT.
00455      MOVE 'VERIFIED' TO RT-RESULT (RT-SUB).
00456  A095-EXIT. EXIT.
00457      SKIP1
00458  A100-VERIFY-ASSMT.
00459      MOVE 1 TO RT-SUB.
00460      PERFORM A090-CLEAR-PAIR THRU A090-EXIT.
00461      OPEN INPUT CUR-ASSMT.
00462      IF CUR-ASSMT-STATUS NOT EQUAL '00'
00463          MOVE 'CURRENT FILE MISSING' TO RT-RESULT (RT-SUB)
00464          GO TO A100-EXIT.
00465      OPEN INPUT RET-ASSMT.
00466      IF RET-ASSMT-STATUS NOT EQUAL '00'
00467          CLOSE CUR-ASSMT
00468          MOVE 'RETAINED COPY MISSING' TO RT-RESULT (RT-SUB)
00469          GO TO A100-EXIT.
00470      PERFORM A102-READ-CUR-ASSMT THRU A102-EXIT.
00471      PERFORM A104-READ-RET-ASSMT THRU A104-EXIT.
00472      PERFORM A106-MATCH-ASSMT THRU A106-EXIT
00473          UNTIL END-OF-CUR-FILE AND END-OF-RET-FILE.
00474      CLOSE CUR-ASSMT RET-ASSMT.
00475      PERFORM A095-SET-RESULT THRU A095-EXIT.
00476  A100-EXIT. EXIT.
00477      SKIP1
00478  A102-READ-CUR-ASSMT.
00479      READ CUR-ASSMT AT END
00480          MOVE 'Y' TO CUR-EOF-SW.
00481      IF NOT END-OF-CUR-FILE
00482          ADD +1 TO RT-CUR-CNT (RT-SUB).
00483  A102-EXIT. EXIT.
00484      SKIP1
00485  A104-READ-RET-ASSMT.
00486      READ RET-ASSMT AT END
00487          MOVE 'Y' TO RET-EOF-SW.
00488      IF NOT END-OF-RET-FILE
00489          ADD +1 TO RT-RET-CNT (RT-SUB).
00490  A104-EXIT. EXIT.
00491      SKIP1
00492  A106-MATCH-ASSMT.
00493      IF NOT END-OF-CUR-FILE AND NOT END-OF-RET-FILE
00494          IF M-VOLPROP NOT EQUAL MA-VOLPROP
00495              ADD +1 TO RT-DIFF-CNT (RT-SUB).
00496      IF NOT END-OF-CUR-FILE
00497          PERFORM A102-READ-CUR-ASSMT THRU A102-EXIT.
00498      IF NOT END-OF-RET-FILE
00499          PERFORM A104-READ-RET-ASSMT THRU A104-EXIT.
00500  A106-EXIT. EXIT.
00501      SKIP1
00502  A110-VERIFY-FACTOR.
00503      MOVE 2 TO RT-SUB.
00504      PERFORM A090-CLEAR-PAIR THRU A090-EXIT.
00505      OPEN INPUT CUR-FACTOR.
00506      IF CUR-FACTOR-STATUS NOT EQUAL '00'
00507          MOVE 'CURRENT FILE MISSING' TO RT-RESULT (RT-SUB)
00508          GO TO A110-EXIT.
00509      OPEN INPUT RET-FACTOR.
00510      IF RET-FACTOR-STATUS NOT EQUAL '00'
00511          CLOSE CUR-FACTOR
00512          MOVE 'RETAINED COPY MISSING' TO RT-RESULT (RT-SUB)
00513          GO TO A110-EXIT.
00514      PERFORM A112-READ-CUR-FACTOR THRU A112-EXIT.
00515      PERFORM A114-READ-RET-FACTOR THRU A114-EXIT.
00516      PERFORM A116-MATCH-FACTOR THRU A116-EXIT
00517          UNTIL END-OF-CUR-FILE AND END-OF-RET-FILE.
00518      CLOSE CUR-FACTOR RET-FACTOR.
00519      PERFORM A095-SET-RESULT THRU A095-EXIT.
00520  A110-EXIT. EXIT.
00521      SKIP1
00522  A112-READ-CUR-FACTOR.
00523      READ CUR-FACTOR AT END
00524          MOVE 'Y' TO CUR-EOF-SW.
00525      IF NOT END-OF-CUR-FILE
00526          ADD +1 TO RT-CUR-CNT (RT-SUB).
00527  A112-EXIT. EXIT.
00528      SKIP1
00529  A114-READ-RET-FACTOR.
00530      READ RET-FACTOR AT END
00531          MOVE 'Y' TO RET-EOF-SW.
00532      IF NOT END-OF-RET-FILE
00533          ADD +1 TO RT-RET-CNT (RT-SUB).
00534  A114-EXIT. EXIT.
00535      SKIP1
00536  A116-MATCH-FACTOR.
00537      IF NOT END-OF-CUR-FILE AND NOT END-OF-RET-FILE
00538          IF CUR-FACTOR-REC NOT EQUAL RET-FACTOR-REC
00539              ADD +1 TO RT-DIFF-CNT (RT-SUB).
00540      IF NOT END-OF-CUR-FILE
00541          PERFORM A112-READ-CUR-FACTOR THRU A112-EXIT.
00542      IF NOT END-OF-RET-FILE
00543          PERFORM A114-READ-RET-FACTOR THRU A114-EXIT.
00544  A116-EXIT. EXIT.
00545      SKIP1
00546  A120-VERIFY-TAXCODE.
00547      MOVE 3 TO RT-SUB.
00548      PERFORM A090-CLEAR-PAIR THRU A090-EXIT.
00549      OPEN INPUT CUR-TAXCODE.
00550      IF CUR-TAXCODE-STATUS NOT EQUAL '00'
00551          MOVE 'CURRENT FILE MISSING' TO RT-RESULT (RT-SUB)
00552          GO TO A120-EXIT.
00553      OPEN INPUT RET-TAXCODE.
00554      IF RET-TAXCODE-STATUS NOT EQUAL '00'
00555          CLOSE CUR-TAXCODE
00556          MOVE 'RETAINED COPY MISSING' TO RT-RESULT (RT-SUB)
00557          GO TO A120-EXIT.
00558      PERFORM A122-READ-CUR-TAXCODE THRU A122-EXIT.
00559      PERFORM A124-READ-RET-TAXCODE THRU A124-EXIT.
00560      PERFORM A126-MATCH-TAXCODE THRU A126-EXIT
00561          UNTIL END-OF-CUR-FILE AND END-OF-RET-FILE.
00562      CLOSE CUR-TAXCODE RET-TAXCODE.
00563      PERFORM A095-SET-RESULT THRU A095-EXIT.
00564  A120-EXIT. EXIT.
00565      SKIP1
00566  A122-READ-CUR-TAXCODE.
00567      READ CUR-TAXCODE AT END
00568          MOVE 'Y' TO CUR-EOF-SW.
00569      IF NOT END-OF-CUR-FILE
00570          ADD +1 TO RT-CUR-CNT (RT-SUB).
00571  A122-EXIT. EXIT.
00572      SKIP1
00573  A124-READ-RET-TAXCODE.
00574      READ RET-TAXCODE AT END
00575          MOVE 'Y' TO RET-EOF-SW.
00576      IF NOT END-OF-RET-FILE
00577          ADD +1 TO RT-RET-CNT (RT-SUB).
00578  A124-EXIT. EXIT.
00579      SKIP1
00580  A126-MATCH-TAXCODE.
00581      IF NOT END-OF-CUR-FILE AND NOT END-OF-RET-FILE
00582          IF CUR-TAXCODE-REC NOT EQUAL RET-TAXCODE-REC
00583              ADD +1 TO RT-DIFF-CNT (RT-SUB).
00584      IF NOT END-OF-CUR-FILE
00585          PERFORM A122-READ-CUR-TAXCODE THRU A122-EXIT.
00586      IF NOT END-OF-RET-FILE
00587          PERFORM A124-READ-RET-TAXCODE THRU A124-EXIT.
00588  A126-EXIT. EXIT.
00589      SKIP1
00590  A130-VERIFY-AGENCY.
00591      MOVE 4 TO RT-SUB.
00592      PERFORM A090-CLEAR-PAIR THRU A090-EXIT.
00593      OPEN INPUT CUR-AGENCY.
00594      IF CUR-AGENCY-STATUS NOT EQUAL '00'
00595          MOVE 'CURRENT FILE MISSING' TO RT-RESULT (RT-SUB)
00596          GO TO A130-EXIT.
00597      OPEN INPUT RET-AGENCY.
00598      IF RET-AGENCY-STATUS NOT EQUAL '00'
00599          CLOSE CUR-AGENCY
00600          MOVE 'RETAINED COPY MISSING' TO RT-RESULT (RT-SUB)
00601          GO TO A130-EXIT.
00602      PERFORM A132-READ-CUR-AGENCY THRU A132-EXIT.
00603      PERFORM A134-READ-RET-AGENCY THRU A134-EXIT.
00604      PERFORM A136-MATCH-AGENCY THRU A136-EXIT
00605          UNTIL END-OF-CUR-FILE AND END-OF-RET-FILE.
00606      CLOSE CUR-AGENCY RET-AGENCY.
00607      PERFORM A095-SET-RESULT THRU A095-EXIT.
00608  A130-EXIT. EXIT.
00609      SKIP1
00610  A132-READ-CUR-AGENCY.
00611      READ CUR-AGENCY AT END
00612          MOVE 'Y' TO CUR-EOF-SW.
00613      IF NOT END-OF-CUR-FILE
00614          ADD +1 TO RT-CUR-CNT (RT-SUB).
00615  A132-EXIT. EXIT.
00616      SKIP1
00617  A134-READ-RET-AGENCY.
00618      READ RET-AGENCY AT END
00619          MOVE 'Y' TO RET-EOF-SW.
00620      IF NOT END-OF-RET-FILE
00621          ADD +1 TO RT-RET-CNT (RT-SUB).
00622  A134-EXIT. EXIT.
00623      SKIP1
00624  A136-MATCH-AGENCY.
00625      IF NOT END-OF-CUR-FILE AND NOT END-OF-RET-FILE
00626          IF CUR-AGENCY-REC NOT EQUAL RET-AGENCY-REC
00627              ADD +1 TO RT-DIFF-CNT (RT-SUB).
00628      IF NOT END-OF-CUR-FILE
00629          PERFORM A132-READ-CUR-AGENCY THRU A132-EXIT.
00630      IF NOT END-OF-RET-FILE
00631          PERFORM A134-READ-RET-AGENCY THRU A134-EXIT.
00632  A136-EXIT. EXIT.
00633      SKIP1
00634  A140-VERIFY-EQVAL.
00635      MOVE 5 TO RT-SUB.
00636      PERFORM A090-CLEAR-PAIR THRU A090-EXIT.
00637      OPEN INPUT CUR-EQVAL.
00638      IF CUR-EQVAL-STATUS NOT EQUAL '00'
00639          MOVE 'CURRENT FILE MISSING' TO RT-RESULT (RT-SUB)
00640          GO TO A140-EXIT.
00641      OPEN INPUT RET-EQVAL.
00642      IF RET-EQVAL-STATUS NOT EQUAL '00'
00643          CLOSE CUR-EQVAL
00644          MOVE 'RETAINED COPY MISSING' TO RT-RESULT (RT-SUB)
00645          GO TO A140-EXIT.
00646      PERFORM A142-READ-CUR-EQVAL THRU A142-EXIT.
00647      PERFORM A144-READ-RET-EQVAL THRU A144-EXIT.
00648      PERFORM A146-MATCH-EQVAL THRU A146-EXIT
00649          UNTIL END-OF-CUR-FILE AND END-OF-RET-FILE.
00650      CLOSE CUR-EQVAL RET-EQVAL.
00651      PERFORM A095-SET-RESULT THRU A095-EXIT.
00652  A140-EXIT. EXIT.
00653      SKIP1
00654  A142-READ-CUR-EQVAL.
00655      READ CUR-EQVAL AT END
00656          MOVE 'Y' TO CUR-EOF-SW.
00657      IF NOT END-OF-CUR-FILE
00658          ADD +1 TO RT-CUR-CNT (RT-SUB).
00659  A142-EXIT. EXIT.
00660      SKIP1
00661  A144-READ-RET-EQVAL.
00662      READ RET-EQVAL AT END
00663          MOVE 'Y' TO RET-EOF-SW.
00664      IF NOT END-OF-RET-FILE
00665          ADD +1 TO RT-RET-CNT (RT-SUB).
00666  A144-EXIT. EXIT.
00667      SKIP1
00668  A146-MATCH-EQVAL.
00669      IF NOT END-OF-CUR-FILE AND NOT END-OF-RET-FILE
00670          IF CUR-EQVAL-REC NOT EQUAL RET-EQVAL-REC
00671              ADD +1 TO RT-DIFF-CNT (RT-SUB).
00672      IF NOT END-OF-CUR-FILE
00673          PERFORM A142-READ-CUR-EQVAL THRU A142-EXIT.
00674      IF NOT END-OF-RET-FILE
00675          PERFORM A144-READ-RET-EQVAL THRU A144-EXIT.
00676  A146-EXIT. EXIT.
