00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. DPRUN006.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. DPRUN002 ALERTS WHEN ONE STEP RUNS LONG BUT CANNOT SAY
00007 *         WHETHER THE NIGHT AS A WHOLE WILL MAKE THE TREASURER'S
00008 *         DELIVERY DEADLINE.  THIS PROGRAM PROJECTS THE FINISH OF
00009 *         THE CHAIN.  THE SCHEDULER RUNS IT ON AN INTERVAL
00010 *         ALONGSIDE DPRUN002.  EACH PASS READS THE EXPECTED-CHAIN
00011 *         CARDS (THE SAME FILE DPRUN002 READS, IN EXECUTION
00012 *         ORDER, WITH AN O IN COLUMN 10 MARKING A STEP OPERATIONS
00013 *         MAY SKIP), THE PREDECESSOR CARDS (ONE CARD PER STEP AND
00014 *         PREDECESSOR, THE SAME LISTS EACH PROGRAM PASSES TO THE
00015 *         DPRUN003 GATE), THE RUN REGISTRY (DPRUNREGR1) AND THE
00016 *         DURATION HISTORY (DPRUNHSR1).  A COMPLETED STEP FINISHED
00017 *         AT ITS END RECORD.  A STEP IN FLIGHT FINISHES AT ITS
00018 *         START PLUS ITS AVERAGE (EXPECTED) OR LONGEST (WORST
00019 *         CASE) RUN, BUT NOT BEFORE NOW.  A STEP NOT YET STARTED
00020 *         BEGINS WHEN THE LAST OF ITS PREDECESSORS FINISHES, OR
00021 *         NOW, AND RUNS ITS AVERAGE OR LONGEST TIME.  THE
00022 *         PREDECESSOR THAT SETS EACH START IS KEPT, SO THE
00023 *         CRITICAL PATH IS TRACED BACK FROM THE LAST STEP TO
00024 *         FINISH.  THE CONTROL CARD CARRIES THE DEADLINE (HHMM,
00025 *         COLUMNS 1-4), THE START OF THE OVERNIGHT WINDOW (HHMM,
00026 *         COLUMNS 5-8, DEFAULT 1800) SO A CHAIN RUNNING PAST
00027 *         MIDNIGHT IS TIMED CORRECTLY, AND A WARNING MARGIN IN
00028 *         MINUTES (COLUMNS 9-11, DEFAULT 030).  WHEN THE EXPECTED
00029 *         FINISH IS PAST THE DEADLINE, OR THE WORST-CASE FINISH IS
00030 *         PAST THE DEADLINE LESS THE MARGIN, A CONSOLE ALERT NAMES
00031 *         EVERY STEP ON THE CRITICAL PATH WITH ITS PROJECTED
00032 *         FINISH, AND GIVES THE FINISH IF THE OPTIONAL STEPS NOT
00033 *         YET STARTED ARE SKIPPED, SO OPERATIONS CAN DECIDE IN
00034 *         TIME.  RETURN CODE 8 WHEN THE EXPECTED FINISH IS LATE,
00035 *         4 WHEN ONLY THE WORST CASE IS AT RISK.
00036      SKIP2
00037  ENVIRONMENT DIVISION.
00038  CONFIGURATION SECTION.
00039  SOURCE-COMPUTER. IBM-370.
00040  OBJECT-COMPUTER. IBM-370.
00041      SKIP1
00042  INPUT-OUTPUT SECTION.
00043  FILE-CONTROL.
00044      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00045      SELECT CHAIN-FILE    ASSIGN TO UT-S-CHAINDEF.
00046      SELECT PRED-FILE     ASSIGN TO UT-S-PREDDEF.
00047      SELECT HISTORY-IN    ASSIGN TO UT-S-DURHSTIN.
00048      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00049      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00050      SKIP2
00051  DATA DIVISION.
00052  FILE SECTION.
00053      SKIP1
00054  FD  RUN-REGISTRY
00055      BLOCK  CONTAINS 0 RECORDS
00056      RECORD CONTAINS 80 CHARACTERS
00057      RECORDING MODE IS F
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS RUNREG-REC.
00060  01  RUNREG-REC.
00061  COPY DPRUNREGR1.
00062      SKIP2
00063  FD  CHAIN-FILE
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 80 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS CHAIN-REC.
00069  01  CHAIN-REC.
00070      05  CH-PROGRAM-ID   PIC X(8).
00071      05  FILLER          PIC X.
00072      05  CH-OPTIONAL     PIC X.
00073          88  CH-OPTIONAL-STEP         VALUE 'O'.
00074      05  FILLER          PIC X(70).
00075      SKIP2
00076  FD  PRED-FILE
00077      BLOCK  CONTAINS 0 RECORDS
00078      RECORD CONTAINS 80 CHARACTERS
00079      RECORDING MODE IS F
00080      LABEL  RECORDS ARE STANDARD
00081      DATA RECORD IS PRED-REC.
00082  01  PRED-REC.
00083      05  PD-PROGRAM-ID   PIC X(8).
00084      05  FILLER          PIC X.
00085      05  PD-PRED-ID      PIC X(8).
00086      05  FILLER          PIC X(63).
00087      SKIP2
00088  FD  HISTORY-IN
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 60 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD
00093      DATA RECORD IS HISTORY-IN-REC.
00094  01  HISTORY-IN-REC.
00095  COPY DPRUNHSR1.
00096      SKIP2
00097  FD  CONTROL-FILE
00098      BLOCK  CONTAINS 0 RECORDS
00099      RECORD CONTAINS 80 CHARACTERS
00100      RECORDING MODE IS F
00101      LABEL  RECORDS ARE STANDARD
00102      DATA RECORD IS CONTROL-REC.
00103  01  CONTROL-REC.
00104      05  CC-DEADLINE.
00105          10  CC-DL-HH    PIC 99.
00106          10  CC-DL-MM    PIC 99.
00107      05  CC-DEADLINE-X REDEFINES CC-DEADLINE
00108                          PIC X(4).
00109      05  CC-WINDOW.
00110          10  CC-WN-HH    PIC 99.
00111          10  CC-WN-MM    PIC 99.
00112      05  CC-WINDOW-X REDEFINES CC-WINDOW
00113                          PIC X(4).
00114      05  CC-MARGIN       PIC X(3).
00115      05  CC-MARGIN-N REDEFINES CC-MARGIN
00116                          PIC 9(3).
00117      05  FILLER          PIC X(69).
00118      SKIP2
00119  FD  PRINT-FILE
00120      BLOCK  CONTAINS 0 RECORDS
00121      RECORD CONTAINS 133 CHARACTERS
00122      RECORDING MODE IS F
00123      LABEL  RECORDS ARE STANDARD.
00124      SKIP1
00125  01  PRINT-REC               PIC X(133).
00126      SKIP2
00127  WORKING-STORAGE SECTION.
00128      SKIP1
00129  77  REG-EOF-SW                PIC X      VALUE 'N'.
00130      88  END-OF-REG-FILE                  VALUE 'Y'.
00131  77  CHN-EOF-SW                PIC X      VALUE 'N'.
00132      88  END-OF-CHN-FILE                  VALUE 'Y'.
00133  77  PRD-EOF-SW                PIC X      VALUE 'N'.
00134      88  END-OF-PRD-FILE                  VALUE 'Y'.
00135  77  HST-EOF-SW                PIC X      VALUE 'N'.
00136      88  END-OF-HST-FILE                  VALUE 'Y'.
00137  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00138      88  END-OF-CTL-FILE                  VALUE 'Y'.
00139  77  SKIP-OPT-SW               PIC X      VALUE 'N'.
00140      88  SKIP-OPTIONAL                    VALUE 'Y'.
00141  77  PATH-TYPE                 PIC X      VALUE SPACE.
00142      88  EXPECTED-PATH                    VALUE 'E'.
00143      88  WORST-PATH                       VALUE 'W'.
00144      SKIP1
00145  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +0.
00146  77  REG-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00147  77  CHN-IN-CNT        COMP-3  PIC S9(3)  VALUE +0.
00148  77  PRD-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00149  77  PRD-BAD-CNT       COMP-3  PIC S9(5)  VALUE +0.
00150  77  HST-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00151  77  DONE-CNT          COMP-3  PIC S9(3)  VALUE +0.
00152  77  RUNNING-CNT       COMP-3  PIC S9(3)  VALUE +0.
00153  77  WAITING-CNT       COMP-3  PIC S9(3)  VALUE +0.
00154  77  NO-HIST-CNT       COMP-3  PIC S9(3)  VALUE +0.
00155  77  OPTIONAL-CNT      COMP-3  PIC S9(3)  VALUE +0.
00156  77  PATH-CNT          COMP-3  PIC S9(3)  VALUE +0.
00157      SKIP1
00158  77  W-DEADLINE-REL    COMP-3  PIC S9(7)  VALUE +0.
00159  77  W-ALERT-REL       COMP-3  PIC S9(7)  VALUE +0.
00160  77  W-WINDOW-SECS     COMP-3  PIC S9(7)  VALUE +64800.
00161  77  W-MARGIN-MIN      COMP-3  PIC S9(3)  VALUE +30.
00162  77  W-NOW-REL         COMP-3  PIC S9(7)  VALUE +0.
00163  77  W-REL-SECS        COMP-3  PIC S9(7)  VALUE +0.
00164  77  W-CLOCK-SECS      COMP-3  PIC S9(7)  VALUE +0.
00165  77  W-DAYS            COMP-3  PIC S9(3)  VALUE +0.
00166  77  W-HH              COMP-3  PIC S9(3)  VALUE +0.
00167  77  W-MM              COMP-3  PIC S9(3)  VALUE +0.
00168  77  W-REM             COMP-3  PIC S9(7)  VALUE +0.
00169  77  W-EXP-READY       COMP-3  PIC S9(7)  VALUE +0.
00170  77  W-WST-READY       COMP-3  PIC S9(7)  VALUE +0.
00171  77  W-EXP-CRIT        COMP-3  PIC S9(3)  VALUE +0.
00172  77  W-WST-CRIT        COMP-3  PIC S9(3)  VALUE +0.
00173  77  W-EXP-FINISH      COMP-3  PIC S9(7)  VALUE +0.
00174  77  W-WST-FINISH      COMP-3  PIC S9(7)  VALUE +0.
00175  77  W-EXP-LAST        COMP-3  PIC S9(3)  VALUE +0.
00176  77  W-WST-LAST        COMP-3  PIC S9(3)  VALUE +0.
00177  77  W-EXP-SKIP-FIN    COMP-3  PIC S9(7)  VALUE +0.
00178  77  W-WST-SKIP-FIN    COMP-3  PIC S9(7)  VALUE +0.
00179      SKIP1
00180  01  ACPT-TIME-HOLD      PIC 9(8).
00181  01  W-TIME-WORK         PIC 9(6).
00182  01  W-TIME-WORK-X REDEFINES W-TIME-WORK.
00183      05  TW-HH           PIC 99.
00184      05  TW-MM           PIC 99.
00185      05  TW-SS           PIC 99.
00186  01  W-CLOCK.
00187      05  WC-HH           PIC 99.
00188      05  FILLER          PIC X      VALUE ':'.
00189      05  WC-MM           PIC 99.
00190      05  WC-DAY          PIC X      VALUE SPACE.
00191  01  W-DEADLINE-CLOCK    PIC X(6)   VALUE SPACES.
00192      SKIP1
00193  77  CT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00194  77  CT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00195  77  CT-FND            COMP-3  PIC S9(3)  VALUE +0.
00196  77  W-P-SUB           COMP-3  PIC S9(3)  VALUE +0.
00197  77  W-SUCC-FND        COMP-3  PIC S9(3)  VALUE +0.
00198  77  W-LOOKUP                  PIC X(8)   VALUE SPACES.
00199  01  CHAIN-TABLE.
00200      05  CT-ENTRY OCCURS 200 TIMES.
00201          10  CT-PROGRAM-ID   PIC X(8).
00202          10  CT-OPTIONAL     PIC X.
00203          10  CT-STATE        PIC X.
00204              88  CT-DONE              VALUE 'D'.
00205              88  CT-RUNNING           VALUE 'R'.
00206              88  CT-WAITING           VALUE 'W'.
00207          10  CT-HAVE-HIST    PIC X.
00208          10  CT-ON-PATH      PIC X.
00209          10  CT-START-REL    PIC S9(7)  COMP-3.
00210          10  CT-END-REL      PIC S9(7)  COMP-3.
00211          10  CT-AVG-SECS     PIC S9(7)  COMP-3.
00212          10  CT-MAX-SECS     PIC S9(7)  COMP-3.
00213          10  CT-EXP-FIN      PIC S9(7)  COMP-3.
00214          10  CT-WST-FIN      PIC S9(7)  COMP-3.
00215          10  CT-EXP-CRIT     PIC S9(3)  COMP-3.
00216          10  CT-WST-CRIT     PIC S9(3)  COMP-3.
00217      SKIP1
00218  77  PR-CTR            COMP-3  PIC S9(3)  VALUE +0.
00219  77  PR-SUB            COMP-3  PIC S9(3)  VALUE +0.
00220  01  PRED-TABLE.
00221      05  PR-ENTRY OCCURS 600 TIMES.
00222          10  PR-STEP         PIC S9(3)  COMP-3.
00223          10  PR-PRED         PIC S9(3)  COMP-3.
00224      SKIP1
00225  01  HEAD-A.
00226      05  FILLER          PIC X(3)   VALUE SPACES.
00227      05  FILLER          PIC X(8)   VALUE 'DPRUN006'.
00228      05  FILLER          PIC X(18)  VALUE SPACES.
00229      05  FILLER          PIC X(44)  VALUE
00230          'BATCH CHAIN CRITICAL-PATH PROJECTION'.
00231      05  FILLER          PIC X(10)  VALUE 'DEADLINE '.
00232      05  HD-DEADLINE     PIC X(6).
00233      05  FILLER          PIC X(10)  VALUE '    AS OF '.
00234      05  HD-NOW          PIC X(6).
00235      SKIP1
00236  01  HEAD-B.
00237      05  FILLER          PIC X(3)   VALUE SPACES.
00238      05  FILLER          PIC X(10)  VALUE 'PROGRAM'.
00239      05  FILLER          PIC X(10)  VALUE 'OPTIONAL'.
00240      05  FILLER          PIC X(10)  VALUE 'STATE'.
00241      05  FILLER          PIC X(9)   VALUE 'AVG SECS'.
00242      05  FILLER          PIC X(9)   VALUE 'MAX SECS'.
00243      05  FILLER          PIC X(9)   VALUE 'EXPECTED'.
00244      05  FILLER          PIC X(9)   VALUE 'WORST'.
00245      05  FILLER          PIC X(10)  VALUE 'CRITICAL'.
00246      05  FILLER          PIC X(20)  VALUE 'NOTE'.
00247      SKIP1
00248  01  DETL-LINE.
00249      05  FILLER          PIC X(3)   VALUE SPACES.
00250      05  DL-PROGRAM      PIC X(8).
00251      05  FILLER          PIC X(2)   VALUE SPACES.
00252      05  DL-OPTIONAL     PIC X(8).
00253      05  FILLER          PIC X(2)   VALUE SPACES.
00254      05  DL-STATE        PIC X(8).
00255      05  FILLER          PIC X(2)   VALUE SPACES.
00256      05  DL-AVG          PIC ZZZ,ZZ9.
00257      05  FILLER          PIC X(2)   VALUE SPACES.
00258      05  DL-MAX          PIC ZZZ,ZZ9.
00259      05  FILLER          PIC X(2)   VALUE SPACES.
00260      05  DL-EXP-FIN      PIC X(6).
00261      05  FILLER          PIC X(3)   VALUE SPACES.
00262      05  DL-WST-FIN      PIC X(6).
00263      05  FILLER          PIC X(3)   VALUE SPACES.
00264      05  DL-PATH         PIC X(8).
00265      05  FILLER          PIC X(2)   VALUE SPACES.
00266      05  DL-NOTE         PIC X(30).
00267      SKIP1
00268  01  TOTAL-LINE.
00269      05  FILLER          PIC X(3)   VALUE SPACES.
00270      05  TL-LABEL        PIC X(40).
00271      05  TL-EXPECTED     PIC X(6).
00272      05  FILLER          PIC X(3)   VALUE SPACES.
00273      05  TL-WORST        PIC X(6).
00274      EJECT
00275  PROCEDURE DIVISION.
00276      SKIP1
00277  A010-HOUSEKEEPING.
00278      OPEN INPUT  RUN-REGISTRY, CHAIN-FILE, PRED-FILE,
00279                  HISTORY-IN, CONTROL-FILE
00280           OUTPUT PRINT-FILE.
00281      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00282      ACCEPT ACPT-TIME-HOLD FROM TIME.
00283      MOVE ACPT-TIME-HOLD (1:6) TO W-TIME-WORK.
00284      PERFORM B010-CLOCK-TO-REL THRU B010-EXIT.
00285      MOVE W-REL-SECS TO W-NOW-REL.
00286      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00287      MOVE W-CLOCK TO HD-NOW.
00288      MOVE W-DEADLINE-CLOCK TO HD-DEADLINE.
00289      PERFORM A014-LOAD-CHAIN THRU A014-EXIT
00290          UNTIL END-OF-CHN-FILE.
00291      PERFORM A016-LOAD-PRED THRU A016-EXIT
00292          UNTIL END-OF-PRD-FILE.
00293      PERFORM A020-LOAD-HISTORY THRU A020-EXIT
00294          UNTIL END-OF-HST-FILE.
00295      PERFORM A024-LOAD-REGISTRY THRU A024-EXIT
00296          UNTIL END-OF-REG-FILE.
00297      PERFORM A030-SET-STATE THRU A030-EXIT
00298          VARYING CT-SUB FROM +1 BY +1
00299          UNTIL CT-SUB GREATER THAN CT-CTR.
00300 *    THE PROJECTION IS RUN FIRST WITH THE OPTIONAL STEPS NOT YET
00301 *    STARTED SKIPPED, THEN IN FULL -- THE FULL PASS IS LEFT IN
00302 *    THE TABLE FOR THE CRITICAL PATH AND THE REPORT.
00303      MOVE 'Y' TO SKIP-OPT-SW.
00304      PERFORM A040-PROJECT THRU A040-EXIT.
00305      MOVE W-EXP-FINISH TO W-EXP-SKIP-FIN.
00306      MOVE W-WST-FINISH TO W-WST-SKIP-FIN.
00307      MOVE 'N' TO SKIP-OPT-SW.
00308      PERFORM A040-PROJECT THRU A040-EXIT.
00309      IF W-EXP-FINISH GREATER THAN W-DEADLINE-REL
00310          MOVE 'E' TO PATH-TYPE
00311      ELSE
00312          IF W-WST-FINISH GREATER THAN W-ALERT-REL
00313              MOVE 'W' TO PATH-TYPE.
00314      PERFORM A060-MARK-PATH THRU A060-EXIT.
00315      PERFORM B100-HEADING THRU B100-EXIT.
00316      PERFORM A070-PRINT-STEP THRU A070-EXIT
00317          VARYING CT-SUB FROM +1 BY +1
00318          UNTIL CT-SUB GREATER THAN CT-CTR.
00319      PERFORM A080-PRINT-TOTALS THRU A080-EXIT.
00320      IF EXPECTED-PATH OR WORST-PATH
00321          PERFORM A090-CONSOLE-ALERT THRU A090-EXIT.
00322      DISPLAY 'TOTAL REGISTRY RECORDS READ..........: '
00323          REG-IN-CNT.
00324      DISPLAY 'TOTAL CHAIN STEPS DEFINED............: '
00325          CT-CTR.
00326      DISPLAY 'TOTAL PREDECESSOR CARDS READ.........: '
00327          PRD-IN-CNT.
00328      DISPLAY 'TOTAL PREDECESSOR CARDS BYPASSED.....: '
00329          PRD-BAD-CNT.
00330      DISPLAY 'TOTAL STEPS COMPLETED................: '
00331          DONE-CNT.
00332      DISPLAY 'TOTAL STEPS IN FLIGHT................: '
00333          RUNNING-CNT.
00334      DISPLAY 'TOTAL STEPS NOT YET STARTED..........: '
00335          WAITING-CNT.
00336      DISPLAY 'TOTAL STEPS WITHOUT HISTORY..........: '
00337          NO-HIST-CNT.
00338      DISPLAY 'TOTAL STEPS ON THE CRITICAL PATH.....: '
00339          PATH-CNT.
00340      IF EXPECTED-PATH
00341          MOVE 8 TO RETURN-CODE
00342      ELSE
00343          IF WORST-PATH
00344              MOVE 4 TO RETURN-CODE.
00345      CLOSE RUN-REGISTRY, CHAIN-FILE, PRED-FILE, HISTORY-IN,
00346            CONTROL-FILE, PRINT-FILE.
00347      STOP RUN.
00348      SKIP1
00349  A012-READ-CONTROL.
00350      READ CONTROL-FILE AT END
00351          MOVE 'Y' TO CTL-EOF-SW.
00352      IF END-OF-CTL-FILE
00353          MOVE SPACES TO CONTROL-REC.
00354      IF CC-WINDOW-X NUMERIC
00355       AND CC-WN-HH LESS THAN 24
00356       AND CC-WN-MM LESS THAN 60
00357          COMPUTE W-WINDOW-SECS = CC-WN-HH * 3600 + CC-WN-MM * 60.
00358      IF CC-MARGIN NUMERIC
00359          MOVE CC-MARGIN-N TO W-MARGIN-MIN.
00360      IF CC-DEADLINE-X NUMERIC
00361       AND CC-DL-HH LESS THAN 24
00362       AND CC-DL-MM LESS THAN 60
00363          NEXT SENTENCE
00364      ELSE
00365          DISPLAY 'DPRUN006 -- DEADLINE CONTROL CARD MISSING '
00366              'OR INVALID -- 0600 ASSUMED'
00367          MOVE '0600' TO CC-DEADLINE-X.
00368      MOVE CC-DL-HH TO TW-HH.
00369      MOVE CC-DL-MM TO TW-MM.
00370      MOVE ZERO TO TW-SS.
00371      PERFORM B010-CLOCK-TO-REL THRU B010-EXIT.
00372      MOVE W-REL-SECS TO W-DEADLINE-REL.
00373      COMPUTE W-ALERT-REL = W-DEADLINE-REL - W-MARGIN-MIN * 60.
00374      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00375      MOVE W-CLOCK TO W-DEADLINE-CLOCK.
00376  A012-EXIT. EXIT.
00377      SKIP1
00378  A014-LOAD-CHAIN.
00379      READ CHAIN-FILE AT END
00380          MOVE 'Y' TO CHN-EOF-SW
00381          GO TO A014-EXIT.
00382      ADD +1 TO CHN-IN-CNT.
00383      IF CH-PROGRAM-ID EQUAL SPACES
00384          GO TO A014-EXIT.
00385      IF CT-CTR NOT LESS THAN +200
00386          DISPLAY 'DPRUN006 -- CHAIN TABLE FULL -- '
00387              CH-PROGRAM-ID ' BYPASSED'
00388          GO TO A014-EXIT.
00389      ADD +1 TO CT-CTR.
00390      MOVE CH-PROGRAM-ID TO CT-PROGRAM-ID (CT-CTR).
00391      MOVE 'N' TO CT-OPTIONAL (CT-CTR)
00392                  CT-HAVE-HIST (CT-CTR)
00393                  CT-ON-PATH (CT-CTR).
00394      IF CH-OPTIONAL-STEP
00395          MOVE 'Y' TO CT-OPTIONAL (CT-CTR)
00396          ADD +1 TO OPTIONAL-CNT.
00397      MOVE 'W' TO CT-STATE (CT-CTR).
00398      MOVE ZEROS TO CT-START-REL (CT-CTR)
00399                    CT-END-REL (CT-CTR)
00400                    CT-AVG-SECS (CT-CTR)
00401                    CT-MAX-SECS (CT-CTR)
00402                    CT-EXP-FIN (CT-CTR)
00403                    CT-WST-FIN (CT-CTR)
00404                    CT-EXP-CRIT (CT-CTR)
00405                    CT-WST-CRIT (CT-CTR).
00406  A014-EXIT. EXIT.
00407      SKIP1
00408  A016-LOAD-PRED.
00409      READ PRED-FILE AT END
00410          MOVE 'Y' TO PRD-EOF-SW
00411          GO TO A016-EXIT.
00412      ADD +1 TO PRD-IN-CNT.
00413      MOVE PD-PROGRAM-ID TO W-LOOKUP.
00414      PERFORM B030-FIND-STEP THRU B030-EXIT.
00415      MOVE CT-FND TO W-SUCC-FND.
00416      MOVE PD-PRED-ID TO W-LOOKUP.
00417      PERFORM B030-FIND-STEP THRU B030-EXIT.
00418 *    A STEP OR PREDECESSOR NOT ON THE CHAIN, OR A PREDECESSOR
00419 *    LISTED AT OR AFTER ITS SUCCESSOR, CANNOT BE PROJECTED IN
00420 *    CHAIN ORDER -- THE CARD IS REPORTED AND LEFT OUT.
00421      IF W-SUCC-FND EQUAL ZERO
00422       OR CT-FND EQUAL ZERO
00423       OR CT-FND NOT LESS THAN W-SUCC-FND
00424          ADD +1 TO PRD-BAD-CNT
00425          DISPLAY 'DPRUN006 -- PREDECESSOR CARD ' PD-PROGRAM-ID
00426              ' ' PD-PRED-ID ' NOT ON THE CHAIN OR OUT OF ORDER'
00427              ' -- BYPASSED'
00428          GO TO A016-EXIT.
00429      IF PR-CTR NOT LESS THAN +600
00430          ADD +1 TO PRD-BAD-CNT
00431          DISPLAY 'DPRUN006 -- PREDECESSOR TABLE FULL -- '
00432              PD-PROGRAM-ID ' ' PD-PRED-ID ' BYPASSED'
00433          GO TO A016-EXIT.
00434      ADD +1 TO PR-CTR.
00435      MOVE W-SUCC-FND TO PR-STEP (PR-CTR).
00436      MOVE CT-FND     TO PR-PRED (PR-CTR).
00437  A016-EXIT. EXIT.
00438      SKIP1
00439  A020-LOAD-HISTORY.
00440      READ HISTORY-IN AT END
00441          MOVE 'Y' TO HST-EOF-SW
00442          GO TO A020-EXIT.
00443      ADD +1 TO HST-IN-CNT.
00444      IF HS-PROGRAM-ID EQUAL '*CUTOFF '
00445          GO TO A020-EXIT.
00446      MOVE HS-PROGRAM-ID TO W-LOOKUP.
00447      PERFORM B030-FIND-STEP THRU B030-EXIT.
00448      IF CT-FND GREATER THAN ZERO
00449       AND HS-RUN-CNT GREATER THAN ZERO
00450          MOVE 'Y' TO CT-HAVE-HIST (CT-FND)
00451          MOVE HS-AVG-SECS TO CT-AVG-SECS (CT-FND)
00452          MOVE HS-MAX-SECS TO CT-MAX-SECS (CT-FND).
00453  A020-EXIT. EXIT.
00454      SKIP1
00455  A024-LOAD-REGISTRY.
00456      READ RUN-REGISTRY AT END
00457          MOVE 'Y' TO REG-EOF-SW
00458          GO TO A024-EXIT.
00459      ADD +1 TO REG-IN-CNT.
00460      IF NOT RR-START-REC
00461       AND NOT RR-END-REC
00462          GO TO A024-EXIT.
00463      MOVE RR-PROGRAM-ID TO W-LOOKUP.
00464      PERFORM B030-FIND-STEP THRU B030-EXIT.
00465      IF CT-FND EQUAL ZERO
00466          GO TO A024-EXIT.
00467      MOVE RR-RUN-TIME TO W-TIME-WORK.
00468      PERFORM B010-CLOCK-TO-REL THRU B010-EXIT.
00469 *    A START AFTER AN END IS A RESTART -- THE STEP IS IN FLIGHT
00470 *    AGAIN, AS DPRUN002 TREATS IT.
00471      IF RR-START-REC
00472          MOVE 'R' TO CT-STATE (CT-FND)
00473          MOVE W-REL-SECS TO CT-START-REL (CT-FND)
00474          MOVE ZEROS TO CT-END-REL (CT-FND)
00475      ELSE
00476          MOVE 'D' TO CT-STATE (CT-FND)
00477          MOVE W-REL-SECS TO CT-END-REL (CT-FND).
00478  A024-EXIT. EXIT.
00479      SKIP1
00480  A030-SET-STATE.
00481      IF CT-DONE (CT-SUB)
00482          ADD +1 TO DONE-CNT
00483      ELSE
00484          IF CT-RUNNING (CT-SUB)
00485              ADD +1 TO RUNNING-CNT
00486          ELSE
00487              ADD +1 TO WAITING-CNT.
00488      IF CT-HAVE-HIST (CT-SUB) NOT EQUAL 'Y'
00489       AND NOT CT-DONE (CT-SUB)
00490          ADD +1 TO NO-HIST-CNT.
00491  A030-EXIT. EXIT.
00492      SKIP1
00493  A040-PROJECT.
00494      MOVE ZEROS TO W-EXP-FINISH W-WST-FINISH
00495                    W-EXP-LAST W-WST-LAST.
00496      PERFORM A045-PROJECT-STEP THRU A045-EXIT
00497          VARYING CT-SUB FROM +1 BY +1
00498          UNTIL CT-SUB GREATER THAN CT-CTR.
00499  A040-EXIT. EXIT.
00500      SKIP1
00501  A045-PROJECT-STEP.
00502      MOVE ZEROS TO CT-EXP-CRIT (CT-SUB) CT-WST-CRIT (CT-SUB).
00503      IF CT-DONE (CT-SUB)
00504          MOVE CT-END-REL (CT-SUB) TO CT-EXP-FIN (CT-SUB)
00505                                      CT-WST-FIN (CT-SUB)
00506          GO TO A045-FINISH.
00507      IF CT-RUNNING (CT-SUB)
00508          COMPUTE CT-EXP-FIN (CT-SUB) =
00509              CT-START-REL (CT-SUB) + CT-AVG-SECS (CT-SUB)
00510          COMPUTE CT-WST-FIN (CT-SUB) =
00511              CT-START-REL (CT-SUB) + CT-MAX-SECS (CT-SUB)
00512          MOVE W-NOW-REL TO W-EXP-READY W-WST-READY
00513          GO TO A045-NOT-BEFORE-NOW.
00514      MOVE W-NOW-REL TO W-EXP-READY W-WST-READY.
00515      MOVE ZEROS TO W-EXP-CRIT W-WST-CRIT.
00516      PERFORM A050-SCAN-PRED THRU A050-EXIT
00517          VARYING PR-SUB FROM +1 BY +1
00518          UNTIL PR-SUB GREATER THAN PR-CTR.
00519      MOVE W-EXP-CRIT TO CT-EXP-CRIT (CT-SUB).
00520      MOVE W-WST-CRIT TO CT-WST-CRIT (CT-SUB).
00521      IF SKIP-OPTIONAL
00522       AND CT-OPTIONAL (CT-SUB) EQUAL 'Y'
00523          MOVE W-EXP-READY TO CT-EXP-FIN (CT-SUB)
00524          MOVE W-WST-READY TO CT-WST-FIN (CT-SUB)
00525          GO TO A045-FINISH.
00526      COMPUTE CT-EXP-FIN (CT-SUB) =
00527          W-EXP-READY + CT-AVG-SECS (CT-SUB).
00528      COMPUTE CT-WST-FIN (CT-SUB) =
00529          W-WST-READY + CT-MAX-SECS (CT-SUB).
00530  A045-NOT-BEFORE-NOW.
00531      IF CT-EXP-FIN (CT-SUB) LESS THAN W-EXP-READY
00532          MOVE W-EXP-READY TO CT-EXP-FIN (CT-SUB).
00533      IF CT-WST-FIN (CT-SUB) LESS THAN W-WST-READY
00534          MOVE W-WST-READY TO CT-WST-FIN (CT-SUB).
00535  A045-FINISH.
00536      IF CT-EXP-FIN (CT-SUB) GREATER THAN W-EXP-FINISH
00537          MOVE CT-EXP-FIN (CT-SUB) TO W-EXP-FINISH
00538          MOVE CT-SUB TO W-EXP-LAST.
00539      IF CT-WST-FIN (CT-SUB) GREATER THAN W-WST-FINISH
00540          MOVE CT-WST-FIN (CT-SUB) TO W-WST-FINISH
00541          MOVE CT-SUB TO W-WST-LAST.
00542  A045-EXIT. EXIT.
00543      SKIP1
00544  A050-SCAN-PRED.
00545      IF PR-STEP (PR-SUB) NOT EQUAL CT-SUB
00546          GO TO A050-EXIT.
00547      MOVE PR-PRED (PR-SUB) TO W-P-SUB.
00548      IF CT-EXP-FIN (W-P-SUB) GREATER THAN W-EXP-READY
00549          MOVE CT-EXP-FIN (W-P-SUB) TO W-EXP-READY
00550          MOVE W-P-SUB TO W-EXP-CRIT.
00551      IF CT-WST-FIN (W-P-SUB) GREATER THAN W-WST-READY
00552          MOVE CT-WST-FIN (W-P-SUB) TO W-WST-READY
00553          MOVE W-P-SUB TO W-WST-CRIT.
00554  A050-EXIT. EXIT.
00555      SKIP1
00556  A060-MARK-PATH.
00557 *    TRACE BACK FROM THE LAST STEP TO FINISH THROUGH THE
00558 *    PREDECESSOR THAT SET EACH START.  WITH NO ALERT THE
00559 *    WORST-CASE PATH IS STILL MARKED FOR THE REPORT.
00560      IF EXPECTED-PATH
00561          MOVE W-EXP-LAST TO W-P-SUB
00562      ELSE
00563          MOVE W-WST-LAST TO W-P-SUB.
00564      PERFORM A065-MARK-STEP THRU A065-EXIT
00565          UNTIL W-P-SUB EQUAL ZERO.
00566  A060-EXIT. EXIT.
00567      SKIP1
00568  A065-MARK-STEP.
00569      MOVE 'Y' TO CT-ON-PATH (W-P-SUB).
00570      ADD +1 TO PATH-CNT.
00571      IF EXPECTED-PATH
00572          MOVE CT-EXP-CRIT (W-P-SUB) TO W-P-SUB
00573      ELSE
00574          MOVE CT-WST-CRIT (W-P-SUB) TO W-P-SUB.
00575  A065-EXIT. EXIT.
00576      SKIP1
00577  A070-PRINT-STEP.
00578      PERFORM A072-FORMAT-STEP THRU A072-EXIT.
00579      IF LINE-CNT GREATER THAN +57
00580          PERFORM B100-HEADING THRU B100-EXIT.
00581      WRITE PRINT-REC FROM DETL-LINE AFTER ADVANCING 1.
00582      ADD +1 TO LINE-CNT.
00583  A070-EXIT. EXIT.
00584      SKIP1
00585  A072-FORMAT-STEP.
00586      MOVE SPACES TO DETL-LINE.
00587      MOVE CT-PROGRAM-ID (CT-SUB) TO DL-PROGRAM.
00588      IF CT-OPTIONAL (CT-SUB) EQUAL 'Y'
00589          MOVE 'OPTIONAL' TO DL-OPTIONAL.
00590      IF CT-DONE (CT-SUB)
00591          MOVE 'DONE    ' TO DL-STATE
00592      ELSE
00593          IF CT-RUNNING (CT-SUB)
00594              MOVE 'RUNNING ' TO DL-STATE
00595          ELSE
00596              MOVE 'WAITING ' TO DL-STATE.
00597      MOVE CT-AVG-SECS (CT-SUB) TO DL-AVG.
00598      MOVE CT-MAX-SECS (CT-SUB) TO DL-MAX.
00599      MOVE CT-EXP-FIN (CT-SUB) TO W-REL-SECS.
00600      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00601      MOVE W-CLOCK TO DL-EXP-FIN.
00602      MOVE CT-WST-FIN (CT-SUB) TO W-REL-SECS.
00603      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00604      MOVE W-CLOCK TO DL-WST-FIN.
00605      IF CT-ON-PATH (CT-SUB) EQUAL 'Y'
00606          IF EXPECTED-PATH
00607              MOVE 'EXPECTED' TO DL-PATH
00608          ELSE
00609              MOVE 'WORST   ' TO DL-PATH.
00610      IF CT-HAVE-HIST (CT-SUB) NOT EQUAL 'Y'
00611       AND NOT CT-DONE (CT-SUB)
00612          MOVE 'NO HISTORY -- TIMED AS ZERO' TO DL-NOTE.
00613  A072-EXIT. EXIT.
00614      SKIP1
00615  A080-PRINT-TOTALS.
00616      MOVE SPACES TO TOTAL-LINE.
00617      MOVE 'DEADLINE / WARNING LINE' TO TL-LABEL.
00618      MOVE W-DEADLINE-CLOCK TO TL-EXPECTED.
00619      MOVE W-ALERT-REL TO W-REL-SECS.
00620      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00621      MOVE W-CLOCK TO TL-WORST.
00622      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00623      MOVE SPACES TO TOTAL-LINE.
00624      MOVE 'CHAIN FINISH -- EXPECTED / WORST CASE' TO TL-LABEL.
00625      MOVE W-EXP-FINISH TO W-REL-SECS.
00626      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00627      MOVE W-CLOCK TO TL-EXPECTED.
00628      MOVE W-WST-FINISH TO W-REL-SECS.
00629      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00630      MOVE W-CLOCK TO TL-WORST.
00631      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00632      MOVE SPACES TO TOTAL-LINE.
00633      MOVE 'OPTIONAL STEPS SKIPPED -- EXP / WORST' TO TL-LABEL.
00634      MOVE W-EXP-SKIP-FIN TO W-REL-SECS.
00635      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00636      MOVE W-CLOCK TO TL-EXPECTED.
00637      MOVE W-WST-SKIP-FIN TO W-REL-SECS.
00638      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00639      MOVE W-CLOCK TO TL-WORST.
00640      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00641  A080-EXIT. EXIT.
00642      SKIP1
00643  A090-CONSOLE-ALERT.
00644      MOVE W-EXP-FINISH TO W-REL-SECS.
00645      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00646      MOVE W-CLOCK TO TL-EXPECTED.
00647      MOVE W-WST-FINISH TO W-REL-SECS.
00648      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00649      MOVE W-CLOCK TO TL-WORST.
00650      IF EXPECTED-PATH
00651          DISPLAY 'DPRUN006 -- *** CHAIN EXPECTED TO MISS THE '
00652              W-DEADLINE-CLOCK ' DEADLINE -- EXPECTED FINISH '
00653              TL-EXPECTED ' WORST ' TL-WORST ' ***'
00654      ELSE
00655          DISPLAY 'DPRUN006 -- *** CHAIN AT RISK FOR THE '
00656              W-DEADLINE-CLOCK ' DEADLINE -- EXPECTED FINISH '
00657              TL-EXPECTED ' WORST ' TL-WORST ' ***'.
00658      DISPLAY 'DPRUN006 -- CRITICAL PATH, IN CHAIN ORDER:'.
00659      PERFORM A095-ALERT-STEP THRU A095-EXIT
00660          VARYING CT-SUB FROM +1 BY +1
00661          UNTIL CT-SUB GREATER THAN CT-CTR.
00662      MOVE W-EXP-SKIP-FIN TO W-REL-SECS.
00663      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00664      MOVE W-CLOCK TO TL-EXPECTED.
00665      MOVE W-WST-SKIP-FIN TO W-REL-SECS.
00666      PERFORM B020-REL-TO-CLOCK THRU B020-EXIT.
00667      MOVE W-CLOCK TO TL-WORST.
00668      DISPLAY 'DPRUN006 -- WITH OPTIONAL STEPS NOT YET STARTED '
00669          'SKIPPED: EXPECTED ' TL-EXPECTED ' WORST ' TL-WORST.
00670      IF NO-HIST-CNT GREATER THAN +0
00671          DISPLAY 'DPRUN006 -- ' NO-HIST-CNT ' STEP(S) WITHOUT '
00672              'DURATION HISTORY ARE TIMED AS ZERO'.
00673  A090-EXIT. EXIT.
00674      SKIP1
00675  A095-ALERT-STEP.
00676      IF CT-ON-PATH (CT-SUB) NOT EQUAL 'Y'
00677          GO TO A095-EXIT.
00678      PERFORM A072-FORMAT-STEP THRU A072-EXIT.
00679      DISPLAY 'DPRUN006 --   ' DL-PROGRAM ' ' DL-STATE
00680          ' EXPECTED ' DL-EXP-FIN ' WORST ' DL-WST-FIN
00681          ' ' DL-OPTIONAL.
00682  A095-EXIT. EXIT.
00683      SKIP1
00684  B010-CLOCK-TO-REL.
00685 *    HHMMSS IN W-TIME-WORK TO SECONDS PAST THE WINDOW START.
00686      COMPUTE W-REL-SECS =
00687          TW-HH * 3600 + TW-MM * 60 + TW-SS - W-WINDOW-SECS.
00688      IF W-REL-SECS LESS THAN ZERO
00689          ADD 86400 TO W-REL-SECS.
00690  B010-EXIT. EXIT.
00691      SKIP1
00692  B020-REL-TO-CLOCK.
00693 *    SECONDS PAST THE WINDOW START TO HH:MM, WITH A + WHEN THE
00694 *    TIME FALLS PAST THE NEXT WINDOW START.
00695      COMPUTE W-CLOCK-SECS = W-REL-SECS + W-WINDOW-SECS.
00696      MOVE SPACE TO WC-DAY.
00697      IF W-REL-SECS NOT LESS THAN 86400
00698          MOVE '+' TO WC-DAY.
00699      DIVIDE W-CLOCK-SECS BY 86400 GIVING W-DAYS
00700          REMAINDER W-CLOCK-SECS.
00701      DIVIDE W-CLOCK-SECS BY 3600 GIVING W-HH
00702          REMAINDER W-REM.
00703      DIVIDE W-REM BY 60 GIVING W-MM.
00704      MOVE W-HH TO WC-HH.
00705      MOVE W-MM TO WC-MM.
00706  B020-EXIT. EXIT.
00707      SKIP1
00708  B030-FIND-STEP.
00709      MOVE ZERO TO CT-FND.
00710      PERFORM B035-SCAN-STEP THRU B035-EXIT
00711          VARYING CT-SUB FROM +1 BY +1
00712          UNTIL CT-SUB GREATER THAN CT-CTR
00713             OR CT-FND GREATER THAN ZERO.
00714  B030-EXIT. EXIT.
00715      SKIP1
00716  B035-SCAN-STEP.
00717      IF CT-PROGRAM-ID (CT-SUB) EQUAL W-LOOKUP
00718          MOVE CT-SUB TO CT-FND.
00719  B035-EXIT. EXIT.
00720      SKIP1
00721  B100-HEADING.
00722      WRITE PRINT-REC FROM HEAD-A AFTER ADVANCING PAGE.
00723      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00724      MOVE SPACES TO PRINT-REC.
00725      WRITE PRINT-REC AFTER ADVANCING 1.
00726      MOVE +4 TO LINE-CNT.
00727  B100-EXIT. EXIT.
