00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA884.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. YEAR-OVER-YEAR TAX BILL CHANGE EXPLANATION.  FOR EVERY
00007 *         CURRENT-YEAR BILL (PM-TXTYP '0') ON THE PROPERTY
00008 *         MASTER FOR THE TAX YEAR ON THE CONTROL CARD, THE PRIOR
00009 *         YEAR'S TAX (PM-PRYR-EQVAL AT THE PRIOR YEAR'S RATE FOR
00010 *         PM-PRYR-TXCD FROM THE RATE HISTORY MASTER THROUGH
00011 *         ASREA932, OR PM-PRYR-TXRAT WHEN THE HISTORY HAS NO
00012 *         RATE) IS SET AGAINST THIS YEAR'S, AND THE DIFFERENCE
00013 *         IS BROKEN INTO THE PART DUE TO THE ASSESSMENT, THE
00014 *         EQUALIZATION FACTOR, THE EXEMPTIONS AND THE TAX RATE,
00015 *         EACH PRICED WITH THE PARTS BEFORE IT ALREADY CHANGED
00016 *         SO THE FOUR ADD TO THE WHOLE CHANGE.  THE ASSESSED
00017 *         VALUE, FACTOR AND EXEMPTIONS OF BOTH YEARS COME FROM
00018 *         THE EXEMPTION HISTORY FILE (EACH YEAR'S EQVALRD01
00019 *         EXTRACT PREFIXED WITH ITS TAX YEAR, AS READ BY
00020 *         ASREA978); A PARCEL WITH NO HISTORY FOR A YEAR TAKES
00021 *         THAT YEAR FROM THE MASTER AND, FOR THE PRIOR YEAR,
00022 *         THIS YEAR'S FACTOR AND EXEMPTIONS.  ONE RECORD PER BILL
00023 *         GOES TO THE EXPLANATION FILE (ASBILXPR1) FOR THE CALL
00024 *         CENTER AND THE MAILING, AND THE TYPICAL HOME OF EACH
00025 *         TOWNSHIP -- MAJOR CLASS 2 WITH A HOMEOWNER EXEMPTION
00026 *         -- IS AVERAGED ON A TOWNSHIP REPORT SHOWING WHICH PART
00027 *         LED ITS CHANGE.  THE TAX YEAR IS CHECKED AGAINST THE
00028 *         CENTRAL CYCLE CONTROL RECORD THROUGH DPRUN004.
00029      SKIP2
00030  ENVIRONMENT DIVISION.
00031  CONFIGURATION SECTION.
00032  SOURCE-COMPUTER. IBM-370.
00033  OBJECT-COMPUTER. IBM-370.
00034      SKIP1
00035  INPUT-OUTPUT SECTION.
00036  FILE-CONTROL.
00037      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00038      SELECT EXHIST-FILE   ASSIGN TO UT-S-EXHIST.
00039      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00040      SELECT EXPLAIN-FILE  ASSIGN TO UT-S-BILLXPL.
00041      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00042      SKIP2
00043  DATA DIVISION.
00044  FILE SECTION.
00045      SKIP1
00046  FD  PROP-MASTER
00047      BLOCK  CONTAINS 0 CHARACTERS
00048      RECORD CONTAINS 29 TO 1275 CHARACTERS
00049      RECORDING MODE IS S
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS PM-REC.
00052  01  PM-REC.
00053  COPY PROPMSRD01.
00054      SKIP2
00055  FD  EXHIST-FILE
00056      BLOCK  CONTAINS 0 RECORDS
00057      RECORD CONTAINS 119 CHARACTERS
00058      RECORDING MODE IS F
00059      LABEL  RECORDS ARE STANDARD
00060      DATA RECORD IS EH-REC.
00061  01  EH-REC.
00062      05  EH-TAX-YEAR     PIC 9(4).
00063  COPY EQVALRD01.
00064      SKIP2
00065  FD  CONTROL-FILE
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 80 CHARACTERS
00068      RECORDING MODE IS F
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS CONTROL-REC.
00071  01  CONTROL-REC.
00072      05  CC-TAX-YEAR     PIC X(4).
00073      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00074                          PIC 9(4).
00075      05  FILLER          PIC X(76).
00076      SKIP2
00077  FD  EXPLAIN-FILE
00078      BLOCK  CONTAINS 0 RECORDS
00079      RECORD CONTAINS 300 CHARACTERS
00080      RECORDING MODE IS F
00081      LABEL  RECORDS ARE STANDARD
00082      DATA RECORD IS EXPLAIN-REC.
00083  01  EXPLAIN-REC.
00084  COPY ASBILXPR1.
00085      SKIP2
00086  FD  PRINT-FILE
00087      BLOCK  CONTAINS 0 RECORDS
00088      RECORD CONTAINS 133 CHARACTERS
00089      RECORDING MODE IS F
00090      LABEL  RECORDS ARE STANDARD.
00091      SKIP1
00092  01  PRINT-REC               PIC X(133).
00093      SKIP2
00094  WORKING-STORAGE SECTION.
00095      SKIP1
00096  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00097  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00098      SKIP1
00099  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00100      88  END-OF-PM-FILE                   VALUE 'Y'.
00101  77  EH-EOF-SW                 PIC X      VALUE 'N'.
00102      88  END-OF-EH-FILE                   VALUE 'Y'.
00103  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00104      88  END-OF-CTL-FILE                  VALUE 'Y'.
00105  77  STOP-SW                   PIC X      VALUE 'N'.
00106      88  RUN-STOPPED                      VALUE 'Y'.
00107  77  HC-FOUND-SW               PIC X      VALUE 'N'.
00108      88  HC-FOUND                         VALUE 'Y'.
00109  77  HP-FOUND-SW               PIC X      VALUE 'N'.
00110      88  HP-FOUND                         VALUE 'Y'.
00111      SKIP1
00112  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00113  77  EH-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00114  77  OTHER-YR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00115  77  NO-VALUE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00116  77  NO-PRIOR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00117  77  EXPL-OUT-CNT      COMP-3  PIC S9(9)  VALUE +0.
00118  77  UP-CNT            COMP-3  PIC S9(9)  VALUE +0.
00119  77  DOWN-CNT          COMP-3  PIC S9(9)  VALUE +0.
00120  77  SAME-CNT          COMP-3  PIC S9(9)  VALUE +0.
00121  77  TXCD-CHG-CNT      COMP-3  PIC S9(7)  VALUE +0.
00122  77  NO-HIST-PRYR-CNT  COMP-3  PIC S9(7)  VALUE +0.
00123  77  NO-HIST-RATE-CNT  COMP-3  PIC S9(7)  VALUE +0.
00124  77  TYPICAL-CNT       COMP-3  PIC S9(9)  VALUE +0.
00125      SKIP1
00126  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00127  77  EFF-SUB           COMP-3  PIC S9(3)  VALUE +0.
00128  77  TOWN-SUB          COMP-3  PIC S9(3)  VALUE +0.
00129  77  W-DRV-SUB         COMP-3  PIC S9(3)  VALUE +0.
00130  77  W-DRV-AMT         COMP-3  PIC S9(9)V99 VALUE +0.
00131  77  W-VET-TOT         COMP-3  PIC S9(11) VALUE +0.
00132  77  W-EXEMPT-TOT      COMP-3  PIC S9(11) VALUE +0.
00133      SKIP1
00134 *    THE PARCEL'S CURRENT (HC-) AND PRIOR (HP-) HISTORY YEARS.
00135  77  HC-ASSD           COMP-3  PIC S9(11) VALUE +0.
00136  77  HC-FCTR           COMP-3  PIC S9V9(4) VALUE +0.
00137  77  HC-EXEMPT         COMP-3  PIC S9(11) VALUE +0.
00138  77  HC-HOME           COMP-3  PIC S9(11) VALUE +0.
00139  77  HP-ASSD           COMP-3  PIC S9(11) VALUE +0.
00140  77  HP-FCTR           COMP-3  PIC S9V9(4) VALUE +0.
00141  77  HP-EXEMPT         COMP-3  PIC S9(11) VALUE +0.
00142      SKIP1
00143  77  W-PR-ASSD         COMP-3  PIC S9(11) VALUE +0.
00144  77  W-PR-FCTR         COMP-3  PIC S9V9(4) VALUE +0.
00145  77  W-PR-EQVAL        COMP-3  PIC S9(11) VALUE +0.
00146  77  W-PR-EXEMPT       COMP-3  PIC S9(11) VALUE +0.
00147  77  W-PR-RATE         COMP-3  PIC S9(4)V9(3) VALUE +0.
00148  77  W-PR-TAX          COMP-3  PIC S9(9)V99 VALUE +0.
00149  77  W-PR-SOURCE               PIC X      VALUE SPACE.
00150  77  W-PR-RATE-SRC             PIC X      VALUE SPACE.
00151  77  W-CU-ASSD         COMP-3  PIC S9(11) VALUE +0.
00152  77  W-CU-FCTR         COMP-3  PIC S9V9(4) VALUE +0.
00153  77  W-CU-EQVAL        COMP-3  PIC S9(11) VALUE +0.
00154  77  W-CU-EXEMPT       COMP-3  PIC S9(11) VALUE +0.
00155  77  W-CU-HOME         COMP-3  PIC S9(11) VALUE +0.
00156  77  W-CU-RATE         COMP-3  PIC S9(4)V9(3) VALUE +0.
00157  77  W-CU-TAX          COMP-3  PIC S9(9)V99 VALUE +0.
00158  77  W-TAX-CHG         COMP-3  PIC S9(9)V99 VALUE +0.
00159  77  W-STEP-A          COMP-3  PIC S9(9)V99 VALUE +0.
00160  77  W-STEP-F          COMP-3  PIC S9(9)V99 VALUE +0.
00161  77  W-STEP-E          COMP-3  PIC S9(9)V99 VALUE +0.
00162  77  W-CALC-EQ         COMP-3  PIC S9(11) VALUE +0.
00163  77  W-CALC-EX         COMP-3  PIC S9(11) VALUE +0.
00164  77  W-CALC-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00165  77  W-CALC-TAXABLE    COMP-3  PIC S9(11) VALUE +0.
00166  77  W-CALC-TAX        COMP-3  PIC S9(9)V99 VALUE +0.
00167  77  W-TYPICAL-SW              PIC X      VALUE 'N'.
00168      88  W-TYPICAL-HOME                   VALUE 'Y'.
00169      SKIP1
00170  01  CYCLK-AREA.
00171  COPY DPCYCLKR1.
00172      SKIP1
00173  01  RTHLK-AREA.
00174  COPY ASRTHLKR1.
00175      SKIP1
00176  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00177  01  FILLER REDEFINES W-TAX-YEAR.
00178      05  FILLER                PIC 99.
00179      05  W-TAX-YY              PIC 99.
00180  01  W-PRYR-YEAR               PIC 9(4)   VALUE ZEROS.
00181  01  W-OWNER-NAME              PIC X(22)  VALUE SPACES.
00182  01  W-OWNER-ADDR              PIC X(22)  VALUE SPACES.
00183  01  W-OWNER-CITY              PIC X(12)  VALUE SPACES.
00184  01  W-OWNER-STATE             PIC X(2)   VALUE SPACES.
00185  01  W-OWNER-ZIP               PIC 9(9)   VALUE ZEROS.
00186      SKIP1
00187  01  PM-MATCH-KEY.
00188      05  PMK-VOL               PIC 9(3).
00189      05  PMK-PROP              PIC 9(15).
00190  01  EH-MATCH-KEY.
00191      05  EHK-VOL               PIC 9(3).
00192      05  EHK-PROP              PIC 9(15).
00193  01  HT-LOADED-KEY.
00194      05  HTK-VOL               PIC 9(3)   VALUE ZEROS.
00195      05  HTK-PROP              PIC 9(15)  VALUE ZEROS.
00196      SKIP1
00197 *    THE FOUR PARTS OF A CHANGE, IN THE ORDER THEY ARE PRICED.
00199  01  EFFECT-TABLE.
00200      05  W-EFFECT OCCURS 4 TIMES
00201                          PIC S9(9)V99  COMP-3.
0201A *    DRIVER NAMES FOR THE FOUR PARTS; ENTRY 5 IS NO CHANGE.
00202  01  DRIVER-NAMES.
00203      05  FILLER          PIC X(13)  VALUE 'AASSESSMENT'.
00204      05  FILLER          PIC X(13)  VALUE 'FEQ FACTOR'.
00205      05  FILLER          PIC X(13)  VALUE 'EEXEMPTIONS'.
00206      05  FILLER          PIC X(13)  VALUE 'RTAX RATE'.
00207      05  FILLER          PIC X(13)  VALUE 'NNO CHANGE'.
00208  01  FILLER REDEFINES DRIVER-NAMES.
00209      05  DRV-ENTRY OCCURS 5 TIMES.
00210          10  DRV-CODE        PIC X.
00211          10  DRV-NAME        PIC X(12).
00212      SKIP1
00213 *    TYPICAL HOME TOTALS BY TOWNSHIP.  TOWNS ARE 10 THRU 77;
00214 *    ENTRY 78 CARRIES THE COUNTY.
00215  01  TOWN-TABLE.
00216      05  TOWN-ENTRY OCCURS 78 TIMES.
00217          10  TT-HOMES        PIC S9(7)     COMP-3.
00218          10  TT-PR-TAX       PIC S9(13)V99 COMP-3.
00219          10  TT-CU-TAX       PIC S9(13)V99 COMP-3.
00220          10  TT-EFFECT OCCURS 4 TIMES
00221                              PIC S9(13)V99 COMP-3.
00222          10  TT-DRV-CNT OCCURS 5 TIMES
00223                              PIC S9(7)     COMP-3.
00224  01  W-AVG-PR-TAX              PIC S9(9)V99 COMP-3 VALUE +0.
00225  01  W-AVG-CU-TAX              PIC S9(9)V99 COMP-3 VALUE +0.
00226      SKIP1
00227  01  UNPK-TXCD           PIC 9(5).
00228  01  FILLER REDEFINES UNPK-TXCD.
00229      05  W-TOWN          PIC 99.
00230      05  FILLER          PIC 999.
00231  01  W-TOWN-DSP          PIC 99.
00232      SKIP1
00233  01  ACPT-DATE                  PIC 9(6).
00234  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00235      05  ACPT-YR                PIC 99.
00236      05  ACPT-MO                PIC 99.
00237      05  ACPT-DA                PIC 99.
00238  01  DSP-DATE.
00239      05  DSP-MO                 PIC 99.
00240      05  FILLER                 PIC X      VALUE '/'.
00241      05  DSP-DA                 PIC 99.
00242      05  FILLER                 PIC X      VALUE '/'.
00243      05  DSP-YR                 PIC 99.
00244      SKIP1
00245  01  HEAD-A.
00246      05  FILLER          PIC X(3)   VALUE SPACES.
00247      05  HD-DATE         PIC X(8).
00248      05  FILLER          PIC X(44)  VALUE SPACES.
00249      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00250      05  FILLER          PIC X(44)  VALUE SPACES.
00251      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00252      05  HD-PAGE         PIC ZZ,ZZ9.
00253      SKIP1
00254  01  HEAD-B.
00255      05  FILLER          PIC X(3)   VALUE SPACES.
00256      05  FILLER          PIC X(8)   VALUE 'ASREA884'.
00257      05  FILLER          PIC X(18)  VALUE SPACES.
00258      05  FILLER          PIC X(52)  VALUE
00259          'TAX BILL CHANGE FOR THE TYPICAL HOME BY TOWNSHIP'.
00260      05  FILLER          PIC X(9)   VALUE 'TAX YEAR '.
00261      05  HD-TAX-YEAR     PIC 9(4).
00262      SKIP1
00263  01  HEAD-C.
00264      05  FILLER          PIC X(11)  VALUE SPACES.
00265      05  FILLER          PIC X(9)   VALUE 'TYPICAL'.
00266      05  FILLER          PIC X(12)  VALUE '   AVERAGE'.
00267      05  FILLER          PIC X(12)  VALUE '   AVERAGE'.
00268      05  FILLER          PIC X(13)  VALUE '    AVERAGE'.
00269      05  FILLER          PIC X(52)  VALUE
00270          '  ------------- AVERAGE CHANGE DUE TO -------------'.
00271      SKIP1
00272  01  HEAD-D.
00273      05  FILLER          PIC X(3)   VALUE SPACES.
00274      05  FILLER          PIC X(8)   VALUE 'TOWN'.
00275      05  FILLER          PIC X(9)   VALUE '  HOMES'.
00276      05  FILLER          PIC X(12)  VALUE ' LAST YEAR'.
00277      05  FILLER          PIC X(12)  VALUE ' THIS YEAR'.
00278      05  FILLER          PIC X(13)  VALUE '     CHANGE'.
00279      05  FILLER          PIC X(13)  VALUE ' ASSESSMENT'.
00280      05  FILLER          PIC X(13)  VALUE '  EQ FACTOR'.
00281      05  FILLER          PIC X(13)  VALUE ' EXEMPTIONS'.
00282      05  FILLER          PIC X(14)  VALUE '   TAX RATE'.
00283      05  FILLER          PIC X(13)  VALUE 'LEADING CAUSE'.
00284      SKIP1
00285  01  TOWN-LINE.
00286      05  FILLER          PIC X(3)   VALUE SPACES.
00287      05  T-TOWN          PIC X(6).
00288      05  FILLER          PIC X(2)   VALUE SPACES.
00289      05  T-HOMES         PIC ZZZ,ZZ9.
00290      05  FILLER          PIC X(2)   VALUE SPACES.
00291      05  T-PR-TAX        PIC ZZZ,ZZ9.99.
00292      05  FILLER          PIC X(2)   VALUE SPACES.
00293      05  T-CU-TAX        PIC ZZZ,ZZ9.99.
00294      05  FILLER          PIC X(2)   VALUE SPACES.
00295      05  T-CHG           PIC -ZZZ,ZZ9.99.
00296      05  FILLER          PIC X(2)   VALUE SPACES.
00297      05  T-ASSD          PIC -ZZZ,ZZ9.99.
00298      05  FILLER          PIC X(2)   VALUE SPACES.
00299      05  T-FCTR          PIC -ZZZ,ZZ9.99.
00300      05  FILLER          PIC X(2)   VALUE SPACES.
00301      05  T-EXMP          PIC -ZZZ,ZZ9.99.
00302      05  FILLER          PIC X(2)   VALUE SPACES.
00303      05  T-RATE          PIC -ZZZ,ZZ9.99.
00304      05  FILLER          PIC X(3)   VALUE SPACES.
00305      05  T-DRIVER        PIC X(12).
00306      SKIP1
00307  01  DRIVER-LINE.
00308      05  FILLER          PIC X(3)   VALUE SPACES.
00309      05  DL-LABEL        PIC X(40).
00310      05  DL-NAME         PIC X(12).
00311      05  FILLER          PIC X(2)   VALUE SPACES.
00312      05  DL-COUNT        PIC ZZZ,ZZ9.
00313      EJECT
00314  PROCEDURE DIVISION.
00315      SKIP1
00316  A010-HOUSEKEEPING.
00317      OPEN INPUT  PROP-MASTER, EXHIST-FILE, CONTROL-FILE
00318           OUTPUT EXPLAIN-FILE, PRINT-FILE.
00319      ACCEPT ACPT-DATE FROM DATE.
00320      MOVE ACPT-MO TO DSP-MO.
00321      MOVE ACPT-DA TO DSP-DA.
00322      MOVE ACPT-YR TO DSP-YR.
00323      MOVE DSP-DATE TO HD-DATE.
00324      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00325      IF RETURN-CODE EQUAL 16
00326          CLOSE PROP-MASTER, EXHIST-FILE, CONTROL-FILE,
00327                EXPLAIN-FILE, PRINT-FILE
00328          STOP RUN.
00329      PERFORM A014-CLEAR-TOWN THRU A014-EXIT
00330          VARYING TOWN-SUB FROM +1 BY +1
00331          UNTIL TOWN-SUB GREATER THAN +78.
00332      PERFORM A040-READ-EH THRU A040-EXIT.
00333      PERFORM A100-READ-MASTER THRU A100-EXIT
00334          UNTIL END-OF-PM-FILE.
00335      IF NOT RUN-STOPPED
00336          PERFORM A600-TOWN-REPORT THRU A600-EXIT.
00337      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00338      DISPLAY 'TOTAL EXEMPTION HISTORY RECORDS READ.: ' EH-IN-CNT.
00339      DISPLAY 'TOTAL BILLS - OTHER TAX YEAR.........: '
00340          OTHER-YR-CNT.
00341      DISPLAY 'TOTAL BILLS - NO TAX INFORMATION.....: '
00342          NO-VALUE-CNT.
00343      DISPLAY 'TOTAL BILLS - NO PRIOR YEAR BILL.....: '
00344          NO-PRIOR-CNT.
00345      DISPLAY 'TOTAL EXPLANATIONS WRITTEN...........: '
00346          EXPL-OUT-CNT.
00347      DISPLAY 'TOTAL BILLS UP.......................: ' UP-CNT.
00348      DISPLAY 'TOTAL BILLS DOWN.....................: ' DOWN-CNT.
00349      DISPLAY 'TOTAL BILLS UNCHANGED................: ' SAME-CNT.
00350      DISPLAY 'TOTAL BILLS WITH TAX CODE CHANGED....: '
00351          TXCD-CHG-CNT.
00352      DISPLAY 'TOTAL TYPICAL HOMES..................: '
00353          TYPICAL-CNT.
00354      DISPLAY 'TOTAL PRIOR YEAR NOT ON HISTORY......: '
00355          NO-HIST-PRYR-CNT.
00356      DISPLAY 'TOTAL PRIOR RATE NOT ON RATE HISTORY.: '
00357          NO-HIST-RATE-CNT.
00358      IF RETURN-CODE LESS THAN 4
00359       AND (NO-HIST-PRYR-CNT GREATER THAN ZERO
00360         OR NO-HIST-RATE-CNT GREATER THAN ZERO)
00361          MOVE 4 TO RETURN-CODE.
00362      CLOSE PROP-MASTER, EXHIST-FILE, CONTROL-FILE,
00363            EXPLAIN-FILE, PRINT-FILE.
00364      STOP RUN.
00365      SKIP1
00366 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.  A BLANK OR
00367 *    ZERO CARD YEAR TAKES THE CYCLE YEAR.
00368  A012-READ-CONTROL.
00369      READ CONTROL-FILE AT END
00370          MOVE 'Y' TO CTL-EOF-SW.
00371      MOVE 'ASREA884' TO CK-CALLER.
00372      MOVE SPACES TO CK-CARD-YEAR.
00373      IF NOT END-OF-CTL-FILE
00374          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00375      CALL 'DPRUN004' USING CYCLK-AREA.
00376      IF NOT END-OF-CTL-FILE
00377          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00378      IF END-OF-CTL-FILE
00379          OR CC-TAX-YEAR NOT NUMERIC
00380          OR CC-TAX-YEAR-N EQUAL ZERO
00381          DISPLAY 'ASREA884 -- TAX YEAR CONTROL CARD MISSING '
00382              'OR INVALID -- RUN STOPPED'
00383          MOVE 16 TO RETURN-CODE
00384          GO TO A012-EXIT.
00385      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00386      COMPUTE W-PRYR-YEAR = W-TAX-YEAR - 1.
00387      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00388      DISPLAY 'TAX YEAR.............................: '
00389          W-TAX-YEAR.
00390      DISPLAY 'COMPARED WITH TAX YEAR...............: '
00391          W-PRYR-YEAR.
00392  A012-EXIT. EXIT.
00393      SKIP1
00394  A014-CLEAR-TOWN.
00395      MOVE ZEROS TO TT-HOMES (TOWN-SUB) TT-PR-TAX (TOWN-SUB)
00396                    TT-CU-TAX (TOWN-SUB).
00397      PERFORM A016-CLEAR-PARTS THRU A016-EXIT
00398          VARYING EFF-SUB FROM +1 BY +1
00399          UNTIL EFF-SUB GREATER THAN +5.
00400  A014-EXIT. EXIT.
00401      SKIP1
00402  A016-CLEAR-PARTS.
00403      IF EFF-SUB LESS THAN +5
00404          MOVE ZERO TO TT-EFFECT (TOWN-SUB, EFF-SUB).
00405      MOVE ZERO TO TT-DRV-CNT (TOWN-SUB, EFF-SUB).
00406  A016-EXIT. EXIT.
00407      SKIP1
00408  A040-READ-EH.
00409      READ EXHIST-FILE AT END
00410          MOVE 'Y' TO EH-EOF-SW
00411          MOVE ALL '9' TO EH-MATCH-KEY
00412          GO TO A040-EXIT.
00413      ADD +1 TO EH-IN-CNT.
00414      MOVE EQ-VOL   TO EHK-VOL.
00415      MOVE EQ-PROP  TO EHK-PROP.
00416  A040-EXIT. EXIT.
00417      SKIP1
00418  A100-READ-MASTER.
00419      READ PROP-MASTER AT END
00420          MOVE 'Y' TO PM-EOF-SW
00421          GO TO A100-EXIT.
00422      ADD +1 TO PM-IN-CNT.
00423      IF PM-TXTYP NOT EQUAL '0'
00424          GO TO A100-EXIT.
00425      IF PM-TXYR NOT EQUAL W-TAX-YY
00426          ADD +1 TO OTHER-YR-CNT
00427          GO TO A100-EXIT.
00428      IF PM-TXIND NOT EQUAL 1
00429          ADD +1 TO NO-VALUE-CNT
00430          GO TO A100-EXIT.
00431      IF PM-PRYR-TXCD (1) EQUAL ZERO
00432          ADD +1 TO NO-PRIOR-CNT
00433          GO TO A100-EXIT.
00434      MOVE PM-VOL   TO PMK-VOL.
00435      MOVE PM-PROP  TO PMK-PROP.
00436      IF PM-MATCH-KEY NOT EQUAL HT-LOADED-KEY
00437          PERFORM A150-LOAD-HISTORY THRU A150-EXIT.
00438      MOVE SPACES TO W-OWNER-NAME W-OWNER-ADDR W-OWNER-CITY
00439                     W-OWNER-STATE.
00440      MOVE ZEROS  TO W-OWNER-ZIP.
00441      IF SEGMENTS-PRESENT
00442          PERFORM A110-SCAN-SEGMENT THRU A110-EXIT
00443              VARYING SEG-SUB FROM +1 BY +1
00444              UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00445      PERFORM A200-PRIOR-RATE THRU A200-EXIT.
00446      IF RUN-STOPPED
00447          MOVE 'Y' TO PM-EOF-SW
00448          GO TO A100-EXIT.
00449      PERFORM A250-LOAD-VALUES THRU A250-EXIT.
00450      PERFORM A300-EXPLAIN THRU A300-EXIT.
00451      PERFORM A350-WRITE-EXPLAIN THRU A350-EXIT.
00452      IF W-TYPICAL-HOME
00453          PERFORM A400-ADD-TOWN THRU A400-EXIT.
00454  A100-EXIT. EXIT.
00455      SKIP1
00456 *    THE NAME SEGMENT IS ALWAYS FOLLOWED BY THE ADDRESS AND CITY.
00457  A110-SCAN-SEGMENT.
00458      IF NAME-TYPE-CODE (SEG-SUB)
00459       AND W-OWNER-NAME EQUAL SPACES
00460          MOVE PM-NAME (SEG-SUB) TO W-OWNER-NAME
00461          GO TO A110-EXIT.
00462      IF ADDR-TYPE-CODE (SEG-SUB)
00463       AND W-OWNER-ADDR EQUAL SPACES
00464          MOVE PM-ADDR (SEG-SUB) TO W-OWNER-ADDR
00465          GO TO A110-EXIT.
00466      IF CITY-TYPE-CODE (SEG-SUB)
00467       AND W-OWNER-CITY EQUAL SPACES
00468          MOVE PM-CITY (SEG-SUB)  TO W-OWNER-CITY
00469          MOVE PM-STATE (SEG-SUB) TO W-OWNER-STATE
00470          MOVE PM-ZIP (SEG-SUB)   TO W-OWNER-ZIP.
00471  A110-EXIT. EXIT.
00472      SKIP1
00473 *    THE HISTORY IS IN VOLUME AND PROPERTY ORDER LIKE THE MASTER.
00474 *    ONLY THE TAX YEAR AND THE YEAR BEFORE ARE KEPT.
00475  A150-LOAD-HISTORY.
00476      MOVE 'N' TO HC-FOUND-SW HP-FOUND-SW.
00477      MOVE ZEROS TO HC-ASSD HC-FCTR HC-EXEMPT HC-HOME
00478                    HP-ASSD HP-FCTR HP-EXEMPT.
00479      MOVE PM-MATCH-KEY TO HT-LOADED-KEY.
00480      PERFORM A040-READ-EH THRU A040-EXIT
00481          UNTIL EH-MATCH-KEY NOT LESS THAN PM-MATCH-KEY.
00482      PERFORM A160-STORE-HISTORY THRU A160-EXIT
00483          UNTIL EH-MATCH-KEY NOT EQUAL PM-MATCH-KEY.
00484  A150-EXIT. EXIT.
00485      SKIP1
00486  A160-STORE-HISTORY.
00487      IF NOT EQ-CUR-TXTYP
00488          GO TO A160-NEXT.
00489      IF EH-TAX-YEAR EQUAL W-TAX-YEAR
00490          MOVE 'Y'           TO HC-FOUND-SW
00491          MOVE EQ-ASSD-VAL   TO HC-ASSD
00492          MOVE EQ-EQ-FCR     TO HC-FCTR
00493          MOVE EQ-HOME-AMT   TO HC-HOME
00494          PERFORM A170-SUM-EXEMPTIONS THRU A170-EXIT
00495          MOVE W-EXEMPT-TOT  TO HC-EXEMPT
00496          GO TO A160-NEXT.
00497      IF EH-TAX-YEAR EQUAL W-PRYR-YEAR
00498          MOVE 'Y'           TO HP-FOUND-SW
00499          MOVE EQ-ASSD-VAL   TO HP-ASSD
00500          MOVE EQ-EQ-FCR     TO HP-FCTR
00501          PERFORM A170-SUM-EXEMPTIONS THRU A170-EXIT
00502          MOVE W-EXEMPT-TOT  TO HP-EXEMPT.
00503  A160-NEXT.
00504      PERFORM A040-READ-EH THRU A040-EXIT.
00505  A160-EXIT. EXIT.
00506      SKIP1
00507  A170-SUM-EXEMPTIONS.
00508      COMPUTE W-VET-TOT = EQ-VET-EX-AMT + EQ-RET-VET
00509          + EQ-DIS-VET-1 + EQ-DIS-VET-2 + EQ-DIS-VET-3.
00510      COMPUTE W-EXEMPT-TOT = EQ-HOME-AMT + EQ-SC-HMESTD-AMT
00511          + EQ-SRFRZEXVAL + W-VET-TOT + EQ-DIS-PER
00512          + EQ-LT-OCC-AMT + EQ-EXOWNEXVAL + EQ-EZ-ABATAMT
00513          + EQ-HOME-IMP-AMT.
00514  A170-EXIT. EXIT.
00515      SKIP1
00516 *    LAST YEAR'S RATE IS THE RATE OF LAST YEAR'S TAX CODE FOR
00517 *    LAST YEAR, FROM THE RATE HISTORY MASTER WHEN IT HAS ONE.
00518  A200-PRIOR-RATE.
00519      MOVE PM-PRYR-TXCD (1) TO RTH-TAX-CODE.
00520      MOVE W-PRYR-YEAR      TO RTH-TAX-YEAR.
00521      CALL 'ASREA932' USING RTHLK-AREA.
00522      IF RTH-FILE-ERROR
00523          DISPLAY 'ASREA884 -- RATE HISTORY MASTER UNAVAILABLE '
00524              '-- RUN STOPPED'
00525          MOVE 16 TO RETURN-CODE
00526          MOVE 'Y' TO STOP-SW
00527          GO TO A200-EXIT.
00528      IF RTH-FOUND
00529          MOVE RTH-RATE          TO W-PR-RATE
00530          MOVE 'H'               TO W-PR-RATE-SRC
00531      ELSE
00532          MOVE PM-PRYR-TXRAT (1) TO W-PR-RATE
00533          MOVE 'M'               TO W-PR-RATE-SRC
00534          ADD +1 TO NO-HIST-RATE-CNT.
00535  A200-EXIT. EXIT.
00536      SKIP1
00537  A250-LOAD-VALUES.
00538      MOVE PM-ASSDVAL (1)    TO W-CU-ASSD.
00539      MOVE PM-EQVAL (1)      TO W-CU-EQVAL.
00540      MOVE PM-TXRAT (1)      TO W-CU-RATE.
00541      MOVE PM-PRYR-EQVAL (1) TO W-PR-EQVAL.
00542      IF HC-FOUND
00543          MOVE HC-FCTR   TO W-CU-FCTR
00544          MOVE HC-EXEMPT TO W-CU-EXEMPT
00545          MOVE HC-HOME   TO W-CU-HOME
00546      ELSE
00547          COMPUTE W-CU-EXEMPT = PM-HOEXVAL (1) + PM-SCEXVAL (1)
00548          MOVE PM-HOEXVAL (1) TO W-CU-HOME
00549          MOVE ZERO TO W-CU-FCTR
00550          IF W-CU-ASSD GREATER THAN ZERO
00551              COMPUTE W-CU-FCTR ROUNDED = W-CU-EQVAL / W-CU-ASSD
00552          END-IF
00553      END-IF.
00554      IF HP-FOUND
00555          MOVE HP-ASSD   TO W-PR-ASSD
00556          MOVE HP-FCTR   TO W-PR-FCTR
00557          MOVE HP-EXEMPT TO W-PR-EXEMPT
00558          MOVE 'H'       TO W-PR-SOURCE
00559      ELSE
00560          MOVE W-CU-FCTR   TO W-PR-FCTR
00561          MOVE W-CU-EXEMPT TO W-PR-EXEMPT
00562          MOVE 'M'         TO W-PR-SOURCE
00563          ADD +1 TO NO-HIST-PRYR-CNT
00564          IF W-PR-FCTR GREATER THAN ZERO
00565              COMPUTE W-PR-ASSD ROUNDED = W-PR-EQVAL / W-PR-FCTR
00566          ELSE
00567              MOVE W-PR-EQVAL TO W-PR-ASSD
00568          END-IF
00569      END-IF.
00570      IF W-PR-FCTR NOT GREATER THAN ZERO
00571          MOVE W-CU-FCTR TO W-PR-FCTR.
00572      MOVE 'N' TO W-TYPICAL-SW.
00573      IF PM-CLASS NOT LESS THAN 200
00574       AND PM-CLASS LESS THAN 300
00575       AND W-CU-HOME GREATER THAN ZERO
00576          MOVE 'Y' TO W-TYPICAL-SW.
00577  A250-EXIT. EXIT.
00578      SKIP1
00579 *    EACH STEP CHANGES ONE MORE PART FROM LAST YEAR'S TO THIS
00580 *    YEAR'S; A PART'S EFFECT IS THE TAX AFTER ITS STEP LESS THE
00581 *    TAX BEFORE IT.
00582  A300-EXPLAIN.
00583      MOVE W-PR-EQVAL  TO W-CALC-EQ.
00584      MOVE W-PR-EXEMPT TO W-CALC-EX.
00585      MOVE W-PR-RATE   TO W-CALC-RATE.
00586      PERFORM A310-TAX-AT THRU A310-EXIT.
00587      MOVE W-CALC-TAX  TO W-PR-TAX.
00588      COMPUTE W-CALC-EQ ROUNDED = W-CU-ASSD * W-PR-FCTR.
00589      PERFORM A310-TAX-AT THRU A310-EXIT.
00590      MOVE W-CALC-TAX  TO W-STEP-A.
00591      MOVE W-CU-EQVAL  TO W-CALC-EQ.
00592      PERFORM A310-TAX-AT THRU A310-EXIT.
00593      MOVE W-CALC-TAX  TO W-STEP-F.
00594      MOVE W-CU-EXEMPT TO W-CALC-EX.
00595      PERFORM A310-TAX-AT THRU A310-EXIT.
00596      MOVE W-CALC-TAX  TO W-STEP-E.
00597      MOVE W-CU-RATE   TO W-CALC-RATE.
00598      PERFORM A310-TAX-AT THRU A310-EXIT.
00599      MOVE W-CALC-TAX  TO W-CU-TAX.
00600      COMPUTE W-EFFECT (1) = W-STEP-A - W-PR-TAX.
00601      COMPUTE W-EFFECT (2) = W-STEP-F - W-STEP-A.
00602      COMPUTE W-EFFECT (3) = W-STEP-E - W-STEP-F.
00603      COMPUTE W-EFFECT (4) = W-CU-TAX - W-STEP-E.
00604      COMPUTE W-TAX-CHG    = W-CU-TAX - W-PR-TAX.
00605      PERFORM A320-FIND-DRIVER THRU A320-EXIT.
00606      IF W-TAX-CHG GREATER THAN ZERO
00607          ADD +1 TO UP-CNT
00608      ELSE
00609          IF W-TAX-CHG LESS THAN ZERO
00610              ADD +1 TO DOWN-CNT
00611          ELSE
00612              ADD +1 TO SAME-CNT.
00613  A300-EXIT. EXIT.
00614      SKIP1
00615  A310-TAX-AT.
00616      COMPUTE W-CALC-TAXABLE = W-CALC-EQ - W-CALC-EX.
00617      IF W-CALC-TAXABLE LESS THAN ZERO
00618          MOVE ZERO TO W-CALC-TAXABLE.
00619      COMPUTE W-CALC-TAX ROUNDED =
00620          W-CALC-TAXABLE * W-CALC-RATE / 100.
00621  A310-EXIT. EXIT.
00622      SKIP1
00623 *    THE LEADING CAUSE IS THE LARGEST PART IN THE DIRECTION OF
00624 *    THE WHOLE CHANGE (W-TAX-CHG).
00625  A320-FIND-DRIVER.
00626      MOVE ZERO TO W-DRV-SUB W-DRV-AMT.
00627      PERFORM A325-TEST-PART THRU A325-EXIT
00628          VARYING EFF-SUB FROM +1 BY +1
00629          UNTIL EFF-SUB GREATER THAN +4.
00630      IF W-DRV-SUB EQUAL ZERO
00631          MOVE 5 TO W-DRV-SUB.
00632  A320-EXIT. EXIT.
00633      SKIP1
00634  A325-TEST-PART.
00635      IF W-TAX-CHG GREATER THAN ZERO
00636       AND W-EFFECT (EFF-SUB) GREATER THAN W-DRV-AMT
00637          MOVE EFF-SUB           TO W-DRV-SUB
00638          MOVE W-EFFECT (EFF-SUB) TO W-DRV-AMT.
00639      IF W-TAX-CHG LESS THAN ZERO
00640       AND W-EFFECT (EFF-SUB) LESS THAN W-DRV-AMT
00641          MOVE EFF-SUB           TO W-DRV-SUB
00642          MOVE W-EFFECT (EFF-SUB) TO W-DRV-AMT.
00643  A325-EXIT. EXIT.
00644      SKIP1
00645  A350-WRITE-EXPLAIN.
00646      MOVE SPACES            TO EXPLAIN-REC.
00647      MOVE PM-VOL            TO BX-VOL.
00648      MOVE PM-PROP           TO BX-PROP.
00649      MOVE W-TAX-YEAR        TO BX-TAX-YEAR.
00650      MOVE PM-TXCD           TO BX-TXCD.
00651      MOVE PM-PRYR-TXCD (1)  TO BX-PRYR-TXCD.
00652      MOVE W-OWNER-NAME      TO BX-OWNER-NAME.
00653      MOVE W-OWNER-ADDR      TO BX-ADDR.
00654      MOVE W-OWNER-CITY      TO BX-CITY.
00655      MOVE W-OWNER-STATE     TO BX-STATE.
00656      MOVE W-OWNER-ZIP       TO BX-ZIP.
00657      MOVE PM-CLASS          TO BX-CLASS.
00658      MOVE W-PR-ASSD         TO BX-PRYR-ASSD.
00659      MOVE W-CU-ASSD         TO BX-CUR-ASSD.
00660      MOVE W-PR-FCTR         TO BX-PRYR-FACTOR.
00661      MOVE W-CU-FCTR         TO BX-CUR-FACTOR.
00662      MOVE W-PR-EQVAL        TO BX-PRYR-EQVAL.
00663      MOVE W-CU-EQVAL        TO BX-CUR-EQVAL.
00664      MOVE W-PR-EXEMPT       TO BX-PRYR-EXEMPT.
00665      MOVE W-CU-EXEMPT       TO BX-CUR-EXEMPT.
00666      MOVE W-PR-RATE         TO BX-PRYR-RATE.
00667      MOVE W-CU-RATE         TO BX-CUR-RATE.
00668      MOVE W-PR-TAX          TO BX-PRYR-TAX.
00669      MOVE W-CU-TAX          TO BX-CUR-TAX.
00670      MOVE W-TAX-CHG         TO BX-TAX-CHG.
00671      MOVE W-EFFECT (1)      TO BX-ASSD-EFFECT.
00672      MOVE W-EFFECT (2)      TO BX-FCTR-EFFECT.
00673      MOVE W-EFFECT (3)      TO BX-EXMP-EFFECT.
00674      MOVE W-EFFECT (4)      TO BX-RATE-EFFECT.
00675      MOVE DRV-CODE (W-DRV-SUB) TO BX-DRIVER.
00676      MOVE 'N'               TO BX-TXCD-CHG-SW.
00677      IF PM-TXCD NOT EQUAL PM-PRYR-TXCD (1)
00678          MOVE 'Y' TO BX-TXCD-CHG-SW
00679          ADD +1 TO TXCD-CHG-CNT.
00680      MOVE W-PR-SOURCE       TO BX-PRYR-SOURCE.
00681      MOVE W-PR-RATE-SRC     TO BX-PRYR-RATE-SRC.
00682      MOVE W-TYPICAL-SW      TO BX-TYPICAL-SW.
00683      WRITE EXPLAIN-REC.
00684      ADD +1 TO EXPL-OUT-CNT.
00685  A350-EXIT. EXIT.
00686      SKIP1
00687  A400-ADD-TOWN.
00688      MOVE PM-TXCD TO UNPK-TXCD.
00689      IF W-TOWN LESS THAN 10 OR W-TOWN GREATER THAN 77
00690          GO TO A400-EXIT.
00691      ADD +1 TO TYPICAL-CNT.
00692      MOVE W-TOWN TO TOWN-SUB.
00693      PERFORM A410-ADD-ENTRY THRU A410-EXIT.
00694      MOVE 78 TO TOWN-SUB.
00695      PERFORM A410-ADD-ENTRY THRU A410-EXIT.
00696  A400-EXIT. EXIT.
00697      SKIP1
00698  A410-ADD-ENTRY.
00699      ADD +1       TO TT-HOMES (TOWN-SUB).
00700      ADD W-PR-TAX TO TT-PR-TAX (TOWN-SUB).
00701      ADD W-CU-TAX TO TT-CU-TAX (TOWN-SUB).
00702      ADD +1       TO TT-DRV-CNT (TOWN-SUB, W-DRV-SUB).
00703      PERFORM A415-ADD-PART THRU A415-EXIT
00704          VARYING EFF-SUB FROM +1 BY +1
00705          UNTIL EFF-SUB GREATER THAN +4.
00706  A410-EXIT. EXIT.
00707      SKIP1
00708  A415-ADD-PART.
00709      ADD W-EFFECT (EFF-SUB) TO TT-EFFECT (TOWN-SUB, EFF-SUB).
00710  A415-EXIT. EXIT.
00711      SKIP1
00712  A600-TOWN-REPORT.
00713      PERFORM B100-HEADING THRU B100-EXIT.
00714      PERFORM A610-TOWN-LINE THRU A610-EXIT
00715          VARYING TOWN-SUB FROM +10 BY +1
00716          UNTIL TOWN-SUB GREATER THAN +77.
00717      IF LINE-CNT GREATER THAN +48
00718          PERFORM B100-HEADING THRU B100-EXIT.
00719      MOVE 78 TO TOWN-SUB.
00720      MOVE 'COUNTY' TO T-TOWN.
00721      PERFORM A620-BUILD-LINE THRU A620-EXIT.
00722      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 2.
00723      MOVE SPACES TO PRINT-REC.
00724      WRITE PRINT-REC AFTER ADVANCING 1.
00725      PERFORM A630-DRIVER-LINE THRU A630-EXIT
00726          VARYING EFF-SUB FROM +1 BY +1
00727          UNTIL EFF-SUB GREATER THAN +5.
00728  A600-EXIT. EXIT.
00729      SKIP1
00730  A610-TOWN-LINE.
00731      IF TT-HOMES (TOWN-SUB) EQUAL ZERO
00732          GO TO A610-EXIT.
00733      IF LINE-CNT GREATER THAN +57
00734          PERFORM B100-HEADING THRU B100-EXIT.
00735      MOVE TOWN-SUB   TO W-TOWN-DSP.
00736      MOVE W-TOWN-DSP TO T-TOWN.
00737      PERFORM A620-BUILD-LINE THRU A620-EXIT.
00738      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 1.
00739      ADD +1 TO LINE-CNT.
00740  A610-EXIT. EXIT.
00741      SKIP1
00742 *    THE TYPICAL HOME IS THE AVERAGE OF THE TOWN'S CLASS 2
00743 *    HOMEOWNER BILLS; ITS LEADING CAUSE IS FOUND FROM THE
00744 *    AVERAGE PARTS THE SAME WAY AS A SINGLE BILL'S.
00745  A620-BUILD-LINE.
00746      COMPUTE W-AVG-PR-TAX ROUNDED =
00747          TT-PR-TAX (TOWN-SUB) / TT-HOMES (TOWN-SUB).
00748      COMPUTE W-AVG-CU-TAX ROUNDED =
00749          TT-CU-TAX (TOWN-SUB) / TT-HOMES (TOWN-SUB).
00750      PERFORM A625-AVERAGE-PART THRU A625-EXIT
00751          VARYING EFF-SUB FROM +1 BY +1
00752          UNTIL EFF-SUB GREATER THAN +4.
00753      COMPUTE W-TAX-CHG = W-EFFECT (1) + W-EFFECT (2)
00754          + W-EFFECT (3) + W-EFFECT (4).
00755      PERFORM A320-FIND-DRIVER THRU A320-EXIT.
00756      MOVE TT-HOMES (TOWN-SUB) TO T-HOMES.
00757      MOVE W-AVG-PR-TAX        TO T-PR-TAX.
00758      MOVE W-AVG-CU-TAX        TO T-CU-TAX.
00759      MOVE W-TAX-CHG           TO T-CHG.
00760      MOVE W-EFFECT (1)        TO T-ASSD.
00761      MOVE W-EFFECT (2)        TO T-FCTR.
00762      MOVE W-EFFECT (3)        TO T-EXMP.
00763      MOVE W-EFFECT (4)        TO T-RATE.
00764      MOVE DRV-NAME (W-DRV-SUB) TO T-DRIVER.
00765  A620-EXIT. EXIT.
00766      SKIP1
00767  A625-AVERAGE-PART.
00768      COMPUTE W-EFFECT (EFF-SUB) ROUNDED =
00769          TT-EFFECT (TOWN-SUB, EFF-SUB) / TT-HOMES (TOWN-SUB).
00770  A625-EXIT. EXIT.
00771      SKIP1
00772  A630-DRIVER-LINE.
00773      MOVE 'TYPICAL HOMES WHOSE CHANGE WAS LED BY' TO DL-LABEL.
00774      MOVE DRV-NAME (EFF-SUB)       TO DL-NAME.
00775      IF EFF-SUB EQUAL +5
00776          MOVE 'TYPICAL HOMES WITH NO CHANGE IN TAX' TO DL-LABEL
00777          MOVE SPACES TO DL-NAME.
00778      MOVE TT-DRV-CNT (78, EFF-SUB) TO DL-COUNT.
00779      WRITE PRINT-REC FROM DRIVER-LINE AFTER ADVANCING 1.
00780      ADD +1 TO LINE-CNT.
00781  A630-EXIT. EXIT.
00782      SKIP1
00783  B100-HEADING.
00784      ADD +1 TO PAGE-CNT.
00785      MOVE PAGE-CNT TO HD-PAGE.
00786      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00787      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00788      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00789      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 1.
00790      MOVE SPACES TO PRINT-REC.
00791      WRITE PRINT-REC AFTER ADVANCING 1.
00792      MOVE +7 TO LINE-CNT.
00793  B100-EXIT. EXIT.
