00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM774.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THE QUESTION EVERY DISTRICT AUDITOR ASKS -- DID THE
00007 *         BILLS WE EXTENDED RAISE THE LEVY THE DISTRICT FILED --
00008 *         WAS ANSWERED OUTSIDE THE SYSTEM.  THIS PROGRAM IS THE
00009 *         LEVY EXTENSION PROOF.  THE TAX ROLL WRITTEN BY CLRTM773
00010 *         (CLTXROLR1) IS SORTED INTO TAX CODE SEQUENCE AND EACH
00011 *         PARCEL'S TOTAL TAX IS APPORTIONED ACROSS THE UP-TO-40
00012 *         AGENCIES ON ITS TAX CODE (TR-AGENCY) IN PROPORTION TO
00013 *         EACH AGENCY'S RATE ON THE EXTENDED AGENCY RATE FILE
00014 *         (CLAGYRTER1) FROM CLRTM769.  THE ROUNDING RESIDUE OF A
00015 *         PARCEL GOES TO THE LAST AGENCY ON THE CODE SO THE SHARES
00016 *         ALWAYS FOOT TO THE TAX BILLED.  THE SHARES ARE SUMMED BY
00017 *         AGENCY AND PROVED TO LV-LEVY-AMT ON THE LEVY FILE.  THE
00018 *         ROUNDING ALLOWANCE FOR AN AGENCY IS ONE CENT PER PARCEL
00019 *         PLUS HALF A UNIT OF THE THIRD RATE DECIMAL ON THE
00020 *         AGENCY'S EQUALIZED BASE.  EVERY AGENCY IS PRINTED ON THE
00021 *         PROOF; EACH ONE OUT OF BALANCE BY MORE THAN ITS
00022 *         ALLOWANCE IS THEN LISTED WITH ITS TAX CODE BREAKDOWN.
00023 *         AN AGENCY HELD TO ITS PTELL LIMITING RATE CANNOT RAISE
00024 *         ITS FILED LEVY AND IS SHOWN AS CAPPED RATHER THAN
00025 *         COUNTED AGAINST THE PROOF.  THE RUN IS GATED ON A CLEAN
00026 *         CLRTM773 THROUGH DPRUN003 AND ENDS WITH CONDITION CODE 8
00027 *         WHEN THE ROLL DOES NOT PROVE, SO THE ROLL IS NOT
00028 *         RELEASED UNTIL THE DIFFERENCES ARE EXPLAINED.
0028A *         AN AGENCY WHOSE EXTENSION WAS HELD AT 105 PERCENT OF ITS
0028B *         PRIOR EXTENSION FOR WANT OF A TRUTH IN TAXATION
0028C *         CERTIFICATE IS SHOWN AS HELD ON THE SAME TERMS.
0028D *         SO IS AN AGENCY WITH A FUND HELD TO THE STATUTORY
0028E *         MAXIMUM RATE CARRIED ON THE LEVY FUND RATE MASTER.
00029      SKIP2
00030  ENVIRONMENT DIVISION.
00031  CONFIGURATION SECTION.
00032  SOURCE-COMPUTER. IBM-370.
00033  OBJECT-COMPUTER. IBM-370.
00034      SKIP1
00035  INPUT-OUTPUT SECTION.
00036  FILE-CONTROL.
00037      SELECT TAXROLL-FILE  ASSIGN TO UT-S-TAXROLL.
00038      SELECT TAXCODE-MAST  ASSIGN TO DA-TAXCODE
00039        ORGANIZATION IS INDEXED
00040        ACCESS IS RANDOM
00041        RECORD KEY IS TR-TAX-CODE
00042        FILE STATUS IS TC-STATUS.
00043      SELECT AGYRATE-FILE  ASSIGN TO UT-S-AGYRATE.
00044      SELECT LEVY-FILE     ASSIGN TO UT-S-LEVYFILE.
00045      SELECT BRKDN-FILE    ASSIGN TO UT-S-LEVYWK.
00046      SELECT ROLL-SORT     ASSIGN TO UT-S-SORTWK1.
00047      SELECT BRKDN-SORT    ASSIGN TO UT-S-SORTWK2.
00048      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00049      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00050      SKIP2
00051  DATA DIVISION.
00052  FILE SECTION.
00053      SKIP1
00054  FD  TAXROLL-FILE
00055      BLOCK  CONTAINS 0 RECORDS
00056      RECORD CONTAINS 250 CHARACTERS
00057      RECORDING MODE IS F
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS TAXROLL-REC.
00060  01  TAXROLL-REC.
00061  COPY CLTXROLR1.
00062      SKIP2
00063  FD  TAXCODE-MAST
00064      RECORD CONTAINS 207 CHARACTERS
00065      LABEL RECORDS ARE STANDARD.
00066      SKIP1
00067  01  TAXCODE-MAST-REC.
00068  COPY TAXCODERD2.
00069      SKIP2
00070  FD  AGYRATE-FILE
00071      BLOCK  CONTAINS 0 RECORDS
00072      RECORD CONTAINS 80 CHARACTERS
00073      RECORDING MODE IS F
00074      LABEL  RECORDS ARE STANDARD
00075      DATA RECORD IS AGYRATE-REC.
00076  01  AGYRATE-REC.
00077  COPY CLAGYRTER1.
00078      SKIP2
00079  FD  LEVY-FILE
00080      BLOCK  CONTAINS 0 RECORDS
00081      RECORD CONTAINS 80 CHARACTERS
00082      RECORDING MODE IS F
00083      LABEL  RECORDS ARE STANDARD
00084      DATA RECORD IS LEVY-REC.
00085  01  LEVY-REC.
00086      05  LV-AGENCY       PIC X(9).
00087      05  LV-AGENCY-N REDEFINES LV-AGENCY
00088                          PIC 9(9).
00089      05  LV-LEVY-AMT     PIC X(13).
00090      05  LV-LEVY-AMT-N REDEFINES LV-LEVY-AMT
00091                          PIC 9(11)V99.
00092      05  FILLER          PIC X(58).
00093      SKIP2
00094  FD  BRKDN-FILE
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 50 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD
00099      DATA RECORD IS BRKDN-REC.
00100  01  BRKDN-REC.
00101      05  BK-AGENCY       PIC 9(9).
00102      05  BK-TXCD         PIC 9(5).
00103      05  BK-PARCELS      PIC 9(7).
00104      05  BK-EAV          PIC 9(13).
00105      05  BK-SHARE        PIC 9(11)V99.
00106      05  FILLER          PIC X(3).
00107      SKIP2
00108  SD  ROLL-SORT
00109      DATA RECORD IS ROLL-SORT-REC.
00110  01  ROLL-SORT-REC.
00111      05  SR-TXCD             PIC 9(5).
00112      05  SR-VOL              PIC 9(3).
00113      05  SR-PROP             PIC 9(15).
00114      05  SR-NET-EAV          PIC 9(11).
00115      05  SR-RATE             PIC 9(4)V9(3).
00116      05  SR-TAX              PIC 9(9)V99.
00117      SKIP2
00118  SD  BRKDN-SORT
00119      DATA RECORD IS BRKDN-SORT-REC.
00120  01  BRKDN-SORT-REC.
00121      05  SB-AGENCY           PIC 9(9).
00122      05  SB-TXCD             PIC 9(5).
00123      05  SB-PARCELS          PIC 9(7).
00124      05  SB-EAV              PIC 9(13).
00125      05  SB-SHARE            PIC 9(11)V99.
00126      SKIP2
00127  FD  RUN-REGISTRY
00128      BLOCK  CONTAINS 0 RECORDS
00129      RECORD CONTAINS 80 CHARACTERS
00130      RECORDING MODE IS F
00131      LABEL  RECORDS ARE STANDARD
00132      DATA RECORD IS RUNREG-REC.
00133  01  RUNREG-REC.
00134  COPY DPRUNREGR1.
00135      SKIP2
00136  FD  PRINT-FILE
00137      BLOCK  CONTAINS 0 RECORDS
00138      RECORD CONTAINS 133 CHARACTERS
00139      RECORDING MODE IS F
00140      LABEL  RECORDS ARE STANDARD.
00141      SKIP1
00142  01  PRINT-REC               PIC X(133).
00143      SKIP2
00144  WORKING-STORAGE SECTION.
00145      SKIP1
00146  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00147  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00148      SKIP1
00149  77  ROLL-EOF-SW               PIC X      VALUE 'N'.
00150      88  END-OF-ROLL-FILE                 VALUE 'Y'.
00151  77  AGYRT-EOF-SW              PIC X      VALUE 'N'.
00152      88  END-OF-AGYRT-FILE                VALUE 'Y'.
00153  77  LEVY-EOF-SW               PIC X      VALUE 'N'.
00154      88  END-OF-LEVY-FILE                 VALUE 'Y'.
00155  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00156      88  END-OF-SORT-FILE                 VALUE 'Y'.
00157  77  BRK-EOF-SW                PIC X      VALUE 'N'.
00158      88  END-OF-BRK-FILE                  VALUE 'Y'.
00159  77  TRAILER-SW                PIC X      VALUE 'N'.
00160      88  TRAILER-FOUND                    VALUE 'Y'.
00161  77  CODE-OK-SW                PIC X      VALUE 'N'.
00162      88  CODE-CAN-APPORTION               VALUE 'Y'.
00163  77  RATE-DIFF-SW              PIC X      VALUE 'N'.
00164  77  FATAL-SW                  PIC X      VALUE 'N'.
00165      88  RUN-IS-FATAL                     VALUE 'Y'.
00166  77  TC-STATUS                 PIC XX     VALUE '00'.
00167      SKIP1
00168  77  ROLL-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00169  77  ROLL-REL-CNT      COMP-3  PIC S9(9)  VALUE +0.
00170  77  SORT-RET-CNT      COMP-3  PIC S9(9)  VALUE +0.
00171  77  AGYRT-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00172  77  LEVY-IN-CNT       COMP-3  PIC S9(5)  VALUE +0.
00173  77  LEVY-REJ-CNT      COMP-3  PIC S9(5)  VALUE +0.
00174  77  LEVY-NOEXT-CNT    COMP-3  PIC S9(5)  VALUE +0.
00175  77  TXCD-CNT          COMP-3  PIC S9(7)  VALUE +0.
00176  77  TXCD-NOTFND-CNT   COMP-3  PIC S9(7)  VALUE +0.
00177  77  TXCD-NORATE-CNT   COMP-3  PIC S9(7)  VALUE +0.
00178  77  TXCD-RATEDIF-CNT  COMP-3  PIC S9(7)  VALUE +0.
00179  77  AGY-NORATE-CNT    COMP-3  PIC S9(7)  VALUE +0.
00180  77  UNAPPOR-CNT       COMP-3  PIC S9(9)  VALUE +0.
00181  77  BRK-OUT-CNT       COMP-3  PIC S9(9)  VALUE +0.
00182  77  BRK-REL-CNT       COMP-3  PIC S9(9)  VALUE +0.
00183  77  PROVED-CNT        COMP-3  PIC S9(5)  VALUE +0.
00184  77  OOB-CNT           COMP-3  PIC S9(5)  VALUE +0.
00185  77  CAPPED-CNT        COMP-3  PIC S9(5)  VALUE +0.
00186      SKIP1
00187  77  W-ROLL-TAX        COMP-3  PIC S9(13)V99 VALUE +0.
00188  77  W-APPOR-TAX       COMP-3  PIC S9(13)V99 VALUE +0.
00189  77  W-UNAPPOR-TAX     COMP-3  PIC S9(13)V99 VALUE +0.
00190  77  W-CODE-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00191  77  W-SHARE           COMP-3  PIC S9(9)V99 VALUE +0.
00192  77  W-SHARE-SUM       COMP-3  PIC S9(9)V99 VALUE +0.
00193  77  W-LAST-POS        COMP-3  PIC S9(3)  VALUE +0.
00194  77  W-GRP-PARCELS     COMP-3  PIC S9(7)  VALUE +0.
00195  77  W-GRP-EAV         COMP-3  PIC S9(13) VALUE +0.
00196  77  W-DIFF            COMP-3  PIC S9(13)V99 VALUE +0.
00197  77  W-ABS-DIFF        COMP-3  PIC S9(13)V99 VALUE +0.
00198  77  W-ALLOWANCE       COMP-3  PIC S9(11)V99 VALUE +0.
00199  77  W-HOLD-TXCD       COMP-3  PIC S9(5)  VALUE +0.
00200  77  W-HOLD-AGENCY     COMP-3  PIC S9(9)  VALUE +0.
00201  77  W-AGY-SHARE       COMP-3  PIC S9(13)V99 VALUE +0.
00202  77  W-AGY-PARCELS     COMP-3  PIC S9(9)  VALUE +0.
00203  77  W-AGY-EAV         COMP-3  PIC S9(15) VALUE +0.
00204  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00205      SKIP1
00206  77  AP-CTR            COMP-3  PIC S9(5)  VALUE +0.
00207  77  AP-SUB            COMP-3  PIC S9(5)  VALUE +0.
00208  77  AP-FND            COMP-3  PIC S9(5)  VALUE +0.
00209  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00210  01  AGENCY-PROOF-TABLE.
00211      05  AP-ENTRY OCCURS 2000 TIMES.
00212          10  AP-AGENCY       PIC 9(9)       COMP-3.
00213          10  AP-RATE         PIC S9(4)V9(3) COMP-3.
00214          10  AP-BASE         PIC S9(13)     COMP-3.
00215          10  AP-CAP-IND      PIC X.
00216          10  AP-LEVY-SW      PIC X.
00217          10  AP-OOB-SW       PIC X.
00218          10  AP-LEVY         PIC S9(11)V99  COMP-3.
00219          10  AP-EXTENDED     PIC S9(13)V99  COMP-3.
00220          10  AP-ROLL-EAV     PIC S9(15)     COMP-3.
00221          10  AP-PARCELS      PIC S9(9)      COMP-3.
00222      SKIP1
00223 *    ONE ENTRY PER POSITION IN THE CURRENT TAX CODE'S AGENCY LIST
00224  01  CODE-POSITION-TABLE.
00225      05  CP-ENTRY OCCURS 40 TIMES.
00226          10  CP-AP-SUB       PIC S9(5)      COMP-3.
00227          10  CP-RATE         PIC S9(4)V9(3) COMP-3.
00228          10  CP-SHARE        PIC S9(11)V99  COMP-3.
00229      SKIP1
00230  01  ACPT-DATE                  PIC 9(6).
00231  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00232      05  ACPT-YR                PIC 99.
00233      05  ACPT-MO                PIC 99.
00234      05  ACPT-DA                PIC 99.
00235  01  DSP-DATE.
00236      05  DSP-MO                 PIC 99.
00237      05  FILLER                 PIC X      VALUE '/'.
00238      05  DSP-DA                 PIC 99.
00239      05  FILLER                 PIC X      VALUE '/'.
00240      05  DSP-YR                 PIC 99.
00241      SKIP1
00242  01  GATELK-AREA.
00243  COPY DPGATELKR1.
00244      SKIP1
00245  01  HEAD-A.
00246      05  FILLER          PIC X(3)   VALUE SPACES.
00247      05  HD-DATE         PIC X(8).
00248      05  FILLER          PIC X(42)  VALUE SPACES.
00249      05  FILLER     PIC X(26) VALUE
00250          'OFFICE OF THE COUNTY CLERK'.
00251      05  FILLER          PIC X(42)  VALUE SPACES.
00252      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00253      05  HD-PAGE         PIC ZZ,ZZ9.
00254      SKIP1
00255  01  HEAD-B.
00256      05  FILLER          PIC X(3)   VALUE SPACES.
00257      05  FILLER          PIC X(8)   VALUE 'CLRTM774'.
00258      05  FILLER          PIC X(18)  VALUE SPACES.
00259      05  FILLER          PIC X(34)  VALUE
00260          'LEVY EXTENSION PROOF -- TAX YEAR'.
00261      05  HD-TAX-YEAR     PIC 9(4).
00262      SKIP1
00263  01  HEAD-C.
00264      05  FILLER          PIC X(3)   VALUE SPACES.
00265      05  HD-SUBTITLE     PIC X(60).
00266      SKIP1
00267  01  PROOF-HEAD.
00268      05  FILLER          PIC X(5)   VALUE SPACES.
00269      05  FILLER          PIC X(7)   VALUE 'AGENCY'.
00270      05  FILLER          PIC X(19)  VALUE '        LEVY FILED'.
00271      05  FILLER          PIC X(17)  VALUE '   LEVY BASE EAV'.
00272      05  FILLER          PIC X(10)  VALUE '      RATE'.
00273      05  FILLER          PIC X(17)  VALUE '    ROLL TAX EAV'.
00274      05  FILLER          PIC X(19)  VALUE '     TAX EXTENDED'.
00275      05  FILLER          PIC X(20)  VALUE '         DIFFERENCE'.
00276      SKIP1
00277  01  PROOF-LINE.
00278      05  FILLER          PIC X(1)   VALUE SPACES.
00279      05  PL-AGENCY       PIC 9(9).
00280      05  FILLER          PIC X(2)   VALUE SPACES.
00281      05  PL-LEVY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00282      05  FILLER          PIC X(2)   VALUE SPACES.
00283      05  PL-BASE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
00284      05  FILLER          PIC X(2)   VALUE SPACES.
00285      05  PL-RATE         PIC 9999.999.
00286      05  FILLER          PIC X(2)   VALUE SPACES.
00287      05  PL-ROLL-EAV     PIC ZZZ,ZZZ,ZZZ,ZZ9.
00288      05  FILLER          PIC X(2)   VALUE SPACES.
00289      05  PL-EXTENDED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00290      05  FILLER          PIC X(2)   VALUE SPACES.
00291      05  PL-DIFF         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
00292      05  FILLER          PIC X(2)   VALUE SPACES.
00293      05  PL-MESSG        PIC X(18).
00294      SKIP1
00295  01  BRK-HEAD.
00296      05  FILLER          PIC X(5)   VALUE SPACES.
00297      05  FILLER          PIC X(7)   VALUE 'AGENCY'.
00298      05  FILLER          PIC X(10)  VALUE '  TAX CODE'.
00299      05  FILLER          PIC X(12)  VALUE '     PARCELS'.
00300      05  FILLER          PIC X(20)  VALUE '        TAXABLE EAV'.
00301      05  FILLER          PIC X(19)  VALUE '     TAX EXTENDED'.
00302      SKIP1
00303  01  BRK-LINE.
00304      05  FILLER          PIC X(1)   VALUE SPACES.
00305      05  BL-AGENCY       PIC 9(9).
00306      05  FILLER          PIC X(5)   VALUE SPACES.
00307      05  BL-TXCD         PIC 9(5).
00308      05  FILLER          PIC X(3)   VALUE SPACES.
00309      05  BL-PARCELS      PIC Z,ZZZ,ZZ9.
00310      05  FILLER          PIC X(2)   VALUE SPACES.
00311      05  BL-EAV          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
00312      05  FILLER          PIC X(2)   VALUE SPACES.
00313      05  BL-SHARE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00314      05  FILLER          PIC X(2)   VALUE SPACES.
00315      05  BL-MESSG        PIC X(20).
00316      SKIP1
00317  01  W-HEAD-SW               PIC X      VALUE 'P'.
00318      88  PROOF-HEADING                  VALUE 'P'.
00319      88  BREAKDOWN-HEADING              VALUE 'B'.
00320      EJECT
00321  LINKAGE SECTION.
00322      SKIP1
00323  01  LINK-INFO.
00324      05  LINK-LENGTH         PIC S9(4) COMP.
00325          88  VALID-LINK-LENGTH   VALUE +1 +9.
00326          88  CYCLE-DATE-IN-PARM  VALUE +9.
00327      05  LINK-OVERRIDE       PIC X.
00328      05  LINK-CYCLE-DATE     PIC X(8).
00329      05  LINK-CYCLE-DATE-N REDEFINES LINK-CYCLE-DATE
00330                              PIC 9(8).
00331      SKIP1
00332  PROCEDURE DIVISION USING LINK-INFO.
00333      SKIP1
00334  A010-HOUSEKEEPING.
00335      MOVE 'CLRTM774'  TO GT-CALLER.
00336      IF CYCLE-DATE-IN-PARM
00337       AND LINK-CYCLE-DATE NUMERIC
00338          MOVE LINK-CYCLE-DATE-N TO GT-CYCLE-DATE
00339      ELSE
00340          MOVE FUNCTION CURRENT-DATE(1:8) TO GT-CYCLE-DATE.
00341      MOVE 0004        TO GT-MAX-COND.
00342      MOVE 'N'         TO GT-OVERRIDE.
00343      IF VALID-LINK-LENGTH
00344       AND LINK-OVERRIDE EQUAL 'Y'
00345          MOVE 'Y' TO GT-OVERRIDE.
00346      MOVE 01          TO GT-PRED-CNT.
00347      MOVE 'CLRTM773'  TO GT-PRED-ID (1).
00348      CALL 'DPRUN003' USING GATELK-AREA.
00349      OPEN INPUT  TAXCODE-MAST, AGYRATE-FILE, LEVY-FILE
00350           OUTPUT PRINT-FILE.
00351      OPEN EXTEND RUN-REGISTRY.
00352      PERFORM C900-REG-START THRU C900-EXIT.
00353      IF TC-STATUS NOT EQUAL '00'
00354          DISPLAY 'CLRTM774 -- TAX CODE MASTER OPEN FAILED, '
00355              'STATUS ' TC-STATUS
00356          MOVE 16 TO RETURN-CODE
00357          PERFORM C910-REG-END THRU C910-EXIT
00358          CLOSE AGYRATE-FILE LEVY-FILE PRINT-FILE RUN-REGISTRY
00359          STOP RUN.
00360      ACCEPT ACPT-DATE FROM DATE.
00361      MOVE ACPT-MO TO DSP-MO.
00362      MOVE ACPT-DA TO DSP-DA.
00363      MOVE ACPT-YR TO DSP-YR.
00364      MOVE DSP-DATE TO HD-DATE.
00365      PERFORM A020-READ-AGYRATE THRU A020-EXIT.
00366      PERFORM A022-LOAD-AGENCY THRU A022-EXIT
00367          UNTIL END-OF-AGYRT-FILE.
00368      PERFORM A030-READ-LEVY THRU A030-EXIT.
00369      PERFORM A032-POST-LEVY THRU A032-EXIT
00370          UNTIL END-OF-LEVY-FILE.
00371      SORT ROLL-SORT
00372          ON ASCENDING KEY SR-TXCD SR-VOL SR-PROP
00373          INPUT PROCEDURE IS B000-RELEASE-ROLL
00374              THRU B999-EXIT
00375          OUTPUT PROCEDURE IS C000-APPORTION
00376              THRU C999-EXIT.
00377      IF RUN-IS-FATAL
00378          MOVE 16 TO RETURN-CODE
00379          GO TO A010-FINISH.
00380      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00381      MOVE 'AGENCY EXTENSION PROVED TO LEVY FILED' TO HD-SUBTITLE.
00382      MOVE 'P' TO W-HEAD-SW.
00383      PERFORM B100-HEADING THRU B100-EXIT.
00384      PERFORM D000-PROVE-AGENCY THRU D000-EXIT
00385          VARYING AP-SUB FROM +1 BY +1
00386          UNTIL AP-SUB GREATER THAN AP-CTR.
00387      IF OOB-CNT GREATER THAN +0
00388       OR CAPPED-CNT GREATER THAN +0
00389          MOVE 'TAX CODE BREAKDOWN -- AGENCIES NOT PROVED'
00390              TO HD-SUBTITLE
00391          MOVE 'B' TO W-HEAD-SW
00392          PERFORM B100-HEADING THRU B100-EXIT
00393          SORT BRKDN-SORT
00394              ON ASCENDING KEY SB-AGENCY SB-TXCD
00395              INPUT PROCEDURE IS E000-SELECT-BRKDN
00396                  THRU E999-EXIT
00397              OUTPUT PROCEDURE IS F000-PRINT-BRKDN
00398                  THRU F999-EXIT.
00399      IF OOB-CNT GREATER THAN +0
00400       OR LEVY-NOEXT-CNT GREATER THAN +0
00401       OR UNAPPOR-CNT GREATER THAN +0
00402          MOVE 8 TO RETURN-CODE
00403      ELSE
00404          IF TXCD-RATEDIF-CNT GREATER THAN +0
00405           OR LEVY-REJ-CNT GREATER THAN +0
00406              MOVE 4 TO RETURN-CODE.
00407  A010-FINISH.
00408      DISPLAY 'TOTAL TAX ROLL RECORDS READ..........: '
00409          ROLL-IN-CNT.
00410      DISPLAY 'TOTAL PARCELS SORTED.................: '
00411          ROLL-REL-CNT.
00412      DISPLAY 'TOTAL AGENCY RATES LOADED............: '
00413          AGYRT-IN-CNT.
00414      DISPLAY 'TOTAL LEVY FILINGS READ..............: '
00415          LEVY-IN-CNT.
00416      DISPLAY 'TOTAL LEVY FILINGS REJECTED..........: '
00417          LEVY-REJ-CNT.
00418      DISPLAY 'TOTAL LEVIES WITH NO EXTENDED RATE...: '
00419          LEVY-NOEXT-CNT.
00420      DISPLAY 'TOTAL PARCELS RETURNED FROM SORT.....: '
00421          SORT-RET-CNT.
00422      DISPLAY 'TOTAL TAX CODES APPORTIONED..........: ' TXCD-CNT.
00423      DISPLAY 'TOTAL TAX CODES NOT ON MASTER........: '
00424          TXCD-NOTFND-CNT.
00425      DISPLAY 'TOTAL TAX CODES WITH NO AGENCY RATE..: '
00426          TXCD-NORATE-CNT.
00427      DISPLAY 'TOTAL TAX CODES BILLED AT OTHER RATE.: '
00428          TXCD-RATEDIF-CNT.
00429      DISPLAY 'TOTAL AGENCY REFS WITH NO RATE.......: '
00430          AGY-NORATE-CNT.
00431      DISPLAY 'TOTAL PARCELS NOT APPORTIONED........: '
00432          UNAPPOR-CNT.
00433      DISPLAY 'TOTAL AGENCIES PROVED................: ' PROVED-CNT.
00434      DISPLAY 'TOTAL AGENCIES OUT OF BALANCE........: ' OOB-CNT.
00435      DISPLAY 'TOTAL CAPPED AGENCIES SHORT OF LEVY..: ' CAPPED-CNT.
00436      DISPLAY 'TOTAL TAX ON ROLL....................: ' W-ROLL-TAX.
00437      DISPLAY 'TOTAL TAX APPORTIONED TO AGENCIES....: '
00438          W-APPOR-TAX.
00439      DISPLAY 'TOTAL TAX NOT APPORTIONED............: '
00440          W-UNAPPOR-TAX.
00441      PERFORM C910-REG-END THRU C910-EXIT.
00442      CLOSE TAXCODE-MAST, AGYRATE-FILE, LEVY-FILE, RUN-REGISTRY,
00443            PRINT-FILE.
00444      STOP RUN.
00445      SKIP1
00446  A020-READ-AGYRATE.
00447      READ AGYRATE-FILE AT END
00448          MOVE 'Y' TO AGYRT-EOF-SW.
00449      IF NOT END-OF-AGYRT-FILE
00450          ADD +1 TO AGYRT-IN-CNT.
00451  A020-EXIT. EXIT.
00452      SKIP1
00453  A022-LOAD-AGENCY.
00454      IF AP-CTR NOT LESS THAN +2000
00455          DISPLAY 'CLRTM774 -- AGENCY PROOF TABLE FULL -- '
00456              'AGENCY ' AT-AGENCY ' NOT PROVED'
00457          MOVE 'Y' TO FATAL-SW
00458          GO TO A022-NEXT.
00459      ADD +1 TO AP-CTR.
00460      MOVE AT-AGENCY   TO AP-AGENCY (AP-CTR).
00461      MOVE AT-RATE     TO AP-RATE (AP-CTR).
00462      MOVE AT-BASE-EAV TO AP-BASE (AP-CTR).
00463      MOVE AT-CAP-IND  TO AP-CAP-IND (AP-CTR).
00464      MOVE 'N'         TO AP-LEVY-SW (AP-CTR)
00465                          AP-OOB-SW (AP-CTR).
00466      MOVE ZEROS       TO AP-LEVY (AP-CTR)
00467                          AP-EXTENDED (AP-CTR)
00468                          AP-ROLL-EAV (AP-CTR)
00469                          AP-PARCELS (AP-CTR).
00470  A022-NEXT.
00471      PERFORM A020-READ-AGYRATE THRU A020-EXIT.
00472  A022-EXIT. EXIT.
00473      SKIP1
00474  A030-READ-LEVY.
00475      READ LEVY-FILE AT END
00476          MOVE 'Y' TO LEVY-EOF-SW
00477          GO TO A030-EXIT.
00478      ADD +1 TO LEVY-IN-CNT.
00479      IF LV-AGENCY NOT NUMERIC
00480          OR LV-AGENCY-N EQUAL ZERO
00481          OR LV-LEVY-AMT NOT NUMERIC
00482          ADD +1 TO LEVY-REJ-CNT
00483          DISPLAY 'CLRTM774 -- LEVY FILING FAILS EDITS: '
00484              LEVY-REC (1:22)
00485          GO TO A030-READ-LEVY.
00486  A030-EXIT. EXIT.
00487      SKIP1
00488  A032-POST-LEVY.
00489      MOVE ZERO TO AP-FND.
00490      PERFORM A034-SCAN-LEVY THRU A034-EXIT
00491          VARYING AP-SUB FROM +1 BY +1
00492          UNTIL AP-SUB GREATER THAN AP-CTR
00493             OR AP-FND GREATER THAN ZERO.
00494      IF AP-FND EQUAL ZERO
00495          ADD +1 TO LEVY-NOEXT-CNT
00496          DISPLAY 'CLRTM774 -- LEVY FILED BUT NO RATE EXTENDED, '
00497              'AGENCY ' LV-AGENCY-N
00498      ELSE
00499          MOVE 'Y' TO AP-LEVY-SW (AP-FND)
00500          ADD LV-LEVY-AMT-N TO AP-LEVY (AP-FND).
00501      PERFORM A030-READ-LEVY THRU A030-EXIT.
00502  A032-EXIT. EXIT.
00503      SKIP1
00504  A034-SCAN-LEVY.
00505      IF AP-AGENCY (AP-SUB) EQUAL LV-AGENCY-N
00506          MOVE AP-SUB TO AP-FND.
00507  A034-EXIT. EXIT.
00508      SKIP2
00509  B000-RELEASE-ROLL.
00510      OPEN INPUT TAXROLL-FILE.
00511      PERFORM B030-READ-ROLL THRU B030-EXIT.
00512      PERFORM B050-RELEASE THRU B050-EXIT
00513          UNTIL END-OF-ROLL-FILE.
00514      CLOSE TAXROLL-FILE.
00515      IF NOT TRAILER-FOUND
00516          DISPLAY 'CLRTM774 -- TAX ROLL HAS NO TRAILER -- '
00517              'ROLL INCOMPLETE, RUN STOPPED'
00518          MOVE 'Y' TO FATAL-SW.
00519      GO TO B999-EXIT.
00520      SKIP1
00521  B030-READ-ROLL.
00522      READ TAXROLL-FILE AT END
00523          MOVE 'Y' TO ROLL-EOF-SW
00524          GO TO B030-EXIT.
00525      ADD +1 TO ROLL-IN-CNT.
00526      IF TX-TRAILER
00527          MOVE 'Y' TO TRAILER-SW
00528          MOVE TT-TAX-YEAR TO W-TAX-YEAR
00529          IF TT-REC-COUNT NOT EQUAL ROLL-REL-CNT
00530           OR TT-TAX-TOTAL NOT EQUAL W-ROLL-TAX
00531              DISPLAY 'CLRTM774 -- TAX ROLL TRAILER DOES NOT '
00532                  'AGREE WITH DETAILS -- RUN STOPPED'
00533              DISPLAY '             TRAILER COUNT ' TT-REC-COUNT
00534                  ' TAX ' TT-TAX-TOTAL
00535              DISPLAY '             DETAIL  COUNT ' ROLL-REL-CNT
00536                  ' TAX ' W-ROLL-TAX
00537              MOVE 'Y' TO FATAL-SW
00538          END-IF
00539          GO TO B030-READ-ROLL.
00540      IF NOT TX-DETAIL
00541          DISPLAY 'CLRTM774 -- UNKNOWN TAX ROLL RECORD TYPE '
00542              TX-REC-TYPE ' BYPASSED'
00543          GO TO B030-READ-ROLL.
00544  B030-EXIT. EXIT.
00545      SKIP1
00546  B050-RELEASE.
00547      MOVE TX-TXCD      TO SR-TXCD.
00548      MOVE TX-VOL       TO SR-VOL.
00549      MOVE TX-PROP      TO SR-PROP.
00550      MOVE TX-NET-EAV   TO SR-NET-EAV.
00551      MOVE TX-RATE      TO SR-RATE.
00552      MOVE TX-TOTAL-TAX TO SR-TAX.
00553      RELEASE ROLL-SORT-REC.
00554      ADD +1 TO ROLL-REL-CNT.
00555      ADD TX-TOTAL-TAX TO W-ROLL-TAX.
00556      PERFORM B030-READ-ROLL THRU B030-EXIT.
00557  B050-EXIT. EXIT.
00558  B999-EXIT. EXIT.
00559      SKIP2
00560  C000-APPORTION.
00561      IF RUN-IS-FATAL
00562          GO TO C999-EXIT.
00563      OPEN OUTPUT BRKDN-FILE.
00564      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00565      PERFORM C020-TXCD-GROUP THRU C020-EXIT
00566          UNTIL END-OF-SORT-FILE.
00567      CLOSE BRKDN-FILE.
00568      GO TO C999-EXIT.
00569      SKIP1
00570  C020-TXCD-GROUP.
00571      MOVE SR-TXCD TO W-HOLD-TXCD.
00572      MOVE ZEROS TO W-GRP-PARCELS W-GRP-EAV.
00573      MOVE 'N' TO RATE-DIFF-SW.
00574      ADD +1 TO TXCD-CNT.
00575      PERFORM C040-LOAD-TXCD THRU C040-EXIT.
00576      PERFORM C050-APPORTION-PARCEL THRU C050-EXIT
00577          UNTIL END-OF-SORT-FILE
00578             OR SR-TXCD NOT EQUAL W-HOLD-TXCD.
00579      IF CODE-CAN-APPORTION
00580          PERFORM C070-POST-POSITION THRU C070-EXIT
00581              VARYING SUB-AGY FROM +1 BY +1
00582              UNTIL SUB-AGY GREATER THAN W-LAST-POS.
00583  C020-EXIT. EXIT.
00584      SKIP1
00585  C030-RETURN-SORT.
00586      RETURN ROLL-SORT AT END
00587          MOVE 'Y' TO SORT-EOF-SW.
00588      IF NOT END-OF-SORT-FILE
00589          ADD +1 TO SORT-RET-CNT.
00590  C030-EXIT. EXIT.
00591      SKIP1
00592 *    THE AGENCY LIST AND RATES ARE LOOKED UP ONCE PER TAX CODE;
00593 *    THE COMPOSITE RATE USED TO APPORTION IS THE SUM OF THE
00594 *    EXTENDED AGENCY RATES, NOT THE RATE PRINTED ON THE BILL.
00595  C040-LOAD-TXCD.
00596      MOVE 'N' TO CODE-OK-SW.
00597      MOVE ZEROS TO W-CODE-RATE W-LAST-POS.
00598      MOVE W-HOLD-TXCD TO TR-TAX-CODE.
00599      READ TAXCODE-MAST.
00600      IF TC-STATUS NOT EQUAL '00'
00601          ADD +1 TO TXCD-NOTFND-CNT
00602          DISPLAY 'CLRTM774 -- TAX CODE ' W-HOLD-TXCD
00603              ' ON ROLL IS NOT ON THE TAX CODE MASTER'
00604          GO TO C040-EXIT.
00605      PERFORM C045-LOAD-POSITION THRU C045-EXIT
00606          VARYING SUB-AGY FROM +1 BY +1
00607          UNTIL SUB-AGY GREATER THAN +40
00608             OR TR-AGENCY (SUB-AGY) EQUAL ZERO.
00609      IF W-CODE-RATE EQUAL ZERO
00610          ADD +1 TO TXCD-NORATE-CNT
00611          DISPLAY 'CLRTM774 -- TAX CODE ' W-HOLD-TXCD
00612              ' HAS NO EXTENDED AGENCY RATE'
00613      ELSE
00614          MOVE 'Y' TO CODE-OK-SW.
00615  C040-EXIT. EXIT.
00616      SKIP1
00617  C045-LOAD-POSITION.
00618      MOVE ZERO TO AP-FND.
00619      PERFORM C047-SCAN-AGENCY THRU C047-EXIT
00620          VARYING AP-SUB FROM +1 BY +1
00621          UNTIL AP-SUB GREATER THAN AP-CTR
00622             OR AP-FND GREATER THAN ZERO.
00623      MOVE AP-FND TO CP-AP-SUB (SUB-AGY).
00624      MOVE ZEROS  TO CP-SHARE (SUB-AGY).
00625      IF AP-FND EQUAL ZERO
00626          ADD +1 TO AGY-NORATE-CNT
00627          MOVE ZEROS TO CP-RATE (SUB-AGY)
00628          DISPLAY 'CLRTM774 -- NO EXTENDED RATE FOR AGENCY '
00629              TR-AGENCY (SUB-AGY) ' ON TAX CODE ' W-HOLD-TXCD
00630          GO TO C045-EXIT.
00631      MOVE AP-RATE (AP-FND) TO CP-RATE (SUB-AGY).
00632      ADD AP-RATE (AP-FND) TO W-CODE-RATE.
00633      IF AP-RATE (AP-FND) GREATER THAN ZERO
00634          MOVE SUB-AGY TO W-LAST-POS.
00635  C045-EXIT. EXIT.
00636      SKIP1
00637  C047-SCAN-AGENCY.
00638      IF AP-AGENCY (AP-SUB) EQUAL TR-AGENCY (SUB-AGY)
00639          MOVE AP-SUB TO AP-FND.
00640  C047-EXIT. EXIT.
00641      SKIP1
00642  C050-APPORTION-PARCEL.
00643      IF NOT CODE-CAN-APPORTION
00644          ADD +1 TO UNAPPOR-CNT
00645          ADD SR-TAX TO W-UNAPPOR-TAX
00646          GO TO C050-NEXT.
00647      IF SR-RATE NOT EQUAL W-CODE-RATE
00648       AND RATE-DIFF-SW EQUAL 'N'
00649          MOVE 'Y' TO RATE-DIFF-SW
00650          ADD +1 TO TXCD-RATEDIF-CNT
00651          DISPLAY 'CLRTM774 -- TAX CODE ' W-HOLD-TXCD
00652              ' BILLED AT ' SR-RATE ' -- AGENCY RATES SUM TO '
00653              W-CODE-RATE.
00654      ADD +1 TO W-GRP-PARCELS.
00655      ADD SR-NET-EAV TO W-GRP-EAV.
00656      MOVE ZERO TO W-SHARE-SUM.
00657      PERFORM C060-SHARE-POSITION THRU C060-EXIT
00658          VARYING SUB-AGY FROM +1 BY +1
00659          UNTIL SUB-AGY GREATER THAN W-LAST-POS.
00660      ADD SR-TAX TO W-APPOR-TAX.
00661  C050-NEXT.
00662      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00663  C050-EXIT. EXIT.
00664      SKIP1
00665  C060-SHARE-POSITION.
00666      IF CP-RATE (SUB-AGY) EQUAL ZERO
00667          GO TO C060-EXIT.
00668      IF SUB-AGY EQUAL W-LAST-POS
00669          COMPUTE W-SHARE = SR-TAX - W-SHARE-SUM
00670      ELSE
00671          COMPUTE W-SHARE ROUNDED =
00672              SR-TAX * CP-RATE (SUB-AGY) / W-CODE-RATE.
00673      ADD W-SHARE TO CP-SHARE (SUB-AGY)
00674                     W-SHARE-SUM.
00675  C060-EXIT. EXIT.
00676      SKIP1
00677  C070-POST-POSITION.
00678      IF CP-AP-SUB (SUB-AGY) EQUAL ZERO
00679          GO TO C070-EXIT.
00680      MOVE CP-AP-SUB (SUB-AGY) TO AP-SUB.
00681      ADD CP-SHARE (SUB-AGY) TO AP-EXTENDED (AP-SUB).
00682      ADD W-GRP-EAV          TO AP-ROLL-EAV (AP-SUB).
00683      ADD W-GRP-PARCELS      TO AP-PARCELS (AP-SUB).
00684      MOVE AP-AGENCY (AP-SUB) TO BK-AGENCY.
00685      MOVE W-HOLD-TXCD        TO BK-TXCD.
00686      MOVE W-GRP-PARCELS      TO BK-PARCELS.
00687      MOVE W-GRP-EAV          TO BK-EAV.
00688      MOVE CP-SHARE (SUB-AGY) TO BK-SHARE.
00689      MOVE SPACES             TO BRKDN-REC (48:3).
00690      WRITE BRKDN-REC.
00691      ADD +1 TO BRK-OUT-CNT.
00692  C070-EXIT. EXIT.
00693  C999-EXIT. EXIT.
00694      SKIP2
00695  D000-PROVE-AGENCY.
00696      MOVE SPACES TO PL-MESSG.
00697      COMPUTE W-DIFF = AP-EXTENDED (AP-SUB) - AP-LEVY (AP-SUB).
00698      MOVE W-DIFF TO W-ABS-DIFF.
00699      IF W-ABS-DIFF LESS THAN ZERO
00700          COMPUTE W-ABS-DIFF = ZERO - W-ABS-DIFF.
00701      COMPUTE W-ALLOWANCE ROUNDED =
00702          AP-PARCELS (AP-SUB) * .01
00703        + AP-BASE (AP-SUB) * .000005.
00704      IF AP-LEVY-SW (AP-SUB) EQUAL 'N'
00705          MOVE 'NO LEVY FILED' TO PL-MESSG
00706          ADD +1 TO OOB-CNT
00707          MOVE 'Y' TO AP-OOB-SW (AP-SUB)
00708      ELSE
00709          IF W-ABS-DIFF NOT GREATER THAN W-ALLOWANCE
00710              ADD +1 TO PROVED-CNT
00711          ELSE
00712              MOVE 'Y' TO AP-OOB-SW (AP-SUB)
00713              IF (AP-CAP-IND (AP-SUB) EQUAL 'C' OR 'T' OR 'F')
00714               AND W-DIFF LESS THAN ZERO
00715                  MOVE 'RATE CAPPED' TO PL-MESSG
00716                  ADD +1 TO CAPPED-CNT
00717              ELSE
00718                  MOVE 'OUT OF BALANCE' TO PL-MESSG
00719                  ADD +1 TO OOB-CNT.
0719A      IF AP-CAP-IND (AP-SUB) EQUAL 'T'
0719B       AND PL-MESSG EQUAL 'RATE CAPPED'
0719C          MOVE 'HELD TO 105 PCT' TO PL-MESSG.
0719D      IF AP-CAP-IND (AP-SUB) EQUAL 'F'
0719E       AND PL-MESSG EQUAL 'RATE CAPPED'
0719F          MOVE 'HELD TO FUND MAX' TO PL-MESSG.
00720      MOVE AP-AGENCY (AP-SUB)   TO PL-AGENCY.
00721      MOVE AP-LEVY (AP-SUB)     TO PL-LEVY.
00722      MOVE AP-BASE (AP-SUB)     TO PL-BASE.
00723      MOVE AP-RATE (AP-SUB)     TO PL-RATE.
00724      MOVE AP-ROLL-EAV (AP-SUB) TO PL-ROLL-EAV.
00725      MOVE AP-EXTENDED (AP-SUB) TO PL-EXTENDED.
00726      MOVE W-DIFF               TO PL-DIFF.
00727      IF LINE-CNT GREATER THAN +57
00728          PERFORM B100-HEADING THRU B100-EXIT.
00729      WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1.
00730      ADD +1 TO LINE-CNT.
00731  D000-EXIT. EXIT.
00732      SKIP2
00733  E000-SELECT-BRKDN.
00734      OPEN INPUT BRKDN-FILE.
00735      PERFORM E030-READ-BRKDN THRU E030-EXIT.
00736      PERFORM E050-SELECT THRU E050-EXIT
00737          UNTIL END-OF-BRK-FILE.
00738      CLOSE BRKDN-FILE.
00739      GO TO E999-EXIT.
00740      SKIP1
00741  E030-READ-BRKDN.
00742      READ BRKDN-FILE AT END
00743          MOVE 'Y' TO BRK-EOF-SW.
00744  E030-EXIT. EXIT.
00745      SKIP1
00746  E050-SELECT.
00747      MOVE ZERO TO AP-FND.
00748      PERFORM E055-SCAN-AGENCY THRU E055-EXIT
00749          VARYING AP-SUB FROM +1 BY +1
00750          UNTIL AP-SUB GREATER THAN AP-CTR
00751             OR AP-FND GREATER THAN ZERO.
00752      IF AP-FND GREATER THAN ZERO
00753       AND AP-OOB-SW (AP-FND) EQUAL 'Y'
00754          MOVE BK-AGENCY  TO SB-AGENCY
00755          MOVE BK-TXCD    TO SB-TXCD
00756          MOVE BK-PARCELS TO SB-PARCELS
00757          MOVE BK-EAV     TO SB-EAV
00758          MOVE BK-SHARE   TO SB-SHARE
00759          RELEASE BRKDN-SORT-REC
00760          ADD +1 TO BRK-REL-CNT.
00761      PERFORM E030-READ-BRKDN THRU E030-EXIT.
00762  E050-EXIT. EXIT.
00763      SKIP1
00764  E055-SCAN-AGENCY.
00765      IF AP-AGENCY (AP-SUB) EQUAL BK-AGENCY
00766          MOVE AP-SUB TO AP-FND.
00767  E055-EXIT. EXIT.
00768  E999-EXIT. EXIT.
00769      SKIP2
00770  F000-PRINT-BRKDN.
00771      MOVE 'N' TO SORT-EOF-SW.
00772      PERFORM F030-RETURN-BRKDN THRU F030-EXIT.
00773      PERFORM F020-AGENCY-GROUP THRU F020-EXIT
00774          UNTIL END-OF-SORT-FILE.
00775      GO TO F999-EXIT.
00776      SKIP1
00777  F020-AGENCY-GROUP.
00778      MOVE SB-AGENCY TO W-HOLD-AGENCY.
00779      MOVE ZEROS TO W-AGY-SHARE W-AGY-PARCELS W-AGY-EAV.
00780      IF LINE-CNT GREATER THAN +55
00781          PERFORM B100-HEADING THRU B100-EXIT.
00782      PERFORM F040-PRINT-CODE THRU F040-EXIT
00783          UNTIL END-OF-SORT-FILE
00784             OR SB-AGENCY NOT EQUAL W-HOLD-AGENCY.
00785      MOVE W-HOLD-AGENCY TO BL-AGENCY.
00786      MOVE ZEROS         TO BL-TXCD.
00787      MOVE W-AGY-PARCELS TO BL-PARCELS.
00788      MOVE W-AGY-EAV     TO BL-EAV.
00789      MOVE W-AGY-SHARE   TO BL-SHARE.
00790      MOVE 'AGENCY TOTAL' TO BL-MESSG.
00791      WRITE PRINT-REC FROM BRK-LINE AFTER ADVANCING 1.
00792      MOVE SPACES TO PRINT-REC.
00793      WRITE PRINT-REC AFTER ADVANCING 1.
00794      ADD +2 TO LINE-CNT.
00795  F020-EXIT. EXIT.
00796      SKIP1
00797  F030-RETURN-BRKDN.
00798      RETURN BRKDN-SORT AT END
00799          MOVE 'Y' TO SORT-EOF-SW.
00800  F030-EXIT. EXIT.
00801      SKIP1
00802  F040-PRINT-CODE.
00803      IF LINE-CNT GREATER THAN +57
00804          PERFORM B100-HEADING THRU B100-EXIT.
00805      MOVE SB-AGENCY  TO BL-AGENCY.
00806      MOVE SB-TXCD    TO BL-TXCD.
00807      MOVE SB-PARCELS TO BL-PARCELS.
00808      MOVE SB-EAV     TO BL-EAV.
00809      MOVE SB-SHARE   TO BL-SHARE.
00810      MOVE SPACES     TO BL-MESSG.
00811      WRITE PRINT-REC FROM BRK-LINE AFTER ADVANCING 1.
00812      ADD +1 TO LINE-CNT.
00813      ADD SB-SHARE   TO W-AGY-SHARE.
00814      ADD SB-PARCELS TO W-AGY-PARCELS.
00815      ADD SB-EAV     TO W-AGY-EAV.
00816      PERFORM F030-RETURN-BRKDN THRU F030-EXIT.
00817  F040-EXIT. EXIT.
00818  F999-EXIT. EXIT.
00819      SKIP2
00820  B100-HEADING.
00821      ADD +1 TO PAGE-CNT.
00822      MOVE PAGE-CNT TO HD-PAGE.
00823      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00824      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00825      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00826      IF PROOF-HEADING
00827          WRITE PRINT-REC FROM PROOF-HEAD AFTER ADVANCING 2
00828      ELSE
00829          WRITE PRINT-REC FROM BRK-HEAD AFTER ADVANCING 2.
00830      MOVE SPACES TO PRINT-REC.
00831      WRITE PRINT-REC AFTER ADVANCING 1.
00832      MOVE +9 TO LINE-CNT.
00833  B100-EXIT. EXIT.
00834      SKIP1
00835  C900-REG-START.
00836      MOVE SPACES      TO RUNREG-REC.
00837      MOVE 'CLRTM774'  TO RR-PROGRAM-ID.
00838      MOVE 'S'         TO RR-REC-TYPE.
00839      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00840      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00841      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00842      WRITE RUNREG-REC.
00843  C900-EXIT. EXIT.
00844      SKIP1
00845  C910-REG-END.
00846      MOVE SPACES      TO RUNREG-REC.
00847      MOVE 'CLRTM774'  TO RR-PROGRAM-ID.
00848      MOVE 'E'         TO RR-REC-TYPE.
00849      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00850      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00851      MOVE ROLL-IN-CNT TO RR-IN-CNT.
00852      MOVE PROVED-CNT  TO RR-OUT-CNT.
00853      MOVE RETURN-CODE TO RR-COND-CODE.
00854      WRITE RUNREG-REC.
00855  C910-EXIT. EXIT.
