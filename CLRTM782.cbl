00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM782.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. STATUTORY EXEMPTION AMOUNT WHAT-IF, FIRST STEP.  A
00007 *         SCENARIO FILE SHAPED LIKE THE STATUTORY AMOUNTS MASTER
00008 *         (STATAMTR01) CARRIES THE PROPOSED AMOUNT FOR EACH
00009 *         EXEMPTION TYPE TO BE CHANGED (HO, SC, RV, DP, V1, V2,
00010 *         V3, LT OR HI) FOR THE TAX YEAR ON THE CONTROL CARD.  THE
00011 *         AMOUNT NOW IN EFFECT FOR EACH SCENARIO TYPE IS RETRIEVED
00012 *         THROUGH THE ASREA962 LOOKUP.  EVERY TAX TYPE 0 PARCEL ON
00013 *         THE EQUALIZED VALUE FILE CARRYING A SCENARIO TYPE HAS
00014 *         THAT EXEMPTION RE-DERIVED - A PARCEL AT THE FULL CURRENT
00015 *         AMOUNT TAKES THE SCENARIO AMOUNT, A PARCEL HELD BELOW IT
00016 *         BY ITS OWN VALUE KEEPS ITS AMOUNT UNLESS THE SCENARIO
00017 *         AMOUNT IS LOWER - AND THE PARCEL'S TOTAL EXEMPTIONS,
00018 *         CURRENT AND SCENARIO, ARE HELD TO ITS EAV.  THE CHANGE
00019 *         IN EXEMPT EAV IS SUMMED BY TAX CODE AND SPREAD THROUGH
00020 *         EACH TAX CODE'S AGENCY LIST (TAXCODERD2) TO THE AGENCY
00021 *         BASES, AND A SCENARIO COPY OF AGYEQVALR3 IS WRITTEN WITH
00022 *         AEV-CC-RE ADJUSTED.  A TAX CODE SUMMARY (CLWHATFR1) IS
00023 *         WRITTEN FOR CLRTM783.  NO PRODUCTION FILE IS WRITTEN OR
00024 *         UPDATED: THE SCENARIO AGENCY FILE IS RUN THROUGH
00025 *         CLRTM769 AS ITS UT-S-AGYEQVAL WITH EVERY CLRTM769 OUTPUT
00026 *         DIRECTED TO A WORK DATA SET, AND CLRTM783 COMPARES THE
00027 *         SCENARIO TAX CODE FILE CLRTM769 WRITES WITH THE CURRENT
00028 *         ONE.  A SCENARIO RECORD FOR ANOTHER YEAR OR AN UNKNOWN
00029 *         OR REPEATED TYPE IS REJECTED AND A TAX CODE OR AGENCY
00030 *         NOT ON FILE IS LISTED; EITHER ENDS THE RUN WITH CODE 8.
00031 *         A MISSING CONTROL CARD, NO USABLE SCENARIO RECORD OR A
00032 *         STATUTORY AMOUNTS MASTER ERROR STOPS THE RUN WITH CODE
00033 *         16.
0033A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0033B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0033C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0033D *         YEAR TAKES THE CYCLE YEAR.
00034      SKIP2
00035  ENVIRONMENT DIVISION.
00036  CONFIGURATION SECTION.
00037  SOURCE-COMPUTER. IBM-370.
00038  OBJECT-COMPUTER. IBM-370.
00039      SKIP1
00040  INPUT-OUTPUT SECTION.
00041  FILE-CONTROL.
00042      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00043      SELECT SCENARIO-FILE ASSIGN TO UT-S-SCENARIO.
00044      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00045      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00046      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQIN.
00047      SELECT AGYEQ-OUT     ASSIGN TO UT-S-AGYEQOUT.
00048      SELECT WHATIF-FILE   ASSIGN TO UT-S-WHATIF.
00049      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00050      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00051      SKIP2
00052  DATA DIVISION.
00053  FILE SECTION.
00054      SKIP1
00055  FD  CONTROL-FILE
00056      BLOCK  CONTAINS 0 RECORDS
00057      RECORD CONTAINS 80 CHARACTERS
00058      RECORDING MODE IS F
00059      LABEL  RECORDS ARE STANDARD
00060      DATA RECORD IS CONTROL-REC.
00061  01  CONTROL-REC.
00062      05  CC-TAX-YEAR     PIC X(4).
00063      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00064                          PIC 9(4).
00065      05  FILLER          PIC X(76).
00066      SKIP2
00067  FD  SCENARIO-FILE
00068      BLOCK  CONTAINS 0 RECORDS
00069      RECORD CONTAINS 60 CHARACTERS
00070      RECORDING MODE IS F
00071      LABEL  RECORDS ARE STANDARD
00072      DATA RECORD IS SCENARIO-REC.
00073  01  SCENARIO-REC.
00074  COPY STATAMTR01.
00075      SKIP2
00076  FD  EQUAL-VALUE
00077      BLOCK  CONTAINS 0 RECORDS
00078      RECORD CONTAINS 115 CHARACTERS
00079      RECORDING MODE IS F
00080      LABEL  RECORDS ARE STANDARD
00081      DATA RECORD IS EQ-REC.
00082  01  EQ-REC.
00083  COPY EQVALRD01.
00084      SKIP2
00085  FD  TAXCODE-FILE
00086      BLOCK  CONTAINS 0 RECORDS
00087      RECORD CONTAINS 207 CHARACTERS
00088      RECORDING MODE IS F
00089      LABEL  RECORDS ARE STANDARD
00090      DATA RECORD IS TAXCODE-FILE-REC.
00091  01  TAXCODE-FILE-REC.
00092  COPY TAXCODERD2.
00093      SKIP2
00094  FD  AGYEQ-IN
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 300 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD
00099      DATA RECORD IS AGYEQ-IN-REC.
00100  01  AGYEQ-IN-REC.
00101  COPY AGYEQVALR3.
00102      SKIP2
00103  FD  AGYEQ-OUT
00104      BLOCK  CONTAINS 0 RECORDS
00105      RECORD CONTAINS 300 CHARACTERS
00106      RECORDING MODE IS F
00107      LABEL  RECORDS ARE STANDARD
00108      DATA RECORD IS AGYEQ-OUT-REC.
00109  01  AGYEQ-OUT-REC           PIC X(300).
00110      SKIP2
00111  FD  WHATIF-FILE
00112      BLOCK  CONTAINS 0 RECORDS
00113      RECORD CONTAINS 120 CHARACTERS
00114      RECORDING MODE IS F
00115      LABEL  RECORDS ARE STANDARD
00116      DATA RECORD IS WHATIF-REC.
00117  01  WHATIF-REC.
00118  COPY CLWHATFR1.
00119      SKIP2
00120  FD  RUN-REGISTRY
00121      BLOCK  CONTAINS 0 RECORDS
00122      RECORD CONTAINS 80 CHARACTERS
00123      RECORDING MODE IS F
00124      LABEL  RECORDS ARE STANDARD
00125      DATA RECORD IS RUNREG-REC.
00126  01  RUNREG-REC.
00127  COPY DPRUNREGR1.
00128      SKIP2
00129  FD  PRINT-FILE
00130      BLOCK  CONTAINS 0 RECORDS
00131      RECORD CONTAINS 133 CHARACTERS
00132      RECORDING MODE IS F
00133      LABEL  RECORDS ARE STANDARD.
00134      SKIP1
00135  01  PRINT-REC               PIC X(133).
00136      SKIP2
00137  WORKING-STORAGE SECTION.
00138      SKIP1
00139  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00140  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00141      SKIP1
00142  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00143      88  END-OF-CTL-FILE                  VALUE 'Y'.
00144  77  SCN-EOF-SW                PIC X      VALUE 'N'.
00145      88  END-OF-SCN-FILE                  VALUE 'Y'.
00146  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00147      88  END-OF-EQ-FILE                   VALUE 'Y'.
00148  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00149  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00150      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00151  77  AGYEQ-EOF-SW              PIC X      VALUE 'N'.
00152      88  END-OF-AGYEQ-FILE                VALUE 'Y'.
00153      SKIP1
00154  77  SCN-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00155  77  SCN-USED-CNT      COMP-3  PIC S9(5)  VALUE +0.
00156  77  SCN-REJ-CNT       COMP-3  PIC S9(5)  VALUE +0.
00157  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00158  77  TT0-CNT           COMP-3  PIC S9(9)  VALUE +0.
00159  77  CHANGED-PCL-CNT   COMP-3  PIC S9(9)  VALUE +0.
00160  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00161  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00162  77  WHATIF-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00163  77  AGYEQ-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00164  77  AGYEQ-OUT-CNT     COMP-3  PIC S9(5)  VALUE +0.
00165  77  CHANGED-AGY-CNT   COMP-3  PIC S9(5)  VALUE +0.
00166  77  UNPOSTED-CNT      COMP-3  PIC S9(5)  VALUE +0.
00167      SKIP1
00168  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00169  77  W-LAST-TXCD               PIC 9(5)   VALUE ZEROS.
00170  77  W-LAST-FND        COMP-3  PIC S9(5)  VALUE +0.
00171  77  W-FIXED-EX        COMP-3  PIC S9(11) VALUE +0.
00172  77  W-CUR-TOTAL       COMP-3  PIC S9(11) VALUE +0.
00173  77  W-SCN-TOTAL       COMP-3  PIC S9(11) VALUE +0.
00174  77  W-PCL-EAV         COMP-3  PIC S9(11) VALUE +0.
00175  77  W-NEW-BASE        COMP-3  PIC S9(13) VALUE +0.
00176  77  W-BASE-DIFF       COMP-3  PIC S9(13) VALUE +0.
00177  77  W-CUR-GRAND       COMP-3  PIC S9(13) VALUE +0.
00178  77  W-SCN-GRAND       COMP-3  PIC S9(13) VALUE +0.
00179      SKIP1
0179A  01  CYCLK-AREA.
0179B  COPY DPCYCLKR1.
0179C      SKIP1
00180 *    THE STATUTORY EXEMPTION TYPES A SCENARIO MAY CHANGE, IN THE
00181 *    ORDER OF THE EQ FIELDS THEY ARE APPLIED TO IN A110.
00182  01  EXEMPTION-TYPE-CODES.
00183      05  FILLER          PIC X(18)  VALUE 'HOSCRVDPV1V2V3LTHI'.
00184  01  FILLER REDEFINES EXEMPTION-TYPE-CODES.
00185      05  ET-CODE OCCURS 9 TIMES
00186                          PIC XX.
00187  77  ET-SUB            COMP-3  PIC S9(3)  VALUE +0.
00188  77  ET-FND            COMP-3  PIC S9(3)  VALUE +0.
00189  01  EXEMPTION-TYPE-TABLE.
00190      05  ET-ENTRY OCCURS 9 TIMES.
00191          10  ET-SCN-SW       PIC X.
00192              88  ET-IN-SCENARIO         VALUE 'Y'.
00193          10  ET-CUR-SW       PIC X.
00194              88  ET-CUR-FOUND           VALUE 'Y'.
00195          10  ET-CUR-AMT      PIC 9(9)   COMP-3.
00196          10  ET-SCN-AMT      PIC 9(9)   COMP-3.
00197          10  ET-DESC         PIC X(30).
00198          10  ET-PARCELS      PIC S9(9)  COMP-3.
00199          10  ET-CHANGED      PIC S9(9)  COMP-3.
00200          10  ET-CUR-EAV      PIC S9(13) COMP-3.
00201          10  ET-SCN-EAV      PIC S9(13) COMP-3.
00202      SKIP1
00203  01  W-PARCEL-AMOUNTS.
00204      05  W-PCL-ENTRY OCCURS 9 TIMES.
00205          10  W-CUR-AMT       PIC S9(11) COMP-3.
00206          10  W-SCN-AMT       PIC S9(11) COMP-3.
00207      SKIP1
00208  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00209  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00210  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00211  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00212  01  TAXCODE-TABLE.
00213      05  TC-ENTRY OCCURS 3000 TIMES.
00214          10  TC-CODE         PIC 9(5)  COMP-3.
00215          10  TC-AGENCY OCCURS 40 TIMES
00216                              PIC 9(9)  COMP-3.
00217          10  TC-PARCELS      PIC S9(7)  COMP-3.
00218          10  TC-CUR-EXEMPT   PIC S9(13) COMP-3.
00219          10  TC-SCN-EXEMPT   PIC S9(13) COMP-3.
00220          10  TC-CUR-TAXABLE  PIC S9(13) COMP-3.
00221          10  TC-SCN-TAXABLE  PIC S9(13) COMP-3.
00222          10  TC-RES-CNT      PIC S9(7)  COMP-3.
00223          10  TC-RES-EAV      PIC S9(13) COMP-3.
00224          10  TC-RES-CUR-EX   PIC S9(13) COMP-3.
00225          10  TC-RES-SCN-EX   PIC S9(13) COMP-3.
00226      SKIP1
00227  77  AGT-CTR           COMP-3  PIC S9(5)  VALUE +0.
00228  77  AGT-SUB           COMP-3  PIC S9(5)  VALUE +0.
00229  77  AGT-FND           COMP-3  PIC S9(5)  VALUE +0.
00230  01  AGENCY-TOTAL-TABLE.
00231      05  AGT-ENTRY OCCURS 2000 TIMES.
00232          10  AGT-AGENCY      PIC 9(9)   COMP-3.
00233          10  AGT-BASE-CHG    PIC S9(13) COMP-3.
00234          10  AGT-POSTED-SW   PIC X.
00235      SKIP1
00236  01  ACPT-DATE                  PIC 9(6).
00237  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00238      05  ACPT-YR                PIC 99.
00239      05  ACPT-MO                PIC 99.
00240      05  ACPT-DA                PIC 99.
00241  01  DSP-DATE.
00242      05  DSP-MO                 PIC 99.
00243      05  FILLER                 PIC X      VALUE '/'.
00244      05  DSP-DA                 PIC 99.
00245      05  FILLER                 PIC X      VALUE '/'.
00246      05  DSP-YR                 PIC 99.
00247      SKIP1
00248  01  HEAD-A.
00249      05  FILLER          PIC X(3)   VALUE SPACES.
00250      05  HD-DATE         PIC X(8).
00251      05  FILLER          PIC X(42)  VALUE SPACES.
00252      05  FILLER     PIC X(26) VALUE
00253          'OFFICE OF THE COUNTY CLERK'.
00254      05  FILLER          PIC X(42)  VALUE SPACES.
00255      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00256      05  HD-PAGE         PIC ZZ,ZZ9.
00257      SKIP1
00258  01  HEAD-B.
00259      05  FILLER          PIC X(3)   VALUE SPACES.
00260      05  FILLER          PIC X(8)   VALUE 'CLRTM782'.
00261      05  FILLER          PIC X(18)  VALUE SPACES.
00262      05  FILLER          PIC X(47)  VALUE
00263          'EXEMPTION AMOUNT WHAT-IF - SCENARIO - TAX YEAR'.
00264      05  HD-TAX-YEAR     PIC 9(4).
00265      SKIP1
00266  01  HEAD-C.
00267      05  FILLER          PIC X(3)   VALUE SPACES.
00268      05  FILLER          PIC X(5)   VALUE 'TYPE'.
00269      05  FILLER          PIC X(31)  VALUE 'DESCRIPTION'.
00270      05  FILLER          PIC X(12)  VALUE '     CURRENT'.
00271      05  FILLER          PIC X(12)  VALUE '    SCENARIO'.
00272      05  FILLER          PIC X(12)  VALUE '     PARCELS'.
00273      05  FILLER          PIC X(12)  VALUE '     CHANGED'.
00274      05  FILLER          PIC X(16)  VALUE '  CUR EXEMPT EAV'.
00275      05  FILLER          PIC X(16)  VALUE '  SCN EXEMPT EAV'.
00276      SKIP1
00277  01  DETAIL-LINE.
00278      05  FILLER          PIC X(3)   VALUE SPACES.
00279      05  D-TYPE          PIC XX.
00280      05  FILLER          PIC X(3)   VALUE SPACES.
00281      05  D-DESC          PIC X(30).
00282      05  FILLER          PIC X      VALUE SPACE.
00283      05  D-CUR-AMT       PIC ZZZ,ZZZ,ZZ9.
00284      05  FILLER          PIC X      VALUE SPACE.
00285      05  D-SCN-AMT       PIC ZZZ,ZZZ,ZZ9.
00286      05  FILLER          PIC X      VALUE SPACE.
00287      05  D-PARCELS       PIC ZZZ,ZZZ,ZZ9.
00288      05  FILLER          PIC X      VALUE SPACE.
00289      05  D-CHANGED       PIC ZZZ,ZZZ,ZZ9.
00290      05  FILLER          PIC X(2)   VALUE SPACES.
00291      05  D-CUR-EAV       PIC ZZ,ZZZ,ZZZ,ZZ9.
00292      05  FILLER          PIC X(2)   VALUE SPACES.
00293      05  D-SCN-EAV       PIC ZZ,ZZZ,ZZZ,ZZ9.
00294      05  FILLER          PIC X(2)   VALUE SPACES.
00295      05  D-MESSG         PIC X(20).
00296      SKIP1
00297  01  POST-HEAD.
00298      05  FILLER          PIC X(3)   VALUE SPACES.
00299      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00300      05  FILLER          PIC X(17)  VALUE '    CURRENT BASE'.
00301      05  FILLER          PIC X(17)  VALUE '   SCENARIO BASE'.
00302      05  FILLER          PIC X(17)  VALUE '      DIFFERENCE'.
00303      SKIP1
00304  01  POST-LINE.
00305      05  FILLER          PIC X(3)   VALUE SPACES.
00306      05  P-AGENCY        PIC 9(9).
00307      05  FILLER          PIC X(2)   VALUE SPACES.
00308      05  P-OLD-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.
00309      05  FILLER          PIC X(2)   VALUE SPACES.
00310      05  P-NEW-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.
00311      05  FILLER          PIC X(2)   VALUE SPACES.
00312      05  P-DIFF          PIC ZZ,ZZZ,ZZZ,ZZ9-.
00313      05  FILLER          PIC X(2)   VALUE SPACES.
00314      05  P-MESSG         PIC X(34).
00315      SKIP1
00316  01  STAMLK-AREA.
00317  COPY ASSTAMLKR1.
00318      EJECT
00319  PROCEDURE DIVISION.
00320      SKIP1
00321  A010-HOUSEKEEPING.
00322      OPEN INPUT  CONTROL-FILE, SCENARIO-FILE, EQUAL-VALUE,
00323                  TAXCODE-FILE, AGYEQ-IN
00324           OUTPUT AGYEQ-OUT, WHATIF-FILE, PRINT-FILE.
00325      OPEN EXTEND RUN-REGISTRY.
0325A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00326      PERFORM C900-REG-START THRU C900-EXIT.
00327      INITIALIZE EXEMPTION-TYPE-TABLE.
00328      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00329      IF RETURN-CODE EQUAL ZERO
00330          PERFORM A020-LOAD-SCENARIO THRU A020-EXIT
00331              UNTIL END-OF-SCN-FILE
00332          IF SCN-USED-CNT EQUAL ZERO
00333              DISPLAY 'CLRTM782 -- NO USABLE SCENARIO RECORD -- '
00334                  'RUN STOPPED'
00335              MOVE 16 TO RETURN-CODE.
00336      IF RETURN-CODE LESS THAN 16
00337          PERFORM A030-GET-CURRENT THRU A030-EXIT
00338              VARYING ET-SUB FROM +1 BY +1
00339              UNTIL ET-SUB GREATER THAN +9.
00340      IF RETURN-CODE GREATER THAN 8
00341          PERFORM C910-REG-END THRU C910-EXIT
00342          CLOSE CONTROL-FILE SCENARIO-FILE EQUAL-VALUE TAXCODE-FILE
00343                AGYEQ-IN AGYEQ-OUT WHATIF-FILE PRINT-FILE
00344                RUN-REGISTRY
00345          STOP RUN.
00346      ACCEPT ACPT-DATE FROM DATE.
00347      MOVE ACPT-MO TO DSP-MO.
00348      MOVE ACPT-DA TO DSP-DA.
00349      MOVE ACPT-YR TO DSP-YR.
00350      MOVE DSP-DATE TO HD-DATE.
00351      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00352      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00353          UNTIL END-OF-TXCD-FILE.
00354      PERFORM A040-READ-EQ THRU A040-EXIT.
00355      PERFORM A100-REDERIVE-PARCEL THRU A100-EXIT
00356          UNTIL END-OF-EQ-FILE.
00357      PERFORM A200-SPREAD-TXCD THRU A200-EXIT
00358          VARYING TC-SUB FROM +1 BY +1
00359          UNTIL TC-SUB GREATER THAN TC-CTR.
00360      PERFORM B100-HEADING THRU B100-EXIT.
00361      PERFORM A250-PRINT-TYPE THRU A250-EXIT
00362          VARYING ET-SUB FROM +1 BY +1
00363          UNTIL ET-SUB GREATER THAN +9.
00364      PERFORM B110-POST-HEADING THRU B110-EXIT.
00365      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00366      PERFORM A300-POST-AGYEQ THRU A300-EXIT
00367          UNTIL END-OF-AGYEQ-FILE.
00368      PERFORM A400-CHECK-UNPOSTED THRU A400-EXIT
00369          VARYING AGT-SUB FROM +1 BY +1
00370          UNTIL AGT-SUB GREATER THAN AGT-CTR.
00371      DISPLAY 'TOTAL SCENARIO RECORDS READ..........: '
00372          SCN-IN-CNT.
00373      DISPLAY 'TOTAL SCENARIO RECORDS REJECTED......: '
00374          SCN-REJ-CNT.
00375      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00376          TC-CTR.
00377      DISPLAY 'TOTAL EQUALIZED VALUE RECORDS READ...: '
00378          EQ-IN-CNT.
00379      DISPLAY 'TOTAL TAX TYPE 0 PARCELS.............: '
00380          TT0-CNT.
00381      DISPLAY 'TOTAL PARCELS WITH EXEMPT EAV CHANGED: '
00382          CHANGED-PCL-CNT.
00383      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00384          BAD-CODE-CNT.
00385      DISPLAY 'TOTAL EXEMPT EAV - CURRENT...........: '
00386          W-CUR-GRAND.
00387      DISPLAY 'TOTAL EXEMPT EAV - SCENARIO..........: '
00388          W-SCN-GRAND.
00389      DISPLAY 'TOTAL TAX CODE SUMMARIES WRITTEN.....: '
00390          WHATIF-OUT-CNT.
00391      DISPLAY 'TOTAL AGENCY RECORDS READ............: '
00392          AGYEQ-IN-CNT.
00393      DISPLAY 'TOTAL AGENCY RECORDS WRITTEN.........: '
00394          AGYEQ-OUT-CNT.
00395      DISPLAY 'TOTAL AGENCIES WITH BASE CHANGED.....: '
00396          CHANGED-AGY-CNT.
00397      DISPLAY 'TOTAL AGENCIES NOT ON AGYEQ FILE.....: '
00398          UNPOSTED-CNT.
00399      IF RETURN-CODE LESS THAN 8
0399A       AND (SCN-REJ-CNT GREATER THAN +0
00400         OR BAD-CODE-CNT GREATER THAN +0
00401         OR UNPOSTED-CNT GREATER THAN +0)
00402          MOVE 8 TO RETURN-CODE.
00403      PERFORM C910-REG-END THRU C910-EXIT.
00404      CLOSE CONTROL-FILE, SCENARIO-FILE, EQUAL-VALUE, TAXCODE-FILE,
00405            AGYEQ-IN, AGYEQ-OUT, WHATIF-FILE, RUN-REGISTRY,
00406            PRINT-FILE.
00407      STOP RUN.
00408      SKIP1
00409 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.  THE CURRENT
00410 *    STATUTORY AMOUNTS ARE THOSE OF THAT YEAR.
00411  A011-READ-CONTROL.
00412      READ CONTROL-FILE AT END
00413          MOVE 'Y' TO CTL-EOF-SW.
0413A      MOVE 'CLRTM782' TO CK-CALLER.
0413B      MOVE SPACES TO CK-CARD-YEAR.
0413C      IF NOT END-OF-CTL-FILE
0413D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0413E      CALL 'DPRUN004' USING CYCLK-AREA.
0413F      IF NOT END-OF-CTL-FILE
0413G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0413H  A011-EXIT. EXIT.
0413I      SKIP1
0413J  A012-EDIT-CONTROL.
00414      IF END-OF-CTL-FILE
00415          OR CC-TAX-YEAR NOT NUMERIC
00416          OR CC-TAX-YEAR-N EQUAL ZERO
00417          DISPLAY 'CLRTM782 -- TAX YEAR CONTROL CARD MISSING OR '
00418              'INVALID -- RUN STOPPED'
00419          MOVE 16 TO RETURN-CODE
00420          GO TO A012-EXIT.
00421      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00422      DISPLAY 'TAX YEAR SIMULATED...................: ' W-TAX-YEAR.
00423  A012-EXIT. EXIT.
00424      SKIP1
00425  A015-LOAD-TAXCODES.
00426      READ TAXCODE-FILE AT END
00427          MOVE 'Y' TO TXCD-EOF-SW
00428          GO TO A015-EXIT.
00429      ADD +1 TO TXCD-IN-CNT.
00430      IF TC-CTR LESS THAN +3000
00431          ADD +1 TO TC-CTR
00432          INITIALIZE TC-ENTRY (TC-CTR)
00433          MOVE TR-TAX-CODE TO TC-CODE (TC-CTR)
00434          PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00435              VARYING SUB-AGY FROM +1 BY +1
00436              UNTIL SUB-AGY GREATER THAN +40
00437      ELSE
00438          DISPLAY 'CLRTM782 -- TAX CODE TABLE FULL -- CODE '
00439              TR-TAX-CODE ' BYPASSED'.
00440  A015-EXIT. EXIT.
00441      SKIP1
00442  A017-MOVE-AGENCY.
00443      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00444  A017-EXIT. EXIT.
00445      SKIP1
00446  A020-LOAD-SCENARIO.
00447      READ SCENARIO-FILE AT END
00448          MOVE 'Y' TO SCN-EOF-SW
00449          GO TO A020-EXIT.
00450      ADD +1 TO SCN-IN-CNT.
00451      MOVE ZERO TO ET-FND.
00452      PERFORM A025-SCAN-TYPE THRU A025-EXIT
00453          VARYING ET-SUB FROM +1 BY +1
00454          UNTIL ET-SUB GREATER THAN +9
00455             OR ET-FND GREATER THAN ZERO.
00456      IF SA-TAX-YEAR NOT EQUAL W-TAX-YEAR
00457          DISPLAY 'CLRTM782 -- SCENARIO ' SA-KEY
00458              ' NOT FOR THE CONTROL YEAR -- REJECTED'
00459          ADD +1 TO SCN-REJ-CNT
00460          GO TO A020-EXIT.
00461      IF ET-FND EQUAL ZERO
00462          DISPLAY 'CLRTM782 -- SCENARIO ' SA-KEY
00463              ' EXEMPTION TYPE UNKNOWN -- REJECTED'
00464          ADD +1 TO SCN-REJ-CNT
00465          GO TO A020-EXIT.
00466      IF ET-IN-SCENARIO (ET-FND)
00467          DISPLAY 'CLRTM782 -- SCENARIO ' SA-KEY
00468              ' TYPE REPEATED -- REJECTED'
00469          ADD +1 TO SCN-REJ-CNT
00470          GO TO A020-EXIT.
00471      IF SA-AMOUNT NOT NUMERIC
00472          DISPLAY 'CLRTM782 -- SCENARIO ' SA-KEY
00473              ' AMOUNT NOT NUMERIC -- REJECTED'
00474          ADD +1 TO SCN-REJ-CNT
00475          GO TO A020-EXIT.
00476      ADD +1 TO SCN-USED-CNT.
00477      MOVE 'Y'       TO ET-SCN-SW (ET-FND).
00478      MOVE SA-AMOUNT TO ET-SCN-AMT (ET-FND).
00479      MOVE SA-DESC   TO ET-DESC (ET-FND).
00480  A020-EXIT. EXIT.
00481      SKIP1
00482  A025-SCAN-TYPE.
00483      IF ET-CODE (ET-SUB) EQUAL SA-TYPE
00484          MOVE ET-SUB TO ET-FND.
00485  A025-EXIT. EXIT.
00486      SKIP1
00487 *    A TYPE WITH NO CURRENT AMOUNT ON THE MASTER CANNOT TELL A
00488 *    PARCEL HELD BY ITS VALUE FROM ONE AT THE FULL AMOUNT, SO
00489 *    EVERY PARCEL CARRYING IT TAKES THE SCENARIO AMOUNT.
00490  A030-GET-CURRENT.
00491      IF NOT ET-IN-SCENARIO (ET-SUB)
00492          GO TO A030-EXIT.
00493      MOVE W-TAX-YEAR       TO STA-TAX-YEAR.
00494      MOVE ET-CODE (ET-SUB) TO STA-TYPE.
00495      CALL 'ASREA962' USING STAMLK-AREA.
00496      IF STA-FILE-ERROR
00497          DISPLAY 'CLRTM782 -- STATUTORY AMOUNTS MASTER ERROR -- '
00498              'RUN STOPPED'
00499          MOVE 16 TO RETURN-CODE
00500          GO TO A030-EXIT.
00501      IF STA-FOUND
00502          MOVE 'Y'        TO ET-CUR-SW (ET-SUB)
00503          MOVE STA-AMOUNT TO ET-CUR-AMT (ET-SUB)
00504      ELSE
00505          DISPLAY 'CLRTM782 -- NO CURRENT ' ET-CODE (ET-SUB)
00506              ' AMOUNT FOR ' W-TAX-YEAR
00507              ' -- SCENARIO AMOUNT APPLIED TO ALL'.
00508  A030-EXIT. EXIT.
00509      SKIP1
00510  A040-READ-EQ.
00511      READ EQUAL-VALUE AT END
00512          MOVE 'Y' TO EQ-EOF-SW
00513          GO TO A040-EXIT.
00514      IF FIRST-EQ-REC-SW EQUAL 'Y'
00515          MOVE 'N' TO FIRST-EQ-REC-SW
00516          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00517              DISPLAY 'CLRTM782 - VINTAGE HDR BYPASSED'
00518              GO TO A040-READ-EQ.
00519      ADD +1 TO EQ-IN-CNT.
00520  A040-EXIT. EXIT.
00521      SKIP1
00522  A050-READ-AGYEQ.
00523      READ AGYEQ-IN AT END
00524          MOVE 'Y' TO AGYEQ-EOF-SW.
00525      IF NOT END-OF-AGYEQ-FILE
00526          ADD +1 TO AGYEQ-IN-CNT.
00527  A050-EXIT. EXIT.
00528      SKIP1
00529  A070-PRINT.
00530      IF LINE-CNT GREATER THAN +57
00531          PERFORM B100-HEADING THRU B100-EXIT.
00532      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00533      ADD +1 TO LINE-CNT.
00534  A070-EXIT. EXIT.
00535      SKIP1
00536  A075-PRINT-POST.
00537      IF LINE-CNT GREATER THAN +57
00538          PERFORM B110-POST-HEADING THRU B110-EXIT.
00539      WRITE PRINT-REC FROM POST-LINE AFTER ADVANCING 1.
00540      ADD +1 TO LINE-CNT.
00541  A075-EXIT. EXIT.
00542      SKIP1
00543 *    EACH TAX TYPE 0 PARCEL'S EXEMPTIONS ARE TOTALLED AS THE EQ
00544 *    FILE CARRIES THEM AND AS RE-DERIVED UNDER THE SCENARIO; THE
00545 *    EXEMPTIONS NO SCENARIO CAN CHANGE ARE THE SAME IN BOTH.
00546  A100-REDERIVE-PARCEL.
00547      IF NOT EQ-CUR-TXTYP
00548          GO TO A100-NEXT.
00549      ADD +1 TO TT0-CNT.
00550      IF EQ-TXCD NOT EQUAL W-LAST-TXCD
00551          MOVE EQ-TXCD TO W-LAST-TXCD
00552          MOVE ZERO TO TC-FND
00553          PERFORM A022-SCAN-TXCD THRU A022-EXIT
00554              VARYING TC-SUB FROM +1 BY +1
00555              UNTIL TC-SUB GREATER THAN TC-CTR
00556                 OR TC-FND GREATER THAN ZERO
00557          MOVE TC-FND TO W-LAST-FND.
00558      IF W-LAST-FND EQUAL ZERO
00559          ADD +1 TO BAD-CODE-CNT
00560          DISPLAY 'CLRTM782 -- TAX CODE ' EQ-TXCD
00561              ' NOT ON FILE -- PARCEL ' EQ-VOL '-' EQ-PROP
00562              ' BYPASSED'
00563          GO TO A100-NEXT.
00564      MOVE W-LAST-FND TO TC-FND.
00565      PERFORM A110-LOAD-AMOUNTS THRU A110-EXIT.
00566      MOVE W-FIXED-EX TO W-CUR-TOTAL W-SCN-TOTAL.
00567      PERFORM A120-APPLY-SCENARIO THRU A120-EXIT
00568          VARYING ET-SUB FROM +1 BY +1
00569          UNTIL ET-SUB GREATER THAN +9.
00570      IF EQ-EQ-VAL GREATER THAN ZERO
00571          MOVE EQ-EQ-VAL TO W-PCL-EAV
00572      ELSE
00573          MOVE ZERO TO W-PCL-EAV.
00574      IF W-CUR-TOTAL GREATER THAN W-PCL-EAV
00575          MOVE W-PCL-EAV TO W-CUR-TOTAL.
00576      IF W-SCN-TOTAL GREATER THAN W-PCL-EAV
00577          MOVE W-PCL-EAV TO W-SCN-TOTAL.
00578      IF W-CUR-TOTAL NOT EQUAL W-SCN-TOTAL
00579          ADD +1 TO CHANGED-PCL-CNT.
00580      ADD W-CUR-TOTAL TO W-CUR-GRAND.
00581      ADD W-SCN-TOTAL TO W-SCN-GRAND.
00582      ADD +1          TO TC-PARCELS (TC-FND).
00583      ADD W-CUR-TOTAL TO TC-CUR-EXEMPT (TC-FND).
00584      ADD W-SCN-TOTAL TO TC-SCN-EXEMPT (TC-FND).
00585      COMPUTE TC-CUR-TAXABLE (TC-FND) = TC-CUR-TAXABLE (TC-FND)
00586          + W-PCL-EAV - W-CUR-TOTAL.
00587      COMPUTE TC-SCN-TAXABLE (TC-FND) = TC-SCN-TAXABLE (TC-FND)
00588          + W-PCL-EAV - W-SCN-TOTAL.
00589      IF EQ-MA-CLS EQUAL 2
00590       AND EQ-HOME-AMT GREATER THAN ZERO
00591          ADD +1          TO TC-RES-CNT (TC-FND)
00592          ADD W-PCL-EAV   TO TC-RES-EAV (TC-FND)
00593          ADD W-CUR-TOTAL TO TC-RES-CUR-EX (TC-FND)
00594          ADD W-SCN-TOTAL TO TC-RES-SCN-EX (TC-FND).
00595  A100-NEXT.
00596      PERFORM A040-READ-EQ THRU A040-EXIT.
00597  A100-EXIT. EXIT.
00598      SKIP1
00599  A022-SCAN-TXCD.
00600      IF TC-CODE (TC-SUB) EQUAL EQ-TXCD
00601          MOVE TC-SUB TO TC-FND.
00602  A022-EXIT. EXIT.
00603      SKIP1
00604  A110-LOAD-AMOUNTS.
00605      MOVE EQ-HOME-AMT      TO W-CUR-AMT (1).
00606      MOVE EQ-SC-HMESTD-AMT TO W-CUR-AMT (2).
00607      MOVE EQ-RET-VET       TO W-CUR-AMT (3).
00608      MOVE EQ-DIS-PER       TO W-CUR-AMT (4).
00609      MOVE EQ-DIS-VET-1     TO W-CUR-AMT (5).
00610      MOVE EQ-DIS-VET-2     TO W-CUR-AMT (6).
00611      MOVE EQ-DIS-VET-3     TO W-CUR-AMT (7).
00612      MOVE EQ-LT-OCC-AMT    TO W-CUR-AMT (8).
00613      MOVE EQ-HOME-IMP-AMT  TO W-CUR-AMT (9).
00614      COMPUTE W-FIXED-EX = EQ-VET-EX-AMT + EQ-SRFRZEXVAL
00615          + EQ-EXOWNEXVAL + EQ-EZ-ABATAMT.
00616  A110-EXIT. EXIT.
00617      SKIP1
00618 *    A PARCEL AT OR ABOVE THE CURRENT AMOUNT TAKES THE SCENARIO
00619 *    AMOUNT; ONE HELD BELOW IT KEEPS ITS OWN UNLESS THE SCENARIO
00620 *    AMOUNT IS LOWER STILL.
00621  A120-APPLY-SCENARIO.
00622      IF W-CUR-AMT (ET-SUB) LESS THAN ZERO
00623          MOVE ZERO TO W-CUR-AMT (ET-SUB).
00624      MOVE W-CUR-AMT (ET-SUB) TO W-SCN-AMT (ET-SUB).
00625      IF ET-IN-SCENARIO (ET-SUB)
00626       AND W-CUR-AMT (ET-SUB) GREATER THAN ZERO
00627          ADD +1 TO ET-PARCELS (ET-SUB)
00628          IF NOT ET-CUR-FOUND (ET-SUB)
00629             OR W-CUR-AMT (ET-SUB) NOT LESS THAN
00630                ET-CUR-AMT (ET-SUB)
00631             OR W-CUR-AMT (ET-SUB) GREATER THAN ET-SCN-AMT (ET-SUB)
00632              MOVE ET-SCN-AMT (ET-SUB) TO W-SCN-AMT (ET-SUB).
00633      IF W-SCN-AMT (ET-SUB) NOT EQUAL W-CUR-AMT (ET-SUB)
00634          ADD +1 TO ET-CHANGED (ET-SUB).
00635      ADD W-CUR-AMT (ET-SUB) TO W-CUR-TOTAL ET-CUR-EAV (ET-SUB).
00636      ADD W-SCN-AMT (ET-SUB) TO W-SCN-TOTAL ET-SCN-EAV (ET-SUB).
00637  A120-EXIT. EXIT.
00638      SKIP1
00639 *    EACH TAX CODE'S CHANGE IN TAXABLE EAV IS SPREAD TO ITS
00640 *    AGENCIES, AND ITS SUMMARY RECORD IS WRITTEN.
00641  A200-SPREAD-TXCD.
00642      IF TC-PARCELS (TC-SUB) EQUAL ZERO
00643          GO TO A200-EXIT.
00644      PERFORM A210-WRITE-WHATIF THRU A210-EXIT.
00645      COMPUTE W-BASE-DIFF = TC-SCN-TAXABLE (TC-SUB)
00646          - TC-CUR-TAXABLE (TC-SUB).
00647      IF W-BASE-DIFF EQUAL ZERO
00648          GO TO A200-EXIT.
00649      MOVE TC-SUB TO TC-FND.
00650      PERFORM A140-SPREAD-TO-AGENCY THRU A140-EXIT
00651          VARYING SUB-AGY FROM +1 BY +1
00652          UNTIL SUB-AGY GREATER THAN +40
00653             OR TC-AGENCY (TC-FND, SUB-AGY) EQUAL ZERO.
00654  A200-EXIT. EXIT.
00655      SKIP1
00656  A210-WRITE-WHATIF.
00657      MOVE SPACES                    TO WHATIF-REC.
00658      MOVE TC-CODE (TC-SUB)          TO WF-TAX-CODE.
00659      MOVE TC-PARCELS (TC-SUB)       TO WF-PARCELS.
00660      MOVE TC-CUR-EXEMPT (TC-SUB)    TO WF-CUR-EXEMPT.
00661      MOVE TC-SCN-EXEMPT (TC-SUB)    TO WF-SCN-EXEMPT.
00662      MOVE TC-CUR-TAXABLE (TC-SUB)   TO WF-CUR-TAXABLE.
00663      MOVE TC-SCN-TAXABLE (TC-SUB)   TO WF-SCN-TAXABLE.
00664      MOVE TC-RES-CNT (TC-SUB)       TO WF-RES-CNT.
00665      MOVE TC-RES-EAV (TC-SUB)       TO WF-RES-EAV.
00666      MOVE TC-RES-CUR-EX (TC-SUB)    TO WF-RES-CUR-EX.
00667      MOVE TC-RES-SCN-EX (TC-SUB)    TO WF-RES-SCN-EX.
00668      WRITE WHATIF-REC.
00669      ADD +1 TO WHATIF-OUT-CNT.
00670  A210-EXIT. EXIT.
00671      SKIP1
00672  A140-SPREAD-TO-AGENCY.
00673      MOVE ZERO TO AGT-FND.
00674      PERFORM A150-SCAN-AGY-TOT THRU A150-EXIT
00675          VARYING AGT-SUB FROM +1 BY +1
00676          UNTIL AGT-SUB GREATER THAN AGT-CTR
00677             OR AGT-FND GREATER THAN ZERO.
00678      IF AGT-FND EQUAL ZERO
00679          IF AGT-CTR LESS THAN +2000
00680              ADD +1 TO AGT-CTR
00681              MOVE AGT-CTR TO AGT-FND
00682              MOVE TC-AGENCY (TC-FND, SUB-AGY)
00683                  TO AGT-AGENCY (AGT-FND)
00684              MOVE ZEROS TO AGT-BASE-CHG (AGT-FND)
00685              MOVE 'N' TO AGT-POSTED-SW (AGT-FND)
00686          ELSE
00687              DISPLAY 'CLRTM782 -- AGENCY TOTAL TABLE FULL'
00688              MOVE 16 TO RETURN-CODE
00689              GO TO A140-EXIT.
00690      ADD W-BASE-DIFF TO AGT-BASE-CHG (AGT-FND).
00691  A140-EXIT. EXIT.
00692      SKIP1
00693  A150-SCAN-AGY-TOT.
00694      IF AGT-AGENCY (AGT-SUB) EQUAL
00695          TC-AGENCY (TC-FND, SUB-AGY)
00696          MOVE AGT-SUB TO AGT-FND.
00697  A150-EXIT. EXIT.
00698      SKIP1
00699  A250-PRINT-TYPE.
00700      IF NOT ET-IN-SCENARIO (ET-SUB)
00701          GO TO A250-EXIT.
00702      MOVE ET-CODE (ET-SUB)    TO D-TYPE.
00703      MOVE ET-DESC (ET-SUB)    TO D-DESC.
00704      MOVE ET-CUR-AMT (ET-SUB) TO D-CUR-AMT.
00705      MOVE ET-SCN-AMT (ET-SUB) TO D-SCN-AMT.
00706      MOVE ET-PARCELS (ET-SUB) TO D-PARCELS.
00707      MOVE ET-CHANGED (ET-SUB) TO D-CHANGED.
00708      MOVE ET-CUR-EAV (ET-SUB) TO D-CUR-EAV.
00709      MOVE ET-SCN-EAV (ET-SUB) TO D-SCN-EAV.
00710      IF ET-CUR-FOUND (ET-SUB)
00711          MOVE SPACES TO D-MESSG
00712      ELSE
00713          MOVE 'NO CURRENT AMOUNT' TO D-MESSG.
00714      PERFORM A070-PRINT THRU A070-EXIT.
00715  A250-EXIT. EXIT.
00716      SKIP1
00717 *    THE SCENARIO COPY OF THE AGENCY FILE CARRIES EACH AGENCY'S
00718 *    BASE MOVED BY THE CHANGE IN ITS TAX CODES' TAXABLE EAV.
00719  A300-POST-AGYEQ.
00720      MOVE ZERO TO AGT-FND.
00721      PERFORM A310-SCAN-FOR-POST THRU A310-EXIT
00722          VARYING AGT-SUB FROM +1 BY +1
00723          UNTIL AGT-SUB GREATER THAN AGT-CTR
00724             OR AGT-FND GREATER THAN ZERO.
00725      IF AGT-FND EQUAL ZERO
00726          GO TO A300-WRITE.
00727      MOVE 'Y' TO AGT-POSTED-SW (AGT-FND).
00728      MOVE AEV-AGCYNO TO P-AGENCY.
00729      MOVE AEV-CC-RE  TO P-OLD-BASE.
00730      MOVE SPACES     TO P-MESSG.
00731      COMPUTE W-NEW-BASE = AEV-CC-RE + AGT-BASE-CHG (AGT-FND).
00732      IF W-NEW-BASE LESS THAN ZERO
00733          MOVE ZERO TO W-NEW-BASE
00734          MOVE 'BASE WOULD FALL BELOW ZERO' TO P-MESSG.
00735      COMPUTE W-BASE-DIFF = W-NEW-BASE - AEV-CC-RE.
00736      MOVE W-NEW-BASE TO AEV-CC-RE P-NEW-BASE.
00737      MOVE W-BASE-DIFF TO P-DIFF.
00738      ADD +1 TO CHANGED-AGY-CNT.
00739      PERFORM A075-PRINT-POST THRU A075-EXIT.
00740  A300-WRITE.
00741      WRITE AGYEQ-OUT-REC FROM AGYEQ-IN-REC.
00742      ADD +1 TO AGYEQ-OUT-CNT.
00743      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00744  A300-EXIT. EXIT.
00745      SKIP1
00746  A310-SCAN-FOR-POST.
00747      IF AGT-AGENCY (AGT-SUB) EQUAL AEV-AGCYNO
00748          MOVE AGT-SUB TO AGT-FND.
00749  A310-EXIT. EXIT.
00750      SKIP1
00751  A400-CHECK-UNPOSTED.
00752      IF AGT-POSTED-SW (AGT-SUB) EQUAL 'Y'
00753          GO TO A400-EXIT.
00754      ADD +1 TO UNPOSTED-CNT.
00755      MOVE AGT-AGENCY (AGT-SUB)   TO P-AGENCY.
00756      MOVE ZEROS                  TO P-OLD-BASE P-NEW-BASE.
00757      MOVE AGT-BASE-CHG (AGT-SUB) TO P-DIFF.
00758      MOVE 'AGENCY NOT ON AGYEQ -- NOT POSTED' TO P-MESSG.
00759      PERFORM A075-PRINT-POST THRU A075-EXIT.
00760  A400-EXIT. EXIT.
00761      SKIP1
00762  B100-HEADING.
00763      ADD +1 TO PAGE-CNT.
00764      MOVE PAGE-CNT TO HD-PAGE.
00765      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00766      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00767      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00768      MOVE +5 TO LINE-CNT.
00769  B100-EXIT. EXIT.
00770      SKIP1
00771  B110-POST-HEADING.
00772      ADD +1 TO PAGE-CNT.
00773      MOVE PAGE-CNT TO HD-PAGE.
00774      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00775      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00776      WRITE PRINT-REC FROM POST-HEAD AFTER ADVANCING 2.
00777      MOVE +5 TO LINE-CNT.
00778  B110-EXIT. EXIT.
00779      SKIP1
00780  C900-REG-START.
00781      MOVE SPACES      TO RUNREG-REC.
00782      MOVE 'CLRTM782'  TO RR-PROGRAM-ID.
00783      MOVE 'S'         TO RR-REC-TYPE.
00784      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00785      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00786      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00787      WRITE RUNREG-REC.
00788  C900-EXIT. EXIT.
00789      SKIP1
00790  C910-REG-END.
00791      MOVE SPACES      TO RUNREG-REC.
00792      MOVE 'CLRTM782'  TO RR-PROGRAM-ID.
00793      MOVE 'E'         TO RR-REC-TYPE.
00794      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00795      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00796      MOVE EQ-IN-CNT     TO RR-IN-CNT.
00797      MOVE AGYEQ-OUT-CNT TO RR-OUT-CNT.
00798      MOVE RETURN-CODE TO RR-COND-CODE.
00799      WRITE RUNREG-REC.
00800  C910-EXIT. EXIT.
