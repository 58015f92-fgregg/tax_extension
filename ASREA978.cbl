00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA978.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. OMITTED ASSESSMENT BACK-TAX BILLING.  EVERY PROPERTY
00007 *         MASTER RECORD CARRYING THE OMITTED ASSESSMENT TAX TYPE
00008 *         (PM-TXTYP '6') FOR THE BILLING YEAR ON THE CONTROL CARD
00009 *         IS BILLED FOR EACH PRIOR YEAR OF THE LOOK-BACK WINDOW
00010 *         (THREE YEARS UNLESS THE CARD SAYS OTHERWISE).  THE
00011 *         OMITTED ASSESSED VALUE ON PM-TXINFO, CUT TO THE BACK TAX
00012 *         PERCENT OF THE MISCELLANEOUS SEGMENT WHEN ONE IS GIVEN,
00013 *         IS EQUALIZED WITH THAT YEAR'S FACTOR AND TAXED AT THAT
00014 *         YEAR'S RATE FROM THE RATE HISTORY MASTER THROUGH
00015 *         ASREA932.  THE EXEMPTIONS IN EFFECT ARE TAKEN FROM THE
00016 *         EXEMPTION HISTORY FILE - EACH YEAR'S EQUALIZED VALUE
00017 *         EXTRACT (EQVALRD01) PREFIXED WITH ITS TAX YEAR, IN
00018 *         VOLUME AND PROPERTY ORDER - AND ONLY THE PART OF THEM
00019 *         THE PARCEL'S ROLL VALUE DID NOT ABSORB THAT YEAR IS
00020 *         TAKEN OFF THE OMITTED VALUE.  THAT YEAR'S FACTOR COMES
00021 *         FROM THE SAME HISTORY RECORD, OR FROM THE MISCELLANEOUS
00022 *         SEGMENT WHEN THE PARCEL WAS WHOLLY OMITTED.  SIMPLE
00023 *         INTEREST AT THE STATUTORY PERCENT ON THE CARD (TEN
00024 *         PERCENT UNLESS GIVEN) IS CHARGED FOR EACH YEAR FROM THE
00025 *         OMITTED YEAR TO THE BILLING YEAR.  EACH YEAR BILLED IS
00026 *         WRITTEN TO THE BACK-TAX BILLING FILE (ASBKTXBR1),
00027 *         FOLLOWED BY A CONTROL TRAILER, AND EACH PARCEL GETS A
00028 *         WORKSHEET PAGE TO BE ATTACHED TO THE OMITTED PROPERTY
00029 *         NOTICE.  A YEAR WITH NO RATE OR NO FACTOR IS SHOWN ON
00030 *         THE WORKSHEET BUT NOT BILLED.
0030A *         THE HOME IMPROVEMENT EXEMPTION (EQ-HOME-IMP-AMT) IS
0030B *         DEDUCTED WITH THE OTHER EXEMPTIONS OF THE YEAR.
0030C *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0030D *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0030E *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0030F *         YEAR TAKES THE CYCLE YEAR.
00031      SKIP2
00032  ENVIRONMENT DIVISION.
00033  CONFIGURATION SECTION.
00034  SOURCE-COMPUTER. IBM-370.
00035  OBJECT-COMPUTER. IBM-370.
00036      SKIP1
00037  INPUT-OUTPUT SECTION.
00038  FILE-CONTROL.
00039      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00040      SELECT EXHIST-FILE   ASSIGN TO UT-S-EXHIST.
00041      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00042      SELECT BACKTAX-FILE  ASSIGN TO UT-S-BACKTAX.
00043      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00044      SKIP2
00045  DATA DIVISION.
00046  FILE SECTION.
00047      SKIP1
00048  FD  PROP-MASTER
00049      BLOCK  CONTAINS 0 CHARACTERS
00050      RECORD CONTAINS 29 TO 1275 CHARACTERS
00051      RECORDING MODE IS S
00052      LABEL  RECORDS ARE STANDARD
00053      DATA RECORD IS PM-REC.
00054  01  PM-REC.
00055  COPY PROPMSRD01.
00056      SKIP2
00057  FD  EXHIST-FILE
00058      BLOCK  CONTAINS 0 RECORDS
00059      RECORD CONTAINS 119 CHARACTERS
00060      RECORDING MODE IS F
00061      LABEL  RECORDS ARE STANDARD
00062      DATA RECORD IS EH-REC.
00063  01  EH-REC.
00064      05  EH-TAX-YEAR     PIC 9(4).
00065  COPY EQVALRD01.
00066      SKIP2
00067  FD  CONTROL-FILE
00068      BLOCK  CONTAINS 0 RECORDS
00069      RECORD CONTAINS 80 CHARACTERS
00070      RECORDING MODE IS F
00071      LABEL  RECORDS ARE STANDARD
00072      DATA RECORD IS CONTROL-REC.
00073  01  CONTROL-REC.
00074      05  CC-TAX-YEAR     PIC X(4).
00075      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00076                          PIC 9(4).
00077      05  CC-LOOKBACK     PIC X(2).
00078      05  CC-LOOKBACK-N REDEFINES CC-LOOKBACK
00079                          PIC 9(2).
00080      05  CC-INT-PCT      PIC X(4).
00081      05  CC-INT-PCT-N REDEFINES CC-INT-PCT
00082                          PIC 9(2)V99.
00083      05  FILLER          PIC X(70).
00084      SKIP2
00085  FD  BACKTAX-FILE
00086      BLOCK  CONTAINS 0 RECORDS
00087      RECORD CONTAINS 120 CHARACTERS
00088      RECORDING MODE IS F
00089      LABEL  RECORDS ARE STANDARD
00090      DATA RECORD IS BACKTAX-REC.
00091  01  BACKTAX-REC.
00092  COPY ASBKTXBR1.
00093      SKIP2
00094  FD  PRINT-FILE
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 133 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD.
00099      SKIP1
00100  01  PRINT-REC               PIC X(133).
00101      SKIP2
00102  WORKING-STORAGE SECTION.
00103      SKIP1
00104  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00105  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00106      SKIP1
00107  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00108      88  END-OF-PM-FILE                   VALUE 'Y'.
00109  77  EH-EOF-SW                 PIC X      VALUE 'N'.
00110      88  END-OF-EH-FILE                   VALUE 'Y'.
00111  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00112      88  END-OF-CTL-FILE                  VALUE 'Y'.
00113  77  STOP-SW                   PIC X      VALUE 'N'.
00114      88  RUN-STOPPED                      VALUE 'Y'.
00115      SKIP1
00116  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00117  77  EH-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00118  77  OMIT-CNT          COMP-3  PIC S9(7)  VALUE +0.
00119  77  OTHER-YR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00120  77  NO-VALUE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00121  77  BILLED-PCL-CNT    COMP-3  PIC S9(7)  VALUE +0.
00122  77  BILL-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00123  77  NO-RATE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00124  77  NO-FACTOR-CNT     COMP-3  PIC S9(7)  VALUE +0.
00125  77  HIST-OVFL-CNT     COMP-3  PIC S9(7)  VALUE +0.
00126      SKIP1
00127  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00128  77  HT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00129  77  HT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00130  77  HT-FOUND-SUB      COMP-3  PIC S9(3)  VALUE +0.
00131  77  W-ASSD-VAL        COMP-3  PIC S9(11) VALUE +0.
00132  77  W-EQ-FACTOR       COMP-3  PIC S9V9(4) VALUE +0.
00133  77  W-MISC-FCTR       COMP-3  PIC S9V9(4) VALUE +0.
00134  77  W-BKTX-PCT        COMP-3  PIC S9(3)  VALUE +0.
00135  77  W-EQ-VAL          COMP-3  PIC S9(11) VALUE +0.
00136  77  W-VET-TOT         COMP-3  PIC S9(11) VALUE +0.
00137  77  W-EXEMPT-TOT      COMP-3  PIC S9(11) VALUE +0.
00138  77  W-EXEMPT-LEFT     COMP-3  PIC S9(11) VALUE +0.
00139  77  W-EXEMPT-USED     COMP-3  PIC S9(11) VALUE +0.
00140  77  W-TAXABLE         COMP-3  PIC S9(11) VALUE +0.
00141  77  W-TAX             COMP-3  PIC S9(9)V99 VALUE +0.
00142  77  W-INT             COMP-3  PIC S9(9)V99 VALUE +0.
00143  77  W-INT-YEARS       COMP-3  PIC S9(3)  VALUE +0.
00144  77  PCL-TAX           COMP-3  PIC S9(11)V99 VALUE +0.
00145  77  PCL-INT           COMP-3  PIC S9(11)V99 VALUE +0.
00146  77  GR-TAX            COMP-3  PIC S9(11)V99 VALUE +0.
00147  77  GR-INT            COMP-3  PIC S9(11)V99 VALUE +0.
00148      SKIP1
0148A  01  CYCLK-AREA.
0148B  COPY DPCYCLKR1.
0148C      SKIP1
00149  01  W-BILL-YEAR               PIC 9(4)   VALUE ZEROS.
00150  01  FILLER REDEFINES W-BILL-YEAR.
00151      05  FILLER                PIC 99.
00152      05  W-BILL-YY             PIC 99.
00153  01  W-FIRST-YEAR              PIC 9(4)   VALUE ZEROS.
00154  01  W-YEAR                    PIC 9(4)   VALUE ZEROS.
00155  01  W-LOOKBACK                PIC 9(2)   VALUE 3.
00156  01  W-INT-PCT                 PIC 9(2)V99 VALUE 10.00.
00157  01  W-OWNER-NAME              PIC X(22)  VALUE SPACES.
00158      SKIP1
00159  01  PM-MATCH-KEY.
00160      05  PMK-VOL               PIC 9(3).
00161      05  PMK-PROP              PIC 9(15).
00162  01  EH-MATCH-KEY.
00163      05  EHK-VOL               PIC 9(3).
00164      05  EHK-PROP              PIC 9(15).
00165  01  HT-LOADED-KEY.
00166      05  HTK-VOL               PIC 9(3)   VALUE ZEROS.
00167      05  HTK-PROP              PIC 9(15)  VALUE ZEROS.
00168      SKIP1
00169 *    THE EXEMPTION HISTORY OF ONE PARCEL, ONE ENTRY PER YEAR.
00170  01  HISTORY-TABLE.
00171      05  HT-ENTRY OCCURS 20 TIMES.
00172          10  HT-YEAR       PIC 9(4).
00173          10  HT-EQ-FCR     PIC S9V9(4)    COMP-3.
00174          10  HT-EQ-VAL     PIC S9(11)     COMP-3.
00175          10  HT-EXEMPT     PIC S9(11)     COMP-3.
00176      SKIP1
00177  01  RTHLK-AREA.
00178  COPY ASRTHLKR1.
00179      SKIP1
00180  01  ACPT-DATE                  PIC 9(6).
00181  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00182      05  ACPT-YR                PIC 99.
00183      05  ACPT-MO                PIC 99.
00184      05  ACPT-DA                PIC 99.
00185  01  DSP-DATE.
00186      05  DSP-MO                 PIC 99.
00187      05  FILLER                 PIC X      VALUE '/'.
00188      05  DSP-DA                 PIC 99.
00189      05  FILLER                 PIC X      VALUE '/'.
00190      05  DSP-YR                 PIC 99.
00191      SKIP1
00192  01  HEAD-A.
00193      05  FILLER          PIC X(3)   VALUE SPACES.
00194      05  HD-DATE         PIC X(8).
00195      05  FILLER          PIC X(44)  VALUE SPACES.
00196      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00197      05  FILLER          PIC X(44)  VALUE SPACES.
00198      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00199      05  HD-PAGE         PIC ZZ,ZZ9.
00200      SKIP1
00201  01  HEAD-B.
00202      05  FILLER          PIC X(3)   VALUE SPACES.
00203      05  FILLER          PIC X(8)   VALUE 'ASREA978'.
00204      05  FILLER          PIC X(22)  VALUE SPACES.
00205      05  FILLER          PIC X(60)  VALUE
00206          'OMITTED ASSESSMENT BACK-TAX WORKSHEET'.
00207      SKIP1
00208  01  PARCEL-LINE-1.
00209      05  FILLER          PIC X(3)   VALUE SPACES.
00210      05  FILLER          PIC X(7)   VALUE 'VOLUME '.
00211      05  PL-VOL          PIC 9(3).
00212      05  FILLER          PIC X(12)  VALUE '   PROPERTY '.
00213      05  PL-PROP         PIC 9(15).
00214      05  FILLER          PIC X(12)  VALUE '   TAX CODE '.
00215      05  PL-TXCD         PIC 9(5).
00216      05  FILLER          PIC X(16)  VALUE '   BILLING YEAR '.
00217      05  PL-BILL-YEAR    PIC 9(4).
00218      SKIP1
00219  01  PARCEL-LINE-2.
00220      05  FILLER          PIC X(3)   VALUE SPACES.
00221      05  FILLER          PIC X(15)  VALUE 'NAME ON MASTER '.
00222      05  PL-NAME         PIC X(22).
00223      05  FILLER          PIC X(27)  VALUE
00224          '   OMITTED ASSESSED VALUE '.
00225      05  PL-ASSD-VAL     PIC ZZZ,ZZZ,ZZ9.
00226      05  FILLER          PIC X(17)  VALUE '   BACK TAX PCT '.
00227      05  PL-BKTX-PCT     PIC ZZ9.
00228      SKIP1
00229  01  PARCEL-LINE-3.
00230      05  FILLER          PIC X(3)   VALUE SPACES.
00231      05  FILLER          PIC X(18)  VALUE 'INTEREST CHARGED '.
00232      05  PL-INT-PCT      PIC Z9.99.
00233      05  FILLER          PIC X(40)  VALUE
00234          ' PERCENT FOR EACH YEAR OMITTED'.
00235      SKIP1
00236  01  HEAD-C.
00237      05  FILLER          PIC X(3)   VALUE SPACES.
00238      05  FILLER          PIC X(4)   VALUE 'YEAR'.
00239      05  FILLER          PIC X(2)   VALUE SPACES.
00240      05  FILLER          PIC X(6)   VALUE 'FACTOR'.
00241      05  FILLER          PIC X(2)   VALUE SPACES.
00242      05  FILLER          PIC X(11)  VALUE '  EQUALIZED'.
00243      05  FILLER          PIC X(2)   VALUE SPACES.
00244      05  FILLER          PIC X(11)  VALUE 'EXEMPT LEFT'.
00245      05  FILLER          PIC X(2)   VALUE SPACES.
00246      05  FILLER          PIC X(11)  VALUE 'EXEMPT USED'.
00247      05  FILLER          PIC X(2)   VALUE SPACES.
00248      05  FILLER          PIC X(11)  VALUE '    TAXABLE'.
00249      05  FILLER          PIC X(2)   VALUE SPACES.
00250      05  FILLER          PIC X(8)   VALUE '    RATE'.
00251      05  FILLER          PIC X(2)   VALUE SPACES.
00252      05  FILLER          PIC X(13)  VALUE '     BACK TAX'.
00253      05  FILLER          PIC X(2)   VALUE SPACES.
00254      05  FILLER          PIC X(2)   VALUE 'YR'.
00255      05  FILLER          PIC X(2)   VALUE SPACES.
00256      05  FILLER          PIC X(13)  VALUE '     INTEREST'.
00257      05  FILLER          PIC X(2)   VALUE SPACES.
00258      05  FILLER          PIC X(13)  VALUE '    TOTAL DUE'.
00259      SKIP1
00260  01  DETAIL-LINE.
00261      05  FILLER          PIC X(3)   VALUE SPACES.
00262      05  DL-YEAR         PIC 9(4).
00263      05  FILLER          PIC X(2)   VALUE SPACES.
00264      05  DL-FACTOR       PIC 9.9999.
00265      05  FILLER          PIC X(2)   VALUE SPACES.
00266      05  DL-EQ-VAL       PIC ZZZ,ZZZ,ZZ9.
00267      05  FILLER          PIC X(2)   VALUE SPACES.
00268      05  DL-EX-LEFT      PIC ZZZ,ZZZ,ZZ9.
00269      05  FILLER          PIC X(2)   VALUE SPACES.
00270      05  DL-EX-USED      PIC ZZZ,ZZZ,ZZ9.
00271      05  FILLER          PIC X(2)   VALUE SPACES.
00272      05  DL-TAXABLE      PIC ZZZ,ZZZ,ZZ9.
00273      05  FILLER          PIC X(2)   VALUE SPACES.
00274      05  DL-RATE         PIC ZZZ9.999.
00275      05  FILLER          PIC X(2)   VALUE SPACES.
00276      05  DL-TAX          PIC ZZ,ZZZ,ZZ9.99.
00277      05  FILLER          PIC X(2)   VALUE SPACES.
00278      05  DL-YRS          PIC Z9.
00279      05  FILLER          PIC X(2)   VALUE SPACES.
00280      05  DL-INT          PIC ZZ,ZZZ,ZZ9.99.
00281      05  FILLER          PIC X(2)   VALUE SPACES.
00282      05  DL-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
00283      SKIP1
00284  01  EXCP-LINE.
00285      05  FILLER          PIC X(3)   VALUE SPACES.
00286      05  EL-YEAR         PIC 9(4).
00287      05  FILLER          PIC X(2)   VALUE SPACES.
00288      05  EL-MESSG        PIC X(60).
00289      SKIP1
00290  01  TOTAL-LINE.
00291      05  FILLER          PIC X(3)   VALUE SPACES.
00292      05  FILLER          PIC X(30)  VALUE
00293          'TOTAL DUE FOR OMITTED YEARS'.
00294      05  FILLER          PIC X(10)  VALUE 'BACK TAX '.
00295      05  TL-TAX          PIC ZZ,ZZZ,ZZ9.99.
00296      05  FILLER          PIC X(12)  VALUE '   INTEREST '.
00297      05  TL-INT          PIC ZZ,ZZZ,ZZ9.99.
00298      05  FILLER          PIC X(13)  VALUE '   TOTAL DUE '.
00299      05  TL-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
00300      EJECT
00301  PROCEDURE DIVISION.
00302      SKIP1
00303  A010-HOUSEKEEPING.
00304      OPEN INPUT  PROP-MASTER, EXHIST-FILE, CONTROL-FILE
00305           OUTPUT BACKTAX-FILE, PRINT-FILE.
00306      ACCEPT ACPT-DATE FROM DATE.
00307      MOVE ACPT-MO TO DSP-MO.
00308      MOVE ACPT-DA TO DSP-DA.
00309      MOVE ACPT-YR TO DSP-YR.
00310      MOVE DSP-DATE TO HD-DATE.
00311      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00312      IF RETURN-CODE EQUAL 16
00313          CLOSE PROP-MASTER, EXHIST-FILE, CONTROL-FILE,
00314                BACKTAX-FILE, PRINT-FILE
00315          STOP RUN.
00316      PERFORM A040-READ-EH THRU A040-EXIT.
00317      PERFORM A100-READ-MASTER THRU A100-EXIT
00318          UNTIL END-OF-PM-FILE.
00319      PERFORM A500-WRITE-TRAILER THRU A500-EXIT.
00320      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00321      DISPLAY 'TOTAL EXEMPTION HISTORY RECORDS READ.: ' EH-IN-CNT.
00322      DISPLAY 'TOTAL OMITTED ASSESSMENTS PRICED.....: ' OMIT-CNT.
00323      DISPLAY 'TOTAL OMITTED - OTHER BILLING YEAR...: '
00324          OTHER-YR-CNT.
00325      DISPLAY 'TOTAL OMITTED - NO ASSESSED VALUE....: '
00326          NO-VALUE-CNT.
00327      DISPLAY 'TOTAL PARCELS BILLED.................: '
00328          BILLED-PCL-CNT.
00329      DISPLAY 'TOTAL BACK-TAX YEARS BILLED..........: '
00330          BILL-OUT-CNT.
00331      DISPLAY 'TOTAL YEARS NOT BILLED - NO RATE.....: '
00332          NO-RATE-CNT.
00333      DISPLAY 'TOTAL YEARS NOT BILLED - NO FACTOR...: '
00334          NO-FACTOR-CNT.
00335      DISPLAY 'TOTAL HISTORY YEARS BEYOND TABLE.....: '
00336          HIST-OVFL-CNT.
00337      DISPLAY 'TOTAL BACK TAX BILLED................: ' GR-TAX.
00338      DISPLAY 'TOTAL INTEREST BILLED................: ' GR-INT.
00339      IF RETURN-CODE LESS THAN 4
00340       AND (NO-RATE-CNT GREATER THAN ZERO
00341         OR NO-FACTOR-CNT GREATER THAN ZERO
00342         OR HIST-OVFL-CNT GREATER THAN ZERO)
00343          MOVE 4 TO RETURN-CODE.
00344      CLOSE PROP-MASTER, EXHIST-FILE, CONTROL-FILE,
00345            BACKTAX-FILE, PRINT-FILE.
00346      STOP RUN.
00347      SKIP1
00348 *    THE CARD CARRIES THE BILLING YEAR IN COLUMNS 1-4, THE
00349 *    LOOK-BACK YEARS IN 5-6 AND THE INTEREST PERCENT PER YEAR
00350 *    IN 7-10 (99V99).  BLANK LOOK-BACK OR INTEREST TAKES THE
00351 *    STATUTORY THREE YEARS AND TEN PERCENT.
00352  A012-READ-CONTROL.
00353      READ CONTROL-FILE AT END
00354          MOVE 'Y' TO CTL-EOF-SW.
0354A      MOVE 'ASREA978' TO CK-CALLER.
0354B      MOVE SPACES TO CK-CARD-YEAR.
0354C      IF NOT END-OF-CTL-FILE
0354D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0354E      CALL 'DPRUN004' USING CYCLK-AREA.
0354F      IF NOT END-OF-CTL-FILE
0354G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00355      IF END-OF-CTL-FILE
00356          OR CC-TAX-YEAR NOT NUMERIC
00357          OR CC-TAX-YEAR-N EQUAL ZERO
00358          DISPLAY 'ASREA978 -- BILLING YEAR CONTROL CARD MISSING '
00359              'OR INVALID -- RUN STOPPED'
00360          MOVE 16 TO RETURN-CODE
00361          GO TO A012-EXIT.
00362      MOVE CC-TAX-YEAR-N TO W-BILL-YEAR.
00363      IF CC-LOOKBACK NOT EQUAL SPACES
00364          IF CC-LOOKBACK NOT NUMERIC
00365             OR CC-LOOKBACK-N EQUAL ZERO
00366             OR CC-LOOKBACK-N GREATER THAN 20
00367              DISPLAY 'ASREA978 -- LOOK-BACK YEARS ON CONTROL '
00368                  'CARD INVALID -- RUN STOPPED'
00369              MOVE 16 TO RETURN-CODE
00370              GO TO A012-EXIT
00371          ELSE
00372              MOVE CC-LOOKBACK-N TO W-LOOKBACK.
00373      IF CC-INT-PCT NOT EQUAL SPACES
00374          IF CC-INT-PCT NOT NUMERIC
00375              DISPLAY 'ASREA978 -- INTEREST PERCENT ON CONTROL '
00376                  'CARD INVALID -- RUN STOPPED'
00377              MOVE 16 TO RETURN-CODE
00378              GO TO A012-EXIT
00379          ELSE
00380              MOVE CC-INT-PCT-N TO W-INT-PCT.
00381      COMPUTE W-FIRST-YEAR = W-BILL-YEAR - W-LOOKBACK.
00382      MOVE W-INT-PCT TO PL-INT-PCT.
00383      DISPLAY 'BILLING YEAR.........................: '
00384          W-BILL-YEAR.
00385      DISPLAY 'FIRST OMITTED YEAR BILLED............: '
00386          W-FIRST-YEAR.
00387      DISPLAY 'INTEREST PERCENT PER YEAR............: ' W-INT-PCT.
00388  A012-EXIT. EXIT.
00389      SKIP1
00390  A040-READ-EH.
00391      READ EXHIST-FILE AT END
00392          MOVE 'Y' TO EH-EOF-SW
00393          MOVE ALL '9' TO EH-MATCH-KEY
00394          GO TO A040-EXIT.
00395      ADD +1 TO EH-IN-CNT.
00396      MOVE EQ-VOL   TO EHK-VOL.
00397      MOVE EQ-PROP  TO EHK-PROP.
00398  A040-EXIT. EXIT.
00399      SKIP1
00400  A100-READ-MASTER.
00401      READ PROP-MASTER AT END
00402          MOVE 'Y' TO PM-EOF-SW
00403          GO TO A100-EXIT.
00404      ADD +1 TO PM-IN-CNT.
00405      IF PM-TXTYP NOT EQUAL '6'
00406          GO TO A100-EXIT.
00407      IF PM-TXYR NOT EQUAL W-BILL-YY
00408          ADD +1 TO OTHER-YR-CNT
00409          GO TO A100-EXIT.
00410      IF PM-TXIND NOT EQUAL 1
00411          ADD +1 TO NO-VALUE-CNT
00412          GO TO A100-EXIT.
00413      IF PM-ASSDVAL (1) NOT GREATER THAN ZERO
00414          ADD +1 TO NO-VALUE-CNT
00415          GO TO A100-EXIT.
00416      ADD +1 TO OMIT-CNT.
00417      MOVE PM-VOL   TO PMK-VOL.
00418      MOVE PM-PROP  TO PMK-PROP.
00419      IF PM-MATCH-KEY NOT EQUAL HT-LOADED-KEY
00420          PERFORM A150-LOAD-HISTORY THRU A150-EXIT.
00421      MOVE ZEROS  TO W-MISC-FCTR W-BKTX-PCT PCL-TAX PCL-INT.
00422      MOVE SPACES TO W-OWNER-NAME.
00423      IF SEGMENTS-PRESENT
00424          PERFORM A110-SCAN-SEGMENT THRU A110-EXIT
00425              VARYING SEG-SUB FROM +1 BY +1
00426              UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00427      IF W-BKTX-PCT GREATER THAN ZERO
00428       AND W-BKTX-PCT LESS THAN 100
00429          COMPUTE W-ASSD-VAL ROUNDED =
00430              PM-ASSDVAL (1) * W-BKTX-PCT / 100
00431      ELSE
00432          MOVE PM-ASSDVAL (1) TO W-ASSD-VAL.
00433      PERFORM B100-HEADING THRU B100-EXIT.
00434      PERFORM A200-PRICE-YEAR THRU A200-EXIT
00435          VARYING W-YEAR FROM W-FIRST-YEAR BY 1
00436          UNTIL W-YEAR NOT LESS THAN W-BILL-YEAR
00437             OR RUN-STOPPED.
00438      MOVE PCL-TAX TO TL-TAX.
00439      MOVE PCL-INT TO TL-INT.
00440      COMPUTE TL-TOTAL = PCL-TAX + PCL-INT.
00441      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00442      ADD +2 TO LINE-CNT.
00443      IF PCL-TAX GREATER THAN ZERO
00444          ADD +1 TO BILLED-PCL-CNT.
00445      IF RUN-STOPPED
00446          MOVE 'Y' TO PM-EOF-SW.
00447  A100-EXIT. EXIT.
00448      SKIP1
00449  A110-SCAN-SEGMENT.
00450      IF NAME-TYPE-CODE (SEG-SUB)
00451       AND W-OWNER-NAME EQUAL SPACES
00452          MOVE PM-NAME (SEG-SUB) TO W-OWNER-NAME
00453          GO TO A110-EXIT.
00454      IF MISCELLANEOUS-SEGMENT (SEG-SUB)
00455          MOVE PM-MISC-EQFCTR (SEG-SUB)  TO W-MISC-FCTR
00456          MOVE PM-MISC-BKTXPCT (SEG-SUB) TO W-BKTX-PCT.
00457  A110-EXIT. EXIT.
00458      SKIP1
00459 *    THE HISTORY IS IN VOLUME AND PROPERTY ORDER LIKE THE MASTER.
00460 *    A PARCEL'S YEARS ARE HELD UNTIL THE NEXT PARCEL IS PRICED,
00461 *    SINCE A PARCEL MAY CARRY MORE THAN ONE OMITTED RECORD.
00462  A150-LOAD-HISTORY.
00463      MOVE ZERO TO HT-CTR.
00464      MOVE PM-MATCH-KEY TO HT-LOADED-KEY.
00465      PERFORM A040-READ-EH THRU A040-EXIT
00466          UNTIL EH-MATCH-KEY NOT LESS THAN PM-MATCH-KEY.
00467      PERFORM A160-STORE-HISTORY THRU A160-EXIT
00468          UNTIL EH-MATCH-KEY NOT EQUAL PM-MATCH-KEY.
00469  A150-EXIT. EXIT.
00470      SKIP1
00471  A160-STORE-HISTORY.
00472      IF HT-CTR NOT LESS THAN 20
00473          ADD +1 TO HIST-OVFL-CNT
00474      ELSE
00475          ADD +1 TO HT-CTR
00476          MOVE EH-TAX-YEAR TO HT-YEAR   (HT-CTR)
00477          MOVE EQ-EQ-FCR   TO HT-EQ-FCR (HT-CTR)
00478          MOVE EQ-EQ-VAL   TO HT-EQ-VAL (HT-CTR)
00479          PERFORM A170-SUM-EXEMPTIONS THRU A170-EXIT
00480          MOVE W-EXEMPT-TOT TO HT-EXEMPT (HT-CTR).
00481      PERFORM A040-READ-EH THRU A040-EXIT.
00482  A160-EXIT. EXIT.
00483      SKIP1
00484  A170-SUM-EXEMPTIONS.
00485      COMPUTE W-VET-TOT = EQ-VET-EX-AMT + EQ-RET-VET
00486          + EQ-DIS-VET-1 + EQ-DIS-VET-2 + EQ-DIS-VET-3.
00487      COMPUTE W-EXEMPT-TOT = EQ-HOME-AMT + EQ-SC-HMESTD-AMT
00488          + EQ-SRFRZEXVAL + W-VET-TOT + EQ-DIS-PER
00489          + EQ-LT-OCC-AMT + EQ-EXOWNEXVAL + EQ-EZ-ABATAMT
0489A          + EQ-HOME-IMP-AMT.
00490  A170-EXIT. EXIT.
00491      SKIP1
00492 *    THE EXEMPTIONS OF AN OMITTED YEAR FIRST WENT AGAINST THE
00493 *    VALUE THAT WAS ON THE ROLL; ONLY WHAT WAS LEFT OVER CAN BE
00494 *    TAKEN OFF THE OMITTED VALUE.
00495  A200-PRICE-YEAR.
00496      MOVE ZERO TO HT-FOUND-SUB.
00497      PERFORM A210-FIND-YEAR THRU A210-EXIT
00498          VARYING HT-SUB FROM +1 BY +1
00499          UNTIL HT-SUB GREATER THAN HT-CTR.
00500      MOVE W-YEAR TO EL-YEAR.
00501      MOVE ZERO TO W-EQ-FACTOR.
00502      IF HT-FOUND-SUB GREATER THAN ZERO
00503          MOVE HT-EQ-FCR (HT-FOUND-SUB) TO W-EQ-FACTOR.
00504      IF W-EQ-FACTOR NOT GREATER THAN ZERO
00505          MOVE W-MISC-FCTR TO W-EQ-FACTOR.
00506      IF W-EQ-FACTOR NOT GREATER THAN ZERO
00507          ADD +1 TO NO-FACTOR-CNT
00508          MOVE 'NO EQUALIZATION FACTOR FOR THE YEAR -- NOT BILLED'
00509              TO EL-MESSG
00510          PERFORM A250-PRINT-EXCP THRU A250-EXIT
00511          GO TO A200-EXIT.
00512      MOVE PM-TXCD TO RTH-TAX-CODE.
00513      MOVE W-YEAR  TO RTH-TAX-YEAR.
00514      CALL 'ASREA932' USING RTHLK-AREA.
00515      IF RTH-FILE-ERROR
00516          DISPLAY 'ASREA978 -- RATE HISTORY MASTER UNAVAILABLE '
00517              '-- RUN STOPPED'
00518          MOVE 16 TO RETURN-CODE
00519          MOVE 'Y' TO STOP-SW
00520          GO TO A200-EXIT.
00521      IF NOT RTH-FOUND
00522          ADD +1 TO NO-RATE-CNT
00523          MOVE 'NO RATE ON THE RATE HISTORY MASTER -- NOT BILLED'
00524              TO EL-MESSG
00525          PERFORM A250-PRINT-EXCP THRU A250-EXIT
00526          GO TO A200-EXIT.
00527      COMPUTE W-EQ-VAL ROUNDED = W-ASSD-VAL * W-EQ-FACTOR.
00528      MOVE ZERO TO W-EXEMPT-LEFT.
00529      IF HT-FOUND-SUB GREATER THAN ZERO
00530          COMPUTE W-EXEMPT-LEFT = HT-EXEMPT (HT-FOUND-SUB)
00531              - HT-EQ-VAL (HT-FOUND-SUB).
00532      IF W-EXEMPT-LEFT LESS THAN ZERO
00533          MOVE ZERO TO W-EXEMPT-LEFT.
00534      IF W-EXEMPT-LEFT GREATER THAN W-EQ-VAL
00535          MOVE W-EQ-VAL TO W-EXEMPT-USED
00536      ELSE
00537          MOVE W-EXEMPT-LEFT TO W-EXEMPT-USED.
00538      COMPUTE W-TAXABLE = W-EQ-VAL - W-EXEMPT-USED.
00539      COMPUTE W-TAX ROUNDED = W-TAXABLE * RTH-RATE / 100.
00540      COMPUTE W-INT-YEARS = W-BILL-YEAR - W-YEAR.
00541      COMPUTE W-INT ROUNDED =
00542          W-TAX * W-INT-PCT * W-INT-YEARS / 100.
00543      PERFORM A300-WRITE-BILL THRU A300-EXIT.
00544  A200-EXIT. EXIT.
00545      SKIP1
00546  A210-FIND-YEAR.
00547      IF HT-YEAR (HT-SUB) EQUAL W-YEAR
00548          MOVE HT-SUB TO HT-FOUND-SUB.
00549  A210-EXIT. EXIT.
00550      SKIP1
00551  A250-PRINT-EXCP.
00552      IF LINE-CNT GREATER THAN +57
00553          PERFORM B100-HEADING THRU B100-EXIT.
00554      WRITE PRINT-REC FROM EXCP-LINE AFTER ADVANCING 1.
00555      ADD +1 TO LINE-CNT.
00556  A250-EXIT. EXIT.
00557      SKIP1
00558  A300-WRITE-BILL.
00559      MOVE SPACES         TO BT-DETAIL.
00560      MOVE 'D'            TO BT-REC-TYPE.
00561      MOVE PM-VOL         TO BT-VOL.
00562      MOVE PM-PROP        TO BT-PROP.
00563      MOVE PM-TXCD        TO BT-TXCD.
00564      MOVE W-BILL-YEAR    TO BT-BILL-YEAR.
00565      MOVE W-YEAR         TO BT-TAX-YEAR.
00566      MOVE W-ASSD-VAL     TO BT-ASSD-VAL.
00567      MOVE W-EQ-FACTOR    TO BT-EQ-FACTOR.
00568      MOVE W-EQ-VAL       TO BT-EQ-VAL.
00569      MOVE W-EXEMPT-USED  TO BT-EXEMPT-AMT.
00570      MOVE W-TAXABLE      TO BT-TAXABLE-VAL.
00571      MOVE RTH-RATE       TO BT-RATE.
00572      MOVE W-TAX          TO BT-TAX-AMT.
00573      MOVE W-INT-YEARS    TO BT-INT-YEARS.
00574      MOVE W-INT          TO BT-INT-AMT.
00575      WRITE BACKTAX-REC.
00576      ADD +1 TO BILL-OUT-CNT.
00577      ADD W-TAX TO PCL-TAX GR-TAX.
00578      ADD W-INT TO PCL-INT GR-INT.
00579      MOVE W-YEAR         TO DL-YEAR.
00580      MOVE W-EQ-FACTOR    TO DL-FACTOR.
00581      MOVE W-EQ-VAL       TO DL-EQ-VAL.
00582      MOVE W-EXEMPT-LEFT  TO DL-EX-LEFT.
00583      MOVE W-EXEMPT-USED  TO DL-EX-USED.
00584      MOVE W-TAXABLE      TO DL-TAXABLE.
00585      MOVE RTH-RATE       TO DL-RATE.
00586      MOVE W-TAX          TO DL-TAX.
00587      MOVE W-INT-YEARS    TO DL-YRS.
00588      MOVE W-INT          TO DL-INT.
00589      COMPUTE DL-TOTAL = W-TAX + W-INT.
00590      IF LINE-CNT GREATER THAN +57
00591          PERFORM B100-HEADING THRU B100-EXIT.
00592      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00593      ADD +1 TO LINE-CNT.
00594  A300-EXIT. EXIT.
00595      SKIP1
00596  A500-WRITE-TRAILER.
00597      MOVE SPACES       TO BACKTAX-REC.
00598      MOVE 'T'          TO BT-REC-TYPE.
00599      MOVE BILL-OUT-CNT TO BTT-REC-COUNT.
00600      MOVE GR-TAX       TO BTT-TAX-TOT.
00601      MOVE GR-INT       TO BTT-INT-TOT.
00602      WRITE BACKTAX-REC.
00603  A500-EXIT. EXIT.
00604      SKIP1
00605 *    EACH PARCEL STARTS ITS OWN WORKSHEET PAGE.
00606  B100-HEADING.
00607      ADD +1 TO PAGE-CNT.
00608      MOVE PAGE-CNT TO HD-PAGE.
00609      MOVE PM-VOL         TO PL-VOL.
00610      MOVE PM-PROP        TO PL-PROP.
00611      MOVE PM-TXCD        TO PL-TXCD.
00612      MOVE W-BILL-YEAR    TO PL-BILL-YEAR.
00613      MOVE W-OWNER-NAME   TO PL-NAME.
00614      MOVE W-ASSD-VAL     TO PL-ASSD-VAL.
00615      MOVE W-BKTX-PCT     TO PL-BKTX-PCT.
00616      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00617      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00618      WRITE PRINT-REC FROM PARCEL-LINE-1 AFTER ADVANCING 2.
00619      WRITE PRINT-REC FROM PARCEL-LINE-2 AFTER ADVANCING 1.
00620      WRITE PRINT-REC FROM PARCEL-LINE-3 AFTER ADVANCING 1.
00621      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00622      MOVE +10 TO LINE-CNT.
00623  B100-EXIT. EXIT.
