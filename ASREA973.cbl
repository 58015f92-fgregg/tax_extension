00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA973.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. WHEN A PUBLIC BODY ACQUIRES A PARCEL DURING THE YEAR
00007 *         THE PROPERTY MASTER CARRIES THE ACQUIRING AGENCY (AQ1),
00008 *         THE ACQUISITION DATE, DOCKET, EXEMPT BALANCE PERCENT
00009 *         AND NEW ASSESSED VALUE (AQ2) AND ANY CONDEMNATION CASE
00010 *         (C), BUT THE TAXABLE PORTION FOR THE YEAR OF
00011 *         ACQUISITION WAS FIGURED BY HAND.  THIS PROGRAM PRORATES
00012 *         EVERY AQ2 ACQUISITION DATED IN THE TAX YEAR ON THE
00013 *         CONTROL CARD. THE VALUE RETAINED BY THE OWNER (THE AQ2
00014 *         NEW ASSESSED VALUE, OR FAILING THAT THE ASSESSED VALUE
00015 *         LESS THE EXEMPT BALANCE PERCENT) STAYS TAXABLE ALL
00016 *         YEAR; THE ACQUIRED PORTION IS TAXABLE ONLY FOR THE DAYS
00017 *         OF THE YEAR BEFORE THE ACQUISITION DATE.  THE PRORATED
00018 *         TAX IS THE BILLED TAX (PM-TOTTX) IN PROPORTION TO THE
00019 *         PRORATED ASSESSED VALUE.  THE LISTING IS SORTED BY
00020 *         ACQUIRING AGENCY AND DOCKET NUMBER FOR THE CONDEMNATION
00021 *         COURT, WITH THE CONDEMNATION CASE AND COURT TAX AMOUNT
00022 *         ALONGSIDE.  AN ACQUISITION RECORDED (PM-ACQ-UPD-DATE, OR
00023 *         THE ACQUISITION DATE WHEN NO UPDATE DATE IS CARRIED)
00024 *         AFTER THE BILL DATE ON THE CONTROL CARD ALSO GENERATES
00025 *         AN ASCOEWRKR1 WORK RECORD, NUMBERED FROM THE STARTING
00026 *         CERTIFICATE NUMBER ON THE CONTROL CARD.
0026A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0026B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0026C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0026D *         YEAR TAKES THE CYCLE YEAR.
00027      SKIP2
00028  ENVIRONMENT DIVISION.
00029  CONFIGURATION SECTION.
00030  SOURCE-COMPUTER. IBM-370.
00031  OBJECT-COMPUTER. IBM-370.
00032      SKIP1
00033  INPUT-OUTPUT SECTION.
00034  FILE-CONTROL.
00035      SELECT CNTRL-FILE    ASSIGN TO UT-S-CNTRLFLE.
00036      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00037      SELECT COEWORK-FILE  ASSIGN TO UT-S-COEWORK.
00038      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00039      SELECT ACQ-SORT      ASSIGN TO UT-S-SORTWK.
00040      SKIP2
00041  DATA DIVISION.
00042  FILE SECTION.
00043      SKIP1
00044  FD  CNTRL-FILE
00045      BLOCK  CONTAINS 0 RECORDS
00046      RECORD CONTAINS 80 CHARACTERS
00047      RECORDING MODE IS F
00048      LABEL  RECORDS ARE STANDARD
00049      DATA RECORD IS CNTRL-REC.
00050  01  CNTRL-REC.
00051      05  CC-TAX-YEAR         PIC 9(4).
00052      05  CC-BILL-DATE        PIC 9(8).
00053      05  CC-CERT-START       PIC 9(7).
00054      05  FILLER              PIC X(61).
00055      SKIP2
00056  FD  PROP-MASTER
00057      BLOCK  CONTAINS 0 CHARACTERS
00058      RECORD CONTAINS 29 TO 1275 CHARACTERS
00059      RECORDING MODE IS S
00060      LABEL  RECORDS ARE STANDARD
00061      DATA RECORD IS PM-REC.
00062  01  PM-REC.
00063  COPY PROPMSRD01.
00064      SKIP2
00065  FD  COEWORK-FILE
00066      BLOCK  CONTAINS 0 CHARACTERS
00067      RECORD CONTAINS 80 TO 26580 CHARACTERS
00068      RECORDING MODE IS V
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS COE-WORK-REC.
00071  01  COE-WORK-REC.
00072  COPY ASCOEWRKR1.
00073      SKIP2
00074  FD  PRINT-FILE
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 133 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD.
00079      SKIP1
00080  01  PRINT-REC               PIC X(133).
00081      SKIP2
00082  SD  ACQ-SORT
00083      DATA RECORD IS SORT-REC.
00084  01  SORT-REC.
00085      05  SR-AGENCY           PIC X(25).
00086      05  SR-DKTNO            PIC 9(9).
00087      05  SR-VOL              PIC 9(3).
00088      05  SR-PROP             PIC 9(15).
00089      05  SR-TXCD             PIC 9(5).
00090      05  SR-NAME             PIC X(22).
00091      05  SR-ACQ-DATE         PIC 9(8).
00092      05  SR-UPD-DATE         PIC 9(8).
00093      05  SR-DAYS             PIC 9(3).
00094      05  SR-YEAR-DAYS        PIC 9(3).
00095      05  SR-BALPCT           PIC 9(3).
00096      05  SR-ORIG-AV          PIC S9(9)     COMP-3.
00097      05  SR-RETAIN-AV        PIC S9(9)     COMP-3.
00098      05  SR-PRO-AV           PIC S9(9)     COMP-3.
00099      05  SR-TXRAT            PIC S99V999   COMP-3.
00100      05  SR-ORIG-TAX         PIC S9(9)V99  COMP-3.
00101      05  SR-PRO-TAX          PIC S9(9)V99  COMP-3.
00102      05  SR-CNDM-CSNO        PIC X(9).
00103      05  SR-CNDM-TAX         PIC S9(7)V99  COMP-3.
00104      05  SR-COE-SW           PIC X.
00105          88  SR-AFTER-BILLING              VALUE 'Y'.
00106      SKIP2
00107  WORKING-STORAGE SECTION.
00108      SKIP1
00109  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00110  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00111      SKIP1
00112  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00113      88  END-OF-PM-FILE                   VALUE 'Y'.
00114  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00115      88  END-OF-SORT-FILE                 VALUE 'Y'.
00116      SKIP1
00117  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00118  77  ACQ-SEG-CNT       COMP-3  PIC S9(7)  VALUE +0.
00119  77  PRIOR-YEAR-CNT    COMP-3  PIC S9(7)  VALUE +0.
00120  77  LATER-YEAR-CNT    COMP-3  PIC S9(7)  VALUE +0.
00121  77  BAD-DATE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00122  77  PRORATED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00123  77  COE-CNT           COMP-3  PIC S9(7)  VALUE +0.
00124  77  AGENCY-CNT        COMP-3  PIC S9(5)  VALUE +0.
00125      SKIP1
00126  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00127  77  W-CERT-NO         COMP-3  PIC S9(7)  VALUE +0.
00128  77  W-TAX-YEAR                PIC 9(4)   VALUE ZERO.
00129  77  W-BILL-DATE               PIC 9(8)   VALUE ZERO.
00130  77  W-YEAR-START      COMP-3  PIC S9(7)  VALUE +0.
00131  77  W-YEAR-DAYS       COMP-3  PIC S9(3)  VALUE +0.
00132  77  W-ACQ-INT         COMP-3  PIC S9(7)  VALUE +0.
00133  77  W-NEXT-JAN1               PIC 9(8)   VALUE ZERO.
00134  77  W-AGENCY                  PIC X(25)  VALUE SPACES.
00135  77  W-PM-NAME                 PIC X(22)  VALUE SPACES.
00136  77  W-CNDM-CSNO               PIC X(9)   VALUE SPACES.
00137  77  W-CNDM-TAX        COMP-3  PIC S9(7)V99 VALUE +0.
00138  77  W-ACQUIRED-AV     COMP-3  PIC S9(9)  VALUE +0.
00139      SKIP1
0139A  01  CYCLK-AREA.
0139B  COPY DPCYCLKR1.
0139C      SKIP1
00140  01  W-RUN-DATE                PIC X(8).
00141  01  W-JAN1                    PIC 9(8).
00142  01  W-JAN1-X REDEFINES W-JAN1.
00143      05  W-JAN1-CCYY           PIC 9(4).
00144      05  W-JAN1-MMDD           PIC 9(4).
00145  01  W-0MMDDYY                 PIC 9(7).
00146  01  W-0MMDDYY-X REDEFINES W-0MMDDYY.
00147      05  FILLER                PIC 9.
00148      05  W-IN-MM               PIC 99.
00149      05  W-IN-DD               PIC 99.
00150      05  W-IN-YY               PIC 99.
00151  01  W-CCYYMMDD                PIC 9(8).
00152  01  W-CCYYMMDD-X REDEFINES W-CCYYMMDD.
00153      05  W-CCYY                PIC 9(4).
00154      05  W-MM                  PIC 99.
00155      05  W-DD                  PIC 99.
00156  01  W-ACQ-DATE                PIC 9(8).
00157  01  W-ACQ-DATE-X REDEFINES W-ACQ-DATE.
00158      05  W-ACQ-CCYY            PIC 9(4).
00159      05  FILLER                PIC 9(4).
00160  01  W-UPD-DATE                PIC 9(8).
00161      SKIP1
00162  01  HOLD-AGENCY               PIC X(25)  VALUE SPACES.
00163  01  HOLD-DKTNO                PIC 9(9)   VALUE ZERO.
00164  01  DOCKET-TOTALS.
00165      05  DT-PARCELS    COMP-3  PIC S9(5).
00166      05  DT-ORIG-TAX   COMP-3  PIC S9(11)V99.
00167      05  DT-PRO-TAX    COMP-3  PIC S9(11)V99.
00168  01  AGENCY-TOTALS.
00169      05  AT-PARCELS    COMP-3  PIC S9(5).
00170      05  AT-ORIG-TAX   COMP-3  PIC S9(11)V99.
00171      05  AT-PRO-TAX    COMP-3  PIC S9(11)V99.
00172  01  FINAL-TOTALS.
00173      05  FT-PARCELS    COMP-3  PIC S9(7)      VALUE +0.
00174      05  FT-ORIG-TAX   COMP-3  PIC S9(11)V99  VALUE +0.
00175      05  FT-PRO-TAX    COMP-3  PIC S9(11)V99  VALUE +0.
00176      SKIP1
00177  01  ACPT-DATE                  PIC 9(6).
00178  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00179      05  ACPT-YR                PIC 99.
00180      05  ACPT-MO                PIC 99.
00181      05  ACPT-DA                PIC 99.
00182  01  DSP-DATE.
00183      05  DSP-MO                 PIC 99.
00184      05  FILLER                 PIC X      VALUE '/'.
00185      05  DSP-DA                 PIC 99.
00186      05  FILLER                 PIC X      VALUE '/'.
00187      05  DSP-YR                 PIC 99.
00188      SKIP1
00189  01  HEAD-A.
00190      05  FILLER          PIC X(3)   VALUE SPACES.
00191      05  HD-DATE         PIC X(8).
00192      05  FILLER          PIC X(44)  VALUE SPACES.
00193      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00194      05  FILLER          PIC X(44)  VALUE SPACES.
00195      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00196      05  HD-PAGE         PIC ZZ,ZZ9.
00197      SKIP1
00198  01  HEAD-B.
00199      05  FILLER          PIC X(3)   VALUE SPACES.
00200      05  FILLER          PIC X(8)   VALUE 'ASREA973'.
00201      05  FILLER          PIC X(18)  VALUE SPACES.
00202      05  FILLER          PIC X(47)  VALUE
00203          'ACQUISITION PRORATION FOR TAX YEAR'.
00204      05  HD-TAX-YEAR     PIC 9(4).
00205      SKIP1
00206  01  HEAD-C.
00207      05  FILLER          PIC X(3)   VALUE SPACES.
00208      05  FILLER          PIC X(18)  VALUE 'VOL PROPERTY NO.'.
00209      05  FILLER          PIC X(11)  VALUE 'ACQUIRED'.
00210      05  FILLER          PIC X(9)   VALUE 'DAYS'.
00211      05  FILLER          PIC X(13)  VALUE ' ASSESSED'.
00212      05  FILLER          PIC X(13)  VALUE ' RETAINED'.
00213      05  FILLER          PIC X(13)  VALUE ' PRORATED'.
00214      05  FILLER          PIC X(15)  VALUE '   BILLED TAX'.
00215      05  FILLER          PIC X(15)  VALUE ' PRORATED TAX'.
00216      05  FILLER          PIC X(10)  VALUE 'COND CASE'.
00217      05  FILLER          PIC X(13)  VALUE '    COURT TAX'.
00218      SKIP1
00219  01  AGENCY-LINE.
00220      05  FILLER          PIC X(3)   VALUE SPACES.
00221      05  FILLER          PIC X(18)  VALUE 'ACQUIRING AGENCY: '.
00222      05  AL-AGENCY       PIC X(25).
00223      SKIP1
00224  01  DOCKET-LINE.
00225      05  FILLER          PIC X(5)   VALUE SPACES.
00226      05  FILLER          PIC X(12)  VALUE 'DOCKET NO.: '.
00227      05  DL-DKTNO        PIC 9(9).
00228      SKIP1
00229  01  DETAIL-LINE.
00230      05  FILLER          PIC X(3)   VALUE SPACES.
00231      05  D-VOL           PIC 9(3).
00232      05  FILLER          PIC X      VALUE SPACES.
00233      05  D-PROP          PIC 9(15).
00234      05  FILLER          PIC X      VALUE SPACES.
00235      05  D-ACQ-DATE      PIC 9(8).
00236      05  FILLER          PIC X      VALUE SPACES.
00237      05  D-DAYS          PIC ZZ9.
00238      05  FILLER          PIC X      VALUE '/'.
00239      05  D-YEAR-DAYS     PIC 999.
00240      05  FILLER          PIC X      VALUE SPACES.
00241      05  D-ORIG-AV       PIC ZZZ,ZZZ,ZZ9.
00242      05  FILLER          PIC X(2)   VALUE SPACES.
00243      05  D-RETAIN-AV     PIC ZZZ,ZZZ,ZZ9.
00244      05  FILLER          PIC X(2)   VALUE SPACES.
00245      05  D-PRO-AV        PIC ZZZ,ZZZ,ZZ9.
00246      05  FILLER          PIC X(2)   VALUE SPACES.
00247      05  D-ORIG-TAX      PIC ZZZ,ZZZ,ZZ9.99.
00248      05  FILLER          PIC X      VALUE SPACES.
00249      05  D-PRO-TAX       PIC ZZZ,ZZZ,ZZ9.99.
00250      05  FILLER          PIC X      VALUE SPACES.
00251      05  D-CNDM-CSNO     PIC X(9).
00252      05  FILLER          PIC X      VALUE SPACES.
00253      05  D-CNDM-TAX      PIC Z,ZZZ,ZZ9.99.
00254      05  D-COE-FLAG      PIC X(4).
00255      SKIP1
00256  01  TOTAL-LINE.
00257      05  FILLER          PIC X(5)   VALUE SPACES.
00258      05  TL-TITLE        PIC X(20).
00259      05  TL-PARCELS      PIC ZZ,ZZ9.
00260      05  FILLER          PIC X(8)   VALUE ' PARCELS'.
00261      05  FILLER          PIC X(42)  VALUE SPACES.
00262      05  TL-ORIG-TAX     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00263      05  FILLER          PIC X      VALUE SPACES.
00264      05  TL-PRO-TAX      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00265      EJECT
00266  PROCEDURE DIVISION.
00267      SKIP1
00268  A010-HOUSEKEEPING.
00269      OPEN INPUT CNTRL-FILE.
00270      READ CNTRL-FILE AT END
00271          MOVE ZEROS TO CNTRL-REC.
0271A      MOVE 'ASREA973' TO CK-CALLER.
0271B      MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0271C      CALL 'DPRUN004' USING CYCLK-AREA.
0271D      MOVE CK-TAX-YEAR TO CC-TAX-YEAR.
00272      CLOSE CNTRL-FILE.
00273      IF CC-TAX-YEAR NOT NUMERIC
00274         OR CC-BILL-DATE NOT NUMERIC
00275         OR CC-CERT-START NOT NUMERIC
00276         OR CC-TAX-YEAR EQUAL ZERO
00277         OR CC-BILL-DATE EQUAL ZERO
00278          DISPLAY 'ASREA973 -- TAX YEAR, BILL DATE AND STARTING '
00279              'CERTIFICATE CARD MISSING OR INVALID'
00280          MOVE 16 TO RETURN-CODE
00281          STOP RUN.
00282      MOVE CC-TAX-YEAR   TO W-TAX-YEAR HD-TAX-YEAR.
00283      MOVE CC-BILL-DATE  TO W-BILL-DATE.
00284      MOVE CC-CERT-START TO W-CERT-NO.
00285      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00286      MOVE W-TAX-YEAR TO W-JAN1-CCYY.
00287      MOVE 0101       TO W-JAN1-MMDD.
00288      COMPUTE W-YEAR-START = FUNCTION INTEGER-OF-DATE (W-JAN1).
00289      COMPUTE W-NEXT-JAN1 = W-JAN1 + 10000.
00290      COMPUTE W-YEAR-DAYS =
00291          FUNCTION INTEGER-OF-DATE (W-NEXT-JAN1) - W-YEAR-START.
00292      ACCEPT ACPT-DATE FROM DATE.
00293      MOVE ACPT-MO TO DSP-MO.
00294      MOVE ACPT-DA TO DSP-DA.
00295      MOVE ACPT-YR TO DSP-YR.
00296      MOVE DSP-DATE TO HD-DATE.
00297      SORT ACQ-SORT
00298          ON ASCENDING KEY SR-AGENCY SR-DKTNO SR-VOL SR-PROP
00299          INPUT  PROCEDURE IS B010-INPUT-PASS
00300          OUTPUT PROCEDURE IS C010-REPORT-PASS.
00301      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00302          PM-IN-CNT.
00303      DISPLAY 'TOTAL AQ2 ACQUISITION SEGMENTS.......: '
00304          ACQ-SEG-CNT.
00305      DISPLAY 'TOTAL ACQUIRED BEFORE THE TAX YEAR...: '
00306          PRIOR-YEAR-CNT.
00307      DISPLAY 'TOTAL ACQUIRED AFTER THE TAX YEAR....: '
00308          LATER-YEAR-CNT.
00309      DISPLAY 'TOTAL ACQUISITION DATES INVALID......: '
00310          BAD-DATE-CNT.
00311      DISPLAY 'TOTAL ACQUISITIONS PRORATED..........: '
00312          PRORATED-CNT.
00313      DISPLAY 'TOTAL ACQUIRING AGENCIES.............: '
00314          AGENCY-CNT.
00315      DISPLAY 'TOTAL C OF E WORK RECORDS WRITTEN....: '
00316          COE-CNT.
00317      IF BAD-DATE-CNT GREATER THAN +0
00318          MOVE 8 TO RETURN-CODE
00319      ELSE
00320          IF COE-CNT GREATER THAN +0
00321              MOVE 4 TO RETURN-CODE.
00322      STOP RUN.
00323      SKIP1
00324  A090-WINDOW-DATE.
00325      MOVE W-IN-MM TO W-MM.
00326      MOVE W-IN-DD TO W-DD.
00327      IF W-IN-YY LESS THAN 50
00328          COMPUTE W-CCYY = 2000 + W-IN-YY
00329      ELSE
00330          COMPUTE W-CCYY = 1900 + W-IN-YY.
00331  A090-EXIT. EXIT.
00332      SKIP2
00333  B010-INPUT-PASS SECTION.
00334      SKIP1
00335  B020-OPEN-INPUT.
00336      OPEN INPUT PROP-MASTER.
00337      PERFORM B030-READ-PM THRU B030-EXIT
00338          UNTIL END-OF-PM-FILE.
00339      CLOSE PROP-MASTER.
00340      GO TO B090-EXIT.
00341      SKIP1
00342  B030-READ-PM.
00343      READ PROP-MASTER AT END
00344          MOVE 'Y' TO PM-EOF-SW
00345          GO TO B030-EXIT.
00346      ADD +1 TO PM-IN-CNT.
00347      IF NOT SEGMENTS-PRESENT
00348          GO TO B030-EXIT.
00349      MOVE SPACES TO W-AGENCY W-PM-NAME W-CNDM-CSNO.
00350      MOVE ZEROS  TO W-CNDM-TAX.
00351      PERFORM B040-SCAN-NAME-CNDM THRU B040-EXIT
00352          VARYING SEG-SUB FROM +1 BY +1
00353          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00354      PERFORM B050-SCAN-ACQUISITION THRU B050-EXIT
00355          VARYING SEG-SUB FROM +1 BY +1
00356          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00357  B030-EXIT. EXIT.
00358      SKIP1
00359  B040-SCAN-NAME-CNDM.
00360      IF NAME-TYPE-CODE (SEG-SUB)
00361       AND W-PM-NAME EQUAL SPACES
00362          MOVE PM-NAME (SEG-SUB) TO W-PM-NAME.
00363      IF CONDEMNATION-SEGMENT (SEG-SUB)
00364       AND W-CNDM-CSNO EQUAL SPACES
00365          MOVE PM-CNDM-CSNO (SEG-SUB)    TO W-CNDM-CSNO
00366          MOVE PM-CNDM-TAX-AMT (SEG-SUB) TO W-CNDM-TAX.
00367  B040-EXIT. EXIT.
00368      SKIP1
00369  B050-SCAN-ACQUISITION.
00370      IF ACQUISITION-SEGMENT1 (SEG-SUB)
00371          MOVE PM-ACQSN-AGCY (SEG-SUB) TO W-AGENCY
00372          GO TO B050-EXIT.
00373      IF NOT ACQUISITION-SEGMENT2 (SEG-SUB)
00374          GO TO B050-EXIT.
00375      ADD +1 TO ACQ-SEG-CNT.
00376      MOVE PM-ACQSN-DATE (SEG-SUB) TO W-0MMDDYY.
00377      IF W-IN-MM LESS THAN 01 OR W-IN-MM GREATER THAN 12
00378         OR W-IN-DD LESS THAN 01 OR W-IN-DD GREATER THAN 31
00379          ADD +1 TO BAD-DATE-CNT
00380          DISPLAY 'ASREA973 -- INVALID ACQUISITION DATE '
00381              W-0MMDDYY ' ON ' PM-VOL '-' PM-PROP
00382          GO TO B050-EXIT.
00383      PERFORM A090-WINDOW-DATE THRU A090-EXIT.
00384      MOVE W-CCYYMMDD TO W-ACQ-DATE.
00385      IF W-ACQ-CCYY LESS THAN W-TAX-YEAR
00386          ADD +1 TO PRIOR-YEAR-CNT
00387          GO TO B050-EXIT.
00388      IF W-ACQ-CCYY GREATER THAN W-TAX-YEAR
00389          ADD +1 TO LATER-YEAR-CNT
00390          GO TO B050-EXIT.
00391      MOVE W-ACQ-DATE TO W-UPD-DATE.
00392      MOVE PM-ACQ-UPD-DATE (SEG-SUB) TO W-0MMDDYY.
00393      IF W-IN-MM NOT LESS THAN 01 AND W-IN-MM NOT GREATER THAN 12
00394       AND W-IN-DD NOT LESS THAN 01 AND W-IN-DD NOT GREATER THAN 31
00395          PERFORM A090-WINDOW-DATE THRU A090-EXIT
00396          MOVE W-CCYYMMDD TO W-UPD-DATE.
00397      PERFORM B060-PRORATE THRU B060-EXIT.
00398  B050-EXIT. EXIT.
00399      SKIP1
00400  B060-PRORATE.
00401      MOVE SPACES          TO SORT-REC.
00402      IF W-AGENCY EQUAL SPACES
00403          MOVE '(AGENCY NOT ON AQ1)' TO SR-AGENCY
00404      ELSE
00405          MOVE W-AGENCY    TO SR-AGENCY.
00406      MOVE PM-ACQSN-DKTNO (SEG-SUB)  TO SR-DKTNO.
00407      MOVE PM-VOL          TO SR-VOL.
00408      MOVE PM-PROP         TO SR-PROP.
00409      MOVE PM-TXCD         TO SR-TXCD.
00410      MOVE W-PM-NAME       TO SR-NAME.
00411      MOVE W-ACQ-DATE      TO SR-ACQ-DATE.
00412      MOVE W-UPD-DATE      TO SR-UPD-DATE.
00413      MOVE PM-ACQSN-BALPCT (SEG-SUB) TO SR-BALPCT.
00414      MOVE W-CNDM-CSNO     TO SR-CNDM-CSNO.
00415      MOVE W-CNDM-TAX      TO SR-CNDM-TAX.
00416      COMPUTE W-ACQ-INT = FUNCTION INTEGER-OF-DATE (W-ACQ-DATE).
00417      COMPUTE SR-DAYS = W-ACQ-INT - W-YEAR-START.
00418      MOVE W-YEAR-DAYS     TO SR-YEAR-DAYS.
00419      IF TAX-INFO-PRESENT
00420          MOVE PM-ASSDVAL (1) TO SR-ORIG-AV
00421          MOVE PM-TXRAT (1)   TO SR-TXRAT
00422          MOVE PM-TOTTX (1)   TO SR-ORIG-TAX
00423      ELSE
00424          MOVE ZEROS TO SR-ORIG-AV SR-TXRAT SR-ORIG-TAX.
00425      IF PM-ACQSN-NWASSV (SEG-SUB) GREATER THAN ZERO
00426          MOVE PM-ACQSN-NWASSV (SEG-SUB) TO SR-RETAIN-AV
00427      ELSE
00428          IF SR-BALPCT GREATER THAN ZERO
00429           AND SR-BALPCT LESS THAN 100
00430              COMPUTE SR-RETAIN-AV ROUNDED =
00431                  SR-ORIG-AV * (100 - SR-BALPCT) / 100
00432          ELSE
00433              MOVE ZEROS TO SR-RETAIN-AV.
00434      IF SR-RETAIN-AV GREATER THAN SR-ORIG-AV
00435          MOVE SR-ORIG-AV TO SR-RETAIN-AV.
00436      COMPUTE W-ACQUIRED-AV = SR-ORIG-AV - SR-RETAIN-AV.
00437      COMPUTE SR-PRO-AV ROUNDED = SR-RETAIN-AV
00438          + W-ACQUIRED-AV * SR-DAYS / SR-YEAR-DAYS.
00439      IF SR-ORIG-AV GREATER THAN ZERO
00440          COMPUTE SR-PRO-TAX ROUNDED =
00441              SR-ORIG-TAX * SR-PRO-AV / SR-ORIG-AV
00442      ELSE
00443          MOVE ZEROS TO SR-PRO-TAX.
00444      IF SR-UPD-DATE GREATER THAN W-BILL-DATE
00445          MOVE 'Y' TO SR-COE-SW
00446      ELSE
00447          MOVE 'N' TO SR-COE-SW.
00448      ADD +1 TO PRORATED-CNT.
00449      RELEASE SORT-REC.
00450  B060-EXIT. EXIT.
00451      SKIP1
00452  B090-EXIT. EXIT.
00453      SKIP2
00454  C010-REPORT-PASS SECTION.
00455      SKIP1
00456  C020-OPEN-OUTPUT.
00457      OPEN OUTPUT COEWORK-FILE, PRINT-FILE.
00458      PERFORM D010-HEADING THRU D010-EXIT.
00459      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00460      IF END-OF-SORT-FILE
00461          MOVE SPACES TO AL-AGENCY
00462          MOVE 'NO ACQUISITIONS IN TAX YEAR' TO AL-AGENCY
00463          WRITE PRINT-REC FROM AGENCY-LINE AFTER ADVANCING 2
00464          GO TO C080-WRAP-UP.
00465      PERFORM C045-AGENCY-START THRU C045-EXIT.
00466      PERFORM C046-DOCKET-START THRU C046-EXIT.
00467      PERFORM C040-LIST-ACQUISITION THRU C040-EXIT
00468          UNTIL END-OF-SORT-FILE.
00469      PERFORM C060-DOCKET-BREAK THRU C060-EXIT.
00470      PERFORM C065-AGENCY-BREAK THRU C065-EXIT.
00471      MOVE 'COUNTY TOTAL'  TO TL-TITLE.
00472      MOVE FT-PARCELS      TO TL-PARCELS.
00473      MOVE FT-ORIG-TAX     TO TL-ORIG-TAX.
00474      MOVE FT-PRO-TAX      TO TL-PRO-TAX.
00475      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00476      SKIP1
00477  C080-WRAP-UP.
00478      CLOSE COEWORK-FILE, PRINT-FILE.
00479      GO TO C090-EXIT.
00480      SKIP1
00481  C030-RETURN-SORT.
00482      RETURN ACQ-SORT AT END
00483          MOVE 'Y' TO SORT-EOF-SW.
00484  C030-EXIT. EXIT.
00485      SKIP1
00486  C040-LIST-ACQUISITION.
00487      IF SR-AGENCY NOT EQUAL HOLD-AGENCY
00488          PERFORM C060-DOCKET-BREAK THRU C060-EXIT
00489          PERFORM C065-AGENCY-BREAK THRU C065-EXIT
00490          PERFORM C045-AGENCY-START THRU C045-EXIT
00491          PERFORM C046-DOCKET-START THRU C046-EXIT
00492      ELSE
00493          IF SR-DKTNO NOT EQUAL HOLD-DKTNO
00494              PERFORM C060-DOCKET-BREAK THRU C060-EXIT
00495              PERFORM C046-DOCKET-START THRU C046-EXIT.
00496      MOVE SR-VOL          TO D-VOL.
00497      MOVE SR-PROP         TO D-PROP.
00498      MOVE SR-ACQ-DATE     TO D-ACQ-DATE.
00499      MOVE SR-DAYS         TO D-DAYS.
00500      MOVE SR-YEAR-DAYS    TO D-YEAR-DAYS.
00501      MOVE SR-ORIG-AV      TO D-ORIG-AV.
00502      MOVE SR-RETAIN-AV    TO D-RETAIN-AV.
00503      MOVE SR-PRO-AV       TO D-PRO-AV.
00504      MOVE SR-ORIG-TAX     TO D-ORIG-TAX.
00505      MOVE SR-PRO-TAX      TO D-PRO-TAX.
00506      MOVE SR-CNDM-CSNO    TO D-CNDM-CSNO.
00507      MOVE SR-CNDM-TAX     TO D-CNDM-TAX.
00508      IF SR-AFTER-BILLING
00509          MOVE ' COE' TO D-COE-FLAG
00510          PERFORM C070-WRITE-COE THRU C070-EXIT
00511      ELSE
00512          MOVE SPACES TO D-COE-FLAG.
00513      IF LINE-CNT GREATER THAN +57
00514          PERFORM D010-HEADING THRU D010-EXIT.
00515      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00516      ADD +1 TO LINE-CNT.
00517      ADD +1 TO DT-PARCELS.
00518      ADD SR-ORIG-TAX TO DT-ORIG-TAX.
00519      ADD SR-PRO-TAX  TO DT-PRO-TAX.
00520      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00521  C040-EXIT. EXIT.
00522      SKIP1
00523  C045-AGENCY-START.
00524      MOVE SR-AGENCY TO HOLD-AGENCY AL-AGENCY.
00525      INITIALIZE AGENCY-TOTALS.
00526      ADD +1 TO AGENCY-CNT.
00527      IF LINE-CNT GREATER THAN +54
00528          PERFORM D010-HEADING THRU D010-EXIT.
00529      WRITE PRINT-REC FROM AGENCY-LINE AFTER ADVANCING 2.
00530      ADD +2 TO LINE-CNT.
00531  C045-EXIT. EXIT.
00532      SKIP1
00533  C046-DOCKET-START.
00534      MOVE SR-DKTNO TO HOLD-DKTNO DL-DKTNO.
00535      INITIALIZE DOCKET-TOTALS.
00536      IF LINE-CNT GREATER THAN +55
00537          PERFORM D010-HEADING THRU D010-EXIT.
00538      WRITE PRINT-REC FROM DOCKET-LINE AFTER ADVANCING 2.
00539      ADD +2 TO LINE-CNT.
00540  C046-EXIT. EXIT.
00541      SKIP1
00542  C060-DOCKET-BREAK.
00543      MOVE 'DOCKET TOTAL'  TO TL-TITLE.
00544      MOVE DT-PARCELS      TO TL-PARCELS.
00545      MOVE DT-ORIG-TAX     TO TL-ORIG-TAX.
00546      MOVE DT-PRO-TAX      TO TL-PRO-TAX.
00547      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00548      ADD DT-PARCELS  TO AT-PARCELS.
00549      ADD DT-ORIG-TAX TO AT-ORIG-TAX.
00550      ADD DT-PRO-TAX  TO AT-PRO-TAX.
00551  C060-EXIT. EXIT.
00552      SKIP1
00553  C065-AGENCY-BREAK.
00554      MOVE 'AGENCY TOTAL'  TO TL-TITLE.
00555      MOVE AT-PARCELS      TO TL-PARCELS.
00556      MOVE AT-ORIG-TAX     TO TL-ORIG-TAX.
00557      MOVE AT-PRO-TAX      TO TL-PRO-TAX.
00558      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00559      ADD AT-PARCELS  TO FT-PARCELS.
00560      ADD AT-ORIG-TAX TO FT-ORIG-TAX.
00561      ADD AT-PRO-TAX  TO FT-PRO-TAX.
00562  C065-EXIT. EXIT.
00563      SKIP1
00564  C070-WRITE-COE.
00565      ADD +1 TO COE-CNT.
00566      MOVE 001            TO C500-SEGCTR.
00567      MOVE SPACES         TO C500-COFEACTION (1).
00568      MOVE ZEROS          TO C500-TOWN.
00569      MOVE SR-VOL         TO C500-VOL.
00570      MOVE SR-PROP        TO C500-PROP.
00571      MOVE W-RUN-DATE (3:2) TO C500-PROCYR.
00572      MOVE W-TAX-YEAR (3:2) TO C500-TXYR.
00573      MOVE 0              TO C500-TXTYP.
00574      MOVE 0              TO C500-TXSTAT.
00575      MOVE ZEROS          TO C500-BACLS.
00576      MOVE 0              TO C500-AS1ACT C500-AS2ACT C500-BAACT.
00577      MOVE ZEROS          TO C500-BALAND C500-BAIMP C500-BATOT.
00578      MOVE W-CERT-NO      TO C500-BACERTNO.
00579      ADD +1              TO W-CERT-NO.
00580      MOVE ZEROS          TO C500-ISSDTE C500-CTLNUM.
00581      MOVE 'ACQPRORT'     TO C500-ISSBY.
00582      MOVE ZEROS          TO C500-OCCFAC C500-PROFCTR
00583                             C500-EQVAL.
00584      MOVE 001            TO C500-ACTNO (1).
00585      MOVE 01             TO C500-TYPE (1).
00586      MOVE 0              TO C500-STAT (1).
00587      MOVE 02             TO C500-REASON (1).
00588      MOVE 0              TO C500-PRTIND (1).
00589      MOVE 0              TO C500-ADJIND (1).
00590      MOVE SR-TXCD        TO C500-TXCD (1).
00591      MOVE SR-TXRAT       TO C500-TXRTE (1).
00592      MOVE SR-ORIG-TAX    TO C500-AMTDUE (1).
00593      MOVE ZEROS          TO C500-AMTPD (1).
00594      MOVE SR-NAME        TO C500-APPLNAME (1).
00595      MOVE ZEROS          TO C500-ZIP (1).
00596      MOVE ZEROS          TO C500-ASSCERTVALS (1)
00597                             C500-ASSRECVALS (1)
00598                             C500-ADJVALS (1).
00599      MOVE SR-ORIG-AV     TO C500-CASSVAL (1).
00600      MOVE SR-PRO-AV      TO C500-RASSVAL (1).
00601      MOVE SR-PRO-TAX     TO C500-RTXAMT (1).
00602      WRITE COE-WORK-REC.
00603  C070-EXIT. EXIT.
00604      SKIP1
00605  D010-HEADING.
00606      ADD +1 TO PAGE-CNT.
00607      MOVE PAGE-CNT TO HD-PAGE.
00608      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00609      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00610      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00611      MOVE +6 TO LINE-CNT.
00612  D010-EXIT. EXIT.
00613      SKIP1
00614  D020-PRINT-TOTAL.
00615      IF LINE-CNT GREATER THAN +56
00616          PERFORM D010-HEADING THRU D010-EXIT.
00617      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00618      ADD +2 TO LINE-CNT.
00619  D020-EXIT. EXIT.
00620      SKIP1
00621  C090-EXIT. EXIT.
