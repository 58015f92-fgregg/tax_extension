00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA989.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. INCENTIVE CLASSIFICATION FORECAST.  THE INCENTIVE MASTER
00007 *         (ASINCVMR1, MAINTAINED BY ASREA988) IS MATCHED TO THE
00008 *         TAX TYPE 0 RECORDS OF THE EQUALIZED VALUE FILE.  FOR
00009 *         EVERY ACTIVE INCENTIVE THE ASSESSMENT LEVEL OF THE TAX
00010 *         YEAR IS COMPARED WITH THE LEVEL OF THE FOLLOWING YEAR
00011 *         FROM THE STEP SCHEDULE; A YEAR PAST THE END YEAR IS AT
00012 *         THE FULL LEVEL FOR COMMERCIAL AND INDUSTRIAL PROPERTY.
00013 *         A PARCEL WHOSE LEVEL CHANGES IS LISTED AS STEPPING UP OR
00014 *         EXPIRING, WITH ITS FORECAST CHANGE IN EQUALIZED VALUE,
00015 *         AND THE CHANGE IS SPREAD TO EVERY AGENCY ON ITS TAX CODE
00016 *         (TAXCODERD2 AGENCY LIST).  AN AGENCY SUMMARY FOLLOWS THE
00017 *         PARCEL LISTING.  AN EXPIRED OR TERMINATED INCENTIVE
00018 *         WHOSE PARCEL STILL CARRIES AN INCENTIVE CLASS (600-899)
00019 *         ON THE EQUALIZED FILE IS FLAGGED FOR RECLASSIFICATION,
00020 *         AS ARE SEEDED PARCELS WITH NO START YEAR AND ACTIVE
00021 *         INCENTIVES NOT ON THE EQUALIZED FILE.  THE CONTROL CARD
00022 *         CARRIES THE TAX YEAR IN COLUMNS 1-4 AND THE FULL LEVEL
00023 *         PERCENT IN COLUMNS 5-6 (25 IF BLANK).
0023A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0023B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0023C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0023D *         YEAR TAKES THE CYCLE YEAR.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00033      SELECT INCV-MASTER   ASSIGN TO UT-S-INCVMSTR.
00034      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00035      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00036      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00037      SKIP2
00038  DATA DIVISION.
00039  FILE SECTION.
00040      SKIP1
00041  FD  CONTROL-FILE
00042      BLOCK  CONTAINS 0 RECORDS
00043      RECORD CONTAINS 80 CHARACTERS
00044      RECORDING MODE IS F
00045      LABEL  RECORDS ARE STANDARD
00046      DATA RECORD IS CONTROL-REC.
00047  01  CONTROL-REC.
00048      05  CC-TAX-YEAR     PIC X(4).
00049      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00050                          PIC 9(4).
00051      05  CC-FULL-PCT     PIC X(2).
00052      05  CC-FULL-PCT-N REDEFINES CC-FULL-PCT
00053                          PIC 9(2).
00054      05  FILLER          PIC X(74).
00055      SKIP2
00056  FD  INCV-MASTER
00057      BLOCK  CONTAINS 0 RECORDS
00058      RECORD CONTAINS 100 CHARACTERS
00059      RECORDING MODE IS F
00060      LABEL  RECORDS ARE STANDARD
00061      DATA RECORD IS INCV-REC.
00062  01  INCV-REC.
00063  COPY ASINCVMR1.
00064      SKIP2
00065  FD  EQUAL-VALUE
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 115 CHARACTERS
00068      RECORDING MODE IS F
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS EQ-REC.
00071  01  EQ-REC.
00072  COPY EQVALRD01.
00073      SKIP2
00074  FD  TAXCODE-FILE
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 207 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD
00079      DATA RECORD IS TAXCODE-FILE-REC.
00080  01  TAXCODE-FILE-REC.
00081  COPY TAXCODERD2.
00082      SKIP2
00083  FD  PRINT-FILE
00084      BLOCK  CONTAINS 0 RECORDS
00085      RECORD CONTAINS 133 CHARACTERS
00086      RECORDING MODE IS F
00087      LABEL  RECORDS ARE STANDARD.
00088      SKIP1
00089  01  PRINT-REC               PIC X(133).
00090      SKIP2
00091  WORKING-STORAGE SECTION.
00092      SKIP1
00093  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00094  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00095      SKIP1
00096  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00097      88  END-OF-CTL-FILE                  VALUE 'Y'.
00098  77  INCV-EOF-SW               PIC X      VALUE 'N'.
00099      88  END-OF-INCV-FILE                 VALUE 'Y'.
00100  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00101      88  END-OF-EQ-FILE                   VALUE 'Y'.
00102  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00103  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00104      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00105      SKIP1
00106  77  INCV-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00107  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00108  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00109  77  ACTIVE-CNT        COMP-3  PIC S9(7)  VALUE +0.
00110  77  STEP-UP-CNT       COMP-3  PIC S9(7)  VALUE +0.
00111  77  EXPIRING-CNT      COMP-3  PIC S9(7)  VALUE +0.
00112  77  STILL-INCV-CNT    COMP-3  PIC S9(7)  VALUE +0.
00113  77  NO-START-CNT      COMP-3  PIC S9(7)  VALUE +0.
00114  77  NOT-ON-EQ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00115  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00116      SKIP1
00117  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00118  77  W-NEXT-YEAR               PIC 9(4)   VALUE ZEROS.
00119  77  W-FULL-PCT                PIC 9(2)   VALUE 25.
00120  77  W-LEVEL-YEAR              PIC 9(4)   VALUE ZEROS.
00121  77  W-LEVEL                   PIC 9(2)   VALUE ZEROS.
00122  77  W-CUR-LEVEL               PIC 9(2)   VALUE ZEROS.
00123  77  W-NEXT-LEVEL              PIC 9(2)   VALUE ZEROS.
00124  77  W-EAV-EFFECT      COMP-3  PIC S9(11) VALUE +0.
00125  77  W-STEP-UP-TOT     COMP-3  PIC S9(13) VALUE +0.
00126  77  W-EXPIRE-TOT      COMP-3  PIC S9(13) VALUE +0.
00127  77  ST-SUB            COMP-3  PIC S9(3)  VALUE +0.
00128      SKIP1
0128A  01  CYCLK-AREA.
0128B  COPY DPCYCLKR1.
0128C      SKIP1
00129  01  INCV-KEY                  PIC X(18).
00130  01  EQ-KEY                    PIC X(18).
00131  01  CK-NUM.
00132      05  CK-VOL                PIC 9(3).
00133      05  CK-PROP               PIC 9(15).
00134      SKIP1
00135  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00136  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00137  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00138  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00139  01  TAXCODE-TABLE.
00140      05  TC-ENTRY OCCURS 3000 TIMES.
00141          10  TC-CODE         PIC 9(5)  COMP-3.
00142          10  TC-AGENCY OCCURS 40 TIMES
00143                              PIC 9(9)  COMP-3.
00144      SKIP1
00145  77  AGT-CTR           COMP-3  PIC S9(5)  VALUE +0.
00146  77  AGT-SUB           COMP-3  PIC S9(5)  VALUE +0.
00147  77  AGT-FND           COMP-3  PIC S9(5)  VALUE +0.
00148  01  AGENCY-TOTAL-TABLE.
00149      05  AGT-ENTRY OCCURS 2000 TIMES.
00150          10  AGT-AGENCY      PIC 9(9)   COMP-3.
00151          10  AGT-STEP-EAV    PIC S9(13) COMP-3.
00152          10  AGT-EXPIRE-EAV  PIC S9(13) COMP-3.
00153          10  AGT-PCL-CNT     PIC S9(7)  COMP-3.
00154      SKIP1
00155  01  ACPT-DATE                  PIC 9(6).
00156  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00157      05  ACPT-YR                PIC 99.
00158      05  ACPT-MO                PIC 99.
00159      05  ACPT-DA                PIC 99.
00160  01  DSP-DATE.
00161      05  DSP-MO                 PIC 99.
00162      05  FILLER                 PIC X      VALUE '/'.
00163      05  DSP-DA                 PIC 99.
00164      05  FILLER                 PIC X      VALUE '/'.
00165      05  DSP-YR                 PIC 99.
00166      SKIP1
00167  01  HEAD-A.
00168      05  FILLER          PIC X(3)   VALUE SPACES.
00169      05  HD-DATE         PIC X(8).
00170      05  FILLER          PIC X(44)  VALUE SPACES.
00171      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00172      05  FILLER          PIC X(44)  VALUE SPACES.
00173      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00174      05  HD-PAGE         PIC ZZ,ZZ9.
00175      SKIP1
00176  01  HEAD-B.
00177      05  FILLER          PIC X(3)   VALUE SPACES.
00178      05  FILLER          PIC X(8)   VALUE 'ASREA989'.
00179      05  FILLER          PIC X(18)  VALUE SPACES.
00180      05  FILLER          PIC X(46)  VALUE
00181          'INCENTIVE CLASSIFICATION FORECAST - TAX YEAR'.
00182      05  FILLER          PIC X      VALUE SPACE.
00183      05  HD-TAX-YEAR     PIC 9(4).
00184      05  FILLER          PIC X(12)  VALUE '  FOR YEAR '.
00185      05  HD-NEXT-YEAR    PIC 9(4).
00186      SKIP1
00187  01  HEAD-C.
00188      05  FILLER          PIC X(3)   VALUE SPACES.
00189      05  FILLER          PIC X(5)   VALUE 'VOL'.
00190      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00191      05  FILLER          PIC X(7)   VALUE 'CODE'.
00192      05  FILLER          PIC X(5)   VALUE 'TYPE'.
00193      05  FILLER          PIC X(11)  VALUE 'TERM'.
00194      05  FILLER          PIC X(16)  VALUE '     CURRENT EAV'.
00195      05  FILLER          PIC X(9)   VALUE '  LEVELS'.
00196      05  FILLER          PIC X(17)  VALUE '   EAV EFFECT'.
00197      05  FILLER          PIC X(30)  VALUE 'DISPOSITION'.
00198      SKIP1
00199  01  DETAIL-LINE.
00200      05  FILLER          PIC X(3)   VALUE SPACES.
00201      05  D-VOL           PIC 9(3).
00202      05  FILLER          PIC X(2)   VALUE SPACES.
00203      05  D-PROP          PIC 9(15).
00204      05  FILLER          PIC X(2)   VALUE SPACES.
00205      05  D-TXCD          PIC X(5).
00206      05  FILLER          PIC X(2)   VALUE SPACES.
00207      05  D-TYPE          PIC XX.
00208      05  FILLER          PIC X(3)   VALUE SPACES.
00209      05  D-START-YEAR    PIC X(4).
00210      05  D-DASH          PIC X.
00211      05  D-END-YEAR      PIC X(4).
00212      05  FILLER          PIC X(2)   VALUE SPACES.
00213      05  D-EQ-VAL        PIC ZZ,ZZZ,ZZZ,ZZ9.
00214      05  FILLER          PIC X(3)   VALUE SPACES.
00215      05  D-CUR-LEVEL     PIC Z9.
00216      05  D-ARROW         PIC X(2).
00217      05  D-NEXT-LEVEL    PIC Z9.
00218      05  FILLER          PIC X(2)   VALUE SPACES.
00219      05  D-EFFECT        PIC ZZ,ZZZ,ZZZ,ZZ9-.
00220      05  FILLER          PIC X(2)   VALUE SPACES.
00221      05  D-MESSG         PIC X(40).
00222      SKIP1
00223  01  AGY-HEAD.
00224      05  FILLER          PIC X(3)   VALUE SPACES.
00225      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00226      05  FILLER          PIC X(10)  VALUE '  PARCELS'.
00227      05  FILLER          PIC X(19)  VALUE '      STEP-UP EAV'.
00228      05  FILLER          PIC X(19)  VALUE '     EXPIRING EAV'.
00229      05  FILLER          PIC X(19)  VALUE '    TOTAL EFFECT'.
00230      SKIP1
00231  01  AGY-LINE.
00232      05  FILLER          PIC X(3)   VALUE SPACES.
00233      05  A-AGENCY        PIC 9(9).
00234      05  FILLER          PIC X(2)   VALUE SPACES.
00235      05  A-PCL-CNT       PIC Z,ZZZ,ZZ9.
00236      05  FILLER          PIC X(2)   VALUE SPACES.
00237      05  A-STEP-EAV      PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00238      05  FILLER          PIC X(3)   VALUE SPACES.
00239      05  A-EXPIRE-EAV    PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00240      05  FILLER          PIC X(3)   VALUE SPACES.
00241      05  A-TOTAL-EAV     PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00242      EJECT
00243  PROCEDURE DIVISION.
00244      SKIP1
00245  A010-HOUSEKEEPING.
00246      OPEN INPUT  CONTROL-FILE, INCV-MASTER, EQUAL-VALUE,
00247                  TAXCODE-FILE
00248           OUTPUT PRINT-FILE.
00249      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00250      IF RETURN-CODE EQUAL 16
00251          CLOSE CONTROL-FILE, INCV-MASTER, EQUAL-VALUE,
00252                TAXCODE-FILE, PRINT-FILE
00253          STOP RUN.
00254      ACCEPT ACPT-DATE FROM DATE.
00255      MOVE ACPT-MO TO DSP-MO.
00256      MOVE ACPT-DA TO DSP-DA.
00257      MOVE ACPT-YR TO DSP-YR.
00258      MOVE DSP-DATE TO HD-DATE.
00259      MOVE W-TAX-YEAR  TO HD-TAX-YEAR.
00260      MOVE W-NEXT-YEAR TO HD-NEXT-YEAR.
00261      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00262          UNTIL END-OF-TXCD-FILE.
00263      PERFORM B100-HEADING THRU B100-EXIT.
00264      PERFORM A030-READ-INCV THRU A030-EXIT.
00265      PERFORM A040-READ-EQ THRU A040-EXIT.
00266      PERFORM A100-MATCH THRU A100-EXIT
00267          UNTIL END-OF-INCV-FILE.
00268      PERFORM B110-AGY-HEADING THRU B110-EXIT.
00269      PERFORM A400-PRINT-AGENCY THRU A400-EXIT
00270          VARYING AGT-SUB FROM +1 BY +1
00271          UNTIL AGT-SUB GREATER THAN AGT-CTR.
00272      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00273      DISPLAY 'FULL ASSESSMENT LEVEL PERCENT........: ' W-FULL-PCT.
00274      DISPLAY 'TOTAL TAX CODES LOADED...............: ' TC-CTR.
00275      DISPLAY 'TOTAL INCENTIVE RECORDS READ.........: '
00276          INCV-IN-CNT.
00277      DISPLAY 'TOTAL EQUALIZED VALUE RECORDS READ...: ' EQ-IN-CNT.
00278      DISPLAY 'TOTAL ACTIVE INCENTIVES..............: ' ACTIVE-CNT.
00279      DISPLAY 'TOTAL INCENTIVES STEPPING UP.........: '
00280          STEP-UP-CNT.
00281      DISPLAY 'TOTAL INCENTIVES EXPIRING............: '
00282          EXPIRING-CNT.
00283      DISPLAY 'TOTAL FORECAST STEP-UP EAV...........: '
00284          W-STEP-UP-TOT.
00285      DISPLAY 'TOTAL FORECAST EXPIRING EAV..........: '
00286          W-EXPIRE-TOT.
00287      DISPLAY 'TOTAL EXPIRED - STILL INCENTIVE CLASS: '
00288          STILL-INCV-CNT.
00289      DISPLAY 'TOTAL SEEDED - NO START YEAR.........: '
00290          NO-START-CNT.
00291      DISPLAY 'TOTAL ACTIVE - NOT ON EQUALIZED FILE.: '
00292          NOT-ON-EQ-CNT.
00293      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00294          BAD-CODE-CNT.
00295      IF RETURN-CODE LESS THAN 4
00296       AND (STILL-INCV-CNT GREATER THAN +0
00297         OR NO-START-CNT GREATER THAN +0
00298         OR NOT-ON-EQ-CNT GREATER THAN +0
00299         OR BAD-CODE-CNT GREATER THAN +0)
00300          MOVE 4 TO RETURN-CODE.
00301      CLOSE CONTROL-FILE, INCV-MASTER, EQUAL-VALUE, TAXCODE-FILE,
00302            PRINT-FILE.
00303      STOP RUN.
00304      SKIP1
00305  A012-READ-CONTROL.
00306      READ CONTROL-FILE AT END
00307          MOVE 'Y' TO CTL-EOF-SW.
0307A      MOVE 'ASREA989' TO CK-CALLER.
0307B      MOVE SPACES TO CK-CARD-YEAR.
0307C      IF NOT END-OF-CTL-FILE
0307D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0307E      CALL 'DPRUN004' USING CYCLK-AREA.
0307F      IF NOT END-OF-CTL-FILE
0307G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00308      IF END-OF-CTL-FILE
00309          OR CC-TAX-YEAR NOT NUMERIC
00310          OR CC-TAX-YEAR-N EQUAL ZERO
00311          DISPLAY 'ASREA989 -- TAX YEAR CONTROL CARD MISSING OR '
00312              'INVALID -- RUN STOPPED'
00313          MOVE 16 TO RETURN-CODE
00314          GO TO A012-EXIT.
00315      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00316      COMPUTE W-NEXT-YEAR = W-TAX-YEAR + 1.
00317      IF CC-FULL-PCT NUMERIC
00318       AND CC-FULL-PCT-N GREATER THAN ZERO
00319          MOVE CC-FULL-PCT-N TO W-FULL-PCT.
00320  A012-EXIT. EXIT.
00321      SKIP1
00322  A015-LOAD-TAXCODES.
00323      READ TAXCODE-FILE AT END
00324          MOVE 'Y' TO TXCD-EOF-SW
00325          GO TO A015-EXIT.
00326      ADD +1 TO TXCD-IN-CNT.
00327      IF TC-CTR LESS THAN +3000
00328          ADD +1 TO TC-CTR
00329          MOVE TR-TAX-CODE TO TC-CODE (TC-CTR)
00330          PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00331              VARYING SUB-AGY FROM +1 BY +1
00332              UNTIL SUB-AGY GREATER THAN +40
00333      ELSE
00334          DISPLAY 'ASREA989 -- TAX CODE TABLE FULL -- CODE '
00335              TR-TAX-CODE ' BYPASSED'.
00336  A015-EXIT. EXIT.
00337      SKIP1
00338  A017-MOVE-AGENCY.
00339      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00340  A017-EXIT. EXIT.
00341      SKIP1
00342  A030-READ-INCV.
00343      READ INCV-MASTER AT END
00344          MOVE 'Y' TO INCV-EOF-SW
00345          MOVE HIGH-VALUES TO INCV-KEY
00346          GO TO A030-EXIT.
00347      ADD +1 TO INCV-IN-CNT.
00348      MOVE IC-KEY TO INCV-KEY.
00349  A030-EXIT. EXIT.
00350      SKIP1
00351 *    ONLY TAX TYPE 0 RECORDS ARE MATCHED; THE OTHERS ARE PASSED
00352 *    OVER HERE.
00353  A040-READ-EQ.
00354      READ EQUAL-VALUE AT END
00355          MOVE 'Y' TO EQ-EOF-SW
00356          MOVE HIGH-VALUES TO EQ-KEY
00357          GO TO A040-EXIT.
00358      IF FIRST-EQ-REC-SW EQUAL 'Y'
00359          MOVE 'N' TO FIRST-EQ-REC-SW
00360          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00361              DISPLAY 'ASREA989 - VINTAGE HDR BYPASSED'
00362              GO TO A040-READ-EQ.
00363      ADD +1 TO EQ-IN-CNT.
00364      IF NOT EQ-CUR-TXTYP
00365          GO TO A040-READ-EQ.
00366      MOVE EQ-VOL  TO CK-VOL.
00367      MOVE EQ-PROP TO CK-PROP.
00368      MOVE CK-NUM  TO EQ-KEY.
00369  A040-EXIT. EXIT.
00370      SKIP1
00371 *    THE EQUALIZED FILE IS ADVANCED TO THE INCENTIVE PARCEL; A
00372 *    PARCEL WITH NO TAX TYPE 0 RECORD CAN ONLY BE FLAGGED.
00373  A100-MATCH.
00374      PERFORM A040-READ-EQ THRU A040-EXIT
00375          UNTIL EQ-KEY NOT LESS THAN INCV-KEY.
00376      MOVE SPACES TO DETAIL-LINE.
00377      MOVE IC-VOL       TO D-VOL.
00378      MOVE IC-PROP      TO D-PROP.
00379      MOVE IC-TXCD      TO D-TXCD.
00380      MOVE IC-INCV-TYPE TO D-TYPE.
00381      IF NOT IC-SEEDED
00382          MOVE IC-START-YEAR TO D-START-YEAR
00383          MOVE '-'           TO D-DASH
00384          MOVE IC-END-YEAR   TO D-END-YEAR.
00385      IF IC-SEEDED
00386          ADD +1 TO NO-START-CNT
00387          MOVE '** SEEDED - NO START YEAR' TO D-MESSG
00388          PERFORM A070-PRINT THRU A070-EXIT
00389          GO TO A100-NEXT.
00390      IF EQ-KEY NOT EQUAL INCV-KEY
00391          IF IC-ACTIVE
00392              ADD +1 TO NOT-ON-EQ-CNT
00393              MOVE '** NOT ON EQUALIZED FILE' TO D-MESSG
00394              PERFORM A070-PRINT THRU A070-EXIT
00395              GO TO A100-NEXT
00396          ELSE
00397              GO TO A100-NEXT.
00398      MOVE EQ-EQ-VAL TO D-EQ-VAL.
00399      MOVE EQ-TXCD   TO D-TXCD.
00400      IF IC-EXPIRED OR IC-TERMINATED
00401          IF EQ-CLASS NOT LESS THAN 600
00402           AND EQ-CLASS NOT GREATER THAN 899
00403              ADD +1 TO STILL-INCV-CNT
00404              MOVE '** ENDED - STILL IN INCENTIVE CLASS' TO D-MESSG
00405              PERFORM A070-PRINT THRU A070-EXIT
00406              GO TO A100-NEXT
00407          ELSE
00408              GO TO A100-NEXT.
00409      ADD +1 TO ACTIVE-CNT.
00410      PERFORM A200-FORECAST THRU A200-EXIT.
00411  A100-NEXT.
00412      PERFORM A030-READ-INCV THRU A030-EXIT.
00413  A100-EXIT. EXIT.
00414      SKIP1
00415 *    THE EFFECT IS THE CHANGE IN EQUALIZED VALUE WHEN THE SAME
00416 *    MARKET VALUE IS ASSESSED AT THE NEXT YEAR'S LEVEL.
00417  A200-FORECAST.
00418      MOVE W-TAX-YEAR TO W-LEVEL-YEAR.
00419      PERFORM A300-LEVEL THRU A300-EXIT.
00420      MOVE W-LEVEL TO W-CUR-LEVEL.
00421      MOVE W-NEXT-YEAR TO W-LEVEL-YEAR.
00422      PERFORM A300-LEVEL THRU A300-EXIT.
00423      MOVE W-LEVEL TO W-NEXT-LEVEL.
00424      IF W-NEXT-LEVEL EQUAL W-CUR-LEVEL
00425         OR W-CUR-LEVEL EQUAL ZERO
00426          GO TO A200-EXIT.
00427      COMPUTE W-EAV-EFFECT ROUNDED =
00428          EQ-EQ-VAL * (W-NEXT-LEVEL - W-CUR-LEVEL) / W-CUR-LEVEL.
00429      MOVE W-CUR-LEVEL  TO D-CUR-LEVEL.
00430      MOVE '->'         TO D-ARROW.
00431      MOVE W-NEXT-LEVEL TO D-NEXT-LEVEL.
00432      MOVE W-EAV-EFFECT TO D-EFFECT.
00433      IF W-NEXT-YEAR GREATER THAN IC-END-YEAR
00434          ADD +1 TO EXPIRING-CNT
00435          ADD W-EAV-EFFECT TO W-EXPIRE-TOT
00436          MOVE 'EXPIRES' TO D-MESSG
00437      ELSE
00438          ADD +1 TO STEP-UP-CNT
00439          ADD W-EAV-EFFECT TO W-STEP-UP-TOT
00440          MOVE 'STEPS UP' TO D-MESSG.
00441      MOVE ZERO TO TC-FND.
00442      PERFORM A022-SCAN-TXCD THRU A022-EXIT
00443          VARYING TC-SUB FROM +1 BY +1
00444          UNTIL TC-SUB GREATER THAN TC-CTR
00445             OR TC-FND GREATER THAN ZERO.
00446      IF TC-FND EQUAL ZERO
00447          ADD +1 TO BAD-CODE-CNT
00448          MOVE '** TAX CODE NOT ON FILE - NOT SPREAD' TO D-MESSG
00449      ELSE
00450          PERFORM A140-SPREAD-TO-AGENCY THRU A140-EXIT
00451              VARYING SUB-AGY FROM +1 BY +1
00452              UNTIL SUB-AGY GREATER THAN +40
00453                 OR TC-AGENCY (TC-FND, SUB-AGY) EQUAL ZERO.
00454      PERFORM A070-PRINT THRU A070-EXIT.
00455  A200-EXIT. EXIT.
00456      SKIP1
00457  A022-SCAN-TXCD.
00458      IF TC-CODE (TC-SUB) EQUAL EQ-TXCD
00459          MOVE TC-SUB TO TC-FND.
00460  A022-EXIT. EXIT.
00461      SKIP1
00462 *    THE LEVEL OF W-LEVEL-YEAR IS THAT OF THE LAST STEP BEGUN BY
00463 *    THAT YEAR; A YEAR BEFORE THE FIRST STEP TAKES THE FIRST
00464 *    STEP'S LEVEL AND A YEAR PAST THE END YEAR TAKES THE FULL
00465 *    LEVEL.
00466  A300-LEVEL.
00467      IF W-LEVEL-YEAR GREATER THAN IC-END-YEAR
00468          MOVE W-FULL-PCT TO W-LEVEL
00469          GO TO A300-EXIT.
00470      MOVE IC-STEP-PCT (1) TO W-LEVEL.
00471      PERFORM A310-SCAN-STEP THRU A310-EXIT
00472          VARYING ST-SUB FROM +2 BY +1
00473          UNTIL ST-SUB GREATER THAN +3.
00474  A300-EXIT. EXIT.
00475      SKIP1
00476  A310-SCAN-STEP.
00477      IF IC-STEP-YEAR (ST-SUB) GREATER THAN ZERO
00478       AND IC-STEP-YEAR (ST-SUB) NOT GREATER THAN W-LEVEL-YEAR
00479          MOVE IC-STEP-PCT (ST-SUB) TO W-LEVEL.
00480  A310-EXIT. EXIT.
00481      SKIP1
00482  A140-SPREAD-TO-AGENCY.
00483      MOVE ZERO TO AGT-FND.
00484      PERFORM A150-SCAN-AGY-TOT THRU A150-EXIT
00485          VARYING AGT-SUB FROM +1 BY +1
00486          UNTIL AGT-SUB GREATER THAN AGT-CTR
00487             OR AGT-FND GREATER THAN ZERO.
00488      IF AGT-FND EQUAL ZERO
00489          IF AGT-CTR LESS THAN +2000
00490              ADD +1 TO AGT-CTR
00491              MOVE AGT-CTR TO AGT-FND
00492              MOVE TC-AGENCY (TC-FND, SUB-AGY)
00493                  TO AGT-AGENCY (AGT-FND)
00494              MOVE ZEROS TO AGT-STEP-EAV (AGT-FND)
00495                            AGT-EXPIRE-EAV (AGT-FND)
00496                            AGT-PCL-CNT (AGT-FND)
00497          ELSE
00498              DISPLAY 'ASREA989 -- AGENCY TOTAL TABLE FULL'
00499              MOVE 16 TO RETURN-CODE
00500              GO TO A140-EXIT.
00501      ADD +1 TO AGT-PCL-CNT (AGT-FND).
00502      IF W-NEXT-YEAR GREATER THAN IC-END-YEAR
00503          ADD W-EAV-EFFECT TO AGT-EXPIRE-EAV (AGT-FND)
00504      ELSE
00505          ADD W-EAV-EFFECT TO AGT-STEP-EAV (AGT-FND).
00506  A140-EXIT. EXIT.
00507      SKIP1
00508  A150-SCAN-AGY-TOT.
00509      IF AGT-AGENCY (AGT-SUB) EQUAL
00510          TC-AGENCY (TC-FND, SUB-AGY)
00511          MOVE AGT-SUB TO AGT-FND.
00512  A150-EXIT. EXIT.
00513      SKIP1
00514  A400-PRINT-AGENCY.
00515      MOVE AGT-AGENCY (AGT-SUB)     TO A-AGENCY.
00516      MOVE AGT-PCL-CNT (AGT-SUB)    TO A-PCL-CNT.
00517      MOVE AGT-STEP-EAV (AGT-SUB)   TO A-STEP-EAV.
00518      MOVE AGT-EXPIRE-EAV (AGT-SUB) TO A-EXPIRE-EAV.
00519      COMPUTE A-TOTAL-EAV = AGT-STEP-EAV (AGT-SUB)
00520                          + AGT-EXPIRE-EAV (AGT-SUB).
00521      IF LINE-CNT GREATER THAN +57
00522          PERFORM B110-AGY-HEADING THRU B110-EXIT.
00523      WRITE PRINT-REC FROM AGY-LINE AFTER ADVANCING 1.
00524      ADD +1 TO LINE-CNT.
00525  A400-EXIT. EXIT.
00526      SKIP1
00527  A070-PRINT.
00528      IF LINE-CNT GREATER THAN +57
00529          PERFORM B100-HEADING THRU B100-EXIT.
00530      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00531      ADD +1 TO LINE-CNT.
00532  A070-EXIT. EXIT.
00533      SKIP1
00534  B100-HEADING.
00535      ADD +1 TO PAGE-CNT.
00536      MOVE PAGE-CNT TO HD-PAGE.
00537      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00538      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00539      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00540      MOVE +6 TO LINE-CNT.
00541  B100-EXIT. EXIT.
00542      SKIP1
00543  B110-AGY-HEADING.
00544      ADD +1 TO PAGE-CNT.
00545      MOVE PAGE-CNT TO HD-PAGE.
00546      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00547      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00548      WRITE PRINT-REC FROM AGY-HEAD AFTER ADVANCING 2.
00549      MOVE +5 TO LINE-CNT.
00550  B110-EXIT. EXIT.
