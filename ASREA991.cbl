00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA991.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PROPERTY TAX APPEAL BOARD DECISION INTAKE.  A TAXPAYER
00007 *         NOT SATISFIED WITH THE BOARD OF REVIEW
00008 *         (ASREA958/ASREA959) MAY APPEAL TO THE STATE PROPERTY TAX
00009 *         APPEAL BOARD, WHOSE DECISIONS ARRIVE YEARS LATER FOR
00010 *         PRIOR TAX YEARS.  THIS PROGRAM MAINTAINS THE APPEAL
00011 *         BOARD CASE MASTER (ASPTABMR1, OLD MASTER IN, NEW MASTER
00012 *         OUT) FROM THE BOARD'S DOCKET FILE, WHICH ADDS PENDING
00013 *         CASES, AND ITS DECISION FILE, WHICH DECIDES THEM.  ALL
00014 *         THREE ARE IN DOCKET/VOLUME/PROPERTY SEQUENCE.  A
00015 *         DECISION THAT LOWERS THE ASSESSED VALUE GENERATES AN
00016 *         ASCOEWRKR1 WORK RECORD CARRYING THE VALUE BEFORE
00017 *         (C500-CASSVAL) AND THE APPEAL BOARD'S VALUES
00018 *         (C500-BALAND, C500-BAIMP, C500-BATOT), MARKED FINALLY
00019 *         APPROVED (C500-BAACT 1) SINCE THE BOARD'S ORDER IS
00020 *         BINDING, SO IT IS VOUCHERED WITH STATUTORY INTEREST BY
00021 *         ASREA908.  CERTIFICATES ARE NUMBERED FROM THE STARTING
00022 *         NUMBER IN COLUMNS 1-7 OF THE CONTROL CARD AND THE NUMBER
00023 *         IS KEPT ON THE CASE.  A DOCKET ALREADY ON THE MASTER, A
00024 *         DECISION WITH NO PENDING CASE OR A DECISION THAT FAILS
00025 *         EDITS IS LISTED AND REJECTED (CODE 4).
00026      SKIP2
00027  ENVIRONMENT DIVISION.
00028  CONFIGURATION SECTION.
00029  SOURCE-COMPUTER. IBM-370.
00030  OBJECT-COMPUTER. IBM-370.
00031      SKIP1
00032  INPUT-OUTPUT SECTION.
00033  FILE-CONTROL.
00034      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00035      SELECT PTAB-OLD       ASSIGN TO UT-S-PTABOLD.
00036      SELECT DOCKET-FILE    ASSIGN TO UT-S-PTABDKT.
00037      SELECT DECISION-FILE  ASSIGN TO UT-S-PTABDEC.
00038      SELECT PTAB-NEW       ASSIGN TO UT-S-PTABNEW.
00039      SELECT COEWORK-FILE   ASSIGN TO UT-S-COEWORK.
00040      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00041      SKIP2
00042  DATA DIVISION.
00043  FILE SECTION.
00044      SKIP1
00045  FD  CONTROL-FILE
00046      BLOCK  CONTAINS 0 RECORDS
00047      RECORD CONTAINS 80 CHARACTERS
00048      RECORDING MODE IS F
00049      LABEL  RECORDS ARE STANDARD
00050      DATA RECORD IS CONTROL-REC.
00051  01  CONTROL-REC.
00052      05  CC-CERT-START   PIC X(7).
00053      05  CC-CERT-START-N REDEFINES CC-CERT-START
00054                          PIC 9(7).
00055      05  FILLER          PIC X(73).
00056      SKIP2
00057  FD  PTAB-OLD
00058      BLOCK  CONTAINS 0 RECORDS
00059      RECORD CONTAINS 160 CHARACTERS
00060      RECORDING MODE IS F
00061      LABEL  RECORDS ARE STANDARD
00062      DATA RECORD IS PTAB-OLD-REC.
00063  01  PTAB-OLD-REC.
00064  COPY ASPTABMR1 REPLACING LEADING ==PT-== BY ==PO-==.
00065      SKIP2
00066 *    ONE RECORD PER PARCEL ON A NEWLY FILED APPEAL BOARD DOCKET.
00067  FD  DOCKET-FILE
00068      BLOCK  CONTAINS 0 RECORDS
00069      RECORD CONTAINS 100 CHARACTERS
00070      RECORDING MODE IS F
00071      LABEL  RECORDS ARE STANDARD
00072      DATA RECORD IS DOCKET-REC.
00073  01  DOCKET-REC.
00074      05  PD-DOCKET       PIC X(12).
00075      05  PD-VOL          PIC X(3).
00076      05  PD-VOL-N REDEFINES PD-VOL
00077                          PIC 9(3).
00078      05  PD-PROP         PIC X(15).
00079      05  PD-PROP-N REDEFINES PD-PROP
00080                          PIC 9(15).
00081      05  PD-TOWN         PIC X(3).
00082      05  PD-TOWN-N REDEFINES PD-TOWN
00083                          PIC 9(3).
00084      05  PD-TAX-YEAR     PIC X(4).
00085      05  PD-TAX-YEAR-N REDEFINES PD-TAX-YEAR
00086                          PIC 9(4).
00087      05  PD-TXCD         PIC X(5).
00088      05  PD-TXCD-N REDEFINES PD-TXCD
00089                          PIC 9(5).
00090      05  PD-FILED-DATE   PIC X(8).
00091      05  PD-FILED-DATE-N REDEFINES PD-FILED-DATE
00092                          PIC 9(8).
00093      05  PD-AV-BEFORE    PIC X(9).
00094      05  PD-AV-BEFORE-N REDEFINES PD-AV-BEFORE
00095                          PIC 9(9).
00096      05  PD-AV-REQUESTED PIC X(9).
00097      05  PD-AV-REQUESTED-N REDEFINES PD-AV-REQUESTED
00098                          PIC 9(9).
00099      05  PD-APPELLANT    PIC X(22).
00100      05  FILLER          PIC X(10).
00101      SKIP2
00102 *    ONE RECORD PER PARCEL ON A DECIDED APPEAL BOARD DOCKET.  THE
00103 *    DATE TAX WAS PAID, WHEN THE BOARD HAS IT, STARTS THE REFUND
00104 *    INTEREST.
00105  FD  DECISION-FILE
00106      BLOCK  CONTAINS 0 RECORDS
00107      RECORD CONTAINS 80 CHARACTERS
00108      RECORDING MODE IS F
00109      LABEL  RECORDS ARE STANDARD
00110      DATA RECORD IS DECISION-REC.
00111  01  DECISION-REC.
00112      05  PX-DOCKET       PIC X(12).
00113      05  PX-VOL          PIC X(3).
00114      05  PX-VOL-N REDEFINES PX-VOL
00115                          PIC 9(3).
00116      05  PX-PROP         PIC X(15).
00117      05  PX-PROP-N REDEFINES PX-PROP
00118                          PIC 9(15).
00119      05  PX-DECISION     PIC X.
00120      05  PX-DECISION-DATE PIC X(8).
00121      05  PX-DECISION-DATE-N REDEFINES PX-DECISION-DATE
00122                          PIC 9(8).
00123      05  PX-LAND-AFTER   PIC X(9).
00124      05  PX-LAND-AFTER-N REDEFINES PX-LAND-AFTER
00125                          PIC 9(9).
00126      05  PX-IMPR-AFTER   PIC X(9).
00127      05  PX-IMPR-AFTER-N REDEFINES PX-IMPR-AFTER
00128                          PIC 9(9).
00129      05  PX-AV-AFTER     PIC X(9).
00130      05  PX-AV-AFTER-N REDEFINES PX-AV-AFTER
00131                          PIC 9(9).
00132      05  PX-PAID-DATE    PIC X(8).
00133      05  PX-PAID-DATE-N REDEFINES PX-PAID-DATE
00134                          PIC 9(8).
00135      05  FILLER          PIC X(6).
00136      SKIP2
00137  FD  PTAB-NEW
00138      BLOCK  CONTAINS 0 RECORDS
00139      RECORD CONTAINS 160 CHARACTERS
00140      RECORDING MODE IS F
00141      LABEL  RECORDS ARE STANDARD
00142      DATA RECORD IS PTAB-REC.
00143  01  PTAB-REC.
00144  COPY ASPTABMR1.
00145      SKIP2
00146  FD  COEWORK-FILE
00147      BLOCK  CONTAINS 0 CHARACTERS
00148      RECORD CONTAINS 80 TO 26580 CHARACTERS
00149      RECORDING MODE IS V
00150      LABEL  RECORDS ARE STANDARD
00151      DATA RECORD IS COE-WORK-REC.
00152  01  COE-WORK-REC.
00153  COPY ASCOEWRKR1.
00154      SKIP2
00155  FD  PRINT-FILE
00156      BLOCK  CONTAINS 0 RECORDS
00157      RECORD CONTAINS 133 CHARACTERS
00158      RECORDING MODE IS F
00159      LABEL  RECORDS ARE STANDARD.
00160      SKIP1
00161  01  PRINT-REC               PIC X(133).
00162      SKIP2
00163  WORKING-STORAGE SECTION.
00164      SKIP1
00165  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00166  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00167      SKIP1
00168  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00169      88  END-OF-CTL-FILE                  VALUE 'Y'.
00170  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00171      88  END-OF-OLD-FILE                  VALUE 'Y'.
00172  77  DKT-EOF-SW                PIC X      VALUE 'N'.
00173      88  END-OF-DKT-FILE                  VALUE 'Y'.
00174  77  DEC-EOF-SW                PIC X      VALUE 'N'.
00175      88  END-OF-DEC-FILE                  VALUE 'Y'.
00176  77  ON-MAST-SW                PIC X      VALUE 'N'.
00177      88  ON-MASTER                        VALUE 'Y'.
00178      SKIP1
00179  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00180  77  DKT-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00181  77  DEC-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00182  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00183  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00184  77  REDUCED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00185  77  SUSTAINED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00186  77  INCREASED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00187  77  CLOSED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00188  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00189  77  COE-CNT           COMP-3  PIC S9(7)  VALUE +0.
00190  77  PENDING-CNT       COMP-3  PIC S9(7)  VALUE +0.
00191  77  W-REDUC-TOT       COMP-3  PIC S9(13) VALUE +0.
00192      SKIP1
00193  77  W-CERT-NO                 PIC 9(7)   VALUE ZEROS.
00194  77  W-REDUCTION               PIC 9(9)   VALUE ZEROS.
00195  77  W-REASON                  PIC X(34)  VALUE SPACES.
00196      SKIP1
00197  01  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00198  01  FILLER REDEFINES W-RUN-DATE.
00199      05  W-RUN-CC              PIC 99.
00200      05  W-RUN-YY              PIC 99.
00201      05  W-RUN-MM              PIC 99.
00202      05  W-RUN-DD              PIC 99.
00203  01  W-CCYYMMDD                PIC 9(8).
00204  01  W-CCYYMMDD-X REDEFINES W-CCYYMMDD.
00205      05  W-CCYY                PIC 9(4).
00206      05  W-MM                  PIC 99.
00207      05  W-DD                  PIC 99.
00208  01  W-MDY-DATE                PIC 9(9).
00209  01  W-MDY-DATE-X REDEFINES W-MDY-DATE.
00210      05  FILLER                PIC 9.
00211      05  W-MDY-MM              PIC 99.
00212      05  W-MDY-DD              PIC 99.
00213      05  W-MDY-YYYY            PIC 9(4).
00214      SKIP1
00215  01  OLD-KEY                 PIC X(30).
00216  01  DKT-KEY.
00217      05  DK-DOCKET           PIC X(12).
00218      05  DK-VOL              PIC 9(3).
00219      05  DK-PROP             PIC 9(15).
00220  01  DEC-KEY.
00221      05  XK-DOCKET           PIC X(12).
00222      05  XK-VOL              PIC 9(3).
00223      05  XK-PROP             PIC 9(15).
00224  01  LOW-KEY                 PIC X(30).
00225      SKIP1
00226  01  ACPT-DATE                  PIC 9(6).
00227  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00228      05  ACPT-YR                PIC 99.
00229      05  ACPT-MO                PIC 99.
00230      05  ACPT-DA                PIC 99.
00231  01  DSP-DATE.
00232      05  DSP-MO                 PIC 99.
00233      05  FILLER                 PIC X      VALUE '/'.
00234      05  DSP-DA                 PIC 99.
00235      05  FILLER                 PIC X      VALUE '/'.
00236      05  DSP-YR                 PIC 99.
00237      SKIP1
00238  01  HEAD-A.
00239      05  FILLER          PIC X(3)   VALUE SPACES.
00240      05  HD-DATE         PIC X(8).
00241      05  FILLER          PIC X(44)  VALUE SPACES.
00242      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00243      05  FILLER          PIC X(44)  VALUE SPACES.
00244      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00245      05  HD-PAGE         PIC ZZ,ZZ9.
00246      SKIP1
00247  01  HEAD-B.
00248      05  FILLER          PIC X(3)   VALUE SPACES.
00249      05  FILLER          PIC X(8)   VALUE 'ASREA991'.
00250      05  FILLER          PIC X(18)  VALUE SPACES.
00251      05  FILLER          PIC X(56)  VALUE
00252          'APPEAL BOARD DECISION INTAKE AND CERTIFICATE OF ERROR'.
00253      SKIP1
00254  01  HEAD-C.
00255      05  FILLER          PIC X(3)   VALUE SPACES.
00256      05  FILLER          PIC X(14)  VALUE 'DOCKET'.
00257      05  FILLER          PIC X(5)   VALUE 'VOL'.
00258      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00259      05  FILLER          PIC X(6)   VALUE 'YEAR'.
00260      05  FILLER          PIC X(4)   VALUE 'DEC'.
00261      05  FILLER          PIC X(13)  VALUE '  VAL BEFORE'.
00262      05  FILLER          PIC X(13)  VALUE '   VAL AFTER'.
00263      05  FILLER          PIC X(10)  VALUE ' CERT NO'.
00264      05  FILLER          PIC X(34)  VALUE 'DISPOSITION'.
00265      SKIP1
00266  01  DETAIL-LINE.
00267      05  FILLER          PIC X(3)   VALUE SPACES.
00268      05  D-DOCKET        PIC X(12).
00269      05  FILLER          PIC X(2)   VALUE SPACES.
00270      05  D-VOL           PIC X(3).
00271      05  FILLER          PIC X(2)   VALUE SPACES.
00272      05  D-PROP          PIC X(15).
00273      05  FILLER          PIC X(2)   VALUE SPACES.
00274      05  D-TAX-YEAR      PIC X(4).
00275      05  FILLER          PIC X(3)   VALUE SPACES.
00276      05  D-DECISION      PIC X.
00277      05  FILLER          PIC X(2)   VALUE SPACES.
00278      05  D-AV-BEFORE     PIC ZZZ,ZZZ,ZZ9.
00279      05  FILLER          PIC X(2)   VALUE SPACES.
00280      05  D-AV-AFTER      PIC ZZZ,ZZZ,ZZ9.
00281      05  FILLER          PIC X(2)   VALUE SPACES.
00282      05  D-CERT-NO       PIC X(7).
00283      05  FILLER          PIC X(3)   VALUE SPACES.
00284      05  D-MESSG         PIC X(34).
00285      EJECT
00286  PROCEDURE DIVISION.
00287      SKIP1
00288  A010-HOUSEKEEPING.
00289      OPEN INPUT  CONTROL-FILE, PTAB-OLD, DOCKET-FILE,
00290                  DECISION-FILE
00291           OUTPUT PTAB-NEW, COEWORK-FILE, PRINT-FILE.
00292      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00293      IF RETURN-CODE EQUAL 16
00294          CLOSE CONTROL-FILE, PTAB-OLD, DOCKET-FILE, DECISION-FILE,
00295                PTAB-NEW, COEWORK-FILE, PRINT-FILE
00296          STOP RUN.
00297      ACCEPT ACPT-DATE FROM DATE.
00298      MOVE ACPT-MO TO DSP-MO.
00299      MOVE ACPT-DA TO DSP-DA.
00300      MOVE ACPT-YR TO DSP-YR.
00301      MOVE DSP-DATE TO HD-DATE.
00302      MOVE ACPT-YR TO W-RUN-YY.
00303      MOVE ACPT-MO TO W-RUN-MM.
00304      MOVE ACPT-DA TO W-RUN-DD.
00305      IF ACPT-YR LESS THAN 50
00306          MOVE 20 TO W-RUN-CC
00307      ELSE
00308          MOVE 19 TO W-RUN-CC.
00309      PERFORM B100-HEADING THRU B100-EXIT.
00310      PERFORM A030-READ-OLD THRU A030-EXIT.
00311      PERFORM A035-READ-DOCKET THRU A035-EXIT.
00312      PERFORM A040-READ-DECISION THRU A040-EXIT.
00313      PERFORM A020-MAINLINE THRU A020-EXIT
00314          UNTIL END-OF-OLD-FILE
00315            AND END-OF-DKT-FILE
00316            AND END-OF-DEC-FILE.
00317      DISPLAY 'TOTAL OLD CASE MASTER RECORDS READ...: ' OLD-IN-CNT.
00318      DISPLAY 'TOTAL DOCKET RECORDS READ............: ' DKT-IN-CNT.
00319      DISPLAY 'TOTAL DECISION RECORDS READ..........: ' DEC-IN-CNT.
00320      DISPLAY 'TOTAL CASES ADDED....................: ' ADDED-CNT.
00321      DISPLAY 'TOTAL DECISIONS - VALUE REDUCED......: '
00322          REDUCED-CNT.
00323      DISPLAY 'TOTAL DECISIONS - VALUE SUSTAINED....: '
00324          SUSTAINED-CNT.
00325      DISPLAY 'TOTAL DECISIONS - VALUE INCREASED....: '
00326          INCREASED-CNT.
00327      DISPLAY 'TOTAL CASES DISMISSED OR WITHDRAWN...: ' CLOSED-CNT.
00328      DISPLAY 'TOTAL DOCKETS/DECISIONS REJECTED.....: '
00329          REJECTED-CNT.
00330      DISPLAY 'TOTAL C OF E WORK RECORDS WRITTEN....: ' COE-CNT.
00331      DISPLAY 'TOTAL ASSESSED VALUE REDUCED.........: '
00332          W-REDUC-TOT.
00333      DISPLAY 'TOTAL NEW CASE MASTER RECORDS WRITTEN: '
00334          NEW-OUT-CNT.
00335      DISPLAY 'TOTAL CASES STILL PENDING............: '
00336          PENDING-CNT.
00337      DISPLAY 'NEXT CERTIFICATE NUMBER..............: ' W-CERT-NO.
00338      IF REJECTED-CNT GREATER THAN +0
00339          MOVE 4 TO RETURN-CODE.
00340      CLOSE CONTROL-FILE, PTAB-OLD, DOCKET-FILE, DECISION-FILE,
00341            PTAB-NEW, COEWORK-FILE, PRINT-FILE.
00342      STOP RUN.
00343      SKIP1
00344  A012-READ-CONTROL.
00345      READ CONTROL-FILE AT END
00346          MOVE 'Y' TO CTL-EOF-SW.
00347      IF END-OF-CTL-FILE
00348          OR CC-CERT-START NOT NUMERIC
00349          OR CC-CERT-START-N EQUAL ZERO
00350          DISPLAY 'ASREA991 -- STARTING CERTIFICATE CONTROL CARD '
00351              'MISSING OR INVALID -- RUN STOPPED'
00352          MOVE 16 TO RETURN-CODE
00353          GO TO A012-EXIT.
00354      MOVE CC-CERT-START-N TO W-CERT-NO.
00355  A012-EXIT. EXIT.
00356      SKIP1
00357 *    THE CASE AT THE LOW KEY, WHETHER CARRIED FROM THE OLD MASTER
00358 *    OR ADDED FROM THE DOCKET FILE, TAKES EVERY DECISION FOR ITS
00359 *    KEY BEFORE IT IS WRITTEN TO THE NEW MASTER.
00360  A020-MAINLINE.
00361      MOVE OLD-KEY TO LOW-KEY.
00362      IF DKT-KEY LESS THAN LOW-KEY
00363          MOVE DKT-KEY TO LOW-KEY.
00364      IF DEC-KEY LESS THAN LOW-KEY
00365          MOVE DEC-KEY TO LOW-KEY.
00366      MOVE 'N' TO ON-MAST-SW.
00367      IF OLD-KEY EQUAL LOW-KEY
00368          MOVE PTAB-OLD-REC TO PTAB-REC
00369          MOVE 'Y' TO ON-MAST-SW
00370          PERFORM A030-READ-OLD THRU A030-EXIT.
00371      PERFORM A100-ADD-CASE THRU A100-EXIT
00372          UNTIL DKT-KEY NOT EQUAL LOW-KEY.
00373      PERFORM A150-DECIDE-CASE THRU A150-EXIT
00374          UNTIL DEC-KEY NOT EQUAL LOW-KEY.
00375      IF ON-MASTER
00376          WRITE PTAB-REC
00377          ADD +1 TO NEW-OUT-CNT
00378          IF PT-PENDING
00379              ADD +1 TO PENDING-CNT.
00380  A020-EXIT. EXIT.
00381      SKIP1
00382  A030-READ-OLD.
00383      READ PTAB-OLD AT END
00384          MOVE 'Y' TO OLD-EOF-SW
00385          MOVE HIGH-VALUES TO OLD-KEY.
00386      IF NOT END-OF-OLD-FILE
00387          ADD +1 TO OLD-IN-CNT
00388          MOVE PO-KEY TO OLD-KEY.
00389  A030-EXIT. EXIT.
00390      SKIP1
00391  A035-READ-DOCKET.
00392      READ DOCKET-FILE AT END
00393          MOVE 'Y' TO DKT-EOF-SW
00394          MOVE HIGH-VALUES TO DKT-KEY
00395          GO TO A035-EXIT.
00396      ADD +1 TO DKT-IN-CNT.
00397      IF PD-DOCKET EQUAL SPACES
00398         OR PD-VOL NOT NUMERIC
00399         OR PD-PROP NOT NUMERIC
00400         OR PD-TOWN NOT NUMERIC
00401         OR PD-TAX-YEAR NOT NUMERIC
00402         OR PD-TXCD NOT NUMERIC
00403         OR PD-FILED-DATE NOT NUMERIC
00404         OR PD-AV-BEFORE NOT NUMERIC
00405          MOVE 'DOCKET RECORD FAILS EDITS' TO W-REASON
00406          PERFORM A070-REJECT-DOCKET THRU A070-EXIT
00407          GO TO A035-READ-DOCKET.
00408      IF PD-AV-REQUESTED EQUAL SPACES
00409          MOVE ZEROS TO PD-AV-REQUESTED-N.
00410      IF PD-AV-REQUESTED NOT NUMERIC
00411          MOVE 'REQUESTED VALUE NOT NUMERIC' TO W-REASON
00412          PERFORM A070-REJECT-DOCKET THRU A070-EXIT
00413          GO TO A035-READ-DOCKET.
00414      MOVE PD-DOCKET TO DK-DOCKET.
00415      MOVE PD-VOL-N  TO DK-VOL.
00416      MOVE PD-PROP-N TO DK-PROP.
00417  A035-EXIT. EXIT.
00418      SKIP1
00419 *    LAND, IMPROVEMENT AND PAID DATE MAY BE LEFT BLANK BY THE
00420 *    BOARD; A DISMISSAL OR WITHDRAWAL CARRIES NO VALUES AT ALL.
00421  A040-READ-DECISION.
00422      READ DECISION-FILE AT END
00423          MOVE 'Y' TO DEC-EOF-SW
00424          MOVE HIGH-VALUES TO DEC-KEY
00425          GO TO A040-EXIT.
00426      ADD +1 TO DEC-IN-CNT.
00427      IF PX-LAND-AFTER EQUAL SPACES
00428          MOVE ZEROS TO PX-LAND-AFTER-N.
00429      IF PX-IMPR-AFTER EQUAL SPACES
00430          MOVE ZEROS TO PX-IMPR-AFTER-N.
00431      IF PX-PAID-DATE EQUAL SPACES
00432          MOVE ZEROS TO PX-PAID-DATE-N.
00433      IF PX-AV-AFTER EQUAL SPACES
00434         AND (PX-DECISION EQUAL 'D' OR PX-DECISION EQUAL 'W')
00435          MOVE ZEROS TO PX-AV-AFTER-N.
00436      IF PX-DOCKET EQUAL SPACES
00437         OR PX-VOL NOT NUMERIC
00438         OR PX-PROP NOT NUMERIC
00439         OR PX-DECISION-DATE NOT NUMERIC
00440         OR PX-LAND-AFTER NOT NUMERIC
00441         OR PX-IMPR-AFTER NOT NUMERIC
00442         OR PX-AV-AFTER NOT NUMERIC
00443         OR PX-PAID-DATE NOT NUMERIC
00444          MOVE 'DECISION RECORD FAILS EDITS' TO W-REASON
00445          PERFORM A075-REJECT-DECISION THRU A075-EXIT
00446          GO TO A040-READ-DECISION.
00447      MOVE PX-DOCKET TO XK-DOCKET.
00448      MOVE PX-VOL-N  TO XK-VOL.
00449      MOVE PX-PROP-N TO XK-PROP.
00450  A040-EXIT. EXIT.
00451      SKIP1
00452  A070-REJECT-DOCKET.
00453      ADD +1 TO REJECTED-CNT.
00454      MOVE SPACES       TO DETAIL-LINE.
00455      MOVE PD-DOCKET    TO D-DOCKET.
00456      MOVE PD-VOL       TO D-VOL.
00457      MOVE PD-PROP      TO D-PROP.
00458      MOVE PD-TAX-YEAR  TO D-TAX-YEAR.
00459      IF PD-AV-BEFORE NUMERIC
00460          MOVE PD-AV-BEFORE-N TO D-AV-BEFORE.
00461      MOVE W-REASON     TO D-MESSG.
00462      PERFORM A090-PRINT THRU A090-EXIT.
00463  A070-EXIT. EXIT.
00464      SKIP1
00465  A075-REJECT-DECISION.
00466      ADD +1 TO REJECTED-CNT.
00467      MOVE SPACES       TO DETAIL-LINE.
00468      MOVE PX-DOCKET    TO D-DOCKET.
00469      MOVE PX-VOL       TO D-VOL.
00470      MOVE PX-PROP      TO D-PROP.
00471      MOVE PX-DECISION  TO D-DECISION.
00472      IF PX-AV-AFTER NUMERIC
00473          MOVE PX-AV-AFTER-N TO D-AV-AFTER.
00474      MOVE W-REASON     TO D-MESSG.
00475      PERFORM A090-PRINT THRU A090-EXIT.
00476  A075-EXIT. EXIT.
00477      SKIP1
00478  A090-PRINT.
00479      IF LINE-CNT GREATER THAN +57
00480          PERFORM B100-HEADING THRU B100-EXIT.
00481      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00482      ADD +1 TO LINE-CNT.
00483  A090-EXIT. EXIT.
00484      SKIP1
00485 *    A DOCKET ALREADY ON THE MASTER IS A DUPLICATE FROM THE BOARD
00486 *    AND IS REJECTED RATHER THAN RESETTING THE CASE.
00487  A100-ADD-CASE.
00488      IF ON-MASTER
00489          MOVE 'DOCKET ALREADY ON CASE MASTER' TO W-REASON
00490          PERFORM A070-REJECT-DOCKET THRU A070-EXIT
00491          GO TO A100-NEXT.
00492      MOVE SPACES            TO PTAB-REC.
00493      MOVE PD-DOCKET         TO PT-DOCKET.
00494      MOVE PD-VOL-N          TO PT-VOL.
00495      MOVE PD-PROP-N         TO PT-PROP.
00496      MOVE PD-TOWN-N         TO PT-TOWN.
00497      MOVE PD-TAX-YEAR-N     TO PT-TAX-YEAR.
00498      MOVE PD-TXCD-N         TO PT-TXCD.
00499      MOVE 'P'               TO PT-STAT.
00500      MOVE SPACE             TO PT-DECISION.
00501      MOVE PD-FILED-DATE-N   TO PT-FILED-DATE.
00502      MOVE ZEROS             TO PT-DECISION-DATE.
00503      MOVE PD-AV-BEFORE-N    TO PT-AV-BEFORE.
00504      MOVE PD-AV-REQUESTED-N TO PT-AV-REQUESTED.
00505      MOVE ZEROS             TO PT-LAND-AFTER PT-IMPR-AFTER
00506                                PT-AV-AFTER.
00507      MOVE PD-APPELLANT      TO PT-APPELLANT.
00508      MOVE ZEROS             TO PT-PAID-DATE PT-COE-CERT-NO
00509                                PT-COE-DATE.
00510      MOVE W-RUN-DATE        TO PT-LAST-DATE.
00511      MOVE 'Y'               TO ON-MAST-SW.
00512      ADD +1 TO ADDED-CNT.
00513  A100-NEXT.
00514      PERFORM A035-READ-DOCKET THRU A035-EXIT.
00515  A100-EXIT. EXIT.
00516      SKIP1
00517 *    ONLY A PENDING CASE IS DECIDED, SO A DECISION SENT AGAIN BY
00518 *    THE BOARD NEVER GENERATES A SECOND CERTIFICATE.  A REDUCTION
00519 *    MUST LOWER THE VALUE; A SUSTAINED VALUE MUST NOT CHANGE IT.
00520  A150-DECIDE-CASE.
00521      IF NOT ON-MASTER
00522          MOVE 'NO CASE ON MASTER FOR DECISION' TO W-REASON
00523          PERFORM A075-REJECT-DECISION THRU A075-EXIT
00524          GO TO A150-NEXT.
00525      IF NOT PT-PENDING
00526          MOVE 'CASE ALREADY DECIDED OR CLOSED' TO W-REASON
00527          PERFORM A075-REJECT-DECISION THRU A075-EXIT
00528          GO TO A150-NEXT.
00529      MOVE PX-DECISION TO PT-DECISION.
00530      IF NOT PT-VALID-DECISION
00531          MOVE SPACE TO PT-DECISION
00532          MOVE 'DECISION CODE INVALID' TO W-REASON
00533          PERFORM A075-REJECT-DECISION THRU A075-EXIT
00534          GO TO A150-NEXT.
00535      IF (PT-REDUCED
00536            AND PX-AV-AFTER-N NOT LESS THAN PT-AV-BEFORE)
00537         OR (PT-SUSTAINED
00538            AND PX-AV-AFTER-N NOT EQUAL PT-AV-BEFORE)
00539         OR (PT-INCREASED
00540            AND PX-AV-AFTER-N NOT GREATER THAN PT-AV-BEFORE)
00541          MOVE SPACE TO PT-DECISION
00542          MOVE 'VALUE AFTER DISAGREES WITH CODE' TO W-REASON
00543          PERFORM A075-REJECT-DECISION THRU A075-EXIT
00544          GO TO A150-NEXT.
00545      MOVE PX-DECISION-DATE-N TO PT-DECISION-DATE.
00546      MOVE PX-LAND-AFTER-N    TO PT-LAND-AFTER.
00547      MOVE PX-IMPR-AFTER-N    TO PT-IMPR-AFTER.
00548      MOVE PX-AV-AFTER-N      TO PT-AV-AFTER.
00549      MOVE PX-PAID-DATE-N     TO PT-PAID-DATE.
00550      MOVE W-RUN-DATE         TO PT-LAST-DATE.
00551      MOVE SPACES             TO DETAIL-LINE.
00552      IF PT-DISMISSED OR PT-WITHDRAWN
00553          MOVE 'W' TO PT-STAT
00554          ADD +1 TO CLOSED-CNT
00555          MOVE 'CASE CLOSED WITHOUT DECISION' TO D-MESSG
00556      ELSE
00557          MOVE 'D' TO PT-STAT.
00558      IF PT-SUSTAINED
00559          ADD +1 TO SUSTAINED-CNT
00560          MOVE 'VALUE SUSTAINED' TO D-MESSG.
00561      IF PT-INCREASED
00562          ADD +1 TO INCREASED-CNT
00563          MOVE 'VALUE INCREASED - NO CERTIFICATE' TO D-MESSG.
00564      IF PT-REDUCED
00565          PERFORM A200-WRITE-COE THRU A200-EXIT.
00566      MOVE PT-DOCKET    TO D-DOCKET.
00567      MOVE PX-VOL       TO D-VOL.
00568      MOVE PX-PROP      TO D-PROP.
00569      MOVE PT-TAX-YEAR  TO D-TAX-YEAR.
00570      MOVE PT-DECISION  TO D-DECISION.
00571      MOVE PT-AV-BEFORE TO D-AV-BEFORE.
00572      MOVE PT-AV-AFTER  TO D-AV-AFTER.
00573      PERFORM A090-PRINT THRU A090-EXIT.
00574  A150-NEXT.
00575      PERFORM A040-READ-DECISION THRU A040-EXIT.
00576  A150-EXIT. EXIT.
00577      SKIP1
00578 *    ONE ACTION SEGMENT PER CERTIFICATE.  THE DECISION DATE IS THE
00579 *    ISSUE AND ADJUDICATION DATE; THE DATE TAX WAS PAID, WHEN
00580 *    KNOWN, IS THE INTEREST DATE.
00581  A200-WRITE-COE.
00582      ADD +1 TO REDUCED-CNT COE-CNT.
00583      COMPUTE W-REDUCTION = PT-AV-BEFORE - PT-AV-AFTER.
00584      ADD W-REDUCTION TO W-REDUC-TOT.
00585      MOVE 001            TO C500-SEGCTR.
00586      MOVE SPACES         TO C500-COFEACTION (1).
00587      MOVE PT-TOWN        TO C500-TOWN.
00588      MOVE PT-VOL         TO C500-VOL.
00589      MOVE PT-PROP        TO C500-PROP.
00590      MOVE W-RUN-YY       TO C500-PROCYR.
00591      MOVE PT-TAX-YEAR (3:2) TO C500-TXYR.
00592      MOVE 0              TO C500-TXTYP.
00593      MOVE 0              TO C500-TXSTAT.
00594      MOVE ZEROS          TO C500-BACLS.
00595      MOVE 0              TO C500-AS1ACT C500-AS2ACT.
00596      MOVE 1              TO C500-BAACT.
00597      MOVE PT-LAND-AFTER  TO C500-BALAND.
00598      MOVE PT-IMPR-AFTER  TO C500-BAIMP.
00599      MOVE PT-AV-AFTER    TO C500-BATOT.
00600      MOVE W-CERT-NO      TO C500-BACERTNO.
00601      MOVE PT-DECISION-DATE TO W-CCYYMMDD.
00602      PERFORM A250-MDY-DATE THRU A250-EXIT.
00603      MOVE W-MDY-DATE     TO C500-ISSDTE.
00604      MOVE ZEROS          TO C500-CTLNUM.
00605      MOVE 'PTAB'         TO C500-ISSBY.
00606      MOVE ZEROS          TO C500-OCCFAC C500-PROFCTR
00607                             C500-EQVAL.
00608      MOVE 001            TO C500-ACTNO (1).
00609      MOVE 01             TO C500-TYPE (1).
00610      MOVE 0              TO C500-STAT (1).
00611      MOVE 03             TO C500-REASON (1).
00612      MOVE 0              TO C500-PRTIND (1).
00613      MOVE 1              TO C500-ADJIND (1).
00614      MOVE PT-TXCD        TO C500-TXCD (1).
00615      MOVE ZEROS          TO C500-TXRTE (1).
00616      MOVE ZEROS          TO C500-AMTDUE (1) C500-AMTPD (1).
00617      MOVE PT-APPELLANT   TO C500-APPLNAME (1).
00618      MOVE ZEROS          TO C500-ZIP (1).
00619      MOVE ZEROS          TO C500-ASSCERTVALS (1)
00620                             C500-ASSRECVALS (1)
00621                             C500-ADJVALS (1).
00622      MOVE PT-AV-BEFORE   TO C500-CASSVAL (1).
00623      MOVE PT-AV-AFTER    TO C500-RASSVAL (1)
00624                             C500-ANEWASSVAL (1).
00625      MOVE W-MDY-DATE     TO C500-ADJDTE (1).
00626      MOVE ZEROS          TO C500-INT-DTE (1).
00627      IF PT-PAID-DATE NOT EQUAL ZEROS
00628          MOVE PT-PAID-DATE TO W-CCYYMMDD
00629          PERFORM A250-MDY-DATE THRU A250-EXIT
00630          MOVE W-MDY-DATE TO C500-INT-DTE (1).
00631      WRITE COE-WORK-REC.
00632      MOVE W-CERT-NO      TO PT-COE-CERT-NO D-CERT-NO.
00633      MOVE W-RUN-DATE     TO PT-COE-DATE.
00634      MOVE 'REDUCED - CERTIFICATE WRITTEN' TO D-MESSG.
00635      ADD 1 TO W-CERT-NO.
00636  A200-EXIT. EXIT.
00637      SKIP1
00638  A250-MDY-DATE.
00639      MOVE ZEROS  TO W-MDY-DATE.
00640      MOVE W-MM   TO W-MDY-MM.
00641      MOVE W-DD   TO W-MDY-DD.
00642      MOVE W-CCYY TO W-MDY-YYYY.
00643  A250-EXIT. EXIT.
00644      SKIP1
00645  B100-HEADING.
00646      ADD +1 TO PAGE-CNT.
00647      MOVE PAGE-CNT TO HD-PAGE.
00648      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00649      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00650      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00651      MOVE +6 TO LINE-CNT.
00652  B100-EXIT. EXIT.
