00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA981.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. SENIOR CITIZENS REAL ESTATE TAX DEFERRAL - ANNUAL
00007 *         INTEREST ACCRUAL AND POSTING OF THE YEAR'S DEFERRALS TO
00008 *         THE DEFERRAL MASTER (ASDEFRMR1, KEYED BY PROPERTY
00009 *         NUMBER).  FIRST EVERY ACCOUNT NOT YET PAID OFF IS
00010 *         ACCRUED SIMPLE INTEREST ON ITS DEFERRED TAX, AT THE
00011 *         CONTROL CARD PERCENT, FROM ITS INTEREST-THROUGH DATE TO
00012 *         DECEMBER 31 OF THE CONTROL CARD TAX YEAR.  THEN EACH
00013 *         DEFERRAL APPLICATION CARD (VOLUME, PROPERTY AND THE
00014 *         APPLICANT'S EQUITY INTEREST, IN VOLUME AND PROPERTY
00015 *         ORDER) IS MATCHED TO THE PROPERTY MASTER FOR THE YEAR'S
00016 *         CURRENT TAX (PM-TOTTX) AND TO THE SENIOR FREEZE
00017 *         MASTER/DETAIL EXTRACT (ASSFMSDTR1, PRESORTED TO VOLUME
00018 *         AND PROPERTY) FOR THE APPLICANT'S BIRTH DATE, HOUSEHOLD
00019 *         INCOME AND MAILING ADDRESS (C150 SEGMENT).  THE
00020 *         APPLICANT MUST BE 65 BY JUNE 1 OF THE TAX YEAR AND
00021 *         WITHIN THE CARD'S INCOME LIMIT.  THE YEAR'S TAX IS
00022 *         DEFERRED UP TO THE CAP - THE CARD'S PERCENT OF THE
00023 *         EQUITY INTEREST, LESS THE DEFERRED TAX AND INTEREST
00024 *         ALREADY OWED; A YEAR CUT BACK TO THE CAP IS MARKED.  A
00025 *         PARCEL NOT YET ON THE MASTER IS ENROLLED.  EVERY POSTING
00026 *         IS LISTED; APPLICATIONS NOT POSTED ARE LISTED WITH THEIR
00027 *         REASON AND END THE RUN WITH CODE 4.
0027A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0027B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0027C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0027D *         YEAR TAKES THE CYCLE YEAR.
00028      SKIP2
00029  ENVIRONMENT DIVISION.
00030  CONFIGURATION SECTION.
00031  SOURCE-COMPUTER. IBM-370.
00032  OBJECT-COMPUTER. IBM-370.
00033      SKIP1
00034  INPUT-OUTPUT SECTION.
00035  FILE-CONTROL.
00036      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00037      SELECT APPL-FILE     ASSIGN TO UT-S-DEFRAPPL.
00038      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00039      SELECT SNRFRZ-EXTR   ASSIGN TO UT-S-SFMSDT.
00040      SELECT DEFER-MASTER  ASSIGN TO DA-TXDEFER
00041        ORGANIZATION IS INDEXED
00042        ACCESS IS DYNAMIC
00043        RECORD KEY IS DF-PROP
00044        FILE STATUS IS DEFER-STATUS.
00045      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00046      SKIP2
00047  DATA DIVISION.
00048  FILE SECTION.
00049      SKIP1
00050  FD  CONTROL-FILE
00051      BLOCK  CONTAINS 0 RECORDS
00052      RECORD CONTAINS 80 CHARACTERS
00053      RECORDING MODE IS F
00054      LABEL  RECORDS ARE STANDARD
00055      DATA RECORD IS CONTROL-REC.
00056  01  CONTROL-REC.
00057      05  CC-TAX-YEAR     PIC X(4).
00058      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00059                          PIC 9(4).
00060      05  CC-INT-PCT      PIC X(4).
00061      05  CC-INT-PCT-N REDEFINES CC-INT-PCT
00062                          PIC 99V99.
00063      05  CC-INC-LIMIT    PIC X(9).
00064      05  CC-INC-LIMIT-N REDEFINES CC-INC-LIMIT
00065                          PIC 9(7)V99.
00066      05  CC-CAP-PCT      PIC X(3).
00067      05  CC-CAP-PCT-N REDEFINES CC-CAP-PCT
00068                          PIC 9(3).
00069      05  FILLER          PIC X(60).
00070      SKIP2
00071  FD  APPL-FILE
00072      BLOCK  CONTAINS 0 RECORDS
00073      RECORD CONTAINS 80 CHARACTERS
00074      RECORDING MODE IS F
00075      LABEL  RECORDS ARE STANDARD
00076      DATA RECORD IS APPL-REC.
00077  01  APPL-REC.
00078      05  DA-VOL          PIC X(3).
00079      05  DA-VOL-N REDEFINES DA-VOL
00080                          PIC 9(3).
00081      05  DA-PROP         PIC X(15).
00082      05  DA-PROP-N REDEFINES DA-PROP
00083                          PIC 9(15).
00084      05  DA-EQUITY       PIC X(11).
00085      05  DA-EQUITY-N REDEFINES DA-EQUITY
00086                          PIC 9(11).
00087      05  FILLER          PIC X(51).
00088      SKIP2
00089  FD  PROP-MASTER
00090      BLOCK  CONTAINS 0 CHARACTERS
00091      RECORD CONTAINS 29 TO 1275 CHARACTERS
00092      RECORDING MODE IS S
00093      LABEL  RECORDS ARE STANDARD
00094      DATA RECORD IS PM-REC.
00095  01  PM-REC.
00096  COPY PROPMSRD01.
00097      SKIP2
00098  FD  SNRFRZ-EXTR
00099      BLOCK  CONTAINS 0 RECORDS
00100      RECORD CONTAINS 1265 CHARACTERS
00101      RECORDING MODE IS F
00102      LABEL  RECORDS ARE STANDARD
00103      DATA RECORD IS SNRFRZ-REC.
00104  01  SNRFRZ-REC.
00105  COPY ASSFMSDTR1.
00106      SKIP2
00107  FD  DEFER-MASTER
00108      RECORD CONTAINS 750 CHARACTERS
00109      LABEL RECORDS ARE STANDARD.
00110      SKIP1
00111  01  DEFER-REC.
00112  COPY ASDEFRMR1.
00113      SKIP2
00114  FD  PRINT-FILE
00115      BLOCK  CONTAINS 0 RECORDS
00116      RECORD CONTAINS 133 CHARACTERS
00117      RECORDING MODE IS F
00118      LABEL  RECORDS ARE STANDARD.
00119      SKIP1
00120  01  PRINT-REC               PIC X(133).
00121      SKIP2
00122  WORKING-STORAGE SECTION.
00123      SKIP1
00124  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00125  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00126      SKIP1
00127  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00128      88  END-OF-CTL-FILE                  VALUE 'Y'.
00129  77  APPL-EOF-SW               PIC X      VALUE 'N'.
00130      88  END-OF-APPL-FILE                 VALUE 'Y'.
00131  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00132      88  END-OF-PM-FILE                   VALUE 'Y'.
00133  77  SF-EOF-SW                 PIC X      VALUE 'N'.
00134      88  END-OF-SF-FILE                   VALUE 'Y'.
00135  77  DEFER-EOF-SW              PIC X      VALUE 'N'.
00136      88  END-OF-DEFER-FILE                VALUE 'Y'.
00137  77  NEW-ACCT-SW               PIC X      VALUE 'N'.
00138      88  NEW-ACCOUNT                      VALUE 'Y'.
00139      SKIP1
00140  77  DEFER-STATUS              PIC XX     VALUE '00'.
00141      SKIP1
00142  77  APPL-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00143  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00144  77  SF-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00145  77  ACCT-READ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00146  77  ACCRUED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00147  77  ENROLLED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00148  77  DEFERRED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00149  77  CAPPED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00150  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00151      SKIP1
00152  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00153  77  W-TAX-YY                  PIC 99     VALUE ZEROS.
00154  77  W-ACCRUE-DATE             PIC 9(8)   VALUE ZEROS.
00155  77  W-INT-PCT                 PIC 99V99  VALUE 06.00.
00156  77  W-INC-LIMIT               PIC 9(7)V99 VALUE 65000.00.
00157  77  W-CAP-PCT                 PIC 9(3)   VALUE 080.
00158  77  W-DAYS            COMP-3  PIC S9(5)  VALUE +0.
00159  77  W-YR-INT          COMP-3  PIC S9(9)V99 VALUE +0.
00160  77  W-ACCT-INT        COMP-3  PIC S9(9)V99 VALUE +0.
00161  77  W-INT-TOTAL       COMP-3  PIC S9(11)V99 VALUE +0.
00162  77  W-DEFER-TOTAL     COMP-3  PIC S9(11)V99 VALUE +0.
00163  77  W-DEFER-AMT       COMP-3  PIC S9(9)V99 VALUE +0.
00164  77  W-ROOM            COMP-3  PIC S9(11)V99 VALUE +0.
00165  77  W-CAP-IND                 PIC X      VALUE SPACE.
00166  77  W-AGE             COMP-3  PIC S9(5)  VALUE +0.
00167  77  W-BIRTH-CCYY              PIC 9(4)   VALUE ZEROS.
00168  77  W-BIRTH-MMDD              PIC 9(4)   VALUE ZEROS.
00169  77  W-REASON                  PIC X(30)  VALUE SPACES.
00170  77  YR-SUB            COMP-3  PIC S9(3)  VALUE +0.
00171  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00172      SKIP1
00173 *    VALUES CAPTURED FROM THE MATCHING PROPERTY MASTER AND
00174 *    SENIOR FREEZE RECORDS FOR THE APPLICATION IN HAND.
00175  77  W-PM-FOUND-SW             PIC X      VALUE 'N'.
00176      88  W-PM-FOUND                       VALUE 'Y'.
00177  77  W-PM-TOTTX        COMP-3  PIC S9(9)V99 VALUE +0.
00178  77  W-PM-NAME                 PIC X(22)  VALUE SPACES.
00179  77  W-SF-FOUND-SW             PIC X      VALUE 'N'.
00180      88  W-SF-FOUND                       VALUE 'Y'.
00181  77  W-SF-BIRTHDTE             PIC X(8)   VALUE SPACES.
00182  77  W-SF-TOTINC       COMP-3  PIC S9(7)V99 VALUE +0.
0182A  01  CYCLK-AREA.
0182B  COPY DPCYCLKR1.
0182C      SKIP1
00183  01  W-SF-MAIL.
00184      05  W-SF-ADDR              PIC X(22).
00185      05  W-SF-CITY              PIC X(12).
00186      05  W-SF-STATE             PIC XX.
00187      05  W-SF-ZIP               PIC 9(9).
00188      SKIP1
00189  01  APPL-KEY.
00190      05  AK-VOL                 PIC 9(3).
00191      05  AK-PROP                PIC 9(15).
00192  01  PREV-APPL-KEY              PIC X(18)  VALUE LOW-VALUES.
00193  01  PMM-KEY.
00194      05  PMK-VOL                PIC 9(3).
00195      05  PMK-PROP               PIC 9(15).
00196  01  SFM-KEY.
00197      05  SFK-VOL                PIC 9(3).
00198      05  SFK-PROP               PIC 9(15).
00199      SKIP1
00200  01  ACPT-DATE                  PIC 9(6).
00201  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00202      05  ACPT-YR                PIC 99.
00203      05  ACPT-MO                PIC 99.
00204      05  ACPT-DA                PIC 99.
00205  01  DSP-DATE.
00206      05  DSP-MO                 PIC 99.
00207      05  FILLER                 PIC X      VALUE '/'.
00208      05  DSP-DA                 PIC 99.
00209      05  FILLER                 PIC X      VALUE '/'.
00210      05  DSP-YR                 PIC 99.
00211      SKIP1
00212  01  HEAD-A.
00213      05  FILLER          PIC X(3)   VALUE SPACES.
00214      05  HD-DATE         PIC X(8).
00215      05  FILLER          PIC X(44)  VALUE SPACES.
00216      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00217      05  FILLER          PIC X(44)  VALUE SPACES.
00218      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00219      05  HD-PAGE         PIC ZZ,ZZ9.
00220      SKIP1
00221  01  HEAD-B.
00222      05  FILLER          PIC X(3)   VALUE SPACES.
00223      05  FILLER          PIC X(8)   VALUE 'ASREA981'.
00224      05  FILLER          PIC X(18)  VALUE SPACES.
00225      05  FILLER          PIC X(48)  VALUE
00226          'SENIOR TAX DEFERRAL POSTING - TAX YEAR'.
00227      05  HD-TAX-YEAR     PIC 9(4).
00228      SKIP1
00229  01  HEAD-C.
00230      05  FILLER          PIC X(3)   VALUE SPACES.
00231      05  FILLER          PIC X(10)  VALUE 'ACTION'.
00232      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00233      05  FILLER          PIC X(24)  VALUE 'PARTICIPANT'.
00234      05  FILLER          PIC X(16)  VALUE '     YEAR TAX'.
00235      05  FILLER          PIC X(16)  VALUE '     DEFERRED'.
00236      05  FILLER          PIC X(16)  VALUE '   TOTAL OWED'.
00237      05  FILLER          PIC X(16)  VALUE '          CAP'.
00238      05  FILLER          PIC X(15)  VALUE 'MESSAGE'.
00239      SKIP1
00240  01  AUDIT-LINE.
00241      05  FILLER          PIC X(3)   VALUE SPACES.
00242      05  AL-TAG          PIC X(8).
00243      05  FILLER          PIC X(2)   VALUE SPACES.
00244      05  AL-PROP         PIC 9(15).
00245      05  FILLER          PIC X(2)   VALUE SPACES.
00246      05  AL-NAME         PIC X(22).
00247      05  FILLER          PIC X(2)   VALUE SPACES.
00248      05  AL-YEAR-TAX     PIC ZZZ,ZZZ,ZZ9.99.
00249      05  FILLER          PIC X(2)   VALUE SPACES.
00250      05  AL-DEFERRED     PIC ZZZ,ZZZ,ZZ9.99.
00251      05  FILLER          PIC X(2)   VALUE SPACES.
00252      05  AL-OWED         PIC ZZZ,ZZZ,ZZ9.99.
00253      05  FILLER          PIC X(2)   VALUE SPACES.
00254      05  AL-CAP          PIC ZZZ,ZZZ,ZZ9.99.
00255      05  FILLER          PIC X(2)   VALUE SPACES.
00256      05  AL-MESSG        PIC X(30).
00257      EJECT
00258  PROCEDURE DIVISION.
00259      SKIP1
00260  A010-HOUSEKEEPING.
00261      OPEN INPUT  CONTROL-FILE, APPL-FILE, PROP-MASTER,
00262                  SNRFRZ-EXTR
00263           I-O    DEFER-MASTER
00264           OUTPUT PRINT-FILE.
00265      IF DEFER-STATUS NOT EQUAL '00'
00266          DISPLAY 'ASREA981 -- DEFERRAL MASTER OPEN FAILED, '
00267              'STATUS ' DEFER-STATUS
00268          MOVE 16 TO RETURN-CODE.
00269      IF RETURN-CODE EQUAL ZERO
00270          PERFORM A012-READ-CONTROL THRU A012-EXIT.
00271      IF RETURN-CODE EQUAL 16
00272          CLOSE CONTROL-FILE, APPL-FILE, PROP-MASTER, SNRFRZ-EXTR,
00273                DEFER-MASTER, PRINT-FILE
00274          STOP RUN.
00275      ACCEPT ACPT-DATE FROM DATE.
00276      MOVE ACPT-MO TO DSP-MO.
00277      MOVE ACPT-DA TO DSP-DA.
00278      MOVE ACPT-YR TO DSP-YR.
00279      MOVE DSP-DATE TO HD-DATE.
00280      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00281      PERFORM B100-HEADING THRU B100-EXIT.
00282      PERFORM A100-ACCRUE-INTEREST THRU A100-EXIT.
00283      PERFORM A030-READ-APPL THRU A030-EXIT.
00284      PERFORM A040-READ-PM THRU A040-EXIT.
00285      PERFORM A045-READ-SF THRU A045-EXIT.
00286      PERFORM A200-POST-APPL THRU A200-EXIT
00287          UNTIL END-OF-APPL-FILE.
00288      DISPLAY 'TOTAL DEFERRAL ACCOUNTS READ.........: '
00289          ACCT-READ-CNT.
00290      DISPLAY 'TOTAL ACCOUNTS ACCRUED INTEREST......: '
00291          ACCRUED-CNT.
00292      DISPLAY 'TOTAL INTEREST ACCRUED...............: '
00293          W-INT-TOTAL.
00294      DISPLAY 'TOTAL DEFERRAL APPLICATIONS READ.....: '
00295          APPL-IN-CNT.
00296      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00297          PM-IN-CNT.
00298      DISPLAY 'TOTAL SENIOR FREEZE RECORDS READ.....: '
00299          SF-IN-CNT.
00300      DISPLAY 'TOTAL PARTICIPANTS ENROLLED..........: '
00301          ENROLLED-CNT.
00302      DISPLAY 'TOTAL YEARS DEFERRED.................: '
00303          DEFERRED-CNT.
00304      DISPLAY 'TOTAL YEARS CUT BACK TO THE CAP......: '
00305          CAPPED-CNT.
00306      DISPLAY 'TOTAL TAX DEFERRED...................: '
00307          W-DEFER-TOTAL.
00308      DISPLAY 'TOTAL APPLICATIONS NOT POSTED........: '
00309          REJECTED-CNT.
00310      IF RETURN-CODE LESS THAN 4
00311       AND REJECTED-CNT GREATER THAN +0
00312          MOVE 4 TO RETURN-CODE.
00313      CLOSE CONTROL-FILE, APPL-FILE, PROP-MASTER, SNRFRZ-EXTR,
00314            DEFER-MASTER, PRINT-FILE.
00315      STOP RUN.
00316      SKIP1
00317 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4, THE INTEREST
00318 *    PERCENT IN 5-8 (99V99), THE HOUSEHOLD INCOME LIMIT IN 9-17
00319 *    (9(7)V99) AND THE CAP PERCENT OF EQUITY IN 18-20.  BLANK
00320 *    FIELDS TAKE 6 PERCENT, 65,000.00 AND 80 PERCENT.
00321  A012-READ-CONTROL.
00322      READ CONTROL-FILE AT END
00323          MOVE 'Y' TO CTL-EOF-SW.
0323A      MOVE 'ASREA981' TO CK-CALLER.
0323B      MOVE SPACES TO CK-CARD-YEAR.
0323C      IF NOT END-OF-CTL-FILE
0323D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0323E      CALL 'DPRUN004' USING CYCLK-AREA.
0323F      IF NOT END-OF-CTL-FILE
0323G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00324      IF END-OF-CTL-FILE
00325          OR CC-TAX-YEAR NOT NUMERIC
00326          OR CC-TAX-YEAR-N EQUAL ZERO
00327          DISPLAY 'ASREA981 -- TAX YEAR CONTROL CARD MISSING OR '
00328              'INVALID -- RUN STOPPED'
00329          MOVE 16 TO RETURN-CODE
00330          GO TO A012-EXIT.
00331      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00332      MOVE CC-TAX-YEAR (3:2) TO W-TAX-YY.
00333      COMPUTE W-ACCRUE-DATE = W-TAX-YEAR * 10000 + 1231.
00334      IF CC-INT-PCT NOT EQUAL SPACES
00335          IF CC-INT-PCT NOT NUMERIC
00336              DISPLAY 'ASREA981 -- INTEREST PERCENT ON CONTROL '
00337                  'CARD INVALID -- RUN STOPPED'
00338              MOVE 16 TO RETURN-CODE
00339              GO TO A012-EXIT
00340          ELSE
00341              MOVE CC-INT-PCT-N TO W-INT-PCT.
00342      IF CC-INC-LIMIT NOT EQUAL SPACES
00343          IF CC-INC-LIMIT NOT NUMERIC
00344              DISPLAY 'ASREA981 -- INCOME LIMIT ON CONTROL '
00345                  'CARD INVALID -- RUN STOPPED'
00346              MOVE 16 TO RETURN-CODE
00347              GO TO A012-EXIT
00348          ELSE
00349              MOVE CC-INC-LIMIT-N TO W-INC-LIMIT.
00350      IF CC-CAP-PCT NOT EQUAL SPACES
00351          IF CC-CAP-PCT NOT NUMERIC
00352             OR CC-CAP-PCT-N EQUAL ZERO
00353             OR CC-CAP-PCT-N GREATER THAN 100
00354              DISPLAY 'ASREA981 -- CAP PERCENT ON CONTROL '
00355                  'CARD INVALID -- RUN STOPPED'
00356              MOVE 16 TO RETURN-CODE
00357              GO TO A012-EXIT
00358          ELSE
00359              MOVE CC-CAP-PCT-N TO W-CAP-PCT.
00360      DISPLAY 'TAX YEAR DEFERRED....................: ' W-TAX-YEAR.
00361      DISPLAY 'INTEREST ACCRUED THROUGH.............: '
00362          W-ACCRUE-DATE.
00363      DISPLAY 'INTEREST PERCENT PER YEAR............: ' W-INT-PCT.
00364      DISPLAY 'HOUSEHOLD INCOME LIMIT...............: '
00365          W-INC-LIMIT.
00366      DISPLAY 'CAP PERCENT OF EQUITY INTEREST.......: ' W-CAP-PCT.
00367  A012-EXIT. EXIT.
00368      SKIP1
00369  A030-READ-APPL.
00370      READ APPL-FILE AT END
00371          MOVE 'Y' TO APPL-EOF-SW
00372          GO TO A030-EXIT.
00373      ADD +1 TO APPL-IN-CNT.
00374  A030-EXIT. EXIT.
00375      SKIP1
00376  A040-READ-PM.
00377      READ PROP-MASTER AT END
00378          MOVE 'Y' TO PM-EOF-SW
00379          MOVE ALL '9' TO PMM-KEY
00380          GO TO A040-EXIT.
00381      ADD +1 TO PM-IN-CNT.
00382      MOVE PM-VOL  TO PMK-VOL.
00383      MOVE PM-PROP TO PMK-PROP.
00384  A040-EXIT. EXIT.
00385      SKIP1
00386  A045-READ-SF.
00387      READ SNRFRZ-EXTR AT END
00388          MOVE 'Y' TO SF-EOF-SW
00389          MOVE ALL '9' TO SFM-KEY
00390          GO TO A045-EXIT.
00391      ADD +1 TO SF-IN-CNT.
00392      MOVE OF-VOLUME  TO SFK-VOL.
00393      MOVE OF-PROP-NO TO SFK-PROP.
00394  A045-EXIT. EXIT.
00395      SKIP1
00396  A090-PRINT.
00397      IF LINE-CNT GREATER THAN +57
00398          PERFORM B100-HEADING THRU B100-EXIT.
00399      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00400      ADD +1 TO LINE-CNT.
00401  A090-EXIT. EXIT.
00402      SKIP1
00403 *    INTEREST PASS - EVERY ACCOUNT STILL OWING IS BROUGHT UP TO
00404 *    DECEMBER 31 OF THE TAX YEAR, YEAR BY YEAR OF DEFERRAL.
00405  A100-ACCRUE-INTEREST.
00406      MOVE LOW-VALUES TO DEFER-REC.
00407      MOVE ZEROS TO DF-PROP.
00408      START DEFER-MASTER KEY NOT LESS THAN DF-PROP.
00409      IF DEFER-STATUS NOT EQUAL '00'
00410          GO TO A100-EXIT.
00411      PERFORM A110-ACCRUE-ACCOUNT THRU A110-EXIT
00412          UNTIL END-OF-DEFER-FILE.
00413  A100-EXIT. EXIT.
00414      SKIP1
00415  A110-ACCRUE-ACCOUNT.
00416      READ DEFER-MASTER NEXT RECORD.
00417      IF DEFER-STATUS NOT EQUAL '00'
00418          MOVE 'Y' TO DEFER-EOF-SW
00419          GO TO A110-EXIT.
00420      ADD +1 TO ACCT-READ-CNT.
00421      IF NOT DF-ACCRUING
00422         OR DF-INT-THRU-DATE NOT LESS THAN W-ACCRUE-DATE
00423          GO TO A110-EXIT.
00424      COMPUTE W-DAYS =
00425          FUNCTION INTEGER-OF-DATE (W-ACCRUE-DATE)
00426        - FUNCTION INTEGER-OF-DATE (DF-INT-THRU-DATE).
00427      MOVE ZEROS TO W-ACCT-INT.
00428      PERFORM A120-ACCRUE-YEAR THRU A120-EXIT
00429          VARYING YR-SUB FROM +1 BY +1
00430          UNTIL YR-SUB GREATER THAN DF-YEAR-CNT.
00431      ADD W-ACCT-INT  TO DF-INT-BAL.
00432      ADD W-ACCT-INT  TO W-INT-TOTAL.
00433      MOVE W-INT-PCT     TO DF-INT-PCT.
00434      MOVE W-ACCRUE-DATE TO DF-INT-THRU-DATE.
00435      REWRITE DEFER-REC.
00436      IF DEFER-STATUS NOT EQUAL '00'
00437          DISPLAY 'ASREA981 -- DEFERRAL REWRITE FAILED, STATUS '
00438              DEFER-STATUS ' PROPERTY ' DF-PROP
00439          MOVE 16 TO RETURN-CODE
00440          MOVE 'Y' TO DEFER-EOF-SW
00441          GO TO A110-EXIT.
00442      ADD +1 TO ACCRUED-CNT.
00443  A110-EXIT. EXIT.
00444      SKIP1
00445  A120-ACCRUE-YEAR.
00446      COMPUTE W-YR-INT ROUNDED =
00447          DFY-DEFER-AMT (YR-SUB) * W-INT-PCT * W-DAYS / 36500.
00448      ADD W-YR-INT TO DFY-INT-AMT (YR-SUB).
00449      ADD W-YR-INT TO W-ACCT-INT.
00450  A120-EXIT. EXIT.
00451      SKIP1
00452  A200-POST-APPL.
00453      MOVE SPACES TO W-REASON.
00454      IF DA-VOL NOT NUMERIC OR DA-PROP NOT NUMERIC
00455          MOVE 'VOLUME OR PROPERTY NOT NUMERIC' TO W-REASON
00456          GO TO A200-REJECT.
00457      MOVE DA-VOL-N  TO AK-VOL.
00458      MOVE DA-PROP-N TO AK-PROP.
00459      IF APPL-KEY NOT GREATER THAN PREV-APPL-KEY
00460          MOVE 'APPLICATION OUT OF SEQUENCE' TO W-REASON
00461          GO TO A200-REJECT.
00462      MOVE APPL-KEY TO PREV-APPL-KEY.
00463      IF DA-EQUITY NOT NUMERIC OR DA-EQUITY-N EQUAL ZERO
00464          MOVE 'EQUITY INTEREST MISSING' TO W-REASON
00465          GO TO A200-REJECT.
00466      PERFORM A210-MATCH-PM THRU A210-EXIT.
00467      PERFORM A220-MATCH-SF THRU A220-EXIT.
00468      IF NOT W-PM-FOUND
00469          MOVE 'NO CURRENT TAX FOR THE YEAR' TO W-REASON
00470          GO TO A200-REJECT.
00471      IF W-PM-TOTTX NOT GREATER THAN ZERO
00472          MOVE 'NO TAX EXTENDED FOR THE YEAR' TO W-REASON
00473          GO TO A200-REJECT.
00474      IF NOT W-SF-FOUND
00475          MOVE 'NO SENIOR FREEZE APPLICATION' TO W-REASON
00476          GO TO A200-REJECT.
00477      IF W-SF-BIRTHDTE NOT NUMERIC
00478       OR W-SF-BIRTHDTE (5:4) EQUAL '0000'
00479          MOVE 'BIRTH DATE UNUSABLE' TO W-REASON
00480          GO TO A200-REJECT.
00481      MOVE W-SF-BIRTHDTE (5:4) TO W-BIRTH-CCYY.
00482      MOVE W-SF-BIRTHDTE (1:4) TO W-BIRTH-MMDD.
00483      COMPUTE W-AGE = W-TAX-YEAR - W-BIRTH-CCYY.
00484      IF W-BIRTH-MMDD GREATER THAN 0601
00485          SUBTRACT 1 FROM W-AGE.
00486      IF W-AGE LESS THAN +65
00487          MOVE 'NOT 65 BY JUNE 1 OF TAX YEAR' TO W-REASON
00488          GO TO A200-REJECT.
00489      IF W-SF-TOTINC GREATER THAN W-INC-LIMIT
00490          MOVE 'HOUSEHOLD INCOME OVER LIMIT' TO W-REASON
00491          GO TO A200-REJECT.
00492      MOVE 'N' TO NEW-ACCT-SW.
00493      MOVE AK-PROP TO DF-PROP.
00494      READ DEFER-MASTER.
00495      IF DEFER-STATUS NOT EQUAL '00'
00496          PERFORM A230-NEW-ACCOUNT THRU A230-EXIT
00497      ELSE
00498          IF NOT DF-ACTIVE
00499              MOVE 'ACCOUNT NOT ACTIVE - PAYOFF DUE' TO W-REASON
00500              GO TO A200-REJECT.
00501      IF DF-LAST-YEAR NOT LESS THAN W-TAX-YEAR
00502          MOVE 'YEAR ALREADY DEFERRED' TO W-REASON
00503          GO TO A200-REJECT.
00504      IF DF-YEAR-CNT NOT LESS THAN 20
00505          MOVE 'DEFERRAL YEAR TABLE FULL' TO W-REASON
00506          GO TO A200-REJECT.
00507      MOVE W-PM-NAME     TO DF-NAME.
00508      MOVE W-SF-MAIL     TO DF-MAIL.
00509      MOVE W-SF-BIRTHDTE TO DF-BIRTH-DATE.
00510      MOVE W-SF-TOTINC   TO DF-TOTINC.
00511      MOVE DA-EQUITY-N   TO DF-EQUITY.
00512      COMPUTE DF-CAP-AMT ROUNDED = DF-EQUITY * W-CAP-PCT / 100.
00513      COMPUTE W-ROOM = DF-CAP-AMT - DF-PRIN-BAL - DF-INT-BAL.
00514      MOVE W-PM-TOTTX TO W-DEFER-AMT.
00515      MOVE SPACE TO W-CAP-IND.
00516      IF W-ROOM NOT GREATER THAN ZERO
00517          MOVE 'CAP REACHED - NOTHING DEFERRED' TO W-REASON
00518          GO TO A200-REJECT.
00519      IF W-DEFER-AMT GREATER THAN W-ROOM
00520          MOVE W-ROOM TO W-DEFER-AMT
00521          MOVE 'C' TO W-CAP-IND.
00522      ADD 1 TO DF-YEAR-CNT.
00523      MOVE DF-YEAR-CNT TO YR-SUB.
00524      MOVE W-TAX-YEAR  TO DFY-TAX-YEAR (YR-SUB).
00525      MOVE W-DEFER-AMT TO DFY-DEFER-AMT (YR-SUB).
00526      MOVE ZEROS       TO DFY-INT-AMT (YR-SUB).
00527      MOVE W-CAP-IND   TO DFY-CAP-IND (YR-SUB).
00528      ADD W-DEFER-AMT  TO DF-PRIN-BAL.
00529      MOVE W-TAX-YEAR  TO DF-LAST-YEAR.
00530      IF NEW-ACCOUNT
00531          WRITE DEFER-REC
00532      ELSE
00533          REWRITE DEFER-REC.
00534      IF DEFER-STATUS NOT EQUAL '00'
00535          DISPLAY 'ASREA981 -- DEFERRAL MASTER UPDATE FAILED, '
00536              'STATUS ' DEFER-STATUS ' PROPERTY ' DF-PROP
00537          MOVE 16 TO RETURN-CODE
00538          GO TO A200-NEXT.
00539      ADD +1 TO DEFERRED-CNT.
00540      ADD W-DEFER-AMT TO W-DEFER-TOTAL.
00541      MOVE SPACES TO AUDIT-LINE.
00542      IF NEW-ACCOUNT
00543          ADD +1 TO ENROLLED-CNT
00544          MOVE 'ENROLLED' TO AL-TAG
00545      ELSE
00546          MOVE 'DEFERRED' TO AL-TAG.
00547      IF W-CAP-IND EQUAL 'C'
00548          ADD +1 TO CAPPED-CNT
00549          MOVE 'CUT BACK TO THE CAP' TO AL-MESSG.
00550      MOVE DF-PROP     TO AL-PROP.
00551      MOVE DF-NAME     TO AL-NAME.
00552      MOVE W-PM-TOTTX  TO AL-YEAR-TAX.
00553      MOVE W-DEFER-AMT TO AL-DEFERRED.
00554      COMPUTE AL-OWED = DF-PRIN-BAL + DF-INT-BAL.
00555      MOVE DF-CAP-AMT  TO AL-CAP.
00556      PERFORM A090-PRINT THRU A090-EXIT.
00557      GO TO A200-NEXT.
00558  A200-REJECT.
00559      ADD +1 TO REJECTED-CNT.
00560      MOVE SPACES TO AUDIT-LINE.
00561      MOVE 'REJECTED' TO AL-TAG.
00562      MOVE ZEROS TO AL-PROP AL-YEAR-TAX AL-DEFERRED AL-OWED AL-CAP.
00563      IF DA-PROP NUMERIC
00564          MOVE DA-PROP-N TO AL-PROP.
00565      MOVE W-PM-NAME  TO AL-NAME.
00566      MOVE W-PM-TOTTX TO AL-YEAR-TAX.
00567      MOVE W-REASON   TO AL-MESSG.
00568      PERFORM A090-PRINT THRU A090-EXIT.
00569  A200-NEXT.
00570      PERFORM A030-READ-APPL THRU A030-EXIT.
00571  A200-EXIT. EXIT.
00572      SKIP1
00573 *    THE CURRENT TAX TYPE RECORD FOR THE TAX YEAR SUPPLIES THE
00574 *    YEAR'S TAX AND THE NAME FROM THE N1 SEGMENT.
00575  A210-MATCH-PM.
00576      MOVE 'N'    TO W-PM-FOUND-SW.
00577      MOVE ZEROS  TO W-PM-TOTTX.
00578      MOVE SPACES TO W-PM-NAME.
00579      PERFORM A040-READ-PM THRU A040-EXIT
00580          UNTIL PMM-KEY NOT LESS THAN APPL-KEY.
00581      PERFORM A215-TAKE-PM THRU A215-EXIT
00582          UNTIL PMM-KEY NOT EQUAL APPL-KEY.
00583  A210-EXIT. EXIT.
00584      SKIP1
00585  A215-TAKE-PM.
00586      IF CURRENT-TAX-TYPE
00587       AND PM-TXYR EQUAL W-TAX-YY
00588          MOVE 'Y' TO W-PM-FOUND-SW
00589          IF TAX-INFO-PRESENT
00590              MOVE PM-TOTTX (1) TO W-PM-TOTTX.
00591      IF CURRENT-TAX-TYPE
00592       AND PM-TXYR EQUAL W-TAX-YY
00593       AND SEGMENTS-PRESENT
00594          PERFORM A217-FIND-NAME THRU A217-EXIT
00595              VARYING SEG-SUB FROM +1 BY +1
00596              UNTIL SEG-SUB GREATER THAN PM-SEGCTR
00597                 OR W-PM-NAME NOT EQUAL SPACES.
00598      PERFORM A040-READ-PM THRU A040-EXIT.
00599  A215-EXIT. EXIT.
00600      SKIP1
00601  A217-FIND-NAME.
00602      IF NAME-TYPE-CODE (SEG-SUB)
00603          MOVE PM-NAME (SEG-SUB) TO W-PM-NAME.
00604  A217-EXIT. EXIT.
00605      SKIP1
00606 *    THE LAST SENIOR FREEZE RECORD FOR THE PARCEL IS TAKEN.
00607  A220-MATCH-SF.
00608      MOVE 'N'    TO W-SF-FOUND-SW.
00609      PERFORM A045-READ-SF THRU A045-EXIT
00610          UNTIL SFM-KEY NOT LESS THAN APPL-KEY.
00611      PERFORM A225-TAKE-SF THRU A225-EXIT
00612          UNTIL SFM-KEY NOT EQUAL APPL-KEY.
00613  A220-EXIT. EXIT.
00614      SKIP1
00615  A225-TAKE-SF.
00616      MOVE 'Y'                  TO W-SF-FOUND-SW.
00617      MOVE OF-C150-SGBIRTHDTE   TO W-SF-BIRTHDTE.
00618      MOVE OF-C150-SGTOTINC     TO W-SF-TOTINC.
00619      MOVE OF-C150-SGAPPADDR    TO W-SF-ADDR.
00620      MOVE OF-C150-SGAPPCITY    TO W-SF-CITY.
00621      MOVE OF-C150-SGAPPSTATE   TO W-SF-STATE.
00622      MOVE OF-C150-SGAPPZIP     TO W-SF-ZIP.
00623      PERFORM A045-READ-SF THRU A045-EXIT.
00624  A225-EXIT. EXIT.
00625      SKIP1
00626  A230-NEW-ACCOUNT.
00627      MOVE 'Y'           TO NEW-ACCT-SW.
00628      MOVE SPACES        TO DEFER-REC.
00629      MOVE AK-PROP       TO DF-PROP.
00630      MOVE AK-VOL        TO DF-VOL.
00631      MOVE 'A'           TO DF-STATUS.
00632      MOVE W-TAX-YEAR    TO DF-ENROLL-YEAR.
00633      MOVE ZEROS         TO DF-LAST-YEAR DF-PRIN-BAL DF-INT-BAL
00634                            DF-PAYOFF-DATE DF-PAYOFF-AMT
00635                            DF-YEAR-CNT.
00636      MOVE W-INT-PCT     TO DF-INT-PCT.
00637      MOVE W-ACCRUE-DATE TO DF-INT-THRU-DATE.
00638      PERFORM A235-CLEAR-YEAR THRU A235-EXIT
00639          VARYING YR-SUB FROM +1 BY +1
00640          UNTIL YR-SUB GREATER THAN +20.
00641  A230-EXIT. EXIT.
00642      SKIP1
00643  A235-CLEAR-YEAR.
00644      MOVE ZEROS TO DFY-TAX-YEAR (YR-SUB) DFY-DEFER-AMT (YR-SUB)
00645                    DFY-INT-AMT (YR-SUB).
00646      MOVE SPACE TO DFY-CAP-IND (YR-SUB).
00647  A235-EXIT. EXIT.
00648      SKIP1
00649  B100-HEADING.
00650      ADD +1 TO PAGE-CNT.
00651      MOVE PAGE-CNT TO HD-PAGE.
00652      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00653      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00654      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00655      MOVE +5 TO LINE-CNT.
00656  B100-EXIT. EXIT.
