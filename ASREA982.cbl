00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA982.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. SENIOR CITIZENS REAL ESTATE TAX DEFERRAL - PAYOFF
00007 *         REPORT.  THE DEFERRED TAX AND INTEREST BECOME DUE WHEN
00008 *         THE PROPERTY IS SOLD OR THE PARTICIPANT DIES.  PASS ONE
00009 *         READS THE RECORDED-SALES FILE (THE SAME FILE ASREA952
00010 *         READS) AND LOOKS EACH SOLD PARCEL UP ON THE DEFERRAL
00011 *         MASTER (ASDEFRMR1); PASS TWO READS THE ASREA904 DEATH
00012 *         MATCH WORKLIST AND LOOKS UP EACH SENIOR FREEZE HIT.  AN
00013 *         ACTIVE ACCOUNT IS SET TO PAYOFF DUE (STATUS S FOR A
00014 *         SALE, D FOR A DEATH) WITH THE SALE OR DEATH DATE, AND
00015 *         THE PAYOFF AMOUNT - DEFERRED TAX, INTEREST ACCRUED TO
00016 *         THE INTEREST-THROUGH DATE, AND PER-DIEM INTEREST FROM
00017 *         THERE TO THE SALE OR DEATH DATE - IS STORED AND PRINTED.
00018 *         A GRADE C DEATH HIT (NAME ONLY) IS NOT POSTED; IT IS
00019 *         LISTED FOR THE EXEMPTIONS UNIT TO CONFIRM, AND ENDS THE
00020 *         RUN WITH CODE 4.  A SALE DATED BEFORE THE ACCOUNT WAS
00021 *         ENROLLED IS IGNORED.
00022      SKIP2
00023  ENVIRONMENT DIVISION.
00024  CONFIGURATION SECTION.
00025  SOURCE-COMPUTER. IBM-370.
00026  OBJECT-COMPUTER. IBM-370.
00027      SKIP1
00028  INPUT-OUTPUT SECTION.
00029  FILE-CONTROL.
00030      SELECT SALES-FILE    ASSIGN TO UT-S-RECSALES.
00031      SELECT WORKLIST-FILE ASSIGN TO UT-S-WORKLIST.
00032      SELECT DEFER-MASTER  ASSIGN TO DA-TXDEFER
00033        ORGANIZATION IS INDEXED
00034        ACCESS IS RANDOM
00035        RECORD KEY IS DF-PROP
00036        FILE STATUS IS DEFER-STATUS.
00037      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00038      SKIP2
00039  DATA DIVISION.
00040  FILE SECTION.
00041      SKIP1
00042  FD  SALES-FILE
00043      BLOCK  CONTAINS 0 RECORDS
00044      RECORD CONTAINS 100 CHARACTERS
00045      RECORDING MODE IS F
00046      LABEL  RECORDS ARE STANDARD
00047      DATA RECORD IS SALE-REC.
00048  01  SALE-REC.
00049      05  SL-DOC-NO       PIC X(10).
00050      05  SL-PROP         PIC 9(15).
00051      05  SL-SALE-DATE    PIC 9(8).
00052      05  SL-SALE-DATE-X REDEFINES SL-SALE-DATE.
00053          10  SL-SALE-YEAR PIC 9(4).
00054          10  FILLER      PIC 9(4).
00055      05  SL-PRICE        PIC 9(11).
00056      05  SL-GRANTEE      PIC X(30).
00057      05  FILLER          PIC X(26).
00058      SKIP2
00059  FD  WORKLIST-FILE
00060      BLOCK  CONTAINS 0 RECORDS
00061      RECORD CONTAINS 100 CHARACTERS
00062      RECORDING MODE IS F
00063      LABEL  RECORDS ARE STANDARD
00064      DATA RECORD IS WORKLIST-REC.
00065  01  WORKLIST-REC.
00066      05  WL-SOURCE       PIC XX.
00067          88  WL-SENIOR-FREEZE          VALUE 'SF'.
00068      05  WL-VOL          PIC 9(3).
00069      05  WL-PROP         PIC 9(15).
00070      05  WL-NAME         PIC X(22).
00071      05  WL-BIRTH-DATE   PIC 9(8).
00072      05  WL-DEATH-DATE   PIC 9(8).
00073      05  WL-DEATH-DATE-X REDEFINES WL-DEATH-DATE.
00074          10  WL-DEATH-YEAR PIC 9(4).
00075          10  FILLER      PIC 9(4).
00076      05  WL-CERT-NO      PIC 9(9).
00077      05  WL-GRADE        PIC X.
00078          88  WL-FIRM-HIT               VALUE 'A' 'B'.
00079      05  FILLER          PIC X(32).
00080      SKIP2
00081  FD  DEFER-MASTER
00082      RECORD CONTAINS 750 CHARACTERS
00083      LABEL RECORDS ARE STANDARD.
00084      SKIP1
00085  01  DEFER-REC.
00086  COPY ASDEFRMR1.
00087      SKIP2
00088  FD  PRINT-FILE
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 133 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD.
00093      SKIP1
00094  01  PRINT-REC               PIC X(133).
00095      SKIP2
00096  WORKING-STORAGE SECTION.
00097      SKIP1
00098  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00099  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00100      SKIP1
00101  77  SALE-EOF-SW               PIC X      VALUE 'N'.
00102      88  END-OF-SALE-FILE                 VALUE 'Y'.
00103  77  WL-EOF-SW                 PIC X      VALUE 'N'.
00104      88  END-OF-WL-FILE                   VALUE 'Y'.
00105      SKIP1
00106  77  DEFER-STATUS              PIC XX     VALUE '00'.
00107      SKIP1
00108  77  SALE-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00109  77  WL-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00110  77  SALE-PAYOFF-CNT   COMP-3  PIC S9(7)  VALUE +0.
00111  77  DEATH-PAYOFF-CNT  COMP-3  PIC S9(7)  VALUE +0.
00112  77  ALREADY-DUE-CNT   COMP-3  PIC S9(7)  VALUE +0.
00113  77  REVIEW-CNT        COMP-3  PIC S9(7)  VALUE +0.
00114      SKIP1
00115  77  W-PAYOFF-DATE             PIC 9(8)   VALUE ZEROS.
00116  77  W-PAYOFF-STAT             PIC X      VALUE SPACE.
00117  77  W-DAYS            COMP-3  PIC S9(5)  VALUE +0.
00118  77  W-YR-INT          COMP-3  PIC S9(9)V99 VALUE +0.
00119  77  W-PERDIEM-INT     COMP-3  PIC S9(9)V99 VALUE +0.
00120  77  W-PAYOFF-TOTAL    COMP-3  PIC S9(11)V99 VALUE +0.
00121  77  YR-SUB            COMP-3  PIC S9(3)  VALUE +0.
00122      SKIP1
00123  01  ACPT-DATE                  PIC 9(6).
00124  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00125      05  ACPT-YR                PIC 99.
00126      05  ACPT-MO                PIC 99.
00127      05  ACPT-DA                PIC 99.
00128  01  DSP-DATE.
00129      05  DSP-MO                 PIC 99.
00130      05  FILLER                 PIC X      VALUE '/'.
00131      05  DSP-DA                 PIC 99.
00132      05  FILLER                 PIC X      VALUE '/'.
00133      05  DSP-YR                 PIC 99.
00134      SKIP1
00135  01  HEAD-A.
00136      05  FILLER          PIC X(3)   VALUE SPACES.
00137      05  HD-DATE         PIC X(8).
00138      05  FILLER          PIC X(44)  VALUE SPACES.
00139      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00140      05  FILLER          PIC X(44)  VALUE SPACES.
00141      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00142      05  HD-PAGE         PIC ZZ,ZZ9.
00143      SKIP1
00144  01  HEAD-B.
00145      05  FILLER          PIC X(3)   VALUE SPACES.
00146      05  FILLER          PIC X(8)   VALUE 'ASREA982'.
00147      05  FILLER          PIC X(24)  VALUE SPACES.
00148      05  FILLER          PIC X(40)  VALUE
00149          'SENIOR TAX DEFERRAL PAYOFFS DUE'.
00150      SKIP1
00151  01  HEAD-C.
00152      05  FILLER          PIC X(3)   VALUE SPACES.
00153      05  FILLER          PIC X(8)   VALUE 'REASON'.
00154      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00155      05  FILLER          PIC X(24)  VALUE 'PARTICIPANT'.
00156      05  FILLER          PIC X(12)  VALUE 'EVENT DATE'.
00157      05  FILLER          PIC X(16)  VALUE ' DEFERRED TAX'.
00158      05  FILLER          PIC X(16)  VALUE '     INTEREST'.
00159      05  FILLER          PIC X(16)  VALUE '   PAYOFF DUE'.
00160      05  FILLER          PIC X(20)  VALUE 'MESSAGE'.
00161      SKIP1
00162  01  PAYOFF-LINE.
00163      05  FILLER          PIC X(3)   VALUE SPACES.
00164      05  PL-REASON       PIC X(6).
00165      05  FILLER          PIC X(2)   VALUE SPACES.
00166      05  PL-PROP         PIC 9(15).
00167      05  FILLER          PIC X(2)   VALUE SPACES.
00168      05  PL-NAME         PIC X(22).
00169      05  FILLER          PIC X(2)   VALUE SPACES.
00170      05  PL-DATE         PIC 9(8).
00171      05  FILLER          PIC X(2)   VALUE SPACES.
00172      05  PL-PRIN         PIC ZZZ,ZZZ,ZZ9.99.
00173      05  FILLER          PIC X(2)   VALUE SPACES.
00174      05  PL-INT          PIC ZZZ,ZZZ,ZZ9.99.
00175      05  FILLER          PIC X(2)   VALUE SPACES.
00176      05  PL-PAYOFF       PIC ZZZ,ZZZ,ZZ9.99.
00177      05  FILLER          PIC X(2)   VALUE SPACES.
00178      05  PL-MESSG        PIC X(23).
00179      EJECT
00180  PROCEDURE DIVISION.
00181      SKIP1
00182  A010-HOUSEKEEPING.
00183      OPEN INPUT  SALES-FILE, WORKLIST-FILE
00184           I-O    DEFER-MASTER
00185           OUTPUT PRINT-FILE.
00186      IF DEFER-STATUS NOT EQUAL '00'
00187          DISPLAY 'ASREA982 -- DEFERRAL MASTER OPEN FAILED, '
00188              'STATUS ' DEFER-STATUS
00189          MOVE 16 TO RETURN-CODE
00190          CLOSE SALES-FILE, WORKLIST-FILE, DEFER-MASTER, PRINT-FILE
00191          STOP RUN.
00192      ACCEPT ACPT-DATE FROM DATE.
00193      MOVE ACPT-MO TO DSP-MO.
00194      MOVE ACPT-DA TO DSP-DA.
00195      MOVE ACPT-YR TO DSP-YR.
00196      MOVE DSP-DATE TO HD-DATE.
00197      PERFORM B100-HEADING THRU B100-EXIT.
00198      PERFORM A030-READ-SALE THRU A030-EXIT.
00199      PERFORM A100-SALE THRU A100-EXIT
00200          UNTIL END-OF-SALE-FILE.
00201      PERFORM A040-READ-WL THRU A040-EXIT.
00202      PERFORM A200-DEATH THRU A200-EXIT
00203          UNTIL END-OF-WL-FILE.
00204      DISPLAY 'TOTAL RECORDED SALES READ............: '
00205          SALE-IN-CNT.
00206      DISPLAY 'TOTAL DEATH WORKLIST RECORDS READ....: '
00207          WL-IN-CNT.
00208      DISPLAY 'TOTAL PAYOFFS DUE ON SALE............: '
00209          SALE-PAYOFF-CNT.
00210      DISPLAY 'TOTAL PAYOFFS DUE ON DEATH...........: '
00211          DEATH-PAYOFF-CNT.
00212      DISPLAY 'TOTAL PAYOFF AMOUNT SET..............: '
00213          W-PAYOFF-TOTAL.
00214      DISPLAY 'TOTAL ACCOUNTS ALREADY PAYOFF DUE....: '
00215          ALREADY-DUE-CNT.
00216      DISPLAY 'TOTAL DEATH HITS LISTED FOR REVIEW...: '
00217          REVIEW-CNT.
00218      IF RETURN-CODE LESS THAN 4
00219       AND REVIEW-CNT GREATER THAN +0
00220          MOVE 4 TO RETURN-CODE.
00221      CLOSE SALES-FILE, WORKLIST-FILE, DEFER-MASTER, PRINT-FILE.
00222      STOP RUN.
00223      SKIP1
00224  A030-READ-SALE.
00225      READ SALES-FILE AT END
00226          MOVE 'Y' TO SALE-EOF-SW
00227          GO TO A030-EXIT.
00228      ADD +1 TO SALE-IN-CNT.
00229  A030-EXIT. EXIT.
00230      SKIP1
00231  A040-READ-WL.
00232      READ WORKLIST-FILE AT END
00233          MOVE 'Y' TO WL-EOF-SW
00234          GO TO A040-EXIT.
00235      ADD +1 TO WL-IN-CNT.
00236  A040-EXIT. EXIT.
00237      SKIP1
00238  A090-PRINT.
00239      IF LINE-CNT GREATER THAN +57
00240          PERFORM B100-HEADING THRU B100-EXIT.
00241      WRITE PRINT-REC FROM PAYOFF-LINE AFTER ADVANCING 1.
00242      ADD +1 TO LINE-CNT.
00243  A090-EXIT. EXIT.
00244      SKIP1
00245  A100-SALE.
00246      MOVE SL-PROP TO DF-PROP.
00247      READ DEFER-MASTER.
00248      IF DEFER-STATUS NOT EQUAL '00'
00249          GO TO A100-NEXT.
00250      IF SL-SALE-YEAR LESS THAN DF-ENROLL-YEAR
00251          GO TO A100-NEXT.
00252      MOVE SPACES TO PAYOFF-LINE.
00253      MOVE 'SALE'       TO PL-REASON.
00254      MOVE SL-SALE-DATE TO PL-DATE.
00255      IF NOT DF-ACTIVE
00256          PERFORM A310-ALREADY-DUE THRU A310-EXIT
00257          GO TO A100-NEXT.
00258      MOVE SL-SALE-DATE TO W-PAYOFF-DATE.
00259      MOVE 'S'          TO W-PAYOFF-STAT.
00260      PERFORM A300-SET-PAYOFF THRU A300-EXIT.
00261      IF DEFER-STATUS EQUAL '00'
00262          ADD +1 TO SALE-PAYOFF-CNT.
00263  A100-NEXT.
00264      PERFORM A030-READ-SALE THRU A030-EXIT.
00265  A100-EXIT. EXIT.
00266      SKIP1
00267  A200-DEATH.
00268      IF NOT WL-SENIOR-FREEZE
00269          GO TO A200-NEXT.
00270      MOVE WL-PROP TO DF-PROP.
00271      READ DEFER-MASTER.
00272      IF DEFER-STATUS NOT EQUAL '00'
00273          GO TO A200-NEXT.
00274      MOVE SPACES TO PAYOFF-LINE.
00275      MOVE 'DEATH'       TO PL-REASON.
00276      MOVE WL-DEATH-DATE TO PL-DATE.
00277      IF NOT DF-ACTIVE
00278          PERFORM A310-ALREADY-DUE THRU A310-EXIT
00279          GO TO A200-NEXT.
00280      IF NOT WL-FIRM-HIT
00281          ADD +1 TO REVIEW-CNT
00282          MOVE DF-PROP TO PL-PROP
00283          MOVE DF-NAME TO PL-NAME
00284          MOVE ZEROS   TO PL-PRIN PL-INT PL-PAYOFF
00285          MOVE 'NAME ONLY - CONFIRM' TO PL-MESSG
00286          PERFORM A090-PRINT THRU A090-EXIT
00287          GO TO A200-NEXT.
00288      MOVE WL-DEATH-DATE TO W-PAYOFF-DATE.
00289      MOVE 'D'           TO W-PAYOFF-STAT.
00290      PERFORM A300-SET-PAYOFF THRU A300-EXIT.
00291      IF DEFER-STATUS EQUAL '00'
00292          ADD +1 TO DEATH-PAYOFF-CNT.
00293  A200-NEXT.
00294      PERFORM A040-READ-WL THRU A040-EXIT.
00295  A200-EXIT. EXIT.
00296      SKIP1
00297 *    PER-DIEM INTEREST RUNS FROM THE INTEREST-THROUGH DATE TO THE
00298 *    EVENT DATE; AN EVENT INSIDE AN ALREADY ACCRUED PERIOD ADDS
00299 *    NOTHING.
00300  A300-SET-PAYOFF.
00301      MOVE ZEROS TO W-PERDIEM-INT.
00302      IF W-PAYOFF-DATE GREATER THAN DF-INT-THRU-DATE
00303          COMPUTE W-DAYS =
00304              FUNCTION INTEGER-OF-DATE (W-PAYOFF-DATE)
00305            - FUNCTION INTEGER-OF-DATE (DF-INT-THRU-DATE)
00306          PERFORM A320-PERDIEM-YEAR THRU A320-EXIT
00307              VARYING YR-SUB FROM +1 BY +1
00308              UNTIL YR-SUB GREATER THAN DF-YEAR-CNT
00309          ADD W-PERDIEM-INT TO DF-INT-BAL
00310          MOVE W-PAYOFF-DATE TO DF-INT-THRU-DATE.
00311      MOVE W-PAYOFF-STAT TO DF-STATUS.
00312      MOVE W-PAYOFF-DATE TO DF-PAYOFF-DATE.
00313      COMPUTE DF-PAYOFF-AMT = DF-PRIN-BAL + DF-INT-BAL.
00314      REWRITE DEFER-REC.
00315      IF DEFER-STATUS NOT EQUAL '00'
00316          DISPLAY 'ASREA982 -- DEFERRAL REWRITE FAILED, STATUS '
00317              DEFER-STATUS ' PROPERTY ' DF-PROP
00318          MOVE 16 TO RETURN-CODE
00319          GO TO A300-EXIT.
00320      ADD DF-PAYOFF-AMT TO W-PAYOFF-TOTAL.
00321      MOVE DF-PROP       TO PL-PROP.
00322      MOVE DF-NAME       TO PL-NAME.
00323      MOVE DF-PRIN-BAL   TO PL-PRIN.
00324      MOVE DF-INT-BAL    TO PL-INT.
00325      MOVE DF-PAYOFF-AMT TO PL-PAYOFF.
00326      MOVE 'PAYOFF NOW DUE' TO PL-MESSG.
00327      PERFORM A090-PRINT THRU A090-EXIT.
00328  A300-EXIT. EXIT.
00329      SKIP1
00330  A310-ALREADY-DUE.
00331      ADD +1 TO ALREADY-DUE-CNT.
00332      MOVE DF-PROP       TO PL-PROP.
00333      MOVE DF-NAME       TO PL-NAME.
00334      MOVE DF-PRIN-BAL   TO PL-PRIN.
00335      MOVE DF-INT-BAL    TO PL-INT.
00336      MOVE DF-PAYOFF-AMT TO PL-PAYOFF.
00337      IF DF-PAID
00338          MOVE 'ACCOUNT ALREADY PAID' TO PL-MESSG
00339      ELSE
00340          MOVE 'PAYOFF ALREADY SET' TO PL-MESSG.
00341      PERFORM A090-PRINT THRU A090-EXIT.
00342  A310-EXIT. EXIT.
00343      SKIP1
00344  A320-PERDIEM-YEAR.
00345      COMPUTE W-YR-INT ROUNDED =
00346          DFY-DEFER-AMT (YR-SUB) * DF-INT-PCT * W-DAYS / 36500.
00347      ADD W-YR-INT TO DFY-INT-AMT (YR-SUB).
00348      ADD W-YR-INT TO W-PERDIEM-INT.
00349  A320-EXIT. EXIT.
00350      SKIP1
00351  B100-HEADING.
00352      ADD +1 TO PAGE-CNT.
00353      MOVE PAGE-CNT TO HD-PAGE.
00354      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00355      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00356      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00357      MOVE +5 TO LINE-CNT.
00358  B100-EXIT. EXIT.
