00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA983.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. SENIOR CITIZENS REAL ESTATE TAX DEFERRAL - ANNUAL
00007 *         LIEN-BALANCE STATEMENT.  READS THE DEFERRAL MASTER
00008 *         (ASDEFRMR1) IN PROPERTY ORDER AFTER THE YEAR'S POSTING
00009 *         (ASREA981) AND PAYOFF (ASREA982) RUNS AND PRINTS ONE
00010 *         STATEMENT PAGE FOR EACH PARTICIPANT STILL OWING:  THE
00011 *         MAILING ADDRESS, EACH YEAR DEFERRED WITH ITS TAX AND
00012 *         INTEREST, THE TOTAL LIEN, THE CAP ON DEFERRAL AND THE
00013 *         ROOM LEFT UNDER IT.  AN ACCOUNT WITH A PAYOFF DUE SHOWS
00014 *         THE PAYOFF DATE AND AMOUNT INSTEAD OF THE ROOM LEFT.
00015 *         PAID ACCOUNTS ARE SKIPPED.  THE CONTROL CARD CARRIES THE
00016 *         STATEMENT TAX YEAR IN COLUMNS 1-4.
0016A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0016B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0016C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0016D *         YEAR TAKES THE CYCLE YEAR.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00020  SOURCE-COMPUTER. IBM-370.
00021  OBJECT-COMPUTER. IBM-370.
00022      SKIP1
00023  INPUT-OUTPUT SECTION.
00024  FILE-CONTROL.
00025      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00026      SELECT DEFER-MASTER  ASSIGN TO DA-TXDEFER
00027        ORGANIZATION IS INDEXED
00028        ACCESS IS SEQUENTIAL
00029        RECORD KEY IS DF-PROP
00030        FILE STATUS IS DEFER-STATUS.
00031      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00032      SKIP2
00033  DATA DIVISION.
00034  FILE SECTION.
00035      SKIP1
00036  FD  CONTROL-FILE
00037      BLOCK  CONTAINS 0 RECORDS
00038      RECORD CONTAINS 80 CHARACTERS
00039      RECORDING MODE IS F
00040      LABEL  RECORDS ARE STANDARD
00041      DATA RECORD IS CONTROL-REC.
00042  01  CONTROL-REC.
00043      05  CC-TAX-YEAR     PIC X(4).
00044      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00045                          PIC 9(4).
00046      05  FILLER          PIC X(76).
00047      SKIP2
00048  FD  DEFER-MASTER
00049      RECORD CONTAINS 750 CHARACTERS
00050      LABEL RECORDS ARE STANDARD.
00051      SKIP1
00052  01  DEFER-REC.
00053  COPY ASDEFRMR1.
00054      SKIP2
00055  FD  PRINT-FILE
00056      BLOCK  CONTAINS 0 RECORDS
00057      RECORD CONTAINS 133 CHARACTERS
00058      RECORDING MODE IS F
00059      LABEL  RECORDS ARE STANDARD.
00060      SKIP1
00061  01  PRINT-REC               PIC X(133).
00062      SKIP2
00063  WORKING-STORAGE SECTION.
00064      SKIP1
00065  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00066      88  END-OF-CTL-FILE                  VALUE 'Y'.
00067  77  DEFER-EOF-SW              PIC X      VALUE 'N'.
00068      88  END-OF-DEFER-FILE                VALUE 'Y'.
00069      SKIP1
00070  77  DEFER-STATUS              PIC XX     VALUE '00'.
00071      SKIP1
00072  77  ACCT-READ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00073  77  STMT-CNT          COMP-3  PIC S9(7)  VALUE +0.
00074  77  PAID-SKIP-CNT     COMP-3  PIC S9(7)  VALUE +0.
00075      SKIP1
00076  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00077  77  W-ROOM            COMP-3  PIC S9(11)V99 VALUE +0.
00078  77  W-LIEN-TOTAL      COMP-3  PIC S9(13)V99 VALUE +0.
00079  77  YR-SUB            COMP-3  PIC S9(3)  VALUE +0.
00080      SKIP1
0080A  01  CYCLK-AREA.
0080B  COPY DPCYCLKR1.
0080C      SKIP1
00081  01  ACPT-DATE                  PIC 9(6).
00082  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00083      05  ACPT-YR                PIC 99.
00084      05  ACPT-MO                PIC 99.
00085      05  ACPT-DA                PIC 99.
00086  01  DSP-DATE.
00087      05  DSP-MO                 PIC 99.
00088      05  FILLER                 PIC X      VALUE '/'.
00089      05  DSP-DA                 PIC 99.
00090      05  FILLER                 PIC X      VALUE '/'.
00091      05  DSP-YR                 PIC 99.
00092      SKIP1
00093  01  HEAD-A.
00094      05  FILLER          PIC X(3)   VALUE SPACES.
00095      05  HD-DATE         PIC X(8).
00096      05  FILLER          PIC X(44)  VALUE SPACES.
00097      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00098      SKIP1
00099  01  HEAD-B.
00100      05  FILLER          PIC X(3)   VALUE SPACES.
00101      05  FILLER          PIC X(8)   VALUE 'ASREA983'.
00102      05  FILLER          PIC X(20)  VALUE SPACES.
00103      05  FILLER          PIC X(52)  VALUE
00104          'SENIOR REAL ESTATE TAX DEFERRAL LIEN STATEMENT -'.
00105      05  HD-TAX-YEAR     PIC 9(4).
00106      SKIP1
00107  01  ADDR-LINE.
00108      05  FILLER          PIC X(10)  VALUE SPACES.
00109      05  AD-TEXT         PIC X(40).
00110      05  FILLER          PIC X(20)  VALUE SPACES.
00111      05  AD-LABEL        PIC X(16).
00112      05  AD-VALUE        PIC X(20).
00113      SKIP1
00114  01  CITY-LINE.
00115      05  CT-CITY         PIC X(12).
00116      05  FILLER          PIC X      VALUE SPACE.
00117      05  CT-STATE        PIC XX.
00118      05  FILLER          PIC X      VALUE SPACE.
00119      05  CT-ZIP          PIC 9(5).
00120      05  FILLER          PIC X      VALUE '-'.
00121      05  CT-ZIP4         PIC 9(4).
00122      SKIP1
00123  01  YEAR-HEAD.
00124      05  FILLER          PIC X(10)  VALUE SPACES.
00125      05  FILLER          PIC X(10)  VALUE 'TAX YEAR'.
00126      05  FILLER          PIC X(16)  VALUE ' DEFERRED TAX'.
00127      05  FILLER          PIC X(16)  VALUE '     INTEREST'.
00128      05  FILLER          PIC X(16)  VALUE '        TOTAL'.
00129      SKIP1
00130  01  YEAR-LINE.
00131      05  FILLER          PIC X(12)  VALUE SPACES.
00132      05  YL-TAX-YEAR     PIC 9(4).
00133      05  FILLER          PIC X(2)   VALUE SPACES.
00134      05  YL-DEFER        PIC ZZZ,ZZZ,ZZ9.99.
00135      05  FILLER          PIC X(2)   VALUE SPACES.
00136      05  YL-INT          PIC ZZZ,ZZZ,ZZ9.99.
00137      05  FILLER          PIC X(2)   VALUE SPACES.
00138      05  YL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
00139      05  FILLER          PIC X(2)   VALUE SPACES.
00140      05  YL-NOTE         PIC X(20).
00141      SKIP1
00142  01  TOTAL-LINE.
00143      05  FILLER          PIC X(10)  VALUE SPACES.
00144      05  TL-LABEL        PIC X(40).
00145      05  TL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
00146      05  FILLER          PIC X(2)   VALUE SPACES.
00147      05  TL-TEXT         PIC X(30).
00148      EJECT
00149  PROCEDURE DIVISION.
00150      SKIP1
00151  A010-HOUSEKEEPING.
00152      OPEN INPUT  CONTROL-FILE, DEFER-MASTER
00153           OUTPUT PRINT-FILE.
00154      IF DEFER-STATUS NOT EQUAL '00'
00155          DISPLAY 'ASREA983 -- DEFERRAL MASTER OPEN FAILED, '
00156              'STATUS ' DEFER-STATUS
00157          MOVE 16 TO RETURN-CODE
00158          GO TO A010-CLOSE.
00159      READ CONTROL-FILE AT END
00160          MOVE 'Y' TO CTL-EOF-SW.
0160A      MOVE 'ASREA983' TO CK-CALLER.
0160B      MOVE SPACES TO CK-CARD-YEAR.
0160C      IF NOT END-OF-CTL-FILE
0160D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0160E      CALL 'DPRUN004' USING CYCLK-AREA.
0160F      IF NOT END-OF-CTL-FILE
0160G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00161      IF END-OF-CTL-FILE
00162          OR CC-TAX-YEAR NOT NUMERIC
00163          OR CC-TAX-YEAR-N EQUAL ZERO
00164          DISPLAY 'ASREA983 -- TAX YEAR CONTROL CARD MISSING OR '
00165              'INVALID -- RUN STOPPED'
00166          MOVE 16 TO RETURN-CODE
00167          GO TO A010-CLOSE.
00168      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00169      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00170      ACCEPT ACPT-DATE FROM DATE.
00171      MOVE ACPT-MO TO DSP-MO.
00172      MOVE ACPT-DA TO DSP-DA.
00173      MOVE ACPT-YR TO DSP-YR.
00174      MOVE DSP-DATE TO HD-DATE.
00175      PERFORM A030-READ-DEFER THRU A030-EXIT.
00176      PERFORM A100-STATEMENT THRU A100-EXIT
00177          UNTIL END-OF-DEFER-FILE.
00178      DISPLAY 'TOTAL DEFERRAL ACCOUNTS READ.........: '
00179          ACCT-READ-CNT.
00180      DISPLAY 'TOTAL STATEMENTS PRINTED.............: '
00181          STMT-CNT.
00182      DISPLAY 'TOTAL PAID ACCOUNTS SKIPPED..........: '
00183          PAID-SKIP-CNT.
00184      DISPLAY 'TOTAL LIEN BALANCE OUTSTANDING.......: '
00185          W-LIEN-TOTAL.
00186  A010-CLOSE.
00187      CLOSE CONTROL-FILE, DEFER-MASTER, PRINT-FILE.
00188      STOP RUN.
00189      SKIP1
00190  A030-READ-DEFER.
00191      READ DEFER-MASTER NEXT RECORD.
00192      IF DEFER-STATUS NOT EQUAL '00'
00193          MOVE 'Y' TO DEFER-EOF-SW
00194          GO TO A030-EXIT.
00195      ADD +1 TO ACCT-READ-CNT.
00196  A030-EXIT. EXIT.
00197      SKIP1
00198  A100-STATEMENT.
00199      IF NOT DF-ACCRUING
00200          ADD +1 TO PAID-SKIP-CNT
00201          GO TO A100-NEXT.
00202      ADD +1 TO STMT-CNT.
00203      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00204      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00205      MOVE SPACES TO ADDR-LINE.
00206      MOVE DF-NAME TO AD-TEXT.
00207      MOVE 'PROPERTY NO.' TO AD-LABEL.
00208      MOVE DF-PROP TO AD-VALUE.
00209      WRITE PRINT-REC FROM ADDR-LINE AFTER ADVANCING 3.
00210      MOVE SPACES TO ADDR-LINE.
00211      MOVE DF-ADDR TO AD-TEXT.
00212      MOVE 'ENROLLED' TO AD-LABEL.
00213      MOVE DF-ENROLL-YEAR TO AD-VALUE.
00214      WRITE PRINT-REC FROM ADDR-LINE AFTER ADVANCING 1.
00215      MOVE SPACES TO ADDR-LINE.
00216      MOVE DF-CITY TO CT-CITY.
00217      MOVE DF-STATE TO CT-STATE.
00218      MOVE DF-ZIP (1:5) TO CT-ZIP.
00219      MOVE DF-ZIP (6:4) TO CT-ZIP4.
00220      MOVE CITY-LINE TO AD-TEXT.
00221      MOVE 'INTEREST THRU' TO AD-LABEL.
00222      MOVE DF-INT-THRU-DATE TO AD-VALUE.
00223      WRITE PRINT-REC FROM ADDR-LINE AFTER ADVANCING 1.
00224      WRITE PRINT-REC FROM YEAR-HEAD AFTER ADVANCING 3.
00225      PERFORM A110-YEAR-LINE THRU A110-EXIT
00226          VARYING YR-SUB FROM +1 BY +1
00227          UNTIL YR-SUB GREATER THAN DF-YEAR-CNT.
00228      MOVE SPACES TO TOTAL-LINE.
00229      MOVE 'TOTAL TAX DEFERRED' TO TL-LABEL.
00230      MOVE DF-PRIN-BAL TO TL-AMT.
00231      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00232      MOVE SPACES TO TOTAL-LINE.
00233      MOVE 'TOTAL INTEREST ACCRUED' TO TL-LABEL.
00234      MOVE DF-INT-BAL TO TL-AMT.
00235      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00236      MOVE SPACES TO TOTAL-LINE.
00237      MOVE 'TOTAL LIEN BALANCE' TO TL-LABEL.
00238      COMPUTE TL-AMT = DF-PRIN-BAL + DF-INT-BAL.
00239      ADD DF-PRIN-BAL DF-INT-BAL TO W-LIEN-TOTAL.
00240      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00241      MOVE SPACES TO TOTAL-LINE.
00242      MOVE 'CAP ON DEFERRAL' TO TL-LABEL.
00243      MOVE DF-CAP-AMT TO TL-AMT.
00244      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00245      MOVE SPACES TO TOTAL-LINE.
00246      IF DF-PAYOFF-DUE
00247          MOVE 'PAYOFF AMOUNT DUE' TO TL-LABEL
00248          MOVE DF-PAYOFF-AMT TO TL-AMT
00249          IF DF-PAYOFF-SALE
00250              MOVE 'DUE ON SALE OF PROPERTY' TO TL-TEXT
00251          ELSE
00252              MOVE 'DUE ON DEATH OF PARTICIPANT' TO TL-TEXT
00253      ELSE
00254          MOVE 'ROOM LEFT UNDER THE CAP' TO TL-LABEL
00255          COMPUTE W-ROOM = DF-CAP-AMT - DF-PRIN-BAL - DF-INT-BAL
00256          IF W-ROOM LESS THAN ZERO
00257              MOVE ZEROS TO TL-AMT
00258          ELSE
00259              MOVE W-ROOM TO TL-AMT.
00260      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00261  A100-NEXT.
00262      PERFORM A030-READ-DEFER THRU A030-EXIT.
00263  A100-EXIT. EXIT.
00264      SKIP1
00265  A110-YEAR-LINE.
00266      MOVE SPACES TO YEAR-LINE.
00267      MOVE DFY-TAX-YEAR (YR-SUB)  TO YL-TAX-YEAR.
00268      MOVE DFY-DEFER-AMT (YR-SUB) TO YL-DEFER.
00269      MOVE DFY-INT-AMT (YR-SUB)   TO YL-INT.
00270      COMPUTE YL-TOTAL = DFY-DEFER-AMT (YR-SUB)
00271                       + DFY-INT-AMT (YR-SUB).
00272      IF DFY-CAPPED (YR-SUB)
00273          MOVE 'LIMITED BY THE CAP' TO YL-NOTE.
00274      WRITE PRINT-REC FROM YEAR-LINE AFTER ADVANCING 1.
00275  A110-EXIT. EXIT.
