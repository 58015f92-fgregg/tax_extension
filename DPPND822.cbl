00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. DPPND822.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. CHANGES TO THE HIGH-IMPACT REFERENCE MASTERS (MESSAGE
00007 *         TABLE, STATUTORY AMOUNTS, AGENCY REFERENCE, TIF
00008 *         DISTRICTS, LEVY FUND RATES, POLLUTION CONTROL
0008A *         CERTIFICATES) ARE HELD ON THE PENDING CHANGE FILE
00009 *         (DPPNDCHR1) BY DPMSG820, ASREA961, CLRTM765, CLRTM766,
0009A *         CLRTM777 AND ASREA980 UNTIL A SECOND AUTHORIZED OPERATOR
00010 *         APPROVES THEM.  THIS PROGRAM RUNS NIGHTLY.  IT LISTS
00011 *         EVERY PENDING CHANGE IN MASTER AND KEY ORDER --
00012 *         SUBMITTER, TERMINAL, DATE AND AGE, WITH THE BEFORE AND
00013 *         AFTER VALUES CAPTURED WHEN THE CHANGE WAS KEYED -- AND
00014 *         DELETES ANY CHANGE STILL NOT APPROVED AFTER THE EXPIRY
00015 *         DAYS ON THE CONTROL CARD (COLUMNS 1-3, DEFAULT 7),
00016 *         LISTING IT AS EXPIRED SO THE SUBMITTER KNOWS TO KEY IT
00017 *         AGAIN IF IT IS STILL WANTED.  A PENDING CHANGE THAT
0017A *         CANNOT BE DELETED STOPS THE RUN WITH CONDITION CODE 16.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00027      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
00028        ORGANIZATION IS INDEXED
00029        ACCESS IS SEQUENTIAL
00030        RECORD KEY IS PC-KEY
00031        FILE STATUS IS PC-STATUS.
00032      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
00035  FILE SECTION.
00036      SKIP1
00037  FD  CONTROL-FILE
00038      BLOCK  CONTAINS 0 RECORDS
00039      RECORD CONTAINS 80 CHARACTERS
00040      RECORDING MODE IS F
00041      LABEL  RECORDS ARE STANDARD
00042      DATA RECORD IS CONTROL-REC.
00043  01  CONTROL-REC.
00044      05  CC-EXPIRE-DAYS  PIC X(3).
00045      05  CC-EXPIRE-DAYS-N REDEFINES CC-EXPIRE-DAYS
00046                          PIC 9(3).
00047      05  FILLER          PIC X(77).
00048      SKIP2
00049  FD  PENDCHG-FILE
00050      RECORD CONTAINS 300 CHARACTERS
00051      LABEL RECORDS ARE STANDARD.
00052      SKIP1
00053  01  PENDCHG-REC.
00054  COPY DPPNDCHR1.
00055      SKIP2
00056  FD  PRINT-FILE
00057      BLOCK  CONTAINS 0 RECORDS
00058      RECORD CONTAINS 133 CHARACTERS
00059      RECORDING MODE IS F
00060      LABEL  RECORDS ARE STANDARD.
00061      SKIP1
00062  01  PRINT-REC               PIC X(133).
00063      SKIP2
00064  WORKING-STORAGE SECTION.
00065      SKIP1
00066  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00067  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00068      SKIP1
00069  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00070      88  END-OF-CTL-FILE                  VALUE 'Y'.
00071  77  PEND-EOF-SW               PIC X      VALUE 'N'.
00072      88  END-OF-PEND-FILE                 VALUE 'Y'.
00073      SKIP1
00074  77  PC-STATUS                 PIC XX     VALUE '00'.
00075      SKIP1
00076  77  PEND-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00077  77  PENDING-CNT       COMP-3  PIC S9(7)  VALUE +0.
00078  77  EXPIRED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00079      SKIP1
00080  77  W-EXPIRE-DAYS     COMP-3  PIC S9(3)  VALUE +7.
00081  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00082  77  W-RUN-DATE-INT            PIC S9(9)  COMP VALUE +0.
00083  77  W-AGE-DAYS                PIC S9(5)  COMP VALUE +0.
00084      SKIP1
00085  01  ACPT-DATE                  PIC 9(6).
00086  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00087      05  ACPT-YR                PIC 99.
00088      05  ACPT-MO                PIC 99.
00089      05  ACPT-DA                PIC 99.
00090  01  DSP-DATE.
00091      05  DSP-MO                 PIC 99.
00092      05  FILLER                 PIC X      VALUE '/'.
00093      05  DSP-DA                 PIC 99.
00094      05  FILLER                 PIC X      VALUE '/'.
00095      05  DSP-YR                 PIC 99.
00096      SKIP1
00097  01  HEAD-A.
00098      05  FILLER          PIC X(3)   VALUE SPACES.
00099      05  HD-DATE         PIC X(8).
00100      05  FILLER          PIC X(40)  VALUE SPACES.
00101      05  FILLER       PIC X(30) VALUE
00102          'COUNTY DATA PROCESSING CENTER'.
00103      05  FILLER          PIC X(40)  VALUE SPACES.
00104      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00105      05  HD-PAGE         PIC ZZ,ZZ9.
00106      SKIP1
00107  01  HEAD-B.
00108      05  FILLER          PIC X(3)   VALUE SPACES.
00109      05  FILLER          PIC X(8)   VALUE 'DPPND822'.
00110      05  FILLER          PIC X(18)  VALUE SPACES.
00111      05  FILLER          PIC X(52)  VALUE
00112          'PENDING REFERENCE MASTER CHANGES AWAITING APPROVAL'.
00113      05  FILLER          PIC X(16)  VALUE 'EXPIRY DAYS '.
00114      05  HD-EXPIRE-DAYS  PIC ZZ9.
00115      SKIP1
00116  01  HEAD-D.
00117      05  FILLER          PIC X(3)   VALUE SPACES.
00118      05  FILLER          PIC X(10)  VALUE 'MASTER'.
00119      05  FILLER          PIC X(26)  VALUE 'RECORD KEY'.
00120      05  FILLER          PIC X(8)   VALUE 'ACTION'.
00121      05  FILLER          PIC X(20)  VALUE 'SUBMITTED'.
00122      05  FILLER          PIC X(10)  VALUE 'OPERATOR'.
00123      05  FILLER          PIC X(6)   VALUE 'TERM'.
00124      05  FILLER          PIC X(10)  VALUE 'PROGRAM'.
00125      05  FILLER          PIC X(6)   VALUE 'AGE'.
00126      05  FILLER          PIC X(8)   VALUE 'STATUS'.
00127      SKIP1
00128  01  DETAIL-LINE.
00129      05  FILLER          PIC X(3)   VALUE SPACES.
00130      05  D-MASTER        PIC X(8).
00131      05  FILLER          PIC X(2)   VALUE SPACES.
00132      05  D-KEY           PIC X(24).
00133      05  FILLER          PIC X(2)   VALUE SPACES.
00134      05  D-ACTION        PIC X(6).
00135      05  FILLER          PIC X(2)   VALUE SPACES.
00136      05  D-DATE          PIC 9999/99/99.
00137      05  FILLER          PIC X(2)   VALUE SPACES.
00138      05  D-TIME          PIC 9(6).
00139      05  FILLER          PIC X(2)   VALUE SPACES.
00140      05  D-OPERATOR      PIC X(8).
00141      05  FILLER          PIC X(2)   VALUE SPACES.
00142      05  D-TERMINAL      PIC X(4).
00143      05  FILLER          PIC X(2)   VALUE SPACES.
00144      05  D-PROGRAM       PIC X(8).
00145      05  FILLER          PIC X(2)   VALUE SPACES.
00146      05  D-AGE           PIC ZZ9.
00147      05  FILLER          PIC X(3)   VALUE SPACES.
00148      05  D-STATUS        PIC X(8).
00149      SKIP1
00150  01  VALUE-LINE.
00151      05  FILLER          PIC X(13)  VALUE SPACES.
00152      05  V-LABEL         PIC X(8).
00153      05  V-VALUES        PIC X(60).
00154      SKIP1
00155  01  TOTAL-LINE.
00156      05  FILLER          PIC X(3)   VALUE SPACES.
00157      05  T-LABEL         PIC X(30).
00158      05  T-COUNT         PIC ZZZ,ZZ9.
00159      EJECT
00160  PROCEDURE DIVISION.
00161      SKIP1
00162  A010-HOUSEKEEPING.
00163      OPEN INPUT  CONTROL-FILE
00164           I-O    PENDCHG-FILE
00165           OUTPUT PRINT-FILE.
00166      IF PC-STATUS NOT EQUAL '00'
00167          DISPLAY 'DPPND822 -- PENDING CHANGE FILE OPEN FAILED, '
00168              'STATUS ' PC-STATUS
00169          MOVE 16 TO RETURN-CODE
00170          CLOSE CONTROL-FILE PRINT-FILE
00171          STOP RUN.
00172      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00173      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00174      COMPUTE W-RUN-DATE-INT =
00175          FUNCTION INTEGER-OF-DATE (W-RUN-DATE).
00176      ACCEPT ACPT-DATE FROM DATE.
00177      MOVE ACPT-MO TO DSP-MO.
00178      MOVE ACPT-DA TO DSP-DA.
00179      MOVE ACPT-YR TO DSP-YR.
00180      MOVE DSP-DATE TO HD-DATE.
00181      MOVE W-EXPIRE-DAYS TO HD-EXPIRE-DAYS.
00182      PERFORM B100-HEADING THRU B100-EXIT.
00183      PERFORM A030-READ-PENDING THRU A030-EXIT.
00184      PERFORM A020-MAINLINE THRU A020-EXIT
00185          UNTIL END-OF-PEND-FILE.
00186      MOVE 'CHANGES AWAITING APPROVAL' TO T-LABEL.
00187      MOVE PENDING-CNT TO T-COUNT.
00188      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00189      MOVE 'CHANGES EXPIRED AND DROPPED' TO T-LABEL.
00190      MOVE EXPIRED-CNT TO T-COUNT.
00191      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00192      DISPLAY 'TOTAL PENDING CHANGES READ...........: '
00193          PEND-IN-CNT.
00194      DISPLAY 'TOTAL CHANGES AWAITING APPROVAL......: '
00195          PENDING-CNT.
00196      DISPLAY 'TOTAL CHANGES EXPIRED AND DROPPED....: '
00197          EXPIRED-CNT.
00198      CLOSE CONTROL-FILE, PENDCHG-FILE, PRINT-FILE.
00199      STOP RUN.
00200      SKIP1
00201  A012-READ-CONTROL.
00202      READ CONTROL-FILE AT END
00203          MOVE 'Y' TO CTL-EOF-SW.
00204      IF END-OF-CTL-FILE
00205          OR CC-EXPIRE-DAYS NOT NUMERIC
00206          OR CC-EXPIRE-DAYS-N EQUAL ZERO
00207          DISPLAY 'DPPND822 -- EXPIRY-DAYS CONTROL CARD '
00208              'MISSING OR INVALID -- 7 DAYS ASSUMED'
00209      ELSE
00210          MOVE CC-EXPIRE-DAYS-N TO W-EXPIRE-DAYS.
00211      DISPLAY 'PENDING CHANGE EXPIRY DAYS...........: '
00212          W-EXPIRE-DAYS.
00213  A012-EXIT. EXIT.
00214      SKIP1
00215  A020-MAINLINE.
00216      COMPUTE W-AGE-DAYS = W-RUN-DATE-INT -
00217          FUNCTION INTEGER-OF-DATE (PC-SUBMIT-DATE).
00218      IF W-AGE-DAYS GREATER THAN W-EXPIRE-DAYS
00219          PERFORM A050-EXPIRE-CHANGE THRU A050-EXIT
00220      ELSE
00221          ADD +1 TO PENDING-CNT
00222          MOVE 'PENDING ' TO D-STATUS
00223          PERFORM A040-PRINT-CHANGE THRU A040-EXIT.
00224      PERFORM A030-READ-PENDING THRU A030-EXIT.
00225  A020-EXIT. EXIT.
00226      SKIP1
00227  A030-READ-PENDING.
00228      READ PENDCHG-FILE AT END
00229          MOVE 'Y' TO PEND-EOF-SW.
00230      IF NOT END-OF-PEND-FILE
00231          ADD +1 TO PEND-IN-CNT.
00232  A030-EXIT. EXIT.
00233      SKIP1
00234  A040-PRINT-CHANGE.
00235      IF LINE-CNT GREATER THAN +54
00236          PERFORM B100-HEADING THRU B100-EXIT.
00237      MOVE PC-MASTER      TO D-MASTER.
00238      MOVE PC-REC-KEY     TO D-KEY.
00239      EVALUATE TRUE
00240          WHEN PC-ADD
00241              MOVE 'ADD'    TO D-ACTION
00242          WHEN PC-CHANGE
00243              MOVE 'CHANGE' TO D-ACTION
00244          WHEN PC-DELETE
00245              MOVE 'DELETE' TO D-ACTION
00246          WHEN OTHER
00247              MOVE PC-ACTION TO D-ACTION
00248      END-EVALUATE.
00249      MOVE PC-SUBMIT-DATE TO D-DATE.
00250      MOVE PC-SUBMIT-TIME TO D-TIME.
00251      MOVE PC-OPERATOR    TO D-OPERATOR.
00252      MOVE PC-TERMINAL    TO D-TERMINAL.
00253      MOVE PC-PROGRAM-ID  TO D-PROGRAM.
00254      MOVE W-AGE-DAYS     TO D-AGE.
00255      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 2.
00256      MOVE 'BEFORE  '     TO V-LABEL.
00257      MOVE PC-BEFORE      TO V-VALUES.
00258      WRITE PRINT-REC FROM VALUE-LINE AFTER ADVANCING 1.
00259      MOVE 'AFTER   '     TO V-LABEL.
00260      MOVE PC-AFTER       TO V-VALUES.
00261      WRITE PRINT-REC FROM VALUE-LINE AFTER ADVANCING 1.
00262      ADD +4 TO LINE-CNT.
00263  A040-EXIT. EXIT.
00264      SKIP1
00265  A050-EXPIRE-CHANGE.
00266      DELETE PENDCHG-FILE RECORD.
00267      IF PC-STATUS NOT EQUAL '00'
00268          DISPLAY 'DPPND822 -- PENDING CHANGE DELETE FAILED, '
00269              'STATUS ' PC-STATUS ' KEY ' PC-KEY
00270          MOVE 16 TO RETURN-CODE
00271          CLOSE CONTROL-FILE, PENDCHG-FILE, PRINT-FILE
0271A          STOP RUN.
00272      ADD +1 TO EXPIRED-CNT.
00273      MOVE 'EXPIRED ' TO D-STATUS.
00274      PERFORM A040-PRINT-CHANGE THRU A040-EXIT.
00275  A050-EXIT. EXIT.
00276      SKIP1
00277  B100-HEADING.
00278      ADD +1 TO PAGE-CNT.
00279      MOVE PAGE-CNT TO HD-PAGE.
00280      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00281      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00282      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00283      MOVE +6 TO LINE-CNT.
00284  B100-EXIT. EXIT.
