00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA975.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. OPEN TAX OBJECTION AGING REPORT OVER THE TAX OBJECTION
00007 *         CASE MASTER (ASTXOBJR1, MAINTAINED BY ASREA974).  EVERY
00008 *         OPEN OBJECTION IS AGED FROM ITS OPEN DATE TO THE RUN
00009 *         DATE AND TALLIED, BY THE TAX YEAR OBJECTED TO, INTO
00010 *         UNDER ONE YEAR, ONE TO TWO YEARS, TWO TO THREE YEARS
00011 *         AND OVER THREE YEARS, WITH THE DOLLARS STILL HELD UNDER
00012 *         PROTEST FOR EACH TAX YEAR AND IN TOTAL.  THE TREASURER
00013 *         SETS THE ESCROW RESERVE FROM THE DOLLARS HELD.
00014 *         OBJECTIONS DISPOSED OF ARE COUNTED WITH THE REFUNDS
00015 *         ORDERED.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00019  SOURCE-COMPUTER. IBM-370.
00020  OBJECT-COMPUTER. IBM-370.
00021      SKIP1
00022  INPUT-OUTPUT SECTION.
00023  FILE-CONTROL.
00024      SELECT OBJ-MASTER    ASSIGN TO DA-TXOBJMS
00025        ORGANIZATION IS INDEXED
00026        ACCESS IS SEQUENTIAL
00027        RECORD KEY IS TO-PROT-NO
00028        FILE STATUS IS OBJ-STATUS.
00029      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00030      SKIP2
00031  DATA DIVISION.
00032  FILE SECTION.
00033      SKIP1
00034  FD  OBJ-MASTER
00035      RECORD CONTAINS 120 CHARACTERS
00036      LABEL RECORDS ARE STANDARD.
00037      SKIP1
00038  01  OBJ-REC.
00039  COPY ASTXOBJR1.
00040      SKIP2
00041  FD  PRINT-FILE
00042      BLOCK  CONTAINS 0 RECORDS
00043      RECORD CONTAINS 133 CHARACTERS
00044      RECORDING MODE IS F
00045      LABEL  RECORDS ARE STANDARD.
00046      SKIP1
00047  01  PRINT-REC               PIC X(133).
00048      SKIP2
00049  WORKING-STORAGE SECTION.
00050      SKIP1
00051  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00052  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00053      SKIP1
00054  77  OBJ-EOF-SW                PIC X      VALUE 'N'.
00055      88  END-OF-OBJ-FILE                  VALUE 'Y'.
00056      SKIP1
00057  77  OBJ-STATUS                PIC XX     VALUE '00'.
00058      SKIP1
00059  77  OBJ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00060  77  OPEN-OBJ-CNT      COMP-3  PIC S9(7)  VALUE +0.
00061  77  CLOSED-OBJ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00062  77  BAD-YEAR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00063  77  REFUND-ORDERED    COMP-3  PIC S9(11)V99 VALUE +0.
00064      SKIP1
00065  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00066  77  W-RUN-DATE-INT            PIC S9(9)  COMP VALUE +0.
00067  77  W-OPEN-INT                PIC S9(9)  COMP VALUE +0.
00068  77  W-AGE             COMP-3  PIC S9(5)  VALUE +0.
00069  77  W-BUCKET          COMP-3  PIC S9(3)  VALUE +0.
00070  77  YR-SUB            COMP-3  PIC S9(3)  VALUE +0.
00071  77  W-YEAR-DSP                PIC 9(4)   VALUE ZEROS.
00072      SKIP1
00073 *    ONE ENTRY PER TAX YEAR 1970-2069, SUBSCRIPT YEAR - 1969
00074  01  YEAR-AGE-TABLE.
00075      05  YR-ENTRY OCCURS 100 TIMES.
00076          10  YR-COUNT            PIC S9(7)     COMP-3.
00077          10  YR-HELD             PIC S9(11)V99 COMP-3.
00078          10  YR-BUCKET OCCURS 4 TIMES
00079                                  PIC S9(7)     COMP-3.
00080  01  TOTAL-ENTRY.
00081      05  TT-COUNT                PIC S9(7)     COMP-3 VALUE +0.
00082      05  TT-HELD                 PIC S9(11)V99 COMP-3 VALUE +0.
00083      05  TT-BUCKET OCCURS 4 TIMES
00084                                  PIC S9(7)     COMP-3.
00085      SKIP1
00086  01  ACPT-DATE                  PIC 9(6).
00087  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00088      05  ACPT-YR                PIC 99.
00089      05  ACPT-MO                PIC 99.
00090      05  ACPT-DA                PIC 99.
00091  01  DSP-DATE.
00092      05  DSP-MO                 PIC 99.
00093      05  FILLER                 PIC X      VALUE '/'.
00094      05  DSP-DA                 PIC 99.
00095      05  FILLER                 PIC X      VALUE '/'.
00096      05  DSP-YR                 PIC 99.
00097      SKIP1
00098  01  HEAD-A.
00099      05  FILLER          PIC X(3)   VALUE SPACES.
00100      05  HD-DATE         PIC X(8).
00101      05  FILLER          PIC X(44)  VALUE SPACES.
00102      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00103      05  FILLER          PIC X(44)  VALUE SPACES.
00104      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00105      05  HD-PAGE         PIC ZZ,ZZ9.
00106      SKIP1
00107  01  HEAD-B.
00108      05  FILLER          PIC X(3)   VALUE SPACES.
00109      05  FILLER          PIC X(8)   VALUE 'ASREA975'.
00110      05  FILLER          PIC X(18)  VALUE SPACES.
00111      05  FILLER          PIC X(52)  VALUE
00112          'OPEN TAX OBJECTION AGING REPORT'.
00113      SKIP1
00114  01  HEAD-C.
00115      05  FILLER          PIC X(3)   VALUE SPACES.
00116      05  FILLER          PIC X(10)  VALUE 'TAX YEAR'.
00117      05  FILLER          PIC X(10)  VALUE '    OPEN'.
00118      05  FILLER          PIC X(19)  VALUE '  DOLLARS HELD'.
00119      05  FILLER          PIC X(10)  VALUE ' UNDER 1'.
00120      05  FILLER          PIC X(10)  VALUE '  1-2 YR'.
00121      05  FILLER          PIC X(10)  VALUE '  2-3 YR'.
00122      05  FILLER          PIC X(10)  VALUE ' OVER 3'.
00123      SKIP1
00124  01  DETAIL-LINE.
00125      05  FILLER          PIC X(3)   VALUE SPACES.
00126      05  D-GROUP         PIC X(8).
00127      05  D-COUNT         PIC ZZZ,ZZ9.
00128      05  FILLER          PIC X(3)   VALUE SPACES.
00129      05  D-HELD          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00130      05  FILLER          PIC X(3)   VALUE SPACES.
00131      05  D-B1            PIC ZZZ,ZZ9.
00132      05  FILLER          PIC X(3)   VALUE SPACES.
00133      05  D-B2            PIC ZZZ,ZZ9.
00134      05  FILLER          PIC X(3)   VALUE SPACES.
00135      05  D-B3            PIC ZZZ,ZZ9.
00136      05  FILLER          PIC X(3)   VALUE SPACES.
00137      05  D-B4            PIC ZZZ,ZZ9.
00138      EJECT
00139  PROCEDURE DIVISION.
00140      SKIP1
00141  A010-HOUSEKEEPING.
00142      OPEN INPUT OBJ-MASTER
00143           OUTPUT PRINT-FILE.
00144      IF OBJ-STATUS NOT EQUAL '00'
00145          DISPLAY 'ASREA975 -- OBJECTION MASTER OPEN FAILED, '
00146              'STATUS ' OBJ-STATUS
00147          MOVE 16 TO RETURN-CODE
00148          CLOSE PRINT-FILE
00149          STOP RUN.
00150      PERFORM A012-ZERO-YEAR THRU A012-EXIT
00151          VARYING YR-SUB FROM +1 BY +1
00152          UNTIL YR-SUB GREATER THAN +100.
00153      MOVE ZERO TO TT-BUCKET (1) TT-BUCKET (2)
00154                   TT-BUCKET (3) TT-BUCKET (4).
00155      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00156      COMPUTE W-RUN-DATE-INT =
00157          FUNCTION INTEGER-OF-DATE (W-RUN-DATE).
00158      ACCEPT ACPT-DATE FROM DATE.
00159      MOVE ACPT-MO TO DSP-MO.
00160      MOVE ACPT-DA TO DSP-DA.
00161      MOVE ACPT-YR TO DSP-YR.
00162      MOVE DSP-DATE TO HD-DATE.
00163      PERFORM B100-HEADING THRU B100-EXIT.
00164      PERFORM A030-READ-OBJ THRU A030-EXIT.
00165      PERFORM A020-MAINLINE THRU A020-EXIT
00166          UNTIL END-OF-OBJ-FILE.
00167      PERFORM A060-PRINT-YEAR-LINE THRU A060-EXIT
00168          VARYING YR-SUB FROM +1 BY +1
00169          UNTIL YR-SUB GREATER THAN +100.
00170      PERFORM A070-PRINT-TOTAL THRU A070-EXIT.
00171      DISPLAY 'TOTAL OBJECTION RECORDS READ.........: '
00172          OBJ-IN-CNT.
00173      DISPLAY 'TOTAL OPEN OBJECTIONS AGED...........: '
00174          OPEN-OBJ-CNT.
00175      DISPLAY 'TOTAL DOLLARS HELD UNDER PROTEST.....: '
00176          TT-HELD.
00177      DISPLAY 'TOTAL OBJECTIONS DISPOSED............: '
00178          CLOSED-OBJ-CNT.
00179      DISPLAY 'TOTAL REFUNDS ORDERED ON DISPOSED....: '
00180          REFUND-ORDERED.
00181      DISPLAY 'TOTAL TAX YEAR OUT OF TABLE RANGE....: '
00182          BAD-YEAR-CNT.
00183      IF BAD-YEAR-CNT GREATER THAN +0
00184          MOVE 4 TO RETURN-CODE.
00185      CLOSE OBJ-MASTER, PRINT-FILE.
00186      STOP RUN.
00187      SKIP1
00188  A012-ZERO-YEAR.
00189      MOVE ZERO TO YR-COUNT (YR-SUB)
00190                   YR-HELD (YR-SUB)
00191                   YR-BUCKET (YR-SUB, 1)
00192                   YR-BUCKET (YR-SUB, 2)
00193                   YR-BUCKET (YR-SUB, 3)
00194                   YR-BUCKET (YR-SUB, 4).
00195  A012-EXIT. EXIT.
00196      SKIP1
00197  A020-MAINLINE.
00198      IF TO-STAT-CLOSED
00199          ADD +1 TO CLOSED-OBJ-CNT
00200          ADD TO-REFUND-AMT TO REFUND-ORDERED
00201          GO TO A020-NEXT.
00202      IF TO-TAX-YEAR LESS THAN 1970
00203         OR TO-TAX-YEAR GREATER THAN 2069
00204          ADD +1 TO BAD-YEAR-CNT
00205          DISPLAY 'ASREA975 -- TAX YEAR ' TO-TAX-YEAR
00206              ' OUT OF RANGE ON PROTEST ' TO-PROT-NO
00207          GO TO A020-NEXT.
00208      ADD +1 TO OPEN-OBJ-CNT.
00209      COMPUTE W-OPEN-INT =
00210          FUNCTION INTEGER-OF-DATE (TO-OPEN-DATE).
00211      COMPUTE W-AGE = W-RUN-DATE-INT - W-OPEN-INT.
00212      EVALUATE TRUE
00213          WHEN W-AGE LESS THAN +365
00214              MOVE 1 TO W-BUCKET
00215          WHEN W-AGE LESS THAN +730
00216              MOVE 2 TO W-BUCKET
00217          WHEN W-AGE LESS THAN +1095
00218              MOVE 3 TO W-BUCKET
00219          WHEN OTHER
00220              MOVE 4 TO W-BUCKET
00221      END-EVALUATE.
00222      COMPUTE YR-SUB = TO-TAX-YEAR - 1969.
00223      ADD +1 TO YR-COUNT (YR-SUB) TT-COUNT.
00224      ADD TO-PROT-AMT TO YR-HELD (YR-SUB) TT-HELD.
00225      ADD +1 TO YR-BUCKET (YR-SUB, W-BUCKET)
00226                TT-BUCKET (W-BUCKET).
00227  A020-NEXT.
00228      PERFORM A030-READ-OBJ THRU A030-EXIT.
00229  A020-EXIT. EXIT.
00230      SKIP1
00231  A030-READ-OBJ.
00232      READ OBJ-MASTER AT END
00233          MOVE 'Y' TO OBJ-EOF-SW.
00234      IF NOT END-OF-OBJ-FILE
00235          ADD +1 TO OBJ-IN-CNT.
00236  A030-EXIT. EXIT.
00237      SKIP1
00238  A060-PRINT-YEAR-LINE.
00239      IF YR-COUNT (YR-SUB) EQUAL ZERO
00240          GO TO A060-EXIT.
00241      IF LINE-CNT GREATER THAN +57
00242          PERFORM B100-HEADING THRU B100-EXIT.
00243      MOVE SPACES TO D-GROUP.
00244      COMPUTE W-YEAR-DSP = YR-SUB + 1969.
00245      MOVE W-YEAR-DSP TO D-GROUP (1:4).
00246      MOVE YR-COUNT (YR-SUB)     TO D-COUNT.
00247      MOVE YR-HELD (YR-SUB)      TO D-HELD.
00248      MOVE YR-BUCKET (YR-SUB, 1) TO D-B1.
00249      MOVE YR-BUCKET (YR-SUB, 2) TO D-B2.
00250      MOVE YR-BUCKET (YR-SUB, 3) TO D-B3.
00251      MOVE YR-BUCKET (YR-SUB, 4) TO D-B4.
00252      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00253      ADD +1 TO LINE-CNT.
00254  A060-EXIT. EXIT.
00255      SKIP1
00256  A070-PRINT-TOTAL.
00257      IF LINE-CNT GREATER THAN +56
00258          PERFORM B100-HEADING THRU B100-EXIT.
00259      MOVE 'TOTAL'        TO D-GROUP.
00260      MOVE TT-COUNT       TO D-COUNT.
00261      MOVE TT-HELD        TO D-HELD.
00262      MOVE TT-BUCKET (1)  TO D-B1.
00263      MOVE TT-BUCKET (2)  TO D-B2.
00264      MOVE TT-BUCKET (3)  TO D-B3.
00265      MOVE TT-BUCKET (4)  TO D-B4.
00266      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 2.
00267      ADD +2 TO LINE-CNT.
00268  A070-EXIT. EXIT.
00269      SKIP1
00270  B100-HEADING.
00271      ADD +1 TO PAGE-CNT.
00272      MOVE PAGE-CNT TO HD-PAGE.
00273      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00274      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00275      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00276      MOVE +6 TO LINE-CNT.
00277  B100-EXIT. EXIT.
