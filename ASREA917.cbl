00013 *         TIMES RATE OVER 100), AND WRITES ONE STATEMENT RECORD
00014 *         PER PARCEL PLUS A TOWNSHIP SAVINGS TOTAL REPORT -- THE
00015 *         FIGURE THE COMMISSIONERS ASK FOR EVERY BUDGET SEASON.
0015A *         THE HOME IMPROVEMENT EXEMPTION (EQ-HOME-IMP-AMT,
0015B *         POSTED BY ASREA985) IS PRICED THE SAME WAY.
0015C *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0015D *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0015E *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0015F *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0015G *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT917.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00021      SKIP1
00022  INPUT-OUTPUT SECTION.
00023  FILE-CONTROL.
00025      SELECT TAXCODE-MAST  ASSIGN TO DA-TAXCODE
00026        ORGANIZATION IS INDEXED
00027        ACCESS IS RANDOM
00028        RECORD KEY IS TR-TAX-CODE
00029        FILE STATUS IS TC-STATUS TC-STATUS-2.
00030      SELECT STATEMENT-FILE ASSIGN TO UT-S-SAVESTMT.
00031      SELECT PRINT-FILE    ASSIGN TO UT-S-PRT917.
00032      SKIP2
00033  DATA DIVISION.
00034  FILE SECTION.
00035      SKIP1
00045  FD  TAXCODE-MAST
00046      RECORD CONTAINS 207 CHARACTERS
00047      LABEL RECORDS ARE STANDARD.
00065      05  SV-HOME-SAVE    PIC 9(9)V99.
00066      05  SV-EZ-SAVE      PIC 9(9)V99.
00067      05  SV-TOTAL-SAVE   PIC 9(11)V99.
00068      05  SV-HIMP-SAVE    PIC 9(9)V99.
0068A      05  FILLER          PIC X(9).
00069      SKIP2
00070  FD  PRINT-FILE
00071      BLOCK  CONTAINS 0 RECORDS
00080  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00081  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00082      SKIP1
00086  77  TC-STATUS                 PIC XX     VALUE '00'.
00087  01  TC-STATUS-2 BINARY.
00088      05  TC-RETURN       PIC 9   VALUE 0.
00098  77  W-VET-SAVE        COMP-3  PIC S9(9)V99  VALUE +0.
00099  77  W-HOME-SAVE       COMP-3  PIC S9(9)V99  VALUE +0.
00100  77  W-EZ-SAVE         COMP-3  PIC S9(9)V99  VALUE +0.
0100A  77  W-HIMP-SAVE       COMP-3  PIC S9(9)V99  VALUE +0.
00101  77  W-TOTAL-SAVE      COMP-3  PIC S9(11)V99 VALUE +0.
00102  77  W-LAST-TXCD       COMP-3  PIC S9(5)  VALUE -1.
00103  77  W-LAST-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00104  77  W-RATE-FOUND-SW           PIC X      VALUE 'N'.
00105  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
0105A      SKIP1
0105B  01  EQ-REC.
0105C  COPY EQVALRD01.
00106      SKIP1
00107  01  TOWN-SAVE-TABLE.
00108      05  TOWN-SAVE-ENTRY OCCURS 78 TIMES.
00156      05  FILLER          PIC X(4)   VALUE SPACES.
00157      05  T-SAVINGS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00158      EJECT
0158A  LINKAGE SECTION.
0158B  01  EQFAN-AREA.
0158C  COPY ASEQFANR1.
0158D      EJECT
00159  PROCEDURE DIVISION USING EQFAN-AREA.
00160      SKIP1
0160A  A000-DISPATCH.
0160B      EVALUATE TRUE
0160C          WHEN EF-OPEN
0160D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0160E          WHEN EF-RECORD
0160F              MOVE EF-EQ-REC TO EQ-REC
0160G              PERFORM A020-MAINLINE THRU A020-EXIT
0160H          WHEN EF-CLOSE
0160I              PERFORM A014-END-OF-RUN THRU A014-EXIT
0160J      END-EVALUATE.
0160K      GOBACK.
0160L      SKIP1
00161  A010-HOUSEKEEPING.
00162      OPEN INPUT  TAXCODE-MAST
00163           OUTPUT STATEMENT-FILE, PRINT-FILE.
00164      IF TC-STATUS NOT EQUAL '00'
00165          DISPLAY 'ASREA917 -- TAX CODE MASTER OPEN FAILED, '
00166              'STATUS ' TC-STATUS
00167          MOVE 16 TO EF-RETURN-CODE
00168          MOVE 'Y' TO EF-STOP-SW
00169          CLOSE STATEMENT-FILE PRINT-FILE
0169A          GO TO A010-EXIT.
00170      PERFORM A012-CLEAR-TOWN THRU A012-EXIT
00171          VARYING W-TOWN-SUB FROM +1 BY +1
00172          UNTIL W-TOWN-SUB GREATER THAN +78.
00175      MOVE ACPT-DA TO DSP-DA.
00176      MOVE ACPT-YR TO DSP-YR.
00177      MOVE DSP-DATE TO HD-DATE.
00179  A010-EXIT. EXIT.
00180      SKIP1
0180A  A014-END-OF-RUN.
00181      PERFORM A080-TOWN-REPORT THRU A080-EXIT.
00182      DISPLAY 'TOTAL EQVAL RECORDS READ......: ' EQ-IN-CNT.
00183      DISPLAY 'TOTAL STATEMENTS WRITTEN......: ' STMT-OUT-CNT.
00184      DISPLAY 'TOTAL WITH NO EXEMPTIONS......: ' NO-EXEMPT-CNT.
00185      DISPLAY 'TOTAL WITH NO TAX CODE RECORD.: ' NO-TXCD-CNT.
00186      CLOSE TAXCODE-MAST, STATEMENT-FILE,
00187            PRINT-FILE.
00188  A014-EXIT. EXIT.
00189      SKIP1
00190  A012-CLEAR-TOWN.
00191      MOVE ZEROS TO TS-PARCELS (W-TOWN-SUB)
00197       OR EQ-VET-EX-AMT GREATER THAN ZERO
00198       OR EQ-HOME-AMT GREATER THAN ZERO
00199       OR EQ-EZ-ABATAMT GREATER THAN ZERO
0199A       OR EQ-HOME-IMP-AMT GREATER THAN ZERO
00200          PERFORM A050-BUILD-STATEMENT THRU A050-EXIT
00201      ELSE
00202          ADD +1 TO NO-EXEMPT-CNT.
00203      ADD +1 TO EQ-IN-CNT.
00204  A020-EXIT. EXIT.
00205      SKIP1
00213  A050-BUILD-STATEMENT.
00214      IF EQ-TXCD NOT EQUAL W-LAST-TXCD
00215          MOVE EQ-TXCD TO W-LAST-TXCD
00234          (EQ-HOME-AMT * W-LAST-RATE) / 100.
00235      COMPUTE W-EZ-SAVE ROUNDED =
00236          (EQ-EZ-ABATAMT * W-LAST-RATE) / 100.
0236A      COMPUTE W-HIMP-SAVE ROUNDED =
0236B          (EQ-HOME-IMP-AMT * W-LAST-RATE) / 100.
00237      COMPUTE W-TOTAL-SAVE = W-HMESTD-SAVE + W-VET-SAVE
00238          + W-HOME-SAVE + W-EZ-SAVE + W-HIMP-SAVE.
00239      MOVE SPACES        TO STATEMENT-REC.
00240      MOVE EQ-VOL        TO SV-VOL.
00241      MOVE EQ-PROP       TO SV-PROP.
00245      MOVE W-VET-SAVE    TO SV-VET-SAVE.
00246      MOVE W-HOME-SAVE   TO SV-HOME-SAVE.
00247      MOVE W-EZ-SAVE     TO SV-EZ-SAVE.
0247A      MOVE W-HIMP-SAVE   TO SV-HIMP-SAVE.
00248      MOVE W-TOTAL-SAVE  TO SV-TOTAL-SAVE.
00249      WRITE STATEMENT-REC.
00250      ADD +1 TO STMT-OUT-CNT.
