0014C *         THE FILE'S VINTAGE YEAR, AND ANY PARCEL CARRYING
0014D *         MORE THAN THE STATUTORY AMOUNT IS COUNTED AND LISTED
0014E *         ON THE CONSOLE.
0014F *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0014G *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0014H *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0014I *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0014J *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT886.
00015      SKIP2
00016  ENVIRONMENT DIVISION.
00017  CONFIGURATION SECTION.
00020      SKIP1
00021  INPUT-OUTPUT SECTION.
00022  FILE-CONTROL.
00024      SELECT PRINT-FILE  ASSIGN TO UT-S-PRT886.
00025      SKIP2
00026  DATA DIVISION.
00027  FILE SECTION.
00028      SKIP1
00038  FD  PRINT-FILE
00039      BLOCK  CONTAINS 0 RECORDS
00040      RECORD CONTAINS 133 CHARACTERS
00048  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00049  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00050  77  RECS-READ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00053      SKIP1
00054  01  UNPK-TXCD           PIC 9(5).
00055  01  FILLER REDEFINES UNPK-TXCD.
00092  77  GR-DISVET3-CNT    COMP-3  PIC S9(7)  VALUE +0.
00093  77  GR-DISVET3-AMT    COMP-3  PIC S9(9)  VALUE +0.
0093A  77  OVER-STAT-CNT     COMP-3  PIC S9(7)  VALUE +0.
0093C  77  W-RUN-YEAR                PIC 9(4)   VALUE ZEROS.
0093D  77  W-STAT-RV                 PIC 9(9)   VALUE ZEROS.
0093E  77  W-STAT-DP                 PIC 9(9)   VALUE ZEROS.
0093H  77  W-STAT-V3                 PIC 9(9)   VALUE ZEROS.
0093I  01  STAMLK-AREA.
0093J  COPY ASSTAMLKR1.
0093K      SKIP1
0093L  01  EQ-REC.
0093M  COPY EQVALRD01.
00094      SKIP1
00095  01  HEAD-A.
00096      05  FILLER          PIC X(3)   VALUE SPACES.
00188      EJECT
0188A  LINKAGE SECTION.
0188B      SKIP1
0188C  01  EQFAN-AREA.
0188D  COPY ASEQFANR1.
0188G      SKIP1
00189  PROCEDURE DIVISION USING EQFAN-AREA.
00190      SKIP1
0190A  A000-DISPATCH.
0190B      EVALUATE TRUE
0190C          WHEN EF-OPEN
0190D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0190E          WHEN EF-RECORD
0190F              MOVE EF-EQ-REC TO EQ-REC
0190G              PERFORM A020-MAINLINE THRU A020-EXIT
0190H          WHEN EF-CLOSE
0190I              PERFORM A012-END-OF-RUN THRU A012-EXIT
0190J      END-EVALUATE.
0190K      GOBACK.
0190L      SKIP1
00191  A010-HOUSEKEEPING.
0191A *    THE STATUTORY AMOUNTS MASTER IS KEYED BY TAX YEAR, WHICH
0191B *    ROUTINELY DIFFERS FROM THE BUILD CALENDAR YEAR ON A RERUN,
0191C *    SO THE TAX YEAR COMES FROM THE DRIVER PARM -- NOT THE
0191D *    VINTAGE HEADER CYCLE DATE AND NOT THE WALL CLOCK.
0191E      IF EF-TAX-YEAR NUMERIC
0191F       AND EF-TAX-YEAR GREATER THAN ZEROS
0191G          MOVE EF-TAX-YEAR TO W-RUN-YEAR
0191I      ELSE
0191J          MOVE FUNCTION CURRENT-DATE(1:4) TO W-RUN-YEAR
0191K          DISPLAY 'ASREA886 -- NO TAX YEAR PARM, CURRENT '
0191L              'YEAR ' W-RUN-YEAR ' ASSUMED'.
00192      OPEN OUTPUT PRINT-FILE.
00192A     PERFORM A015-INIT-TOWN-TABLE THRU A015-EXIT
00192B         VARYING SUB-TOWN FROM +1 BY +1
00192C         UNTIL SUB-TOWN GREATER THAN +99.
00196      MOVE ACPT-YR TO DSP-YR.
00197      MOVE DSP-DATE TO HD-DATE.
00198      PERFORM B100-HEADING THRU B100-EXIT.
0199A      PERFORM A018-GET-STAT-AMOUNTS THRU A018-EXIT.
0199B  A010-EXIT. EXIT.
0199C      SKIP1
0199D  A012-END-OF-RUN.
00202      PERFORM A080-PRINT-TOWN-LINES THRU A080-EXIT
00203          VARYING SUB-TOWN FROM +1 BY +1
00204          UNTIL SUB-TOWN GREATER THAN +99.
0228A      DISPLAY 'TOTAL AMOUNTS OVER STATUTORY..: '
0228B          OVER-STAT-CNT.
0228C      IF OVER-STAT-CNT GREATER THAN +0
0228D          MOVE 4 TO EF-RETURN-CODE.
00229      CLOSE PRINT-FILE.
00230  A012-EXIT. EXIT.
00231      SKIP1
00231A A015-INIT-TOWN-TABLE.
00231B     MOVE ZERO TO TT-RETVET-CNT  (SUB-TOWN)
00259                                  GR-DISVET3-AMT
00259A         END-IF
00260      END-IF.
00261      ADD +1 TO RECS-READ-CNT.
00261A A020-EXIT. EXIT.
00262      SKIP1
00269  A080-PRINT-TOWN-LINES.
00270      IF TT-RETVET-CNT (SUB-TOWN) GREATER THAN ZERO
00271       OR TT-DISPER-CNT (SUB-TOWN) GREATER THAN ZERO
