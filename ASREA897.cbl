00013C*         (ASREA962 LOOKUP) FOR THE FILE'S VINTAGE YEAR, AND
00013D*         ANY AMOUNT OVER THE STATUTORY MAXIMUM IS ALSO
00013E*         COUNTED AS AN EXCEPTION.
00013F*         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
00013G*         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
00013H*         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
00013I*         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
00013J*         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT897.
000014      SKIP2
000015  ENVIRONMENT DIVISION.
000016  CONFIGURATION SECTION.
000019      SKIP1
000020  INPUT-OUTPUT SECTION.
000021  FILE-CONTROL.
000023      SELECT PRINT-FILE  ASSIGN TO UT-S-PRT897.
000024      SKIP2
000025  DATA DIVISION.
000026  FILE SECTION.
000027      SKIP1
000037  FD  PRINT-FILE
000038      BLOCK  CONTAINS 0 RECORDS
000039      RECORD CONTAINS 133 CHARACTERS
000047  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
000048  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
000049  77  RECS-READ-CNT     COMP-3  PIC S9(7)  VALUE +0.
000052      SKIP1
000053  01  UNPK-TXCD           PIC 9(5).
000054  01  FILLER REDEFINES UNPK-TXCD.
000079  77  GR-SCHMSTD-AMT    COMP-3  PIC S9(9)  VALUE +0.
000080  77  GR-EXCP-CNT       COMP-3  PIC S9(7)  VALUE +0.
00080A 77  OVER-STAT-CNT     COMP-3  PIC S9(7)  VALUE +0.
00080C 77  W-RUN-YEAR                PIC 9(4)   VALUE ZEROS.
00080D 77  W-STAT-SC                 PIC 9(9)   VALUE ZEROS.
00080E 01  STAMLK-AREA.
00080F COPY ASSTAMLKR1.
00080G     SKIP1
00080H 01  EQ-REC.
00080I COPY EQVALRD01.
000081      SKIP1
000082  01  HEAD-A.
000083      05  FILLER          PIC X(3)   VALUE SPACES.
000150      EJECT
00150A LINKAGE SECTION.
00150B     SKIP1
00150C 01  EQFAN-AREA.
00150D COPY ASEQFANR1.
00150G     SKIP1
000151  PROCEDURE DIVISION USING EQFAN-AREA.
000152      SKIP1
00152A A000-DISPATCH.
00152B     EVALUATE TRUE
00152C         WHEN EF-OPEN
00152D             PERFORM A010-HOUSEKEEPING THRU A010-EXIT
00152E         WHEN EF-RECORD
00152F             MOVE EF-EQ-REC TO EQ-REC
00152G             PERFORM A020-MAINLINE THRU A020-EXIT
00152H         WHEN EF-CLOSE
00152I             PERFORM A012-END-OF-RUN THRU A012-EXIT
00152J     END-EVALUATE.
00152K     GOBACK.
00152L     SKIP1
000153  A010-HOUSEKEEPING.
00153A*    THE STATUTORY AMOUNTS MASTER IS KEYED BY TAX YEAR, WHICH
00153B*    ROUTINELY DIFFERS FROM THE BUILD CALENDAR YEAR ON A RERUN,
00153C*    SO THE TAX YEAR COMES FROM THE DRIVER PARM -- NOT THE
00153D*    VINTAGE HEADER CYCLE DATE AND NOT THE WALL CLOCK.
00153E     IF EF-TAX-YEAR NUMERIC
00153F      AND EF-TAX-YEAR GREATER THAN ZEROS
00153G         MOVE EF-TAX-YEAR TO W-RUN-YEAR
00153I     ELSE
00153J         MOVE FUNCTION CURRENT-DATE(1:4) TO W-RUN-YEAR
00153K         DISPLAY 'ASREA897 -- NO TAX YEAR PARM, CURRENT '
00153L             'YEAR ' W-RUN-YEAR ' ASSUMED'.
000154      OPEN OUTPUT PRINT-FILE.
000155      PERFORM A015-INIT-TOWN-TABLE THRU A015-EXIT
000156          VARYING SUB-TOWN FROM +1 BY +1
000157          UNTIL SUB-TOWN GREATER THAN +99.
000161      MOVE ACPT-YR TO DSP-YR.
000162      MOVE DSP-DATE TO HD-DATE.
000163      PERFORM B100-HEADING THRU B100-EXIT.
00164A     MOVE W-RUN-YEAR TO STA-TAX-YEAR.
00164B     MOVE 'SC' TO STA-TYPE.
00164C     CALL 'ASREA962' USING STAMLK-AREA.
00164D     MOVE STA-AMOUNT TO W-STAT-SC.
00164E     DISPLAY 'STATUTORY SENIOR HOMESTEAD AMOUNT, TAX YEAR '
00164F         W-RUN-YEAR ': ' W-STAT-SC.
00164G A010-EXIT. EXIT.
00164H     SKIP1
00164I A012-END-OF-RUN.
000167      IF LINE-CNT GREATER THAN +50
000168          PERFORM B100-HEADING THRU B100-EXIT.
000169      PERFORM A080-PRINT-TOWN-LINES THRU A080-EXIT
00181A     DISPLAY 'TOTAL AMOUNTS OVER STATUTORY..: '
00181B         OVER-STAT-CNT.
00181C     IF OVER-STAT-CNT GREATER THAN +0
00181D         MOVE 4 TO EF-RETURN-CODE.
000182      CLOSE PRINT-FILE.
000183  A012-EXIT. EXIT.
000184      SKIP1
000185  A015-INIT-TOWN-TABLE.
000186      MOVE ZERO TO TT-SCHMSTD-CNT (SUB-TOWN)
00204G             END-IF
000205          END-IF
000206      END-IF.
000207      ADD +1 TO RECS-READ-CNT.
000208  A020-EXIT. EXIT.
000209      SKIP1
000217  A060-PRINT-EXCEPTION.
000218      IF LINE-CNT GREATER THAN +55
000219          PERFORM B100-HEADING THRU B100-EXIT.
