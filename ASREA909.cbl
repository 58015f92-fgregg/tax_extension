00012 *         DISAGREES WITH THE KEYED AGE (C150-AGE), AND TOTALING
00013 *         THE EXCEPTIONS BY TOWN -- UNDER-AGE FREEZES ARE
00014 *         EXACTLY WHAT THE STATE AUDITORS SAMPLE FOR.
0014A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0014B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0014C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0014D *         YEAR, OR NO CARD AT ALL, TAKES THE CYCLE YEAR.
00015      SKIP2
00016  ENVIRONMENT DIVISION.
00017  CONFIGURATION SECTION.
00072  77  W-BIRTH-CCYY      COMP-3  PIC S9(5)  VALUE +0.
00073  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
00074      SKIP1
0074A  01  CYCLK-AREA.
0074B  COPY DPCYCLKR1.
0074C      SKIP1
00075  01  TOWN-EXC-TABLE.
00076      05  TOWN-EXC-CNT OCCURS 78 TIMES
00077                        COMP-3  PIC S9(5).
00178      SKIP1
00179  A015-READ-CONTROL-CARD.
00180      READ CNTRL-FILE AT END
00181          MOVE ZEROS TO CC-TAX-YEAR.
0181A      MOVE 'ASREA909' TO CK-CALLER.
0181B      MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0181C      CALL 'DPRUN004' USING CYCLK-AREA.
0181D      MOVE CK-TAX-YEAR TO CC-TAX-YEAR.
00182      IF CC-TAX-YEAR NUMERIC AND CC-TAX-YEAR GREATER THAN 1993
00183          MOVE CC-TAX-YEAR TO W-TAX-YEAR
00184          MOVE CC-TAX-YEAR TO HD-TAX-YEAR.
