00017 *        NEXT TEN YEARS -- SO THE TAXING DISTRICTS CAN BE WARNED
00018 *        ABOUT THE EAV COMING BACK ONTO THEIR BASE INSTEAD OF
00019 *        HAVING IT EXPLAINED AFTER THE LEVY IS SET.
0019A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0019B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0019C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0019D *         YEAR TAKES THE CYCLE YEAR.
00020      SKIP1
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00091  77  W-BUCKET                PIC S9(3)  PACKED-DECIMAL VALUE +0.
00092  77  B-SUB                   PIC S9(3)  PACKED-DECIMAL VALUE +0.
00093      SKIP1
0093A  01  CYCLK-AREA.
0093B  COPY DPCYCLKR1.
0093C      SKIP1
00094  01  YEAR-BUCKET-TABLE.
00095      05  YEAR-BUCKET OCCURS 10 TIMES.
00096          10  YB-VALUE        PIC S9(13) PACKED-DECIMAL.
00159           OUTPUT REPORT-FILE.
00160      READ CNTRL-FILE AT END
00161          MOVE ZEROS TO CC-CURR-YEAR.
0161A      MOVE 'CLRTM764' TO CK-CALLER.
0161B      MOVE CC-CURR-YEAR TO CK-CARD-YEAR.
0161C      CALL 'DPRUN004' USING CYCLK-AREA.
0161D      MOVE CK-TAX-YEAR TO CC-CURR-YEAR.
00162      IF CC-CURR-YEAR NOT NUMERIC
00163       OR CC-CURR-YEAR EQUAL ZEROS
00164       OR CC-TERM-YEARS NOT NUMERIC
