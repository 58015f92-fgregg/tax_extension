00013 *         EXTEND), SHRINKING THE LIVE MASTER WHILE KEEPING THE
00014 *         HISTORY REACHABLE THROUGH ASREA919, THE RETRIEVAL
00015 *         UTILITY.
0015A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0015B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0015C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0015D *         YEAR TAKES THE CYCLE YEAR.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00070  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00071      88  END-OF-MAST-FILE                 VALUE 'Y'.
00071A 77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
0071AA 01  CYCLK-AREA.
0071AB COPY DPCYCLKR1.
0071AC     SKIP1
00071B 01  VINTAGE-HEADER.
00071C COPY DPVINTHR01.
00072      SKIP1
00086           EXTEND ARCHIVE-FILE.
00087      READ CNTRL-FILE AT END
00088          MOVE ZEROS TO CC-CURR-YEAR CC-CYCLES.
0088A      MOVE 'ASREA918' TO CK-CALLER.
0088B      MOVE CC-CURR-YEAR TO CK-CARD-YEAR.
0088C      CALL 'DPRUN004' USING CYCLK-AREA.
0088D      MOVE CK-TAX-YEAR TO CC-CURR-YEAR.
00089      IF CC-CURR-YEAR NOT NUMERIC OR CC-CYCLES NOT NUMERIC
00090       OR CC-CYCLES EQUAL ZEROS
00091          DISPLAY 'ASREA918 -- CONTROL CARD INVALID -- NEEDS '
