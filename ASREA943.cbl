00010 *         31-60, 61-90 AND OVER-90-DAY BUCKETS, SUBTOTALED BY
00011 *         REFERRAL SOURCE AND BY ASSIGNED EXAMINER, SO
00012 *         REFERRALS STOP FALLING ON THE FLOOR BETWEEN CYCLES.
0012A *         SOURCE FT (FORFEITED/TAX DEED, ASREA972) IS AGED
0012B *         WITH THE OTHER REFERRAL SOURCES.  SO IS SOURCE XC
0012C *         (CROSS-COUNTY DUPLICATE EXEMPTION, ASREA999).
00013      SKIP2
00014  ENVIRONMENT DIVISION.
00015  CONFIGURATION SECTION.
00069  77  EX-FND            COMP-3  PIC S9(3)  VALUE +0.
00070      SKIP1
00071  01  SOURCE-AGE-TABLE.
00072      05  SRC-ENTRY OCCURS 8 TIMES.
00073          10  SRC-CODE        PIC XX.
00074          10  SRC-BUCKET OCCURS 4 TIMES
00075                              PIC S9(7)  COMP-3.
00147      MOVE 'LM' TO SRC-CODE (4).
00148      MOVE 'CC' TO SRC-CODE (5).
00149      MOVE 'OC' TO SRC-CODE (6).
0149A      MOVE 'FT' TO SRC-CODE (7).
0149B      MOVE 'XC' TO SRC-CODE (8).
00150      PERFORM A012-ZERO-SOURCE THRU A012-EXIT
00151          VARYING SRC-SUB FROM +1 BY +1
00152          UNTIL SRC-SUB GREATER THAN +8.
00153      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00154      COMPUTE W-RUN-DATE-INT =
00155          FUNCTION INTEGER-OF-DATE (W-RUN-DATE).
00216  A040-TALLY-SOURCE.
00217      PERFORM A042-SCAN-SOURCE THRU A042-EXIT
00218          VARYING SRC-SUB FROM +1 BY +1
00219          UNTIL SRC-SUB GREATER THAN +8.
00220  A040-EXIT. EXIT.
00221      SKIP1
00222  A042-SCAN-SOURCE.
00260      ADD +4 TO LINE-CNT.
00261      PERFORM A062-PRINT-SOURCE-LINE THRU A062-EXIT
00262          VARYING SRC-SUB FROM +1 BY +1
00263          UNTIL SRC-SUB GREATER THAN +8.
00264  A060-EXIT. EXIT.
00265      SKIP1
00266  A062-PRINT-SOURCE-LINE.
