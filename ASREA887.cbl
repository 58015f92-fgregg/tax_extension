00014 *         FREEZE) TOOK PRECEDENCE OVER THE LANDMARK STATUS.
00014A*         THIS REPORT FLAGS BOTH SITUATIONS SO THE ASSESSOR'S
00014B*         OFFICE CAN FOLLOW UP BEFORE THE NEXT BILLING CYCLE.
00014C*         THE CONTROL CARD TAX YEAR IS CHECKED AGAINST THE
00014D*         CENTRAL CYCLE CONTROL RECORD THROUGH DPRUN004, WHICH
00014E*         STOPS THE RUN WITH RETURN CODE 16 WHEN THEY DISAGREE;
00014F*         A BLANK CARD YEAR TAKES THE CYCLE TAX YEAR.
00015      SKIP2
00016  ENVIRONMENT DIVISION.
00017  CONFIGURATION SECTION.
00059  01  CONTROL-CARD.
00060      05  CONTROL-YEAR-C     PIC X(4).
00061      05  CONTROL-YEAR-N     PIC 9(4).
0061A      05  CONTROL-YEAR-A REDEFINES CONTROL-YEAR-N
0061B                             PIC X(4).
00062      05  FILLER             PIC X(72).
0062A      SKIP1
0062B  01  CYCLK-AREA.
0062C  COPY DPCYCLKR1.
00063      SKIP1
00064  01  LDMK-STATUS         PIC 99.
00065      88  GOOD-LAND             VALUE 00.
00153      SKIP1
00154  1000-INITIALIZATION.
00155      ACCEPT CONTROL-CARD.
0155A      MOVE 'ASREA887'     TO CK-CALLER.
0155B      MOVE CONTROL-YEAR-A TO CK-CARD-YEAR.
0155C      CALL 'DPRUN004' USING CYCLK-AREA.
0155D      IF CONTROL-YEAR-A EQUAL SPACES
0155E         OR CONTROL-YEAR-A EQUAL '0000'
0155F         MOVE 'YEAR'      TO CONTROL-YEAR-C
0155G         MOVE CK-TAX-YEAR TO CONTROL-YEAR-N
0155H      END-IF.
00156      IF CONTROL-YEAR-N NOT NUMERIC OR CONTROL-YEAR-N <= 1993
00156A        OR CONTROL-YEAR-C NOT EQUAL TO 'YEAR'
00157          DISPLAY 'SELECTION YEAR INVALID ON PARM CARD'
