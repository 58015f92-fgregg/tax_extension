0028G *                        LONGER COSTS A FULL DATABASE SWEEP.    *
0028H *                        SKIPPED AND EXTRACTED SEGMENT COUNTS   *
0028I *                        ARE DISPLAYED AT END OF JOB.           *
0028J *       10/15/2026  TJB  THE PARM CARD TAX YEAR IS CHECKED     *
0028K *                        AGAINST THE CENTRAL CYCLE CONTROL      *
0028L *                        RECORD (DPRUN004), WHICH STOPS THE RUN *
0028M *                        WITH RETURN CODE 16 WHEN THEY DISAGREE.*
0028N *                        A BLANK CARD YEAR TAKES THE CYCLE TAX  *
0028O *                        YEAR.                                  *
00029 *****************************************************************
00015  SKIP2
00016  ENVIRONMENT DIVISION.
00034  01  CONTROL-CARD.
00035      05  CONTROL-YEAR-C     PIC X(4).
00036      05  CONTROL-YEAR-N     PIC 9(4).
0036A      05  CONTROL-YEAR-A REDEFINES CONTROL-YEAR-N
0036B                             PIC X(4).
00037      05  CONTROL-STAT-FILTER PIC X.
00038          88  FILTER-ALL-STATUSES       VALUE SPACE.
0038A      05  CONTROL-FROM-DATE  PIC X(8).
0038C      05  CONTROL-FROM-DATE-N REDEFINES CONTROL-FROM-DATE
0038D                             PIC 9(8).
00039      05  FILLER             PIC X(63).
0039A
0039B  01  CYCLK-AREA.
0039C  COPY DPCYCLKR1.
00038
00039  01  IO-AREA.
00040  COPY PIROOTSEGM.
00069  1000-INITIALIZATION.
00070      OPEN OUTPUT EXEMPT-DATA-FILE.
00071      ACCEPT CONTROL-CARD.
0071A      MOVE 'ASHMA921'     TO CK-CALLER.
0071B      MOVE CONTROL-YEAR-A TO CK-CARD-YEAR.
0071C      CALL 'DPRUN004' USING CYCLK-AREA.
0071D      IF CONTROL-YEAR-A EQUAL SPACES
0071E         OR CONTROL-YEAR-A EQUAL '0000'
0071F         MOVE 'YEAR'      TO CONTROL-YEAR-C
0071G         MOVE CK-TAX-YEAR TO CONTROL-YEAR-N
0071H      END-IF.
00072      IF CONTROL-YEAR-N NOT NUMERIC OR CONTROL-YEAR-N <= 1993
00073         OR CONTROL-YEAR-C NOT EQUAL TO 'YEAR'
00074         DISPLAY 'SELECTION YEAR INVALID ON PARM CARD'
