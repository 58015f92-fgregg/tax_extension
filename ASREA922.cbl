0015B *         FROM THE STATUTORY AMOUNTS MASTER (ASREA962 LOOKUP)
0015C *         AND ANY TIER CARRYING MORE THAN ITS STATUTORY AMOUNT
0015D *         IS ALSO FLAGGED.
0015E *         THE TAX YEAR IS TAKEN FROM THE CENTRAL CYCLE CONTROL
0015F *         RECORD THROUGH DPRUN004; A PARM YEAR THAT DISAGREES
0015G *         STOPS THE RUN.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
0059D  77  W-STAT-V1                 PIC 9(9)   VALUE ZEROS.
0059E  77  W-STAT-V2                 PIC 9(9)   VALUE ZEROS.
0059F  77  W-STAT-V3                 PIC 9(9)   VALUE ZEROS.
0059FA 01  CYCLK-AREA.
0059FB COPY DPCYCLKR1.
0059FC     SKIP1
0059G  01  STAMLK-AREA.
0059H  COPY ASSTAMLKR1.
00060  77  W-REASON                  PIC X(30)  VALUE SPACES.
00131  A010-HOUSEKEEPING.
0131A *    THE STATUTORY AMOUNTS MASTER IS KEYED BY TAX YEAR, WHICH
0131B *    ROUTINELY DIFFERS FROM THE RUN CALENDAR YEAR ON A RERUN,
0131C *    SO THE TAX YEAR COMES FROM THE CYCLE CONTROL RECORD.
0131D      MOVE 'ASREA922' TO CK-CALLER.
0131E      MOVE SPACES TO CK-CARD-YEAR.
0131F      IF VALID-LINK-LENGTH
0131G          MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0131H      CALL 'DPRUN004' USING CYCLK-AREA.
0131I      MOVE CK-TAX-YEAR TO W-RUN-YEAR.
00132      OPEN INPUT  DISABLED-FILE
00133           OUTPUT PRINT-FILE.
00134      PERFORM A012-CLEAR-TOWN THRU A012-EXIT
