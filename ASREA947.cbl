00012 *         WITH A NONZERO EXEMPT-OWNER VALUATION GETS ONE ROSTER
00013 *         RECORD IN PENDING STATUS.  RECEIPTS POST THROUGH
00014 *         ASREA948 AND ASREA949 AGES AND LAPSES THE
00015 *         NON-RESPONDERS.  THE AFFIDAVIT DUE DATE IS LEFT ZERO
0015A *         (STATUTORY DATE) EXCEPT ON A NEW GRANT.  THE PRIOR
0015B *         ROSTER IS MATCHED IN VOLUME/PROPERTY ORDER, AND A
0015C *         FIRST-AFFIDAVIT DUE DATE SET BY ASREA882 THAT IS STILL
0015D *         LATER THAN THE RUN DATE IS CARRIED FORWARD WITH ITS
0015E *         APPLICATION NUMBER, SO A NEW GRANT IS NOT AGED AGAINST
0015F *         THE STATUTORY DATE BEFORE ITS FIRST AFFIDAVIT IS DUE.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00023  FILE-CONTROL.
00024      SELECT EQVAL-FILE    ASSIGN TO UT-S-EQUALVAL.
00025      SELECT ROSTER-FILE   ASSIGN TO UT-S-XOWNROST.
0025A      SELECT PRIOR-ROSTER  ASSIGN TO UT-S-ROSTIN.
00026      SKIP2
00027  DATA DIVISION.
00028  FILE SECTION.
00044      DATA RECORD IS ROSTER-REC.
00045  01  ROSTER-REC.
00046  COPY ASEXOWNR01.
0046A      SKIP2
0046B  FD  PRIOR-ROSTER
0046C      BLOCK  CONTAINS 0 RECORDS
0046D      RECORD CONTAINS 80 CHARACTERS
0046E      RECORDING MODE IS F
0046F      LABEL  RECORDS ARE STANDARD
0046G      DATA RECORD IS PRIOR-ROSTER-REC.
0046H  01  PRIOR-ROSTER-REC.
0046I  COPY ASEXOWNR01 REPLACING LEADING ==XO-== BY ==XQ-==.
00047      SKIP2
00048  WORKING-STORAGE SECTION.
00049      SKIP1
00050  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00051      88  END-OF-EQ-FILE                   VALUE 'Y'.
00052  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
0052A  77  PRIOR-EOF-SW              PIC X      VALUE 'N'.
0052B      88  END-OF-PRIOR-FILE                VALUE 'Y'.
00053      SKIP1
00054  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00055  77  ROSTER-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0055A  77  PRIOR-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
0055B  77  DUE-CARRIED-CNT   COMP-3  PIC S9(7)  VALUE +0.
0055C      SKIP1
0055D  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
0055E      SKIP1
0055F  01  EQ-KEY.
0055G      05  EK-VOL              PIC 9(3).
0055H      05  EK-PROP             PIC 9(15).
0055I  01  PRIOR-KEY.
0055J      05  QK-VOL              PIC 9(3).
0055K      05  QK-PROP             PIC 9(15).
00056      EJECT
00057  LINKAGE SECTION.
00058      SKIP1
00075              LINK-AFF-YEAR
00076          MOVE 16 TO RETURN-CODE
00077          STOP RUN.
00078      OPEN INPUT  EQVAL-FILE, PRIOR-ROSTER
00079           OUTPUT ROSTER-FILE.
0079A      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
0079B      PERFORM A040-READ-PRIOR THRU A040-EXIT.
00080      PERFORM A030-READ-EQ THRU A030-EXIT.
00081      PERFORM A020-MAINLINE THRU A020-EXIT
00082          UNTIL END-OF-EQ-FILE.
00084          LINK-AFF-YEAR.
00085      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00086          EQ-IN-CNT.
0086A      DISPLAY 'TOTAL PRIOR ROSTER RECORDS READ......: '
0086B          PRIOR-IN-CNT.
00087      DISPLAY 'TOTAL ROSTER RECORDS WRITTEN.........: '
00088          ROSTER-OUT-CNT.
0088A      DISPLAY 'TOTAL FIRST-AFFIDAVIT DUES CARRIED...: '
0088B          DUE-CARRIED-CNT.
00089      CLOSE EQVAL-FILE, PRIOR-ROSTER, ROSTER-FILE.
00090      STOP RUN.
00091      SKIP1
00092  A020-MAINLINE.
00100          MOVE 'P'           TO XO-AFF-STAT
00101          MOVE ZEROS         TO XO-RECV-DATE
00102          MOVE ZEROS         TO XO-NOTICE-CNT
0102A          MOVE ZEROS         TO XO-AFF-DUE-DATE
0102B          PERFORM A025-CARRY-PRIOR THRU A025-EXIT
00103          WRITE ROSTER-REC
00104          ADD +1 TO ROSTER-OUT-CNT.
00105      PERFORM A030-READ-EQ THRU A030-EXIT.
00106  A020-EXIT. EXIT.
0106A      SKIP1
0106B *    A NEW GRANT'S FIRST-AFFIDAVIT DUE DATE AND APPLICATION
0106C *    NUMBER COME FORWARD FROM THE PRIOR ROSTER UNTIL THE DUE
0106D *    DATE IS REACHED.
0106E  A025-CARRY-PRIOR.
0106F      MOVE EQ-VOL  TO EK-VOL.
0106G      MOVE EQ-PROP TO EK-PROP.
0106H      PERFORM A040-READ-PRIOR THRU A040-EXIT
0106I          UNTIL PRIOR-KEY NOT LESS THAN EQ-KEY.
0106J      IF PRIOR-KEY EQUAL EQ-KEY
0106K         AND XQ-AFF-DUE-DATE NUMERIC
0106L         AND XQ-AFF-DUE-DATE GREATER THAN W-RUN-DATE
0106M          MOVE XQ-AFF-DUE-DATE TO XO-AFF-DUE-DATE
0106N          MOVE XQ-APPL-NO      TO XO-APPL-NO
0106O          ADD +1 TO DUE-CARRIED-CNT.
0106P  A025-EXIT. EXIT.
00107      SKIP1
00108  A030-READ-EQ.
00109      READ EQVAL-FILE AT END
00117      IF NOT END-OF-EQ-FILE
00118          ADD +1 TO EQ-IN-CNT.
00119  A030-EXIT. EXIT.
00120      SKIP1
00121  A040-READ-PRIOR.
00122      READ PRIOR-ROSTER AT END
00123          MOVE 'Y' TO PRIOR-EOF-SW
00124          MOVE HIGH-VALUES TO PRIOR-KEY.
00125      IF NOT END-OF-PRIOR-FILE
00126          ADD +1 TO PRIOR-IN-CNT
00127          MOVE XQ-VOL  TO QK-VOL
00128          MOVE XQ-PROP TO QK-PROP.
00129  A040-EXIT. EXIT.
