00015 *         QUADRANT'S FACTOR, OR A FACTOR ON NO QUADRANT AT ALL
00016 *         (STALE), IS REPORTED AND THE EXCEPTIONS ARE TOTALED
00017 *         BY TOWN WITH THE EAV INVOLVED.
0017A *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0017B *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0017C *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0017D *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0017E *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRTB022.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00025  FILE-CONTROL.
00026      SELECT QUADMAP-FILE  ASSIGN TO UT-S-QUADMAP.
00027      SELECT FACTOR-FILE   ASSIGN TO UT-S-FACTOR.
00029      SELECT PRINT-FILE    ASSIGN TO UT-S-PRTB022.
00030      SKIP2
00031  DATA DIVISION.
00032  FILE SECTION.
00058      05  FT-CERT-DATE  PIC 9(8).
00059      05  FILLER        PIC X(5).
00060      SKIP2
00070  FD  PRINT-FILE
00071      LABEL RECORDS ARE STANDARD
00072      RECORDING MODE IS F
00084      88  END-OF-MAP-FILE                  VALUE 'Y'.
00085  77  FCT-EOF-SW                PIC X      VALUE 'N'.
00086      88  END-OF-FCT-FILE                  VALUE 'Y'.
00090      SKIP1
00091  77  MAP-IN-CNT        COMP-3  PIC S9(3)  VALUE +0.
00092  77  FCT-IN-CNT        COMP-3  PIC S9(3)  VALUE +0.
00117  01  FILLER REDEFINES UNPK-TXCD.
00118      05  W-TOWN          PIC 99.
00119      05  FILLER          PIC 999.
0119A      SKIP1
0119B  01  EQ-REC.
0119C  COPY EQVALRD01.
00120      SKIP1
00121  01  ACPT-DATE                  PIC 9(6).
00122  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00171      05  FILLER          PIC X(4)   VALUE SPACES.
00172      05  TL-EAV          PIC ZZZ,ZZZ,ZZZ,ZZ9.
00173      EJECT
0173A  LINKAGE SECTION.
0173B  01  EQFAN-AREA.
0173C  COPY ASEQFANR1.
0173D      EJECT
00174  PROCEDURE DIVISION USING EQFAN-AREA.
00175      SKIP1
0175A  A000-DISPATCH.
0175B      EVALUATE TRUE
0175C          WHEN EF-OPEN
0175D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0175E          WHEN EF-RECORD
0175F              MOVE EF-EQ-REC TO EQ-REC
0175G              PERFORM A020-MAINLINE THRU A020-EXIT
0175H          WHEN EF-CLOSE
0175I              PERFORM A018-END-OF-RUN THRU A018-EXIT
0175J      END-EVALUATE.
0175K      GOBACK.
0175L      SKIP1
00176  A010-HOUSEKEEPING.
00177      OPEN INPUT  QUADMAP-FILE, FACTOR-FILE
00178           OUTPUT PRINT-FILE.
00179      PERFORM A012-ZERO-TABLES THRU A012-EXIT.
00180      ACCEPT ACPT-DATE FROM DATE.
00187          UNTIL END-OF-MAP-FILE.
00188      PERFORM A016-LOAD-FACTOR THRU A016-EXIT
00189          UNTIL END-OF-FCT-FILE.
00190  A010-EXIT. EXIT.
00191      SKIP1
00192  A018-END-OF-RUN.
00193      PERFORM A200-PRINT-TOWN-TOTALS THRU A200-EXIT.
00194      DISPLAY 'TOTAL MAPPING CARDS READ.............: '
00195          MAP-IN-CNT.
00207          NO-MAP-CNT.
00208      IF WRONG-QUAD-CNT GREATER THAN +0
00209          OR STALE-CNT GREATER THAN +0
00210          MOVE 8 TO EF-RETURN-CODE.
00211      CLOSE QUADMAP-FILE, FACTOR-FILE, PRINT-FILE.
00212  A018-EXIT. EXIT.
00213      SKIP1
00214  A012-ZERO-TABLES.
00215      PERFORM A013-ZERO-ONE THRU A013-EXIT
00251      SKIP1
00252  A020-MAINLINE.
00253      PERFORM A050-AUDIT-PARCEL THRU A050-EXIT.
00254      ADD +1 TO EQ-IN-CNT.
00255  A020-EXIT. EXIT.
00256      SKIP1
00270  A050-AUDIT-PARCEL.
00271      MOVE EQ-TXCD TO UNPK-TXCD.
00272      IF W-TOWN EQUAL ZERO OR W-TOWN GREATER THAN 78
