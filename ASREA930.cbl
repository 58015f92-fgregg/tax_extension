00030 *          92-100  FILLER
0030A *         (RECORD EXTENDED 80 TO 100 BYTES WHEN THE LONG-TIME
0030B *          OCCUPANT EXEMPTION WAS ADDED.)
0030C *
0030D *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0030E *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0030F *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0030G *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0030H *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT930.
0030I *         THE HOMEOWNER MASTER PASS IS STILL MADE HERE, AT THE
0030J *         CLOSING CALL.
00031      SKIP2
00032  ENVIRONMENT DIVISION.
00033  CONFIGURATION SECTION.
00037  INPUT-OUTPUT SECTION.
00038  FILE-CONTROL.
00039      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTPROP.
00041      SELECT CERT-CNTL-FILE ASSIGN TO UT-S-CERTCTL.
00042      SELECT PRINT-FILE     ASSIGN TO UT-S-PRT930.
00043      SKIP2
00044  DATA DIVISION.
00045  FILE SECTION.
00053  01  HO-REC.
00054  COPY HOMOWNRD01.
00055      SKIP2
00065  FD  CERT-CNTL-FILE
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 100 CHARACTERS
00096      SKIP1
00097  77  HO-EOF-SW                 PIC X      VALUE 'N'.
00098      88  END-OF-HO-FILE                   VALUE 'Y'.
00101  77  FIRST-HO-REC-SW           PIC X      VALUE 'Y'.
00103      SKIP1
00104  77  HO-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00105  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
0109D  77  W-STAT-LT                 PIC 9(9)   VALUE ZEROS.
0109E  01  STAMLK-AREA.
0109F  COPY ASSTAMLKR1.
0109G      SKIP1
0109H  01  EQ-REC.
0109I  COPY EQVALRD01.
00110      SKIP1
00111  01  TOWN-CERT-TABLE.
00112      05  TOWN-CERT-ENTRY OCCURS 78 TIMES.
00184      EJECT
0184A  LINKAGE SECTION.
0184B      SKIP1
0184C  01  EQFAN-AREA.
0184D  COPY ASEQFANR1.
0184G      SKIP1
00185  PROCEDURE DIVISION USING EQFAN-AREA.
00186      SKIP1
0186A  A000-DISPATCH.
0186B      EVALUATE TRUE
0186C          WHEN EF-OPEN
0186D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0186E          WHEN EF-RECORD
0186F              MOVE EF-EQ-REC TO EQ-REC
0186G              PERFORM A030-EQVAL-PASS THRU A030-EXIT
0186H          WHEN EF-CLOSE
0186I              PERFORM A016-END-OF-RUN THRU A016-EXIT
0186J      END-EVALUATE.
0186K      GOBACK.
0186L      SKIP1
00187  A010-HOUSEKEEPING.
0187A *    THE STATUTORY AMOUNTS MASTER IS KEYED BY TAX YEAR, WHICH
0187B *    ROUTINELY DIFFERS FROM THE BUILD CALENDAR YEAR ON A RERUN,
0187C *    SO THE TAX YEAR COMES FROM THE DRIVER PARM -- NOT THE
0187D *    VINTAGE HEADER CYCLE DATE AND NOT THE WALL CLOCK.
0187E      IF EF-TAX-YEAR NUMERIC
0187F       AND EF-TAX-YEAR GREATER THAN ZEROS
0187G          MOVE EF-TAX-YEAR TO W-RUN-YEAR
0187I      ELSE
0187J          MOVE FUNCTION CURRENT-DATE(1:4) TO W-RUN-YEAR
0187K          DISPLAY 'ASREA930 -- NO TAX YEAR PARM, CURRENT '
0187L              'YEAR ' W-RUN-YEAR ' ASSUMED'.
00188      OPEN INPUT  HOMEOWNER-MAST
00189           OUTPUT CERT-CNTL-FILE, PRINT-FILE.
00190      PERFORM A012-CLEAR-TOWN THRU A012-EXIT
00191          VARYING W-TOWN-SUB FROM +1 BY +1
00198      MOVE ACPT-DA TO DSP-DA.
00199      MOVE ACPT-YR TO DSP-YR.
00200      MOVE DSP-DATE TO HD-DATE.
0200A  A010-EXIT. EXIT.
0200B      SKIP1
0200C  A016-END-OF-RUN.
00201      PERFORM A020-HOMEOWNER-PASS THRU A020-EXIT
00202          UNTIL END-OF-HO-FILE.
00205      PERFORM A050-TOWN-PAGE THRU A050-EXIT
00206          VARYING W-TOWN-SUB FROM +1 BY +1
00207          UNTIL W-TOWN-SUB GREATER THAN +78.
00210      DISPLAY 'TOTAL EQVAL RECORDS READ......: ' EQ-IN-CNT.
00211      DISPLAY 'TOTAL TOWN PAGES CERTIFIED....: ' TOWN-PAGE-CNT.
00212      DISPLAY 'TOTAL CONTROL RECORDS WRITTEN.: ' CNTL-OUT-CNT.
00213      CLOSE HOMEOWNER-MAST,
00214            CERT-CNTL-FILE, PRINT-FILE.
00215  A016-EXIT. EXIT.
00216      SKIP1
00217  A012-CLEAR-TOWN.
00218      PERFORM A013-CLEAR-STAT THRU A013-EXIT
00256  A020-EXIT. EXIT.
00257      SKIP1
00258  A030-EQVAL-PASS.
00268      ADD +1 TO EQ-IN-CNT.
00269      MOVE EQ-TXCD TO UNPK-TXCD.
00270      IF W-TOWN LESS THAN 10 OR W-TOWN GREATER THAN 77
