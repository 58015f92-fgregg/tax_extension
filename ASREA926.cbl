00011 *         AND COMPARES THIS YEAR'S TOTALS TO THE RETAINED PRIOR-
00012 *         YEAR EXTRACT SO GROWTH OR ROLLOFF IN EACH ZONE IS
00013 *         VISIBLE TO THE ECONOMIC DEVELOPMENT OFFICE.
0013A *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0013B *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE CURRENT
0013C *         EQ FILE ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ
0013D *         RECORD AND ONCE TO PRINT ITS TOTALS (ASEQFANR1
0013E *         INTERFACE).  THE PRIOR-YEAR EXTRACT IS STILL READ
0013F *         HERE, AT THE CLOSING CALL.
0013G *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT926.
00014      SKIP2
00015  ENVIRONMENT DIVISION.
00016  CONFIGURATION SECTION.
00019      SKIP1
00020  INPUT-OUTPUT SECTION.
00021  FILE-CONTROL.
00023      SELECT PRIOR-EQVAL   ASSIGN TO UT-S-PRIREQV.
00024      SELECT PRINT-FILE    ASSIGN TO UT-S-PRT926.
00025      SKIP2
00026  DATA DIVISION.
00027  FILE SECTION.
00028      SKIP1
00038  FD  PRIOR-EQVAL
00039      BLOCK  CONTAINS 0 RECORDS
00040      RECORD CONTAINS 115 CHARACTERS
00057  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00058  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00059      SKIP1
00062  77  PRIOR-EOF-SW              PIC X      VALUE 'N'.
00063      88  END-OF-PRIOR-FILE                VALUE 'Y'.
0063A  77  FIRST-PRIOR-REC-SW        PIC X      VALUE 'Y'.
00075  77  T-SUB             COMP-3  PIC S9(3)  VALUE +0.
00076  77  T-SLOT            COMP-3  PIC S9(3)  VALUE +0.
00077  77  T-SHIFT           COMP-3  PIC S9(3)  VALUE +0.
0077A      SKIP1
0077B  01  CURR-EQ-REC.
0077C  COPY EQVALRD01.
00078      SKIP1
00079  01  TOWN-EZ-TABLE.
00080      05  TOWN-EZ-ENTRY OCCURS 78 TIMES.
00138      05  FILLER          PIC X(4)   VALUE SPACES.
00139      05  T-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.
00140      EJECT
0140A  LINKAGE SECTION.
0140B  01  EQFAN-AREA.
0140C  COPY ASEQFANR1.
0140D      EJECT
00141  PROCEDURE DIVISION USING EQFAN-AREA.
00142      SKIP1
0142A  A000-DISPATCH.
0142B      EVALUATE TRUE
0142C          WHEN EF-OPEN
0142D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0142E          WHEN EF-RECORD
0142F              MOVE EF-EQ-REC TO CURR-EQ-REC
0142G              PERFORM A020-CURR-PASS THRU A020-EXIT
0142H          WHEN EF-CLOSE
0142I              PERFORM A016-END-OF-RUN THRU A016-EXIT
0142J      END-EVALUATE.
0142K      GOBACK.
0142L      SKIP1
00143  A010-HOUSEKEEPING.
00144      OPEN INPUT  PRIOR-EQVAL
00145           OUTPUT PRINT-FILE.
00146      PERFORM A012-CLEAR-TOWN THRU A012-EXIT
00147          VARYING W-TOWN-SUB FROM +1 BY +1
00157      MOVE ACPT-DA TO DSP-DA.
00158      MOVE ACPT-YR TO DSP-YR.
00159      MOVE DSP-DATE TO HD-DATE.
00160  A010-EXIT. EXIT.
00161      SKIP1
0161A  A016-END-OF-RUN.
00162      PERFORM A025-PRIOR-PASS THRU A025-EXIT
00163          UNTIL END-OF-PRIOR-FILE.
00164      PERFORM A080-PRINT-REPORT THRU A080-EXIT.
00168      DISPLAY 'PRIOR EZ ABATEMENT PARCELS....: ' PRIOR-EZ-CNT.
00169      DISPLAY 'CURRENT EZ ABATEMENT DOLLARS..: ' CURR-EZ-TOTAL.
00170      DISPLAY 'PRIOR EZ ABATEMENT DOLLARS....: ' PRIOR-EZ-TOTAL.
00171      CLOSE PRIOR-EQVAL, PRINT-FILE.
00172  A016-EXIT. EXIT.
00173      SKIP1
00174  A012-CLEAR-TOWN.
00175      MOVE ZEROS TO TE-PARCELS (W-TOWN-SUB)
00186  A014-EXIT. EXIT.
00187      SKIP1
00188  A020-CURR-PASS.
00192      ADD +1 TO CURR-IN-CNT.
00193      IF EQ-EZ-ABATAMT GREATER THAN ZERO
00194          ADD +1 TO CURR-EZ-CNT
