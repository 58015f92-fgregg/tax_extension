00013 *         BEYOND ROUNDING, AND TOTALS THE DOLLAR DISCREPANCY BY
00014 *         TOWNSHIP -- RUN AFTER EACH FILE BUILD AND BEFORE
00015 *         ANYTHING CONSUMES IT.
0015A *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0015B *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0015C *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0015D *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0015E *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT929.
00016 *
00017 *         RETURN CODE 8 WHEN ANY PARCEL IS OUT OF BALANCE.
00018      SKIP2
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00027      SELECT PRINT-FILE    ASSIGN TO UT-S-PRT929.
00028      SKIP2
00029  DATA DIVISION.
00030  FILE SECTION.
00031      SKIP1
00041  FD  PRINT-FILE
00042      BLOCK  CONTAINS 0 RECORDS
00043      RECORD CONTAINS 133 CHARACTERS
00051  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00052  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00053      SKIP1
00057  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00058  77  OUT-OF-BAL-CNT    COMP-3  PIC S9(9)  VALUE +0.
00059  77  TOTAL-DISCREP     COMP-3  PIC S9(13) VALUE +0.
00062  77  W-DIFFERENCE      COMP-3  PIC S9(11) VALUE +0.
00063  77  W-ABS-DIFF        COMP-3  PIC S9(11) VALUE +0.
00064  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
0064A      SKIP1
0064B  01  EQ-REC.
0064C  COPY EQVALRD01.
00065      SKIP1
00066  01  TOWN-DISCREP-TABLE.
00067      05  TOWN-DISCREP-ENTRY OCCURS 78 TIMES.
00146      05  FILLER          PIC X(4)   VALUE SPACES.
00147      05  T-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9-.
00148      EJECT
0148A  LINKAGE SECTION.
0148B  01  EQFAN-AREA.
0148C  COPY ASEQFANR1.
0148D      EJECT
00149  PROCEDURE DIVISION USING EQFAN-AREA.
00150      SKIP1
0150A  A000-DISPATCH.
0150B      EVALUATE TRUE
0150C          WHEN EF-OPEN
0150D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0150E          WHEN EF-RECORD
0150F              MOVE EF-EQ-REC TO EQ-REC
0150G              PERFORM A020-CROSSFOOT THRU A020-EXIT
0150H          WHEN EF-CLOSE
0150I              PERFORM A014-END-OF-RUN THRU A014-EXIT
0150J      END-EVALUATE.
0150K      GOBACK.
0150L      SKIP1
00151  A010-HOUSEKEEPING.
00152      OPEN OUTPUT PRINT-FILE.
00154      PERFORM A012-CLEAR-TOWN THRU A012-EXIT
00155          VARYING W-TOWN-SUB FROM +1 BY +1
00156          UNTIL W-TOWN-SUB GREATER THAN +78.
00159      MOVE ACPT-DA TO DSP-DA.
00160      MOVE ACPT-YR TO DSP-YR.
00161      MOVE DSP-DATE TO HD-DATE.
00162  A010-EXIT. EXIT.
00163      SKIP1
0163A  A014-END-OF-RUN.
00164      PERFORM A060-TOWN-SUMMARY THRU A060-EXIT.
00165      IF OUT-OF-BAL-CNT GREATER THAN ZERO
00166          MOVE 8 TO EF-RETURN-CODE.
00167      DISPLAY 'TOTAL EQVAL RECORDS READ......: ' EQ-IN-CNT.
00168      DISPLAY 'TOTAL PARCELS OUT OF BALANCE..: ' OUT-OF-BAL-CNT.
00169      DISPLAY 'TOTAL DOLLAR DISCREPANCY......: ' TOTAL-DISCREP.
00170      CLOSE PRINT-FILE.
00171  A014-EXIT. EXIT.
00172      SKIP1
00173  A012-CLEAR-TOWN.
00174      MOVE ZEROS TO TD-PARCELS (W-TOWN-SUB)
00176  A012-EXIT. EXIT.
00177      SKIP1
00178  A020-CROSSFOOT.
00182      ADD +1 TO EQ-IN-CNT.
00183      COMPUTE W-CALC-EQVAL ROUNDED =
00184          EQ-ASSD-VAL * EQ-EQ-FCR.
