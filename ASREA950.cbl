00013 *         COMBINED EXEMPTIONS EXCEED ITS EQUALIZED VALUE, AND
00014 *         TOTALS THE EXPOSURE (THE EXCESS OVER EQUALIZED VALUE)
00015 *         BY TOWN AND BY EXEMPTION COMBINATION -- THE
00016 *         COMBINATION SHOWN AS AN ELEVEN-POSITION MASK, ONE
00017 *         LETTER PER EXEMPTION TYPE PRESENT.  THE HOME
0017A *         IMPROVEMENT AMOUNT (EQ-HOME-IMP-AMT, POSTED BY
0017B *         ASREA985) IS INCLUDED AS MASK POSITION 11 (I).
0017C *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0017D *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0017E *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0017F *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0017G *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT950.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00027      SELECT PRINT-FILE    ASSIGN TO UT-S-PRT950.
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
00058  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00059  77  OVER-CAP-CNT      COMP-3  PIC S9(7)  VALUE +0.
00060      SKIP1
00061  77  W-EXEMPT-SUM      COMP-3  PIC S9(13) VALUE +0.
00062  77  W-EXCESS          COMP-3  PIC S9(13) VALUE +0.
0062A      SKIP1
0062B  01  EQ-REC.
0062C  COPY EQVALRD01.
00063      SKIP1
00064  01  W-COMBO                 PIC X(11)  VALUE SPACES.
00065      SKIP1
00066  01  UNPK-TXCD           PIC 9(5).
00067  01  FILLER REDEFINES UNPK-TXCD.
00079  77  CB-FND            COMP-3  PIC S9(3)  VALUE +0.
00080  01  COMBO-TABLE.
00081      05  CB-ENTRY OCCURS 200 TIMES.
00082          10  CB-MASK         PIC X(11).
00083          10  CB-CNT          PIC S9(7)  COMP-3.
00084          10  CB-EXPOSURE     PIC S9(13) COMP-3.
00085      SKIP1
00132      05  FILLER          PIC X(2)   VALUE SPACES.
00133      05  D-EXCESS        PIC ZZ,ZZZ,ZZZ,ZZ9.
00134      05  FILLER          PIC X(2)   VALUE SPACES.
00135      05  D-COMBO         PIC X(11).
00136      SKIP1
00137  01  SUMM-LINE.
00138      05  FILLER          PIC X(3)   VALUE SPACES.
00145      05  FILLER          PIC X(3)   VALUE SPACES.
00146      05  SC-TITLE        PIC X(44).
00147      EJECT
0147A  LINKAGE SECTION.
0147B  01  EQFAN-AREA.
0147C  COPY ASEQFANR1.
0147D      EJECT
00148  PROCEDURE DIVISION USING EQFAN-AREA.
00149      SKIP1
0149A  A000-DISPATCH.
0149B      EVALUATE TRUE
0149C          WHEN EF-OPEN
0149D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0149E          WHEN EF-RECORD
0149F              MOVE EF-EQ-REC TO EQ-REC
0149G              PERFORM A020-MAINLINE THRU A020-EXIT
0149H          WHEN EF-CLOSE
0149I              PERFORM A014-END-OF-RUN THRU A014-EXIT
0149J      END-EVALUATE.
0149K      GOBACK.
0149L      SKIP1
00150  A010-HOUSEKEEPING.
00151      OPEN OUTPUT PRINT-FILE.
00153      PERFORM A012-ZERO-TOWN THRU A012-EXIT
00154          VARYING TE-SUB FROM +1 BY +1
00155          UNTIL TE-SUB GREATER THAN +78.
00159      MOVE ACPT-YR TO DSP-YR.
00160      MOVE DSP-DATE TO HD-DATE.
00161      PERFORM B100-HEADING THRU B100-EXIT.
00162  A010-EXIT. EXIT.
00163      SKIP1
00164  A014-END-OF-RUN.
00165      PERFORM A060-PRINT-TOWN-EXPOSURE THRU A060-EXIT.
00166      PERFORM A070-PRINT-COMBO-EXPOSURE THRU A070-EXIT.
00167      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00169      DISPLAY 'TOTAL PARCELS OVER EXEMPTION CAP.....: '
00170          OVER-CAP-CNT.
00171      IF OVER-CAP-CNT GREATER THAN +0
00172          MOVE 4 TO EF-RETURN-CODE.
00173      CLOSE PRINT-FILE.
00174  A014-EXIT. EXIT.
00175      SKIP1
00176  A012-ZERO-TOWN.
00177      MOVE ZEROS TO TE-CNT (TE-SUB) TE-EXPOSURE (TE-SUB).
00182          EQ-SC-HMESTD-AMT + EQ-HOME-AMT + EQ-VET-EX-AMT +
00183          EQ-RET-VET + EQ-DIS-PER + EQ-DIS-VET-1 +
00184          EQ-DIS-VET-2 + EQ-DIS-VET-3 + EQ-SRFRZEXVAL +
00185          EQ-LT-OCC-AMT + EQ-HOME-IMP-AMT.
00186      IF W-EXEMPT-SUM GREATER THAN EQ-EQ-VAL
00187          PERFORM A040-REPORT-OVER-CAP THRU A040-EXIT.
00188      ADD +1 TO EQ-IN-CNT.
00189  A020-EXIT. EXIT.
00190      SKIP1
00204  A040-REPORT-OVER-CAP.
00205      ADD +1 TO OVER-CAP-CNT.
00206      COMPUTE W-EXCESS = W-EXEMPT-SUM - EQ-EQ-VAL.
00217A     IF EQ-LT-OCC-AMT GREATER THAN ZERO
00218          MOVE 'L' TO W-COMBO (10:1).
00218A     MOVE EQ-TXCD TO UNPK-TXCD.
00218B     IF EQ-HOME-IMP-AMT GREATER THAN ZERO
00218C         MOVE 'I' TO W-COMBO (11:1).
00219      IF W-TOWN NOT LESS THAN 1 AND NOT GREATER THAN 78
00220          ADD +1 TO TE-CNT (W-TOWN)
00221          ADD W-EXCESS TO TE-EXPOSURE (W-TOWN).
