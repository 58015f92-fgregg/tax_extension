00014 *         MATCHING THEM), AND LISTS THE RECORDS ENTERING THEIR
00015 *         FINAL TWO YEARS AS AN EARLY WARNING TO THE LANDMARK
00016 *         UNIT.
0016A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0016B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0016C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0016D *         YEAR TAKES THE CYCLE YEAR.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00091  77  W-TAX-YEAR        COMP-3  PIC S9(5)  VALUE +0.
00092  77  W-EXPIRE-YEAR     COMP-3  PIC S9(5)  VALUE +0.
00093      SKIP1
0093A  01  CYCLK-AREA.
0093B  COPY DPCYCLKR1.
0093C      SKIP1
00094  01  ACPT-DATE                  PIC 9(6).
00095  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00096      05  ACPT-YR                PIC 99.
00183  A015-READ-CONTROL-CARD.
00184      READ CNTRL-FILE AT END
00185          GO TO A015-EXIT.
0185A      MOVE 'ASREA912' TO CK-CALLER.
0185B      MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0185C      CALL 'DPRUN004' USING CYCLK-AREA.
0185D      MOVE CK-TAX-YEAR TO CC-TAX-YEAR.
00186      IF CC-TAX-YEAR NUMERIC AND CC-TERM-YEARS NUMERIC
00187         AND CC-TAX-YEAR GREATER THAN 1993
00188         AND CC-TERM-YEARS GREATER THAN ZERO
