00020 *           6-12   DOCUMENT COUNT KEYED FOR THE BATCH
00021 *          13-80   FILLER
00022 *
0022A *         BATCHES 90000 AND UP ARE STAMPED BY THE ONLINE
0022B *         MAINTENANCE TRANSACTION (HMUP, ASREA997) -- ONE PER DAY,
0022C *         90000 PLUS THE DAY OF THE YEAR -- AND HAVE NO KEYED
0022D *         DOCUMENTS TO COUNT.  WITHOUT A CONTROL CARD THEY ARE
0022E *         LISTED AS ONLINE, NOT AS UNCONTROLLED; THE OPERATOR
0022F *         DETAIL IS ON THE ONLINE MAINTENANCE JOURNAL.
0022G *
00023 *         RETURN CODE 8 WHEN ANY BATCH IS OUT OF BALANCE.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00089  77  OVER-BATCH-CNT    COMP-3  PIC S9(5)  VALUE +0.
00090  77  MISSING-BATCH-CNT COMP-3  PIC S9(5)  VALUE +0.
00091  77  UNCNTLD-BATCH-CNT COMP-3  PIC S9(5)  VALUE +0.
0091A  77  ONLINE-BATCH-CNT  COMP-3  PIC S9(5)  VALUE +0.
00092  77  ZERO-BATCH-CNT    COMP-3  PIC S9(9)  VALUE +0.
00093      SKIP1
00094  77  B-SUB             COMP-3  PIC S9(5)  VALUE +0.
00096  77  B-USED            COMP-3  PIC S9(5)  VALUE +0.
00097  77  W-VARIANCE        COMP-3  PIC S9(9)  VALUE +0.
0097A  77  HOLD-BATCH-NO             PIC 9(5)   VALUE ZEROS.
0097B      88  ONLINE-BATCH                     VALUE 90000 THRU 99999.
00098      SKIP1
00099  77  BATCH-OVERFLOW-SW         PIC X      VALUE 'N'.
00100      88  BATCH-TABLE-FULL                 VALUE 'Y'.
00193          MISSING-BATCH-CNT.
00194      DISPLAY 'TOTAL BATCHES NOT ON CONTROL..: '
00195          UNCNTLD-BATCH-CNT.
0195A      DISPLAY 'TOTAL ONLINE BATCHES..........: '
0195B          ONLINE-BATCH-CNT.
00196      DISPLAY 'TOTAL RECORDS WITH ZERO BATCH.: ' ZERO-BATCH-CNT.
00197      CLOSE BATCH-CNTL-FILE, HOMEOWNER-MAST-VSAM, PRINT-FILE.
00198      STOP RUN.
00289      COMPUTE W-VARIANCE =
00290          BT-APPLIED (B-SUB) - BT-EXPECTED (B-SUB).
0290A      MOVE W-VARIANCE TO D-VARIANCE.
00291      MOVE BT-BATCH-NO (B-SUB) TO HOLD-BATCH-NO.
0291A      IF BT-CNTL-SW (B-SUB) NOT EQUAL 'C'
0291B       AND ONLINE-BATCH
0291C          MOVE 'ONLINE      ' TO D-CONDITION
0291D          ADD +1 TO ONLINE-BATCH-CNT
0291E      ELSE
0291F      IF BT-CNTL-SW (B-SUB) NOT EQUAL 'C'
00292          MOVE 'NOT ON CNTL ' TO D-CONDITION
00293          ADD +1 TO UNCNTLD-BATCH-CNT
00294      ELSE
