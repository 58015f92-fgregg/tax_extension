00031 *          44-57   PROPERTY NUMBER
00032 *          58-62   BATCH NUMBER ASSIGNED (ACCEPTED ONLY)
00033 *          63-80   FILLER
0033A      SKIP1
0033B *         THE JOURNAL TRANSACTIONS CARRY THE APPLICANT'S FULL
0033C *         SOCIAL SECURITY NUMBER INTO THE DATABASE UPDATE, SO
0033D *         EACH RUN IS RECORDED ON THE FULL-SSN EXPOSURE LOG
0033E *         THROUGH ASREA871 AS AN INTERNAL FEED (CLASS I).
00034      SKIP2
00035  ENVIRONMENT DIVISION.
00036  CONFIGURATION SECTION.
00241      05  W-MM                   PIC 99.
00242      05  W-DD                   PIC 99.
00243      05  W-CCYY                 PIC 9(4).
0243A      SKIP1
0243B  01  SSNEXP-AREA.
0243C  COPY ASSSNXPR1.
00244      SKIP1
00245  01  ACPT-DATE                  PIC 9(6).
00246  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00319          NOT-ON-MAST-CNT.
00320      DISPLAY 'TOTAL JOURNAL TRANSACTIONS WRITTEN...: '
00321          JOURNAL-OUT-CNT.
0321A      MOVE 'ASHMA931'             TO SX-PROGRAM.
0321B      MOVE 'JRNLOUT '             TO SX-OUTPUT-DD.
0321C      MOVE JOURNAL-OUT-CNT        TO SX-RECORD-CNT.
0321D      MOVE 'I'                    TO SX-DEST-CLASS.
0321E      MOVE 'IMS UPDATE JOURNAL'   TO SX-DEST-DESC.
0321F      CALL 'ASREA871' USING SSNEXP-AREA.
00322      CLOSE WEBAPPL-FILE, HOMEOWNER-MAST-VSAM, CONTROL-FILE,
00323            JOURNAL-FILE, REPLY-FILE, PRINT-FILE.
00324      STOP RUN.
