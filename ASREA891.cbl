00014D*        DELETE FOR A VSAM ORPHAN -- FOR ASREA903, THE VSAM
00014E*        DELTA-REPAIR PROGRAM, SO A HANDFUL OF MISMATCHES NO
00014F*        LONGER FORCES A FULL RELOAD.
00014G*        A MISMATCH ON A KEY CHANGED TODAY BY THE ONLINE
00014H*        MAINTENANCE TRANSACTION (HMUP, ASREA997) IS EXPECTED --
00014I*        THE DMS SIDE CATCHES UP FROM THE ASREA998 CORRECTIONS --
00014J*        SO THE KEYS ON THE ONLINE MAINTENANCE JOURNAL (ASHMOJNR1)
00014K*        ARE LOADED TO A TABLE AND SUCH A MISMATCH IS PRINTED AS
00014L*        AN ONLINE CHANGE PENDING AND COUNTED SEPARATELY, WITH NO
00014M*        REPAIR DELTA, SO ASREA903 DOES NOT UNDO THE CLERK'S WORK.
000015     SKIP2
000016 ENVIRONMENT DIVISION.
000017 CONFIGURATION SECTION.
000028       FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
000029     SELECT PRINT-FILE          ASSIGN TO UT-S-PRINT.
00029A     SELECT DELTA-FILE          ASSIGN TO UT-S-DELTA.
00029B     SELECT JOURNAL-FILE        ASSIGN TO UT-S-HMOJRNL.
000030     SKIP2
000031 DATA DIVISION.
000032 FILE SECTION.
00056G     DATA RECORD IS DELTA-REC.
00056H  01  DELTA-REC.
00056I  COPY ASHMDLTR01.
00056J     SKIP2
00056K FD  JOURNAL-FILE
00056L     BLOCK  CONTAINS 0 RECORDS
00056M     RECORD CONTAINS 160 CHARACTERS
00056N     RECORDING MODE IS F
00056O     LABEL  RECORDS ARE STANDARD
00056P     DATA RECORD IS OJ-REC.
00056Q 01  OJ-REC.
00056R COPY ASHMOJNR1.
000057     SKIP2
000058 WORKING-STORAGE SECTION.
000059     SKIP1
000065 77  MISMATCH-CNT      COMP-3  PIC S9(7)   VALUE +0.
000066 77  DMS-ONLY-CNT      COMP-3  PIC S9(7)   VALUE +0.
000067 77  VSAM-ONLY-CNT     COMP-3  PIC S9(7)   VALUE +0.
00067A 77  JOURNAL-IN-CNT    COMP-3  PIC S9(7)   VALUE +0.
00067B 77  ONLINE-CHG-CNT    COMP-3  PIC S9(7)   VALUE +0.
00067C 77  ONLINE-TBL-CNT    COMP-3  PIC S9(5)   VALUE +0.
00067D 77  ONLINE-TBL-MAX    COMP-3  PIC S9(5)   VALUE +5000.
000068     SKIP1
000069 77  VSAM-STATUS               PIC XX     VALUE '00'.
000070 01  VSAM-STATUS-2 BINARY.
000076     88  END-OF-DMS-FILE                  VALUE 'Y'.
000077 77  VSAM-EOF                  PIC X      VALUE 'N'.
000078     88  END-OF-VSAM-FILE                 VALUE 'Y'.
00078A 77  JOURNAL-EOF               PIC X      VALUE 'N'.
00078B     88  END-OF-JOURNAL-FILE              VALUE 'Y'.
00078C 77  ONLINE-KEY-SW             PIC X      VALUE 'N'.
00078D     88  ONLINE-KEY-FOUND                 VALUE 'Y'.
000079 77  WS-MSG                    PIC X(28)  VALUE SPACES.
00079A  77  WS-DELTA-ACTION           PIC X      VALUE SPACE.
000080     SKIP1
000091     05  SV-DMS-PROP     PIC S9(15)  COMP-3  VALUE 0.
000092     05  SV-DMS-RECCD    PIC 9               VALUE 0.
000093     05  SV-DMS-BDATE    PIC 9(6)             VALUE 0.
00093A     SKIP1
00093B*    KEYS CHANGED ONLINE TODAY, IN THE SAME FORM AS WS-DMS-KEY.
00093C 01  ONLINE-CHG-TABLE.
00093D     05  OCT-ENTRY OCCURS 5000 TIMES
00093E                   INDEXED BY OCT-IX.
00093F         10  OCT-PROP    PIC S9(15)  COMP-3.
00093G         10  OCT-RECCD   PIC 9.
00093H         10  OCT-BDATE   PIC 9(6).
000094     SKIP1
000095 01  ACPT-DATE                  PIC 9(6).
000096 01  ACPT-DATE-X REDEFINES ACPT-DATE.
000172     05  FILLER          PIC X(30)  VALUE
000173         'TOTAL IN VSAM ONLY'.
000174     05  TOT-VSAM-ONLY   PIC Z,ZZZ,ZZ9.
00174A     SKIP1
00174B 01  TOTAL-LINE-7.
00174C     05  FILLER          PIC X(3)   VALUE SPACES.
00174D     05  FILLER          PIC X(30)  VALUE
00174E         'TOTAL ONLINE CHANGES PENDING'.
00174F     05  TOT-ONLINE-CHG  PIC Z,ZZZ,ZZ9.
000175     EJECT
000176 PROCEDURE DIVISION.
000177     SKIP1
000178 A010-HOUSEKEEPING.
000179     OPEN INPUT HOMEOWNER-MAST-DMS HOMEOWNER-MAST-VSAM
00179A                JOURNAL-FILE
000180         OUTPUT PRINT-FILE DELTA-FILE.
000181     ACCEPT ACPT-DATE FROM DATE.
000182     MOVE ACPT-MO TO DSP-MO.
000184     MOVE ACPT-YR TO DSP-YR.
000185     MOVE DSP-DATE TO HD-DATE.
000186     PERFORM B100-HEADING THRU B100-EXIT.
00186A     MOVE HIGH-VALUES TO ONLINE-CHG-TABLE.
00186B     PERFORM A015-LOAD-JOURNAL THRU A015-EXIT
00186C         UNTIL END-OF-JOURNAL-FILE.
00186D     CLOSE JOURNAL-FILE.
000187     PERFORM A030-READ-DMS-FILE THRU A030-EXIT.
000188     PERFORM A040-READ-VSAM-FILE THRU A040-EXIT.
000189     PERFORM A020-MAINLINE THRU A020-EXIT
000196     MOVE MISMATCH-CNT  TO TOT-MISMATCH.
000197     MOVE DMS-ONLY-CNT  TO TOT-DMS-ONLY.
000198     MOVE VSAM-ONLY-CNT TO TOT-VSAM-ONLY.
00198A     MOVE ONLINE-CHG-CNT TO TOT-ONLINE-CHG.
000199     WRITE PRINT-REC FROM TOTAL-LINE-1 AFTER ADVANCING 3.
000200     WRITE PRINT-REC FROM TOTAL-LINE-2 AFTER ADVANCING 1.
000201     WRITE PRINT-REC FROM TOTAL-LINE-3 AFTER ADVANCING 1.
000202     WRITE PRINT-REC FROM TOTAL-LINE-4 AFTER ADVANCING 1.
000203     WRITE PRINT-REC FROM TOTAL-LINE-5 AFTER ADVANCING 1.
000204     WRITE PRINT-REC FROM TOTAL-LINE-6 AFTER ADVANCING 1.
00204A     WRITE PRINT-REC FROM TOTAL-LINE-7 AFTER ADVANCING 1.
000205     DISPLAY TOTAL-LINE-1.
000206     DISPLAY TOTAL-LINE-2.
000207     DISPLAY TOTAL-LINE-3.
000208     DISPLAY TOTAL-LINE-4.
000209     DISPLAY TOTAL-LINE-5.
000210     DISPLAY TOTAL-LINE-6.
00210A     DISPLAY TOTAL-LINE-7.
00210B     DISPLAY 'TOTAL ONLINE JOURNAL RECORDS READ: ' JOURNAL-IN-CNT.
000211     CLOSE HOMEOWNER-MAST-DMS HOMEOWNER-MAST-VSAM PRINT-FILE
00211A           DELTA-FILE.
000212     STOP RUN.
000213     SKIP1
00213A A015-LOAD-JOURNAL.
00213B     READ JOURNAL-FILE AT END
00213C         MOVE 'Y' TO JOURNAL-EOF
00213D         GO TO A015-EXIT.
00213E     ADD +1 TO JOURNAL-IN-CNT.
00213F     IF ONLINE-TBL-CNT NOT LESS THAN ONLINE-TBL-MAX
00213G         MOVE 4 TO RETURN-CODE
00213H         DISPLAY 'ONLINE CHANGE TABLE FULL -- KEY NOT LOADED '
00213I             OJ-PROP
00213J         GO TO A015-EXIT.
00213K     ADD +1 TO ONLINE-TBL-CNT.
00213L     SET OCT-IX TO ONLINE-TBL-CNT.
00213M     MOVE OJ-PROP       TO OCT-PROP (OCT-IX).
00213N     MOVE OJ-REC-CD     TO OCT-RECCD (OCT-IX).
00213O     MOVE OJ-BIRTH-DATE TO OCT-BDATE (OCT-IX).
00213P A015-EXIT. EXIT.
00213Q     SKIP1
000214 A020-MAINLINE.
000215     IF WS-DMS-KEY EQUAL WS-VSAM-KEY
000216         ADD +1 TO MATCH-CNT
000270    OR  H-LBL-IND     NOT EQUAL V-LBL-IND
000271    OR  H-YEAR-APPLD  NOT EQUAL V-YEAR-APPLD
000272    OR  H-BATCH-NO    NOT EQUAL V-BATCH-NO
000273         PERFORM A065-CHECK-ONLINE THRU A065-EXIT
000274         IF ONLINE-KEY-FOUND
00274A             ADD +1 TO ONLINE-CHG-CNT
00274B             MOVE 'ONLINE CHANGE -- DMS PENDING' TO WS-MSG
00274C         ELSE
00274D             ADD +1 TO MISMATCH-CNT
00274E             MOVE 'FIELD MISMATCH BETWEEN DMS/VSAM' TO WS-MSG
00274F             MOVE 'R' TO WS-DELTA-ACTION
00274G             PERFORM A080-WRITE-DELTA THRU A080-EXIT
00274H         END-IF
000275         PERFORM A070-PRINT THRU A070-EXIT
000276     END-IF.
000277 A060-EXIT. EXIT.
00277A     SKIP1
00277B A065-CHECK-ONLINE.
00277C     MOVE 'N' TO ONLINE-KEY-SW.
00277D     SET OCT-IX TO 1.
00277E     SEARCH OCT-ENTRY
00277F         AT END
00277G             MOVE 'N' TO ONLINE-KEY-SW
00277H         WHEN OCT-ENTRY (OCT-IX) EQUAL WS-DMS-KEY
00277I             MOVE 'Y' TO ONLINE-KEY-SW.
00277J A065-EXIT. EXIT.
000278     SKIP1
000279 A070-PRINT.
000280     IF LINE-CNT GREATER THAN +57
