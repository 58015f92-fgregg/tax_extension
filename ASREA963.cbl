00015 *         FROZEN VALUE JOURNAL AND THE SUPPRESSION AUDIT) SORT
00016 *         AHEAD UNDER DATE ZERO, IN JOURNAL SEQUENCE, AND ARE
00017 *         MARKED NO DATE RECORDED.
0017A *         CHANGES KEYED ONLINE THROUGH THE HMUP MAINTENANCE
0017B *         TRANSACTION (ASREA997) ARE GATHERED FROM THE ONLINE
0017C *         MAINTENANCE JOURNAL (ASHMOJNR1) AS SOURCE OM, WITH THE
0017D *         OPERATOR, TERMINAL AND ONLINE BATCH, IN TIME OF DAY
0017E *         ORDER WITHIN THE DATE.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00028      SELECT SUPAUD-FILE   ASSIGN TO UT-S-SUPAUDIT.
00029      SELECT TRANHIST-FILE ASSIGN TO UT-S-TRANHIST.
0029A      SELECT RPRJRN-FILE   ASSIGN TO UT-S-RPRJRNL.
0029B      SELECT OMJRN-FILE    ASSIGN TO UT-S-HMOJRNL.
00030      SELECT TOUCH-SORT    ASSIGN TO UT-S-SORTWK.
00031      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00032      SKIP2
0090F      DATA RECORD IS RPRJRN-REC.
0090G  01  RPRJRN-REC.
0090H  COPY ASRPRJNR01.
0090HA     SKIP2
0090HB FD  OMJRN-FILE
0090HC     BLOCK  CONTAINS 0 RECORDS
0090HD     RECORD CONTAINS 160 CHARACTERS
0090HE     RECORDING MODE IS F
0090HF     LABEL  RECORDS ARE STANDARD
0090HG     DATA RECORD IS OJ-REC.
0090HH 01  OJ-REC.
0090HI COPY ASHMOJNR1.
0090I      SKIP2
00091  SD  TOUCH-SORT
00092      DATA RECORD IS SORT-REC.
00119      88  END-OF-TH-FILE                   VALUE 'Y'.
0119A  77  RJ-EOF-SW                 PIC X      VALUE 'N'.
0119B      88  END-OF-RJ-FILE                   VALUE 'Y'.
0119C  77  OM-EOF-SW                 PIC X      VALUE 'N'.
0119D      88  END-OF-OM-FILE                   VALUE 'Y'.
00120  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00121      88  END-OF-SORT-FILE                 VALUE 'Y'.
00122      SKIP1
00124  77  SU-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00125  77  TH-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
0125A  77  RJ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
0125B  77  OM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00126  77  TOUCH-CNT         COMP-3  PIC S9(7)  VALUE +0.
00127      SKIP1
00128  01  W-HO-IMAGE.
00129  COPY HOMOWNRD01.
0129A  01  W-FV-IMAGE.
0129B  COPY ASFRZVALR1.
0129C  01  W-OM-DETAIL                PIC X(31)  VALUE SPACES.
00130      SKIP1
00131  01  ACPT-DATE                  PIC 9(6).
00132  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00210          TH-IN-CNT.
0210A      DISPLAY 'TOTAL REPAIR JOURNAL RECORDS.........: '
0210B          RJ-IN-CNT.
0210C      DISPLAY 'TOTAL ONLINE MAINTENANCE RECORDS.....: '
0210D          OM-IN-CNT.
00211      DISPLAY 'TOTAL TOUCHES RETURNED...............: '
00212          TOUCH-CNT.
00213      STOP RUN.
00214      SKIP2
00215  B000-GATHER-TOUCHES.
00216      OPEN INPUT FVJRN-FILE, SUPAUD-FILE, TRANHIST-FILE,
0216A                 RPRJRN-FILE, OMJRN-FILE.
00217      PERFORM B030-READ-FVJRN THRU B030-EXIT.
00218      PERFORM B020-SCAN-FVJRN THRU B020-EXIT
00219          UNTIL END-OF-FV-FILE.
0225A      PERFORM B090-READ-RPRJRN THRU B090-EXIT.
0225B      PERFORM B080-SCAN-RPRJRN THRU B080-EXIT
0225C          UNTIL END-OF-RJ-FILE.
0225D      PERFORM B098-READ-OMJRN THRU B098-EXIT.
0225E      PERFORM B095-SCAN-OMJRN THRU B095-EXIT
0225F          UNTIL END-OF-OM-FILE.
00226      CLOSE FVJRN-FILE, SUPAUD-FILE, TRANHIST-FILE,
0226A            RPRJRN-FILE, OMJRN-FILE.
00227      GO TO B999-EXIT.
00228      SKIP1
00229  B020-SCAN-FVJRN.
0287T      IF NOT END-OF-RJ-FILE
0287U          ADD +1 TO RJ-IN-CNT.
0287V  B090-EXIT. EXIT.
0287W      SKIP1
0287WA B095-SCAN-OMJRN.
0287WB     IF OJ-PROP EQUAL RQ-PROP-N
0287WC      AND OJ-DATE NOT LESS THAN RQ-DATE-A-N
0287WD      AND OJ-DATE NOT GREATER THAN RQ-DATE-B-N
0287WE         PERFORM B096-OMJRN-DETAIL THRU B096-EXIT
0287WF         MOVE SPACES  TO SORT-REC
0287WG         MOVE OJ-DATE TO SR-DATE
0287WH         MOVE 'OM'    TO SR-SOURCE
0287WI         MOVE OJ-TIME TO SR-SEQ
0287WJ         STRING 'ONLINE MAINT ' OJ-FUNCTION ' BY ' OJ-OPERATOR
0287WK             ' TERM ' OJ-TERMINAL ' BATCH ' OJ-BATCH-NO ' '
0287WL             W-OM-DETAIL DELIMITED BY SIZE INTO SR-TEXT
0287WM         RELEASE SORT-REC.
0287WN     PERFORM B098-READ-OMJRN THRU B098-EXIT.
0287WO B095-EXIT. EXIT.
0287WP     SKIP1
0287WQ B096-OMJRN-DETAIL.
0287WR     MOVE SPACES TO W-OM-DETAIL.
0287WS     EVALUATE TRUE
0287WT         WHEN OJ-STATUS-CHANGE
0287WU             STRING 'STATUS ' OJ-NEW-STAT1 '/' OJ-NEW-STAT2
0287WV                 DELIMITED BY SIZE INTO W-OM-DETAIL
0287WW         WHEN OJ-ADDRESS-CHANGE
0287WX             STRING 'ADDR ' OJ-NEW-ADDR
0287WY                 DELIMITED BY SIZE INTO W-OM-DETAIL
0287WZ         WHEN OJ-LANGUAGE-CHANGE
0287X              STRING 'LANGUAGE ' OJ-OLD-LANG ' TO ' OJ-NEW-LANG
0287XA                 DELIMITED BY SIZE INTO W-OM-DETAIL
0287XB         WHEN OJ-AGE-VERIF-CHANGE
0287XC             IF OJ-NEW-AGE-VERIF EQUAL 'V'
0287XD                 STRING 'AGE VERIFIED ' OJ-VERIF-BIRTH
0287XE                     DELIMITED BY SIZE INTO W-OM-DETAIL
0287XF             ELSE
0287XG                 MOVE 'AGE VERIFICATION REMOVED' TO W-OM-DETAIL
0287XH             END-IF
0287XI     END-EVALUATE.
0287XJ B096-EXIT. EXIT.
0287XK     SKIP1
0287XL B098-READ-OMJRN.
0287XM     READ OMJRN-FILE AT END
0287XN         MOVE 'Y' TO OM-EOF-SW.
0287XO     IF NOT END-OF-OM-FILE
0287XP         ADD +1 TO OM-IN-CNT.
0287XQ B098-EXIT. EXIT.
00288  B999-EXIT. EXIT.
00289      SKIP2
00290  C000-REPORT-TOUCHES.
