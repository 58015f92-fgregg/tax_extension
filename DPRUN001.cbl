00013 *         PROGRAM THAT STARTED BUT NEVER WROTE ITS END RECORD,
00014 *         SO A STEP THAT DIED MID-CHAIN IS VISIBLE FIRST THING
00015 *         IN THE MORNING WITHOUT DIGGING THROUGH SYSOUT.
00015A*         A RUN RESUMED FROM A CHECKPOINT (RESTART FLAG ON ITS
00015B*         START RECORD) PRINTS AS COMPLETED (RESTARTED); THE RUN
00015C*         THAT FAILED BEFORE IT STILL SHOWS NO END RECORD.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00073              88  CH-OPEN              VALUE 'S'.
00074              88  CH-ENDED             VALUE 'E'.
00075              88  CH-END-ONLY          VALUE 'O'.
00075A         10  CH-RESTART      PIC X.
00075B             88  CH-RESTARTED         VALUE 'R'.
00076      SKIP1
00077  01  ACPT-DATE                  PIC 9(6).
00078  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00237                            CH-OUT-CNT    (CHAIN-CTR)
00238                            CH-COND-CODE  (CHAIN-CTR).
00239      MOVE 'S'           TO CH-STATE      (CHAIN-CTR).
00239A     MOVE RR-RESTART-IND TO CH-RESTART    (CHAIN-CTR).
00240  A040-EXIT. EXIT.
00241      SKIP1
00242  A050-POST-END.
00263              MOVE RR-OUT-CNT    TO CH-OUT-CNT    (CHAIN-CTR)
00264              MOVE RR-COND-CODE  TO CH-COND-CODE  (CHAIN-CTR)
00265              MOVE 'O'           TO CH-STATE      (CHAIN-CTR)
00265A             MOVE SPACE         TO CH-RESTART    (CHAIN-CTR)
00266          END-IF
00267      END-IF.
00268  A050-EXIT. EXIT.
00285      MOVE CH-COND-CODE  (SUB) TO D-COND.
00286      EVALUATE TRUE
00287          WHEN CH-ENDED (SUB)
00288              IF CH-RESTARTED (SUB)
00288A                 MOVE 'COMPLETED (RESTARTED)' TO D-STATUS
00288B             ELSE
00288C                 MOVE 'COMPLETED'             TO D-STATUS
00288D             END-IF
00289          WHEN CH-OPEN (SUB)
00290              ADD +1 TO NO-END-CNT
00291              MOVE '** NO END RECORD **'   TO D-STATUS
