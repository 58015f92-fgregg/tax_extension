0154ZY*                        AND THE NPHE FILE ARE NOW STAMPED WITH
0154ZZ*                        THEIR OWN VINTAGE HEADERS.
0154Z0*****************************************************************
154Z0A* CHANGED 10/15/2026 TJB THE PARM TAX YEAR IS CHECKED AGAINST THE
154Z0B*                        CENTRAL CYCLE CONTROL RECORD (DPCYCLR1)
154Z0C*                        THROUGH DPRUN004 BEFORE THE PARM EDITS.
154Z0D*                        A YEAR THAT DISAGREES STOPS THE RUN; A
154Z0E*                        ZERO YEAR TAKES THE CYCLE YEAR.
154Z0F*****************************************************************
154Z0G*****************************************************************
154Z0H* CHANGED 10/15/2026 TJB CHECKPOINT/RESTART.  EVERY N HOMEOWNER
154Z0I*                        RECORDS (NPHE PARM CARD COLS 39-45,
154Z0J*                        DEFAULT 50000), AT A MATCH BOUNDARY,
154Z0K*                        THE OUTPUTS ARE CLOSED AND REOPENED
154Z0L*                        EXTEND AND A CHECKPOINT RECORD IS
154Z0M*                        WRITTEN WITH THE POSITION IN EACH
154Z0N*                        MASTER, THE OUTPUT COUNTS, THE NPHE HASH
154Z0O*                        TOTALS AND EVERY END-OF-JOB ACCUMULATOR.
154Z0P*                        PARM BYTE 26 = 'R' RESUMES FROM THE LAST
154Z0Q*                        CHECKPOINT: THE FAILED RUN'S OUTPUTS ARE
154Z0R*                        COPIED UP TO THE CHECKPOINTED COUNTS, THE
154Z0S*                        MASTERS REPOSITIONED AND THE TOTALS
154Z0T*                        RESTORED, SO THE NPHE TRAILER AND THE
154Z0U*                        CTLBAL RECORD MATCH AN UNINTERRUPTED RUN.
154Z0V*                        THE REGISTRY START RECORD IS FLAGGED AS
154Z0W*                        A RESTART AND THE WORKSHEET PRINT IS
154Z0X*                        EXTENDED.  SEE 9500-RESTART-RTN.
154Z0Y*****************************************************************
00155  ENVIRONMENT DIVISION.
00156                          SKIP1
00157  CONFIGURATION SECTION.
00169C     SELECT NOTICE-FILE      ASSIGN TO UT-S-NPHENOTC.
00169D     SELECT WORKSHEET-REQ-FILE ASSIGN TO UT-S-WSREQ.
00169E     SELECT WORKSHEET-PRT    ASSIGN TO UT-S-WSPRINT.
00169F     SELECT CHECKPOINT-FILE  ASSIGN TO UT-S-CHKPT.
00169G     SELECT HOMEOWNER-PRV    ASSIGN TO UT-S-HOMSTPRV.
00169H     SELECT NPHE-PRV         ASSIGN TO UT-S-NPHEPRV.
00169I     SELECT NOTICE-PRV       ASSIGN TO UT-S-NOTCPRV.
00170 **   SELECT PRINT-FILE       ASSIGN TO UT-S-ERRRPT.
00171      SELECT LNDMRK-PROP-FILE ASSIGN TO DA-LDMKFILE
00172        ORGANIZATION IS INDEXED
00216      05  PP-NPHE-HI-VAL-SWWS  PIC 9(5).
00217      05  PP-NPHE-HI-VAL-NRWS  PIC 9(5).
00217A     05  PP-CYCLE-DATE        PIC 9(8).
00217B     05  PP-CKPT-INTERVAL     PIC 9(7).
00218      05  FILLER               PIC X(35).
00218A                         SKIP1
00218B*****************************************************************
00218C* COE-RETRO-FILE IS AN OPTIONAL MULTI-RECORD CONTROL FILE --
00227W     RECORD CONTAINS 133 CHARACTERS
00227X     DATA RECORD IS WORKSHEET-LINE.
00227Y 01  WORKSHEET-LINE       PIC X(133).
227Y01                        SKIP1
227Y02 FD  CHECKPOINT-FILE
227Y03     BLOCK CONTAINS 0 RECORDS
227Y04     LABEL RECORDS STANDARD
227Y05     RECORD CONTAINS 800 CHARACTERS
227Y06     DATA RECORD IS CHECKPOINT-REC.
227Y07 01  CHECKPOINT-REC       PIC X(800).
227Y08                        SKIP1
227Y09 FD  HOMEOWNER-PRV
227Y10     BLOCK CONTAINS 0 RECORDS
227Y11     LABEL RECORDS STANDARD
227Y12     RECORD CONTAINS 140 CHARACTERS
227Y13     DATA RECORD IS HOMS-PRV-REC.
227Y14 01  HOMS-PRV-REC         PIC X(140).
227Y15                        SKIP1
227Y16 FD  NPHE-PRV
227Y17     BLOCK CONTAINS 0 RECORDS
227Y18     LABEL RECORDS STANDARD
227Y19     RECORD CONTAINS 80 CHARACTERS
227Y20     DATA RECORD IS NPHE-PRV-REC.
227Y21 01  NPHE-PRV-REC         PIC X(80).
227Y22                        SKIP1
227Y23 FD  NOTICE-PRV
227Y24     BLOCK CONTAINS 0 RECORDS
227Y25     LABEL RECORDS STANDARD
227Y26     RECORD CONTAINS 120 CHARACTERS
227Y27     DATA RECORD IS NOTICE-PRV-REC.
227Y28 01  NOTICE-PRV-REC       PIC X(120).
00227                          SKIP1
00228 *FD  EQUAL-FACTOR
00229 *    BLOCK CONTAINS 0 RECORDS
00235                          SKIP1
00236  WORKING-STORAGE SECTION.
00237                          SKIP1
0237A  01  CYCLK-AREA.
0237B  COPY DPCYCLKR1.
0237C                          SKIP1
00238 *****SWITCHES.
00239  77  DRYRUN-SW           PIC X   VALUE 'N'.
00240      88  DRYRUN-MODE             VALUE 'Y'.
0242QT 77  W-EXP-CYCLE-DATE    PIC 9(8)  VALUE ZEROS.
0242QU 77  FIRST-HOMS-SW       PIC X     VALUE 'Y'.
0242QV 77  HOMS-PENDING-SW     PIC X     VALUE 'N'.
0242W0 77  RESTART-SW          PIC X     VALUE 'N'.
0242W1     88  RESTART-MODE              VALUE 'R'.
0242W2 77  CKPT-OPEN-SW        PIC X     VALUE 'N'.
0242W3     88  CKPT-FILE-OPEN            VALUE 'Y'.
0242W4 77  CKPT-EOF-SW         PIC X     VALUE 'N'.
0242W5     88  CKPT-EOF                  VALUE 'Y'.
0242W6 77  PRV-EOF-SW          PIC X     VALUE 'N'.
0242W7     88  PRV-EOF                   VALUE 'Y'.
0242W8 77  CKPT-INTERVAL       PIC S9(7) PACKED-DECIMAL VALUE +50000.
0242W9 77  CKPT-LAST-HOMS      PIC S9(7) PACKED-DECIMAL VALUE +0.
0242WA 77  CKPT-ID-CTR         PIC 9(6)  VALUE ZEROS.
0242WB 77  RESTART-CKPT-ID     PIC 9(6)  VALUE ZEROS.
0242WC 77  CKPT-TAKEN-CTR      PIC S9(7) PACKED-DECIMAL VALUE +0.
0242WD 77  CKPT-COPY-CTR       PIC S9(9) PACKED-DECIMAL VALUE +0.
0242WE 77  CKPT-COPY-TARGET    PIC S9(9) PACKED-DECIMAL VALUE +0.
0242WF 77  CKPT-PRV-NAME       PIC X(8)  VALUE SPACES.
0242WG 77  CKPT-TIME-HOLD      PIC 9(8)  VALUE ZEROS.
0242WH 77  CKPT-SUB            PIC S9(4) VALUE +0     BINARY.
0242WI*    CHECKPOINT RECORD -- POSITION IN THE MASTERS, OUTPUT COUNTS
0242WJ*    AND EVERY ACCUMULATOR THAT REACHES THE END-OF-JOB TOTALS.
0242WK 01  CKPT-HOLD.
0242WL     05  CP-ID                PIC 9(6).
0242WM     05  CP-DATE              PIC 9(8).
0242WN     05  CP-TIME              PIC 9(6).
0242WO     05  CP-TAXYEAR           PIC 9(4).
0242WP     05  CP-CYCLE-DATE        PIC 9(8).
0242WQ     05  CP-HOMS-READ         PIC 9(7).
0242WR     05  CP-CMST-READ         PIC 9(7).
0242WS     05  CP-PMST-READ         PIC 9(7).
0242WT     05  CP-PMST-EOF          PIC X.
0242WU     05  CP-HOMS-OUT          PIC 9(7).
0242WV     05  CP-NPHE-OUT          PIC 9(7).
0242WW     05  CP-NOTICE-OUT        PIC 9(7).
0242WX     05  CP-NPHE-HASH-AMT     PIC S9(13) COMP-3.
0242WY     05  CP-NPHE-HASH-EAV     PIC S9(15) COMP-3.
0242WZ     05  CP-AGE-1             PIC 9(7).
0242X0     05  CP-PRIOR             PIC 9(7).
0242X1     05  CP-NO-PRIOR          PIC 9(7).
0242X2     05  CP-NO-CHG            PIC 9(7).
0242X3     05  CP-LNDMRK-READ       PIC S9(9) COMP-3.
0242X4     05  CP-NP-READ           PIC S9(9) COMP-3.
0242X5     05  CP-WKSH-PRINTED      PIC S9(7) COMP-3.
0242X6     05  CP-PRIORMIN-CLAMP    PIC S9(7) COMP-3.
0242X7     05  CP-HO-STAT-SA        PIC S9(7) COMP-3.
0242X8     05  CP-HO-STAT-CN        PIC S9(7) COMP-3.
0242X9     05  CP-HO-STAT-ME        PIC S9(7) COMP-3.
0242XA     05  CP-HO-STAT-TR        PIC S9(7) COMP-3.
0242XB     05  CP-HO-STAT-PR        PIC S9(7) COMP-3.
0242XC     05  CP-HO-STAT-DV        PIC S9(7) COMP-3.
0242XD     05  CP-HO-STAT-CO        PIC S9(7) COMP-3.
0242XE     05  CP-HO-STAT-HP        PIC S9(7) COMP-3.
0242XF     05  CP-HO-STAT-OTHR      PIC S9(7) COMP-3.
0242XG     05  CP-AS-STAT-C         PIC S9(7) COMP-3.
0242XH     05  CP-AS-STAT-H         PIC S9(7) COMP-3.
0242XI     05  CP-AS-STAT-OTHR      PIC S9(7) COMP-3.
0242XJ     05  CP-COE-ENTRY OCCURS 50 TIMES.
0242XK         10  CP-COE-OLD-AMT   PIC S9(9) COMP-3.
0242XL         10  CP-COE-NEW-AMT   PIC S9(9) COMP-3.
0242XM     05  FILLER               PIC X(116).
00242R 01  COE-RETRO-TABLE.
00242J     05  CR-ENTRY OCCURS 50 TIMES INDEXED BY CR-IDX.
00242K         10  CR-T-PROP        PIC 9(14)  VALUE ZEROS.
00632  LINKAGE SECTION.
00633  01  PARM-INFO.
00634      05  PARM-LGTH       PIC S9(4)                     BINARY.
00635          88  VALID-PARM-LGTH              VALUES +23 +24 +25 +26.
00636      05  PARM-LIST.
00637          10  PARM-PREV-EQ-X.
00638              15  PARM-PREV-EQ PIC 9V9(4).
00648              15  PARM-DRYRUN  PIC X.
00649A         10  PARM-COE-RETRO-X.
00650B             15  PARM-COE-RETRO  PIC X.
00650C         10  PARM-RESTART-X.
00650D             15  PARM-RESTART    PIC X.
00651                          EJECT
00652  PROCEDURE DIVISION  USING PARM-INFO.
00653                          SKIP1
00668 *                EQUAL-FACTOR
00669      OPEN  OUTPUT HOMEOWNER-MAST2  NPHE-FILE  NOTICE-FILE
00670A     OPEN  EXTEND CONTROL-TOTALS-FILE RUN-REGISTRY
0670A1     IF RESTART-MODE
0670A2        PERFORM 9500-RESTART-RTN
0670A3     ELSE
0670A4        IF NOT DRYRUN-MODE
0670A5           OPEN OUTPUT CHECKPOINT-FILE
0670A6           SET CKPT-FILE-OPEN  TO TRUE
0670A7        END-IF
0670A8     END-IF
00670B     PERFORM 9400-REG-START-RTN
00670C     PERFORM 9018-LOAD-WORKSHEET-REQS-RTN
00670D     IF WKSH-REQ-CTR GREATER THAN ZERO
00670E        IF RESTART-MODE
0670E1           OPEN EXTEND WORKSHEET-PRT
0670E2        ELSE
0670E3           OPEN OUTPUT WORKSHEET-PRT
0670E4        END-IF
00670F     END-IF
00671 **                PRINT-FILE
00671A     IF NOT RESTART-MODE
00671B        PERFORM 9420-STAMP-OUTPUT-VINTAGE-RTN
00671C     END-IF
00672      SET READ-HOMS  TO TRUE
00673      SET READ-CMST  TO TRUE
00674      PERFORM 1000-MAINLINE-RTN  UNTIL
00675C     END-IF
00676      CLOSE HOMEOWNER-MAST  MASTER-IN  MASTER-OUT-2
00677            HOMEOWNER-MAST2  NPHE-FILE  NOTICE-FILE
006771     IF CKPT-FILE-OPEN
006772        CLOSE CHECKPOINT-FILE
006773     END-IF
00677A     IF WKSH-REQ-CTR GREATER THAN ZERO
00677B        CLOSE WORKSHEET-PRT
00677C     END-IF
00681      STOP RUN.
00682                          SKIP2
00683  1000-MAINLINE-RTN.
00683A     IF READ-HOMS AND READ-CMST AND CKPT-FILE-OPEN
00683B        AND NO-SEVERE-ERR AND NO-EOF-HOMS AND NO-EOF-CMST
00683C        AND HOMS-READ-CTR - CKPT-LAST-HOMS NOT < CKPT-INTERVAL
00683D        PERFORM 9550-TAKE-CHECKPOINT-RTN
00683E     END-IF
00684      IF READ-HOMS
00685         SET READ-HOMS-RESET  TO TRUE
00686         SET VALID-HOMS-RESET  TO TRUE
01746         DISPLAY 'PARM ERROR -- BASE YEAR NOT NUMERIC'
01747         DISPLAY 'PARM BASE YEAR.....: '  PARM-BASE-YR-X
01748      END-IF.
1748A      MOVE 'ASHMA839'     TO CK-CALLER.
1748B      MOVE PARM-TAXYEAR-X TO CK-CARD-YEAR.
1748C      CALL 'DPRUN004' USING CYCLK-AREA.
1748D      MOVE CK-TAX-YEAR    TO PARM-TAXYEAR.
01749      IF PARM-TAXYEAR-X NUMERIC
01750         IF PARM-TAXYEAR = ZEROS
01751            MOVE 16  TO RETURN-CODE
01757         DISPLAY 'PARM ERROR -- TAXYEAR NOT NUMERIC'
01758         DISPLAY 'PARM TAXYEAR.....: '  PARM-TAXYEAR-X
01759      END-IF.
01760      IF PARM-LGTH = +24 OR PARM-LGTH = +25 OR PARM-LGTH = +26
01761         IF PARM-DRYRUN = 'Y' OR PARM-DRYRUN = 'N'
01762            MOVE PARM-DRYRUN  TO DRYRUN-SW
01763         ELSE
01766            DISPLAY 'PARM DRYRUN FLAG..: '  PARM-DRYRUN
01767         END-IF
01768      END-IF.
01769A     IF PARM-LGTH = +25 OR PARM-LGTH = +26
01770B        IF PARM-COE-RETRO = 'Y' OR PARM-COE-RETRO = 'N'
01771C           MOVE PARM-COE-RETRO  TO COE-RETRO-SW
01772D        ELSE
01773E           MOVE 16  TO RETURN-CODE
01774F           DISPLAY 'PARM ERROR -- COE RETRO FLAG NOT Y OR N'
01775G           DISPLAY 'PARM COE RETRO FLAG: '  PARM-COE-RETRO
01775H        END-IF
01775I     END-IF.
01775J     IF PARM-LGTH = +26
01775K        IF PARM-RESTART = 'R' OR PARM-RESTART = 'N'
01775L           MOVE PARM-RESTART  TO RESTART-SW
01775M        ELSE
01775N           MOVE 16  TO RETURN-CODE
01775O           DISPLAY 'PARM ERROR -- RESTART FLAG NOT R OR N'
01775P           DISPLAY 'PARM RESTART FLAG.: '  PARM-RESTART
01775Q        END-IF
01775R        IF RESTART-MODE AND DRYRUN-MODE
01775S           DISPLAY 'RESTART IS IGNORED FOR A DRY RUN -- STARTING '
01775T                   'FROM THE BEGINNING'
01775U           MOVE 'N'  TO RESTART-SW
01776H        END-IF
01777I     END-IF.
01778                          SKIP2
0180A            IF PP-CYCLE-DATE NUMERIC
0180B               MOVE PP-CYCLE-DATE TO W-EXP-CYCLE-DATE
0180C            END-IF
0180D            IF PP-CKPT-INTERVAL NUMERIC
0180E               AND PP-CKPT-INTERVAL GREATER THAN ZERO
0180F               MOVE PP-CKPT-INTERVAL TO CKPT-INTERVAL
0180G            END-IF
01809         ELSE
01810            MOVE 16  TO RETURN-CODE
01811            DISPLAY 'PARM ERROR -- NPHE-PARM-FILE RECORD '
01820      DISPLAY '   NPHE HIGH VALUE-CITY..: '  NPHE-HI-VAL-CITY
01821      DISPLAY '   NPHE HIGH VALUE-SWWS..: '  NPHE-HI-VAL-SWWS
01822      DISPLAY '   NPHE HIGH VALUE-NRWS..: '  NPHE-HI-VAL-NRWS
01822A     MOVE CKPT-INTERVAL TO CTR-DISPLAY
01822B     DISPLAY '   CHECKPOINT INTERVAL...: '  CTR-DISPLAY
01823      DISPLAY SPACES.
01823A*****************************************************
01823B* 9016-LOAD-COE-RETRO-LIST-RTN READS THE OPTIONAL
01838                 'NPHE/HOMEOWNER OUTPUT WRITES WILL BE SKIPPED'
01839      ELSE
01840         DISPLAY '   PARM DRY-RUN MODE..: NO -- NORMAL UPDATE RUN'
01840A     END-IF
01840B     IF RESTART-MODE
01840C        DISPLAY '   PARM RESTART.......: RESTART FROM THE LAST '
01840D                'CHECKPOINT'
01841      END-IF
01842      DISPLAY SPACES.
01843                          SKIP2
01864      DISPLAY 'RECORDS W/O PRIOR YEAR ....: '  CTR-DISPLAY
01865      MOVE LNDMRK-RECS-READ TO CTR-DISPLAY
01866      DISPLAY 'LANDMARK RECORDS READ  ....: '  CTR-DISPLAY
01866A     MOVE CKPT-TAKEN-CTR   TO CTR-DISPLAY
01866B     DISPLAY 'CHECKPOINTS TAKEN..........: '  CTR-DISPLAY
01866C     IF RESTART-CKPT-ID GREATER THAN ZERO
01866D       DISPLAY 'RUN RESTARTED FROM CHECKPOINT: '  RESTART-CKPT-ID
01866E     END-IF
01867A     DISPLAY SPACES
01868B     DISPLAY '*****  HO/AS-NPHE-STATUS FREQUENCY  *****'
01869C     MOVE HO-STAT-SA-CTR   TO CTR-DISPLAY
01936      MOVE SYSTEM-DATE TO RR-RUN-DATE
01937      MOVE SYSTEM-TIME TO RR-RUN-TIME
01938      MOVE ZEROS       TO RR-IN-CNT RR-OUT-CNT RR-COND-CODE
01938A     IF RESTART-CKPT-ID GREATER THAN ZERO
01938B        MOVE 'R'         TO RR-RESTART-IND
01938C        MOVE RESTART-CKPT-ID TO RR-RESTART-CKPT
01938D     END-IF
01939      WRITE RUNREG-REC.
01940                          SKIP2
01941  9410-REG-END-RTN.
01948      ADD HOMS-OUT-CTR NPHE-OUT-CTR GIVING RR-OUT-CNT
01949      MOVE RETURN-CODE TO RR-COND-CODE
01950      WRITE RUNREG-REC.
01951                          SKIP2
01952 *****************************************************
01953 * 9500-RESTART-RTN RESUMES A FAILED RUN FROM ITS LAST
01954 * CHECKPOINT.  THE CHECKPOINT FILE IS READ TO THE END
01955 * (THE LAST RECORD WINS) AND MUST BE FOR THIS TAX YEAR
01956 * AND CYCLE.  THE FAILED RUN'S HOMEOWNER, NPHE AND
01957 * NOTICE OUTPUTS ARE COPIED UP TO THE CHECKPOINTED
01958 * COUNTS -- ANYTHING IT WROTE AFTER THE CHECKPOINT IS
01959 * DROPPED AND REBUILT -- THE MASTERS ARE READ FORWARD
01960 * TO THE CHECKPOINTED POSITION AND THE ACCUMULATORS
01961 * ARE RESTORED, SO THE RUN CONTINUES AS IF IT HAD NEVER
01962 * STOPPED.  WITH NO CHECKPOINT ON FILE THE RUN STARTS
01963 * FROM THE BEGINNING.
01964 *****************************************************
01965  9500-RESTART-RTN.
01966      MOVE ZEROS  TO CP-ID
01967      OPEN INPUT CHECKPOINT-FILE
01968      PERFORM 9505-READ-CHECKPOINT-RTN  UNTIL CKPT-EOF
01969      CLOSE CHECKPOINT-FILE
01970      IF CP-ID EQUAL ZEROS
01971         DISPLAY 'RESTART REQUESTED BUT NO PRIOR CHECKPOINT WAS '
01972                 'FOUND -- STARTING FROM THE BEGINNING'
01973         MOVE 'N'  TO RESTART-SW
01974         OPEN OUTPUT CHECKPOINT-FILE
01975      ELSE
01976         IF CP-TAXYEAR NOT EQUAL PA-TAXYEAR
01977            OR CP-CYCLE-DATE NOT EQUAL W-EXP-CYCLE-DATE
01978            DISPLAY 'CHECKPOINT ' CP-ID ' IS FOR TAX YEAR '
01979                    CP-TAXYEAR ' CYCLE ' CP-CYCLE-DATE
01980                    ' -- NOT THIS RUN -- RUN STOPPED'
01981            MOVE 16  TO RETURN-CODE
01982            SET SEVERE-ERR  TO TRUE
01983         ELSE
01984            DISPLAY 'RESTARTING FROM CHECKPOINT ' CP-ID
01985                    ' TAKEN ' CP-DATE ' ' CP-TIME
01985A           MOVE CP-ID  TO RESTART-CKPT-ID
01986            PERFORM 9520-COPY-FORWARD-RTN
01987            IF NO-SEVERE-ERR
01988               PERFORM 9530-REPOSITION-RTN
01989            END-IF
01990            IF NO-SEVERE-ERR
01991               PERFORM 9540-RESTORE-CTRS-RTN
01992            END-IF
01993         END-IF
01994         OPEN EXTEND CHECKPOINT-FILE
01995      END-IF
01996      SET CKPT-FILE-OPEN  TO TRUE.
01997                          SKIP2
01998  9505-READ-CHECKPOINT-RTN.
01999      READ CHECKPOINT-FILE  INTO CKPT-HOLD
02000         AT END
02001            SET CKPT-EOF  TO TRUE
02002      END-READ.
02003                          SKIP2
02004 *****************************************************
02005 * 9520-COPY-FORWARD-RTN COPIES THE FAILED RUN'S OUTPUTS
02006 * TO THIS RUN'S OUTPUTS UP TO THE CHECKPOINTED COUNTS.
02007 * THE HOMEOWNER AND NPHE FILES ALSO CARRY THE VINTAGE
02008 * HEADER AHEAD OF THE COUNTED RECORDS.
02009 *****************************************************
02010  9520-COPY-FORWARD-RTN.
02011      OPEN INPUT HOMEOWNER-PRV  NPHE-PRV  NOTICE-PRV
02012      COMPUTE CKPT-COPY-TARGET = CP-HOMS-OUT + 1
02013      MOVE ZEROS  TO CKPT-COPY-CTR
02014      MOVE 'N'    TO PRV-EOF-SW
02015      PERFORM 9521-COPY-HOMS-RTN  UNTIL
02016              CKPT-COPY-CTR NOT < CKPT-COPY-TARGET OR PRV-EOF
02017      IF CKPT-COPY-CTR < CKPT-COPY-TARGET
02018         MOVE 'HOMSTPRV'  TO CKPT-PRV-NAME
02019         PERFORM 9529-SHORT-PRV-RTN
02020      END-IF
02021      COMPUTE CKPT-COPY-TARGET = CP-NPHE-OUT + 1
02022      MOVE ZEROS  TO CKPT-COPY-CTR
02023      MOVE 'N'    TO PRV-EOF-SW
02024      PERFORM 9522-COPY-NPHE-RTN  UNTIL
02025              CKPT-COPY-CTR NOT < CKPT-COPY-TARGET OR PRV-EOF
02026      IF CKPT-COPY-CTR < CKPT-COPY-TARGET
02027         MOVE 'NPHEPRV '  TO CKPT-PRV-NAME
02028         PERFORM 9529-SHORT-PRV-RTN
02029      END-IF
02030      MOVE CP-NOTICE-OUT  TO CKPT-COPY-TARGET
02031      MOVE ZEROS  TO CKPT-COPY-CTR
02032      MOVE 'N'    TO PRV-EOF-SW
02033      PERFORM 9523-COPY-NOTICE-RTN  UNTIL
02034              CKPT-COPY-CTR NOT < CKPT-COPY-TARGET OR PRV-EOF
02035      IF CKPT-COPY-CTR < CKPT-COPY-TARGET
02036         MOVE 'NOTCPRV '  TO CKPT-PRV-NAME
02037         PERFORM 9529-SHORT-PRV-RTN
02038      END-IF
02039      CLOSE HOMEOWNER-PRV  NPHE-PRV  NOTICE-PRV.
02040                          SKIP2
02041  9521-COPY-HOMS-RTN.
02042      READ HOMEOWNER-PRV  INTO HO-REC2
02043         AT END
02044            SET PRV-EOF  TO TRUE
02045         NOT AT END
02046            WRITE HO-REC2
02047            ADD +1  TO CKPT-COPY-CTR
02048      END-READ.
02049                          SKIP2
02050  9522-COPY-NPHE-RTN.
02051      READ NPHE-PRV  INTO NPHE-REC
02052         AT END
02053            SET PRV-EOF  TO TRUE
02054         NOT AT END
02055            WRITE NPHE-REC
02056            ADD +1  TO CKPT-COPY-CTR
02057      END-READ.
02058                          SKIP2
02059  9523-COPY-NOTICE-RTN.
02060      READ NOTICE-PRV  INTO NOTICE-REC
02061         AT END
02062            SET PRV-EOF  TO TRUE
02063         NOT AT END
02064            WRITE NOTICE-REC
02065            ADD +1  TO CKPT-COPY-CTR
02066      END-READ.
02067                          SKIP2
02068  9529-SHORT-PRV-RTN.
02069      DISPLAY 'PRIOR OUTPUT ' CKPT-PRV-NAME ' IS SHORTER THAN '
02070              'CHECKPOINT ' CP-ID ' -- RUN STOPPED'
02071      MOVE CKPT-COPY-CTR     TO CTR-DISPLAY
02072      DISPLAY '   RECORDS FOUND.....: '  CTR-DISPLAY
02073      MOVE CKPT-COPY-TARGET  TO CTR-DISPLAY
02074      DISPLAY '   RECORDS EXPECTED..: '  CTR-DISPLAY
02075      MOVE 16  TO RETURN-CODE
02076      SET SEVERE-ERR  TO TRUE.
02077                          SKIP2
02078 *****************************************************
02079 * 9530-REPOSITION-RTN READS THE THREE MASTERS FORWARD
02080 * THROUGH THEIR NORMAL READ ROUTINES (SO THE SEQUENCE
02081 * CHECKS AND THE VINTAGE CHECK STILL APPLY) UNTIL EACH
02082 * IS AT THE RECORD COUNT SAVED IN THE CHECKPOINT.
02083 *****************************************************
02084  9530-REPOSITION-RTN.
02085      PERFORM 1110-READ-HOMS-FILE-RTN  UNTIL
02086              HOMS-READ-CTR NOT < CP-HOMS-READ
02087              OR EOF-HOMS  OR SEVERE-ERR
02088      PERFORM 1300-READ-CMST-FILE-RTN  UNTIL
02089              CMST-READ-CTR NOT < CP-CMST-READ
02090              OR EOF-CMST  OR SEVERE-ERR
02091      PERFORM 2150-READ-PMST-FILE-RTN  UNTIL
02092              PMST-READ-CTR NOT < CP-PMST-READ
02093              OR EOF-PMST  OR SEVERE-ERR
02094      IF CP-PMST-EOF EQUAL 'Y' AND NO-EOF-PMST AND NO-SEVERE-ERR
02095         PERFORM 2150-READ-PMST-FILE-RTN
02096      END-IF
02097      IF NO-SEVERE-ERR
02098         IF HOMS-READ-CTR < CP-HOMS-READ
02099            OR CMST-READ-CTR < CP-CMST-READ
02100            OR PMST-READ-CTR < CP-PMST-READ
02101            DISPLAY 'MASTER FILES END BEFORE THE CHECKPOINT '
02102                    'POSITION -- RUN STOPPED'
02103            MOVE 16  TO RETURN-CODE
02104            SET SEVERE-ERR  TO TRUE
02105         ELSE
02106            DISPLAY 'MASTERS REPOSITIONED -- HOMEOWNER '
02107                    HOMS-READ-CTR ' CURRENT ' CMST-READ-CTR
02108                    ' PRIOR ' PMST-READ-CTR
02109         END-IF
02110      END-IF.
02111                          SKIP2
02112  9540-RESTORE-CTRS-RTN.
02113      MOVE CP-HOMS-OUT        TO HOMS-OUT-CTR
02114      MOVE CP-NPHE-OUT        TO NPHE-OUT-CTR
02115      MOVE CP-NOTICE-OUT      TO NOTICE-OUT-CTR
02116      MOVE CP-NPHE-HASH-AMT   TO NPHE-HASH-AMT
02117      MOVE CP-NPHE-HASH-EAV   TO NPHE-HASH-EAV
02118      MOVE CP-AGE-1           TO AGE-1-CTR
02119      MOVE CP-PRIOR           TO PRIOR-CTR
02120      MOVE CP-NO-PRIOR        TO NO-PRIOR-CTR
02121      MOVE CP-NO-CHG          TO NO-CHG-CTR
02122      MOVE CP-LNDMRK-READ     TO LNDMRK-RECS-READ
02123      MOVE CP-NP-READ         TO WS-NP-RECS-READ
02124      MOVE CP-WKSH-PRINTED    TO WKSH-PRINTED-CTR
02125      MOVE CP-PRIORMIN-CLAMP  TO PRIORMIN-CLAMP-CTR
02126      MOVE CP-HO-STAT-SA      TO HO-STAT-SA-CTR
02127      MOVE CP-HO-STAT-CN      TO HO-STAT-CN-CTR
02128      MOVE CP-HO-STAT-ME      TO HO-STAT-ME-CTR
02129      MOVE CP-HO-STAT-TR      TO HO-STAT-TR-CTR
02130      MOVE CP-HO-STAT-PR      TO HO-STAT-PR-CTR
02131      MOVE CP-HO-STAT-DV      TO HO-STAT-DV-CTR
02132      MOVE CP-HO-STAT-CO      TO HO-STAT-CO-CTR
02133      MOVE CP-HO-STAT-HP      TO HO-STAT-HP-CTR
02134      MOVE CP-HO-STAT-OTHR    TO HO-STAT-OTHR-CTR
02135      MOVE CP-AS-STAT-C       TO AS-STAT-C-CTR
02136      MOVE CP-AS-STAT-H       TO AS-STAT-H-CTR
02137      MOVE CP-AS-STAT-OTHR    TO AS-STAT-OTHR-CTR
02138      PERFORM 9541-RESTORE-COE-RTN
02139         VARYING CKPT-SUB FROM 1 BY 1 UNTIL CKPT-SUB > 50
02140      MOVE CP-HOMS-READ       TO CKPT-LAST-HOMS
02141      MOVE CP-ID              TO CKPT-ID-CTR.
02142                          SKIP2
02143  9541-RESTORE-COE-RTN.
02144      MOVE CP-COE-OLD-AMT (CKPT-SUB)  TO CR-T-OLD-AMT (CKPT-SUB)
02145      MOVE CP-COE-NEW-AMT (CKPT-SUB)  TO CR-T-NEW-AMT (CKPT-SUB).
02146                          SKIP2
02147 *****************************************************
02148 * 9550-TAKE-CHECKPOINT-RTN RUNS AT A MATCH BOUNDARY
02149 * EVERY CKPT-INTERVAL HOMEOWNER RECORDS.  THE OUTPUTS
02150 * ARE CLOSED AND REOPENED EXTEND SO EVERYTHING COUNTED
02151 * IN THE CHECKPOINT IS ON DISK BEFORE THE CHECKPOINT
02152 * RECORD IS WRITTEN.
02153 *****************************************************
02154  9550-TAKE-CHECKPOINT-RTN.
02155      CLOSE HOMEOWNER-MAST2  NPHE-FILE  NOTICE-FILE
02156      OPEN EXTEND HOMEOWNER-MAST2  NPHE-FILE  NOTICE-FILE
02156A     IF WKSH-REQ-CTR GREATER THAN ZERO
02156B        CLOSE WORKSHEET-PRT
02156C        OPEN EXTEND WORKSHEET-PRT
02156D     END-IF
02157      ADD +1  TO CKPT-ID-CTR
02158      ACCEPT CKPT-TIME-HOLD  FROM TIME
02159      MOVE CKPT-ID-CTR         TO CP-ID
02160      MOVE SYSTEM-DATE         TO CP-DATE
02161      MOVE CKPT-TIME-HOLD (1:6)  TO CP-TIME
02162      MOVE PA-TAXYEAR          TO CP-TAXYEAR
02163      MOVE W-EXP-CYCLE-DATE    TO CP-CYCLE-DATE
02164      MOVE HOMS-READ-CTR       TO CP-HOMS-READ
02165      MOVE CMST-READ-CTR       TO CP-CMST-READ
02166      MOVE PMST-READ-CTR       TO CP-PMST-READ
02167      MOVE EOF-PMST-SW         TO CP-PMST-EOF
02168      MOVE HOMS-OUT-CTR        TO CP-HOMS-OUT
02169      MOVE NPHE-OUT-CTR        TO CP-NPHE-OUT
02170      MOVE NOTICE-OUT-CTR      TO CP-NOTICE-OUT
02171      MOVE NPHE-HASH-AMT       TO CP-NPHE-HASH-AMT
02172      MOVE NPHE-HASH-EAV       TO CP-NPHE-HASH-EAV
02173      MOVE AGE-1-CTR           TO CP-AGE-1
02174      MOVE PRIOR-CTR           TO CP-PRIOR
02175      MOVE NO-PRIOR-CTR        TO CP-NO-PRIOR
02176      MOVE NO-CHG-CTR          TO CP-NO-CHG
02177      MOVE LNDMRK-RECS-READ    TO CP-LNDMRK-READ
02178      MOVE WS-NP-RECS-READ     TO CP-NP-READ
02179      MOVE WKSH-PRINTED-CTR    TO CP-WKSH-PRINTED
02180      MOVE PRIORMIN-CLAMP-CTR  TO CP-PRIORMIN-CLAMP
02181      MOVE HO-STAT-SA-CTR      TO CP-HO-STAT-SA
02182      MOVE HO-STAT-CN-CTR      TO CP-HO-STAT-CN
02183      MOVE HO-STAT-ME-CTR      TO CP-HO-STAT-ME
02184      MOVE HO-STAT-TR-CTR      TO CP-HO-STAT-TR
02185      MOVE HO-STAT-PR-CTR      TO CP-HO-STAT-PR
02186      MOVE HO-STAT-DV-CTR      TO CP-HO-STAT-DV
02187      MOVE HO-STAT-CO-CTR      TO CP-HO-STAT-CO
02188      MOVE HO-STAT-HP-CTR      TO CP-HO-STAT-HP
02189      MOVE HO-STAT-OTHR-CTR    TO CP-HO-STAT-OTHR
02190      MOVE AS-STAT-C-CTR       TO CP-AS-STAT-C
02191      MOVE AS-STAT-H-CTR       TO CP-AS-STAT-H
02192      MOVE AS-STAT-OTHR-CTR    TO CP-AS-STAT-OTHR
02193      PERFORM 9551-SAVE-COE-RTN
02194         VARYING CKPT-SUB FROM 1 BY 1 UNTIL CKPT-SUB > 50
02195      WRITE CHECKPOINT-REC  FROM CKPT-HOLD
02196      CLOSE CHECKPOINT-FILE
02197      OPEN EXTEND CHECKPOINT-FILE
02198      MOVE HOMS-READ-CTR       TO CKPT-LAST-HOMS
02199      ADD +1  TO CKPT-TAKEN-CTR
02200      MOVE HOMS-READ-CTR       TO CTR-DISPLAY
02201      DISPLAY 'CHECKPOINT ' CP-ID ' TAKEN AT HOMEOWNER RECORD '
02202              CTR-DISPLAY.
02203                          SKIP2
02204  9551-SAVE-COE-RTN.
02205      MOVE CR-T-OLD-AMT (CKPT-SUB)  TO CP-COE-OLD-AMT (CKPT-SUB)
02206      MOVE CR-T-NEW-AMT (CKPT-SUB)  TO CP-COE-NEW-AMT (CKPT-SUB).
