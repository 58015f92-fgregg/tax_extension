0003BL*         FILE WHICH ASHMA932 REPORTS BY TOWN AND DECLARATION
0003BM*         NUMBER, SO THE VALUATION RELIEF GRANTED LEAVES A
0003BN*         FULL AUDIT TRAIL INSTEAD OF MANUAL VALUE OVERRIDES.
0003CA*         MODIFICATIONS MADE ON OCT 15,2026 - TB  -- BOARD OF
0003CB*         REVIEW CERTIFICATION LOCK.  AFTER THE GHU IN
0003CC*         320-DISASTER-PRORATE THE PARCEL'S TOWNSHIP (FROM
0003CD*         PY-TXCD) AND TAX YEAR ARE LOOKED UP IN THE CERTIFICATION
0003CE*         CONTROL FILE THROUGH ASREA876.  A DISASTER TRANSACTION
0003CF*         FOR A CERTIFIED TOWNSHIP IS APPLIED ONLY WHEN IT CARRIES
0003CG*         A CERTIFICATE OF ERROR OR PTAB REFERENCE
0003CH*         (DIS-U-OVRD-TYPE/DIS-U-OVRD-REF, EDITED IN
0003CI*         210-EDIT-DISASTER-TRANS); OTHERWISE IT IS REJECTED UNDER
0003CJ*         ITS OWN REASON CODE (UPDT-ERR-MSG35) AND WRITTEN TO THE
0003CK*         POST-CERTIFICATION REJECT FILE (ASBCREJR1) WHICH
0003CL*         ASREA875 REPORTS BY SOURCE.  THE SEVERITY AND CATEGORY
0003CM*         TABLES AND THE REASON TALLY NOW COVER ALL 35 MESSAGES
0003CN*         (33 AND 34 WERE NEVER COUNTED ON THE REASON SUMMARY).
0003DA*         MODIFICATIONS MADE ON OCT 15,2026 - TB  -- THE REJECT
0003DB*         RETURN FILE (REJRTN) AND THE TRANSACTION HISTORY FILE
0003DC*         (TRANHIST) KEEP THE FULL SOCIAL SECURITY NUMBER, SINCE
0003DD*         ONE GOES BACK TO ITS SOURCE FOR RESUBMISSION AND THE
0003DE*         OTHER IS REPLAYED FOR RECOVERY.  AT END OF JOB ONE
0003DF*         RECORD FOR EACH IS WRITTEN TO THE FULL-SSN EXPOSURE LOG
0003DG*         THROUGH ASREA871 AS AN INTERNAL FEED (CLASS I).
00039      SKIP1
00040  ENVIRONMENT DIVISION.
00041  CONFIGURATION SECTION.
00061C     SELECT REJECT-RETURN ASSIGN TO UT-S-REJRTN.
0061CA     SELECT TRAN-HISTORY  ASSIGN TO UT-S-TRANHIST.
0061CB     SELECT DISASTER-RELIEF ASSIGN TO UT-S-DISRELF.
0061CC     SELECT CERT-REJECT   ASSIGN TO UT-S-CERTREJ.
00061D     SELECT RESTART-STATUS-FILE ASSIGN TO UT-S-RESTRT.
00062      SKIP1
00063  DATA DIVISION.
0467Q *                                             12-21  DISASTER
0467R *                                                     DECLARATION
0467S *                                                     NUMBER
0467T          10  DIS-U-OVRD-TYPE PIC X(4).
0467U *                                             22-25  COE/PTAB
0467UA*                                                     OVERRIDE
0467UB*                                                     TYPE ('COE '
0467UC*                                                     OR 'PTAB')
0467UD             88  DIS-U-OVRD-VALID   VALUE 'COE ' 'PTAB'.
0467UE         10  DIS-U-OVRD-REF  PIC X(12).
0467UF*                                             26-37  COE NUMBER
0467UG*                                                     OR PTAB
0467UH*                                                     DOCKET
0467UI         10  FILLER         PIC X(813).
0467UJ*                                             38-850 FILLER
00468 *----------------------------------------------------------------
00469      SKIP3
00470  FD  UPDATE-REPORT
495Z7      05  DR-RELIEF       PIC 9(9).
495Z8      05  DR-TAX-YEAR     PIC XX.
495Z9      05  FILLER          PIC X(34).
495Z91     SKIP2
495Z92 FD  CERT-REJECT
495Z93     BLOCK CONTAINS 0 RECORDS
495Z94     RECORDING MODE IS F
495Z95     RECORD CONTAINS 100 CHARACTERS
495Z96     LABEL RECORDS ARE STANDARD
495Z97     DATA RECORD IS CERT-REJECT-REC.
495Z98 01  CERT-REJECT-REC.
495Z99 COPY ASBCREJR1.
495ZA      SKIP2
00496  WORKING-STORAGE SECTION.
00497      SKIP1
0865F      'DISASTER TRANS FIELDS INVALID'.
0865G      05  UPDT-ERR-MSG34     PIC X(47) VALUE
0865H      'NO MATCHING ASSMT SEG-DISASTER'.
0865I      05  UPDT-ERR-MSG35     PIC X(47) VALUE
0865J      'TOWNSHIP BOR CERTIFIED - REJ'.
00866  01  FILLER REDEFINES UPDT-ERROR-TABLE.
00867      05  UPDT-ERRORS OCCURS 35 TIMES.
00868          10  UPDT-ERR       PIC X(47).
00869      SKIP1
00870A*****************************************************************
00876G*                        MATCHED REJECT REASON ONTO DE-SEV ON THE
00877H*                        ERROR-REPORT DETAIL LINE.
00878I*****************************************************************
0878J *****************************************************************
0878K * CHANGED 10/15/2026 TJB ADDED UPDT-ERR-MSG35 (TOWNSHIP CERTIFIED
0878L *                        BY THE BOARD OF REVIEW) AND CARRIED THE
0878M *                        SEVERITY, CATEGORY AND REASON-COUNTER
0878N *                        TABLES AND THEIR LOOPS OUT TO ALL 35
0878O *                        MESSAGES (33 AND 34 HAD NO ENTRIES).
0878P *****************************************************************
00879J 01  UPDT-SEV-TABLE.
00880K     05  UPDT-SEV1          PIC 9 VALUE 3.
00881L     05  UPDT-SEV2          PIC 9 VALUE 3.
00909N     05  UPDT-SEV30         PIC 9 VALUE 4.
00910A     05  UPDT-SEV31         PIC 9 VALUE 3.
00910B     05  UPDT-SEV32         PIC 9 VALUE 3.
0910C      05  UPDT-SEV33         PIC 9 VALUE 3.
0910D      05  UPDT-SEV34         PIC 9 VALUE 4.
0910E      05  UPDT-SEV35         PIC 9 VALUE 3.
00911O 01  FILLER REDEFINES UPDT-SEV-TABLE.
00912P     05  UPDT-SEV           PIC 9 OCCURS 35 TIMES.
00912Q*****************************************************************
00912R* CHANGED 08/21/2026 TJB ADDED A CATEGORY TABLE, ONE 4-BYTE CODE
00912S*                        PER UPDT-ERR-MSG ENTRY (SAME CODING AS
0091ZD     05  UPDT-CAT30       PIC X(4) VALUE 'EDIT'.
0091ZE     05  UPDT-CAT31       PIC X(4) VALUE 'EDIT'.
0091ZF     05  UPDT-CAT32       PIC X(4) VALUE 'EDIT'.
0091ZG     05  UPDT-CAT33       PIC X(4) VALUE 'EDIT'.
0091ZH     05  UPDT-CAT34       PIC X(4) VALUE 'SEGM'.
0091ZI     05  UPDT-CAT35       PIC X(4) VALUE 'STAT'.
00913F 01  FILLER REDEFINES UPDT-CAT-TABLE.
00913G     05  UPDT-CAT           PIC X(4) OCCURS 35 TIMES.
00913Q     SKIP1
00914  01  HOLD-TABLE.
00915      05  HOLD-ERRORS OCCURS 32 TIMES.
00916          10  FILLER         PIC X(35).
00917  01  REASON-CTR-TABLE.
00918      05  REASON-CTR         PIC S9(5) VALUE +0 COMP
00919                             OCCURS 35 TIMES.
00920  77  SUB-RC                 PIC S9(4) VALUE +0  COMP.
00920A 77  W-REJ-MSG-NO           PIC S9(4) VALUE +0  COMP.
00920B 77  TREJ-RTN-WRIT          PIC S9(7) VALUE +0   PACKED-DECIMAL.
00920G 77  TDUP-RECS-REJ          PIC S9(7) VALUE +0   PACKED-DECIMAL.
0920GA 77  TCERT-RECS-REJ         PIC S9(7) VALUE +0   PACKED-DECIMAL.
0920GB 77  TCERT-OVRD-APPL        PIC S9(7) VALUE +0   PACKED-DECIMAL.
0920GC 77  BOR-CERT-LOCK-SW       PIC X     VALUE 'N'.
0920GD     88  BOR-CERT-LOCKED              VALUE 'Y'.
0920GE 77  WS-CERT-YY             PIC 99    VALUE ZERO.
0920GF 01  BORCLK-AREA.
0920GG COPY ASBCLKR1.
0920GH*****************************************************************
0920GI* CHANGED 10/15/2026 TJB ADDED THE EXPOSURE LOG AREA (ASSSNXPR1)
0920GJ*                        PASSED TO ASREA871 FOR REJRTN AND
0920GK*                        TRANHIST.
0920GL*****************************************************************
0920GM 01  SSNEXP-AREA.
0920GN COPY ASSSNXPR1.
00920H 77  PREV-APPLIED-KEY       PIC X(28) VALUE LOW-VALUES.
00920C 77  RESTART-EOF-SW         PIC X     VALUE 'N'.
00920D     88  RESTART-EOF                  VALUE 'Y'.
0108A1            OPEN OUTPUT  REJECT-RETURN
0108AA            OPEN EXTEND  TRAN-HISTORY
0108AB            OPEN OUTPUT  DISASTER-RELIEF
0108AC            OPEN EXTEND  CERT-REJECT
0108A2            IF RESTART-THIS-RUN
0108A3               PERFORM 740-RESTART-RECOVERY
0108A4            ELSE
0114B1     MOVE TDIS-RECS-APPL  TO TL-TOT
0114B2     MOVE 'TOTAL DISASTER TRANS APPLIED ' TO TL-MSG
0114B3     WRITE UPDATE-REP  FROM TOT-LN AFTER ADVANCING 1.
1143A      MOVE TCERT-RECS-REJ  TO TL-TOT
1143B      MOVE 'TOTAL BOR CERTIFIED REJECTED ' TO TL-MSG
1143C      WRITE UPDATE-REP  FROM TOT-LN AFTER ADVANCING 1.
1143D      WRITE UPD-ERR-REC FROM TOT-LN AFTER ADVANCING 1.
01145      PERFORM 610-ERR-REASON-SUMMARY-RTN.
01146      SKIP1
01147      DISPLAY 'TOTAL FREEZE RECORDS READ     ' TUPD-RECS-RD
01149B     DISPLAY 'TOTAL DUPLICATE RECS REJECTED ' TDUP-RECS-REJ.
01149C     DISPLAY 'TOTAL DISASTER TRANS APPLIED  ' TDIS-RECS-APPL.
01149D     DISPLAY 'TOTAL DISASTER RELIEF GRANTED ' TDIS-RELIEF-TOT.
1149E      DISPLAY 'TOTAL BOR CERTIFIED REJECTED  ' TCERT-RECS-REJ.
1149F      DISPLAY 'TOTAL CERTIFIED UNDER COE/PTAB' TCERT-OVRD-APPL.
01150A     SKIP1
01151B     PERFORM 640-VOLUME-CHECK-RTN.
01152C     PERFORM 645-WRITE-VOL-HIST-RTN.
01156      SKIP1
01156A     PERFORM 665-REG-END-RTN.
01156B     CLOSE RESTART-STATUS-FILE.
01156C     MOVE 'ASHMA828'            TO SX-PROGRAM.
01156D     MOVE 'REJRTN  '            TO SX-OUTPUT-DD.
01156E     MOVE TREJ-RTN-WRIT         TO SX-RECORD-CNT.
01156F     MOVE 'I'                   TO SX-DEST-CLASS.
01156G     MOVE 'REJECT RETURN TO SOURCE' TO SX-DEST-DESC.
01156H     CALL 'ASREA871' USING SSNEXP-AREA.
01156I     MOVE 'TRANHIST'            TO SX-OUTPUT-DD.
01156J     MOVE THIST-OUT-CNT         TO SX-RECORD-CNT.
01156K     MOVE 'I'                   TO SX-DEST-CLASS.
01156L     MOVE 'TRANSACTION HISTORY' TO SX-DEST-DESC.
01156M     CALL 'ASREA871' USING SSNEXP-AREA.
01157      CLOSE CNTRL-FILE UPDATE-FILE UPDATE-REPORT
01158                                   UPD-ERR-REP
01158A                                  RUN-REGISTRY
01158B                                  REJECT-RETURN
0115BA                                  TRAN-HISTORY
0115BB                                  DISASTER-RELIEF
0115BC                                  CERT-REJECT
01159      GOBACK.
01160      SKIP2
01161  100-MAINLINE.
0118G7     ELSE
0118G8        ADD +1 TO SUB
0118G9        MOVE UPDT-ERR-MSG33 TO HOLD-ERRORS (SUB).
118G91         SKIP1
118G92     IF DIS-U-OVRD-TYPE EQUAL SPACES
118G93        AND DIS-U-OVRD-REF EQUAL SPACES
118G94        CONTINUE
118G95     ELSE
118G96        IF DIS-U-OVRD-VALID
118G97           AND DIS-U-OVRD-REF GREATER THAN SPACES
118G98           CONTINUE
118G99        ELSE
118G9A           ADD +1 TO SUB
118G9B           MOVE UPDT-ERR-MSG33 TO HOLD-ERRORS (SUB).
0118H1         SKIP1
0118H2     IF SUB IS GREATER THAN 0
0118H3        ADD +1 TO TUPD-RECS-REJ
0118J6                          LVL1-QUAL-SSA-PATH
0118J7                          LVL2-QUAL-SSA
0118J8     IF PI-DB-GOOD-STATUS
0118J9        PERFORM 325-CHECK-BOR-CERT
118J91        IF BOR-CERT-LOCKED
118J92           PERFORM 327-REJECT-BOR-CERT
118J93        ELSE
118J94           PERFORM 330-APPLY-DISASTER
118J95        END-IF
0118K1     ELSE
0118K2        MOVE SPACES TO DET-LNE
0118K3        ADD +1 TO TUPD-RECS-REJ
0118T5     MOVE AS-TAX-YEAR      TO DR-TAX-YEAR
0118T6     WRITE DISASTER-RELIEF-REC.
0118T7     SKIP2
0118T8 325-CHECK-BOR-CERT.
0118T9     MOVE 'N' TO BOR-CERT-LOCK-SW
0118U1     MOVE PY-TXCD           TO WS-DIS-TXCD
0118U2     MOVE WS-DIS-TXCD (1:2) TO BCL-TOWN
0118U3     MOVE AS-TAX-YEAR       TO WS-CERT-YY
0118U4     IF WS-CERT-YY LESS THAN 50
0118U5        COMPUTE BCL-TAX-YEAR = 2000 + WS-CERT-YY
0118U6     ELSE
0118U7        COMPUTE BCL-TAX-YEAR = 1900 + WS-CERT-YY
0118U8     END-IF
0118U9     CALL 'ASREA876' USING BORCLK-AREA
0118V1     IF BCL-NOT-CERTIFIED
0118V2        CONTINUE
0118V3     ELSE
0118V4        IF DIS-U-OVRD-TYPE EQUAL SPACES
0118V5           MOVE 'Y' TO BOR-CERT-LOCK-SW
0118V6        ELSE
0118V7           ADD +1 TO TCERT-OVRD-APPL.
0118V8         SKIP2
0118V9 327-REJECT-BOR-CERT.
0118W1     MOVE SPACES TO DET-LNE
0118W2     ADD +1 TO TUPD-RECS-REJ
0118W3     ADD +1 TO TCERT-RECS-REJ
0118W4     MOVE UPDT-ERR-MSG35 TO DE-MSG
0118W5     PERFORM 255-TALLY-REASON-RTN
0118W6     PERFORM 257-WRITE-REJECT-RETURN
0118W7     PERFORM 550-ERR-LINE-LISTING
0118W8     WRITE UPD-ERR-REC FROM DET-LNE
0118W9           AFTER ADVANCING 2
0118X1     ADD +2 TO LINE-CNTE
0118X2     MOVE SPACES            TO CERT-REJECT-REC
0118X3     MOVE 'ASHMA828'        TO CR-SOURCE
0118X4     MOVE BCL-TOWN          TO CR-TOWN
0118X5     MOVE BCL-TAX-YEAR      TO CR-TAX-YEAR
0118X6     MOVE BCL-CERT-DATE     TO CR-CERT-DATE
0118X7     MOVE AS-PROPERTY-NO    TO CR-PROPERTY
0118X8     MOVE AS-TRANS-CODE     TO CR-TRANS-TYPE
0118X9     MOVE DIS-U-DECL-NO     TO CR-SOURCE-REF
0118Y1     MOVE PY-AS-TOTLVAL     TO CR-CURR-VALUE
0118Y2     MOVE ZEROS             TO CR-NEW-VALUE
0118Y3     MOVE VH-RUN-CCYYMMDD   TO CR-RUN-DATE
0118Y4     WRITE CERT-REJECT-REC.
0118Y5         SKIP2
01189  200-EDIT-PRINT-ERR.
01190      MOVE 'Y' TO VALID-RECORD
01191      MOVE ZEROS TO SUB
01339A     MOVE 3 TO DE-SEV-CD
01340      MOVE 1 TO SUB-RC
01341      PERFORM 256-MATCH-REASON-RTN
01342         UNTIL SUB-RC GREATER THAN 35.
01343A     EVALUATE DE-SEV-CD
01344B        WHEN 1     MOVE 'INFO' TO DE-SEV
01345C        WHEN 2     MOVE 'WARN' TO DE-SEV
01353B         IF W-REJ-MSG-NO EQUAL ZERO
01353C            MOVE SUB-RC TO W-REJ-MSG-NO
01353D         END-IF
01354         MOVE 36 TO SUB-RC
01355      ELSE
01356         ADD 1 TO SUB-RC
01357      END-IF.
01820      WRITE UPD-ERR-REC FROM REASON-HDG-LN AFTER ADVANCING 2
01821      MOVE 1 TO SUB-RC
01822      PERFORM 620-PRINT-REASON-RTN
01823         UNTIL SUB-RC GREATER THAN 35.
01824      SKIP1
01825  620-PRINT-REASON-RTN.
01826      IF REASON-CTR (SUB-RC) GREATER THAN ZERO
