00014 *         DESCRIPTION.  EVERY ENTRY TOUCHED IS PRINTED AS A
00015 *         BEFORE AND AFTER AUDIT LINE AND EVERY REJECTED
00016 *         TRANSACTION IS LISTED WITH ITS REASON.
0016A *         THE HOME IMPROVEMENT EXEMPTION CAP (TYPE HI) IS KEPT
0016B *         HERE AS WELL.
0016C *         EVERY TRANSACTION MUST NOW CARRY THE OPERATOR ID AND
0016D *         TERMINAL OF THE CLERK WHO KEYED IT OR IT IS REJECTED.
0016E *         THE OPERATOR AND TERMINAL ARE STAMPED ON THE MASTER
0016F *         RECORD AND ON THE AUDIT LISTING, AND EVERY CHANGE
0016G *         APPLIED IS WRITTEN TO THE MASTER CHANGE LOG (DPCHGLGR1)
0016H *         FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT (DPAUD821).
0016I *         CHANGES TO THIS MASTER ARE NOW UNDER DUAL CONTROL.  AN
0016J *         ADD, CHANGE OR DELETE THAT PASSES THE EDITS IS NOT
0016K *         APPLIED BUT HELD ON THE PENDING CHANGE FILE
0016L *         (DPPNDCHR1) WITH ITS BEFORE AND AFTER VALUES, ONE
0016M *         PENDING CHANGE PER KEY.  IT IS APPLIED ONLY WHEN AN
0016N *         APPROVAL CARD (ACTION V WITH THE SAME KEY) ARRIVES
0016O *         FROM A DIFFERENT OPERATOR WHO IS ON THE APPROVER LIST
0016P *         (DPAPPRVR1) FOR THIS MASTER; THE APPROVAL IS PRINTED
0016Q *         AND LOGGED UNDER THE APPROVER.  A PENDING CHANGE THAT
0016R *         CAN NO LONGER BE APPLIED WHEN APPROVED IS REJECTED AND
0016S *         DROPPED.  DPPND822 LISTS THE PENDING CHANGES NIGHTLY
0016T *         AND DROPS THOSE NOT APPROVED IN TIME.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00029        RECORD KEY IS SA-KEY
00030        FILE STATUS IS SA-STATUS.
00031      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
0031A      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
0031B      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
0031C        ORGANIZATION IS INDEXED
0031D        ACCESS IS RANDOM
0031E        RECORD KEY IS PC-KEY
0031F        FILE STATUS IS PC-STATUS.
0031G      SELECT APPROVER-FILE ASSIGN TO UT-S-APPROVR.
00032      SKIP2
00033  DATA DIVISION.
00034  FILE SECTION.
00044          88  ST-ADD                 VALUE 'A'.
00045          88  ST-CHANGE              VALUE 'C'.
00046          88  ST-DELETE              VALUE 'D'.
0046A          88  ST-APPROVE             VALUE 'V'.
00047          88  ST-VALID-ACTION        VALUE 'A' 'C' 'D' 'V'.
00048      05  ST-TAX-YEAR     PIC X(4).
00049      05  ST-TAX-YEAR-N REDEFINES ST-TAX-YEAR
00050                          PIC 9(4).
00051      05  ST-TYPE         PIC XX.
00052          88  ST-VALID-TYPE          VALUE 'HO' 'SC' 'RV'
00053                                           'DP' 'V1' 'V2'
00054                                           'V3' 'LT' 'HI'.
00055      05  ST-AMOUNT       PIC X(9).
00056      05  ST-AMOUNT-N REDEFINES ST-AMOUNT
00057                          PIC 9(9).
00058      05  ST-DESC         PIC X(30).
00059      05  ST-OPERATOR     PIC X(8).
0059A      05  ST-TERMINAL     PIC X(4).
0059B      05  FILLER          PIC X(22).
00060      SKIP2
00061  FD  STATAMT-FILE
00062      RECORD CONTAINS 60 CHARACTERS
00072      LABEL  RECORDS ARE STANDARD.
00073      SKIP1
00074  01  PRINT-REC               PIC X(133).
0074A      SKIP2
0074B  FD  CHGLOG-FILE
0074C      BLOCK  CONTAINS 0 RECORDS
0074D      RECORD CONTAINS 100 CHARACTERS
0074E      RECORDING MODE IS F
0074F      LABEL  RECORDS ARE STANDARD
0074G      DATA RECORD IS CHGLOG-REC.
0074H  01  CHGLOG-REC.
0074I  COPY DPCHGLGR1.
0074J      SKIP2
0074K  FD  PENDCHG-FILE
0074L      RECORD CONTAINS 300 CHARACTERS
0074M      LABEL RECORDS ARE STANDARD.
0074N      SKIP1
0074O  01  PENDCHG-REC.
0074P  COPY DPPNDCHR1.
0074Q      SKIP2
0074R  FD  APPROVER-FILE
0074S      BLOCK  CONTAINS 0 RECORDS
0074T      RECORD CONTAINS 80 CHARACTERS
0074U      RECORDING MODE IS F
0074V      LABEL  RECORDS ARE STANDARD
0074W      DATA RECORD IS APPROVER-REC.
0074X  01  APPROVER-REC.
0074Y  COPY DPAPPRVR1.
00075      SKIP2
00076  WORKING-STORAGE SECTION.
00077      SKIP1
00080      SKIP1
00081  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00082      88  END-OF-TRANS-FILE                VALUE 'Y'.
0082A  77  APPR-EOF-SW               PIC X      VALUE 'N'.
0082B      88  END-OF-APPROVER-FILE             VALUE 'Y'.
0082C  77  AUTH-SW                   PIC X      VALUE 'N'.
0082D      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00083      SKIP1
00084  77  SA-STATUS                 PIC XX     VALUE '00'.
0084A  77  PC-STATUS                 PIC XX     VALUE '00'.
00085      SKIP1
00086  77  TRANS-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00087  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00088  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00089  77  DELETED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00090  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
0090A  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0090B  77  HELD-CNT          COMP-3  PIC S9(7)  VALUE +0.
0090C  77  APPROVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00091      SKIP1
00092  77  W-REASON                  PIC X(34)  VALUE SPACES.
0092A  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
0092AA 77  W-BEFORE                  PIC X(60)  VALUE SPACES.
0092AB 77  W-AFTER                   PIC X(60)  VALUE SPACES.
0092AC 77  W-APPR-OPER               PIC X(8)   VALUE SPACES.
0092AD 77  W-APPR-TERM               PIC X(4)   VALUE SPACES.
0092AE 77  AV-CNT            COMP-3  PIC S9(4)  VALUE +0.
0092AF 77  AV-SUB            COMP-3  PIC S9(4)  VALUE +0.
0092B  01  W-STAMP.
0092C      05  FILLER          PIC X(5)   VALUE 'OPER '.
0092D      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
0092E      05  FILLER          PIC X(6)   VALUE ' TERM '.
0092F      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
0092G  01  W-PEND-KEY.
0092H      05  W-PEND-MASTER   PIC X(8)   VALUE SPACES.
0092I      05  W-PEND-REC-KEY  PIC X(24)  VALUE SPACES.
0092J  01  APPROVER-TABLE.
0092K      05  AV-TBL-OPER     PIC X(8)   OCCURS 50 TIMES.
00093      SKIP1
00094  01  ACPT-DATE                  PIC 9(6).
00095  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00138      SKIP1
00139  A010-HOUSEKEEPING.
00140      OPEN INPUT TRANS-FILE
00141           I-O   STATAMT-FILE PENDCHG-FILE
00142           OUTPUT PRINT-FILE
0142A           EXTEND CHGLOG-FILE.
00143      IF SA-STATUS NOT EQUAL '00'
00144          DISPLAY 'ASREA961 -- STATUTORY AMOUNTS MASTER OPEN '
00145              'FAILED, STATUS ' SA-STATUS
00146          MOVE 16 TO RETURN-CODE
00147          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00148          STOP RUN.
0148A      IF PC-STATUS NOT EQUAL '00'
0148B          DISPLAY 'ASREA961 -- PENDING CHANGE FILE OPEN FAILED, '
0148C              'STATUS ' PC-STATUS
0148D          MOVE 16 TO RETURN-CODE
0148E          CLOSE TRANS-FILE STATAMT-FILE PRINT-FILE CHGLOG-FILE
0148F          STOP RUN.
00149      ACCEPT ACPT-DATE FROM DATE.
00150      MOVE ACPT-MO TO DSP-MO.
00151      MOVE ACPT-DA TO DSP-DA.
00152      MOVE ACPT-YR TO DSP-YR.
00153      MOVE DSP-DATE TO HD-DATE.
0153A      OPEN INPUT APPROVER-FILE.
0153B      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
0153C          UNTIL END-OF-APPROVER-FILE.
0153D      CLOSE APPROVER-FILE.
00154      PERFORM B100-HEADING THRU B100-EXIT.
00155      PERFORM A030-READ-TRANS THRU A030-EXIT.
00156      PERFORM A020-MAINLINE THRU A020-EXIT
00160      DISPLAY 'TOTAL AMOUNTS CHANGED........: ' CHANGED-CNT.
00161      DISPLAY 'TOTAL AMOUNTS DELETED........: ' DELETED-CNT.
00162      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
0162A      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
0162B      DISPLAY 'TOTAL CHANGES HELD PENDING...: ' HELD-CNT.
0162C      DISPLAY 'TOTAL CHANGES APPROVED.......: ' APPROVED-CNT.
00163      IF REJECTED-CNT GREATER THAN +0
00164          MOVE 8 TO RETURN-CODE.
00165      CLOSE TRANS-FILE, STATAMT-FILE, PRINT-FILE,
0165A            CHGLOG-FILE, PENDCHG-FILE.
00166      STOP RUN.
00167      SKIP1
0167A  A015-LOAD-APPROVER.
0167B      READ APPROVER-FILE AT END
0167C          MOVE 'Y' TO APPR-EOF-SW
0167D          GO TO A015-EXIT.
0167E      IF AV-OPERATOR EQUAL SPACES
0167F          GO TO A015-EXIT.
0167G      IF AV-MASTER EQUAL 'STATAMT' OR AV-ALL-MASTERS
0167H          IF AV-CNT LESS THAN +50
0167I              ADD +1 TO AV-CNT
0167J              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
0167K  A015-EXIT. EXIT.
0167L      SKIP1
00168  A020-MAINLINE.
00169      PERFORM A040-EDIT-TRANS THRU A040-EXIT.
00170      IF W-REASON EQUAL SPACES
0170A          IF ST-APPROVE
0170B              PERFORM A100-APPROVE-CHANGE THRU A100-EXIT
0170C          ELSE
0170D              PERFORM A110-HOLD-CHANGE THRU A110-EXIT
00179      ELSE
00180          PERFORM A080-REJECT THRU A080-EXIT.
00181      PERFORM A030-READ-TRANS THRU A030-EXIT.
00191  A040-EDIT-TRANS.
00192      MOVE SPACES TO W-REASON.
00193      IF NOT ST-VALID-ACTION
00194          MOVE 'ACTION CODE NOT A, C, D OR V' TO W-REASON
00195          GO TO A040-EXIT.
0195A      IF ST-OPERATOR EQUAL SPACES
0195B          OR ST-TERMINAL EQUAL SPACES
0195C          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
0195D          GO TO A040-EXIT.
00196      IF ST-TAX-YEAR NOT NUMERIC
00197          OR ST-TAX-YEAR-N EQUAL ZERO
00198          MOVE 'TAX YEAR MISSING OR INVALID' TO W-REASON
00200      IF NOT ST-VALID-TYPE
00201          MOVE 'EXEMPTION TYPE INVALID' TO W-REASON
00202          GO TO A040-EXIT.
00203      IF ST-DELETE OR ST-APPROVE
00204          GO TO A040-EXIT.
00205      IF ST-AMOUNT NOT NUMERIC
00206          MOVE 'AMOUNT NOT NUMERIC' TO W-REASON
00221      MOVE ST-TYPE       TO SA-TYPE.
00222      MOVE ST-AMOUNT-N   TO SA-AMOUNT.
00223      MOVE ST-DESC       TO SA-DESC.
0223A      MOVE ST-OPERATOR   TO SA-OPERATOR.
0223B      MOVE ST-TERMINAL   TO SA-TERMINAL.
0223C      MOVE ST-DESC       TO W-CHG-DESC.
00224      WRITE STATAMT-REC.
00225      IF SA-STATUS EQUAL '00'
00226          ADD +1 TO ADDED-CNT
00227          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0227A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00228      ELSE
00229          MOVE 'WRITE FAILED' TO W-REASON
00230          PERFORM A080-REJECT THRU A080-EXIT.
00241      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
00242      MOVE ST-AMOUNT-N TO SA-AMOUNT.
00243      MOVE ST-DESC     TO SA-DESC.
0243A      MOVE ST-OPERATOR TO SA-OPERATOR.
0243B      MOVE ST-TERMINAL TO SA-TERMINAL.
0243C      MOVE ST-DESC     TO W-CHG-DESC.
00244      REWRITE STATAMT-REC.
00245      IF SA-STATUS EQUAL '00'
00246          ADD +1 TO CHANGED-CNT
00247          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0247A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00248      ELSE
00249          MOVE 'REWRITE FAILED' TO W-REASON
00250          PERFORM A080-REJECT THRU A080-EXIT.
00259          PERFORM A080-REJECT THRU A080-EXIT
00260          GO TO A060-EXIT.
00261      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
0261A      MOVE SA-DESC       TO W-CHG-DESC.
00262      DELETE STATAMT-FILE RECORD.
00263      IF SA-STATUS EQUAL '00'
00264          ADD +1 TO DELETED-CNT
00267          MOVE ST-ACTION   TO AL-ACTION
00268          MOVE ST-TAX-YEAR TO AL-TAX-YEAR
00269          MOVE ST-TYPE     TO AL-TYPE
0269A          PERFORM A085-STAMP-LINE THRU A085-EXIT
00270          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
0270A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00271      ELSE
00272          MOVE 'DELETE FAILED' TO W-REASON
00273          PERFORM A080-REJECT THRU A080-EXIT.
00281      MOVE SA-TYPE     TO AL-TYPE.
00282      MOVE SA-AMOUNT   TO AL-AMOUNT.
00283      MOVE SA-DESC     TO AL-DESC.
0283A      IF SA-OPERATOR NOT EQUAL SPACES
0283B          MOVE SA-OPERATOR TO W-STAMP-OPER
0283C          MOVE SA-TERMINAL TO W-STAMP-TERM
0283D          MOVE W-STAMP      TO AL-REASON.
00284      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00285  A070-EXIT. EXIT.
00286      SKIP1
00292      MOVE SA-TYPE     TO AL-TYPE.
00293      MOVE SA-AMOUNT   TO AL-AMOUNT.
00294      MOVE SA-DESC     TO AL-DESC.
0294A      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00295      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00296  A075-EXIT. EXIT.
00297      SKIP1
00307      MOVE W-REASON    TO AL-REASON.
00308      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00309  A080-EXIT. EXIT.
0309A      SKIP1
0309B  A085-STAMP-LINE.
0309C      MOVE ST-OPERATOR TO W-STAMP-OPER.
0309D      MOVE ST-TERMINAL TO W-STAMP-TERM.
0309E      MOVE W-STAMP     TO AL-REASON.
0309F  A085-EXIT. EXIT.
00310      SKIP1
00311  A090-WRITE-AUDIT.
00312      IF LINE-CNT GREATER THAN +57
00314      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00315      ADD +1 TO LINE-CNT.
00316  A090-EXIT. EXIT.
0316A      SKIP1
0316B  A095-LOG-CHANGE.
0316C      MOVE SPACES      TO CHGLOG-REC.
0316D      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0316E      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0316F      MOVE ST-OPERATOR TO CG-OPERATOR.
0316G      MOVE ST-TERMINAL TO CG-TERMINAL.
0316H      MOVE 'ASREA961'  TO CG-PROGRAM-ID.
0316I      MOVE 'STATAMT'   TO CG-MASTER.
0316J      MOVE ST-ACTION   TO CG-ACTION.
0316K      STRING ST-TAX-YEAR ' ' ST-TYPE
0316L          DELIMITED BY SIZE INTO CG-KEY.
0316M      MOVE W-CHG-DESC  TO CG-DESC.
0316N      WRITE CHGLOG-REC.
0316O      ADD +1 TO CHGLOG-OUT-CNT.
0316P  A095-EXIT. EXIT.
00317      SKIP1
0317AA A100-APPROVE-CHANGE.
0317AB     PERFORM A102-CHECK-APPROVER THRU A102-EXIT.
0317AC     IF NOT APPROVER-AUTHORIZED
0317AD         MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE' TO W-REASON
0317AE         PERFORM A080-REJECT THRU A080-EXIT
0317AF         GO TO A100-EXIT.
0317AG     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0317AH     MOVE W-PEND-KEY TO PC-KEY.
0317AI     READ PENDCHG-FILE.
0317AJ     IF PC-STATUS NOT EQUAL '00'
0317AK         MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
0317AL         PERFORM A080-REJECT THRU A080-EXIT
0317AM         GO TO A100-EXIT.
0317AN     IF PC-OPERATOR EQUAL ST-OPERATOR
0317AO         MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
0317AP         PERFORM A080-REJECT THRU A080-EXIT
0317AQ         GO TO A100-EXIT.
0317AR     MOVE ST-OPERATOR TO W-APPR-OPER.
0317AS     MOVE ST-TERMINAL TO W-APPR-TERM.
0317AT     MOVE PC-TRANS    TO TRANS-REC.
0317AU     EVALUATE TRUE
0317AV         WHEN ST-ADD
0317AW             PERFORM A050-ADD-AMOUNT THRU A050-EXIT
0317AX         WHEN ST-CHANGE
0317AY             PERFORM A055-CHANGE-AMOUNT THRU A055-EXIT
0317AZ         WHEN ST-DELETE
0317BA             PERFORM A060-DELETE-AMOUNT THRU A060-EXIT
0317BB     END-EVALUATE.
0317BC     IF W-REASON EQUAL SPACES
0317BD         ADD +1 TO APPROVED-CNT
0317BE         PERFORM A125-PRINT-APPROVAL THRU A125-EXIT
0317BF         PERFORM A130-LOG-APPROVAL THRU A130-EXIT.
0317BG     MOVE W-PEND-KEY TO PC-KEY.
0317BH     DELETE PENDCHG-FILE RECORD.
0317BI     IF PC-STATUS NOT EQUAL '00'
0317BJ         DISPLAY 'ASREA961 -- PENDING CHANGE DELETE FAILED, '
0317BK             'STATUS ' PC-STATUS.
0317BL A100-EXIT. EXIT.
0317BM     SKIP1
0317BN A102-CHECK-APPROVER.
0317BO     MOVE 'N' TO AUTH-SW.
0317BP     PERFORM A104-SCAN-APPROVER THRU A104-EXIT
0317BQ         VARYING AV-SUB FROM +1 BY +1
0317BR         UNTIL AV-SUB GREATER THAN AV-CNT
0317BS            OR APPROVER-AUTHORIZED.
0317BT A102-EXIT. EXIT.
0317BU     SKIP1
0317BV A104-SCAN-APPROVER.
0317BW     IF AV-TBL-OPER (AV-SUB) EQUAL ST-OPERATOR
0317BX         MOVE 'Y' TO AUTH-SW.
0317BY A104-EXIT. EXIT.
0317BZ     SKIP1
0317CA A110-HOLD-CHANGE.
0317CB     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0317CC     MOVE W-PEND-KEY TO PC-KEY.
0317CD     READ PENDCHG-FILE.
0317CE     IF PC-STATUS EQUAL '00'
0317CF         MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
0317CG         PERFORM A080-REJECT THRU A080-EXIT
0317CH         GO TO A110-EXIT.
0317CI     MOVE ST-TAX-YEAR-N TO SA-TAX-YEAR.
0317CJ     MOVE ST-TYPE       TO SA-TYPE.
0317CK     READ STATAMT-FILE.
0317CL     IF ST-ADD AND SA-STATUS EQUAL '00'
0317CM         MOVE 'AMOUNT ALREADY ON MASTER' TO W-REASON
0317CN         PERFORM A080-REJECT THRU A080-EXIT
0317CO         GO TO A110-EXIT.
0317CP     IF NOT ST-ADD AND SA-STATUS NOT EQUAL '00'
0317CQ         MOVE 'AMOUNT NOT ON MASTER' TO W-REASON
0317CR         PERFORM A080-REJECT THRU A080-EXIT
0317CS         GO TO A110-EXIT.
0317CT     MOVE SPACES TO W-BEFORE, W-AFTER.
0317CU     IF ST-ADD
0317CV         MOVE 'NOT ON MASTER' TO W-BEFORE
0317CW     ELSE
0317CX         STRING 'AMOUNT ' SA-AMOUNT ' ' SA-DESC
0317CY             DELIMITED BY SIZE INTO W-BEFORE.
0317CZ     IF ST-DELETE
0317DA         MOVE 'TO BE DELETED' TO W-AFTER
0317DB     ELSE
0317DC         STRING 'AMOUNT ' ST-AMOUNT ' ' ST-DESC
0317DD             DELIMITED BY SIZE INTO W-AFTER.
0317DE     MOVE SPACES      TO PENDCHG-REC.
0317DF     MOVE W-PEND-KEY  TO PC-KEY.
0317DG     MOVE ST-ACTION   TO PC-ACTION.
0317DH     MOVE FUNCTION CURRENT-DATE (1:8) TO PC-SUBMIT-DATE.
0317DI     MOVE FUNCTION CURRENT-DATE (9:6) TO PC-SUBMIT-TIME.
0317DJ     MOVE ST-OPERATOR TO PC-OPERATOR.
0317DK     MOVE ST-TERMINAL TO PC-TERMINAL.
0317DL     MOVE 'ASREA961'  TO PC-PROGRAM-ID.
0317DM     MOVE W-BEFORE    TO PC-BEFORE.
0317DN     MOVE W-AFTER     TO PC-AFTER.
0317DO     MOVE TRANS-REC   TO PC-TRANS.
0317DP     WRITE PENDCHG-REC.
0317DQ     IF PC-STATUS NOT EQUAL '00'
0317DR         MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
0317DS         PERFORM A080-REJECT THRU A080-EXIT
0317DT         GO TO A110-EXIT.
0317DU     ADD +1 TO HELD-CNT.
0317DV     PERFORM A115-PRINT-HELD THRU A115-EXIT.
0317DW A110-EXIT. EXIT.
0317DX     SKIP1
0317DY A115-PRINT-HELD.
0317DZ     MOVE SPACES      TO AUDIT-LINE.
0317EA     MOVE 'HELD    '  TO AL-TAG.
0317EB     MOVE ST-ACTION   TO AL-ACTION.
0317EC     MOVE ST-TAX-YEAR TO AL-TAX-YEAR.
0317ED     MOVE ST-TYPE     TO AL-TYPE.
0317EE     MOVE ST-AMOUNT   TO AL-AMOUNT.
0317EF     MOVE ST-DESC     TO AL-DESC.
0317EG     PERFORM A085-STAMP-LINE THRU A085-EXIT.
0317EH     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0317EI A115-EXIT. EXIT.
0317EJ     SKIP1
0317EK A120-SET-PEND-KEY.
0317EL     MOVE SPACES      TO W-PEND-KEY.
0317EM     MOVE 'STATAMT' TO W-PEND-MASTER.
0317EN     STRING ST-TAX-YEAR ' ' ST-TYPE
0317EO         DELIMITED BY SIZE INTO W-PEND-REC-KEY.
0317EP A120-EXIT. EXIT.
0317EQ     SKIP1
0317ER A125-PRINT-APPROVAL.
0317ES     MOVE SPACES      TO AUDIT-LINE.
0317ET     MOVE 'APPROVED'  TO AL-TAG.
0317EU     MOVE ST-ACTION   TO AL-ACTION.
0317EV     MOVE ST-TAX-YEAR TO AL-TAX-YEAR.
0317EW     MOVE ST-TYPE     TO AL-TYPE.
0317EX     MOVE ST-AMOUNT   TO AL-AMOUNT.
0317EY     MOVE ST-DESC     TO AL-DESC.
0317EZ     MOVE W-APPR-OPER TO W-STAMP-OPER.
0317FA     MOVE W-APPR-TERM TO W-STAMP-TERM.
0317FB     MOVE W-STAMP     TO AL-REASON.
0317FC     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0317FD A125-EXIT. EXIT.
0317FE     SKIP1
0317FF A130-LOG-APPROVAL.
0317FG     MOVE SPACES      TO CHGLOG-REC.
0317FH     MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0317FI     MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0317FJ     MOVE W-APPR-OPER TO CG-OPERATOR.
0317FK     MOVE W-APPR-TERM TO CG-TERMINAL.
0317FL     MOVE 'ASREA961'  TO CG-PROGRAM-ID.
0317FM     MOVE W-PEND-MASTER  TO CG-MASTER.
0317FN     MOVE 'V'         TO CG-ACTION.
0317FO     MOVE W-PEND-REC-KEY TO CG-KEY.
0317FP     MOVE W-CHG-DESC  TO CG-DESC.
0317FQ     WRITE CHGLOG-REC.
0317FR     ADD +1 TO CHGLOG-OUT-CNT.
0317FS A130-EXIT. EXIT.
0317FT     SKIP1
00318  B100-HEADING.
00319      ADD +1 TO PAGE-CNT.
00320      MOVE PAGE-CNT TO HD-PAGE.
