00017 *         AND EVERY REJECTED TRANSACTION IS LISTED WITH ITS
00018 *         REASON.  CLRTM767 REPORTS DISTRICTS REACHING
00019 *         EXPIRATION FROM THIS MASTER AND FEEDS CLRTM357.
0019A *         EVERY TRANSACTION MUST NOW CARRY THE OPERATOR ID AND
0019B *         TERMINAL OF THE CLERK WHO KEYED IT OR IT IS REJECTED.
0019C *         THE OPERATOR AND TERMINAL ARE STAMPED ON THE MASTER
0019D *         RECORD AND ON THE AUDIT LISTING, AND EVERY CHANGE
0019E *         APPLIED IS WRITTEN TO THE MASTER CHANGE LOG (DPCHGLGR1)
0019F *         FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT (DPAUD821).
0019G *         CHANGES TO THIS MASTER ARE NOW UNDER DUAL CONTROL.  AN
0019H *         ADD, CHANGE OR DELETE THAT PASSES THE EDITS IS NOT
0019I *         APPLIED BUT HELD ON THE PENDING CHANGE FILE
0019J *         (DPPNDCHR1) WITH ITS BEFORE AND AFTER VALUES, ONE
0019K *         PENDING CHANGE PER KEY.  IT IS APPLIED ONLY WHEN AN
0019L *         APPROVAL CARD (ACTION V WITH THE SAME KEY) ARRIVES
0019M *         FROM A DIFFERENT OPERATOR WHO IS ON THE APPROVER LIST
0019N *         (DPAPPRVR1) FOR THIS MASTER; THE APPROVAL IS PRINTED
0019O *         AND LOGGED UNDER THE APPROVER.  A PENDING CHANGE THAT
0019P *         CAN NO LONGER BE APPLIED WHEN APPROVED IS REJECTED AND
0019Q *         DROPPED.  DPPND822 LISTS THE PENDING CHANGES NIGHTLY
0019R *         AND DROPS THOSE NOT APPROVED IN TIME.
00020      SKIP2
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00032        RECORD KEY IS TD-AGCY
00033        FILE STATUS IS DST-STATUS.
00034      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
0034A      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
0034B      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
0034C        ORGANIZATION IS INDEXED
0034D        ACCESS IS RANDOM
0034E        RECORD KEY IS PC-KEY
0034F        FILE STATUS IS PC-STATUS.
0034G      SELECT APPROVER-FILE ASSIGN TO UT-S-APPROVR.
00035      SKIP2
00036  DATA DIVISION.
00037  FILE SECTION.
00047          88  DT-ADD                 VALUE 'A'.
00048          88  DT-CHANGE              VALUE 'C'.
00049          88  DT-DELETE              VALUE 'D'.
0049A          88  DT-APPROVE             VALUE 'V'.
00050          88  DT-VALID-ACTION        VALUE 'A' 'C' 'D' 'V'.
00051      05  DT-AGCY         PIC X(9).
00052      05  DT-AGCY-N REDEFINES DT-AGCY
00053                          PIC 9(9).
00063                          PIC 9(4).
00064      05  DT-STAT         PIC X.
00065          88  DT-VALID-STAT          VALUE 'A' 'E'.
00066      05  DT-OPERATOR     PIC X(8).
0066A      05  DT-TERMINAL     PIC X(4).
0066B      05  FILLER          PIC X.
00067      SKIP2
00068  FD  TIFDST-FILE
00069      RECORD CONTAINS 80 CHARACTERS
00079      LABEL  RECORDS ARE STANDARD.
00080      SKIP1
00081  01  PRINT-REC               PIC X(133).
0081A      SKIP2
0081B  FD  CHGLOG-FILE
0081C      BLOCK  CONTAINS 0 RECORDS
0081D      RECORD CONTAINS 100 CHARACTERS
0081E      RECORDING MODE IS F
0081F      LABEL  RECORDS ARE STANDARD
0081G      DATA RECORD IS CHGLOG-REC.
0081H  01  CHGLOG-REC.
0081I  COPY DPCHGLGR1.
0081J      SKIP2
0081K  FD  PENDCHG-FILE
0081L      RECORD CONTAINS 300 CHARACTERS
0081M      LABEL RECORDS ARE STANDARD.
0081N      SKIP1
0081O  01  PENDCHG-REC.
0081P  COPY DPPNDCHR1.
0081Q      SKIP2
0081R  FD  APPROVER-FILE
0081S      BLOCK  CONTAINS 0 RECORDS
0081T      RECORD CONTAINS 80 CHARACTERS
0081U      RECORDING MODE IS F
0081V      LABEL  RECORDS ARE STANDARD
0081W      DATA RECORD IS APPROVER-REC.
0081X  01  APPROVER-REC.
0081Y  COPY DPAPPRVR1.
00082      SKIP2
00083  WORKING-STORAGE SECTION.
00084      SKIP1
00087      SKIP1
00088  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00089      88  END-OF-TRANS-FILE                VALUE 'Y'.
0089A  77  APPR-EOF-SW               PIC X      VALUE 'N'.
0089B      88  END-OF-APPROVER-FILE             VALUE 'Y'.
0089C  77  AUTH-SW                   PIC X      VALUE 'N'.
0089D      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00090      SKIP1
00091  77  DST-STATUS                PIC XX     VALUE '00'.
0091A  77  PC-STATUS                 PIC XX     VALUE '00'.
00092      SKIP1
00093  77  TRANS-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00094  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00095  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00096  77  DELETED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00097  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
0097A  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0097B  77  HELD-CNT          COMP-3  PIC S9(7)  VALUE +0.
0097C  77  APPROVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00098      SKIP1
00099  77  W-REASON                  PIC X(34)  VALUE SPACES.
0099A  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
0099AA 77  W-BEFORE                  PIC X(60)  VALUE SPACES.
0099AB 77  W-AFTER                   PIC X(60)  VALUE SPACES.
0099AC 77  W-APPR-OPER               PIC X(8)   VALUE SPACES.
0099AD 77  W-APPR-TERM               PIC X(4)   VALUE SPACES.
0099AE 77  AV-CNT            COMP-3  PIC S9(4)  VALUE +0.
0099AF 77  AV-SUB            COMP-3  PIC S9(4)  VALUE +0.
0099B  01  W-STAMP.
0099C      05  FILLER          PIC X(5)   VALUE 'OPER '.
0099D      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
0099E      05  FILLER          PIC X(6)   VALUE ' TERM '.
0099F      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
0099G  01  W-PEND-KEY.
0099H      05  W-PEND-MASTER   PIC X(8)   VALUE SPACES.
0099I      05  W-PEND-REC-KEY  PIC X(24)  VALUE SPACES.
0099J  01  APPROVER-TABLE.
0099K      05  AV-TBL-OPER     PIC X(8)   OCCURS 50 TIMES.
00100      SKIP1
00101  01  ACPT-DATE                  PIC 9(6).
00102  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00150      SKIP1
00151  A010-HOUSEKEEPING.
00152      OPEN INPUT TRANS-FILE
00153           I-O   TIFDST-FILE PENDCHG-FILE
00154           OUTPUT PRINT-FILE
0154A           EXTEND CHGLOG-FILE.
00155      IF DST-STATUS NOT EQUAL '00'
00156          DISPLAY 'CLRTM766 -- TIF DISTRICT MASTER OPEN '
00157              'FAILED, STATUS ' DST-STATUS
00158          MOVE 16 TO RETURN-CODE
00159          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00160          STOP RUN.
0160A      IF PC-STATUS NOT EQUAL '00'
0160B          DISPLAY 'CLRTM766 -- PENDING CHANGE FILE OPEN FAILED, '
0160C              'STATUS ' PC-STATUS
0160D          MOVE 16 TO RETURN-CODE
0160E          CLOSE TRANS-FILE TIFDST-FILE PRINT-FILE CHGLOG-FILE
0160F          STOP RUN.
00161      ACCEPT ACPT-DATE FROM DATE.
00162      MOVE ACPT-MO TO DSP-MO.
00163      MOVE ACPT-DA TO DSP-DA.
00164      MOVE ACPT-YR TO DSP-YR.
00165      MOVE DSP-DATE TO HD-DATE.
0165A      OPEN INPUT APPROVER-FILE.
0165B      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
0165C          UNTIL END-OF-APPROVER-FILE.
0165D      CLOSE APPROVER-FILE.
00166      PERFORM B100-HEADING THRU B100-EXIT.
00167      PERFORM A030-READ-TRANS THRU A030-EXIT.
00168      PERFORM A020-MAINLINE THRU A020-EXIT
00172      DISPLAY 'TOTAL DISTRICTS CHANGED......: ' CHANGED-CNT.
00173      DISPLAY 'TOTAL DISTRICTS DELETED......: ' DELETED-CNT.
00174      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
0174A      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
0174B      DISPLAY 'TOTAL CHANGES HELD PENDING...: ' HELD-CNT.
0174C      DISPLAY 'TOTAL CHANGES APPROVED.......: ' APPROVED-CNT.
00175      IF REJECTED-CNT GREATER THAN +0
00176          MOVE 8 TO RETURN-CODE.
00177      CLOSE TRANS-FILE, TIFDST-FILE, PRINT-FILE,
0177A            CHGLOG-FILE, PENDCHG-FILE.
00178      STOP RUN.
00179      SKIP1
0179A  A015-LOAD-APPROVER.
0179B      READ APPROVER-FILE AT END
0179C          MOVE 'Y' TO APPR-EOF-SW
0179D          GO TO A015-EXIT.
0179E      IF AV-OPERATOR EQUAL SPACES
0179F          GO TO A015-EXIT.
0179G      IF AV-MASTER EQUAL 'TIFDST' OR AV-ALL-MASTERS
0179H          IF AV-CNT LESS THAN +50
0179I              ADD +1 TO AV-CNT
0179J              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
0179K  A015-EXIT. EXIT.
0179L      SKIP1
00180  A020-MAINLINE.
00181      PERFORM A040-EDIT-TRANS THRU A040-EXIT.
00182      IF W-REASON EQUAL SPACES
0182A          IF DT-APPROVE
0182B              PERFORM A100-APPROVE-CHANGE THRU A100-EXIT
0182C          ELSE
0182D              PERFORM A110-HOLD-CHANGE THRU A110-EXIT
00191      ELSE
00192          PERFORM A080-REJECT THRU A080-EXIT.
00193      PERFORM A030-READ-TRANS THRU A030-EXIT.
00203  A040-EDIT-TRANS.
00204      MOVE SPACES TO W-REASON.
00205      IF NOT DT-VALID-ACTION
00206          MOVE 'ACTION CODE NOT A, C, D OR V' TO W-REASON
00207          GO TO A040-EXIT.
0207A      IF DT-OPERATOR EQUAL SPACES
0207B          OR DT-TERMINAL EQUAL SPACES
0207C          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
0207D          GO TO A040-EXIT.
00208      IF DT-AGCY NOT NUMERIC
00209          MOVE 'TIF AGENCY NOT NUMERIC' TO W-REASON
00210          GO TO A040-EXIT.
00211      IF DT-AGCY-N EQUAL ZERO
00212          MOVE 'TIF AGENCY MISSING' TO W-REASON
00213          GO TO A040-EXIT.
00214      IF DT-DELETE OR DT-APPROVE
00215          GO TO A040-EXIT.
00216      IF DT-NAME EQUAL SPACES
00217          MOVE 'DISTRICT NAME MISSING' TO W-REASON
00248      MOVE DT-BASE-YEAR-N TO TD-BASE-YEAR.
00249      MOVE DT-EXP-YEAR-N  TO TD-EXP-YEAR.
00250      MOVE DT-STAT        TO TD-STAT.
0250A      MOVE DT-OPERATOR    TO TD-OPERATOR.
0250B      MOVE DT-TERMINAL    TO TD-TERMINAL.
0250C      MOVE DT-NAME        TO W-CHG-DESC.
00251      WRITE TIFDST-REC.
00252      IF DST-STATUS EQUAL '00'
00253          ADD +1 TO ADDED-CNT
00254          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0254A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00255      ELSE
00256          MOVE 'WRITE FAILED' TO W-REASON
00257          PERFORM A080-REJECT THRU A080-EXIT.
00270      MOVE DT-BASE-YEAR-N TO TD-BASE-YEAR.
00271      MOVE DT-EXP-YEAR-N  TO TD-EXP-YEAR.
00272      MOVE DT-STAT        TO TD-STAT.
0272A      MOVE DT-OPERATOR    TO TD-OPERATOR.
0272B      MOVE DT-TERMINAL    TO TD-TERMINAL.
0272C      MOVE DT-NAME        TO W-CHG-DESC.
00273      REWRITE TIFDST-REC.
00274      IF DST-STATUS EQUAL '00'
00275          ADD +1 TO CHANGED-CNT
00276          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0276A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00277      ELSE
00278          MOVE 'REWRITE FAILED' TO W-REASON
00279          PERFORM A080-REJECT THRU A080-EXIT.
00287          PERFORM A080-REJECT THRU A080-EXIT
00288          GO TO A060-EXIT.
00289      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
0289A      MOVE TD-NAME   TO W-CHG-DESC.
00290      DELETE TIFDST-FILE RECORD.
00291      IF DST-STATUS EQUAL '00'
00292          ADD +1 TO DELETED-CNT
00294          MOVE 'DELETED ' TO AL-TAG
00295          MOVE DT-ACTION  TO AL-ACTION
00296          MOVE DT-AGCY    TO AL-AGCY
0296A          PERFORM A085-STAMP-LINE THRU A085-EXIT
00297          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
0297A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00298      ELSE
00299          MOVE 'DELETE FAILED' TO W-REASON
00300          PERFORM A080-REJECT THRU A080-EXIT.
00310      MOVE TD-BASE-YEAR TO AL-BASE-YEAR.
00311      MOVE TD-EXP-YEAR  TO AL-EXP-YEAR.
00312      MOVE TD-STAT      TO AL-STAT.
0312A      IF TD-OPERATOR NOT EQUAL SPACES
0312B          MOVE TD-OPERATOR TO W-STAMP-OPER
0312C          MOVE TD-TERMINAL TO W-STAMP-TERM
0312D          MOVE W-STAMP      TO AL-REASON.
00313      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00314  A070-EXIT. EXIT.
00315      SKIP1
00323      MOVE TD-BASE-YEAR TO AL-BASE-YEAR.
00324      MOVE TD-EXP-YEAR  TO AL-EXP-YEAR.
00325      MOVE TD-STAT      TO AL-STAT.
0325A      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00326      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00327  A075-EXIT. EXIT.
00328      SKIP1
00340      MOVE W-REASON     TO AL-REASON.
00341      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00342  A080-EXIT. EXIT.
0342A      SKIP1
0342B  A085-STAMP-LINE.
0342C      MOVE DT-OPERATOR TO W-STAMP-OPER.
0342D      MOVE DT-TERMINAL TO W-STAMP-TERM.
0342E      MOVE W-STAMP     TO AL-REASON.
0342F  A085-EXIT. EXIT.
00343      SKIP1
00344  A090-WRITE-AUDIT.
00345      IF LINE-CNT GREATER THAN +57
00347      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00348      ADD +1 TO LINE-CNT.
00349  A090-EXIT. EXIT.
0349A      SKIP1
0349B  A095-LOG-CHANGE.
0349C      MOVE SPACES      TO CHGLOG-REC.
0349D      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0349E      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0349F      MOVE DT-OPERATOR TO CG-OPERATOR.
0349G      MOVE DT-TERMINAL TO CG-TERMINAL.
0349H      MOVE 'CLRTM766'  TO CG-PROGRAM-ID.
0349I      MOVE 'TIFDST'    TO CG-MASTER.
0349J      MOVE DT-ACTION   TO CG-ACTION.
0349K      MOVE DT-AGCY     TO CG-KEY.
0349L      MOVE W-CHG-DESC  TO CG-DESC.
0349M      WRITE CHGLOG-REC.
0349N      ADD +1 TO CHGLOG-OUT-CNT.
0349O  A095-EXIT. EXIT.
00350      SKIP1
0350AA A100-APPROVE-CHANGE.
0350AB     PERFORM A102-CHECK-APPROVER THRU A102-EXIT.
0350AC     IF NOT APPROVER-AUTHORIZED
0350AD         MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE' TO W-REASON
0350AE         PERFORM A080-REJECT THRU A080-EXIT
0350AF         GO TO A100-EXIT.
0350AG     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0350AH     MOVE W-PEND-KEY TO PC-KEY.
0350AI     READ PENDCHG-FILE.
0350AJ     IF PC-STATUS NOT EQUAL '00'
0350AK         MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
0350AL         PERFORM A080-REJECT THRU A080-EXIT
0350AM         GO TO A100-EXIT.
0350AN     IF PC-OPERATOR EQUAL DT-OPERATOR
0350AO         MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
0350AP         PERFORM A080-REJECT THRU A080-EXIT
0350AQ         GO TO A100-EXIT.
0350AR     MOVE DT-OPERATOR TO W-APPR-OPER.
0350AS     MOVE DT-TERMINAL TO W-APPR-TERM.
0350AT     MOVE PC-TRANS    TO TRANS-REC.
0350AU     EVALUATE TRUE
0350AV         WHEN DT-ADD
0350AW             PERFORM A050-ADD-DISTRICT THRU A050-EXIT
0350AX         WHEN DT-CHANGE
0350AY             PERFORM A055-CHANGE-DISTRICT THRU A055-EXIT
0350AZ         WHEN DT-DELETE
0350BA             PERFORM A060-DELETE-DISTRICT THRU A060-EXIT
0350BB     END-EVALUATE.
0350BC     IF W-REASON EQUAL SPACES
0350BD         ADD +1 TO APPROVED-CNT
0350BE         PERFORM A125-PRINT-APPROVAL THRU A125-EXIT
0350BF         PERFORM A130-LOG-APPROVAL THRU A130-EXIT.
0350BG     MOVE W-PEND-KEY TO PC-KEY.
0350BH     DELETE PENDCHG-FILE RECORD.
0350BI     IF PC-STATUS NOT EQUAL '00'
0350BJ         DISPLAY 'CLRTM766 -- PENDING CHANGE DELETE FAILED, '
0350BK             'STATUS ' PC-STATUS.
0350BL A100-EXIT. EXIT.
0350BM     SKIP1
0350BN A102-CHECK-APPROVER.
0350BO     MOVE 'N' TO AUTH-SW.
0350BP     PERFORM A104-SCAN-APPROVER THRU A104-EXIT
0350BQ         VARYING AV-SUB FROM +1 BY +1
0350BR         UNTIL AV-SUB GREATER THAN AV-CNT
0350BS            OR APPROVER-AUTHORIZED.
0350BT A102-EXIT. EXIT.
0350BU     SKIP1
0350BV A104-SCAN-APPROVER.
0350BW     IF AV-TBL-OPER (AV-SUB) EQUAL DT-OPERATOR
0350BX         MOVE 'Y' TO AUTH-SW.
0350BY A104-EXIT. EXIT.
0350BZ     SKIP1
0350CA A110-HOLD-CHANGE.
0350CB     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0350CC     MOVE W-PEND-KEY TO PC-KEY.
0350CD     READ PENDCHG-FILE.
0350CE     IF PC-STATUS EQUAL '00'
0350CF         MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
0350CG         PERFORM A080-REJECT THRU A080-EXIT
0350CH         GO TO A110-EXIT.
0350CI     MOVE DT-AGCY-N TO TD-AGCY.
0350CJ     READ TIFDST-FILE.
0350CK     IF DT-ADD AND DST-STATUS EQUAL '00'
0350CL         MOVE 'DISTRICT ALREADY ON MASTER' TO W-REASON
0350CM         PERFORM A080-REJECT THRU A080-EXIT
0350CN         GO TO A110-EXIT.
0350CO     IF NOT DT-ADD AND DST-STATUS NOT EQUAL '00'
0350CP         MOVE 'DISTRICT NOT ON MASTER' TO W-REASON
0350CQ         PERFORM A080-REJECT THRU A080-EXIT
0350CR         GO TO A110-EXIT.
0350CS     MOVE SPACES TO W-BEFORE, W-AFTER.
0350CT     IF DT-ADD
0350CU         MOVE 'NOT ON MASTER' TO W-BEFORE
0350CV     ELSE
0350CW         STRING 'ORD ' TD-ORD-DATE ' BASE ' TD-BASE-YEAR
0350CX             ' EXP ' TD-EXP-YEAR ' STAT ' TD-STAT ' ' TD-NAME
0350CY             DELIMITED BY SIZE INTO W-BEFORE.
0350CZ     IF DT-DELETE
0350DA         MOVE 'TO BE DELETED' TO W-AFTER
0350DB     ELSE
0350DC         STRING 'ORD ' DT-ORD-DATE ' BASE ' DT-BASE-YEAR
0350DD             ' EXP ' DT-EXP-YEAR ' STAT ' DT-STAT ' ' DT-NAME
0350DE             DELIMITED BY SIZE INTO W-AFTER.
0350DF     MOVE SPACES      TO PENDCHG-REC.
0350DG     MOVE W-PEND-KEY  TO PC-KEY.
0350DH     MOVE DT-ACTION   TO PC-ACTION.
0350DI     MOVE FUNCTION CURRENT-DATE (1:8) TO PC-SUBMIT-DATE.
0350DJ     MOVE FUNCTION CURRENT-DATE (9:6) TO PC-SUBMIT-TIME.
0350DK     MOVE DT-OPERATOR TO PC-OPERATOR.
0350DL     MOVE DT-TERMINAL TO PC-TERMINAL.
0350DM     MOVE 'CLRTM766'  TO PC-PROGRAM-ID.
0350DN     MOVE W-BEFORE    TO PC-BEFORE.
0350DO     MOVE W-AFTER     TO PC-AFTER.
0350DP     MOVE TRANS-REC   TO PC-TRANS.
0350DQ     WRITE PENDCHG-REC.
0350DR     IF PC-STATUS NOT EQUAL '00'
0350DS         MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
0350DT         PERFORM A080-REJECT THRU A080-EXIT
0350DU         GO TO A110-EXIT.
0350DV     ADD +1 TO HELD-CNT.
0350DW     PERFORM A115-PRINT-HELD THRU A115-EXIT.
0350DX A110-EXIT. EXIT.
0350DY     SKIP1
0350DZ A115-PRINT-HELD.
0350EA     MOVE SPACES       TO AUDIT-LINE.
0350EB     MOVE 'HELD    '   TO AL-TAG.
0350EC     MOVE DT-ACTION    TO AL-ACTION.
0350ED     MOVE DT-AGCY      TO AL-AGCY.
0350EE     MOVE DT-NAME      TO AL-NAME.
0350EF     MOVE DT-ORD-DATE  TO AL-ORD-DATE.
0350EG     MOVE DT-BASE-YEAR TO AL-BASE-YEAR.
0350EH     MOVE DT-EXP-YEAR  TO AL-EXP-YEAR.
0350EI     MOVE DT-STAT      TO AL-STAT.
0350EJ     PERFORM A085-STAMP-LINE THRU A085-EXIT.
0350EK     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0350EL A115-EXIT. EXIT.
0350EM     SKIP1
0350EN A120-SET-PEND-KEY.
0350EO     MOVE SPACES      TO W-PEND-KEY.
0350EP     MOVE 'TIFDST' TO W-PEND-MASTER.
0350EQ     MOVE DT-AGCY      TO W-PEND-REC-KEY.
0350ER A120-EXIT. EXIT.
0350ES     SKIP1
0350ET A125-PRINT-APPROVAL.
0350EU     MOVE SPACES       TO AUDIT-LINE.
0350EV     MOVE 'APPROVED'   TO AL-TAG.
0350EW     MOVE DT-ACTION    TO AL-ACTION.
0350EX     MOVE DT-AGCY      TO AL-AGCY.
0350EY     MOVE DT-NAME      TO AL-NAME.
0350EZ     MOVE DT-ORD-DATE  TO AL-ORD-DATE.
0350FA     MOVE DT-BASE-YEAR TO AL-BASE-YEAR.
0350FB     MOVE DT-EXP-YEAR  TO AL-EXP-YEAR.
0350FC     MOVE DT-STAT      TO AL-STAT.
0350FD     MOVE W-APPR-OPER TO W-STAMP-OPER.
0350FE     MOVE W-APPR-TERM TO W-STAMP-TERM.
0350FF     MOVE W-STAMP     TO AL-REASON.
0350FG     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0350FH A125-EXIT. EXIT.
0350FI     SKIP1
0350FJ A130-LOG-APPROVAL.
0350FK     MOVE SPACES      TO CHGLOG-REC.
0350FL     MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0350FM     MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0350FN     MOVE W-APPR-OPER TO CG-OPERATOR.
0350FO     MOVE W-APPR-TERM TO CG-TERMINAL.
0350FP     MOVE 'CLRTM766'  TO CG-PROGRAM-ID.
0350FQ     MOVE W-PEND-MASTER  TO CG-MASTER.
0350FR     MOVE 'V'         TO CG-ACTION.
0350FS     MOVE W-PEND-REC-KEY TO CG-KEY.
0350FT     MOVE W-CHG-DESC  TO CG-DESC.
0350FU     WRITE CHGLOG-REC.
0350FV     ADD +1 TO CHGLOG-OUT-CNT.
0350FW A130-EXIT. EXIT.
0350FX     SKIP1
00351  B100-HEADING.
00352      ADD +1 TO PAGE-CNT.
00353      MOVE PAGE-CNT TO HD-PAGE.
