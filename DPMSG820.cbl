00013 *         EDITED, EVERY ENTRY TOUCHED IS PRINTED AS A BEFORE AND
00014 *         AFTER AUDIT LINE, AND EVERY REJECTED TRANSACTION IS
00015 *         LISTED WITH ITS REASON.
0015A *         EVERY TRANSACTION MUST NOW CARRY THE OPERATOR ID AND
0015B *         TERMINAL OF THE CLERK WHO KEYED IT (COLUMNS 81-92 OF
0015C *         THE NOW 100-BYTE TRANSACTION) OR IT IS REJECTED.  THE
0015D *         TABLE RECORD HAS NO ROOM FOR A STAMP, SO THE OPERATOR
0015E *         AND TERMINAL ARE PRINTED ON THE AUDIT LISTING AND EVERY
0015F *         CHANGE APPLIED IS WRITTEN TO THE MASTER CHANGE LOG
0015G *         (DPCHGLGR1) FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT
0015H *         (DPAUD821).
0015I *         CHANGES TO THIS MASTER ARE NOW UNDER DUAL CONTROL.  AN
0015J *         ADD, CHANGE OR DELETE THAT PASSES THE EDITS IS NOT
0015K *         APPLIED BUT HELD ON THE PENDING CHANGE FILE
0015L *         (DPPNDCHR1) WITH ITS BEFORE AND AFTER VALUES, ONE
0015M *         PENDING CHANGE PER KEY.  IT IS APPLIED ONLY WHEN AN
0015N *         APPROVAL CARD (ACTION V WITH THE SAME KEY) ARRIVES
0015O *         FROM A DIFFERENT OPERATOR WHO IS ON THE APPROVER LIST
0015P *         (DPAPPRVR1) FOR THIS MASTER; THE APPROVAL IS PRINTED
0015Q *         AND LOGGED UNDER THE APPROVER.  A PENDING CHANGE THAT
0015R *         CAN NO LONGER BE APPLIED WHEN APPROVED IS REJECTED AND
0015S *         DROPPED.  DPPND822 LISTS THE PENDING CHANGES NIGHTLY
0015T *         AND DROPS THOSE NOT APPROVED IN TIME.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00028        RECORD KEY IS DT-KEY
00029        FILE STATUS IS TBL-STATUS TBL-STATUS-2.
00030      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
0030A      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
0030B      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
0030C        ORGANIZATION IS INDEXED
0030D        ACCESS IS RANDOM
0030E        RECORD KEY IS PC-KEY
0030F        FILE STATUS IS PC-STATUS.
0030G      SELECT APPROVER-FILE ASSIGN TO UT-S-APPROVR.
00031      SKIP2
00032  DATA DIVISION.
00033  FILE SECTION.
00034      SKIP1
00035  FD  TRANS-FILE
00036      BLOCK  CONTAINS 0 RECORDS
00037      RECORD CONTAINS 100 CHARACTERS
00038      RECORDING MODE IS F
00039      LABEL  RECORDS ARE STANDARD
00040      DATA RECORD IS TRANS-REC.
00043          88  MT-ADD                 VALUE 'A'.
00044          88  MT-CHANGE              VALUE 'C'.
00045          88  MT-DELETE              VALUE 'D'.
0045A          88  MT-APPROVE             VALUE 'V'.
00046          88  MT-VALID-ACTION        VALUE 'A' 'C' 'D' 'V'.
00047      05  MT-KEY.
00048          10  MT-TYPE-CODE    PIC XX.
00049          10  MT-ENTRY-CODE   PIC X(6).
00054      05  MT-SEVERITY     PIC X.
00055          88  MT-VALID-SEVERITY      VALUE '1' '2' '3' '4'.
00056      05  FILLER          PIC X(6).
0056A      05  MT-OPERATOR     PIC X(8).
0056B      05  MT-TERMINAL     PIC X(4).
0056C      05  FILLER          PIC X(8).
00057      SKIP2
00058  FD  MSGTBL-FILE
00059      RECORD CONTAINS 73 CHARACTERS
00068      LABEL  RECORDS ARE STANDARD.
00069      SKIP1
00070  01  PRINT-REC               PIC X(133).
0070A      SKIP2
0070B  FD  CHGLOG-FILE
0070C      BLOCK  CONTAINS 0 RECORDS
0070D      RECORD CONTAINS 100 CHARACTERS
0070E      RECORDING MODE IS F
0070F      LABEL  RECORDS ARE STANDARD
0070G      DATA RECORD IS CHGLOG-REC.
0070H  01  CHGLOG-REC.
0070I  COPY DPCHGLGR1.
0070J      SKIP2
0070K  FD  PENDCHG-FILE
0070L      RECORD CONTAINS 300 CHARACTERS
0070M      LABEL RECORDS ARE STANDARD.
0070N      SKIP1
0070O  01  PENDCHG-REC.
0070P  COPY DPPNDCHR1.
0070Q      SKIP2
0070R  FD  APPROVER-FILE
0070S      BLOCK  CONTAINS 0 RECORDS
0070T      RECORD CONTAINS 80 CHARACTERS
0070U      RECORDING MODE IS F
0070V      LABEL  RECORDS ARE STANDARD
0070W      DATA RECORD IS APPROVER-REC.
0070X  01  APPROVER-REC.
0070Y  COPY DPAPPRVR1.
00071      SKIP2
00072  WORKING-STORAGE SECTION.
00073      SKIP1
00076      SKIP1
00077  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00078      88  END-OF-TRANS-FILE                VALUE 'Y'.
0078A  77  APPR-EOF-SW               PIC X      VALUE 'N'.
0078B      88  END-OF-APPROVER-FILE             VALUE 'Y'.
0078C  77  AUTH-SW                   PIC X      VALUE 'N'.
0078D      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00079      SKIP1
00080  77  TBL-STATUS                PIC XX     VALUE '00'.
0080A  77  PC-STATUS                 PIC XX     VALUE '00'.
00081  01  TBL-STATUS-2 BINARY.
00082      05  TBL-RETURN      PIC 9   VALUE 0.
00083      05  TBL-FUNCTION    PIC 9   VALUE 0.
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
0092AE 77  AV-CNT                    PIC S9(4)  VALUE +0     BINARY.
0092AF 77  AV-SUB                    PIC S9(4)  VALUE +0     BINARY.
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
00139      SKIP1
00140  A010-HOUSEKEEPING.
00141      OPEN INPUT TRANS-FILE
00142           I-O   MSGTBL-FILE PENDCHG-FILE
00143           OUTPUT PRINT-FILE
0143A           EXTEND CHGLOG-FILE.
00144      IF TBL-STATUS NOT EQUAL '00'
00145          DISPLAY 'DPMSG820 -- MESSAGE TABLE OPEN FAILED, '
00146              'STATUS ' TBL-STATUS
00147          MOVE 16 TO RETURN-CODE
00148          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00149          STOP RUN.
0149A      IF PC-STATUS NOT EQUAL '00'
0149B          DISPLAY 'DPMSG820 -- PENDING CHANGE FILE OPEN FAILED, '
0149C              'STATUS ' PC-STATUS
0149D          MOVE 16 TO RETURN-CODE
0149E          CLOSE TRANS-FILE MSGTBL-FILE PRINT-FILE CHGLOG-FILE
0149F          STOP RUN.
00150      ACCEPT ACPT-DATE FROM DATE.
00151      MOVE ACPT-MO TO DSP-MO.
00152      MOVE ACPT-DA TO DSP-DA.
00153      MOVE ACPT-YR TO DSP-YR.
00154      MOVE DSP-DATE TO HD-DATE.
0154A      OPEN INPUT APPROVER-FILE.
0154B      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
0154C          UNTIL END-OF-APPROVER-FILE.
0154D      CLOSE APPROVER-FILE.
00155      PERFORM B100-HEADING THRU B100-EXIT.
00156      PERFORM A030-READ-TRANS THRU A030-EXIT.
00157      PERFORM A020-MAINLINE THRU A020-EXIT
00161      DISPLAY 'TOTAL ENTRIES CHANGED........: ' CHANGED-CNT.
00162      DISPLAY 'TOTAL ENTRIES DELETED........: ' DELETED-CNT.
00163      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
0163A      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
0163B      DISPLAY 'TOTAL CHANGES HELD PENDING...: ' HELD-CNT.
0163C      DISPLAY 'TOTAL CHANGES APPROVED.......: ' APPROVED-CNT.
00164      IF REJECTED-CNT GREATER THAN +0
00165          MOVE 8 TO RETURN-CODE.
00166      CLOSE TRANS-FILE, MSGTBL-FILE, PRINT-FILE,
0166A            CHGLOG-FILE, PENDCHG-FILE.
00167      STOP RUN.
00168      SKIP1
0168A  A015-LOAD-APPROVER.
0168B      READ APPROVER-FILE AT END
0168C          MOVE 'Y' TO APPR-EOF-SW
0168D          GO TO A015-EXIT.
0168E      IF AV-OPERATOR EQUAL SPACES
0168F          GO TO A015-EXIT.
0168G      IF AV-MASTER EQUAL 'MSGTBL' OR AV-ALL-MASTERS
0168H          IF AV-CNT LESS THAN +50
0168I              ADD +1 TO AV-CNT
0168J              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
0168K  A015-EXIT. EXIT.
0168L      SKIP1
00169  A020-MAINLINE.
00170      PERFORM A040-EDIT-TRANS THRU A040-EXIT.
00171      IF W-REASON EQUAL SPACES
0171A          IF MT-APPROVE
0171B              PERFORM A100-APPROVE-CHANGE THRU A100-EXIT
0171C          ELSE
0171D              PERFORM A110-HOLD-CHANGE THRU A110-EXIT
00180      ELSE
00181          PERFORM A080-REJECT THRU A080-EXIT.
00182      PERFORM A030-READ-TRANS THRU A030-EXIT.
00192  A040-EDIT-TRANS.
00193      MOVE SPACES TO W-REASON.
00194      IF NOT MT-VALID-ACTION
00195          MOVE 'ACTION CODE NOT A, C, D OR V' TO W-REASON
00196          GO TO A040-EXIT.
0196A      IF MT-OPERATOR EQUAL SPACES
0196B          OR MT-TERMINAL EQUAL SPACES
0196C          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
0196D          GO TO A040-EXIT.
00197      IF MT-KEY EQUAL SPACES
00198          MOVE 'TABLE KEY MISSING' TO W-REASON
00199          GO TO A040-EXIT.
00200      IF MT-DELETE OR MT-APPROVE
00201          GO TO A040-EXIT.
00202      IF MT-TITLE EQUAL SPACES
00203          MOVE 'MESSAGE TITLE MISSING' TO W-REASON
00220      MOVE MT-TITLE    TO DT-TITLE.
00221      MOVE MT-CATEGORY TO DT-CATEGORY.
00222      MOVE MT-SEVERITY TO DT-SEVERITY.
0222A      MOVE MT-TITLE    TO W-CHG-DESC.
00223      WRITE DP-TABLE-RECORD.
00224      IF TBL-STATUS EQUAL '00'
00225          ADD +1 TO ADDED-CNT
00226          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0226A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00227      ELSE
00228          MOVE 'WRITE FAILED' TO W-REASON
00229          PERFORM A080-REJECT THRU A080-EXIT.
00240      MOVE MT-TITLE    TO DT-TITLE.
00241      MOVE MT-CATEGORY TO DT-CATEGORY.
00242      MOVE MT-SEVERITY TO DT-SEVERITY.
0242A      MOVE MT-TITLE    TO W-CHG-DESC.
00243      REWRITE DP-TABLE-RECORD.
00244      IF TBL-STATUS EQUAL '00'
00245          ADD +1 TO CHANGED-CNT
00246          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0246A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00247      ELSE
00248          MOVE 'REWRITE FAILED' TO W-REASON
00249          PERFORM A080-REJECT THRU A080-EXIT.
00257          PERFORM A080-REJECT THRU A080-EXIT
00258          GO TO A060-EXIT.
00259      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
0259A      MOVE DT-TITLE TO W-CHG-DESC.
00260      DELETE MSGTBL-FILE RECORD.
00261      IF TBL-STATUS EQUAL '00'
00262          ADD +1 TO DELETED-CNT
00264          MOVE 'DELETED ' TO AL-TAG
00265          MOVE MT-ACTION  TO AL-ACTION
00266          MOVE MT-KEY     TO AL-KEY
0266A          PERFORM A085-STAMP-LINE THRU A085-EXIT
00267          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
0267A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00268      ELSE
00269          MOVE 'DELETE FAILED' TO W-REASON
00270          PERFORM A080-REJECT THRU A080-EXIT.
00289      MOVE DT-TITLE    TO AL-TITLE.
00290      MOVE DT-CATEGORY TO AL-CATEGORY.
00291      MOVE DT-SEVERITY TO AL-SEVERITY.
0291A      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00292      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00293  A075-EXIT. EXIT.
00294      SKIP1
00304      MOVE W-REASON   TO AL-REASON.
00305      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00306  A080-EXIT. EXIT.
0306A      SKIP1
0306B  A085-STAMP-LINE.
0306C      MOVE MT-OPERATOR TO W-STAMP-OPER.
0306D      MOVE MT-TERMINAL TO W-STAMP-TERM.
0306E      MOVE W-STAMP     TO AL-REASON.
0306F  A085-EXIT. EXIT.
00307      SKIP1
00308  A090-WRITE-AUDIT.
00309      IF LINE-CNT GREATER THAN +57
00311      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00312      ADD +1 TO LINE-CNT.
00313  A090-EXIT. EXIT.
0313A      SKIP1
0313B  A095-LOG-CHANGE.
0313C      MOVE SPACES      TO CHGLOG-REC.
0313D      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0313E      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0313F      MOVE MT-OPERATOR TO CG-OPERATOR.
0313G      MOVE MT-TERMINAL TO CG-TERMINAL.
0313H      MOVE 'DPMSG820'  TO CG-PROGRAM-ID.
0313I      MOVE 'MSGTBL'    TO CG-MASTER.
0313J      MOVE MT-ACTION   TO CG-ACTION.
0313K      MOVE MT-KEY      TO CG-KEY.
0313L      MOVE W-CHG-DESC  TO CG-DESC.
0313M      WRITE CHGLOG-REC.
0313N      ADD +1 TO CHGLOG-OUT-CNT.
0313O  A095-EXIT. EXIT.
00314      SKIP1
0314AA A100-APPROVE-CHANGE.
0314AB     PERFORM A102-CHECK-APPROVER THRU A102-EXIT.
0314AC     IF NOT APPROVER-AUTHORIZED
0314AD         MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE' TO W-REASON
0314AE         PERFORM A080-REJECT THRU A080-EXIT
0314AF         GO TO A100-EXIT.
0314AG     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0314AH     MOVE W-PEND-KEY TO PC-KEY.
0314AI     READ PENDCHG-FILE.
0314AJ     IF PC-STATUS NOT EQUAL '00'
0314AK         MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
0314AL         PERFORM A080-REJECT THRU A080-EXIT
0314AM         GO TO A100-EXIT.
0314AN     IF PC-OPERATOR EQUAL MT-OPERATOR
0314AO         MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
0314AP         PERFORM A080-REJECT THRU A080-EXIT
0314AQ         GO TO A100-EXIT.
0314AR     MOVE MT-OPERATOR TO W-APPR-OPER.
0314AS     MOVE MT-TERMINAL TO W-APPR-TERM.
0314AT     MOVE PC-TRANS    TO TRANS-REC.
0314AU     EVALUATE TRUE
0314AV         WHEN MT-ADD
0314AW             PERFORM A050-ADD-ENTRY THRU A050-EXIT
0314AX         WHEN MT-CHANGE
0314AY             PERFORM A055-CHANGE-ENTRY THRU A055-EXIT
0314AZ         WHEN MT-DELETE
0314BA             PERFORM A060-DELETE-ENTRY THRU A060-EXIT
0314BB     END-EVALUATE.
0314BC     IF W-REASON EQUAL SPACES
0314BD         ADD +1 TO APPROVED-CNT
0314BE         PERFORM A125-PRINT-APPROVAL THRU A125-EXIT
0314BF         PERFORM A130-LOG-APPROVAL THRU A130-EXIT.
0314BG     MOVE W-PEND-KEY TO PC-KEY.
0314BH     DELETE PENDCHG-FILE RECORD.
0314BI     IF PC-STATUS NOT EQUAL '00'
0314BJ         DISPLAY 'DPMSG820 -- PENDING CHANGE DELETE FAILED, '
0314BK             'STATUS ' PC-STATUS.
0314BL A100-EXIT. EXIT.
0314BM     SKIP1
0314BN A102-CHECK-APPROVER.
0314BO     MOVE 'N' TO AUTH-SW.
0314BP     PERFORM A104-SCAN-APPROVER THRU A104-EXIT
0314BQ         VARYING AV-SUB FROM +1 BY +1
0314BR         UNTIL AV-SUB GREATER THAN AV-CNT
0314BS            OR APPROVER-AUTHORIZED.
0314BT A102-EXIT. EXIT.
0314BU     SKIP1
0314BV A104-SCAN-APPROVER.
0314BW     IF AV-TBL-OPER (AV-SUB) EQUAL MT-OPERATOR
0314BX         MOVE 'Y' TO AUTH-SW.
0314BY A104-EXIT. EXIT.
0314BZ     SKIP1
0314CA A110-HOLD-CHANGE.
0314CB     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0314CC     MOVE W-PEND-KEY TO PC-KEY.
0314CD     READ PENDCHG-FILE.
0314CE     IF PC-STATUS EQUAL '00'
0314CF         MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
0314CG         PERFORM A080-REJECT THRU A080-EXIT
0314CH         GO TO A110-EXIT.
0314CI     MOVE MT-KEY TO DT-KEY.
0314CJ     READ MSGTBL-FILE.
0314CK     IF MT-ADD AND TBL-STATUS EQUAL '00'
0314CL         MOVE 'ENTRY ALREADY ON TABLE' TO W-REASON
0314CM         PERFORM A080-REJECT THRU A080-EXIT
0314CN         GO TO A110-EXIT.
0314CO     IF NOT MT-ADD AND TBL-STATUS NOT EQUAL '00'
0314CP         MOVE 'ENTRY NOT ON TABLE' TO W-REASON
0314CQ         PERFORM A080-REJECT THRU A080-EXIT
0314CR         GO TO A110-EXIT.
0314CS     MOVE SPACES TO W-BEFORE, W-AFTER.
0314CT     IF MT-ADD
0314CU         MOVE 'NOT ON MASTER' TO W-BEFORE
0314CV     ELSE
0314CW         STRING 'CAT ' DT-CATEGORY ' SEV ' DT-SEVERITY ' '
0314CX             DT-TITLE
0314CY             DELIMITED BY SIZE INTO W-BEFORE.
0314CZ     IF MT-DELETE
0314DA         MOVE 'TO BE DELETED' TO W-AFTER
0314DB     ELSE
0314DC         STRING 'CAT ' MT-CATEGORY ' SEV ' MT-SEVERITY ' '
0314DD             MT-TITLE
0314DE             DELIMITED BY SIZE INTO W-AFTER.
0314DF     MOVE SPACES      TO PENDCHG-REC.
0314DG     MOVE W-PEND-KEY  TO PC-KEY.
0314DH     MOVE MT-ACTION   TO PC-ACTION.
0314DI     MOVE FUNCTION CURRENT-DATE (1:8) TO PC-SUBMIT-DATE.
0314DJ     MOVE FUNCTION CURRENT-DATE (9:6) TO PC-SUBMIT-TIME.
0314DK     MOVE MT-OPERATOR TO PC-OPERATOR.
0314DL     MOVE MT-TERMINAL TO PC-TERMINAL.
0314DM     MOVE 'DPMSG820'  TO PC-PROGRAM-ID.
0314DN     MOVE W-BEFORE    TO PC-BEFORE.
0314DO     MOVE W-AFTER     TO PC-AFTER.
0314DP     MOVE TRANS-REC   TO PC-TRANS.
0314DQ     WRITE PENDCHG-REC.
0314DR     IF PC-STATUS NOT EQUAL '00'
0314DS         MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
0314DT         PERFORM A080-REJECT THRU A080-EXIT
0314DU         GO TO A110-EXIT.
0314DV     ADD +1 TO HELD-CNT.
0314DW     PERFORM A115-PRINT-HELD THRU A115-EXIT.
0314DX A110-EXIT. EXIT.
0314DY     SKIP1
0314DZ A115-PRINT-HELD.
0314EA     MOVE SPACES     TO AUDIT-LINE.
0314EB     MOVE 'HELD    ' TO AL-TAG.
0314EC     MOVE MT-ACTION  TO AL-ACTION.
0314ED     MOVE MT-KEY     TO AL-KEY.
0314EE     MOVE MT-TITLE   TO AL-TITLE.
0314EF     MOVE MT-CATEGORY TO AL-CATEGORY.
0314EG     MOVE MT-SEVERITY TO AL-SEVERITY.
0314EH     PERFORM A085-STAMP-LINE THRU A085-EXIT.
0314EI     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0314EJ A115-EXIT. EXIT.
0314EK     SKIP1
0314EL A120-SET-PEND-KEY.
0314EM     MOVE SPACES      TO W-PEND-KEY.
0314EN     MOVE 'MSGTBL' TO W-PEND-MASTER.
0314EO     MOVE MT-KEY       TO W-PEND-REC-KEY.
0314EP A120-EXIT. EXIT.
0314EQ     SKIP1
0314ER A125-PRINT-APPROVAL.
0314ES     MOVE SPACES     TO AUDIT-LINE.
0314ET     MOVE 'APPROVED' TO AL-TAG.
0314EU     MOVE MT-ACTION  TO AL-ACTION.
0314EV     MOVE MT-KEY     TO AL-KEY.
0314EW     MOVE MT-TITLE   TO AL-TITLE.
0314EX     MOVE MT-CATEGORY TO AL-CATEGORY.
0314EY     MOVE MT-SEVERITY TO AL-SEVERITY.
0314EZ     MOVE W-APPR-OPER TO W-STAMP-OPER.
0314FA     MOVE W-APPR-TERM TO W-STAMP-TERM.
0314FB     MOVE W-STAMP     TO AL-REASON.
0314FC     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0314FD A125-EXIT. EXIT.
0314FE     SKIP1
0314FF A130-LOG-APPROVAL.
0314FG     MOVE SPACES      TO CHGLOG-REC.
0314FH     MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0314FI     MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0314FJ     MOVE W-APPR-OPER TO CG-OPERATOR.
0314FK     MOVE W-APPR-TERM TO CG-TERMINAL.
0314FL     MOVE 'DPMSG820'  TO CG-PROGRAM-ID.
0314FM     MOVE W-PEND-MASTER  TO CG-MASTER.
0314FN     MOVE 'V'         TO CG-ACTION.
0314FO     MOVE W-PEND-REC-KEY TO CG-KEY.
0314FP     MOVE W-CHG-DESC  TO CG-DESC.
0314FQ     WRITE CHGLOG-REC.
0314FR     ADD +1 TO CHGLOG-OUT-CNT.
0314FS A130-EXIT. EXIT.
0314FT     SKIP1
00315  B100-HEADING.
00316      ADD +1 TO PAGE-CNT.
00317      MOVE PAGE-CNT TO HD-PAGE.
