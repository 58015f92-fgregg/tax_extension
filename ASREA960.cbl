00014 *         EVERY ENTRY TOUCHED IS PRINTED AS A BEFORE AND AFTER
00015 *         AUDIT LINE AND EVERY REJECTED TRANSACTION IS LISTED
00016 *         WITH ITS REASON.
0016A *         EVERY TRANSACTION MUST NOW CARRY THE OPERATOR ID AND
0016B *         TERMINAL OF THE CLERK WHO KEYED IT OR IT IS REJECTED.
0016C *         THE OPERATOR AND TERMINAL ARE STAMPED ON THE MASTER
0016D *         RECORD AND ON THE AUDIT LISTING, AND EVERY CHANGE
0016E *         APPLIED IS WRITTEN TO THE MASTER CHANGE LOG (DPCHGLGR1)
0016F *         FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT (DPAUD821).
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00029        RECORD KEY IS AY-ATTNY
00030        FILE STATUS IS REF-STATUS.
00031      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
0031A      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
00032      SKIP2
00033  DATA DIVISION.
00034  FILE SECTION.
00052      05  AT-FIRM         PIC X(30).
00053      05  AT-STANDING     PIC X.
00054          88  AT-VALID-STANDING      VALUE 'G' 'S'.
00055      05  AT-OPERATOR     PIC X(8).
0055A      05  AT-TERMINAL     PIC X(4).
0055B      05  FILLER          PIC X.
00056      SKIP2
00057  FD  ATTREF-FILE
00058      RECORD CONTAINS 80 CHARACTERS
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
00071      SKIP2
00072  WORKING-STORAGE SECTION.
00073      SKIP1
00084  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00085  77  DELETED-CNT      COMP-3   PIC S9(7)  VALUE +0.
00086  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
0086A  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00087      SKIP1
00088  77  W-REASON                  PIC X(34)  VALUE SPACES.
0088A  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
0088B  01  W-STAMP.
0088C      05  FILLER          PIC X(5)   VALUE 'OPER '.
0088D      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
0088E      05  FILLER          PIC X(6)   VALUE ' TERM '.
0088F      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
00089      SKIP1
00090  01  ACPT-DATE                  PIC 9(6).
00091  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00135  A010-HOUSEKEEPING.
00136      OPEN INPUT TRANS-FILE
00137           I-O   ATTREF-FILE
00138           OUTPUT PRINT-FILE
0138A           EXTEND CHGLOG-FILE.
00139      IF REF-STATUS NOT EQUAL '00'
00140          DISPLAY 'ASREA960 -- ATTORNEY REFERENCE MASTER OPEN '
00141              'FAILED, STATUS ' REF-STATUS
00142          MOVE 16 TO RETURN-CODE
00143          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE
00144          STOP RUN.
00145      ACCEPT ACPT-DATE FROM DATE.
00146      MOVE ACPT-MO TO DSP-MO.
00156      DISPLAY 'TOTAL ATTORNEYS CHANGED......: ' CHANGED-CNT.
00157      DISPLAY 'TOTAL ATTORNEYS DELETED......: ' DELETED-CNT.
00158      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
0158A      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
00159      IF REJECTED-CNT GREATER THAN +0
00160          MOVE 8 TO RETURN-CODE.
00161      CLOSE TRANS-FILE, ATTREF-FILE, PRINT-FILE,
0161A            CHGLOG-FILE.
00162      STOP RUN.
00163      SKIP1
00164  A020-MAINLINE.
00189      IF NOT AT-VALID-ACTION
00190          MOVE 'ACTION CODE NOT A, C OR D' TO W-REASON
00191          GO TO A040-EXIT.
0191A      IF AT-OPERATOR EQUAL SPACES
0191B          OR AT-TERMINAL EQUAL SPACES
0191C          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
0191D          GO TO A040-EXIT.
00192      IF AT-ATTNY NOT NUMERIC
00193          MOVE 'ATTORNEY CODE NOT NUMERIC' TO W-REASON
00194          GO TO A040-EXIT.
00215      MOVE AT-NAME     TO AY-NAME.
00216      MOVE AT-FIRM     TO AY-FIRM.
00217      MOVE AT-STANDING TO AY-STANDING.
0217A      MOVE AT-OPERATOR TO AY-OPERATOR.
0217B      MOVE AT-TERMINAL TO AY-TERMINAL.
0217C      MOVE AT-NAME     TO W-CHG-DESC.
00218      WRITE ATTREF-REC.
00219      IF REF-STATUS EQUAL '00'
00220          ADD +1 TO ADDED-CNT
00221          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0221A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00222      ELSE
00223          MOVE 'WRITE FAILED' TO W-REASON
00224          PERFORM A080-REJECT THRU A080-EXIT.
00235      MOVE AT-NAME     TO AY-NAME.
00236      MOVE AT-FIRM     TO AY-FIRM.
00237      MOVE AT-STANDING TO AY-STANDING.
0237A      MOVE AT-OPERATOR TO AY-OPERATOR.
0237B      MOVE AT-TERMINAL TO AY-TERMINAL.
0237C      MOVE AT-NAME     TO W-CHG-DESC.
00238      REWRITE ATTREF-REC.
00239      IF REF-STATUS EQUAL '00'
00240          ADD +1 TO CHANGED-CNT
00241          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0241A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00242      ELSE
00243          MOVE 'REWRITE FAILED' TO W-REASON
00244          PERFORM A080-REJECT THRU A080-EXIT.
00252          PERFORM A080-REJECT THRU A080-EXIT
00253          GO TO A060-EXIT.
00254      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
0254A      MOVE AY-NAME    TO W-CHG-DESC.
00255      DELETE ATTREF-FILE RECORD.
00256      IF REF-STATUS EQUAL '00'
00257          ADD +1 TO DELETED-CNT
00259          MOVE 'DELETED ' TO AL-TAG
00260          MOVE AT-ACTION  TO AL-ACTION
00261          MOVE AT-ATTNY   TO AL-ATTNY
0261A          PERFORM A085-STAMP-LINE THRU A085-EXIT
00262          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
0262A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00263      ELSE
00264          MOVE 'DELETE FAILED' TO W-REASON
00265          PERFORM A080-REJECT THRU A080-EXIT.
00273      MOVE AY-NAME     TO AL-NAME.
00274      MOVE AY-FIRM     TO AL-FIRM.
00275      MOVE AY-STANDING TO AL-STANDING.
0275A      IF AY-OPERATOR NOT EQUAL SPACES
0275B          MOVE AY-OPERATOR TO W-STAMP-OPER
0275C          MOVE AY-TERMINAL TO W-STAMP-TERM
0275D          MOVE W-STAMP      TO AL-REASON.
00276      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00277  A070-EXIT. EXIT.
00278      SKIP1
00284      MOVE AY-NAME     TO AL-NAME.
00285      MOVE AY-FIRM     TO AL-FIRM.
00286      MOVE AY-STANDING TO AL-STANDING.
0286A      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00287      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00288  A075-EXIT. EXIT.
00289      SKIP1
00299      MOVE W-REASON    TO AL-REASON.
00300      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00301  A080-EXIT. EXIT.
0301A      SKIP1
0301B  A085-STAMP-LINE.
0301C      MOVE AT-OPERATOR TO W-STAMP-OPER.
0301D      MOVE AT-TERMINAL TO W-STAMP-TERM.
0301E      MOVE W-STAMP     TO AL-REASON.
0301F  A085-EXIT. EXIT.
00302      SKIP1
00303  A090-WRITE-AUDIT.
00304      IF LINE-CNT GREATER THAN +57
00306      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00307      ADD +1 TO LINE-CNT.
00308  A090-EXIT. EXIT.
0308A      SKIP1
0308B  A095-LOG-CHANGE.
0308C      MOVE SPACES      TO CHGLOG-REC.
0308D      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0308E      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0308F      MOVE AT-OPERATOR TO CG-OPERATOR.
0308G      MOVE AT-TERMINAL TO CG-TERMINAL.
0308H      MOVE 'ASREA960'  TO CG-PROGRAM-ID.
0308I      MOVE 'ATTREF'    TO CG-MASTER.
0308J      MOVE AT-ACTION   TO CG-ACTION.
0308K      MOVE AT-ATTNY    TO CG-KEY.
0308L      MOVE W-CHG-DESC  TO CG-DESC.
0308M      WRITE CHGLOG-REC.
0308N      ADD +1 TO CHGLOG-OUT-CNT.
0308O  A095-EXIT. EXIT.
00309      SKIP1
00310  B100-HEADING.
00311      ADD +1 TO PAGE-CNT.
