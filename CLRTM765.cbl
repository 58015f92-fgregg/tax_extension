00017 *         AND EVERY REJECTED TRANSACTION IS LISTED WITH ITS
00018 *         REASON, SO A NEW TAXING DISTRICT IS ADDED ONCE, IN ONE
00019 *         AUDITED PLACE.
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
0019S *         THE MASTER RECORD AND THE TRANSACTION ARE NOW 100 BYTES.
0019T *         ADDS AND CHANGES CARRY THE COUNTY GIS DISTRICT ID OF THE
0019U *         AGENCY'S POLYGON (BLANK WHEN THE GIS OFFICE HAS NONE),
0019V *         WHICH CLRTM786 USES TO TRANSLATE THE GIS PARCEL OVERLAY
0019W *         TO AGENCY NUMBERS.  A NON-BLANK ID IS PRINTED UNDER
0019X *         THE AUDIT LINE, AND AN ADD OR CHANGE THAT SETS OR MOVES
0019Y *         THE ID SHOWS IT IN THE BEFORE AND AFTER VALUES HELD FOR
0019Z *         THE PENDING CHANGE LISTING.
00020      SKIP2
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00032        RECORD KEY IS AR-AGENCY
00033        FILE STATUS IS REF-STATUS.
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
00038      SKIP1
00039  FD  TRANS-FILE
00040      BLOCK  CONTAINS 0 RECORDS
00041      RECORD CONTAINS 100 CHARACTERS
00042      RECORDING MODE IS F
00043      LABEL  RECORDS ARE STANDARD
00044      DATA RECORD IS TRANS-REC.
00047          88  AT-ADD                 VALUE 'A'.
00048          88  AT-CHANGE              VALUE 'C'.
00049          88  AT-DELETE              VALUE 'D'.
0049A          88  AT-APPROVE             VALUE 'V'.
00050          88  AT-VALID-ACTION        VALUE 'A' 'C' 'D' 'V'.
00051      05  AT-AGENCY       PIC X(9).
00052      05  AT-AGENCY-N REDEFINES AT-AGENCY
00053                          PIC 9(9).
00060      05  AT-END-DATE     PIC X(8).
00061      05  AT-END-DATE-N REDEFINES AT-END-DATE
00062                          PIC 9(8).
00063      05  AT-OPERATOR     PIC X(8).
0063A      05  AT-TERMINAL     PIC X(4).
0063B      05  FILLER          PIC X.
0063C      05  AT-GIS-DIST-ID  PIC X(10).
0063D      05  FILLER          PIC X(10).
00064      SKIP2
00065  FD  AGYREF-FILE
00066      RECORD CONTAINS 100 CHARACTERS
00067      LABEL RECORDS ARE STANDARD.
00068      SKIP1
00069  01  AGYREF-REC.
00076      LABEL  RECORDS ARE STANDARD.
00077      SKIP1
00078  01  PRINT-REC               PIC X(133).
0078A      SKIP2
0078B  FD  CHGLOG-FILE
0078C      BLOCK  CONTAINS 0 RECORDS
0078D      RECORD CONTAINS 100 CHARACTERS
0078E      RECORDING MODE IS F
0078F      LABEL  RECORDS ARE STANDARD
0078G      DATA RECORD IS CHGLOG-REC.
0078H  01  CHGLOG-REC.
0078I  COPY DPCHGLGR1.
0078J      SKIP2
0078K  FD  PENDCHG-FILE
0078L      RECORD CONTAINS 300 CHARACTERS
0078M      LABEL RECORDS ARE STANDARD.
0078N      SKIP1
0078O  01  PENDCHG-REC.
0078P  COPY DPPNDCHR1.
0078Q      SKIP2
0078R  FD  APPROVER-FILE
0078S      BLOCK  CONTAINS 0 RECORDS
0078T      RECORD CONTAINS 80 CHARACTERS
0078U      RECORDING MODE IS F
0078V      LABEL  RECORDS ARE STANDARD
0078W      DATA RECORD IS APPROVER-REC.
0078X  01  APPROVER-REC.
0078Y  COPY DPAPPRVR1.
00079      SKIP2
00080  WORKING-STORAGE SECTION.
00081      SKIP1
00084      SKIP1
00085  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00086      88  END-OF-TRANS-FILE                VALUE 'Y'.
0086A  77  APPR-EOF-SW               PIC X      VALUE 'N'.
0086B      88  END-OF-APPROVER-FILE             VALUE 'Y'.
0086C  77  AUTH-SW                   PIC X      VALUE 'N'.
0086D      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00087      SKIP1
00088  77  REF-STATUS                PIC XX     VALUE '00'.
0088A  77  PC-STATUS                 PIC XX     VALUE '00'.
00089      SKIP1
00090  77  TRANS-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00091  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00092  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00093  77  DELETED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00094  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
0094A  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0094B  77  HELD-CNT          COMP-3  PIC S9(7)  VALUE +0.
0094C  77  APPROVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00095      SKIP1
00096  77  W-REASON                  PIC X(34)  VALUE SPACES.
0096A  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
0096AA 77  W-BEFORE                  PIC X(60)  VALUE SPACES.
0096AB 77  W-AFTER                   PIC X(60)  VALUE SPACES.
0096AC 77  W-APPR-OPER               PIC X(8)   VALUE SPACES.
0096AD 77  W-APPR-TERM               PIC X(4)   VALUE SPACES.
0096AE 77  AV-CNT                    PIC S9(4)  VALUE +0     BINARY.
0096AF 77  AV-SUB                    PIC S9(4)  VALUE +0     BINARY.
0096AG 77  W-GIS-PRINT               PIC X(10)  VALUE SPACES.
0096B  01  W-STAMP.
0096C      05  FILLER          PIC X(5)   VALUE 'OPER '.
0096D      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
0096E      05  FILLER          PIC X(6)   VALUE ' TERM '.
0096F      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
0096G  01  W-PEND-KEY.
0096H      05  W-PEND-MASTER   PIC X(8)   VALUE SPACES.
0096I      05  W-PEND-REC-KEY  PIC X(24)  VALUE SPACES.
0096J  01  APPROVER-TABLE.
0096K      05  AV-TBL-OPER     PIC X(8)   OCCURS 50 TIMES.
00097      SKIP1
00098  01  ACPT-DATE                  PIC 9(6).
00099  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00145      SKIP1
00146  A010-HOUSEKEEPING.
00147      OPEN INPUT TRANS-FILE
00148           I-O   AGYREF-FILE PENDCHG-FILE
00149           OUTPUT PRINT-FILE
0149A           EXTEND CHGLOG-FILE.
00150      IF REF-STATUS NOT EQUAL '00'
00151          DISPLAY 'CLRTM765 -- AGENCY REFERENCE MASTER OPEN '
00152              'FAILED, STATUS ' REF-STATUS
00153          MOVE 16 TO RETURN-CODE
00154          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00155          STOP RUN.
0155A      IF PC-STATUS NOT EQUAL '00'
0155B          DISPLAY 'CLRTM765 -- PENDING CHANGE FILE OPEN FAILED, '
0155C              'STATUS ' PC-STATUS
0155D          MOVE 16 TO RETURN-CODE
0155E          CLOSE TRANS-FILE AGYREF-FILE PRINT-FILE CHGLOG-FILE
0155F          STOP RUN.
00156      ACCEPT ACPT-DATE FROM DATE.
00157      MOVE ACPT-MO TO DSP-MO.
00158      MOVE ACPT-DA TO DSP-DA.
00159      MOVE ACPT-YR TO DSP-YR.
00160      MOVE DSP-DATE TO HD-DATE.
0160A      OPEN INPUT APPROVER-FILE.
0160B      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
0160C          UNTIL END-OF-APPROVER-FILE.
0160D      CLOSE APPROVER-FILE.
00161      PERFORM B100-HEADING THRU B100-EXIT.
00162      PERFORM A030-READ-TRANS THRU A030-EXIT.
00163      PERFORM A020-MAINLINE THRU A020-EXIT
00167      DISPLAY 'TOTAL AGENCIES CHANGED.......: ' CHANGED-CNT.
00168      DISPLAY 'TOTAL AGENCIES DELETED.......: ' DELETED-CNT.
00169      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
0169A      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
0169B      DISPLAY 'TOTAL CHANGES HELD PENDING...: ' HELD-CNT.
0169C      DISPLAY 'TOTAL CHANGES APPROVED.......: ' APPROVED-CNT.
00170      IF REJECTED-CNT GREATER THAN +0
00171          MOVE 8 TO RETURN-CODE.
00172      CLOSE TRANS-FILE, AGYREF-FILE, PRINT-FILE,
0172A            CHGLOG-FILE, PENDCHG-FILE.
00173      STOP RUN.
00174      SKIP1
0174A  A015-LOAD-APPROVER.
0174B      READ APPROVER-FILE AT END
0174C          MOVE 'Y' TO APPR-EOF-SW
0174D          GO TO A015-EXIT.
0174E      IF AV-OPERATOR EQUAL SPACES
0174F          GO TO A015-EXIT.
0174G      IF AV-MASTER EQUAL 'AGYREF' OR AV-ALL-MASTERS
0174H          IF AV-CNT LESS THAN +50
0174I              ADD +1 TO AV-CNT
0174J              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
0174K  A015-EXIT. EXIT.
0174L      SKIP1
00175  A020-MAINLINE.
00176      PERFORM A040-EDIT-TRANS THRU A040-EXIT.
00177      IF W-REASON EQUAL SPACES
0177A          IF AT-APPROVE
0177B              PERFORM A100-APPROVE-CHANGE THRU A100-EXIT
0177C          ELSE
0177D              PERFORM A110-HOLD-CHANGE THRU A110-EXIT
00186      ELSE
00187          PERFORM A080-REJECT THRU A080-EXIT.
00188      PERFORM A030-READ-TRANS THRU A030-EXIT.
00197  A040-EDIT-TRANS.
00198      MOVE SPACES TO W-REASON.
00199      IF NOT AT-VALID-ACTION
00200          MOVE 'ACTION CODE NOT A, C, D OR V' TO W-REASON
00201          GO TO A040-EXIT.
0201A      IF AT-OPERATOR EQUAL SPACES
0201B          OR AT-TERMINAL EQUAL SPACES
0201C          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
0201D          GO TO A040-EXIT.
00202      IF AT-AGENCY NOT NUMERIC
00203          MOVE 'AGENCY NUMBER NOT NUMERIC' TO W-REASON
00204          GO TO A040-EXIT.
00205      IF AT-AGENCY-N EQUAL ZERO
00206          MOVE 'AGENCY NUMBER MISSING' TO W-REASON
00207          GO TO A040-EXIT.
00208      IF AT-DELETE OR AT-APPROVE
00209          GO TO A040-EXIT.
00210      IF AT-NAME EQUAL SPACES
00211          MOVE 'AGENCY NAME MISSING' TO W-REASON
00222      IF AT-END-DATE NOT NUMERIC
00223          MOVE 'END DATE NOT NUMERIC' TO W-REASON
00224          GO TO A040-EXIT.
0224A      IF AT-GIS-DIST-ID NOT EQUAL SPACES
0224B          AND AT-GIS-DIST-ID (1:1) EQUAL SPACE
0224C          MOVE 'GIS DISTRICT ID NOT LEFT-JUSTIFIED' TO W-REASON
0224D          GO TO A040-EXIT.
00225      IF AT-END-DATE-N GREATER THAN ZERO
00226          IF AT-END-DATE-N LESS THAN AT-EFF-DATE-N
00227              MOVE 'END DATE BEFORE EFFECTIVE DATE' TO W-REASON.
00234          MOVE 'AGENCY ALREADY ON MASTER' TO W-REASON
00235          PERFORM A080-REJECT THRU A080-EXIT
00236          GO TO A050-EXIT.
0236A      MOVE SPACES        TO AGYREF-REC.
00237      MOVE AT-AGENCY-N   TO AR-AGENCY.
00238      MOVE AT-NAME       TO AR-NAME.
00239      MOVE AT-TYPE       TO AR-TYPE.
00240      MOVE AT-EFF-DATE-N TO AR-EFF-DATE.
00241      MOVE AT-END-DATE-N TO AR-END-DATE.
0241A      MOVE AT-OPERATOR   TO AR-OPERATOR.
0241B      MOVE AT-TERMINAL   TO AR-TERMINAL.
0241BA     MOVE AT-GIS-DIST-ID TO AR-GIS-DIST-ID.
0241C      MOVE AT-NAME       TO W-CHG-DESC.
00242      WRITE AGYREF-REC.
00243      IF REF-STATUS EQUAL '00'
00244          ADD +1 TO ADDED-CNT
00245          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0245A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00246      ELSE
00247          MOVE 'WRITE FAILED' TO W-REASON
00248          PERFORM A080-REJECT THRU A080-EXIT.
00260      MOVE AT-TYPE       TO AR-TYPE.
00261      MOVE AT-EFF-DATE-N TO AR-EFF-DATE.
00262      MOVE AT-END-DATE-N TO AR-END-DATE.
0262A      MOVE AT-OPERATOR   TO AR-OPERATOR.
0262B      MOVE AT-TERMINAL   TO AR-TERMINAL.
0262BA     MOVE AT-GIS-DIST-ID TO AR-GIS-DIST-ID.
0262C      MOVE AT-NAME       TO W-CHG-DESC.
00263      REWRITE AGYREF-REC.
00264      IF REF-STATUS EQUAL '00'
00265          ADD +1 TO CHANGED-CNT
00266          PERFORM A075-PRINT-AFTER THRU A075-EXIT
0266A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00267      ELSE
00268          MOVE 'REWRITE FAILED' TO W-REASON
00269          PERFORM A080-REJECT THRU A080-EXIT.
00277          PERFORM A080-REJECT THRU A080-EXIT
00278          GO TO A060-EXIT.
00279      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
0279A      MOVE AR-NAME     TO W-CHG-DESC.
00280      DELETE AGYREF-FILE RECORD.
00281      IF REF-STATUS EQUAL '00'
00282          ADD +1 TO DELETED-CNT
00284          MOVE 'DELETED ' TO AL-TAG
00285          MOVE AT-ACTION  TO AL-ACTION
00286          MOVE AT-AGENCY  TO AL-AGENCY
0286A          PERFORM A085-STAMP-LINE THRU A085-EXIT
00287          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
0287A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00288      ELSE
00289          MOVE 'DELETE FAILED' TO W-REASON
00290          PERFORM A080-REJECT THRU A080-EXIT.
00299      MOVE AR-TYPE     TO AL-TYPE.
00300      MOVE AR-EFF-DATE TO AL-EFF-DATE.
00301      MOVE AR-END-DATE TO AL-END-DATE.
0301A      IF AR-OPERATOR NOT EQUAL SPACES
0301B          MOVE AR-OPERATOR TO W-STAMP-OPER
0301C          MOVE AR-TERMINAL TO W-STAMP-TERM
0301D          MOVE W-STAMP      TO AL-REASON.
0301E      MOVE AR-GIS-DIST-ID TO W-GIS-PRINT.
00302      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00303  A070-EXIT. EXIT.
00304      SKIP1
00311      MOVE AR-TYPE     TO AL-TYPE.
00312      MOVE AR-EFF-DATE TO AL-EFF-DATE.
00313      MOVE AR-END-DATE TO AL-END-DATE.
0313A      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00314      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00315  A075-EXIT. EXIT.
00316      SKIP1
00327      MOVE W-REASON    TO AL-REASON.
00328      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00329  A080-EXIT. EXIT.
0329A      SKIP1
0329B  A085-STAMP-LINE.
0329C      MOVE AT-OPERATOR TO W-STAMP-OPER.
0329D      MOVE AT-TERMINAL TO W-STAMP-TERM.
0329E      MOVE W-STAMP     TO AL-REASON.
0329F  A085-EXIT. EXIT.
00330      SKIP1
00331  A090-WRITE-AUDIT.
00332      IF LINE-CNT GREATER THAN +57
00333          PERFORM B100-HEADING THRU B100-EXIT.
00334      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00335      ADD +1 TO LINE-CNT.
0335A      IF W-GIS-PRINT NOT EQUAL SPACES
0335B          MOVE SPACES TO AUDIT-LINE
0335C          STRING 'GIS DISTRICT ' W-GIS-PRINT
0335D              DELIMITED BY SIZE INTO AL-NAME
0335E          MOVE SPACES TO W-GIS-PRINT
0335F          WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1
0335G          ADD +1 TO LINE-CNT.
00336  A090-EXIT. EXIT.
0336A      SKIP1
0336B  A095-LOG-CHANGE.
0336C      MOVE SPACES      TO CHGLOG-REC.
0336D      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0336E      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0336F      MOVE AT-OPERATOR TO CG-OPERATOR.
0336G      MOVE AT-TERMINAL TO CG-TERMINAL.
0336H      MOVE 'CLRTM765'  TO CG-PROGRAM-ID.
0336I      MOVE 'AGYREF'    TO CG-MASTER.
0336J      MOVE AT-ACTION   TO CG-ACTION.
0336K      MOVE AT-AGENCY   TO CG-KEY.
0336L      MOVE W-CHG-DESC  TO CG-DESC.
0336M      WRITE CHGLOG-REC.
0336N      ADD +1 TO CHGLOG-OUT-CNT.
0336O  A095-EXIT. EXIT.
00337      SKIP1
0337AA A100-APPROVE-CHANGE.
0337AB     PERFORM A102-CHECK-APPROVER THRU A102-EXIT.
0337AC     IF NOT APPROVER-AUTHORIZED
0337AD         MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE' TO W-REASON
0337AE         PERFORM A080-REJECT THRU A080-EXIT
0337AF         GO TO A100-EXIT.
0337AG     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0337AH     MOVE W-PEND-KEY TO PC-KEY.
0337AI     READ PENDCHG-FILE.
0337AJ     IF PC-STATUS NOT EQUAL '00'
0337AK         MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
0337AL         PERFORM A080-REJECT THRU A080-EXIT
0337AM         GO TO A100-EXIT.
0337AN     IF PC-OPERATOR EQUAL AT-OPERATOR
0337AO         MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
0337AP         PERFORM A080-REJECT THRU A080-EXIT
0337AQ         GO TO A100-EXIT.
0337AR     MOVE AT-OPERATOR TO W-APPR-OPER.
0337AS     MOVE AT-TERMINAL TO W-APPR-TERM.
0337AT     MOVE PC-TRANS    TO TRANS-REC.
0337AU     EVALUATE TRUE
0337AV         WHEN AT-ADD
0337AW             PERFORM A050-ADD-AGENCY THRU A050-EXIT
0337AX         WHEN AT-CHANGE
0337AY             PERFORM A055-CHANGE-AGENCY THRU A055-EXIT
0337AZ         WHEN AT-DELETE
0337BA             PERFORM A060-DELETE-AGENCY THRU A060-EXIT
0337BB     END-EVALUATE.
0337BC     IF W-REASON EQUAL SPACES
0337BD         ADD +1 TO APPROVED-CNT
0337BE         PERFORM A125-PRINT-APPROVAL THRU A125-EXIT
0337BF         PERFORM A130-LOG-APPROVAL THRU A130-EXIT.
0337BG     MOVE W-PEND-KEY TO PC-KEY.
0337BH     DELETE PENDCHG-FILE RECORD.
0337BI     IF PC-STATUS NOT EQUAL '00'
0337BJ         DISPLAY 'CLRTM765 -- PENDING CHANGE DELETE FAILED, '
0337BK             'STATUS ' PC-STATUS.
0337BL A100-EXIT. EXIT.
0337BM     SKIP1
0337BN A102-CHECK-APPROVER.
0337BO     MOVE 'N' TO AUTH-SW.
0337BP     PERFORM A104-SCAN-APPROVER THRU A104-EXIT
0337BQ         VARYING AV-SUB FROM +1 BY +1
0337BR         UNTIL AV-SUB GREATER THAN AV-CNT
0337BS            OR APPROVER-AUTHORIZED.
0337BT A102-EXIT. EXIT.
0337BU     SKIP1
0337BV A104-SCAN-APPROVER.
0337BW     IF AV-TBL-OPER (AV-SUB) EQUAL AT-OPERATOR
0337BX         MOVE 'Y' TO AUTH-SW.
0337BY A104-EXIT. EXIT.
0337BZ     SKIP1
0337CA A110-HOLD-CHANGE.
0337CB     PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
0337CC     MOVE W-PEND-KEY TO PC-KEY.
0337CD     READ PENDCHG-FILE.
0337CE     IF PC-STATUS EQUAL '00'
0337CF         MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
0337CG         PERFORM A080-REJECT THRU A080-EXIT
0337CH         GO TO A110-EXIT.
0337CI     MOVE AT-AGENCY-N TO AR-AGENCY.
0337CJ     READ AGYREF-FILE.
0337CK     IF AT-ADD AND REF-STATUS EQUAL '00'
0337CL         MOVE 'AGENCY ALREADY ON MASTER' TO W-REASON
0337CM         PERFORM A080-REJECT THRU A080-EXIT
0337CN         GO TO A110-EXIT.
0337CO     IF NOT AT-ADD AND REF-STATUS NOT EQUAL '00'
0337CP         MOVE 'AGENCY NOT ON MASTER' TO W-REASON
0337CQ         PERFORM A080-REJECT THRU A080-EXIT
0337CR         GO TO A110-EXIT.
0337CS     MOVE SPACES TO W-BEFORE, W-AFTER.
0337CT     IF AT-ADD
0337CU         MOVE 'NOT ON MASTER' TO W-BEFORE
0337CV     ELSE
0337CW         STRING 'TYPE ' AR-TYPE ' EFF ' AR-EFF-DATE ' END '
0337CX             AR-END-DATE ' ' AR-NAME
0337CY             DELIMITED BY SIZE INTO W-BEFORE.
0337CZ     IF AT-DELETE
0337DA         MOVE 'TO BE DELETED' TO W-AFTER
0337DB     ELSE
0337DC         STRING 'TYPE ' AT-TYPE ' EFF ' AT-EFF-DATE ' END '
0337DD             AT-END-DATE ' ' AT-NAME
0337DE             DELIMITED BY SIZE INTO W-AFTER.
337DEA     IF AT-ADD
337DEB         AND AT-GIS-DIST-ID NOT EQUAL SPACES
337DEC         MOVE SPACES TO W-AFTER
337DED         STRING 'GIS ' AT-GIS-DIST-ID ' TYPE ' AT-TYPE ' EFF '
337DEE             AT-EFF-DATE ' END ' AT-END-DATE ' ' AT-NAME
337DEF             DELIMITED BY SIZE INTO W-AFTER.
337DEG     IF AT-CHANGE
337DEH         AND AT-GIS-DIST-ID NOT EQUAL AR-GIS-DIST-ID
337DEI         MOVE SPACES TO W-BEFORE, W-AFTER
337DEJ         STRING 'GIS ' AR-GIS-DIST-ID ' TYPE ' AR-TYPE ' EFF '
337DEK             AR-EFF-DATE ' END ' AR-END-DATE ' ' AR-NAME
337DEL             DELIMITED BY SIZE INTO W-BEFORE
337DEM         STRING 'GIS ' AT-GIS-DIST-ID ' TYPE ' AT-TYPE ' EFF '
337DEN             AT-EFF-DATE ' END ' AT-END-DATE ' ' AT-NAME
337DEO             DELIMITED BY SIZE INTO W-AFTER.
0337DF     MOVE SPACES      TO PENDCHG-REC.
0337DG     MOVE W-PEND-KEY  TO PC-KEY.
0337DH     MOVE AT-ACTION   TO PC-ACTION.
0337DI     MOVE FUNCTION CURRENT-DATE (1:8) TO PC-SUBMIT-DATE.
0337DJ     MOVE FUNCTION CURRENT-DATE (9:6) TO PC-SUBMIT-TIME.
0337DK     MOVE AT-OPERATOR TO PC-OPERATOR.
0337DL     MOVE AT-TERMINAL TO PC-TERMINAL.
0337DM     MOVE 'CLRTM765'  TO PC-PROGRAM-ID.
0337DN     MOVE W-BEFORE    TO PC-BEFORE.
0337DO     MOVE W-AFTER     TO PC-AFTER.
0337DP     MOVE TRANS-REC   TO PC-TRANS.
0337DQ     WRITE PENDCHG-REC.
0337DR     IF PC-STATUS NOT EQUAL '00'
0337DS         MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
0337DT         PERFORM A080-REJECT THRU A080-EXIT
0337DU         GO TO A110-EXIT.
0337DV     ADD +1 TO HELD-CNT.
0337DW     PERFORM A115-PRINT-HELD THRU A115-EXIT.
0337DX A110-EXIT. EXIT.
0337DY     SKIP1
0337DZ A115-PRINT-HELD.
0337EA     MOVE SPACES      TO AUDIT-LINE.
0337EB     MOVE 'HELD    '  TO AL-TAG.
0337EC     MOVE AT-ACTION   TO AL-ACTION.
0337ED     MOVE AT-AGENCY   TO AL-AGENCY.
0337EE     MOVE AT-NAME     TO AL-NAME.
0337EF     MOVE AT-TYPE     TO AL-TYPE.
0337EG     MOVE AT-EFF-DATE TO AL-EFF-DATE.
0337EH     MOVE AT-END-DATE TO AL-END-DATE.
0337EI     PERFORM A085-STAMP-LINE THRU A085-EXIT.
0337EJ     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0337EK A115-EXIT. EXIT.
0337EL     SKIP1
0337EM A120-SET-PEND-KEY.
0337EN     MOVE SPACES      TO W-PEND-KEY.
0337EO     MOVE 'AGYREF' TO W-PEND-MASTER.
0337EP     MOVE AT-AGENCY    TO W-PEND-REC-KEY.
0337EQ A120-EXIT. EXIT.
0337ER     SKIP1
0337ES A125-PRINT-APPROVAL.
0337ET     MOVE SPACES      TO AUDIT-LINE.
0337EU     MOVE 'APPROVED'  TO AL-TAG.
0337EV     MOVE AT-ACTION   TO AL-ACTION.
0337EW     MOVE AT-AGENCY   TO AL-AGENCY.
0337EX     MOVE AT-NAME     TO AL-NAME.
0337EY     MOVE AT-TYPE     TO AL-TYPE.
0337EZ     MOVE AT-EFF-DATE TO AL-EFF-DATE.
0337FA     MOVE AT-END-DATE TO AL-END-DATE.
0337FB     MOVE W-APPR-OPER TO W-STAMP-OPER.
0337FC     MOVE W-APPR-TERM TO W-STAMP-TERM.
0337FD     MOVE W-STAMP     TO AL-REASON.
0337FE     MOVE AT-GIS-DIST-ID TO W-GIS-PRINT.
0337FF     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0337FG A125-EXIT. EXIT.
0337FH     SKIP1
0337FI A130-LOG-APPROVAL.
0337FJ     MOVE SPACES      TO CHGLOG-REC.
0337FK     MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
0337FL     MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
0337FM     MOVE W-APPR-OPER TO CG-OPERATOR.
0337FN     MOVE W-APPR-TERM TO CG-TERMINAL.
0337FO     MOVE 'CLRTM765'  TO CG-PROGRAM-ID.
0337FP     MOVE W-PEND-MASTER  TO CG-MASTER.
0337FQ     MOVE 'V'         TO CG-ACTION.
0337FR     MOVE W-PEND-REC-KEY TO CG-KEY.
0337FS     MOVE W-CHG-DESC  TO CG-DESC.
0337FT     WRITE CHGLOG-REC.
0337FU     ADD +1 TO CHGLOG-OUT-CNT.
0337FV A130-EXIT. EXIT.
0337FW     SKIP1
00338  B100-HEADING.
00339      ADD +1 TO PAGE-CNT.
00340      MOVE PAGE-CNT TO HD-PAGE.
