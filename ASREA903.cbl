0015A *         ALSO WRITTEN TO A MACHINE JOURNAL (ASRPRJNR01) SO
0015B *         THE PARCEL TOUCH INQUIRY (ASREA963) CAN REPORT
0015C *         REPAIRS ALONGSIDE THE OTHER AUDIT TRAILS.
0015D *         A REPAIR RUN MUST NOW BE RELEASED UNDER AN OPERATOR CARD
0015E *         (OPERATOR ID AND TERMINAL).  WITHOUT ONE EVERY DELTA IS
0015F *         REJECTED AND VSAM IS NOT TOUCHED.  THE OPERATOR AND
0015G *         TERMINAL ARE STAMPED ON THE MACHINE JOURNAL, AND EVERY
0015H *         REPAIR APPLIED IS WRITTEN TO THE MASTER CHANGE LOG
0015I *         (DPCHGLGR1) FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT
0015J *         (DPAUD821).
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00029        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
0029A      SELECT RPRJRN-FILE         ASSIGN TO UT-S-RPRJRNL.
00030      SELECT PRINT-FILE          ASSIGN TO UT-S-PRINT.
0030A      SELECT OPER-CARD           ASSIGN TO UT-S-OPERCARD.
0030B      SELECT CHGLOG-FILE         ASSIGN TO UT-S-CHGLOG.
00031      SKIP2
00032  DATA DIVISION.
00033  FILE SECTION.
00055      LABEL  RECORDS ARE STANDARD.
00056      SKIP1
00057  01  PRINT-REC               PIC X(133).
0057A      SKIP2
0057B  FD  OPER-CARD
0057C      BLOCK  CONTAINS 0 RECORDS
0057D      RECORD CONTAINS 80 CHARACTERS
0057E      RECORDING MODE IS F
0057F      LABEL  RECORDS ARE STANDARD
0057G      DATA RECORD IS OPER-CARD-REC.
0057H  01  OPER-CARD-REC.
0057I      05  OC-OPERATOR     PIC X(8).
0057J      05  OC-TERMINAL     PIC X(4).
0057K      05  FILLER          PIC X(68).
0057L      SKIP2
0057M  FD  CHGLOG-FILE
0057N      BLOCK  CONTAINS 0 RECORDS
0057O      RECORD CONTAINS 100 CHARACTERS
0057P      RECORDING MODE IS F
0057Q      LABEL  RECORDS ARE STANDARD
0057R      DATA RECORD IS CHGLOG-REC.
0057S  01  CHGLOG-REC.
0057T  COPY DPCHGLGR1.
00058      SKIP2
00059  WORKING-STORAGE SECTION.
00060      SKIP1
0067A  77  JRNL-OUT-CNT      COMP-3  PIC S9(7)   VALUE +0.
0067B  77  W-RUN-DATE                PIC 9(8)    VALUE ZEROS.
0067C  77  W-RUN-TIME                PIC 9(6)    VALUE ZEROS.
0067D  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)   VALUE +0.
0067E  77  W-OPERATOR                PIC X(8)    VALUE SPACES.
0067F  77  W-TERMINAL                PIC X(4)    VALUE SPACES.
00068      SKIP1
00069  77  VSAM-STATUS               PIC XX     VALUE '00'.
00070  01  VSAM-STATUS-2 BINARY.
00074      SKIP1
00075  77  DELTA-EOF                 PIC X      VALUE 'N'.
00076      88  END-OF-DELTA-FILE                VALUE 'Y'.
0076A  77  OPER-EOF                  PIC X      VALUE 'N'.
0076B      88  END-OF-OPER-CARD                 VALUE 'Y'.
00077  77  WS-MSG                    PIC X(28)  VALUE SPACES.
00078      SKIP1
00079  01  W-HM-REC.
00080  COPY RDHMSTDMS.
0080A      SKIP1
0080B  01  W-CHG-KEY.
0080C      05  W-CHG-PROP      PIC 9(15).
0080D      05  FILLER          PIC X      VALUE SPACE.
0080E      05  W-CHG-REC-CD    PIC 9.
0080F      05  FILLER          PIC X      VALUE SPACE.
0080G      05  W-CHG-BDATE     PIC 9(6).
00081      SKIP1
00082  01  ACPT-DATE                  PIC 9(6).
00083  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00165  A010-HOUSEKEEPING.
00166      OPEN INPUT DELTA-FILE
00167           I-O   HOMEOWNER-MAST-VSAM
00168           OUTPUT PRINT-FILE, RPRJRN-FILE
0168A           EXTEND CHGLOG-FILE.
0168B      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
0168C      MOVE FUNCTION CURRENT-DATE (9:6) TO W-RUN-TIME.
00169      IF VSAM-STATUS NOT EQUAL '00'
00170          DISPLAY 'ASREA903 -- VSAMHMST OPEN FAILED, STATUS '
00171              VSAM-STATUS
00172          MOVE 16 TO RETURN-CODE
00173          CLOSE DELTA-FILE PRINT-FILE CHGLOG-FILE
00174          STOP RUN.
0174A      OPEN INPUT OPER-CARD.
0174B      READ OPER-CARD AT END
0174C          MOVE 'Y' TO OPER-EOF.
0174D      IF NOT END-OF-OPER-CARD
0174E          MOVE OC-OPERATOR TO W-OPERATOR
0174F          MOVE OC-TERMINAL TO W-TERMINAL.
0174G      CLOSE OPER-CARD.
0174H      IF W-OPERATOR EQUAL SPACES
0174I          OR W-TERMINAL EQUAL SPACES
0174J          DISPLAY 'ASREA903 -- OPERATOR CARD MISSING OR '
0174K              'INCOMPLETE, EVERY DELTA RECORD WILL BE REJECTED'.
00175      ACCEPT ACPT-DATE FROM DATE.
00176      MOVE ACPT-MO TO DSP-MO.
00177      MOVE ACPT-DA TO DSP-DA.
00199      DISPLAY TOTAL-LINE-4.
00200      DISPLAY TOTAL-LINE-5.
0200A      DISPLAY 'TOTAL MACHINE JOURNAL RECORDS: ' JRNL-OUT-CNT.
0200B      DISPLAY 'TOTAL CHANGES LOGGED..........: ' CHGLOG-OUT-CNT.
00201      IF FAILED-CNT GREATER THAN +0
00202          MOVE 8 TO RETURN-CODE.
00203      CLOSE DELTA-FILE HOMEOWNER-MAST-VSAM PRINT-FILE
0203A            RPRJRN-FILE
0203B            CHGLOG-FILE.
00204      STOP RUN.
00205      SKIP1
00206  A020-MAINLINE.
00207      MOVE DL-HM-REC TO W-HM-REC.
0207A      IF W-OPERATOR EQUAL SPACES
0207B          OR W-TERMINAL EQUAL SPACES
0207C          ADD +1 TO FAILED-CNT
0207D          MOVE 'NO OPERATOR ID OR TERMINAL' TO WS-MSG
0207E          MOVE SPACES TO VSAM-STATUS
0207F          PERFORM A070-PRINT THRU A070-EXIT
0207G          PERFORM A030-READ-DELTA-FILE THRU A030-EXIT
0207H          GO TO A020-EXIT.
00208      EVALUATE TRUE
00209          WHEN DL-REWRITE
00210              PERFORM A050-REWRITE THRU A050-EXIT
00234      IF VSAM-STATUS EQUAL '00'
00235          ADD +1 TO REWRITE-CNT
00236          MOVE 'REWRITTEN FROM DMS IMAGE' TO WS-MSG
0236A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00237      ELSE
00238          ADD +1 TO FAILED-CNT
00239          MOVE 'REWRITE FAILED' TO WS-MSG.
00246      IF VSAM-STATUS EQUAL '00'
00247          ADD +1 TO WRITE-CNT
00248          MOVE 'WRITTEN FROM DMS IMAGE' TO WS-MSG
0248A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00249      ELSE
00250          ADD +1 TO FAILED-CNT
00251          MOVE 'WRITE FAILED' TO WS-MSG.
00258      IF VSAM-STATUS EQUAL '00'
00259          ADD +1 TO DELETE-CNT
00260          MOVE 'VSAM ORPHAN DELETED' TO WS-MSG
0260A          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00261      ELSE
00262          ADD +1 TO FAILED-CNT
00263          MOVE 'DELETE FAILED' TO WS-MSG.
0279I      MOVE DL-ACTION    TO RJ-ACTION.
0279J      MOVE VSAM-STATUS  TO RJ-STATUS.
0279K      MOVE WS-MSG       TO RJ-DISPOSITION.
0279L      MOVE W-OPERATOR   TO RJ-OPERATOR.
0279M      MOVE W-TERMINAL   TO RJ-TERMINAL.
0279N      WRITE RPRJRN-REC.
0279O      ADD +1 TO JRNL-OUT-CNT.
0279P  A075-EXIT. EXIT.
00280      SKIP1
0280A  A095-LOG-CHANGE.
0280B      MOVE SPACES       TO CHGLOG-REC.
0280C      MOVE W-RUN-DATE   TO CG-CHANGE-DATE.
0280D      MOVE W-RUN-TIME   TO CG-CHANGE-TIME.
0280E      MOVE W-OPERATOR   TO CG-OPERATOR.
0280F      MOVE W-TERMINAL   TO CG-TERMINAL.
0280G      MOVE 'ASREA903'   TO CG-PROGRAM-ID.
0280H      MOVE 'VSAMHMST'   TO CG-MASTER.
0280I      EVALUATE TRUE
0280J          WHEN DL-REWRITE
0280K              MOVE 'C' TO CG-ACTION
0280L          WHEN DL-WRITE
0280M              MOVE 'A' TO CG-ACTION
0280N          WHEN DL-DELETE
0280O              MOVE 'D' TO CG-ACTION
0280P      END-EVALUATE.
0280Q      MOVE H-PROP       TO W-CHG-PROP.
0280R      MOVE H-REC-CD     TO W-CHG-REC-CD.
0280S      MOVE H-BIRTH-DATE TO W-CHG-BDATE.
0280T      MOVE W-CHG-KEY    TO CG-KEY.
0280U      MOVE H-NAME       TO CG-DESC.
0280V      WRITE CHGLOG-REC.
0280W      ADD +1 TO CHGLOG-OUT-CNT.
0280X  A095-EXIT. EXIT.
0280Y      SKIP1
00281  B100-HEADING.
00282      ADD +1 TO PAGE-CNT.
00283      MOVE PAGE-CNT TO HD-PAGE.
