00014 *         BEFORE AND AFTER AUDIT LINE PER PARCEL.  DECISIONS
00015 *         LEFT UNAPPLIED AND CARDS FAILING THE EDITS ARE LISTED
00016 *         ON THE EXCEPTION REPORT.
0016A *         ONCE THE BOARD OF REVIEW CERTIFIES A TOWNSHIP ITS
0016B *         VALUES ARE FINAL.  BEFORE A DECISION IS POSTED THE
0016C *         PARCEL'S TOWNSHIP (FROM THE TAX CODE) AND THE CYCLE
0016D *         TAX YEAR (DPRUN004) ARE LOOKED UP IN THE CERTIFICATION
0016E *         CONTROL FILE THROUGH ASREA876.  A DECISION FOR A
0016F *         CERTIFIED TOWNSHIP IS POSTED ONLY WHEN ITS CARD CARRIES
0016G *         A CERTIFICATE OF ERROR OR PTAB REFERENCE (DC-OVRD-TYPE/
0016H *         DC-OVRD-REF); OTHERWISE IT IS LISTED AS CERT REJ, LEFT
0016I *         OFF THE MASTER AND WRITTEN TO THE POST-CERTIFICATION
0016J *         REJECT FILE (ASBCREJR1) REPORTED BY ASREA875.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00026      SELECT MASTER-IN       ASSIGN TO UT-S-CURRASS.
00027      SELECT MASTER-OUT      ASSIGN TO UT-S-ASMSTOUT.
00028      SELECT PRINT-FILE      ASSIGN TO UT-S-PRINT.
0028A      SELECT CERTREJ-FILE    ASSIGN TO UT-S-CERTREJ.
00029      SKIP2
00030  DATA DIVISION.
00031  FILE SECTION.
00051      05  DC-TOTLVAL      PIC X(11).
00052      05  DC-TOTLVAL-N REDEFINES DC-TOTLVAL
00053                          PIC 9(11).
00054      05  DC-OVRD-TYPE    PIC X(4).
0054A          88  DC-OVRD-VALID          VALUE 'COE ' 'PTAB'.
0054B      05  DC-OVRD-REF     PIC X(12).
0054C      05  FILLER          PIC X(22).
00055      SKIP2
00056  FD  MASTER-IN
00057      BLOCK CONTAINS 0 CHARACTERS
00078      LABEL  RECORDS ARE STANDARD.
00079      SKIP1
00080  01  PRINT-REC               PIC X(133).
0080A      SKIP2
0080B  FD  CERTREJ-FILE
0080C      BLOCK  CONTAINS 0 RECORDS
0080D      RECORD CONTAINS 100 CHARACTERS
0080E      RECORDING MODE IS F
0080F      LABEL  RECORDS ARE STANDARD
0080G      DATA RECORD IS CERTREJ-REC.
0080H  01  CERTREJ-REC.
0080I  COPY ASBCREJR1.
00081      SKIP2
00082  WORKING-STORAGE SECTION.
00083      SKIP1
00095  77  POSTED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00096  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00097  77  UNAPPLIED-CNT     COMP-3  PIC S9(7)  VALUE +0.
0097A  77  CERT-REJ-CNT      COMP-3  PIC S9(7)  VALUE +0.
0097B  77  CERT-OVRD-CNT     COMP-3  PIC S9(7)  VALUE +0.
0097C      SKIP1
0097D  77  CERT-LOCK-SW              PIC X      VALUE 'N'.
0097E      88  CERT-LOCKED                      VALUE 'Y'.
0097F  77  W-TAX-YEAR                PIC 9(4)   VALUE ZERO.
0097G  77  W-RUN-DATE                PIC 9(8)   VALUE ZERO.
0097H  77  W-CMPLTNO                 PIC 9(7)   VALUE ZERO.
0097I  01  UNPK-TXCD                 PIC 9(5).
0097J  01  FILLER REDEFINES UNPK-TXCD.
0097K      05  W-TOWN                PIC 99.
0097L      05  FILLER                PIC 999.
0097M  01  CYCLK-AREA.
0097N  COPY DPCYCLKR1.
0097O  01  BORCLK-AREA.
0097P  COPY ASBCLKR1.
00098      SKIP1
00099  77  DEC-TBL-CTR       COMP-3  PIC S9(5)  VALUE +0.
00100  77  D-SUB             COMP-3  PIC S9(5)  VALUE +0.
00107          10  DT-LANDVAL      PIC S9(11) COMP-3.
00108          10  DT-IMPRVAL      PIC S9(11) COMP-3.
00109          10  DT-TOTLVAL      PIC S9(11) COMP-3.
0109A          10  DT-OVRD-TYPE    PIC X(4).
0109B          10  DT-OVRD-REF     PIC X(12).
00110          10  DT-APPLIED-SW   PIC X.
00111      SKIP1
00112  01  ACPT-DATE                  PIC 9(6).
00157      SKIP1
00158  A010-HOUSEKEEPING.
00159      OPEN INPUT  DECISION-FILE, MASTER-IN
00160           OUTPUT MASTER-OUT, PRINT-FILE
0160A           EXTEND CERTREJ-FILE.
0160B      MOVE 'ASREA959' TO CK-CALLER.
0160C      MOVE SPACES TO CK-CARD-YEAR.
0160D      CALL 'DPRUN004' USING CYCLK-AREA.
0160E      MOVE CK-TAX-YEAR TO W-TAX-YEAR.
0160F      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00161      ACCEPT ACPT-DATE FROM DATE.
00162      MOVE ACPT-MO TO DSP-MO.
00163      MOVE ACPT-DA TO DSP-DA.
00184          REJECTED-CNT.
00185      DISPLAY 'TOTAL DECISIONS LEFT UNAPPLIED.......: '
00186          UNAPPLIED-CNT.
0186A      DISPLAY 'TOTAL DECISIONS REJECTED CERTIFIED...: '
0186B          CERT-REJ-CNT.
0186C      DISPLAY 'TOTAL CERTIFIED POSTED UNDER COE/PTAB: '
0186D          CERT-OVRD-CNT.
00187      IF REJECTED-CNT GREATER THAN +0
00188          OR UNAPPLIED-CNT GREATER THAN +0
0188A          OR CERT-REJ-CNT GREATER THAN +0
00189          MOVE 8 TO RETURN-CODE.
00190      CLOSE DECISION-FILE, MASTER-IN, MASTER-OUT, PRINT-FILE,
0190A            CERTREJ-FILE.
00191      STOP RUN.
00192      SKIP1
00193  A015-LOAD-DECISIONS.
00201          OR DC-IMPRVAL NOT NUMERIC
00202          OR DC-TOTLVAL NOT NUMERIC
00203          OR DC-BA-REV EQUAL SPACE
0203A          OR (DC-OVRD-TYPE NOT EQUAL SPACES
0203B              AND (NOT DC-OVRD-VALID OR DC-OVRD-REF EQUAL SPACES))
0203C          OR (DC-OVRD-TYPE EQUAL SPACES
0203D              AND DC-OVRD-REF NOT EQUAL SPACES)
00204          ADD +1 TO REJECTED-CNT
00205          MOVE SPACES TO AUDIT-LINE
00206          MOVE 'REJECTED ' TO AL-TAG
00215          MOVE DC-LANDVAL-N TO DT-LANDVAL (DEC-TBL-CTR)
00216          MOVE DC-IMPRVAL-N TO DT-IMPRVAL (DEC-TBL-CTR)
00217          MOVE DC-TOTLVAL-N TO DT-TOTLVAL (DEC-TBL-CTR)
0217A          MOVE DC-OVRD-TYPE TO DT-OVRD-TYPE (DEC-TBL-CTR)
0217B          MOVE DC-OVRD-REF  TO DT-OVRD-REF  (DEC-TBL-CTR)
00218          MOVE 'N'          TO DT-APPLIED-SW (DEC-TBL-CTR)
00219      ELSE
00220          DISPLAY 'ASREA959 -- DECISION TABLE FULL -- '
00243             OR D-FND GREATER THAN ZERO.
00244      IF D-FND EQUAL ZERO
00245          GO TO A050-EXIT.
0245A      PERFORM A060-CHECK-CERT THRU A060-EXIT.
0245B      IF CERT-LOCKED
0245C          GO TO A050-EXIT.
00246      PERFORM A065-AUDIT-MASTER THRU A065-EXIT.
00247      MOVE 'BEFORE   ' TO AL-TAG.
00248      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00264          MOVE D-SUB TO D-FND.
00265  A055-EXIT. EXIT.
00266      SKIP1
0266AA A060-CHECK-CERT.
0266AB     MOVE 'N' TO CERT-LOCK-SW.
0266AC     MOVE M-TXCD     TO UNPK-TXCD.
0266AD     MOVE W-TAX-YEAR TO BCL-TAX-YEAR.
0266AE     MOVE W-TOWN     TO BCL-TOWN.
0266AF     CALL 'ASREA876' USING BORCLK-AREA.
0266AG     IF BCL-NOT-CERTIFIED
0266AH         GO TO A060-EXIT.
0266AI     IF DT-OVRD-TYPE (D-FND) NOT EQUAL SPACES
0266AJ         ADD +1 TO CERT-OVRD-CNT
0266AK         GO TO A060-EXIT.
0266AL     MOVE 'Y' TO CERT-LOCK-SW.
0266AM     MOVE 'R' TO DT-APPLIED-SW (D-FND).
0266AN     ADD +1 TO CERT-REJ-CNT.
0266AO     PERFORM A065-AUDIT-MASTER THRU A065-EXIT.
0266AP     MOVE 'CERT REJ ' TO AL-TAG.
0266AQ     MOVE 'TOWNSHIP CERTIFIED-NO COE/PTAB' TO AL-MESSG.
0266AR     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0266AS     MOVE SPACES        TO CERTREJ-REC.
0266AT     MOVE 'ASREA959'    TO CR-SOURCE.
0266AU     MOVE W-TOWN        TO CR-TOWN.
0266AV     MOVE W-TAX-YEAR    TO CR-TAX-YEAR.
0266AW     MOVE BCL-CERT-DATE TO CR-CERT-DATE.
0266AX     MOVE M-VOL         TO CR-VOL.
0266AY     MOVE M-PROP        TO CR-PROP.
0266AZ     MOVE 'BOR '        TO CR-TRANS-TYPE.
0266BA     MOVE M-CMPLNTNO    TO W-CMPLTNO.
0266BB     MOVE W-CMPLTNO     TO CR-SOURCE-REF.
0266BC     MOVE M-VALUE-1 (6) TO CR-CURR-VALUE.
0266BD     MOVE DT-TOTLVAL (D-FND) TO CR-NEW-VALUE.
0266BE     MOVE W-RUN-DATE    TO CR-RUN-DATE.
0266BF     WRITE CERTREJ-REC.
0266BG A060-EXIT. EXIT.
0266BH     SKIP1
00267  A065-AUDIT-MASTER.
00268      MOVE SPACES        TO AUDIT-LINE.
00269      MOVE M-CMPLNTNO    TO AL-CMPLTNO.
