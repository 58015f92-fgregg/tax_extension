00018 *         ENTRY IS PRINTED WITH THE ORDINANCE NUMBER THAT
00019 *         CAUSED IT, WITH A PER-ORDINANCE CHANGE COUNT AT THE
00020 *         END AS THE ORDINANCE-LEVEL AUDIT TRAIL.
0020A *         WHEN THE ORDINANCES LEAVE A PARCEL WITH AN AGENCY
0020B *         COMBINATION ITS TAX CODE DOES NOT CARRY, THE PARCEL IS
0020C *         MOVED TO THE TAX CODE IN ITS TOWNSHIP (THE FIRST TWO
0020D *         DIGITS) THAT CARRIES EXACTLY THOSE AGENCIES ON THE TAX
0020E *         CODE MASTER.  WHEN NONE DOES, A NEW TAX CODE IS NUMBERED
0020F *         FROM THE CONTROL RANGE OF LAST THREE DIGITS (CONTROL
0020G *         CARD COLUMNS 1-3 AND 4-6, 900 THRU 999 WHEN NOT GIVEN)
0020H *         AND ITS TAXCODERD2 AND CLRRTXCD RECORDS ARE BUILT WITH
0020I *         THE FULL AGENCY LIST AND A ZERO RATE, FOR CLRTM769 TO
0020J *         EXTEND.  AM-TXCD IS MOVED ON THE NEW AGENCY MASTER AND A
0020K *         REASSIGNMENT RECORD (CLTXRASR1) IS WRITTEN FOR CLRTM785
0020L *         TO MOVE PM-TXCD, EQ-TXCD AND HO-TXCD IN THE NEXT CYCLE.
0020M *         THE NEW CODES AND THEIR AGENCIES ARE LISTED AT THE END
0020N *         FOR THE TAX MAP OFFICE.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00029      SELECT ORDINANCE-FILE ASSIGN TO UT-S-ORDFILE.
00030      SELECT AGYMAST-IN     ASSIGN TO UT-S-AGYMSTIN.
00031      SELECT AGYMAST-OUT    ASSIGN TO UT-S-AGYMSTOT.
0031A      SELECT TAXCODE-MAST   ASSIGN TO DA-TAXCODE
0031B        ORGANIZATION IS INDEXED
0031C        ACCESS IS SEQUENTIAL
0031D        RECORD KEY IS TR-TAX-CODE
0031E        FILE STATUS IS TC-STATUS TC-STATUS-2.
0031F      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
0031G      SELECT NEWTXCD-OUT    ASSIGN TO UT-S-NEWTXCD.
0031H      SELECT NEWCLKTX-OUT   ASSIGN TO UT-S-NEWCLKTX.
0031I      SELECT REASSIGN-OUT   ASSIGN TO UT-S-TXREASGN.
00032      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
00080      LABEL  RECORDS ARE STANDARD
00081      DATA RECORD IS AGYMAST-OUT-REC.
00082  01  AGYMAST-OUT-REC         PIC X(275).
0082AA     SKIP2
0082AB FD  TAXCODE-MAST
0082AC     RECORD CONTAINS 207 CHARACTERS
0082AD     LABEL RECORDS ARE STANDARD.
0082AE     SKIP1
0082AF 01  TAXCODE-MAST-REC.
0082AG COPY TAXCODERD2.
0082AH     SKIP2
0082AI FD  CONTROL-FILE
0082AJ     BLOCK  CONTAINS 0 RECORDS
0082AK     RECORD CONTAINS 80 CHARACTERS
0082AL     RECORDING MODE IS F
0082AM     LABEL  RECORDS ARE STANDARD
0082AN     DATA RECORD IS CONTROL-REC.
0082AO 01  CONTROL-REC.
0082AP     05  CC-RANGE-LOW    PIC X(3).
0082AQ     05  CC-RANGE-LOW-N REDEFINES CC-RANGE-LOW
0082AR                         PIC 9(3).
0082AS     05  CC-RANGE-HIGH   PIC X(3).
0082AT     05  CC-RANGE-HIGH-N REDEFINES CC-RANGE-HIGH
0082AU                         PIC 9(3).
0082AV     05  FILLER          PIC X(74).
0082AW     SKIP2
0082AX FD  NEWTXCD-OUT
0082AY     BLOCK  CONTAINS 0 RECORDS
0082AZ     RECORD CONTAINS 207 CHARACTERS
0082BA     RECORDING MODE IS F
0082BB     LABEL  RECORDS ARE STANDARD
0082BC     DATA RECORD IS NEWTXCD-REC.
0082BD 01  NEWTXCD-REC.
0082BE COPY TAXCODERD2 REPLACING LEADING ==TR-== BY ==NT-==.
0082BF     SKIP2
0082BG FD  NEWCLKTX-OUT
0082BH     BLOCK  CONTAINS 0 RECORDS
0082BI     RECORD CONTAINS 207 CHARACTERS
0082BJ     RECORDING MODE IS F
0082BK     LABEL  RECORDS ARE STANDARD
0082BL     DATA RECORD IS NEWCLKTX-REC.
0082BM 01  NEWCLKTX-REC.
0082BN COPY CLRRTXCD.
0082BO     SKIP2
0082BP FD  REASSIGN-OUT
0082BQ     BLOCK  CONTAINS 0 RECORDS
0082BR     RECORD CONTAINS 80 CHARACTERS
0082BS     RECORDING MODE IS F
0082BT     LABEL  RECORDS ARE STANDARD
0082BU     DATA RECORD IS REASSIGN-REC.
0082BV 01  REASSIGN-REC.
0082BW COPY CLTXRASR1.
00083      SKIP2
00084  FD  PRINT-FILE
00085      BLOCK  CONTAINS 0 RECORDS
00098      88  END-OF-ORD-FILE                  VALUE 'Y'.
00099  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00100      88  END-OF-MAST-FILE                 VALUE 'Y'.
0100A  77  TC-EOF-SW                 PIC X      VALUE 'N'.
0100B      88  END-OF-TC-FILE                   VALUE 'Y'.
0100C  77  TC-STATUS                 PIC XX     VALUE '00'.
0100D  01  TC-STATUS-2 BINARY.
0100E      05  TC-RETURN       PIC 9   VALUE 0.
0100F      05  TC-FUNCTION     PIC 9   VALUE 0.
0100G      05  TC-FEEDBACK     PIC 999 VALUE 0.
00101      SKIP1
00102  77  ORD-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00103  77  ORD-REJ-CNT       COMP-3  PIC S9(5)  VALUE +0.
00106  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00107  77  ALREADY-CNT       COMP-3  PIC S9(7)  VALUE +0.
00108  77  LIST-FULL-CNT     COMP-3  PIC S9(7)  VALUE +0.
0108A  77  TC-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
0108B  77  REASSIGN-CNT      COMP-3  PIC S9(7)  VALUE +0.
0108C  77  NEW-CODE-CNT      COMP-3  PIC S9(5)  VALUE +0.
0108D  77  NO-CODE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00109      SKIP1
00110  77  OT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00111  77  OT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00113  77  W-SLOT            COMP-3  PIC S9(3)  VALUE +0.
00114  77  W-FOUND-SLOT      COMP-3  PIC S9(3)  VALUE +0.
00115  77  W-REC-CHANGED-SW          PIC X      VALUE 'N'.
0115AA 77  W-LAST-ORD-SUB    COMP-3  PIC S9(3)  VALUE +0.
0115AB 77  W-MATCH-SW                PIC X      VALUE 'N'.
0115AC 77  W-ONE-FOUND-SW            PIC X      VALUE 'N'.
0115AD 77  SUB-AGY2          COMP-3  PIC S9(3)  VALUE +0.
0115AE 77  W-AGY-IX          COMP-3  PIC S9(3)  VALUE +0.
0115AF 77  W-AGY-CNT         COMP-3  PIC S9(3)  VALUE +0.
0115AG 77  W-AGY-SUM         COMP-3  PIC S9(11) VALUE +0.
0115AH 77  W-RANGE-LOW               PIC 9(3)   VALUE 900.
0115AI 77  W-RANGE-HIGH              PIC 9(3)   VALUE 999.
0115AJ 77  W-OLD-TXCD                PIC 9(5)   VALUE ZEROS.
0115AK 77  W-NEW-TXCD                PIC 9(5)   VALUE ZEROS.
0115AL 77  W-TOWN                    PIC 99     VALUE ZEROS.
0115AM 77  W-CODE-NO                 PIC 9(3)   VALUE ZEROS.
0115AN     SKIP1
0115AO*    EVERY TAX CODE ON THE TAX CODE MASTER, WITH THE COUNT AND SUM
0115AP*    OF ITS AGENCIES TO NARROW THE COMBINATION SEARCH; NEW CODES
0115AQ*    ARE ADDED AT THE END AS THEY ARE CREATED.
0115AR 77  TX-CTR            COMP-3  PIC S9(5)  VALUE +0.
0115AS 77  TX-SUB            COMP-3  PIC S9(5)  VALUE +0.
0115AT 77  TX-FND            COMP-3  PIC S9(5)  VALUE +0.
0115AU 77  TX-CUR            COMP-3  PIC S9(5)  VALUE +0.
0115AV 01  TAXCODE-TABLE.
0115AW     05  TX-ENTRY OCCURS 5000 TIMES.
0115AX         10  TX-CODE         PIC 9(5)   COMP-3.
0115AY         10  TX-TOWN         PIC 99.
0115AZ         10  TX-RATE         PIC 9(7)   COMP-3.
0115BA         10  TX-NEW-SW       PIC X.
0115BB         10  TX-PARCELS      PIC S9(7)  COMP-3.
0115BC         10  TX-AGY-CNT      PIC S9(3)  COMP-3.
0115BD         10  TX-AGY-SUM      PIC S9(11) COMP-3.
0115BE         10  TX-AGENCY OCCURS 40 TIMES
0115BF                             PIC 9(9)   COMP-3.
0115BG*    NEXT UNUSED NUMBER IN THE CONTROL RANGE, BY TOWNSHIP.
0115BH 01  NEXT-NUMBER-TABLE.
0115BI     05  NX-NEXT OCCURS 99 TIMES
0115BJ                             PIC 9(4)   COMP-3.
00116      SKIP1
00117  01  ORDINANCE-TABLE.
00118      05  OT-ENTRY OCCURS 500 TIMES.
00122          10  OT-TXCD         PIC 9(5).
00123          10  OT-VOL          PIC 9(3).
00124          10  OT-PROP         PIC 9(15).
0124A          10  OT-EFF-DATE     PIC 9(8).
00125          10  OT-CHANGED      PIC S9(7)  COMP-3.
00126      SKIP1
00127  01  ACPT-DATE                  PIC 9(6).
00180      05  OS-CHANGED      PIC ZZZ,ZZ9.
00181      05  FILLER          PIC X(2)   VALUE SPACES.
00182      05  FILLER          PIC X(16)  VALUE 'ENTRIES CHANGED'.
0182AA     SKIP1
0182AB 01  REASSIGN-LINE.
0182AC     05  FILLER          PIC X(3)   VALUE SPACES.
0182AD     05  RL-ORD-NO       PIC X(10).
0182AE     05  FILLER          PIC X(5)   VALUE SPACES.
0182AF     05  RL-VOL          PIC 9(3).
0182AG     05  FILLER          PIC X(2)   VALUE SPACES.
0182AH     05  RL-PROP         PIC 9(15).
0182AI     05  FILLER          PIC X(2)   VALUE SPACES.
0182AJ     05  RL-OLD-TXCD     PIC 9(5).
0182AK     05  FILLER          PIC X(4)   VALUE ' TO '.
0182AL     05  RL-NEW-TXCD     PIC 9(5).
0182AM     05  FILLER          PIC X(2)   VALUE SPACES.
0182AN     05  RL-MESSG        PIC X(30).
0182AO     SKIP1
0182AP 01  NEWCODE-TITLE.
0182AQ     05  FILLER          PIC X(3)   VALUE SPACES.
0182AR     05  FILLER          PIC X(48)  VALUE
0182AS         'NEW TAX CODES CREATED -- FOR THE TAX MAP OFFICE'.
0182AT     SKIP1
0182AU 01  NEWCODE-LINE.
0182AV     05  FILLER          PIC X(3)   VALUE SPACES.
0182AW     05  FILLER          PIC X(9)   VALUE 'TAX CODE '.
0182AX     05  NL-TXCD         PIC 9(5).
0182AY     05  FILLER          PIC X(12)  VALUE '   TOWNSHIP '.
0182AZ     05  NL-TOWN         PIC 99.
0182BA     05  FILLER          PIC X(3)   VALUE SPACES.
0182BB     05  NL-PARCELS      PIC ZZZ,ZZ9.
0182BC     05  FILLER          PIC X(11)  VALUE ' PARCELS   '.
0182BD     05  NL-AGY-CNT      PIC ZZ9.
0182BE     05  FILLER          PIC X(9)   VALUE ' AGENCIES'.
0182BF     SKIP1
0182BG 01  NEWCODE-AGY-LINE.
0182BH     05  FILLER          PIC X(12)  VALUE SPACES.
0182BI     05  NA-ENTRY OCCURS 8 TIMES.
0182BJ         10  NA-AGENCY   PIC 9(9)   BLANK WHEN ZERO.
0182BK         10  FILLER      PIC X(3)   VALUE SPACES.
00183      EJECT
00184  PROCEDURE DIVISION.
00185      SKIP1
00186  A010-HOUSEKEEPING.
00187      OPEN INPUT  ORDINANCE-FILE, AGYMAST-IN, TAXCODE-MAST,
00188                  CONTROL-FILE
0188A           OUTPUT AGYMAST-OUT, PRINT-FILE, NEWTXCD-OUT,
0188B                  NEWCLKTX-OUT, REASSIGN-OUT.
0188C      IF TC-STATUS NOT EQUAL '00'
0188D          DISPLAY 'CLRTM768 -- TAX CODE MASTER OPEN FAILED, '
0188E              'STATUS ' TC-STATUS
0188F          MOVE 16 TO RETURN-CODE
0188G          PERFORM A095-CLOSE-FILES THRU A095-EXIT
0188H          STOP RUN.
00189      ACCEPT ACPT-DATE FROM DATE.
00190      MOVE ACPT-MO TO DSP-MO.
00191      MOVE ACPT-DA TO DSP-DA.
00192      MOVE ACPT-YR TO DSP-YR.
00193      MOVE DSP-DATE TO HD-DATE.
00194      PERFORM B100-HEADING THRU B100-EXIT.
0194A      PERFORM A012-READ-CONTROL THRU A012-EXIT.
0194B      IF RETURN-CODE EQUAL 16
0194C          PERFORM A095-CLOSE-FILES THRU A095-EXIT
0194D          STOP RUN.
0194E      PERFORM A014-INIT-NEXT THRU A014-EXIT
0194F          VARYING TX-SUB FROM +1 BY +1
0194G          UNTIL TX-SUB GREATER THAN +99.
0194H      PERFORM A013-LOAD-TAXCODE THRU A013-EXIT
0194I          UNTIL END-OF-TC-FILE.
00195      PERFORM A015-LOAD-ORDINANCES THRU A015-EXIT
00196          UNTIL END-OF-ORD-FILE.
00197      IF OT-CTR EQUAL ZERO
00198          DISPLAY 'CLRTM768 -- NO VALID ORDINANCE FILINGS -- '
00199              'RUN STOPPED'
00200          MOVE 16 TO RETURN-CODE
00201          PERFORM A095-CLOSE-FILES THRU A095-EXIT
00203          STOP RUN.
00204      PERFORM A030-READ-MAST THRU A030-EXIT.
00205      PERFORM A020-MAINLINE THRU A020-EXIT
00206          UNTIL END-OF-MAST-FILE.
00207      PERFORM A080-ORDINANCE-SUMMARY THRU A080-EXIT.
0207A      PERFORM A100-NEWCODE-SUMMARY THRU A100-EXIT.
00208      DISPLAY 'TOTAL ORDINANCE CARDS READ...........: '
00209          ORD-IN-CNT.
00210      DISPLAY 'TOTAL ORDINANCE CARDS REJECTED.......: '
00219          ALREADY-CNT.
00220      DISPLAY 'TOTAL AGENCY LISTS FULL..............: '
00221          LIST-FULL-CNT.
0221A      DISPLAY 'TOTAL TAX CODE MASTER RECORDS READ...: '
0221B          TC-IN-CNT.
0221C      DISPLAY 'TOTAL PARCELS REASSIGNED TAX CODE....: '
0221D          REASSIGN-CNT.
0221E      DISPLAY 'TOTAL NEW TAX CODES CREATED..........: '
0221F          NEW-CODE-CNT.
0221G      DISPLAY 'TOTAL PARCELS LEFT WITHOUT A CODE....: '
0221H          NO-CODE-CNT.
00222      IF ORD-REJ-CNT GREATER THAN +0
00223          OR LIST-FULL-CNT GREATER THAN +0
0223A          OR NO-CODE-CNT GREATER THAN +0
00224          MOVE 8 TO RETURN-CODE.
00225      PERFORM A095-CLOSE-FILES THRU A095-EXIT.
00227      STOP RUN.
00228      SKIP1
0228AA A012-READ-CONTROL.
0228AB     READ CONTROL-FILE AT END
0228AC         GO TO A012-EXIT.
0228AD     IF CONTROL-REC (1:6) EQUAL SPACES
0228AE         GO TO A012-EXIT.
0228AF     IF CC-RANGE-LOW NOT NUMERIC
0228AG         OR CC-RANGE-HIGH NOT NUMERIC
0228AH         OR CC-RANGE-LOW-N GREATER THAN CC-RANGE-HIGH-N
0228AI         DISPLAY 'CLRTM768 -- NEW TAX CODE RANGE ON CONTROL CARD '
0228AJ             'INVALID -- RUN STOPPED'
0228AK         MOVE 16 TO RETURN-CODE
0228AL         GO TO A012-EXIT.
0228AM     MOVE CC-RANGE-LOW-N  TO W-RANGE-LOW.
0228AN     MOVE CC-RANGE-HIGH-N TO W-RANGE-HIGH.
0228AO A012-EXIT. EXIT.
0228AP     SKIP1
0228AQ A013-LOAD-TAXCODE.
0228AR     READ TAXCODE-MAST AT END
0228AS         MOVE 'Y' TO TC-EOF-SW
0228AT         GO TO A013-EXIT.
0228AU     ADD +1 TO TC-IN-CNT.
0228AV     IF TX-CTR NOT LESS THAN +5000
0228AW         DISPLAY 'CLRTM768 -- TAX CODE TABLE FULL -- CODE '
0228AX             TR-TAX-CODE ' NOT LOADED'
0228AY         GO TO A013-EXIT.
0228AZ     ADD +1 TO TX-CTR.
0228BA     MOVE TR-TAX-CODE TO TX-CODE (TX-CTR).
0228BB     MOVE TR-RATE     TO TX-RATE (TX-CTR).
0228BC     MOVE 'N'         TO TX-NEW-SW (TX-CTR).
0228BD     MOVE ZERO TO TX-PARCELS (TX-CTR) TX-AGY-CNT (TX-CTR)
0228BE                  TX-AGY-SUM (TX-CTR).
0228BF     PERFORM A016-LOAD-AGENCY THRU A016-EXIT
0228BG         VARYING SUB-AGY FROM +1 BY +1
0228BH         UNTIL SUB-AGY GREATER THAN +40.
0228BI     DIVIDE TR-TAX-CODE BY 1000 GIVING W-TOWN
0228BJ         REMAINDER W-CODE-NO.
0228BK     MOVE W-TOWN TO TX-TOWN (TX-CTR).
0228BL     IF W-TOWN GREATER THAN ZERO
0228BM      AND W-CODE-NO NOT LESS THAN W-RANGE-LOW
0228BN      AND W-CODE-NO NOT GREATER THAN W-RANGE-HIGH
0228BO      AND W-CODE-NO NOT LESS THAN NX-NEXT (W-TOWN)
0228BP         COMPUTE NX-NEXT (W-TOWN) = W-CODE-NO + 1.
0228BQ A013-EXIT. EXIT.
0228BR     SKIP1
0228BS A014-INIT-NEXT.
0228BT     MOVE W-RANGE-LOW TO NX-NEXT (TX-SUB).
0228BU A014-EXIT. EXIT.
0228BV     SKIP1
0228BW A016-LOAD-AGENCY.
0228BX     MOVE TR-AGENCY (SUB-AGY) TO TX-AGENCY (TX-CTR, SUB-AGY).
0228BY     IF TR-AGENCY (SUB-AGY) GREATER THAN ZERO
0228BZ         ADD +1 TO TX-AGY-CNT (TX-CTR)
0228CA         ADD TR-AGENCY (SUB-AGY) TO TX-AGY-SUM (TX-CTR).
0228CB A016-EXIT. EXIT.
0228CC     SKIP1
00229  A015-LOAD-ORDINANCES.
00230      READ ORDINANCE-FILE AT END
00231          MOVE 'Y' TO ORD-EOF-SW
00256          MOVE OR-TXCD-N   TO OT-TXCD (OT-CTR)
00257          MOVE OR-VOL-N    TO OT-VOL (OT-CTR)
00258          MOVE OR-PROP-N   TO OT-PROP (OT-CTR)
0258A          MOVE OR-EFF-DATE-N TO OT-EFF-DATE (OT-CTR)
00259          MOVE ZEROS       TO OT-CHANGED (OT-CTR)
00260      ELSE
00261          ADD +1 TO ORD-REJ-CNT
00268      PERFORM A040-APPLY-ORDINANCE THRU A040-EXIT
00269          VARYING OT-SUB FROM +1 BY +1
00270          UNTIL OT-SUB GREATER THAN OT-CTR.
0270A      IF W-REC-CHANGED-SW EQUAL 'Y'
0270B          PERFORM A200-CHECK-COMBINATION THRU A200-EXIT.
00271      WRITE AGYMAST-OUT-REC FROM AGYMAST-IN-REC.
00272      ADD +1 TO MAST-OUT-CNT.
00273      PERFORM A030-READ-MAST THRU A030-EXIT.
00344      MOVE AM-PROP            TO AL-PROP.
00345      MOVE AM-TXCD            TO AL-TXCD.
00346      MOVE OT-AGENCY (OT-SUB) TO AL-AGENCY.
0346A      MOVE 'Y'    TO W-REC-CHANGED-SW.
0346B      MOVE OT-SUB TO W-LAST-ORD-SUB.
00347      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00348  A075-EXIT. EXIT.
00349      SKIP1
00372      ADD +1 TO LINE-CNT.
00373  A090-EXIT. EXIT.
00374      SKIP1
0374AA A095-CLOSE-FILES.
0374AB     CLOSE ORDINANCE-FILE, AGYMAST-IN, AGYMAST-OUT,
0374AC           TAXCODE-MAST, CONTROL-FILE, NEWTXCD-OUT,
0374AD           NEWCLKTX-OUT, REASSIGN-OUT, PRINT-FILE.
0374AE A095-EXIT. EXIT.
0374AF     SKIP1
0374AG A100-NEWCODE-SUMMARY.
0374AH     IF NEW-CODE-CNT EQUAL ZERO
0374AI         GO TO A100-EXIT.
0374AJ     PERFORM B100-HEADING THRU B100-EXIT.
0374AK     WRITE PRINT-REC FROM NEWCODE-TITLE AFTER ADVANCING 1.
0374AL     ADD +1 TO LINE-CNT.
0374AM     PERFORM A110-NEWCODE THRU A110-EXIT
0374AN         VARYING TX-SUB FROM +1 BY +1
0374AO         UNTIL TX-SUB GREATER THAN TX-CTR.
0374AP A100-EXIT. EXIT.
0374AQ     SKIP1
0374AR A110-NEWCODE.
0374AS     IF TX-NEW-SW (TX-SUB) NOT EQUAL 'Y'
0374AT         GO TO A110-EXIT.
0374AU     IF LINE-CNT GREATER THAN +52
0374AV         PERFORM B100-HEADING THRU B100-EXIT.
0374AW     MOVE TX-CODE (TX-SUB)    TO NL-TXCD.
0374AX     MOVE TX-TOWN (TX-SUB)    TO NL-TOWN.
0374AY     MOVE TX-PARCELS (TX-SUB) TO NL-PARCELS.
0374AZ     MOVE TX-AGY-CNT (TX-SUB) TO NL-AGY-CNT.
0374BA     WRITE PRINT-REC FROM NEWCODE-LINE AFTER ADVANCING 2.
0374BB     ADD +2 TO LINE-CNT.
0374BC     PERFORM A115-AGENCY-LINE THRU A115-EXIT
0374BD         VARYING SUB-AGY FROM +1 BY +8
0374BE         UNTIL SUB-AGY GREATER THAN TX-AGY-CNT (TX-SUB).
0374BF A110-EXIT. EXIT.
0374BG     SKIP1
0374BH A115-AGENCY-LINE.
0374BI     PERFORM A117-AGENCY-ENTRY THRU A117-EXIT
0374BJ         VARYING SUB-AGY2 FROM +1 BY +1
0374BK         UNTIL SUB-AGY2 GREATER THAN +8.
0374BL     WRITE PRINT-REC FROM NEWCODE-AGY-LINE AFTER ADVANCING 1.
0374BM     ADD +1 TO LINE-CNT.
0374BN A115-EXIT. EXIT.
0374BO     SKIP1
0374BP A117-AGENCY-ENTRY.
0374BQ     COMPUTE W-AGY-IX = SUB-AGY + SUB-AGY2 - 1.
0374BR     MOVE ZERO TO NA-AGENCY (SUB-AGY2).
0374BS     IF W-AGY-IX NOT GREATER THAN +40
0374BT         MOVE TX-AGENCY (TX-SUB, W-AGY-IX)
0374BU             TO NA-AGENCY (SUB-AGY2).
0374BV A117-EXIT. EXIT.
0374BW     SKIP1
0374BX*    THE PARCEL'S AGENCY LIST AFTER THE ORDINANCES IS COMPARED
0374BY*    WITH ITS TAX CODE'S.  WHEN THEY NO LONGER AGREE THE PARCEL
0374BZ*    MOVES TO THE CODE IN ITS TOWNSHIP THAT CARRIES EXACTLY ITS
0374CA*    AGENCIES, OR TO A NEW CODE FROM THE CONTROL RANGE.
0374CB A200-CHECK-COMBINATION.
0374CC     MOVE ZERO TO W-AGY-CNT W-AGY-SUM.
0374CD     PERFORM A205-SUM-PARCEL THRU A205-EXIT
0374CE         VARYING SUB-AGY FROM +1 BY +1
0374CF         UNTIL SUB-AGY GREATER THAN +40.
0374CG     MOVE AM-TXCD TO W-OLD-TXCD.
0374CH     DIVIDE W-OLD-TXCD BY 1000 GIVING W-TOWN
0374CI         REMAINDER W-CODE-NO.
0374CJ     MOVE ZERO TO TX-CUR.
0374CK     PERFORM A210-FIND-CURRENT THRU A210-EXIT
0374CL         VARYING TX-SUB FROM +1 BY +1
0374CM         UNTIL TX-SUB GREATER THAN TX-CTR
0374CN            OR TX-CUR GREATER THAN ZERO.
0374CO     IF TX-CUR GREATER THAN ZERO
0374CP         MOVE TX-CUR TO TX-SUB
0374CQ         PERFORM A220-COMPARE THRU A220-EXIT
0374CR         IF W-MATCH-SW EQUAL 'Y'
0374CS             GO TO A200-EXIT.
0374CT     MOVE ZERO TO TX-FND.
0374CU     PERFORM A215-FIND-COMBINATION THRU A215-EXIT
0374CV         VARYING TX-SUB FROM +1 BY +1
0374CW         UNTIL TX-SUB GREATER THAN TX-CTR
0374CX            OR TX-FND GREATER THAN ZERO.
0374CY     IF TX-FND EQUAL ZERO
0374CZ         PERFORM A230-NEW-CODE THRU A230-EXIT.
0374DA     IF TX-FND EQUAL ZERO
0374DB         GO TO A200-EXIT.
0374DC     MOVE TX-CODE (TX-FND) TO W-NEW-TXCD.
0374DD     MOVE W-NEW-TXCD       TO AM-TXCD.
0374DE     MOVE TX-RATE (TX-FND) TO AM-RATE.
0374DF     ADD +1 TO TX-PARCELS (TX-FND).
0374DG     ADD +1 TO REASSIGN-CNT.
0374DH     MOVE SPACES                     TO REASSIGN-REC.
0374DI     MOVE AM-VOL                     TO RA-VOL.
0374DJ     MOVE AM-PROP                    TO RA-PROP.
0374DK     MOVE W-OLD-TXCD                 TO RA-OLD-TXCD.
0374DL     MOVE W-NEW-TXCD                 TO RA-NEW-TXCD.
0374DM     MOVE OT-ORD-NO (W-LAST-ORD-SUB) TO RA-ORD-NO.
0374DN     MOVE OT-EFF-DATE (W-LAST-ORD-SUB) TO RA-EFF-DATE.
0374DO     IF TX-NEW-SW (TX-FND) EQUAL 'Y'
0374DP         MOVE 'N' TO RA-CODE-IND
0374DQ         MOVE 'MOVED TO NEW TAX CODE' TO RL-MESSG
0374DR     ELSE
0374DS         MOVE 'E' TO RA-CODE-IND
0374DT         MOVE 'MOVED TO EXISTING TAX CODE' TO RL-MESSG.
0374DU     WRITE REASSIGN-REC.
0374DV     PERFORM A240-REASSIGN-LINE THRU A240-EXIT.
0374DW A200-EXIT. EXIT.
0374DX     SKIP1
0374DY A205-SUM-PARCEL.
0374DZ     IF AM-AGENCY (SUB-AGY) GREATER THAN ZERO
0374EA         ADD +1 TO W-AGY-CNT
0374EB         ADD AM-AGENCY (SUB-AGY) TO W-AGY-SUM.
0374EC A205-EXIT. EXIT.
0374ED     SKIP1
0374EE A210-FIND-CURRENT.
0374EF     IF TX-CODE (TX-SUB) EQUAL W-OLD-TXCD
0374EG         MOVE TX-SUB TO TX-CUR.
0374EH A210-EXIT. EXIT.
0374EI     SKIP1
0374EJ A215-FIND-COMBINATION.
0374EK     IF TX-TOWN (TX-SUB) NOT EQUAL W-TOWN
0374EL         OR TX-AGY-CNT (TX-SUB) NOT EQUAL W-AGY-CNT
0374EM         OR TX-AGY-SUM (TX-SUB) NOT EQUAL W-AGY-SUM
0374EN         GO TO A215-EXIT.
0374EO     PERFORM A220-COMPARE THRU A220-EXIT.
0374EP     IF W-MATCH-SW EQUAL 'Y'
0374EQ         MOVE TX-SUB TO TX-FND.
0374ER A215-EXIT. EXIT.
0374ES     SKIP1
0374ET*    THE CODE AT TX-SUB CARRIES THE PARCEL'S COMBINATION WHEN IT
0374EU*    HAS AS MANY AGENCIES AND EVERY AGENCY OF THE PARCEL IS ON IT.
0374EV A220-COMPARE.
0374EW     MOVE 'N' TO W-MATCH-SW.
0374EX     IF TX-AGY-CNT (TX-SUB) NOT EQUAL W-AGY-CNT
0374EY         GO TO A220-EXIT.
0374EZ     MOVE 'Y' TO W-MATCH-SW.
0374FA     PERFORM A225-CHECK-AGENCY THRU A225-EXIT
0374FB         VARYING SUB-AGY FROM +1 BY +1
0374FC         UNTIL SUB-AGY GREATER THAN +40
0374FD            OR W-MATCH-SW EQUAL 'N'.
0374FE A220-EXIT. EXIT.
0374FF     SKIP1
0374FG A225-CHECK-AGENCY.
0374FH     IF AM-AGENCY (SUB-AGY) EQUAL ZERO
0374FI         GO TO A225-EXIT.
0374FJ     MOVE 'N' TO W-ONE-FOUND-SW.
0374FK     PERFORM A227-SCAN-CODE THRU A227-EXIT
0374FL         VARYING SUB-AGY2 FROM +1 BY +1
0374FM         UNTIL SUB-AGY2 GREATER THAN +40
0374FN            OR W-ONE-FOUND-SW EQUAL 'Y'.
0374FO     IF W-ONE-FOUND-SW EQUAL 'N'
0374FP         MOVE 'N' TO W-MATCH-SW.
0374FQ A225-EXIT. EXIT.
0374FR     SKIP1
0374FS A227-SCAN-CODE.
0374FT     IF TX-AGENCY (TX-SUB, SUB-AGY2) EQUAL AM-AGENCY (SUB-AGY)
0374FU         MOVE 'Y' TO W-ONE-FOUND-SW.
0374FV A227-EXIT. EXIT.
0374FW     SKIP1
0374FX A230-NEW-CODE.
0374FY     IF W-TOWN EQUAL ZERO
0374FZ         OR NX-NEXT (W-TOWN) GREATER THAN W-RANGE-HIGH
0374GA         OR TX-CTR NOT LESS THAN +5000
0374GB         ADD +1 TO NO-CODE-CNT
0374GC         MOVE 'NO TAX CODE -- RANGE FULL' TO RL-MESSG
0374GD         MOVE ZERO TO W-NEW-TXCD
0374GE         PERFORM A240-REASSIGN-LINE THRU A240-EXIT
0374GF         GO TO A230-EXIT.
0374GG     COMPUTE W-NEW-TXCD = W-TOWN * 1000 + NX-NEXT (W-TOWN).
0374GH     ADD +1 TO NX-NEXT (W-TOWN).
0374GI     ADD +1 TO TX-CTR.
0374GJ     ADD +1 TO NEW-CODE-CNT.
0374GK     MOVE TX-CTR     TO TX-FND.
0374GL     MOVE W-NEW-TXCD TO TX-CODE (TX-FND).
0374GM     MOVE W-TOWN     TO TX-TOWN (TX-FND).
0374GN     MOVE ZERO       TO TX-RATE (TX-FND) TX-PARCELS (TX-FND).
0374GO     MOVE 'Y'        TO TX-NEW-SW (TX-FND).
0374GP     MOVE W-AGY-CNT  TO TX-AGY-CNT (TX-FND).
0374GQ     MOVE W-AGY-SUM  TO TX-AGY-SUM (TX-FND).
0374GR     MOVE +0 TO SUB-AGY2.
0374GS     PERFORM A233-BUILD-LIST THRU A233-EXIT
0374GT         VARYING SUB-AGY FROM +1 BY +1
0374GU         UNTIL SUB-AGY GREATER THAN +40.
0374GV     MOVE W-NEW-TXCD TO NT-TAX-CODE TM-CODE.
0374GW     MOVE ZERO       TO NT-RATE TM-RATE.
0374GX     PERFORM A235-MOVE-AGENCY THRU A235-EXIT
0374GY         VARYING SUB-AGY FROM +1 BY +1
0374GZ         UNTIL SUB-AGY GREATER THAN +40.
0374HA     WRITE NEWTXCD-REC.
0374HB     WRITE NEWCLKTX-REC.
0374HC A230-EXIT. EXIT.
0374HD     SKIP1
0374HE A233-BUILD-LIST.
0374HF     MOVE ZERO TO TX-AGENCY (TX-FND, SUB-AGY).
0374HG     IF AM-AGENCY (SUB-AGY) GREATER THAN ZERO
0374HH         ADD +1 TO SUB-AGY2
0374HI         MOVE AM-AGENCY (SUB-AGY) TO TX-AGENCY (TX-FND, SUB-AGY2).
0374HJ A233-EXIT. EXIT.
0374HK     SKIP1
0374HL A235-MOVE-AGENCY.
0374HM     MOVE TX-AGENCY (TX-FND, SUB-AGY) TO NT-AGENCY (SUB-AGY)
0374HN                                         TM-AGCY (SUB-AGY).
0374HO A235-EXIT. EXIT.
0374HP     SKIP1
0374HQ A240-REASSIGN-LINE.
0374HR     MOVE OT-ORD-NO (W-LAST-ORD-SUB) TO RL-ORD-NO.
0374HS     MOVE AM-VOL     TO RL-VOL.
0374HT     MOVE AM-PROP    TO RL-PROP.
0374HU     MOVE W-OLD-TXCD TO RL-OLD-TXCD.
0374HV     MOVE W-NEW-TXCD TO RL-NEW-TXCD.
0374HW     IF LINE-CNT GREATER THAN +57
0374HX         PERFORM B100-HEADING THRU B100-EXIT.
0374HY     WRITE PRINT-REC FROM REASSIGN-LINE AFTER ADVANCING 1.
0374HZ     ADD +1 TO LINE-CNT.
0374IA A240-EXIT. EXIT.
0374IB     SKIP1
00375  B100-HEADING.
00376      ADD +1 TO PAGE-CNT.
00377      MOVE PAGE-CNT TO HD-PAGE.
