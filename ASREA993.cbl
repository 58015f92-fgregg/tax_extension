00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA993.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. SINGLE-PASS DRIVER FOR THE NIGHTLY EQUALIZED VALUATION
00007 *         REPORTS. THE EQ FILE (EQVALRD01) IS READ ONCE, ITS
00008 *         VINTAGE HEADER BYPASSED, AND EACH RECORD IS HANDED TO
00009 *         EVERY REPORT MODULE SELECTED ON THE CONTROL CARDS
00010 *         THROUGH THE ASEQFANR1 INTERFACE.  THE MODULES ARE
00011 *         ASREA886, ASREA897, ASREA917, ASREA926, ASREA929,
00012 *         ASREA930, ASREA950, ASREA951 AND CLREB022; EACH OPENS,
00013 *         WRITES AND CLOSES ITS OWN LISTING AND OUTPUT FILES JUST
00014 *         AS IT DID WHEN IT READ THE EQ FILE ITSELF, SO THE STREAM
00015 *         MAKES ONE PASS OF THE EQ FILE INSTEAD OF NINE.
00016 *
00017 *         CONTROL CARDS (80 BYTES), ONE PER MODULE TO RUN:
00018 *           1-8    MODULE NAME (E.G. ASREA886)
00019 *           9-80   NOT USED
00020 *         A BLANK CARD IS IGNORED; A MODULE NAMED TWICE RUNS ONCE.
00021 *         AN UNKNOWN MODULE NAME, OR NO MODULE SELECTED, STOPS THE
00022 *         RUN WITH CODE 16 BEFORE THE EQ FILE IS READ.
00023 *
00024 *         THE TAX YEAR IS TAKEN FROM THE PARM AND PASSED TO EVERY
00025 *         MODULE.  A MODULE THAT CANNOT OPEN ITS OWN FILES IS
00026 *         DROPPED FOR THE REST OF THE RUN.  ONE START AND ONE END
00027 *         RECORD GO TO THE RUN REGISTRY (DPRUNREGR1) -- EQ RECORDS
00028 *         READ AND RECORDS HANDED TO MODULES -- AND THE RUN ENDS
00029 *         WITH THE HIGHEST RETURN CODE OF ANY MODULE.
0029A *         THE TAX YEAR PASSED TO THE MODULES IS THE ONE ON THE
0029B *         CENTRAL CYCLE CONTROL RECORD, OBTAINED THROUGH
0029C *         DPRUN004; A PARM YEAR THAT DISAGREES STOPS THE RUN.
00030      SKIP2
00031  ENVIRONMENT DIVISION.
00032  CONFIGURATION SECTION.
00033  SOURCE-COMPUTER. IBM-370.
00034  OBJECT-COMPUTER. IBM-370.
00035      SKIP1
00036  INPUT-OUTPUT SECTION.
00037  FILE-CONTROL.
00038      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00039      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00040      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00041      SKIP2
00042  DATA DIVISION.
00043  FILE SECTION.
00044      SKIP1
00045  FD  CONTROL-FILE
00046      BLOCK  CONTAINS 0 RECORDS
00047      RECORD CONTAINS 80 CHARACTERS
00048      RECORDING MODE IS F
00049      LABEL  RECORDS ARE STANDARD
00050      DATA RECORD IS CONTROL-REC.
00051  01  CONTROL-REC.
00052      05  CC-MODULE       PIC X(8).
00053      05  FILLER          PIC X(72).
00054      SKIP2
00055  FD  EQUAL-VALUE
00056      BLOCK  CONTAINS 0 RECORDS
00057      RECORD CONTAINS 115 CHARACTERS
00058      RECORDING MODE IS F
00059      LABEL  RECORDS ARE STANDARD
00060      DATA RECORD IS EQ-REC.
00061  01  EQ-REC                  PIC X(115).
00062      SKIP2
00063  FD  RUN-REGISTRY
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 80 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS RUNREG-REC.
00069  01  RUNREG-REC.
00070  COPY DPRUNREGR1.
00071      SKIP2
00072  WORKING-STORAGE SECTION.
00073      SKIP1
00074  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00075      88  END-OF-CTL-FILE                  VALUE 'Y'.
00076  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00077      88  END-OF-EQ-FILE                   VALUE 'Y'.
00078  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00079      SKIP1
00080  77  CTL-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00081  77  SELECTED-CNT      COMP-3  PIC S9(3)  VALUE +0.
00082  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00083  77  PASSED-CNT        COMP-3  PIC S9(11) VALUE +0.
00084      SKIP1
00085  77  MOD-SUB           COMP-3  PIC S9(3)  VALUE +0.
00086  77  MOD-FND           COMP-3  PIC S9(3)  VALUE +0.
00087  77  HIGH-RC                   PIC S9(4)  COMP VALUE +0.
00088  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00089  77  W-RC-DSP                  PIC ZZZ9.
00090      SKIP1
0090A  01  CYCLK-AREA.
0090B  COPY DPCYCLKR1.
0090C      SKIP1
00091  01  MODULE-NAMES.
00092      05  FILLER          PIC X(8)   VALUE 'ASREA886'.
00093      05  FILLER          PIC X(8)   VALUE 'ASREA897'.
00094      05  FILLER          PIC X(8)   VALUE 'ASREA917'.
00095      05  FILLER          PIC X(8)   VALUE 'ASREA926'.
00096      05  FILLER          PIC X(8)   VALUE 'ASREA929'.
00097      05  FILLER          PIC X(8)   VALUE 'ASREA930'.
00098      05  FILLER          PIC X(8)   VALUE 'ASREA950'.
00099      05  FILLER          PIC X(8)   VALUE 'ASREA951'.
00100      05  FILLER          PIC X(8)   VALUE 'CLREB022'.
00101  01  MODULE-NAME-TABLE REDEFINES MODULE-NAMES.
00102      05  MN-NAME         PIC X(8)   OCCURS 9 TIMES.
00103      SKIP1
00104  01  MODULE-STATUS-TABLE.
00105      05  MS-ENTRY OCCURS 9 TIMES.
00106          10  MS-SELECT-SW    PIC X.
00107              88  MS-SELECTED            VALUE 'Y'.
00108          10  MS-STOP-SW      PIC X.
00109              88  MS-STOPPED             VALUE 'Y'.
00110          10  MS-RC           PIC S9(4)  COMP.
00111          10  MS-PASSED       PIC S9(9)  COMP-3.
00112      SKIP1
00113  01  EQFAN-AREA.
00114  COPY ASEQFANR1.
00115      EJECT
00116  LINKAGE SECTION.
00117      SKIP1
00118  01  LINK-INFO.
00119      05  LINK-LENGTH         PIC S9(4) COMP.
00120          88  VALID-LINK-LENGTH   VALUE +4.
00121      05  LINK-TAX-YEAR       PIC 9(4).
00122      SKIP1
00123  PROCEDURE DIVISION USING LINK-INFO.
00124      SKIP1
00125  A010-HOUSEKEEPING.
0125A      MOVE 'ASREA993' TO CK-CALLER.
0125B      MOVE SPACES TO CK-CARD-YEAR.
0125C      IF VALID-LINK-LENGTH
0125D          MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0125E      CALL 'DPRUN004' USING CYCLK-AREA.
0125F      MOVE CK-TAX-YEAR TO W-TAX-YEAR.
0125G      DISPLAY 'TAX YEAR PASSED TO MODULES...........: '
0125H          W-TAX-YEAR.
00135      OPEN INPUT  CONTROL-FILE, EQUAL-VALUE.
00136      OPEN EXTEND RUN-REGISTRY.
00137      PERFORM C900-REG-START THRU C900-EXIT.
00138      INITIALIZE MODULE-STATUS-TABLE.
00139      PERFORM A012-READ-CONTROL THRU A012-EXIT
00140          UNTIL END-OF-CTL-FILE.
00141      IF SELECTED-CNT EQUAL ZERO
00142          DISPLAY 'ASREA993 -- NO REPORT MODULE SELECTED -- RUN '
00143              'STOPPED'
00144          MOVE 16 TO RETURN-CODE.
00145      IF RETURN-CODE GREATER THAN ZERO
00146          GO TO A010-FINISH.
00147      MOVE SPACES TO EQFAN-AREA.
00148      MOVE W-TAX-YEAR TO EF-TAX-YEAR.
00149      MOVE 'O' TO EF-FUNCTION.
00150      PERFORM A050-CALL-MODULE THRU A050-EXIT
00151          VARYING MOD-SUB FROM +1 BY +1
00152          UNTIL MOD-SUB GREATER THAN +9.
00153      MOVE 'R' TO EF-FUNCTION.
00154      PERFORM A030-READ-EQ THRU A030-EXIT.
00155      PERFORM A020-MAINLINE THRU A020-EXIT
00156          UNTIL END-OF-EQ-FILE.
00157      MOVE 'C' TO EF-FUNCTION.
00158      MOVE SPACES TO EF-EQ-REC.
00159      PERFORM A050-CALL-MODULE THRU A050-EXIT
00160          VARYING MOD-SUB FROM +1 BY +1
00161          UNTIL MOD-SUB GREATER THAN +9.
00162      PERFORM A080-SHOW-MODULE THRU A080-EXIT
00163          VARYING MOD-SUB FROM +1 BY +1
00164          UNTIL MOD-SUB GREATER THAN +9.
00165      MOVE HIGH-RC TO RETURN-CODE.
00166  A010-FINISH.
00167      DISPLAY 'TOTAL CONTROL CARDS READ.............: '
00168          CTL-IN-CNT.
00169      DISPLAY 'TOTAL REPORT MODULES SELECTED........: '
00170          SELECTED-CNT.
00171      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00172          EQ-IN-CNT.
00173      DISPLAY 'TOTAL RECORDS HANDED TO MODULES......: '
00174          PASSED-CNT.
00175      PERFORM C910-REG-END THRU C910-EXIT.
00176      CLOSE CONTROL-FILE, EQUAL-VALUE, RUN-REGISTRY.
00177      STOP RUN.
00178      SKIP1
00179 *    EVERY CARD IS READ BEFORE THE RUN IS STOPPED SO THAT ALL THE
00180 *    BAD MODULE NAMES ARE REPORTED TOGETHER.
00181  A012-READ-CONTROL.
00182      READ CONTROL-FILE AT END
00183          MOVE 'Y' TO CTL-EOF-SW
00184          GO TO A012-EXIT.
00185      ADD +1 TO CTL-IN-CNT.
00186      IF CC-MODULE EQUAL SPACES
00187          GO TO A012-EXIT.
00188      MOVE ZERO TO MOD-FND.
00189      PERFORM A014-FIND-MODULE THRU A014-EXIT
00190          VARYING MOD-SUB FROM +1 BY +1
00191          UNTIL MOD-SUB GREATER THAN +9
00192             OR MOD-FND GREATER THAN ZERO.
00193      IF MOD-FND EQUAL ZERO
00194          DISPLAY 'ASREA993 -- UNKNOWN REPORT MODULE ' CC-MODULE
00195              ' -- RUN STOPPED'
00196          MOVE 16 TO RETURN-CODE
00197          GO TO A012-EXIT.
00198      IF MS-SELECTED (MOD-FND)
00199          DISPLAY 'ASREA993 -- REPORT MODULE ' CC-MODULE
00200              ' SELECTED TWICE, SECOND CARD IGNORED'
00201          GO TO A012-EXIT.
00202      MOVE 'Y' TO MS-SELECT-SW (MOD-FND).
00203      ADD +1 TO SELECTED-CNT.
00204      DISPLAY 'REPORT MODULE SELECTED...............: ' CC-MODULE.
00205  A012-EXIT. EXIT.
00206      SKIP1
00207  A014-FIND-MODULE.
00208      IF CC-MODULE EQUAL MN-NAME (MOD-SUB)
00209          MOVE MOD-SUB TO MOD-FND.
00210  A014-EXIT. EXIT.
00211      SKIP1
00212  A020-MAINLINE.
00213      MOVE EQ-REC TO EF-EQ-REC.
00214      PERFORM A050-CALL-MODULE THRU A050-EXIT
00215          VARYING MOD-SUB FROM +1 BY +1
00216          UNTIL MOD-SUB GREATER THAN +9.
00217      PERFORM A030-READ-EQ THRU A030-EXIT.
00218  A020-EXIT. EXIT.
00219      SKIP1
00220  A030-READ-EQ.
00221      READ EQUAL-VALUE AT END
00222          MOVE 'Y' TO EQ-EOF-SW.
00223      IF NOT END-OF-EQ-FILE
00224       AND FIRST-EQ-REC-SW EQUAL 'Y'
00225          MOVE 'N' TO FIRST-EQ-REC-SW
00226          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00227              DISPLAY 'ASREA993 - VINTAGE HDR BYPASSED: '
00228                  EQ-REC (1:28)
00229              GO TO A030-READ-EQ.
00230      IF NOT END-OF-EQ-FILE
00231          ADD +1 TO EQ-IN-CNT.
00232  A030-EXIT. EXIT.
00233      SKIP1
00234 *    THE MODULES ARE CALLED IN TABLE ORDER.  THE RETURN CODE AND
00235 *    STOP SWITCH ARE CLEARED BEFORE EACH CALL AND KEPT PER MODULE.
00236  A050-CALL-MODULE.
00237      IF NOT MS-SELECTED (MOD-SUB)
00238       OR MS-STOPPED (MOD-SUB)
00239          GO TO A050-EXIT.
00240      MOVE ZERO TO EF-RETURN-CODE.
00241      MOVE 'N'  TO EF-STOP-SW.
00242      EVALUATE MOD-SUB
00243          WHEN 1  CALL 'ASREA886' USING EQFAN-AREA
00244          WHEN 2  CALL 'ASREA897' USING EQFAN-AREA
00245          WHEN 3  CALL 'ASREA917' USING EQFAN-AREA
00246          WHEN 4  CALL 'ASREA926' USING EQFAN-AREA
00247          WHEN 5  CALL 'ASREA929' USING EQFAN-AREA
00248          WHEN 6  CALL 'ASREA930' USING EQFAN-AREA
00249          WHEN 7  CALL 'ASREA950' USING EQFAN-AREA
00250          WHEN 8  CALL 'ASREA951' USING EQFAN-AREA
00251          WHEN 9  CALL 'CLREB022' USING EQFAN-AREA
00252      END-EVALUATE.
00253      IF EF-RECORD
00254          ADD +1 TO MS-PASSED (MOD-SUB)
00255                    PASSED-CNT.
00256      IF EF-RETURN-CODE GREATER THAN MS-RC (MOD-SUB)
00257          MOVE EF-RETURN-CODE TO MS-RC (MOD-SUB).
00258      IF EF-RETURN-CODE GREATER THAN HIGH-RC
00259          MOVE EF-RETURN-CODE TO HIGH-RC.
00260      IF EF-STOPPED
00261          MOVE 'Y' TO MS-STOP-SW (MOD-SUB)
00262          MOVE EF-RETURN-CODE TO W-RC-DSP
00263          DISPLAY 'ASREA993 -- REPORT MODULE ' MN-NAME (MOD-SUB)
00264              ' STOPPED, CODE ' W-RC-DSP ' -- NOT CALLED AGAIN'.
00265  A050-EXIT. EXIT.
00266      SKIP1
00267  A080-SHOW-MODULE.
00268      IF NOT MS-SELECTED (MOD-SUB)
00269          GO TO A080-EXIT.
00270      MOVE MS-RC (MOD-SUB) TO W-RC-DSP.
00271      DISPLAY 'MODULE ' MN-NAME (MOD-SUB) ' RECORDS HANDED..: '
00272          MS-PASSED (MOD-SUB) '  RETURN CODE ' W-RC-DSP.
00273  A080-EXIT. EXIT.
00274      SKIP1
00275  C900-REG-START.
00276      MOVE SPACES      TO RUNREG-REC.
00277      MOVE 'ASREA993'  TO RR-PROGRAM-ID.
00278      MOVE 'S'         TO RR-REC-TYPE.
00279      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00280      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00281      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00282      WRITE RUNREG-REC.
00283  C900-EXIT. EXIT.
00284      SKIP1
00285  C910-REG-END.
00286      MOVE SPACES      TO RUNREG-REC.
00287      MOVE 'ASREA993'  TO RR-PROGRAM-ID.
00288      MOVE 'E'         TO RR-REC-TYPE.
00289      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00290      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00291      MOVE EQ-IN-CNT   TO RR-IN-CNT.
00292      MOVE PASSED-CNT  TO RR-OUT-CNT.
00293      MOVE RETURN-CODE TO RR-COND-CODE.
00294      WRITE RUNREG-REC.
00295  C910-EXIT. EXIT.
