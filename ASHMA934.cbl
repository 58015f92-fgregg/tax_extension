00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID.    ASHMA934.
00003 *****************************************************************
00004 * AUTHOR.                                                       *
00005 *       T. BROWN                                                *
00006 *                                                               *
00007 * DATE-WRITTEN.                                                 *
00008 *       OCTOBER 2026.                                           *
00009 *                                                               *
00010 * REMARKS.                                                      *
00011 *       OUTBOUND HALF OF THE STATEWIDE DUPLICATE EXEMPTION      *
00012 *       EXCHANGE WITH THE COLLAR COUNTIES.  ASREA905 CATCHES A  *
00013 *       PERSON HOLDING TWO HOMESTEADS INSIDE COOK BUT CANNOT    *
00014 *       SEE A SENIOR WHO ALSO HOLDS ONE IN DUPAGE OR LAKE.      *
00015 *       THIS PROGRAM WALKS THE PROPERTY INFORMATION DATABASE IN *
00016 *       HIERARCHIC SEQUENCE WITH UNQUALIFIED GN CALLS (AS       *
00017 *       ASHMA933 DOES) AND, UNDER THE CURRENT-TAX ASSESSMENT    *
00018 *       SEGMENT FOR THE YEAR ON THE PARM CARD, WRITES ONE       *
00019 *       EXCHANGE RECORD (ASXCHLDR1) FOR EVERY SOCIAL SECURITY   *
00020 *       NUMBER ON A C155 SEGMENT WHOSE PARENT EXEMPTION DETAIL  *
00021 *       (C150) HAS A QUALIFIED SENIOR FREEZE, SENIOR HOMESTEAD  *
00022 *       OR HOMEOWNER STATUS.  THE FILE IS SENT TO THE COLLAR    *
00023 *       COUNTIES AS IS, AND IS ALSO THE COOK SIDE OF THE        *
00024 *       INBOUND MATCH (ASREA999) ONCE SORTED ON XH-SSN.  C155   *
00025 *       SEGMENTS WITH A ZERO OR NON-NUMERIC NUMBER ARE COUNTED  *
00026 *       AND SKIPPED.  RETURN CODE 16 ON A BAD PARM CARD OR A    *
00027 *       DATABASE ERROR.  THE PSB NEEDS PROCOPT=G ONLY.          *
0027A *       THE FILE CARRIES FULL SOCIAL SECURITY NUMBERS BECAUSE   *
0027B *       THE COUNTIES MATCH ON THEM, SO EACH RUN IS RECORDED ON  *
0027C *       THE FULL-SSN EXPOSURE LOG THROUGH ASREA871 (CLASS C).   *
0027D *       THE PARM CARD TAX YEAR IS CHECKED AGAINST THE CENTRAL   *
0027E *       CYCLE CONTROL RECORD THROUGH DPRUN004, WHICH STOPS THE  *
0027F *       RUN WITH RETURN CODE 16 WHEN THEY DISAGREE; A BLANK     *
0027G *       CARD YEAR TAKES THE CYCLE TAX YEAR.                     *
00028 *****************************************************************
00029  SKIP2
00030  ENVIRONMENT DIVISION.
00031  INPUT-OUTPUT SECTION.
00032  FILE-CONTROL.
00033      SELECT EXCHANGE-FILE ASSIGN TO UT-S-XCHOLDCC.
00034  EJECT
00035  DATA DIVISION.
00036  FILE SECTION.
00037  FD  EXCHANGE-FILE
00038      BLOCK  CONTAINS 0 RECORDS
00039      RECORD CONTAINS 100 CHARACTERS
00040      RECORDING MODE IS F
00041      LABEL  RECORDS ARE STANDARD
00042      DATA RECORD IS EXCHANGE-REC.
00043  01  EXCHANGE-REC.
00044  COPY ASXCHLDR1.
00045  EJECT
00046  WORKING-STORAGE SECTION.
00047  77  WS-SEGMENTS-CNTR       PIC 9(9)     VALUE 0 PACKED-DECIMAL.
00048  77  WS-ROOTS-CNTR          PIC 9(9)     VALUE 0 PACKED-DECIMAL.
00049  77  WS-DETAIL-CNTR         PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00050  77  WS-QUALIFIED-CNTR      PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00051  77  WS-SOSEC-CNTR          PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00052  77  WS-BAD-SSN-CNTR        PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00053  77  WS-SENFRZ-CNTR         PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00054  77  WS-SENHS-CNTR          PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00055  77  WS-HOMOWN-CNTR         PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00056  77  WS-OUTPUT-CNTR         PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00057  77  EOF-SW                 PIC X        VALUE 'N'.
00058      88 END-OF-DATABASE                  VALUE 'Y'.
00059      88 TERMI                            VALUE 'T'.
00060  77  ASMT-SW                PIC X        VALUE 'N'.
00061      88 SELECTED-ASSESSMENT              VALUE 'Y'.
00062  77  DETAIL-SW              PIC X        VALUE 'N'.
00063      88 QUALIFIED-DETAIL                 VALUE 'Y'.
0063A *
0063B  01  SSNEXP-AREA.
0063C  COPY ASSSNXPR1.
00064 *
00065  01  CONTROL-CARD.
00066      05  CONTROL-YEAR-C     PIC X(4).
00067      05  CONTROL-YEAR-N     PIC 9(4).
00068      05  CONTROL-YEAR-X REDEFINES CONTROL-YEAR-N.
00069          10  FILLER         PIC 99.
00070          10  CONTROL-YY     PIC 99.
00071      05  FILLER             PIC X(72).
0071A *
0071B  01  CYCLK-AREA.
0071C  COPY DPCYCLKR1.
00072 *
00073 *    STATUS VALUE MEANING THE EXEMPTION IS QUALIFIED, THE SAME
00074 *    FOR SENIOR FREEZE (C150-SFSTAT), SENIOR HOMESTEAD
00075 *    (C150-HSSTAT) AND HOMEOWNER (C150-HOSTAT).
00076  01  QUALIFIED-STAT         PIC X        VALUE 'Q'.
00077 *
00078 *    SEGMENT NAMES AS THEY COME BACK IN THE PCB NAME FEEDBACK.
00079  01  PI-SEGMENT-NAMES.
00080      05  SN-ROOT            PIC X(8)     VALUE 'PROPSEG '.
00081      05  SN-ASSESSMENT      PIC X(8)     VALUE 'ASSMTSEG'.
00082      05  SN-SF-DETAIL       PIC X(8)     VALUE 'EXDETLSG'.
00083      05  SN-SF-SOSEC        PIC X(8)     VALUE 'EXSOSCSG'.
00084 *
00085 *    HOLDER DATA FROM THE QUALIFIED DETAIL NOW BEING WALKED.
00086  01  WS-HOLDER.
00087      05  WS-HOLD-BIRTHDTE   PIC X(8).
00088      05  WS-HOLD-SENFRZ     PIC X.
00089      05  WS-HOLD-SENHS      PIC X.
00090      05  WS-HOLD-HOMOWN     PIC X.
00091 *
00092  01  IO-AREA.
00093  COPY PIROOTSEGM.
00094  COPY PIASSESSMT.
00095  COPY ASAIS150SG.
00096  COPY ASAIS155SG.
00097  COPY IMSCALLS.
00098 *
00099  01  SEG-IO-AREA            PIC X(1000).
00100 *****************************************************************
00101  LINKAGE SECTION.
00102  COPY IOPCBDESC.
00103 *
00104  01  PI-PCB1.
00105  COPY PIPCB1DESC.
00106          07  PI-KEY-FB-ITEM          PIC X(22).
00107      EJECT
00108  PROCEDURE DIVISION.
00109  0000-MAINLINE.
00110  SKIP2
00111      ENTRY 'DLITCBL' USING IO-PCB  PI-PCB1.
00112  SKIP2
00113      PERFORM 1000-INITIALIZATION.
00114      PERFORM 2000-PROCESS-DATABASE UNTIL RETURN-CODE = 16
00115              OR END-OF-DATABASE OR TERMI.
00116      PERFORM 9000-FINALIZATION.
00117      STOP RUN.
00118  EJECT
00119  1000-INITIALIZATION.
00120      OPEN OUTPUT EXCHANGE-FILE.
00121      ACCEPT CONTROL-CARD.
0121A      MOVE 'ASHMA934'     TO CK-CALLER.
0121B      MOVE CONTROL-YEAR-X TO CK-CARD-YEAR.
0121C      CALL 'DPRUN004' USING CYCLK-AREA.
0121D      IF CONTROL-YEAR-X EQUAL SPACES
0121E         OR CONTROL-YEAR-X EQUAL '0000'
0121F         MOVE 'YEAR'      TO CONTROL-YEAR-C
0121G         MOVE CK-TAX-YEAR TO CONTROL-YEAR-N
0121H      END-IF.
00122      IF CONTROL-YEAR-N NOT NUMERIC OR CONTROL-YEAR-N <= 1993
00123         OR CONTROL-YEAR-C NOT EQUAL TO 'YEAR'
00124         DISPLAY 'SELECTION YEAR INVALID ON PARM CARD'
00125         DISPLAY 'PARM CARD = ' CONTROL-CARD
00126         MOVE 16 TO RETURN-CODE
00127      ELSE
00128         DISPLAY 'EXCHANGE HOLDERS FOR TAX YEAR ' CONTROL-YEAR-N
00129      END-IF.
00130 *
00131  2000-PROCESS-DATABASE.
00132      CALL 'CBLTDLI' USING GN, PI-PCB1, SEG-IO-AREA.
00133      EVALUATE TRUE
00134      WHEN PI-DB-GOOD-STATUS
00135      WHEN PI-UP-LVL
00136      WHEN PI-NEW-SGTP-SAME-LVL
00137           ADD +1 TO WS-SEGMENTS-CNTR
00138           PERFORM 3000-CLASSIFY-SEGMENT
00139      WHEN PI-DB-END
00140           MOVE 'Y' TO EOF-SW
00141      WHEN OTHER
00142           DISPLAY 'ERROR IN MODULE 2000-PROCESS-DATABASE'
00143           PERFORM 9900-DATABASE-ERROR
00144      END-EVALUATE.
00145 *
00146 *    A SEGMENT AT OR ABOVE THE LEVEL OF A SWITCH ENDS THE SCOPE
00147 *    OF THAT SWITCH, SO EACH SEGMENT TYPE RESETS THE SWITCHES
00148 *    BELOW IT BEFORE SETTING ITS OWN.
00149  3000-CLASSIFY-SEGMENT.
00150      EVALUATE TRUE
00151      WHEN PI-DB-1ST-SEG-LEVEL
00152           PERFORM 4000-NEW-ROOT
00153      WHEN PI-DB-2ND-SEG-LEVEL
00154           MOVE 'N' TO ASMT-SW DETAIL-SW
00155           IF PI-NAME-FDBK = SN-ASSESSMENT
00156              PERFORM 5100-CHECK-ASSESSMENT
00157           END-IF
00158      WHEN PI-DB-3RD-SEG-LEVEL
00159           MOVE 'N' TO DETAIL-SW
00160      WHEN PI-DB-4TH-SEG-LEVEL
00161           MOVE 'N' TO DETAIL-SW
00162           IF PI-NAME-FDBK = SN-SF-DETAIL AND SELECTED-ASSESSMENT
00163              PERFORM 5200-CHECK-DETAIL
00164           END-IF
00165      WHEN PI-DB-5TH-SEG-LEVEL
00166           IF PI-NAME-FDBK = SN-SF-SOSEC AND QUALIFIED-DETAIL
00167              PERFORM 5300-WRITE-HOLDER
00168           END-IF
00169      END-EVALUATE.
00170 *
00171  4000-NEW-ROOT.
00172      ADD +1 TO WS-ROOTS-CNTR.
00173      MOVE SEG-IO-AREA TO P-ROOT.
00174      MOVE 'N' TO ASMT-SW DETAIL-SW.
00175 *
00176  5100-CHECK-ASSESSMENT.
00177      MOVE SEG-IO-AREA TO PY-ASMTDATA.
00178      IF PY-YEAR = CONTROL-YY AND PY-TXYR = CONTROL-YY
00179         AND PY-CURRENT-TXTYP
00180         MOVE 'Y' TO ASMT-SW
00181      END-IF.
00182 *
00183  5200-CHECK-DETAIL.
00184      MOVE SEG-IO-AREA TO C150-SENFRZDETAIL.
00185      ADD +1 TO WS-DETAIL-CNTR.
00186      MOVE 'N' TO WS-HOLD-SENFRZ WS-HOLD-SENHS WS-HOLD-HOMOWN.
00187      IF C150-SFSTAT = QUALIFIED-STAT
00188         MOVE 'Y' TO WS-HOLD-SENFRZ
00189      END-IF.
00190      IF C150-HSSTAT = QUALIFIED-STAT
00191         MOVE 'Y' TO WS-HOLD-SENHS
00192      END-IF.
00193      IF C150-HOSTAT = QUALIFIED-STAT
00194         MOVE 'Y' TO WS-HOLD-HOMOWN
00195      END-IF.
00196      IF WS-HOLD-SENFRZ = 'Y' OR WS-HOLD-SENHS = 'Y'
00197         OR WS-HOLD-HOMOWN = 'Y'
00198         ADD +1 TO WS-QUALIFIED-CNTR
00199         MOVE 'Y' TO DETAIL-SW
00200         MOVE C150-BIRTHDTE TO WS-HOLD-BIRTHDTE
00201      END-IF.
00202 *
00203  5300-WRITE-HOLDER.
00204      MOVE SEG-IO-AREA TO C155-SENFRZSOSEC.
00205      ADD +1 TO WS-SOSEC-CNTR.
00206      IF C155-SSN NOT NUMERIC OR C155-SSN = ZERO
00207         ADD +1 TO WS-BAD-SSN-CNTR
00208      ELSE
00209         MOVE SPACES           TO EXCHANGE-REC
00210         MOVE 'CC '            TO XH-COUNTY
00211         MOVE CONTROL-YEAR-N   TO XH-TAX-YEAR
00212         MOVE C155-SSN         TO XH-SSN
00213         MOVE P-VOL            TO XH-VOL
00214         MOVE P-PROP           TO XH-PROP
00215         MOVE C155-LSTNAM      TO XH-LSTNAM
00216         MOVE C155-FSTNAM      TO XH-FSTNAM
00217         MOVE C155-MI          TO XH-MI
00218         MOVE WS-HOLD-BIRTHDTE TO XH-BIRTH-DATE
00219         MOVE WS-HOLD-SENFRZ   TO XH-SENFRZ-IND
00220         MOVE WS-HOLD-SENHS    TO XH-SENHS-IND
00221         MOVE WS-HOLD-HOMOWN   TO XH-HOMOWN-IND
00222         IF XH-SENFRZ-HOLDER
00223            ADD +1 TO WS-SENFRZ-CNTR
00224         END-IF
00225         IF XH-SENHS-HOLDER
00226            ADD +1 TO WS-SENHS-CNTR
00227         END-IF
00228         IF XH-HOMOWN-HOLDER
00229            ADD +1 TO WS-HOMOWN-CNTR
00230         END-IF
00231         WRITE EXCHANGE-REC
00232         ADD +1 TO WS-OUTPUT-CNTR
00233      END-IF.
00234 *
00235  9000-FINALIZATION.
00236      DISPLAY 'TOTAL SEGMENTS READ.............' WS-SEGMENTS-CNTR.
00237      DISPLAY 'TOTAL ROOT SEGMENTS READ........' WS-ROOTS-CNTR.
00238      DISPLAY 'DETAIL SEGMENTS IN SELECTED YEAR' WS-DETAIL-CNTR.
00239      DISPLAY 'DETAILS WITH A QUALIFIED STATUS.' WS-QUALIFIED-CNTR.
00240      DISPLAY 'SOCIAL SECURITY SEGMENTS READ...' WS-SOSEC-CNTR.
00241      DISPLAY 'SKIPPED, SSN ZERO OR NOT NUMERIC' WS-BAD-SSN-CNTR.
00242      DISPLAY 'HOLDERS WITH SENIOR FREEZE......' WS-SENFRZ-CNTR.
00243      DISPLAY 'HOLDERS WITH SENIOR HOMESTEAD...' WS-SENHS-CNTR.
00244      DISPLAY 'HOLDERS WITH HOMEOWNER EXEMPTION' WS-HOMOWN-CNTR.
00245      DISPLAY 'TOTAL EXCHANGE RECORDS WRITTEN..' WS-OUTPUT-CNTR.
00246      CLOSE EXCHANGE-FILE.
0246A      MOVE 'ASHMA934'            TO SX-PROGRAM.
0246B      MOVE 'XCHOLDCC'            TO SX-OUTPUT-DD.
0246C      MOVE WS-OUTPUT-CNTR        TO SX-RECORD-CNT.
0246D      MOVE 'C'                   TO SX-DEST-CLASS.
0246E      MOVE 'COLLAR COUNTY EXCHANGE' TO SX-DEST-DESC.
0246F      CALL 'ASREA871' USING SSNEXP-AREA.
00247 *
00248  9900-DATABASE-ERROR.
00249      MOVE 'T' TO EOF-SW.
00250      MOVE 16  TO RETURN-CODE.
00251      DISPLAY 'DBD NAME................' PI-DBD-NAME.
00252      DISPLAY 'SEGMENT LEVEL...........' PI-SEGMENT-LVL.
00253      DISPLAY 'STATUS CODE.............' PI-STATUS-CODE.
00254      DISPLAY 'PROCESSING OPTIONS......' PI-PROC-OPT.
00255      DISPLAY 'SEGMENT NAME............' PI-NAME-FDBK.
00256      DISPLAY 'LEVEL1 ARGUEMENT........' P-PROP.
00257      DISPLAY 'KEY LENGTH..............' PI-KEY-FDBK-LNG.
00258      DISPLAY 'SENSITIVE SEGMENTS......' PI-SEN-SEG.
00259      DISPLAY 'KEY FEEDBACK AREA IS....' PI-KEY-FDBK.
