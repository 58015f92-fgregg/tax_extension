00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID.    ASHMA933.
00003 *****************************************************************
00004 * AUTHOR.                                                       *
00005 *       T. BROWN                                                *
00006 *                                                               *
00007 * DATE-WRITTEN.                                                 *
00008 *       OCTOBER 2026.                                           *
00009 *                                                               *
00010 * REMARKS.                                                      *
00011 *       READ-ONLY STRUCTURAL AUDIT OF THE PROPERTY INFORMATION  *
00012 *       DATABASE.  ASHMA828, ASHMA850, ASHMA921 AND ASHMA923    *
00013 *       ALL ASSUME THE PARENT/CHILD STRUCTURE UNDER EACH ROOT   *
00014 *       (PIROOTSEGM) IS SOUND.  THIS PROGRAM WALKS THE WHOLE    *
00015 *       DATABASE IN HIERARCHIC SEQUENCE WITH UNQUALIFIED GN     *
00016 *       CALLS, REMEMBERS THE SEGMENT LAST SEEN AT EACH LEVEL,   *
00017 *       AND WRITES ONE RECORD (ASPIAUDR01) TO THE AUDIT FILE    *
00018 *       FOR EACH OF THESE PROBLEMS --                           *
00019 *         SF  SENIOR FREEZE DETAIL (C150) NOT UNDER A SENIOR    *
00020 *             FREEZE MASTER (C145).                             *
00021 *         CE  C OF E ACTION (C140) NOT UNDER A C OF E ID        *
00022 *             SEGMENT (C135).                                   *
00023 *         DA  A SECOND ASSESSMENT SEGMENT (PIASSESSMT) UNDER    *
00024 *             THE ROOT FOR THE SAME TAX YEAR AND TAX TYPE.      *
00025 *         HA  A HOMEOWNER SEGMENT (PIHOMEOWNR) WHOSE YEAR       *
00026 *             APPLIED HAS NO ASSESSMENT SEGMENT UNDER THE ROOT. *
00027 *         NC  A ROOT WITH NO DEPENDENT SEGMENTS AT ALL.         *
00028 *       COUNTS BY PROBLEM ARE DISPLAYED AT END OF JOB.  THE     *
00029 *       DBA WORKS THE AUDIT FILE BEFORE THE NEXT REORGANIZATION.*
00030 *       RETURN CODE 4 WHEN ANY PROBLEM IS FOUND, 16 ON A        *
00031 *       DATABASE ERROR.  NOTHING ON THE DATABASE IS CHANGED --  *
00032 *       THE PSB NEEDS PROCOPT=G ONLY.                           *
00033 *****************************************************************
00034  SKIP2
00035  ENVIRONMENT DIVISION.
00036  INPUT-OUTPUT SECTION.
00037  FILE-CONTROL.
00038      SELECT AUDIT-FILE ASSIGN TO UT-S-PIAUDIT.
00039  EJECT
00040  DATA DIVISION.
00041  FILE SECTION.
00042  FD  AUDIT-FILE
00043      BLOCK  CONTAINS 0 RECORDS
00044      RECORD CONTAINS 100 CHARACTERS
00045      RECORDING MODE IS F
00046      LABEL  RECORDS ARE STANDARD
00047      DATA RECORD IS AUDIT-REC.
00048  01  AUDIT-REC.
00049  COPY ASPIAUDR01.
00050  EJECT
00051  WORKING-STORAGE SECTION.
00052  77  WS-SEGMENTS-CNTR       PIC 9(9)     VALUE 0 PACKED-DECIMAL.
00053  77  WS-ROOTS-CNTR          PIC 9(9)     VALUE 0 PACKED-DECIMAL.
00054  77  WS-SF-CNTR             PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00055  77  WS-CE-CNTR             PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00056  77  WS-DA-CNTR             PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00057  77  WS-HA-CNTR             PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00058  77  WS-NC-CNTR             PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00059  77  WS-OVERFLOW-CNTR       PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00060  77  WS-OUTPUT-CNTR         PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00061  77  WS-CHILD-CNT           PIC 9(7)     VALUE 0 PACKED-DECIMAL.
00062  77  WS-ASMT-CNT            PIC S9(4)    VALUE 0 COMP.
00063  77  WS-HO-CNT              PIC S9(4)    VALUE 0 COMP.
00064  77  WS-HO-SUB              PIC S9(4)    VALUE 0 COMP.
00065  77  WS-LVL-SUB             PIC S9(4)    VALUE 0 COMP.
00066  77  EOF-SW                 PIC X        VALUE 'N'.
00067      88 END-OF-DATABASE                  VALUE 'Y'.
00068      88 TERMI                            VALUE 'T'.
00069  77  ROOT-SW                PIC X        VALUE 'N'.
00070      88 ROOT-IN-PROGRESS                 VALUE 'Y'.
00071 *
00072  01  WS-LEVEL-X             PIC XX.
00073  01  WS-LEVEL REDEFINES WS-LEVEL-X
00074                             PIC 99.
00075  01  WS-PARENT-SEG          PIC X(8).
00076  01  WS-ROOT-KEY-FDBK       PIC X(22).
00077 *
00078 *    SEGMENT NAMES AS THEY COME BACK IN THE PCB NAME FEEDBACK.
00079  01  PI-SEGMENT-NAMES.
00080      05  SN-ROOT            PIC X(8)     VALUE 'PROPSEG '.
00081      05  SN-ASSESSMENT      PIC X(8)     VALUE 'ASSMTSEG'.
00082      05  SN-SF-MASTER       PIC X(8)     VALUE 'EXMASTSG'.
00083      05  SN-SF-DETAIL       PIC X(8)     VALUE 'EXDETLSG'.
00084      05  SN-HOMEOWNER       PIC X(8)     VALUE 'HOMEOWSG'.
00085      05  SN-COE-ID          PIC X(8)     VALUE 'COFEIDSG'.
00086      05  SN-COE-ACTION      PIC X(8)     VALUE 'COFEACSG'.
00087 *
00088 *    SEGMENT LAST SEEN AT EACH LEVEL OF THE CURRENT PATH.
00089  01  WS-PATH-TABLE.
00090      05  WS-HOLD-SEG        PIC X(8)     OCCURS 5 TIMES.
00091 *
00092 *    ASSESSMENT YEARS AND HOMEOWNER SEGMENTS UNDER THIS ROOT.
00093  01  WS-ASMT-TABLE.
00094      05  WS-ASMT-ENTRY      OCCURS 60 TIMES INDEXED BY AS-IX.
00095          10  WS-ASMT-TXYR   PIC 99.
00096          10  WS-ASMT-TXTYPE PIC 9.
00097  01  WS-HO-TABLE.
00098      05  WS-HO-ENTRY        OCCURS 20 TIMES.
00099          10  WS-HO-YEAR     PIC 99.
00100          10  WS-HO-LVL      PIC XX.
00101          10  WS-HO-PARENT   PIC X(8).
00102          10  WS-HO-KEY      PIC X(22).
00103 *
00104  01  IO-AREA.
00105  COPY PIROOTSEGM.
00106  COPY PIASSESSMT.
00107  COPY PIHOMEOWNR.
00108  COPY IMSCALLS.
00109 *
00110  01  SEG-IO-AREA            PIC X(1000).
00111 *****************************************************************
00112  LINKAGE SECTION.
00113  COPY IOPCBDESC.
00114 *
00115  01  PI-PCB1.
00116  COPY PIPCB1DESC.
00117          07  PI-KEY-FB-ITEM          PIC X(22).
00118      EJECT
00119  PROCEDURE DIVISION.
00120  0000-MAINLINE.
00121  SKIP2
00122      ENTRY 'DLITCBL' USING IO-PCB  PI-PCB1.
00123  SKIP2
00124      PERFORM 1000-INITIALIZATION.
00125      PERFORM 2000-PROCESS-DATABASE UNTIL RETURN-CODE = 16
00126              OR END-OF-DATABASE OR TERMI.
00127      IF END-OF-DATABASE AND ROOT-IN-PROGRESS
00128         PERFORM 7000-END-OF-ROOT
00129      END-IF.
00130      PERFORM 9000-FINALIZATION.
00131      STOP RUN.
00132  EJECT
00133  1000-INITIALIZATION.
00134      OPEN OUTPUT AUDIT-FILE.
00135      MOVE SPACES TO WS-PATH-TABLE.
00136 *
00137  2000-PROCESS-DATABASE.
00138      CALL 'CBLTDLI' USING GN, PI-PCB1, SEG-IO-AREA.
00139      EVALUATE TRUE
00140      WHEN PI-DB-GOOD-STATUS
00141      WHEN PI-UP-LVL
00142      WHEN PI-NEW-SGTP-SAME-LVL
00143           ADD +1 TO WS-SEGMENTS-CNTR
00144           PERFORM 3000-CLASSIFY-SEGMENT
00145      WHEN PI-DB-END
00146           MOVE 'Y' TO EOF-SW
00147      WHEN OTHER
00148           DISPLAY 'ERROR IN MODULE 2000-PROCESS-DATABASE'
00149           PERFORM 9900-DATABASE-ERROR
00150      END-EVALUATE.
00151 *
00152  3000-CLASSIFY-SEGMENT.
00153      MOVE PI-SEGMENT-LVL TO WS-LEVEL-X.
00154      IF WS-LEVEL NOT NUMERIC OR WS-LEVEL < 1 OR WS-LEVEL > 5
00155         DISPLAY 'BAD LEVEL IN MODULE 3000-CLASSIFY-SEGMENT'
00156         PERFORM 9900-DATABASE-ERROR
00157      ELSE
00158         IF PI-DB-1ST-SEG-LEVEL
00159            PERFORM 4000-NEW-ROOT
00160         ELSE
00161            ADD +1 TO WS-CHILD-CNT
00162         END-IF
00163         MOVE PI-NAME-FDBK TO WS-HOLD-SEG (WS-LEVEL)
00164         COMPUTE WS-LVL-SUB = WS-LEVEL + 1
00165         PERFORM 3100-CLEAR-LOWER-LEVEL UNTIL WS-LVL-SUB > 5
00166         IF WS-LEVEL > 1
00167            MOVE WS-HOLD-SEG (WS-LEVEL - 1) TO WS-PARENT-SEG
00168         ELSE
00169            MOVE SPACES TO WS-PARENT-SEG
00170         END-IF
00171         EVALUATE PI-NAME-FDBK
00172         WHEN SN-SF-DETAIL
00173              IF WS-PARENT-SEG NOT EQUAL SN-SF-MASTER
00174                 PERFORM 5100-SF-DETAIL-NO-MASTER
00175              END-IF
00176         WHEN SN-COE-ACTION
00177              IF WS-PARENT-SEG NOT EQUAL SN-COE-ID
00178                 PERFORM 5200-COE-ACTION-NO-ID
00179              END-IF
00180         WHEN SN-ASSESSMENT
00181              PERFORM 5300-CHECK-ASSESSMENT
00182         WHEN SN-HOMEOWNER
00183              PERFORM 5400-TABLE-HOMEOWNER
00184         END-EVALUATE
00185      END-IF.
00186 *
00187  3100-CLEAR-LOWER-LEVEL.
00188      MOVE SPACES TO WS-HOLD-SEG (WS-LVL-SUB).
00189      ADD +1 TO WS-LVL-SUB.
00190 *
00191  4000-NEW-ROOT.
00192      IF ROOT-IN-PROGRESS
00193         PERFORM 7000-END-OF-ROOT
00194      END-IF.
00195      ADD +1 TO WS-ROOTS-CNTR.
00196      MOVE 'Y'            TO ROOT-SW.
00197      MOVE SEG-IO-AREA    TO P-ROOT.
00198      MOVE PI-KEY-FB-ITEM TO WS-ROOT-KEY-FDBK.
00199      MOVE ZERO           TO WS-CHILD-CNT WS-ASMT-CNT WS-HO-CNT.
00200 *
00201  5100-SF-DETAIL-NO-MASTER.
00202      PERFORM 8100-START-PROBLEM.
00203      MOVE 'SF'           TO PA-PROBLEM.
00204      ADD +1 TO WS-SF-CNTR.
00205      PERFORM 8200-WRITE-PROBLEM.
00206 *
00207  5200-COE-ACTION-NO-ID.
00208      PERFORM 8100-START-PROBLEM.
00209      MOVE 'CE'           TO PA-PROBLEM.
00210      ADD +1 TO WS-CE-CNTR.
00211      PERFORM 8200-WRITE-PROBLEM.
00212 *
00213  5300-CHECK-ASSESSMENT.
00214      MOVE SEG-IO-AREA TO PY-ASMTDATA.
00215      SET AS-IX TO 1.
00216      SEARCH WS-ASMT-ENTRY
00217         AT END
00218            PERFORM 5310-ADD-ASSESSMENT
00219         WHEN AS-IX > WS-ASMT-CNT
00220            PERFORM 5310-ADD-ASSESSMENT
00221         WHEN WS-ASMT-TXYR (AS-IX) = PY-TXYR
00222          AND WS-ASMT-TXTYPE (AS-IX) = PY-TXTYPE
00223            PERFORM 8100-START-PROBLEM
00224            MOVE 'DA'      TO PA-PROBLEM
00225            MOVE PY-TXYR   TO PA-YEAR
00226            MOVE PY-TXTYPE TO PA-TXTYPE
00227            ADD +1 TO WS-DA-CNTR
00228            PERFORM 8200-WRITE-PROBLEM
00229      END-SEARCH.
00230 *
00231  5310-ADD-ASSESSMENT.
00232      IF WS-ASMT-CNT < 60
00233         ADD +1 TO WS-ASMT-CNT
00234         MOVE PY-TXYR   TO WS-ASMT-TXYR (WS-ASMT-CNT)
00235         MOVE PY-TXTYPE TO WS-ASMT-TXTYPE (WS-ASMT-CNT)
00236      ELSE
00237         ADD +1 TO WS-OVERFLOW-CNTR
00238      END-IF.
00239 *
00240  5400-TABLE-HOMEOWNER.
00241      MOVE SEG-IO-AREA TO PO-HOMEOWNR.
00242      IF WS-HO-CNT < 20
00243         ADD +1 TO WS-HO-CNT
00244         MOVE PO-YR-APPLD    TO WS-HO-YEAR   (WS-HO-CNT)
00245         MOVE PI-SEGMENT-LVL TO WS-HO-LVL    (WS-HO-CNT)
00246         MOVE WS-PARENT-SEG  TO WS-HO-PARENT (WS-HO-CNT)
00247         MOVE PI-KEY-FB-ITEM TO WS-HO-KEY    (WS-HO-CNT)
00248      ELSE
00249         ADD +1 TO WS-OVERFLOW-CNTR
00250      END-IF.
00251 *
00252  7000-END-OF-ROOT.
00253      IF WS-CHILD-CNT = ZERO
00254         MOVE SPACES           TO AUDIT-REC
00255         MOVE 'NC'             TO PA-PROBLEM
00256         MOVE SN-ROOT          TO PA-SEGNAME
00257         MOVE '01'             TO PA-SEGLVL
00258         MOVE ZERO             TO PA-YEAR
00259         MOVE WS-ROOT-KEY-FDBK TO PA-KEY-FDBK
00260         ADD +1 TO WS-NC-CNTR
00261         PERFORM 8200-WRITE-PROBLEM
00262      END-IF.
00263      MOVE 1 TO WS-HO-SUB.
00264      PERFORM 7100-CHECK-HOMEOWNER UNTIL WS-HO-SUB > WS-HO-CNT.
00265      MOVE 'N' TO ROOT-SW.
00266 *
00267  7100-CHECK-HOMEOWNER.
00268      SET AS-IX TO 1.
00269      SEARCH WS-ASMT-ENTRY
00270         AT END
00271            PERFORM 7110-HOMEOWNER-NO-ASSMT
00272         WHEN AS-IX > WS-ASMT-CNT
00273            PERFORM 7110-HOMEOWNER-NO-ASSMT
00274         WHEN WS-ASMT-TXYR (AS-IX) = WS-HO-YEAR (WS-HO-SUB)
00275            CONTINUE
00276      END-SEARCH.
00277      ADD +1 TO WS-HO-SUB.
00278 *
00279  7110-HOMEOWNER-NO-ASSMT.
00280      MOVE SPACES                    TO AUDIT-REC.
00281      MOVE 'HA'                      TO PA-PROBLEM.
00282      MOVE SN-HOMEOWNER              TO PA-SEGNAME.
00283      MOVE WS-HO-LVL    (WS-HO-SUB)  TO PA-SEGLVL.
00284      MOVE WS-HO-PARENT (WS-HO-SUB)  TO PA-PARENT-SEG.
00285      MOVE WS-HO-YEAR   (WS-HO-SUB)  TO PA-YEAR.
00286      MOVE WS-HO-KEY    (WS-HO-SUB)  TO PA-KEY-FDBK.
00287      ADD +1 TO WS-HA-CNTR.
00288      PERFORM 8200-WRITE-PROBLEM.
00289 *
00290  8100-START-PROBLEM.
00291      MOVE SPACES         TO AUDIT-REC.
00292      MOVE PI-NAME-FDBK   TO PA-SEGNAME.
00293      MOVE PI-SEGMENT-LVL TO PA-SEGLVL.
00294      MOVE WS-PARENT-SEG  TO PA-PARENT-SEG.
00295      MOVE ZERO           TO PA-YEAR.
00296      MOVE PI-KEY-FB-ITEM TO PA-KEY-FDBK.
00297 *
00298  8200-WRITE-PROBLEM.
00299      MOVE P-TOWN TO PA-TOWN.
00300      MOVE P-VOL  TO PA-VOL.
00301      MOVE P-PROP TO PA-PROP.
00302      WRITE AUDIT-REC.
00303      ADD +1 TO WS-OUTPUT-CNTR.
00304 *
00305  9000-FINALIZATION.
00306      DISPLAY 'TOTAL SEGMENTS READ.............' WS-SEGMENTS-CNTR.
00307      DISPLAY 'TOTAL ROOT SEGMENTS READ........' WS-ROOTS-CNTR.
00308      DISPLAY 'SF DETAIL WITH NO SF MASTER.....' WS-SF-CNTR.
00309      DISPLAY 'C OF E ACTION WITH NO C OF E ID.' WS-CE-CNTR.
00310      DISPLAY 'DUPLICATE ASSESSMENT SEGMENTS...' WS-DA-CNTR.
00311      DISPLAY 'HOMEOWNER YEAR NOT ASSESSED.....' WS-HA-CNTR.
00312      DISPLAY 'ROOTS WITH NO CHILDREN..........' WS-NC-CNTR.
00313      DISPLAY 'TOTAL AUDIT RECORDS WRITTEN.....' WS-OUTPUT-CNTR.
00314      IF WS-OVERFLOW-CNTR > ZERO
00315         DISPLAY 'SEGMENTS NOT CHECKED, TABLE FULL'
00316                 WS-OVERFLOW-CNTR
00317      END-IF.
00318      IF WS-OUTPUT-CNTR > ZERO AND RETURN-CODE < 4
00319         MOVE 4 TO RETURN-CODE
00320      END-IF.
00321      CLOSE AUDIT-FILE.
00322 *
00323  9900-DATABASE-ERROR.
00324      MOVE 'T' TO EOF-SW.
00325      MOVE 16  TO RETURN-CODE.
00326      DISPLAY 'DBD NAME................' PI-DBD-NAME.
00327      DISPLAY 'SEGMENT LEVEL...........' PI-SEGMENT-LVL.
00328      DISPLAY 'STATUS CODE.............' PI-STATUS-CODE.
00329      DISPLAY 'PROCESSING OPTIONS......' PI-PROC-OPT.
00330      DISPLAY 'SEGMENT NAME............' PI-NAME-FDBK.
00331      DISPLAY 'LEVEL1 ARGUEMENT........' P-PROP.
00332      DISPLAY 'KEY LENGTH..............' PI-KEY-FDBK-LNG.
00333      DISPLAY 'SENSITIVE SEGMENTS......' PI-SEN-SEG.
00334      DISPLAY 'KEY FEEDBACK AREA IS....' PI-KEY-FDBK.
