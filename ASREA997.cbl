00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA997.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ASREA964 LETS THE COUNTER CLERK SEE A HOMEOWNER
00007 *         RECORD BUT NOT FIX IT -- A CHANGE OF ADDRESS OR A
00008 *         RENEWAL STATUS STILL WENT ON A FORM TO KEYPUNCH AND
00009 *         WAITED FOR THE NEXT BATCH RUN.  THIS IS THE ONLINE
00010 *         HOMEOWNER EXEMPTION MAINTENANCE TRANSACTION (CICS
00011 *         COMMAND LEVEL, TRANSACTION HMUP).  THE CLERK KEYS
00012 *             HMUP PPPPPPPPPPPPPPP F DATA
00013 *         WHERE F IS THE FUNCTION --
00014 *             S  STATUS-1 (0-4) AND STATUS-2 (0-1)
00015 *             A  ADDRESS (22), CITY (12), STATE (2), ZIP (5)
00016 *             L  NOTICE LANGUAGE E, S, P OR BLANK
00017 *             V  V AND THE VERIFIED BIRTH DATE CCYYMMDD TO SET THE
00018 *                ONE-TIME AGE VERIFICATION, OR N TO REMOVE IT
00019 *         THE DATA IS EDITED AS THE BATCH PROGRAMS EDIT IT
00020 *         (STATUS VALUES OF HOMOWNRD01, ADDRESS AND NUMERIC ZIP
00021 *         AS ASREA934, LANGUAGE AS ASREA936, NUMERIC BIRTH DATE
00022 *         AS ASREA953).  AN ADDRESS OR LANGUAGE CHANGE IS
00023 *         REWRITTEN ON THE VSAM MASTER (CICS FILE VSAMHMST);
00024 *         EVERY ACCEPTED CHANGE STAMPS V-BATCH-NO WITH THE
00025 *         ONLINE BATCH (90000 PLUS THE DAY OF THE YEAR) AND
00026 *         V-UPD-DATE WITH TODAY, AND IS WRITTEN WITH THE OPERATOR
00027 *         AND TERMINAL TO THE ONLINE MAINTENANCE JOURNAL
00028 *         (ASHMOJNR1, TD QUEUE HMOJ).  STATUS AND AGE
00029 *         VERIFICATION ARE NOT CARRIED ON VSAMHMST; THEY REACH
00030 *         THE HOMEOWNER MASTER FROM THE JOURNAL IN THE NIGHTLY
00031 *         ASREA998 POSTING.  IF THE JOURNAL CANNOT BE WRITTEN
00032 *         THE VSAM UPDATE IS BACKED OUT AND THE CLERK IS TOLD NO
00033 *         CHANGE WAS MADE, SO THE JOURNAL AND THE FILE NEVER
00034 *         DISAGREE.
00035      SKIP2
00036  ENVIRONMENT DIVISION.
00037  CONFIGURATION SECTION.
00038  SOURCE-COMPUTER. IBM-370.
00039  OBJECT-COMPUTER. IBM-370.
00040      SKIP1
00041  DATA DIVISION.
00042  WORKING-STORAGE SECTION.
00043  77  FILLER              PIC X(40)  VALUE
00044      '** ASREA997 WORKING-STORAGE BEGINS **'.
00045      SKIP1
00046  01  INPUT-MSG.
00047      05  IM-TRANSID      PIC X(4).
00048      05  FILLER          PIC X.
00049      05  IM-PROP         PIC X(15).
00050      05  IM-PROP-N REDEFINES IM-PROP
00051                          PIC 9(15).
00052      05  FILLER          PIC X.
00053      05  IM-FUNC         PIC X.
00054          88  IM-STATUS-FUNC         VALUE 'S'.
00055          88  IM-ADDRESS-FUNC        VALUE 'A'.
00056          88  IM-LANGUAGE-FUNC       VALUE 'L'.
00057          88  IM-AGE-VERIF-FUNC      VALUE 'V'.
00058      05  FILLER          PIC X.
00059      05  IM-DATA         PIC X(41).
00060      05  IM-STATUS-DATA REDEFINES IM-DATA.
00061          10  IM-STAT1    PIC X.
00062              88  IM-STAT1-VALID     VALUE '0' THRU '4'.
00063          10  IM-STAT2    PIC X.
00064              88  IM-STAT2-VALID     VALUE '0' '1'.
00065          10  FILLER      PIC X(39).
00066      05  IM-ADDRESS-DATA REDEFINES IM-DATA.
00067          10  IM-ADDR     PIC X(22).
00068          10  IM-CITY     PIC X(12).
00069          10  IM-STATE    PIC XX.
00070          10  IM-ZIP      PIC X(5).
00071      05  IM-LANGUAGE-DATA REDEFINES IM-DATA.
00072          10  IM-LANG     PIC X.
00073              88  IM-LANG-VALID      VALUE 'E' 'S' 'P' ' '.
00074          10  FILLER      PIC X(40).
00075      05  IM-VERIF-DATA REDEFINES IM-DATA.
00076          10  IM-VERIF    PIC X.
00077              88  IM-VERIF-SET       VALUE 'V'.
00078              88  IM-VERIF-REMOVE    VALUE 'N'.
00079          10  IM-VERIF-BIRTH.
00080              15  IM-VB-CCYY  PIC X(4).
00081              15  IM-VB-MM    PIC XX.
00082                  88  IM-VB-MM-VALID VALUE '01' THRU '12'.
00083              15  IM-VB-DD    PIC XX.
00084                  88  IM-VB-DD-VALID VALUE '01' THRU '31'.
00085          10  IM-VERIF-BIRTH-N REDEFINES IM-VERIF-BIRTH
00086                          PIC 9(8).
00087          10  FILLER      PIC X(32).
00088  77  IM-LENGTH           PIC S9(4) COMP  VALUE +64.
00089      SKIP1
00090  01  W-VALID-SW              PIC X      VALUE 'Y'.
00091      88  INPUT-VALID                    VALUE 'Y'.
00092      SKIP1
00093  01  VSAM-REC.
00094  COPY VSAMHMST.
00095      SKIP1
00096  01  OJ-REC.
00097  COPY ASHMOJNR1.
00098  77  OJ-LENGTH           PIC S9(4) COMP  VALUE +160.
00099      SKIP1
00100  01  W-VSAM-KEY.
00101      05  W-VK-PROP       PIC S9(15)     COMP-3.
00102      05  W-VK-REC-CD     PIC 9.
00103      05  W-VK-BIRTH      PIC 9(6).
00104  01  W-RESP             PIC S9(8) COMP  VALUE +0.
00105  01  W-RESP2            PIC S9(8) COMP  VALUE +0.
00106  01  W-REQ-PROP         PIC S9(15) COMP-3 VALUE +0.
00107      SKIP1
00108  01  W-ABSTIME          PIC S9(15) COMP-3 VALUE +0.
00109  01  W-TODAY            PIC X(8)   VALUE SPACES.
00110  01  W-TODAY-N REDEFINES W-TODAY
00111                         PIC 9(8).
00112  01  W-TIME             PIC X(6)   VALUE SPACES.
00113  01  W-TIME-N REDEFINES W-TIME
00114                         PIC 9(6).
00115  01  W-YYDDD            PIC X(5)   VALUE SPACES.
00116  01  W-YYDDD-X REDEFINES W-YYDDD.
00117      05  W-YY           PIC 99.
00118      05  W-DDD          PIC 999.
00119  01  W-USERID           PIC X(8)   VALUE SPACES.
00120  01  W-BATCH-NO         PIC 9(5)   VALUE ZEROS.
00121      SKIP1
00122  01  SCREEN-MSG.
00123      05  SM-LINE1.
00124          10  FILLER      PIC X(25)  VALUE
00125              'HOMEOWNER MAINTENANCE -- '.
00126          10  SM-PROP     PIC 9(15).
00127          10  FILLER      PIC X(4)   VALUE SPACES.
00128      05  SM-LINE2.
00129          10  FILLER      PIC X(6)   VALUE 'NAME  '.
00130          10  SM-NAME     PIC X(22).
00131          10  FILLER      PIC X(12)  VALUE '  FUNCTION  '.
00132          10  SM-FUNC     PIC X.
00133          10  FILLER      PIC X(3)   VALUE SPACES.
00134      05  SM-LINE3.
00135          10  FILLER      PIC X(7)   VALUE 'BEFORE '.
00136          10  SM-BEFORE   PIC X(42).
00137      05  SM-LINE4.
00138          10  FILLER      PIC X(7)   VALUE 'AFTER  '.
00139          10  SM-AFTER    PIC X(42).
00140      05  SM-LINE5.
00141          10  FILLER      PIC X(6)   VALUE 'BATCH '.
00142          10  SM-BATCH    PIC 9(5).
00143          10  FILLER      PIC X(11)  VALUE '  OPERATOR '.
00144          10  SM-OPER     PIC X(8).
00145          10  FILLER      PIC X(7)   VALUE '  TERM '.
00146          10  SM-TERM     PIC X(4).
00147          10  FILLER      PIC X(3)   VALUE SPACES.
00148      05  SM-LINE6.
00149          10  SM-MESSG    PIC X(44)  VALUE SPACES.
00150  77  SM-LENGTH           PIC S9(4) COMP VALUE +274.
00151      EJECT
00152  PROCEDURE DIVISION.
00153      SKIP1
00154  0000-MAINLINE.
00155      MOVE SPACES TO INPUT-MSG.
00156      EXEC CICS RECEIVE
00157          INTO (INPUT-MSG)
00158          LENGTH (IM-LENGTH)
00159          RESP (W-RESP)
00160      END-EXEC.
00161      PERFORM 0400-CLEAR-SCREEN-FIELDS.
00162      PERFORM 0100-EDIT-INPUT THRU 0100-EXIT.
00163      IF INPUT-VALID
00164          PERFORM 0200-READ-FOR-UPDATE THRU 0200-EXIT.
00165      IF INPUT-VALID
00166          PERFORM 0300-APPLY-CHANGE THRU 0300-EXIT.
00167      PERFORM 0500-SEND-SCREEN.
00168      EXEC CICS RETURN END-EXEC.
00169      SKIP1
00170  0100-EDIT-INPUT.
00171      MOVE 'Y'     TO W-VALID-SW.
00172      MOVE IM-FUNC TO SM-FUNC.
00173      IF IM-PROP NOT NUMERIC
00174          MOVE 'N' TO W-VALID-SW
00175          MOVE 'PROPERTY NUMBER MUST BE 15 DIGITS' TO SM-MESSG
00176          GO TO 0100-EXIT.
00177      MOVE IM-PROP-N TO SM-PROP.
00178      EVALUATE TRUE
00179          WHEN IM-STATUS-FUNC
00180              PERFORM 0110-EDIT-STATUS THRU 0110-EXIT
00181          WHEN IM-ADDRESS-FUNC
00182              PERFORM 0120-EDIT-ADDRESS THRU 0120-EXIT
00183          WHEN IM-LANGUAGE-FUNC
00184              PERFORM 0130-EDIT-LANGUAGE THRU 0130-EXIT
00185          WHEN IM-AGE-VERIF-FUNC
00186              PERFORM 0140-EDIT-AGE-VERIF THRU 0140-EXIT
00187          WHEN OTHER
00188              MOVE 'N' TO W-VALID-SW
00189              MOVE 'FUNCTION MUST BE S, A, L OR V' TO SM-MESSG
00190      END-EVALUATE.
00191  0100-EXIT.
00192      EXIT.
00193      SKIP1
00194  0110-EDIT-STATUS.
00195      IF NOT IM-STAT1-VALID
00196          MOVE 'N' TO W-VALID-SW
00197          MOVE 'STATUS-1 MUST BE 0 THRU 4' TO SM-MESSG
00198      ELSE
00199          IF NOT IM-STAT2-VALID
00200              MOVE 'N' TO W-VALID-SW
00201              MOVE 'STATUS-2 MUST BE 0 OR 1' TO SM-MESSG.
0201A  0110-EXIT.
0201B      EXIT.
00202      SKIP1
00203  0120-EDIT-ADDRESS.
00204      IF IM-ADDR EQUAL SPACES
00205          MOVE 'N' TO W-VALID-SW
00206          MOVE 'STREET ADDRESS IS REQUIRED' TO SM-MESSG
00207          GO TO 0120-EXIT.
00208      IF IM-CITY EQUAL SPACES
00209          MOVE 'N' TO W-VALID-SW
00210          MOVE 'CITY IS REQUIRED' TO SM-MESSG
00211          GO TO 0120-EXIT.
00212      IF IM-STATE NOT ALPHABETIC
00213       OR IM-STATE (1:1) EQUAL SPACE
00214       OR IM-STATE (2:1) EQUAL SPACE
00215          MOVE 'N' TO W-VALID-SW
00216          MOVE 'STATE MUST BE TWO LETTERS' TO SM-MESSG
00217          GO TO 0120-EXIT.
00218      IF IM-ZIP NOT NUMERIC
00219          MOVE 'N' TO W-VALID-SW
00220          MOVE 'ZIP CODE MUST BE 5 DIGITS' TO SM-MESSG.
00221  0120-EXIT.
00222      EXIT.
00223      SKIP1
00224  0130-EDIT-LANGUAGE.
00225      IF NOT IM-LANG-VALID
00226          MOVE 'N' TO W-VALID-SW
00227          MOVE 'LANGUAGE MUST BE E, S, P OR BLANK' TO SM-MESSG.
0227A  0130-EXIT.
0227B      EXIT.
00228      SKIP1
00229  0140-EDIT-AGE-VERIF.
00230      IF IM-VERIF-REMOVE
00231          GO TO 0140-EXIT.
00232      IF NOT IM-VERIF-SET
00233          MOVE 'N' TO W-VALID-SW
00234          MOVE 'AGE VERIFICATION MUST BE V OR N' TO SM-MESSG
00235          GO TO 0140-EXIT.
00236      IF IM-VERIF-BIRTH NOT NUMERIC
00237       OR NOT IM-VB-MM-VALID
00238       OR NOT IM-VB-DD-VALID
00239          MOVE 'N' TO W-VALID-SW
00240          MOVE 'VERIFIED BIRTH DATE MUST BE CCYYMMDD' TO SM-MESSG.
00241  0140-EXIT.
00242      EXIT.
00243      SKIP1
00244 *    BROWSE TO THE FIRST RECORD FOR THE PIN AS ASREA964 DOES (THE
00245 *    RECORD CODE AND BIRTH DATE ARE NOT KEYED BY THE CLERK), THEN
00246 *    READ THAT RECORD FOR UPDATE BY ITS FULL KEY.
00247  0200-READ-FOR-UPDATE.
00248      MOVE IM-PROP-N TO W-VK-PROP.
00249      MOVE W-VK-PROP TO W-REQ-PROP.
00250      MOVE 0         TO W-VK-REC-CD.
00251      MOVE ZEROS     TO W-VK-BIRTH.
00252      EXEC CICS STARTBR
00253          FILE ('VSAMHMST')
00254          RIDFLD (W-VSAM-KEY)
00255          GTEQ
00256          RESP (W-RESP)
00257      END-EXEC.
00258      IF W-RESP NOT EQUAL DFHRESP(NORMAL)
00259          MOVE 'N' TO W-VALID-SW
00260          MOVE 'PROPERTY NOT ON HOMEOWNER MASTER' TO SM-MESSG
00261          GO TO 0200-EXIT.
00262      EXEC CICS READNEXT
00263          FILE ('VSAMHMST')
00264          INTO (VSAM-REC)
00265          RIDFLD (W-VSAM-KEY)
00266          RESP (W-RESP)
00267      END-EXEC.
00268      EXEC CICS ENDBR
00269          FILE ('VSAMHMST')
00270          RESP (W-RESP2)
00271      END-EXEC.
00272      IF W-RESP NOT EQUAL DFHRESP(NORMAL)
00273       OR V-PROP NOT EQUAL W-REQ-PROP
00274          MOVE 'N' TO W-VALID-SW
00275          MOVE 'PROPERTY NOT ON HOMEOWNER MASTER' TO SM-MESSG
00276          GO TO 0200-EXIT.
00277      EXEC CICS READ
00278          FILE ('VSAMHMST')
00279          INTO (VSAM-REC)
00280          RIDFLD (W-VSAM-KEY)
00281          UPDATE
00282          RESP (W-RESP)
00283      END-EXEC.
00284      IF W-RESP NOT EQUAL DFHRESP(NORMAL)
00285          MOVE 'N' TO W-VALID-SW
00286          MOVE 'RECORD IN USE -- TRY AGAIN' TO SM-MESSG
00287          GO TO 0200-EXIT.
00288      MOVE V-NAME TO SM-NAME.
00289  0200-EXIT.
00290      EXIT.
00291      SKIP1
00292  0300-APPLY-CHANGE.
00293      PERFORM 0310-BUILD-JOURNAL.
00294      EVALUATE TRUE
00295          WHEN IM-STATUS-FUNC
00296              MOVE IM-STAT1 TO OJ-NEW-STAT1
00297              MOVE IM-STAT2 TO OJ-NEW-STAT2
00298              MOVE 'POSTED TO MASTER NIGHTLY' TO SM-BEFORE
00299              STRING 'STATUS-1 ' IM-STAT1 '  STATUS-2 ' IM-STAT2
00300                  DELIMITED BY SIZE INTO SM-AFTER
00301          WHEN IM-ADDRESS-FUNC
00302              PERFORM 0320-CHANGE-ADDRESS
00303          WHEN IM-LANGUAGE-FUNC
00304              MOVE V-LANG  TO OJ-OLD-LANG
00305              MOVE IM-LANG TO OJ-NEW-LANG V-LANG
00306              STRING 'LANGUAGE ' OJ-OLD-LANG DELIMITED BY SIZE
00307                  INTO SM-BEFORE
00308              STRING 'LANGUAGE ' OJ-NEW-LANG DELIMITED BY SIZE
00309                  INTO SM-AFTER
00310          WHEN IM-AGE-VERIF-FUNC
00311              MOVE 'POSTED TO MASTER NIGHTLY' TO SM-BEFORE
00312              IF IM-VERIF-SET
00313                  MOVE 'V'              TO OJ-NEW-AGE-VERIF
00314                  MOVE IM-VERIF-BIRTH-N TO OJ-VERIF-BIRTH
00315                  STRING 'AGE VERIFIED, BORN ' IM-VERIF-BIRTH
00316                      DELIMITED BY SIZE INTO SM-AFTER
00317              ELSE
00318                  MOVE SPACE            TO OJ-NEW-AGE-VERIF
00319                  MOVE 'AGE VERIFICATION REMOVED' TO SM-AFTER
00320              END-IF
00321      END-EVALUATE.
00322      MOVE W-BATCH-NO TO V-BATCH-NO.
00323      MOVE W-TODAY-N  TO V-UPD-DATE.
00324      EXEC CICS REWRITE
00325          FILE ('VSAMHMST')
00326          FROM (VSAM-REC)
00327          RESP (W-RESP)
00328      END-EXEC.
00329      IF W-RESP NOT EQUAL DFHRESP(NORMAL)
00330          MOVE SPACES TO SM-AFTER
00331          MOVE 'VSAM REWRITE FAILED -- CHANGE NOT MADE' TO SM-MESSG
00332          GO TO 0300-EXIT.
00333      EXEC CICS WRITEQ TD
00334          QUEUE ('HMOJ')
00335          FROM (OJ-REC)
00336          LENGTH (OJ-LENGTH)
00337          RESP (W-RESP)
00338      END-EXEC.
00339      IF W-RESP NOT EQUAL DFHRESP(NORMAL)
00340          EXEC CICS SYNCPOINT ROLLBACK
00341              RESP (W-RESP2)
00342          END-EXEC
00343          MOVE SPACES TO SM-AFTER
00344          MOVE 'JOURNAL UNAVAILABLE -- CHANGE NOT MADE' TO SM-MESSG
00345          GO TO 0300-EXIT.
00346      MOVE W-BATCH-NO TO SM-BATCH.
00347      MOVE W-USERID   TO SM-OPER.
00348      MOVE EIBTRMID   TO SM-TERM.
00349      MOVE 'CHANGE ACCEPTED' TO SM-MESSG.
00350  0300-EXIT.
00351      EXIT.
00352      SKIP1
00353 *    THE ONLINE BATCH NUMBER IS 90000 PLUS THE DAY OF THE YEAR, SO
00354 *    EVERY CHANGE KEYED ONE DAY SHARES ONE BATCH AND ASREA928 CAN
00355 *    TELL AN ONLINE BATCH FROM A KEYED ONE.
00356  0310-BUILD-JOURNAL.
00357      EXEC CICS ASKTIME
00358          ABSTIME (W-ABSTIME)
00359      END-EXEC.
00360      EXEC CICS FORMATTIME
00361          ABSTIME (W-ABSTIME)
00362          YYYYMMDD (W-TODAY)
00363          YYDDD (W-YYDDD)
00364          TIME (W-TIME)
00365      END-EXEC.
00366      EXEC CICS ASSIGN
00367          USERID (W-USERID)
00368          RESP (W-RESP2)
00369      END-EXEC.
00370      MOVE 90000 TO W-BATCH-NO.
00371      ADD W-DDD  TO W-BATCH-NO.
00372      MOVE SPACES        TO OJ-REC.
00373      MOVE W-TODAY-N     TO OJ-DATE.
00374      MOVE W-TIME-N      TO OJ-TIME.
00375      MOVE V-VOL         TO OJ-VOL.
00376      MOVE V-PROP        TO OJ-PROP.
00377      MOVE V-REC-CD      TO OJ-REC-CD.
00378      MOVE V-BIRTH-DATE  TO OJ-BIRTH-DATE.
00379      MOVE IM-FUNC       TO OJ-FUNCTION.
00380      MOVE W-USERID      TO OJ-OPERATOR.
00381      MOVE EIBTRMID      TO OJ-TERMINAL.
00382      MOVE W-BATCH-NO    TO OJ-BATCH-NO.
00383      MOVE ZEROS         TO OJ-NEW-STAT1 OJ-NEW-STAT2
00384                            OJ-VERIF-BIRTH.
00385      SKIP1
00386  0320-CHANGE-ADDRESS.
00387      MOVE V-ADDR        TO OJ-OLD-ADDR.
00388      MOVE V-CITY        TO OJ-OLD-CITY.
00389      MOVE V-STATE       TO OJ-OLD-STATE.
00390      MOVE V-ZIP         TO OJ-OLD-ZIP.
00391      MOVE IM-ADDR       TO OJ-NEW-ADDR V-ADDR.
00392      MOVE SPACES        TO V-CITY-ST.
00393      MOVE IM-CITY       TO OJ-NEW-CITY V-CITY.
00394      MOVE IM-STATE      TO OJ-NEW-STATE V-STATE.
00395      MOVE IM-ZIP        TO OJ-NEW-ZIP V-ZIP.
00396      STRING OJ-OLD-ADDR ' ' OJ-OLD-CITY ' ' OJ-OLD-STATE
00397          DELIMITED BY SIZE INTO SM-BEFORE.
00398      STRING OJ-NEW-ADDR ' ' OJ-NEW-CITY ' ' OJ-NEW-STATE
00399          DELIMITED BY SIZE INTO SM-AFTER.
00400      SKIP1
00401  0400-CLEAR-SCREEN-FIELDS.
00402      MOVE ZEROS  TO SM-PROP SM-BATCH.
00403      MOVE SPACES TO SM-NAME SM-FUNC SM-BEFORE SM-AFTER SM-OPER
00404                     SM-TERM SM-MESSG.
00405      SKIP1
00406  0500-SEND-SCREEN.
00407      EXEC CICS SEND TEXT
00408          FROM (SCREEN-MSG)
00409          LENGTH (SM-LENGTH)
00410          ERASE
00411          RESP (W-RESP)
00412      END-EXEC.
