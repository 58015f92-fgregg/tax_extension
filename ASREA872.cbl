00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA872.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS IS THE ONE AUTHORIZED WAY TO TURN A SURROGATE SSN
00007 *         TOKEN BACK INTO THE SOCIAL SECURITY NUMBER.  EACH
00008 *         REQUEST CARD NAMES THE TOKEN, THE OPERATOR ASKING AND A
00009 *         REASON CODE AND TEXT.  THE OPERATOR MUST BE ON THE
00010 *         AUTHORIZED-OPERATOR CONTROL FILE, THE REASON CODE MUST
00011 *         BE ONE OF THE RECOGNIZED CODES AND THE REASON TEXT MUST
00012 *         BE GIVEN; OTHERWISE THE REQUEST IS REFUSED.  AN ACCEPTED
00013 *         TOKEN IS READ ON THE SSN TOKEN VAULT THROUGH THE TOKEN
00014 *         ALTERNATE INDEX PATH (DA-SSNVLTX) AND THE SSN IS PRINTED
00015 *         ON THE RESTRICTED UNMASK LISTING -- THE ONLY PRINTED
00016 *         REPORT THAT SHOWS A FULL SSN.  EVERY REQUEST, RESOLVED,
00017 *         NOT ON THE VAULT OR REFUSED, IS APPENDED TO THE
00018 *         CUMULATIVE UNMASK LOG (ASSSNULR1) WITH THE DATE, TIME,
00019 *         OPERATOR AND REASON BUT NEVER THE SSN.  NO TOKEN IS
00020 *         RESOLVED UNLESS THE LOG CAN BE WRITTEN.  THE LISTING IS
00021 *         RECORDED ON THE FULL-SSN EXPOSURE LOG THROUGH ASREA871.
00022 *         THE RUN ENDS WITH CODE 4 WHEN ANY REQUEST WAS REFUSED OR
00023 *         NOT FOUND.
00024 *         REASON CODES:  SUBP  SUBPOENA OR COURT ORDER
00025 *                        IDOR  STATE REVENUE DEPT. INQUIRY
00026 *                        APPL  APPLICANT'S OWN REQUEST
00027 *                        CORR  CORRECTION OF A MASTER RECORD
00028 *                        AUDT  INTERNAL AUDIT
00029      SKIP2
00030  ENVIRONMENT DIVISION.
00031  CONFIGURATION SECTION.
00032  SOURCE-COMPUTER. IBM-370.
00033  OBJECT-COMPUTER. IBM-370.
00034      SKIP1
00035  INPUT-OUTPUT SECTION.
00036  FILE-CONTROL.
00037      SELECT OPERATOR-FILE ASSIGN TO UT-S-UNMASKOP.
00038      SELECT REQUEST-FILE  ASSIGN TO UT-S-UNMASKRQ.
00039      SELECT VAULT-PATH    ASSIGN TO DA-SSNVLTX
00040        ORGANIZATION IS INDEXED
00041        ACCESS IS DYNAMIC
00042        RECORD KEY IS SV-TOKEN
00043        FILE STATUS IS VLT-STATUS.
00044      SELECT UNMASK-LOG    ASSIGN TO UT-S-UNMASKLG
00045        FILE STATUS IS LOG-STATUS.
00046      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00047      SKIP2
00048  DATA DIVISION.
00049  FILE SECTION.
00050      SKIP1
00051  FD  OPERATOR-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00054      RECORDING MODE IS F
00055      LABEL  RECORDS ARE STANDARD
00056      DATA RECORD IS OPERATOR-REC.
00057  01  OPERATOR-REC.
00058      05  AO-OPERATOR     PIC X(8).
00059      05  FILLER          PIC X(72).
00060      SKIP2
00061  FD  REQUEST-FILE
00062      BLOCK  CONTAINS 0 RECORDS
00063      RECORD CONTAINS 80 CHARACTERS
00064      RECORDING MODE IS F
00065      LABEL  RECORDS ARE STANDARD
00066      DATA RECORD IS REQUEST-REC.
00067  01  REQUEST-REC.
00068      05  UR-TOKEN        PIC 9(11).
00069      05  UR-OPERATOR     PIC X(8).
00070      05  UR-REASON-CD    PIC X(4).
00071          88  UR-VALID-REASON     VALUE 'SUBP' 'IDOR' 'APPL'
00072                                        'CORR' 'AUDT'.
00073      05  UR-REASON-TXT   PIC X(40).
00074      05  FILLER          PIC X(17).
00075      SKIP2
00076  FD  VAULT-PATH
00077      RECORD CONTAINS 80 CHARACTERS
00078      LABEL RECORDS ARE STANDARD.
00079  01  SSN-VAULT-REC.
00080  COPY ASSSNVLR1.
00081      SKIP2
00082  FD  UNMASK-LOG
00083      BLOCK  CONTAINS 0 RECORDS
00084      RECORD CONTAINS 80 CHARACTERS
00085      RECORDING MODE IS F
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS UNMASK-LOG-REC.
00088  01  UNMASK-LOG-REC.
00089  COPY ASSSNULR1.
00090      SKIP2
00091  FD  PRINT-FILE
00092      BLOCK  CONTAINS 0 RECORDS
00093      RECORD CONTAINS 133 CHARACTERS
00094      RECORDING MODE IS F
00095      LABEL  RECORDS ARE STANDARD.
00096      SKIP1
00097  01  PRINT-REC               PIC X(133).
00098      SKIP2
00099  WORKING-STORAGE SECTION.
00100      SKIP1
00101  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00102  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00103      SKIP1
00104  77  OP-EOF-SW                 PIC X      VALUE 'N'.
00105      88  END-OF-OP-FILE                   VALUE 'Y'.
00106  77  RQ-EOF-SW                 PIC X      VALUE 'N'.
00107      88  END-OF-RQ-FILE                   VALUE 'Y'.
00108  77  VLT-STATUS                PIC XX     VALUE '00'.
00109  77  LOG-STATUS                PIC XX     VALUE '00'.
00110      SKIP1
00111  77  OP-IN-CNT         COMP-3  PIC S9(5)  VALUE +0.
00112  77  RQ-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00113  77  RESOLVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00114  77  NOT-FOUND-CNT     COMP-3  PIC S9(7)  VALUE +0.
00115  77  REFUSED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00116  77  OP-CTR            COMP-3  PIC S9(5)  VALUE +0.
00117  77  OP-SUB            COMP-3  PIC S9(5)  VALUE +0.
00118  77  OP-FND            COMP-3  PIC S9(5)  VALUE +0.
00119      SKIP1
00120  77  W-RUN-DATE-TIME           PIC X(14)  VALUE SPACES.
00121      SKIP1
00122  01  OPERATOR-TABLE.
00123      05  OP-ENTRY OCCURS 200 TIMES.
00124          10  OP-ID           PIC X(8).
00125      SKIP1
00126  01  SSNTOK-AREA.
00127  COPY ASSSNTKR1.
00128      SKIP1
00129  01  SSNEXP-AREA.
00130  COPY ASSSNXPR1.
00131      SKIP1
00132  01  ACPT-DATE                  PIC 9(6).
00133  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00134      05  ACPT-YR                PIC 99.
00135      05  ACPT-MO                PIC 99.
00136      05  ACPT-DA                PIC 99.
00137  01  DSP-DATE.
00138      05  DSP-MO                 PIC 99.
00139      05  FILLER                 PIC X      VALUE '/'.
00140      05  DSP-DA                 PIC 99.
00141      05  FILLER                 PIC X      VALUE '/'.
00142      05  DSP-YR                 PIC 99.
00143      SKIP1
00144  01  HEAD-A.
00145      05  FILLER          PIC X(3)   VALUE SPACES.
00146      05  HD-DATE         PIC X(8).
00147      05  FILLER          PIC X(44)  VALUE SPACES.
00148      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00149      05  FILLER          PIC X(44)  VALUE SPACES.
00150      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00151      05  HD-PAGE         PIC ZZ,ZZ9.
00152      SKIP1
00153  01  HEAD-B.
00154      05  FILLER          PIC X(3)   VALUE SPACES.
00155      05  FILLER          PIC X(8)   VALUE 'ASREA872'.
00156      05  FILLER          PIC X(18)  VALUE SPACES.
00157      05  FILLER          PIC X(56)  VALUE
00158          'SSN TOKEN RESOLUTION -- RESTRICTED, CONTAINS FULL SSNS'.
00159      SKIP1
00160  01  HEAD-C.
00161      05  FILLER          PIC X(3)   VALUE SPACES.
00162      05  FILLER          PIC X(13)  VALUE 'TOKEN'.
00163      05  FILLER          PIC X(13)  VALUE 'SSN'.
00164      05  FILLER          PIC X(10)  VALUE 'OPERATOR'.
00165      05  FILLER          PIC X(6)   VALUE 'RSN'.
00166      05  FILLER          PIC X(42)  VALUE 'REASON'.
00167      05  FILLER          PIC X(30)  VALUE 'RESULT'.
00168      SKIP1
00169  01  DETAIL-LINE.
00170      05  FILLER          PIC X(3)   VALUE SPACES.
00171      05  D-TOKEN         PIC 9(11).
00172      05  FILLER          PIC X(2)   VALUE SPACES.
00173      05  D-SSN.
00174          10  D-SSN-AREA  PIC X(3).
00175          10  D-SSN-DASH1 PIC X.
00176          10  D-SSN-GROUP PIC X(2).
00177          10  D-SSN-DASH2 PIC X.
00178          10  D-SSN-SERL  PIC X(4).
00179      05  FILLER          PIC X(2)   VALUE SPACES.
00180      05  D-OPERATOR      PIC X(8).
00181      05  FILLER          PIC X(2)   VALUE SPACES.
00182      05  D-REASON-CD     PIC X(4).
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  D-REASON-TXT    PIC X(40).
00185      05  FILLER          PIC X(2)   VALUE SPACES.
00186      05  D-MESSG         PIC X(30).
00187      SKIP1
00188  01  W-SSN                      PIC 9(9).
00189  01  W-SSN-X REDEFINES W-SSN.
00190      05  W-SSN-AREA             PIC X(3).
00191      05  W-SSN-GROUP            PIC X(2).
00192      05  W-SSN-SERL             PIC X(4).
00193      EJECT
00194  PROCEDURE DIVISION.
00195      SKIP1
00196  A010-HOUSEKEEPING.
00197      OPEN INPUT  OPERATOR-FILE, REQUEST-FILE, VAULT-PATH
00198           OUTPUT PRINT-FILE.
00199      IF VLT-STATUS NOT EQUAL '00'
00200          DISPLAY 'ASREA872 -- TOKEN ALTERNATE INDEX PATH OPEN '
00201              'FAILED, STATUS ' VLT-STATUS
00202          MOVE 16 TO RETURN-CODE
00203          CLOSE OPERATOR-FILE, REQUEST-FILE, PRINT-FILE
00204          STOP RUN.
00205      OPEN EXTEND UNMASK-LOG.
00206      IF LOG-STATUS NOT EQUAL '00'
00207          DISPLAY 'ASREA872 -- UNMASK LOG OPEN FAILED, STATUS '
00208              LOG-STATUS ', NO TOKENS RESOLVED'
00209          MOVE 16 TO RETURN-CODE
00210          CLOSE OPERATOR-FILE, REQUEST-FILE, VAULT-PATH,
00211                PRINT-FILE
00212          STOP RUN.
00213      ACCEPT ACPT-DATE FROM DATE.
00214      MOVE ACPT-MO TO DSP-MO.
00215      MOVE ACPT-DA TO DSP-DA.
00216      MOVE ACPT-YR TO DSP-YR.
00217      MOVE DSP-DATE TO HD-DATE.
00218      PERFORM A015-READ-OPERATOR THRU A015-EXIT
00219          UNTIL END-OF-OP-FILE.
00220      PERFORM B100-HEADING THRU B100-EXIT.
00221      PERFORM A030-READ-REQUEST THRU A030-EXIT.
00222      PERFORM A020-MAINLINE THRU A020-EXIT
00223          UNTIL END-OF-RQ-FILE.
00224      MOVE SPACES           TO SSNEXP-AREA.
00225      MOVE 'ASREA872'       TO SX-PROGRAM.
00226      MOVE 'PRINT'          TO SX-OUTPUT-DD.
00227      MOVE RESOLVED-CNT     TO SX-RECORD-CNT.
00228      MOVE 'U'              TO SX-DEST-CLASS.
00229      MOVE 'UNMASK LISTING - RESTRICTED' TO SX-DEST-DESC.
00230      CALL 'ASREA871' USING SSNEXP-AREA.
00231      DISPLAY 'TOTAL AUTHORIZED OPERATORS..: ' OP-IN-CNT.
00232      DISPLAY 'TOTAL REQUESTS READ.........: ' RQ-IN-CNT.
00233      DISPLAY 'TOTAL TOKENS RESOLVED.......: ' RESOLVED-CNT.
00234      DISPLAY 'TOTAL TOKENS NOT ON VAULT...: ' NOT-FOUND-CNT.
00235      DISPLAY 'TOTAL REQUESTS REFUSED......: ' REFUSED-CNT.
00236      IF NOT-FOUND-CNT GREATER THAN ZERO
00237          OR REFUSED-CNT GREATER THAN ZERO
00238          MOVE 4 TO RETURN-CODE.
00239      CLOSE OPERATOR-FILE, REQUEST-FILE, VAULT-PATH,
00240            UNMASK-LOG, PRINT-FILE.
00241      STOP RUN.
00242      SKIP1
00243  A015-READ-OPERATOR.
00244      READ OPERATOR-FILE AT END
00245          MOVE 'Y' TO OP-EOF-SW
00246          GO TO A015-EXIT.
00247      IF AO-OPERATOR EQUAL SPACES
00248          GO TO A015-EXIT.
00249      IF OP-CTR NOT LESS THAN +200
00250          DISPLAY 'ASREA872 -- OPERATOR TABLE FULL -- '
00251              'BYPASSED: ' AO-OPERATOR
00252          GO TO A015-EXIT.
00253      ADD +1 TO OP-IN-CNT, OP-CTR.
00254      MOVE AO-OPERATOR TO OP-ID (OP-CTR).
00255  A015-EXIT. EXIT.
00256      SKIP1
00257  A020-MAINLINE.
00258      PERFORM A050-RESOLVE THRU A050-EXIT.
00259      PERFORM A030-READ-REQUEST THRU A030-EXIT.
00260  A020-EXIT. EXIT.
00261      SKIP1
00262  A030-READ-REQUEST.
00263      READ REQUEST-FILE AT END
00264          MOVE 'Y' TO RQ-EOF-SW.
00265      IF NOT END-OF-RQ-FILE
00266          ADD +1 TO RQ-IN-CNT.
00267  A030-EXIT. EXIT.
00268      SKIP1
00269  A050-RESOLVE.
00270      MOVE SPACES        TO UNMASK-LOG-REC, D-SSN.
00271      MOVE UR-OPERATOR   TO D-OPERATOR.
00272      MOVE UR-REASON-CD  TO D-REASON-CD.
00273      MOVE UR-REASON-TXT TO D-REASON-TXT.
00274      MOVE ZEROS         TO D-TOKEN.
00275      IF UR-TOKEN NUMERIC
00276          MOVE UR-TOKEN TO D-TOKEN.
00277      MOVE ZERO TO OP-FND.
00278      PERFORM A055-SCAN-OPERATOR THRU A055-EXIT
00279          VARYING OP-SUB FROM +1 BY +1
00280          UNTIL OP-SUB GREATER THAN OP-CTR
00281             OR OP-FND GREATER THAN ZERO.
00282      IF OP-FND EQUAL ZERO
00283          OR UR-OPERATOR EQUAL SPACES
00284          MOVE 'REFUSED - OPERATOR NOT AUTH.' TO D-MESSG
00285          GO TO A050-REFUSE.
00286      IF NOT UR-VALID-REASON
00287          OR UR-REASON-TXT EQUAL SPACES
00288          MOVE 'REFUSED - NO VALID REASON' TO D-MESSG
00289          GO TO A050-REFUSE.
00290      MOVE ZEROS TO STK-TOKEN.
00291      IF UR-TOKEN NUMERIC
00292          MOVE UR-TOKEN TO STK-TOKEN.
00293      IF NOT STK-TOKEN-RANGE
00294          MOVE 'REFUSED - NOT A TOKEN' TO D-MESSG
00295          GO TO A050-REFUSE.
00296      MOVE UR-TOKEN TO SV-TOKEN.
00297      READ VAULT-PATH.
00298      IF VLT-STATUS EQUAL '23'
00299          ADD +1 TO NOT-FOUND-CNT
00300          MOVE 'N' TO UL-RESULT
00301          MOVE 'TOKEN NOT ON VAULT' TO D-MESSG
00302          GO TO A050-LOG.
00303      IF VLT-STATUS NOT EQUAL '00'
00304          DISPLAY 'ASREA872 -- VAULT READ FAILED, STATUS '
00305              VLT-STATUS ' TOKEN ' UR-TOKEN
00306          ADD +1 TO NOT-FOUND-CNT
00307          MOVE 'N' TO UL-RESULT
00308          MOVE 'VAULT READ FAILED' TO D-MESSG
00309          GO TO A050-LOG.
00310      ADD +1 TO RESOLVED-CNT.
00311      MOVE SV-SSN     TO W-SSN.
00312      MOVE W-SSN-AREA  TO D-SSN-AREA.
00313      MOVE '-'         TO D-SSN-DASH1, D-SSN-DASH2.
00314      MOVE W-SSN-GROUP TO D-SSN-GROUP.
00315      MOVE W-SSN-SERL  TO D-SSN-SERL.
00316      MOVE 'R' TO UL-RESULT.
00317      MOVE 'RESOLVED' TO D-MESSG.
00318      GO TO A050-LOG.
00319  A050-REFUSE.
00320      ADD +1 TO REFUSED-CNT.
00321      MOVE 'D' TO UL-RESULT.
00322  A050-LOG.
00323      MOVE FUNCTION CURRENT-DATE (1:14) TO W-RUN-DATE-TIME.
00324      MOVE W-RUN-DATE-TIME (1:8) TO UL-RUN-DATE.
00325      MOVE W-RUN-DATE-TIME (9:6) TO UL-RUN-TIME.
00326      MOVE UR-OPERATOR   TO UL-OPERATOR.
00327      MOVE UR-REASON-CD  TO UL-REASON-CD.
00328      MOVE UR-REASON-TXT TO UL-REASON-TXT.
00329      MOVE D-TOKEN       TO UL-TOKEN.
00330      WRITE UNMASK-LOG-REC.
00331      IF LOG-STATUS NOT EQUAL '00'
00332          DISPLAY 'ASREA872 -- UNMASK LOG WRITE FAILED, STATUS '
00333              LOG-STATUS ', RUN STOPPED'
00334          MOVE 16 TO RETURN-CODE
00335          CLOSE OPERATOR-FILE, REQUEST-FILE, VAULT-PATH,
00336                UNMASK-LOG, PRINT-FILE
00337          STOP RUN.
00338      PERFORM A070-PRINT THRU A070-EXIT.
00339  A050-EXIT. EXIT.
00340      SKIP1
00341  A055-SCAN-OPERATOR.
00342      IF OP-ID (OP-SUB) EQUAL UR-OPERATOR
00343          MOVE OP-SUB TO OP-FND.
00344  A055-EXIT. EXIT.
00345      SKIP1
00346  A070-PRINT.
00347      IF LINE-CNT GREATER THAN +57
00348          PERFORM B100-HEADING THRU B100-EXIT.
00349      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00350      ADD +1 TO LINE-CNT.
00351  A070-EXIT. EXIT.
00352      SKIP1
00353  B100-HEADING.
00354      ADD +1 TO PAGE-CNT.
00355      MOVE PAGE-CNT TO HD-PAGE.
00356      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00357      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00358      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00359      MOVE +6 TO LINE-CNT.
00360  B100-EXIT. EXIT.
