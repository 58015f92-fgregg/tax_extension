00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA869.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. NEW-OWNER HOMESTEAD OUTREACH RESPONSE TALLY.  THE
00007 *         REPLY FILES WRITTEN BY THE ELECTRONIC APPLICATION
00008 *         INTAKE (ASHMA931) SINCE THE LETTERS WENT OUT ARE SORTED
00009 *         BY PROPERTY NUMBER AND MATCHED AGAINST THE OUTREACH
00010 *         LIST WRITTEN BY ASREA868.  AN OUTREACH PARCEL WITH AN
00011 *         ACCEPTED APPLICATION IS POSTED A, ONE WITH ONLY
00012 *         REJECTED APPLICATIONS R, TOGETHER WITH THE APPLICATION
00013 *         ID AND THE DATE OF THE TALLY THAT FIRST FOUND IT; AN
00014 *         ACCEPTED RESPONSE IS NEVER TURNED BACK TO REJECTED.
00015 *         THE LIST IS WRITTEN BACK AS A NEW GENERATION SO EACH
00016 *         TALLY BUILDS ON THE LAST, AND THE LETTERS, RESPONSES
00017 *         AND NON-RESPONDERS ARE PRINTED BY LETTER LANGUAGE WITH
00018 *         THE RESPONSE RATE.  REPLIES FOR PARCELS NOT ON THE LIST
00019 *         ARE COUNTED AND PASSED BY.
00020      SKIP2
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00023  SOURCE-COMPUTER. IBM-370.
00024  OBJECT-COMPUTER. IBM-370.
00025      SKIP1
00026  INPUT-OUTPUT SECTION.
00027  FILE-CONTROL.
00028      SELECT OUTREACH-IN   ASSIGN TO UT-S-NOWLIST.
00029      SELECT OUTREACH-OUT  ASSIGN TO UT-S-NOWLSTO.
00030      SELECT REPLY-FILE    ASSIGN TO UT-S-WEBREPLY.
00031      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00032      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
00035  FILE SECTION.
00036      SKIP1
00037  FD  OUTREACH-IN
00038      BLOCK  CONTAINS 0 RECORDS
00039      RECORD CONTAINS 120 CHARACTERS
00040      RECORDING MODE IS F
00041      LABEL  RECORDS ARE STANDARD
00042      DATA RECORD IS OUTREACH-REC.
00043  01  OUTREACH-REC.
00044  COPY ASNWOUTR1.
00045      SKIP2
00046  FD  OUTREACH-OUT
00047      BLOCK  CONTAINS 0 RECORDS
00048      RECORD CONTAINS 120 CHARACTERS
00049      RECORDING MODE IS F
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS OUTREACH-OUT-REC.
00052  01  OUTREACH-OUT-REC        PIC X(120).
00053      SKIP2
00054  FD  REPLY-FILE
00055      BLOCK  CONTAINS 0 RECORDS
00056      RECORD CONTAINS 80 CHARACTERS
00057      RECORDING MODE IS F
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS REPLY-REC.
00060  01  REPLY-REC               PIC X(80).
00061      SKIP2
00062  SD  SORT-FILE
00063      RECORD CONTAINS 80 CHARACTERS
00064      DATA RECORD IS SORT-REC.
00065  01  SORT-REC.
00066      05  RP-APPL-ID      PIC X(10).
00067      05  RP-STATUS       PIC X.
00068      05  RP-REASON-CODE  PIC 99.
00069      05  RP-REASON       PIC X(30).
00070      05  RP-PROPERTY-NO  PIC X(14).
00071      05  RP-BATCH-NO     PIC 9(5).
00072      05  FILLER          PIC X(18).
00073      SKIP2
00074  FD  PRINT-FILE
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 133 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD.
00079      SKIP1
00080  01  PRINT-REC               PIC X(133).
00081      SKIP2
00082  WORKING-STORAGE SECTION.
00083      SKIP1
00084  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00085  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00086      SKIP1
00087  77  LIST-EOF-SW               PIC X      VALUE 'N'.
00088      88  END-OF-LIST-FILE                 VALUE 'Y'.
00089  77  REPLY-EOF-SW              PIC X      VALUE 'N'.
00090      88  END-OF-REPLY-FILE                VALUE 'Y'.
00091  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00092      88  END-OF-SORT-FILE                 VALUE 'Y'.
00093      SKIP1
00094  77  LIST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00095  77  LIST-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00096  77  REPLY-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00097  77  BAD-PROP-CNT      COMP-3  PIC S9(7)  VALUE +0.
00098  77  MATCHED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00099  77  OTHER-REPLY-CNT   COMP-3  PIC S9(7)  VALUE +0.
00100  77  NEW-RESP-CNT      COMP-3  PIC S9(7)  VALUE +0.
00101      SKIP1
00102  77  LANG-SUB          COMP-3  PIC S9(3)  VALUE +0.
00103  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00104  77  W-PREV-STATUS             PIC X      VALUE SPACE.
00105  77  W-PCT             COMP-3  PIC S9(3)V9 VALUE +0.
00106      SKIP1
00107  01  LIST-KEY                  PIC X(14).
00108  01  REPLY-KEY                 PIC X(14).
00109      SKIP1
00110 *    TALLY BY LETTER LANGUAGE.  ENTRY 4 IS ANY OTHER LANGUAGE CODE
00111 *    AND ENTRY 5 CARRIES THE TOTAL.
00112  01  LANG-NAMES.
00113      05  FILLER          PIC X(8)   VALUE 'EENGLISH'.
00114      05  FILLER          PIC X(8)   VALUE 'SSPANISH'.
00115      05  FILLER          PIC X(8)   VALUE 'PPOLISH'.
00116      05  FILLER          PIC X(8)   VALUE ' OTHER'.
00117      05  FILLER          PIC X(8)   VALUE ' TOTAL'.
00118  01  FILLER REDEFINES LANG-NAMES.
00119      05  LANG-ENTRY OCCURS 5 TIMES.
00120          10  LN-CODE         PIC X.
00121          10  LN-NAME         PIC X(7).
00122  01  LANG-TABLE.
00123      05  LT-ENTRY OCCURS 5 TIMES.
00124          10  LT-LETTERS      PIC S9(7)     COMP-3.
00125          10  LT-ACCEPTED     PIC S9(7)     COMP-3.
00126          10  LT-REJECTED     PIC S9(7)     COMP-3.
00127          10  LT-NO-RESP      PIC S9(7)     COMP-3.
00128          10  LT-NEW-RESP     PIC S9(7)     COMP-3.
00129      SKIP1
00130  01  ACPT-DATE                  PIC 9(6).
00131  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00132      05  ACPT-YR                PIC 99.
00133      05  ACPT-MO                PIC 99.
00134      05  ACPT-DA                PIC 99.
00135  01  DSP-DATE.
00136      05  DSP-MO                 PIC 99.
00137      05  FILLER                 PIC X      VALUE '/'.
00138      05  DSP-DA                 PIC 99.
00139      05  FILLER                 PIC X      VALUE '/'.
00140      05  DSP-YR                 PIC 99.
00141      SKIP1
00142  01  HEAD-A.
00143      05  FILLER          PIC X(3)   VALUE SPACES.
00144      05  HD-DATE         PIC X(8).
00145      05  FILLER          PIC X(44)  VALUE SPACES.
00146      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00147      05  FILLER          PIC X(44)  VALUE SPACES.
00148      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00149      05  HD-PAGE         PIC ZZ,ZZ9.
00150      SKIP1
00151  01  HEAD-B.
00152      05  FILLER          PIC X(3)   VALUE SPACES.
00153      05  FILLER          PIC X(8)   VALUE 'ASREA869'.
00154      05  FILLER          PIC X(18)  VALUE SPACES.
00155      05  FILLER          PIC X(52)  VALUE
00156          'NEW-OWNER HOMESTEAD OUTREACH RESPONSE TALLY'.
00157      SKIP1
00158  01  HEAD-C.
00159      05  FILLER          PIC X(3)   VALUE SPACES.
00160      05  FILLER          PIC X(12)  VALUE 'LANGUAGE'.
00161      05  FILLER          PIC X(12)  VALUE '  LETTERS'.
00162      05  FILLER          PIC X(12)  VALUE ' APPLIED -'.
00163      05  FILLER          PIC X(12)  VALUE ' APPLIED -'.
00164      05  FILLER          PIC X(12)  VALUE '       NO'.
00165      05  FILLER          PIC X(12)  VALUE ' RESPONSE'.
00166      05  FILLER          PIC X(12)  VALUE '   NEW THIS'.
00167      SKIP1
00168  01  HEAD-D.
00169      05  FILLER          PIC X(3)   VALUE SPACES.
00170      05  FILLER          PIC X(12)  VALUE SPACES.
00171      05  FILLER          PIC X(12)  VALUE '   MAILED'.
00172      05  FILLER          PIC X(12)  VALUE ' ACCEPTED'.
00173      05  FILLER          PIC X(12)  VALUE ' REJECTED'.
00174      05  FILLER          PIC X(12)  VALUE ' RESPONSE'.
00175      05  FILLER          PIC X(12)  VALUE '  RATE PCT'.
00176      05  FILLER          PIC X(12)  VALUE '      TALLY'.
00177      SKIP1
00178  01  TALLY-LINE.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  T-LANG          PIC X(7).
00181      05  FILLER          PIC X(5)   VALUE SPACES.
00182      05  T-LETTERS       PIC ZZZ,ZZ9.
00183      05  FILLER          PIC X(5)   VALUE SPACES.
00184      05  T-ACCEPTED      PIC ZZZ,ZZ9.
00185      05  FILLER          PIC X(5)   VALUE SPACES.
00186      05  T-REJECTED      PIC ZZZ,ZZ9.
00187      05  FILLER          PIC X(5)   VALUE SPACES.
00188      05  T-NO-RESP       PIC ZZZ,ZZ9.
00189      05  FILLER          PIC X(7)   VALUE SPACES.
00190      05  T-PCT           PIC ZZ9.9.
00191      05  FILLER          PIC X(5)   VALUE SPACES.
00192      05  T-NEW-RESP      PIC ZZZ,ZZ9.
00193      EJECT
00194  PROCEDURE DIVISION.
00195      SKIP1
00196  A010-HOUSEKEEPING.
00197      OPEN INPUT  OUTREACH-IN
00198           OUTPUT OUTREACH-OUT, PRINT-FILE.
00199      ACCEPT ACPT-DATE FROM DATE.
00200      MOVE ACPT-MO TO DSP-MO.
00201      MOVE ACPT-DA TO DSP-DA.
00202      MOVE ACPT-YR TO DSP-YR.
00203      MOVE DSP-DATE TO HD-DATE.
00204      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00205      DISPLAY 'TALLY DATE...........................: '
00206          W-RUN-DATE.
00207      PERFORM A014-CLEAR-LANG THRU A014-EXIT
00208          VARYING LANG-SUB FROM +1 BY +1
00209          UNTIL LANG-SUB GREATER THAN +5.
00210      SORT SORT-FILE
00211          ON ASCENDING KEY RP-PROPERTY-NO RP-APPL-ID
00212          INPUT PROCEDURE IS B000-READ-REPLIES
00213              THRU B999-EXIT
00214          OUTPUT PROCEDURE IS C000-TALLY
00215              THRU C999-EXIT.
00216      IF SORT-RETURN NOT EQUAL ZERO
00217          DISPLAY 'ASREA869 -- SORT FAILED, SORT-RETURN = '
00218              SORT-RETURN
00219          MOVE 16 TO RETURN-CODE
00220      ELSE
00221          PERFORM D000-PRINT-TALLY THRU D000-EXIT.
00222      DISPLAY 'TOTAL OUTREACH LIST RECORDS READ.....: '
00223          LIST-IN-CNT.
00224      DISPLAY 'TOTAL OUTREACH LIST RECORDS WRITTEN..: '
00225          LIST-OUT-CNT.
00226      DISPLAY 'TOTAL INTAKE REPLIES READ............: '
00227          REPLY-IN-CNT.
00228      DISPLAY 'TOTAL REPLIES - BAD PROPERTY NUMBER..: '
00229          BAD-PROP-CNT.
00230      DISPLAY 'TOTAL REPLIES FOR OUTREACH PARCELS...: '
00231          MATCHED-CNT.
00232      DISPLAY 'TOTAL REPLIES FOR OTHER PARCELS......: '
00233          OTHER-REPLY-CNT.
00234      DISPLAY 'TOTAL PARCELS NEWLY RESPONDING.......: '
00235          NEW-RESP-CNT.
00236      DISPLAY 'TOTAL PARCELS APPLIED - ACCEPTED.....: '
00237          LT-ACCEPTED (5).
00238      DISPLAY 'TOTAL PARCELS APPLIED - REJECTED.....: '
00239          LT-REJECTED (5).
00240      DISPLAY 'TOTAL PARCELS NOT RESPONDING.........: '
00241          LT-NO-RESP (5).
00242      IF RETURN-CODE LESS THAN 4
00243       AND BAD-PROP-CNT GREATER THAN +0
00244          MOVE 4 TO RETURN-CODE.
00245      CLOSE OUTREACH-IN, OUTREACH-OUT, PRINT-FILE.
00246      STOP RUN.
00247      SKIP1
00248  A014-CLEAR-LANG.
00249      MOVE ZEROS TO LT-LETTERS (LANG-SUB) LT-ACCEPTED (LANG-SUB)
00250                    LT-REJECTED (LANG-SUB) LT-NO-RESP (LANG-SUB)
00251                    LT-NEW-RESP (LANG-SUB).
00252  A014-EXIT. EXIT.
00253      SKIP2
00254  B000-READ-REPLIES.
00255      OPEN INPUT REPLY-FILE.
00256      PERFORM B020-RELEASE-REPLY THRU B020-EXIT
00257          UNTIL END-OF-REPLY-FILE.
00258      CLOSE REPLY-FILE.
00259      GO TO B999-EXIT.
00260      SKIP1
00261  B020-RELEASE-REPLY.
00262      READ REPLY-FILE AT END
00263          MOVE 'Y' TO REPLY-EOF-SW
00264          GO TO B020-EXIT.
00265      ADD +1 TO REPLY-IN-CNT.
00266      MOVE REPLY-REC TO SORT-REC.
00267      IF RP-PROPERTY-NO NOT NUMERIC
00268          ADD +1 TO BAD-PROP-CNT
00269          GO TO B020-EXIT.
00270      RELEASE SORT-REC.
00271  B020-EXIT. EXIT.
00272  B999-EXIT. EXIT.
00273      SKIP2
00274 *    THE LIST CARRIES THE FULL 15-DIGIT PROPERTY NUMBER; THE
00275 *    INTAKE REPLY CARRIES THE LAST 14.
00276  C000-TALLY.
00277      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00278      PERFORM C040-READ-LIST THRU C040-EXIT.
00279      PERFORM C020-MATCH THRU C020-EXIT
00280          UNTIL END-OF-SORT-FILE
00281            AND END-OF-LIST-FILE.
00282      GO TO C999-EXIT.
00283      SKIP1
00284  C020-MATCH.
00285      IF REPLY-KEY LESS THAN LIST-KEY
00286          ADD +1 TO OTHER-REPLY-CNT
00287          PERFORM C030-RETURN-SORT THRU C030-EXIT
00288          GO TO C020-EXIT.
00289      IF REPLY-KEY EQUAL LIST-KEY
00290          ADD +1 TO MATCHED-CNT
00291          PERFORM C050-POST-REPLY THRU C050-EXIT
00292          PERFORM C030-RETURN-SORT THRU C030-EXIT
00293          GO TO C020-EXIT.
00294      PERFORM C060-WRITE-LIST THRU C060-EXIT.
00295      PERFORM C040-READ-LIST THRU C040-EXIT.
00296  C020-EXIT. EXIT.
00297      SKIP1
00298  C030-RETURN-SORT.
00299      RETURN SORT-FILE AT END
00300          MOVE 'Y' TO SORT-EOF-SW
00301          MOVE HIGH-VALUES TO REPLY-KEY
00302          GO TO C030-EXIT.
00303      MOVE RP-PROPERTY-NO TO REPLY-KEY.
00304  C030-EXIT. EXIT.
00305      SKIP1
00306  C040-READ-LIST.
00307      READ OUTREACH-IN AT END
00308          MOVE 'Y' TO LIST-EOF-SW
00309          MOVE HIGH-VALUES TO LIST-KEY
00310          GO TO C040-EXIT.
00311      ADD +1 TO LIST-IN-CNT.
00312      MOVE OR-PROP (2:14) TO LIST-KEY.
00313      MOVE OR-RESP-STATUS TO W-PREV-STATUS.
00314  C040-EXIT. EXIT.
00315      SKIP1
00316 *    AN ACCEPTED APPLICATION STANDS; A REJECTED ONE IS POSTED ONLY
00317 *    WHILE NOTHING HAS BEEN ACCEPTED.
00318  C050-POST-REPLY.
00319      IF OR-RESP-ACCEPTED
00320          GO TO C050-EXIT.
00321      IF RP-STATUS EQUAL 'A'
00322          MOVE 'A'        TO OR-RESP-STATUS
00323          MOVE RP-APPL-ID TO OR-APPL-ID
00324          GO TO C050-DATE.
00325      IF RP-STATUS NOT EQUAL 'R'
00326          GO TO C050-EXIT.
00327      MOVE 'R'        TO OR-RESP-STATUS.
00328      MOVE RP-APPL-ID TO OR-APPL-ID.
00329  C050-DATE.
00330      IF W-PREV-STATUS EQUAL SPACE
00331          MOVE W-RUN-DATE TO OR-RESP-DATE.
00332  C050-EXIT. EXIT.
00333      SKIP1
00334  C060-WRITE-LIST.
00335      MOVE +4 TO LANG-SUB.
00336      IF OR-FORM-ID (4:1) EQUAL 'E'
00337          MOVE +1 TO LANG-SUB.
00338      IF OR-FORM-ID (4:1) EQUAL 'S'
00339          MOVE +2 TO LANG-SUB.
00340      IF OR-FORM-ID (4:1) EQUAL 'P'
00341          MOVE +3 TO LANG-SUB.
00342      PERFORM C070-COUNT THRU C070-EXIT.
00343      MOVE +5 TO LANG-SUB.
00344      PERFORM C070-COUNT THRU C070-EXIT.
00345      IF W-PREV-STATUS EQUAL SPACE
00346       AND NOT OR-NO-RESPONSE
00347          ADD +1 TO NEW-RESP-CNT.
00348      WRITE OUTREACH-OUT-REC FROM OUTREACH-REC.
00349      ADD +1 TO LIST-OUT-CNT.
00350  C060-EXIT. EXIT.
00351      SKIP1
00352  C070-COUNT.
00353      ADD +1 TO LT-LETTERS (LANG-SUB).
00354      IF OR-RESP-ACCEPTED
00355          ADD +1 TO LT-ACCEPTED (LANG-SUB).
00356      IF OR-RESP-REJECTED
00357          ADD +1 TO LT-REJECTED (LANG-SUB).
00358      IF OR-NO-RESPONSE
00359          ADD +1 TO LT-NO-RESP (LANG-SUB).
00360      IF W-PREV-STATUS EQUAL SPACE
00361       AND NOT OR-NO-RESPONSE
00362          ADD +1 TO LT-NEW-RESP (LANG-SUB).
00363  C070-EXIT. EXIT.
00364  C999-EXIT. EXIT.
00365      SKIP2
00366  D000-PRINT-TALLY.
00367      PERFORM B100-HEADING THRU B100-EXIT.
00368      PERFORM D010-PRINT-LANG THRU D010-EXIT
00369          VARYING LANG-SUB FROM +1 BY +1
00370          UNTIL LANG-SUB GREATER THAN +5.
00371  D000-EXIT. EXIT.
00372      SKIP1
00373  D010-PRINT-LANG.
00374      MOVE ZERO TO W-PCT.
00375      IF LT-LETTERS (LANG-SUB) GREATER THAN ZERO
00376          COMPUTE W-PCT ROUNDED =
00377              (LT-ACCEPTED (LANG-SUB) + LT-REJECTED (LANG-SUB))
00378              * 100 / LT-LETTERS (LANG-SUB).
00379      MOVE LN-NAME (LANG-SUB)     TO T-LANG.
00380      MOVE LT-LETTERS (LANG-SUB)  TO T-LETTERS.
00381      MOVE LT-ACCEPTED (LANG-SUB) TO T-ACCEPTED.
00382      MOVE LT-REJECTED (LANG-SUB) TO T-REJECTED.
00383      MOVE LT-NO-RESP (LANG-SUB)  TO T-NO-RESP.
00384      MOVE W-PCT                  TO T-PCT.
00385      MOVE LT-NEW-RESP (LANG-SUB) TO T-NEW-RESP.
00386      IF LANG-SUB EQUAL +5
00387          WRITE PRINT-REC FROM TALLY-LINE AFTER ADVANCING 2
00388      ELSE
00389          WRITE PRINT-REC FROM TALLY-LINE AFTER ADVANCING 1.
00390  D010-EXIT. EXIT.
00391      SKIP1
00392  B100-HEADING.
00393      ADD +1 TO PAGE-CNT.
00394      MOVE PAGE-CNT TO HD-PAGE.
00395      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00396      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00397      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00398      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 1.
00399      MOVE +7 TO LINE-CNT.
00400  B100-EXIT. EXIT.
