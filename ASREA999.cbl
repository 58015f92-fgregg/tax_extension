00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA999.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. INBOUND HALF OF THE STATEWIDE DUPLICATE EXEMPTION
00007 *         EXCHANGE.  THE COLLAR COUNTIES SEND THEIR SENIOR FREEZE,
00008 *         SENIOR HOMESTEAD AND HOMEOWNER EXEMPTION HOLDERS IN OUR
00009 *         EXCHANGE LAYOUT (ASXCHLDR1), CONCATENATED UNDER ONE DD,
00010 *         AND THIS PROGRAM MATCHES THEM ON SOCIAL SECURITY NUMBER
00011 *         TO THE COOK HOLDERS WRITTEN BY ASHMA934.  BOTH INPUTS
00012 *         MUST BE PRESORTED ON XH-SSN BY THE PRECEDING SORT
00013 *         STEPS.  INBOUND RECORDS ARE EDITED FOR A COUNTY CODE OF
00014 *         THE OVERLAPPING-COUNTY VALUATION EXCHANGE (CLRTM772 --
00015 *         DPG LAK KNK KND LSL MCH GRN DKB LVN KNE WIL) AND A
00016 *         NUMERIC, NONZERO SSN; FAILURES AND RECORDS OUT OF SSN
00017 *         SEQUENCE ARE LISTED AND BYPASSED.  EVERY COOK/COLLAR
00018 *         PAIR SHARING AN SSN IS PRINTED ON THE CROSS-COUNTY
00019 *         DUPLICATE LIST, AND EACH COOK HOLDER MATCHED IS WRITTEN
00020 *         ONCE TO THE REFERRAL FILE UNDER SOURCE XC, WHERE
00021 *         ASREA942 OPENS AN INVESTIGATION CASE ON THE CASE
00022 *         MASTER (ASCASEMR01).  RETURN CODE 8 WHEN ANY INBOUND
00023 *         RECORD IS BYPASSED.
0023A *         SOCIAL SECURITY NUMBERS ARE PRINTED MASKED TO THE LAST
0023B *         FOUR DIGITS (ASSSNMKR1) ON THE DUPLICATE LIST AND THE
0023C *         BYPASS LINES ALIKE.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT COOK-HOLD     ASSIGN TO UT-S-XCHOLDCC.
00033      SELECT COLLAR-HOLD   ASSIGN TO UT-S-XCHOLDIN.
00034      SELECT REFERRAL-FILE ASSIGN TO UT-S-REFERRAL.
00035      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00036      SKIP2
00037  DATA DIVISION.
00038  FILE SECTION.
00039      SKIP1
00040  FD  COOK-HOLD
00041      BLOCK  CONTAINS 0 RECORDS
00042      RECORD CONTAINS 100 CHARACTERS
00043      RECORDING MODE IS F
00044      LABEL  RECORDS ARE STANDARD
00045      DATA RECORD IS COOK-REC.
00046  01  COOK-REC.
00047  COPY ASXCHLDR1.
00048      SKIP2
00049  FD  COLLAR-HOLD
00050      BLOCK  CONTAINS 0 RECORDS
00051      RECORD CONTAINS 100 CHARACTERS
00052      RECORDING MODE IS F
00053      LABEL  RECORDS ARE STANDARD
00054      DATA RECORD IS COLLAR-REC.
00055  01  COLLAR-REC.
00056  COPY ASXCHLDR1.
00057      SKIP2
00058  FD  REFERRAL-FILE
00059      BLOCK  CONTAINS 0 RECORDS
00060      RECORD CONTAINS 80 CHARACTERS
00061      RECORDING MODE IS F
00062      LABEL  RECORDS ARE STANDARD
00063      DATA RECORD IS REFERRAL-REC.
00064  01  REFERRAL-REC.
00065      05  RF-SOURCE       PIC XX.
00066      05  RF-VOL          PIC 9(3).
00067      05  RF-PROP         PIC 9(15).
00068      05  RF-NAME         PIC X(22).
00069      05  FILLER          PIC X(38).
00070      SKIP2
00071  FD  PRINT-FILE
00072      BLOCK  CONTAINS 0 RECORDS
00073      RECORD CONTAINS 133 CHARACTERS
00074      RECORDING MODE IS F
00075      LABEL  RECORDS ARE STANDARD.
00076      SKIP1
00077  01  PRINT-REC               PIC X(133).
00078      SKIP2
00079  WORKING-STORAGE SECTION.
00080      SKIP1
00081  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00082  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00083      SKIP1
00084  77  COOK-EOF-SW               PIC X      VALUE 'N'.
00085      88  END-OF-COOK-FILE                 VALUE 'Y'.
00086  77  COLLAR-EOF-SW             PIC X      VALUE 'N'.
00087      88  END-OF-COLLAR-FILE               VALUE 'Y'.
00088      SKIP1
00089  77  COOK-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00090  77  COLLAR-IN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00091  77  COLLAR-REJ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00092  77  COLLAR-SEQ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00093  77  PAIR-CNT          COMP-3  PIC S9(7)  VALUE +0.
00094  77  REFERRAL-CNT      COMP-3  PIC S9(7)  VALUE +0.
00095  77  GROUP-OVFL-CNT    COMP-3  PIC S9(7)  VALUE +0.
0095A      SKIP1
0095B  01  SSN-MASK-AREA.
0095C  COPY ASSSNMKR1.
00096      SKIP1
00097  77  COOK-KEY                  PIC X(11)  VALUE LOW-VALUES.
00098  77  COLLAR-KEY                PIC X(11)  VALUE LOW-VALUES.
00099  77  GROUP-KEY                 PIC X(11)  VALUE SPACES.
00100  77  W-REASON                  PIC X(30)  VALUE SPACES.
00101      SKIP1
00102 *    COOK HOLDERS SHARING THE SSN NOW BEING MATCHED.
00103  77  CG-CTR            COMP-3  PIC S9(3)  VALUE +0.
00104  77  CG-SUB            COMP-3  PIC S9(3)  VALUE +0.
00105  01  COOK-GROUP-TABLE.
00106      05  CG-ENTRY OCCURS 50 TIMES.
00107          10  CG-VOL          PIC 9(3).
00108          10  CG-PROP         PIC 9(15).
00109          10  CG-NAME         PIC X(22).
00110          10  CG-SENFRZ-IND   PIC X.
00111          10  CG-SENHS-IND    PIC X.
00112          10  CG-HOMOWN-IND   PIC X.
00113          10  CG-MATCHED-SW   PIC X.
00114      SKIP1
00115  01  ACPT-DATE                  PIC 9(6).
00116  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00117      05  ACPT-YR                PIC 99.
00118      05  ACPT-MO                PIC 99.
00119      05  ACPT-DA                PIC 99.
00120  01  DSP-DATE.
00121      05  DSP-MO                 PIC 99.
00122      05  FILLER                 PIC X      VALUE '/'.
00123      05  DSP-DA                 PIC 99.
00124      05  FILLER                 PIC X      VALUE '/'.
00125      05  DSP-YR                 PIC 99.
00126      SKIP1
00127  01  HEAD-A.
00128      05  FILLER          PIC X(3)   VALUE SPACES.
00129      05  HD-DATE         PIC X(8).
00130      05  FILLER          PIC X(44)  VALUE SPACES.
00131      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00132      05  FILLER          PIC X(44)  VALUE SPACES.
00133      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00134      05  HD-PAGE         PIC ZZ,ZZ9.
00135      SKIP1
00136  01  HEAD-B.
00137      05  FILLER          PIC X(3)   VALUE SPACES.
00138      05  FILLER          PIC X(8)   VALUE 'ASREA999'.
00139      05  FILLER          PIC X(18)  VALUE SPACES.
00140      05  FILLER          PIC X(56)  VALUE
00141          'CROSS-COUNTY DUPLICATE EXEMPTION LIST'.
00142      SKIP1
00143  01  HEAD-C.
00144      05  FILLER          PIC X(3)   VALUE SPACES.
00145      05  FILLER          PIC X(13)  VALUE 'SSN LAST 4'.
00146      05  FILLER          PIC X(5)   VALUE 'VOL'.
00147      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00148      05  FILLER          PIC X(24)  VALUE 'NAME'.
00149      05  FILLER          PIC X(10)  VALUE 'SF SH HO'.
00150      05  FILLER          PIC X(6)   VALUE 'CNTY'.
00151      05  FILLER          PIC X(20)  VALUE 'COUNTY PARCEL'.
00152      05  FILLER          PIC X(10)  VALUE 'SF SH HO'.
00153      SKIP1
00154  01  DETAIL-LINE.
00155      05  FILLER          PIC X(3)   VALUE SPACES.
00156      05  D-SSN           PIC X(11).
00157      05  FILLER          PIC X(2)   VALUE SPACES.
00158      05  D-VOL           PIC 999.
00159      05  FILLER          PIC X(2)   VALUE SPACES.
00160      05  D-PROP          PIC 9(15).
00161      05  FILLER          PIC X(2)   VALUE SPACES.
00162      05  D-NAME          PIC X(22).
00163      05  FILLER          PIC X(3)   VALUE SPACES.
00164      05  D-CK-SENFRZ     PIC X.
00165      05  FILLER          PIC X(2)   VALUE SPACES.
00166      05  D-CK-SENHS      PIC X.
00167      05  FILLER          PIC X(2)   VALUE SPACES.
00168      05  D-CK-HOMOWN     PIC X.
00169      05  FILLER          PIC X(3)   VALUE SPACES.
00170      05  D-COUNTY        PIC X(3).
00171      05  FILLER          PIC X(3)   VALUE SPACES.
00172      05  D-PIN           PIC X(18).
00173      05  FILLER          PIC X(3)   VALUE SPACES.
00174      05  D-CL-SENFRZ     PIC X.
00175      05  FILLER          PIC X(2)   VALUE SPACES.
00176      05  D-CL-SENHS      PIC X.
00177      05  FILLER          PIC X(2)   VALUE SPACES.
00178      05  D-CL-HOMOWN     PIC X.
00179      SKIP1
00180  01  REJECT-LINE.
00181      05  FILLER          PIC X(3)   VALUE SPACES.
00182      05  RJ-SSN          PIC X(11).
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  RJ-COUNTY       PIC X(3).
00185      05  FILLER          PIC X(2)   VALUE SPACES.
00186      05  RJ-PIN          PIC X(18).
00187      05  FILLER          PIC X(2)   VALUE SPACES.
00188      05  RJ-MESSG        PIC X(30).
00189      EJECT
00190  PROCEDURE DIVISION.
00191      SKIP1
00192  A010-HOUSEKEEPING.
00193      OPEN INPUT  COOK-HOLD, COLLAR-HOLD
00194           OUTPUT REFERRAL-FILE, PRINT-FILE.
00195      ACCEPT ACPT-DATE FROM DATE.
00196      MOVE ACPT-MO TO DSP-MO.
00197      MOVE ACPT-DA TO DSP-DA.
00198      MOVE ACPT-YR TO DSP-YR.
00199      MOVE DSP-DATE TO HD-DATE.
00200      PERFORM B100-HEADING THRU B100-EXIT.
00201      PERFORM A030-READ-COOK THRU A030-EXIT.
00202      PERFORM A040-READ-COLLAR THRU A040-EXIT.
00203      PERFORM A020-MAINLINE THRU A020-EXIT
00204          UNTIL END-OF-COOK-FILE AND END-OF-COLLAR-FILE.
00205      DISPLAY 'TOTAL COOK HOLDER RECORDS READ.......: '
00206          COOK-IN-CNT.
00207      DISPLAY 'TOTAL COLLAR COUNTY RECORDS READ.....: '
00208          COLLAR-IN-CNT.
00209      DISPLAY 'TOTAL COLLAR RECORDS FAILING EDITS...: '
00210          COLLAR-REJ-CNT.
00211      DISPLAY 'TOTAL COLLAR RECORDS OUT OF SEQUENCE.: '
00212          COLLAR-SEQ-CNT.
00213      DISPLAY 'TOTAL CROSS-COUNTY DUPLICATE PAIRS...: '
00214          PAIR-CNT.
00215      DISPLAY 'TOTAL REFERRALS WRITTEN..............: '
00216          REFERRAL-CNT.
00217      IF GROUP-OVFL-CNT GREATER THAN +0
00218          DISPLAY 'COOK HOLDERS NOT MATCHED, GROUP FULL.: '
00219              GROUP-OVFL-CNT.
00220      IF COLLAR-REJ-CNT GREATER THAN +0
00221          OR COLLAR-SEQ-CNT GREATER THAN +0
00222          MOVE 8 TO RETURN-CODE.
00223      CLOSE COOK-HOLD, COLLAR-HOLD, REFERRAL-FILE, PRINT-FILE.
00224      STOP RUN.
00225      SKIP1
00226  A020-MAINLINE.
00227      EVALUATE TRUE
00228          WHEN COLLAR-KEY EQUAL COOK-KEY
00229              PERFORM A050-MATCH-GROUP THRU A050-EXIT
00230          WHEN COLLAR-KEY LESS THAN COOK-KEY
00231              PERFORM A040-READ-COLLAR THRU A040-EXIT
00232          WHEN OTHER
00233              PERFORM A030-READ-COOK THRU A030-EXIT
00234      END-EVALUATE.
00235  A020-EXIT. EXIT.
00236      SKIP1
00237  A030-READ-COOK.
00238      READ COOK-HOLD AT END
00239          MOVE 'Y' TO COOK-EOF-SW
00240          MOVE HIGH-VALUES TO COOK-KEY
00241          GO TO A030-EXIT.
00242      ADD +1 TO COOK-IN-CNT.
00243      MOVE XH-SSN OF COOK-REC TO COOK-KEY.
00244  A030-EXIT. EXIT.
00245      SKIP1
00246  A040-READ-COLLAR.
00247      READ COLLAR-HOLD AT END
00248          MOVE 'Y' TO COLLAR-EOF-SW
00249          MOVE HIGH-VALUES TO COLLAR-KEY
00250          GO TO A040-EXIT.
00251      ADD +1 TO COLLAR-IN-CNT.
00252      MOVE SPACES TO W-REASON.
00253      IF NOT XH-COLLAR-COUNTY OF COLLAR-REC
00254          MOVE 'COUNTY CODE INVALID' TO W-REASON.
00255      IF W-REASON EQUAL SPACES
00256       AND (XH-SSN OF COLLAR-REC NOT NUMERIC
00257            OR XH-SSN OF COLLAR-REC EQUAL ZERO)
00258          MOVE 'SSN ZERO OR NOT NUMERIC' TO W-REASON.
00259      IF W-REASON NOT EQUAL SPACES
00260          ADD +1 TO COLLAR-REJ-CNT
00261          PERFORM A080-PRINT-REJECT THRU A080-EXIT
00262          GO TO A040-READ-COLLAR.
00263      IF XH-SSN OF COLLAR-REC LESS THAN COLLAR-KEY
00264          ADD +1 TO COLLAR-SEQ-CNT
00265          MOVE 'OUT OF SSN SEQUENCE' TO W-REASON
00266          PERFORM A080-PRINT-REJECT THRU A080-EXIT
00267          GO TO A040-READ-COLLAR.
00268      MOVE XH-SSN OF COLLAR-REC TO COLLAR-KEY.
00269  A040-EXIT. EXIT.
00270      SKIP1
00271  A050-MATCH-GROUP.
00272      MOVE COOK-KEY TO GROUP-KEY.
00273      MOVE +0 TO CG-CTR.
00274      PERFORM A055-LOAD-COOK-GROUP THRU A055-EXIT
00275          UNTIL COOK-KEY NOT EQUAL GROUP-KEY.
00276      PERFORM A060-MATCH-COLLAR THRU A060-EXIT
00277          UNTIL COLLAR-KEY NOT EQUAL GROUP-KEY.
00278      PERFORM A065-WRITE-REFERRAL THRU A065-EXIT
00279          VARYING CG-SUB FROM +1 BY +1
00280          UNTIL CG-SUB GREATER THAN CG-CTR.
00281  A050-EXIT. EXIT.
00282      SKIP1
00283  A055-LOAD-COOK-GROUP.
00284      IF CG-CTR LESS THAN +50
00285          ADD +1 TO CG-CTR
00286          MOVE XH-VOL OF COOK-REC  TO CG-VOL (CG-CTR)
00287          MOVE XH-PROP OF COOK-REC TO CG-PROP (CG-CTR)
00288          MOVE SPACES TO CG-NAME (CG-CTR)
00289          STRING XH-LSTNAM OF COOK-REC DELIMITED BY '  '
00290                 ' '                   DELIMITED BY SIZE
00291                 XH-FSTNAM OF COOK-REC DELIMITED BY '  '
00292              INTO CG-NAME (CG-CTR)
00293          MOVE XH-SENFRZ-IND OF COOK-REC TO CG-SENFRZ-IND (CG-CTR)
00294          MOVE XH-SENHS-IND OF COOK-REC  TO CG-SENHS-IND (CG-CTR)
00295          MOVE XH-HOMOWN-IND OF COOK-REC TO CG-HOMOWN-IND (CG-CTR)
00296          MOVE 'N' TO CG-MATCHED-SW (CG-CTR)
00297      ELSE
00298          ADD +1 TO GROUP-OVFL-CNT
00299          DISPLAY 'ASREA999 -- COOK GROUP FULL -- VOL '
00300              XH-VOL OF COOK-REC ' PROP ' XH-PROP OF COOK-REC
00301              ' BYPASSED'.
00302      PERFORM A030-READ-COOK THRU A030-EXIT.
00303  A055-EXIT. EXIT.
00304      SKIP1
00305  A060-MATCH-COLLAR.
00306      PERFORM A070-PRINT-PAIR THRU A070-EXIT
00307          VARYING CG-SUB FROM +1 BY +1
00308          UNTIL CG-SUB GREATER THAN CG-CTR.
00309      PERFORM A040-READ-COLLAR THRU A040-EXIT.
00310  A060-EXIT. EXIT.
00311      SKIP1
00312  A065-WRITE-REFERRAL.
00313      IF CG-MATCHED-SW (CG-SUB) NOT EQUAL 'Y'
00314          GO TO A065-EXIT.
00315      MOVE SPACES           TO REFERRAL-REC.
00316      MOVE 'XC'             TO RF-SOURCE.
00317      MOVE CG-VOL (CG-SUB)  TO RF-VOL.
00318      MOVE CG-PROP (CG-SUB) TO RF-PROP.
00319      MOVE CG-NAME (CG-SUB) TO RF-NAME.
00320      WRITE REFERRAL-REC.
00321      ADD +1 TO REFERRAL-CNT.
00322  A065-EXIT. EXIT.
00323      SKIP1
00324  A070-PRINT-PAIR.
00325      IF LINE-CNT GREATER THAN +57
00326          PERFORM B100-HEADING THRU B100-EXIT.
00327      ADD +1 TO PAIR-CNT.
00328      MOVE 'Y' TO CG-MATCHED-SW (CG-SUB).
00329      MOVE XH-SSN OF COLLAR-REC (3:9) TO SM-SSN.
0329A      MOVE SM-SSN-LAST4             TO SM-MASKED-LAST4.
0329B      MOVE SM-MASKED                TO D-SSN.
00330      MOVE CG-VOL (CG-SUB)          TO D-VOL.
00331      MOVE CG-PROP (CG-SUB)         TO D-PROP.
00332      MOVE CG-NAME (CG-SUB)         TO D-NAME.
00333      MOVE CG-SENFRZ-IND (CG-SUB)   TO D-CK-SENFRZ.
00334      MOVE CG-SENHS-IND (CG-SUB)    TO D-CK-SENHS.
00335      MOVE CG-HOMOWN-IND (CG-SUB)   TO D-CK-HOMOWN.
00336      MOVE XH-COUNTY OF COLLAR-REC  TO D-COUNTY.
00337      MOVE XH-PIN OF COLLAR-REC     TO D-PIN.
00338      MOVE XH-SENFRZ-IND OF COLLAR-REC TO D-CL-SENFRZ.
00339      MOVE XH-SENHS-IND OF COLLAR-REC  TO D-CL-SENHS.
00340      MOVE XH-HOMOWN-IND OF COLLAR-REC TO D-CL-HOMOWN.
00341      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00342      ADD +1 TO LINE-CNT.
00343  A070-EXIT. EXIT.
00344      SKIP1
00345  A080-PRINT-REJECT.
00346      IF LINE-CNT GREATER THAN +57
00347          PERFORM B100-HEADING THRU B100-EXIT.
00348      MOVE SPACES TO REJECT-LINE.
00349      MOVE XH-SSN OF COLLAR-REC (3:9) TO SM-SSN.
0349A      MOVE SM-SSN-LAST4            TO SM-MASKED-LAST4.
0349B      MOVE SM-MASKED               TO RJ-SSN.
00350      MOVE XH-COUNTY OF COLLAR-REC TO RJ-COUNTY.
00351      MOVE XH-PIN OF COLLAR-REC    TO RJ-PIN.
00352      MOVE W-REASON                TO RJ-MESSG.
00353      WRITE PRINT-REC FROM REJECT-LINE AFTER ADVANCING 1.
00354      ADD +1 TO LINE-CNT.
00355  A080-EXIT. EXIT.
00356      SKIP1
00357  B100-HEADING.
00358      ADD +1 TO PAGE-CNT.
00359      MOVE PAGE-CNT TO HD-PAGE.
00360      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00361      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00362      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00363      MOVE +6 TO LINE-CNT.
00364  B100-EXIT. EXIT.
