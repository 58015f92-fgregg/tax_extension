00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA882.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. POSTS EXEMPT-PROPERTY APPLICATIONS GRANTED BY THE
00007 *         STATE (GRANT FILE, ASEXDECR1, WRITTEN BY ASREA881) TO
00008 *         THE EQUALIZED VALUATION FILE AND THE EXEMPT-OWNER
00009 *         AFFIDAVIT ROSTER (ASEXOWNR01).  THE GRANTS ARE SORTED
00010 *         TO VOLUME/PROPERTY AND MATCHED AGAINST BOTH FILES,
00011 *         WHICH ARE IN KEY SEQUENCE.  THE GRANTED EXEMPT VALUE
00012 *         REPLACES EQ-EXOWNEXVAL ON THE PARCEL'S CURRENT TAX
00013 *         TYPE RECORD, AND A PENDING ROSTER RECORD IS ADDED FOR
00014 *         THE FIRST AFFIDAVIT YEAR WITH ITS DUE DATE AND THE
00015 *         APPLICATION NUMBER, SO ASREA948/ASREA949 TRACK IT FROM
00016 *         THEN ON.  A GRANT WITH NO CURRENT EQ RECORD IS LISTED
00017 *         AND NOT POSTED (CODE 8); A SECOND GRANT FOR A PARCEL,
00018 *         OR A PARCEL ALREADY ON THE ROSTER, IS LISTED (CODE 4).
00019 *         THE VINTAGE HEADER IS PASSED THROUGH WITH THIS PROGRAM
00020 *         STAMPED ON IT.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00024  SOURCE-COMPUTER. IBM-370.
00025  OBJECT-COMPUTER. IBM-370.
00026      SKIP1
00027  INPUT-OUTPUT SECTION.
00028  FILE-CONTROL.
00029      SELECT GRANT-FILE    ASSIGN TO UT-S-XAPGRNT.
00030      SELECT EQVAL-IN      ASSIGN TO UT-S-EQVALIN.
00031      SELECT EQVAL-OUT     ASSIGN TO UT-S-EQVALOUT.
00032      SELECT ROSTER-IN     ASSIGN TO UT-S-ROSTIN.
00033      SELECT ROSTER-OUT    ASSIGN TO UT-S-ROSTOUT.
00034      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00035      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00036      SKIP2
00037  DATA DIVISION.
00038  FILE SECTION.
00039      SKIP1
00040  FD  GRANT-FILE
00041      BLOCK  CONTAINS 0 RECORDS
00042      RECORD CONTAINS 120 CHARACTERS
00043      RECORDING MODE IS F
00044      LABEL  RECORDS ARE STANDARD
00045      DATA RECORD IS GRANT-REC.
00046  01  GRANT-REC               PIC X(120).
00047      SKIP2
00048  FD  EQVAL-IN
00049      BLOCK  CONTAINS 0 RECORDS
00050      RECORD CONTAINS 115 CHARACTERS
00051      RECORDING MODE IS F
00052      LABEL  RECORDS ARE STANDARD
00053      DATA RECORD IS EQ-REC.
00054  01  EQ-REC.
00055  COPY EQVALRD01.
00056      SKIP2
00057  FD  EQVAL-OUT
00058      BLOCK  CONTAINS 0 RECORDS
00059      RECORD CONTAINS 115 CHARACTERS
00060      RECORDING MODE IS F
00061      LABEL  RECORDS ARE STANDARD
00062      DATA RECORD IS EQ-OUT-REC.
00063  01  EQ-OUT-REC              PIC X(115).
00064      SKIP2
00065  FD  ROSTER-IN
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 80 CHARACTERS
00068      RECORDING MODE IS F
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS ROSTER-IN-REC.
00071  01  ROSTER-IN-REC.
00072  COPY ASEXOWNR01.
00073      SKIP2
00074  FD  ROSTER-OUT
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 80 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD
00079      DATA RECORD IS ROSTER-OUT-REC.
00080  01  ROSTER-OUT-REC          PIC X(80).
00081      SKIP2
00082  SD  SORT-FILE
00083      RECORD CONTAINS 120 CHARACTERS
00084      DATA RECORD IS SORT-REC.
00085  01  SORT-REC.
00086  COPY ASEXDECR1.
00087      SKIP2
00088  FD  PRINT-FILE
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 133 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD.
00093      SKIP1
00094  01  PRINT-REC               PIC X(133).
00095      SKIP2
00096  WORKING-STORAGE SECTION.
00097      SKIP1
00098  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00099  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00100      SKIP1
00101  77  GRANT-EOF-SW              PIC X      VALUE 'N'.
00102      88  END-OF-GRANT-FILE                VALUE 'Y'.
00103  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00104      88  END-OF-EQ-FILE                   VALUE 'Y'.
00105  77  ROST-EOF-SW               PIC X      VALUE 'N'.
00106      88  END-OF-ROST-FILE                 VALUE 'Y'.
00107  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00108      88  END-OF-SORT-FILE                 VALUE 'Y'.
00109  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00110  77  POSTED-SW                 PIC X      VALUE 'N'.
00111      88  GRANT-POSTED                     VALUE 'Y'.
00112  01  VINTAGE-HEADER.
00113  COPY DPVINTHR01.
00114      SKIP1
00115  77  GRANT-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00116  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00117  77  EQ-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00118  77  ROST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00119  77  ROST-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00120  77  POSTED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00121  77  ROST-ADD-CNT      COMP-3  PIC S9(7)  VALUE +0.
00122  77  UNMATCHED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00123  77  DUP-GRANT-CNT     COMP-3  PIC S9(7)  VALUE +0.
00124  77  ON-ROSTER-CNT     COMP-3  PIC S9(7)  VALUE +0.
00125      SKIP1
00126  77  W-POSTED-TOTAL    COMP-3  PIC S9(13) VALUE +0.
00127      SKIP1
00128  01  GRANT-KEY.
00129      05  GK-VOL              PIC 9(3).
00130      05  GK-PROP             PIC 9(15).
00131  01  HOLD-KEY.
00132      05  HK-VOL              PIC 9(3)   VALUE ZERO.
00133      05  HK-PROP             PIC 9(15)  VALUE ZERO.
00134  01  EQ-KEY.
00135      05  EK-VOL              PIC 9(3).
00136      05  EK-PROP             PIC 9(15).
00137  01  ROST-KEY.
00138      05  OK-VOL              PIC 9(3).
00139      05  OK-PROP             PIC 9(15).
00140      SKIP1
00141  01  NEW-ROSTER.
00142  COPY ASEXOWNR01 REPLACING LEADING ==XO-== BY ==XN-==.
00143      SKIP1
00144  01  ACPT-DATE                  PIC 9(6).
00145  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00146      05  ACPT-YR                PIC 99.
00147      05  ACPT-MO                PIC 99.
00148      05  ACPT-DA                PIC 99.
00149  01  DSP-DATE.
00150      05  DSP-MO                 PIC 99.
00151      05  FILLER                 PIC X      VALUE '/'.
00152      05  DSP-DA                 PIC 99.
00153      05  FILLER                 PIC X      VALUE '/'.
00154      05  DSP-YR                 PIC 99.
00155      SKIP1
00156  01  HEAD-A.
00157      05  FILLER          PIC X(3)   VALUE SPACES.
00158      05  HD-DATE         PIC X(8).
00159      05  FILLER          PIC X(44)  VALUE SPACES.
00160      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00161      05  FILLER          PIC X(44)  VALUE SPACES.
00162      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00163      05  HD-PAGE         PIC ZZ,ZZ9.
00164      SKIP1
00165  01  HEAD-B.
00166      05  FILLER          PIC X(3)   VALUE SPACES.
00167      05  FILLER          PIC X(8)   VALUE 'ASREA882'.
00168      05  FILLER          PIC X(18)  VALUE SPACES.
00169      05  FILLER          PIC X(56)  VALUE
00170          'EXEMPT APPLICATION GRANTS POSTED TO EQVAL AND ROSTER'.
00171      SKIP1
00172  01  HEAD-C.
00173      05  FILLER          PIC X(3)   VALUE SPACES.
00174      05  FILLER          PIC X(5)   VALUE 'VOL'.
00175      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00176      05  FILLER          PIC X(12)  VALUE 'APPLICATION'.
00177      05  FILLER          PIC X(16)  VALUE '   EXEMPT VALUE'.
00178      05  FILLER          PIC X(6)   VALUE 'AFF'.
00179      05  FILLER          PIC X(10)  VALUE 'DUE DATE'.
00180      05  FILLER          PIC X(34)  VALUE 'DISPOSITION'.
00181      SKIP1
00182  01  DETAIL-LINE.
00183      05  FILLER          PIC X(3)   VALUE SPACES.
00184      05  D-VOL           PIC 9(3).
00185      05  FILLER          PIC X(2)   VALUE SPACES.
00186      05  D-PROP          PIC 9(15).
00187      05  FILLER          PIC X(2)   VALUE SPACES.
00188      05  D-APPL-NO       PIC X(10).
00189      05  FILLER          PIC X(2)   VALUE SPACES.
00190      05  D-EXVAL         PIC ZZ,ZZZ,ZZZ,ZZ9.
00191      05  FILLER          PIC X(2)   VALUE SPACES.
00192      05  D-AFF-YR        PIC 9(4).
00193      05  FILLER          PIC X(2)   VALUE SPACES.
00194      05  D-DUE-DATE      PIC 9(8).
00195      05  FILLER          PIC X(2)   VALUE SPACES.
00196      05  D-MESSG         PIC X(34).
00197      EJECT
00198  PROCEDURE DIVISION.
00199      SKIP1
00200  A010-HOUSEKEEPING.
00201      OPEN INPUT  EQVAL-IN, ROSTER-IN
00202           OUTPUT EQVAL-OUT, ROSTER-OUT, PRINT-FILE.
00203      ACCEPT ACPT-DATE FROM DATE.
00204      MOVE ACPT-MO TO DSP-MO.
00205      MOVE ACPT-DA TO DSP-DA.
00206      MOVE ACPT-YR TO DSP-YR.
00207      MOVE DSP-DATE TO HD-DATE.
00208      PERFORM B100-HEADING THRU B100-EXIT.
00209      SORT SORT-FILE
00210          ON ASCENDING KEY XD-VOL XD-PROP XD-APPL-NO
00211          INPUT PROCEDURE IS B000-READ-GRANTS
00212              THRU B999-EXIT
00213          OUTPUT PROCEDURE IS C000-POST-GRANTS
00214              THRU C999-EXIT.
00215      IF SORT-RETURN NOT EQUAL ZERO
00216          DISPLAY 'ASREA882 -- SORT FAILED, SORT-RETURN = '
00217              SORT-RETURN
00218          MOVE 16 TO RETURN-CODE.
00219      DISPLAY 'TOTAL GRANT RECORDS READ.............: '
00220          GRANT-IN-CNT.
00221      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00222          EQ-IN-CNT.
00223      DISPLAY 'TOTAL EQVAL RECORDS WRITTEN..........: '
00224          EQ-OUT-CNT.
00225      DISPLAY 'TOTAL ROSTER RECORDS READ............: '
00226          ROST-IN-CNT.
00227      DISPLAY 'TOTAL ROSTER RECORDS WRITTEN.........: '
00228          ROST-OUT-CNT.
00229      DISPLAY 'TOTAL GRANTS POSTED TO EQVAL.........: '
00230          POSTED-CNT.
00231      DISPLAY 'TOTAL EXEMPT VALUE POSTED............: '
00232          W-POSTED-TOTAL.
00233      DISPLAY 'TOTAL PARCELS ADDED TO ROSTER........: '
00234          ROST-ADD-CNT.
00235      DISPLAY 'TOTAL GRANTS WITH NO CURRENT EQ REC..: '
00236          UNMATCHED-CNT.
00237      DISPLAY 'TOTAL SECOND GRANTS FOR A PARCEL.....: '
00238          DUP-GRANT-CNT.
00239      DISPLAY 'TOTAL PARCELS ALREADY ON ROSTER......: '
00240          ON-ROSTER-CNT.
00241      IF RETURN-CODE LESS THAN 8
00242         AND UNMATCHED-CNT GREATER THAN +0
00243          MOVE 8 TO RETURN-CODE.
00244      IF RETURN-CODE LESS THAN 4
00245         AND (DUP-GRANT-CNT GREATER THAN +0
00246              OR ON-ROSTER-CNT GREATER THAN +0)
00247          MOVE 4 TO RETURN-CODE.
00248      CLOSE EQVAL-IN, ROSTER-IN, EQVAL-OUT, ROSTER-OUT, PRINT-FILE.
00249      STOP RUN.
00250      SKIP2
00251  B000-READ-GRANTS.
00252      OPEN INPUT GRANT-FILE.
00253      PERFORM B020-RELEASE-GRANT THRU B020-EXIT
00254          UNTIL END-OF-GRANT-FILE.
00255      CLOSE GRANT-FILE.
00256      GO TO B999-EXIT.
00257      SKIP1
00258  B020-RELEASE-GRANT.
00259      READ GRANT-FILE AT END
00260          MOVE 'Y' TO GRANT-EOF-SW
00261          GO TO B020-EXIT.
00262      ADD +1 TO GRANT-IN-CNT.
00263      MOVE GRANT-REC TO SORT-REC.
00264      RELEASE SORT-REC.
00265  B020-EXIT. EXIT.
00266  B999-EXIT. EXIT.
00267      SKIP2
00268  C000-POST-GRANTS.
00269      PERFORM C040-READ-EQ THRU C040-EXIT.
00270      PERFORM C050-READ-ROST THRU C050-EXIT.
00271      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00272      PERFORM C020-POST THRU C020-EXIT
00273          UNTIL END-OF-SORT-FILE.
00274      PERFORM C060-COPY-EQ THRU C060-EXIT
00275          UNTIL END-OF-EQ-FILE.
00276      PERFORM C070-COPY-ROST THRU C070-EXIT
00277          UNTIL END-OF-ROST-FILE.
00278      GO TO C999-EXIT.
00279      SKIP1
00280 *    THE EQ AND ROSTER RECORDS AHEAD OF THE GRANT ARE COPIED; THE
00281 *    GRANT IS POSTED TO THE CURRENT TAX TYPE RECORD OF ITS PARCEL
00282 *    AND, WHEN POSTED, ADDED TO THE ROSTER.
00283  C020-POST.
00284      MOVE SPACES     TO DETAIL-LINE.
00285      MOVE XD-VOL     TO D-VOL.
00286      MOVE XD-PROP    TO D-PROP.
00287      MOVE XD-APPL-NO TO D-APPL-NO.
00288      MOVE XD-EXVAL   TO D-EXVAL.
00289      MOVE XD-FIRST-AFF-YR TO D-AFF-YR.
00290      MOVE XD-AFF-DUE-DATE TO D-DUE-DATE.
00291      IF GRANT-KEY EQUAL HOLD-KEY
00292          ADD +1 TO DUP-GRANT-CNT
00293          MOVE 'DUPLICATE GRANT -- NOT POSTED' TO D-MESSG
00294          PERFORM C080-PRINT THRU C080-EXIT
00295          GO TO C020-NEXT.
00296      MOVE GRANT-KEY TO HOLD-KEY.
00297      PERFORM C060-COPY-EQ THRU C060-EXIT
00298          UNTIL EQ-KEY NOT LESS THAN GRANT-KEY.
00299      MOVE 'N' TO POSTED-SW.
00300      PERFORM C025-POST-EQ THRU C025-EXIT
00301          UNTIL EQ-KEY NOT EQUAL GRANT-KEY.
00302      IF NOT GRANT-POSTED
00303          ADD +1 TO UNMATCHED-CNT
00304          MOVE 'NO CURRENT EQ RECORD -- NOT POSTED' TO D-MESSG
00305          PERFORM C080-PRINT THRU C080-EXIT
00306          GO TO C020-NEXT.
00307      ADD +1 TO POSTED-CNT.
00308      ADD XD-EXVAL TO W-POSTED-TOTAL.
00309      PERFORM C070-COPY-ROST THRU C070-EXIT
00310          UNTIL ROST-KEY NOT LESS THAN GRANT-KEY.
00311      IF ROST-KEY EQUAL GRANT-KEY
00312          ADD +1 TO ON-ROSTER-CNT
00313          MOVE 'POSTED -- ALREADY ON ROSTER' TO D-MESSG
00314          PERFORM C080-PRINT THRU C080-EXIT
00315          GO TO C020-NEXT.
00316      MOVE SPACES          TO NEW-ROSTER.
00317      MOVE XD-VOL          TO XN-VOL.
00318      MOVE XD-PROP         TO XN-PROP.
00319      MOVE XD-TXCD         TO XN-TXCD.
00320      MOVE XD-EXVAL        TO XN-EXVAL.
00321      MOVE XD-FIRST-AFF-YR TO XN-AFF-YEAR.
00322      MOVE 'P'             TO XN-AFF-STAT.
00323      MOVE ZEROS           TO XN-RECV-DATE XN-NOTICE-CNT.
00324      MOVE XD-AFF-DUE-DATE TO XN-AFF-DUE-DATE.
00325      MOVE XD-APPL-NO      TO XN-APPL-NO.
00326      WRITE ROSTER-OUT-REC FROM NEW-ROSTER.
00327      ADD +1 TO ROST-OUT-CNT ROST-ADD-CNT.
00328      MOVE 'POSTED -- ADDED TO ROSTER' TO D-MESSG.
00329      PERFORM C080-PRINT THRU C080-EXIT.
00330  C020-NEXT.
00331      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00332  C020-EXIT. EXIT.
00333      SKIP1
00334  C025-POST-EQ.
00335      IF EQ-CUR-TXTYP
00336          MOVE XD-EXVAL TO EQ-EXOWNEXVAL
00337          MOVE 'Y' TO POSTED-SW.
00338      PERFORM C060-COPY-EQ THRU C060-EXIT.
00339  C025-EXIT. EXIT.
00340      SKIP1
00341  C030-RETURN-SORT.
00342      RETURN SORT-FILE AT END
00343          MOVE 'Y' TO SORT-EOF-SW.
00344      IF NOT END-OF-SORT-FILE
00345          MOVE XD-VOL  TO GK-VOL
00346          MOVE XD-PROP TO GK-PROP.
00347  C030-EXIT. EXIT.
00348      SKIP1
00349  C040-READ-EQ.
00350      READ EQVAL-IN AT END
00351          MOVE 'Y' TO EQ-EOF-SW
00352          MOVE HIGH-VALUES TO EQ-KEY.
00353      IF NOT END-OF-EQ-FILE
00354       AND FIRST-EQ-REC-SW EQUAL 'Y'
00355          MOVE 'N' TO FIRST-EQ-REC-SW
00356          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00357              DISPLAY 'ASREA882 - VINTAGE HDR PASSED THRU'
00358              MOVE EQ-REC (1:80) TO VINTAGE-HEADER
00359              MOVE 'ASREA882'    TO VH-PROGRAM-ID
00360              IF VH-SEQUENCE NUMERIC
00361                  ADD 1           TO VH-SEQUENCE
00362              ELSE
00363                  MOVE 1          TO VH-SEQUENCE
00364              END-IF
00365              MOVE SPACES         TO EQ-OUT-REC
00366              MOVE VINTAGE-HEADER TO EQ-OUT-REC (1:80)
00367              WRITE EQ-OUT-REC
00368              GO TO C040-READ-EQ.
00369      IF NOT END-OF-EQ-FILE
00370          ADD +1 TO EQ-IN-CNT
00371          MOVE EQ-VOL  TO EK-VOL
00372          MOVE EQ-PROP TO EK-PROP.
00373  C040-EXIT. EXIT.
00374      SKIP1
00375  C050-READ-ROST.
00376      READ ROSTER-IN AT END
00377          MOVE 'Y' TO ROST-EOF-SW
00378          MOVE HIGH-VALUES TO ROST-KEY.
00379      IF NOT END-OF-ROST-FILE
00380          ADD +1 TO ROST-IN-CNT
00381          MOVE XO-VOL  TO OK-VOL
00382          MOVE XO-PROP TO OK-PROP.
00383  C050-EXIT. EXIT.
00384      SKIP1
00385  C060-COPY-EQ.
00386      WRITE EQ-OUT-REC FROM EQ-REC.
00387      ADD +1 TO EQ-OUT-CNT.
00388      PERFORM C040-READ-EQ THRU C040-EXIT.
00389  C060-EXIT. EXIT.
00390      SKIP1
00391  C070-COPY-ROST.
00392      WRITE ROSTER-OUT-REC FROM ROSTER-IN-REC.
00393      ADD +1 TO ROST-OUT-CNT.
00394      PERFORM C050-READ-ROST THRU C050-EXIT.
00395  C070-EXIT. EXIT.
00396      SKIP1
00397  C080-PRINT.
00398      IF LINE-CNT GREATER THAN +57
00399          PERFORM B100-HEADING THRU B100-EXIT.
00400      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00401      ADD +1 TO LINE-CNT.
00402  C080-EXIT. EXIT.
00403  C999-EXIT. EXIT.
00404      SKIP1
00405  B100-HEADING.
00406      ADD +1 TO PAGE-CNT.
00407      MOVE PAGE-CNT TO HD-PAGE.
00408      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00409      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00410      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00411      MOVE +6 TO LINE-CNT.
00412  B100-EXIT. EXIT.
