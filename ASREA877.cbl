00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA877.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. POSTS THE RETURNING VETERAN TRACKING MASTER (ASRETVTR1,
00007 *         KEPT BY ASREA878) TO THE EQUALIZED VALUATION FILE.  THE
00008 *         TRACKING MASTER AND THE EQ FILE ARE MATCHED BY VOLUME/
00009 *         PROPERTY, BOTH IN KEY SEQUENCE, AND ONLY THE CURRENT TAX
00010 *         TYPE (EQ-TXTYP 0) IS TOUCHED.  WHEN THE TAX YEAR FALLS
00011 *         IN THE PARCEL'S WINDOW (THE RETURN YEAR OR THE YEAR
00012 *         AFTER) THE STATUTORY RETURNING VETERAN AMOUNT
00013 *         (STATAMTR01 TYPE RV, ASREA962 LOOKUP) IS POSTED TO
00014 *         EQ-RET-VET AND EQ-DIS-IND IS SET TO THE RETURNING
00015 *         VETERAN CODE, OR TO THE COMBINED CODE FOR A DISABLED
00016 *         PERSON OR A 30-49 OR 50-69 PERCENT DISABLED VETERAN.
00017 *         OUTSIDE THE WINDOW THE AMOUNT IS EXPIRED TO ZERO, THE
00018 *         RETURNING VETERAN PART OF EQ-DIS-IND IS TAKEN OFF, AND
00019 *         THE PARCEL IS LISTED.  A PARCEL CARRYING EQ-RET-VET WITH
00020 *         NO TRACKING RECORD IS LISTED AND LEFT AS IT IS UNTIL ITS
00021 *         RETURN DATE IS ENTERED, AND A TRACKING RECORD IN ITS
00022 *         WINDOW WITH NO EQ RECORD IS LISTED; EITHER SETS RETURN
00023 *         CODE 4.  THE CONTROL CARD CARRIES THE TAX YEAR IN
00024 *         COLUMNS 1-4, CHECKED AT START AGAINST THE CENTRAL CYCLE
00025 *         CONTROL RECORD THROUGH DPRUN004; A BLANK CARD TAKES THE
00026 *         CYCLE YEAR.  THE VINTAGE HEADER IS PASSED THROUGH WITH
00027 *         THIS PROGRAM STAMPED ON IT.
00028      SKIP2
00029  ENVIRONMENT DIVISION.
00030  CONFIGURATION SECTION.
00031  SOURCE-COMPUTER. IBM-370.
00032  OBJECT-COMPUTER. IBM-370.
00033      SKIP1
00034  INPUT-OUTPUT SECTION.
00035  FILE-CONTROL.
00036      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00037      SELECT RVTRK-MASTER  ASSIGN TO UT-S-RVTRKMST.
00038      SELECT EQVAL-IN      ASSIGN TO UT-S-EQVALIN.
00039      SELECT EQVAL-OUT     ASSIGN TO UT-S-EQVALOUT.
00040      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
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
00052      05  CC-TAX-YEAR     PIC X(4).
00053      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00054                          PIC 9(4).
00055      05  FILLER          PIC X(76).
00056      SKIP2
00057  FD  RVTRK-MASTER
00058      BLOCK  CONTAINS 0 RECORDS
00059      RECORD CONTAINS 80 CHARACTERS
00060      RECORDING MODE IS F
00061      LABEL  RECORDS ARE STANDARD
00062      DATA RECORD IS RVTRK-REC.
00063  01  RVTRK-REC.
00064  COPY ASRETVTR1.
00065      SKIP2
00066  FD  EQVAL-IN
00067      BLOCK  CONTAINS 0 RECORDS
00068      RECORD CONTAINS 115 CHARACTERS
00069      RECORDING MODE IS F
00070      LABEL  RECORDS ARE STANDARD
00071      DATA RECORD IS EQ-REC.
00072  01  EQ-REC.
00073  COPY EQVALRD01.
00074      SKIP2
00075  FD  EQVAL-OUT
00076      BLOCK  CONTAINS 0 RECORDS
00077      RECORD CONTAINS 115 CHARACTERS
00078      RECORDING MODE IS F
00079      LABEL  RECORDS ARE STANDARD
00080      DATA RECORD IS EQ-OUT-REC.
00081  01  EQ-OUT-REC              PIC X(115).
00082      SKIP2
00083  FD  PRINT-FILE
00084      BLOCK  CONTAINS 0 RECORDS
00085      RECORD CONTAINS 133 CHARACTERS
00086      RECORDING MODE IS F
00087      LABEL  RECORDS ARE STANDARD.
00088      SKIP1
00089  01  PRINT-REC               PIC X(133).
00090      SKIP2
00091  WORKING-STORAGE SECTION.
00092      SKIP1
00093  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00094  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00095      SKIP1
00096  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00097      88  END-OF-CTL-FILE                  VALUE 'Y'.
00098  77  RV-EOF-SW                 PIC X      VALUE 'N'.
00099      88  END-OF-RV-FILE                   VALUE 'Y'.
00100  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00101      88  END-OF-EQ-FILE                   VALUE 'Y'.
00102  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00103  77  RV-MATCHED-SW             PIC X      VALUE 'N'.
00104      88  RV-MATCHED                       VALUE 'Y'.
00105  77  IN-WINDOW-SW              PIC X      VALUE 'N'.
00106      88  IN-WINDOW                        VALUE 'Y'.
00107  01  VINTAGE-HEADER.
00108  COPY DPVINTHR01.
00109      SKIP1
00110  77  RV-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00111  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00112  77  EQ-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00113  77  POSTED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00114  77  ALREADY-CNT       COMP-3  PIC S9(7)  VALUE +0.
00115  77  EXPIRED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00116  77  NO-TRACK-CNT      COMP-3  PIC S9(7)  VALUE +0.
00117  77  NO-EQ-CNT         COMP-3  PIC S9(7)  VALUE +0.
00118      SKIP1
00119  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00120  77  W-STAT-RV                 PIC 9(9)   VALUE ZEROS.
00121  77  W-POSTED-TOTAL    COMP-3  PIC S9(13) VALUE +0.
00122  77  W-EXPIRED-TOTAL   COMP-3  PIC S9(13) VALUE +0.
00123      SKIP1
00124  01  CYCLK-AREA.
00125  COPY DPCYCLKR1.
00126      SKIP1
00127  01  STAMLK-AREA.
00128  COPY ASSTAMLKR1.
00129      SKIP1
00130  01  RV-KEY-W.
00131      05  RK-VOL              PIC 9(3).
00132      05  RK-PROP             PIC 9(15).
00133  01  EQ-KEY.
00134      05  EK-VOL              PIC 9(3).
00135      05  EK-PROP             PIC 9(15).
00136      SKIP1
00137  01  ACPT-DATE                  PIC 9(6).
00138  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00139      05  ACPT-YR                PIC 99.
00140      05  ACPT-MO                PIC 99.
00141      05  ACPT-DA                PIC 99.
00142  01  DSP-DATE.
00143      05  DSP-MO                 PIC 99.
00144      05  FILLER                 PIC X      VALUE '/'.
00145      05  DSP-DA                 PIC 99.
00146      05  FILLER                 PIC X      VALUE '/'.
00147      05  DSP-YR                 PIC 99.
00148      SKIP1
00149  01  HEAD-A.
00150      05  FILLER          PIC X(3)   VALUE SPACES.
00151      05  HD-DATE         PIC X(8).
00152      05  FILLER          PIC X(44)  VALUE SPACES.
00153      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00154      05  FILLER          PIC X(44)  VALUE SPACES.
00155      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00156      05  HD-PAGE         PIC ZZ,ZZ9.
00157      SKIP1
00158  01  HEAD-B.
00159      05  FILLER          PIC X(3)   VALUE SPACES.
00160      05  FILLER          PIC X(8)   VALUE 'ASREA877'.
00161      05  FILLER          PIC X(18)  VALUE SPACES.
00162      05  FILLER          PIC X(48)  VALUE
00163          'RETURNING VETERAN EXEMPTION POSTING - TAX YEAR'.
00164      05  HD-TAX-YEAR     PIC 9(4).
00165      SKIP1
00166  01  HEAD-C.
00167      05  FILLER          PIC X(3)   VALUE SPACES.
00168      05  FILLER          PIC X(5)   VALUE 'VOL'.
00169      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00170      05  FILLER          PIC X(10)  VALUE 'RETURNED'.
00171      05  FILLER          PIC X(11)  VALUE 'TAX YEARS'.
00172      05  FILLER          PIC X(13)  VALUE '  WAS EAV'.
00173      05  FILLER          PIC X(13)  VALUE '  NOW EAV'.
00174      05  FILLER          PIC X(30)  VALUE 'MESSAGE'.
00175      SKIP1
00176  01  DETAIL-LINE.
00177      05  FILLER          PIC X(3)   VALUE SPACES.
00178      05  D-VOL           PIC 9(3).
00179      05  FILLER          PIC X(2)   VALUE SPACES.
00180      05  D-PROP          PIC 9(15).
00181      05  FILLER          PIC X(2)   VALUE SPACES.
00182      05  D-RETURN-DATE   PIC X(8).
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  D-FIRST-YEAR    PIC X(4).
00185      05  D-YEAR-DASH     PIC X.
00186      05  D-LAST-YEAR     PIC X(4).
00187      05  FILLER          PIC X(2)   VALUE SPACES.
00188      05  D-WAS-AMT       PIC ZZZ,ZZZ,ZZ9.
00189      05  FILLER          PIC X(2)   VALUE SPACES.
00190      05  D-NOW-AMT       PIC ZZZ,ZZZ,ZZ9.
00191      05  FILLER          PIC X(2)   VALUE SPACES.
00192      05  D-MESSG         PIC X(30).
00193      EJECT
00194  PROCEDURE DIVISION.
00195      SKIP1
00196  A010-HOUSEKEEPING.
00197      OPEN INPUT  CONTROL-FILE, RVTRK-MASTER, EQVAL-IN
00198           OUTPUT EQVAL-OUT, PRINT-FILE.
00199      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00200      IF RETURN-CODE EQUAL 16
00201          CLOSE CONTROL-FILE, RVTRK-MASTER, EQVAL-IN,
00202                EQVAL-OUT, PRINT-FILE
00203          STOP RUN.
00204      ACCEPT ACPT-DATE FROM DATE.
00205      MOVE ACPT-MO TO DSP-MO.
00206      MOVE ACPT-DA TO DSP-DA.
00207      MOVE ACPT-YR TO DSP-YR.
00208      MOVE DSP-DATE TO HD-DATE.
00209      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00210      PERFORM B100-HEADING THRU B100-EXIT.
00211      PERFORM A030-READ-RV THRU A030-EXIT.
00212      PERFORM A040-READ-EQ THRU A040-EXIT.
00213      PERFORM A020-MAINLINE THRU A020-EXIT
00214          UNTIL END-OF-RV-FILE AND END-OF-EQ-FILE.
00215      DISPLAY 'TOTAL TRACKING RECORDS READ..........: '
00216          RV-IN-CNT.
00217      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00218          EQ-IN-CNT.
00219      DISPLAY 'TOTAL EQVAL RECORDS WRITTEN..........: '
00220          EQ-OUT-CNT.
00221      DISPLAY 'TOTAL PARCELS POSTED.................: '
00222          POSTED-CNT.
00223      DISPLAY 'TOTAL EAV POSTED.....................: '
00224          W-POSTED-TOTAL.
00225      DISPLAY 'TOTAL PARCELS ALREADY AT STATUTORY...: '
00226          ALREADY-CNT.
00227      DISPLAY 'TOTAL PARCELS EXPIRED................: '
00228          EXPIRED-CNT.
00229      DISPLAY 'TOTAL EAV EXPIRED....................: '
00230          W-EXPIRED-TOTAL.
00231      DISPLAY 'TOTAL EQ-RET-VET WITH NO TRACKING....: '
00232          NO-TRACK-CNT.
00233      DISPLAY 'TOTAL IN WINDOW WITH NO EQ RECORD....: '
00234          NO-EQ-CNT.
00235      IF NO-TRACK-CNT GREATER THAN +0
00236          OR NO-EQ-CNT GREATER THAN +0
00237          MOVE 4 TO RETURN-CODE.
00238      CLOSE CONTROL-FILE, RVTRK-MASTER, EQVAL-IN,
00239            EQVAL-OUT, PRINT-FILE.
00240      STOP RUN.
00241      SKIP1
00242  A012-READ-CONTROL.
00243      READ CONTROL-FILE AT END
00244          MOVE 'Y' TO CTL-EOF-SW.
00245      MOVE 'ASREA877' TO CK-CALLER.
00246      MOVE SPACES TO CK-CARD-YEAR.
00247      IF NOT END-OF-CTL-FILE
00248          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00249      CALL 'DPRUN004' USING CYCLK-AREA.
00250      IF NOT END-OF-CTL-FILE
00251          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00252      IF END-OF-CTL-FILE
00253          OR CC-TAX-YEAR NOT NUMERIC
00254          OR CC-TAX-YEAR-N EQUAL ZERO
00255          DISPLAY 'ASREA877 -- TAX YEAR CONTROL CARD MISSING OR '
00256              'INVALID -- RUN STOPPED'
00257          MOVE 16 TO RETURN-CODE
00258          GO TO A012-EXIT.
00259      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00260      MOVE W-TAX-YEAR TO STA-TAX-YEAR.
00261      MOVE 'RV' TO STA-TYPE.
00262      CALL 'ASREA962' USING STAMLK-AREA.
00263      IF NOT STA-FOUND
00264          DISPLAY 'ASREA877 -- NO STATUTORY RETURNING VETERAN '
00265              'AMOUNT FOR TAX YEAR ' W-TAX-YEAR ' -- RUN STOPPED'
00266          MOVE 16 TO RETURN-CODE
00267          GO TO A012-EXIT.
00268      MOVE STA-AMOUNT TO W-STAT-RV.
00269      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00270      DISPLAY 'STATUTORY RETURNING VETERAN (EAV)....: ' W-STAT-RV.
00271  A012-EXIT. EXIT.
00272      SKIP1
00273 *    A PARCEL MAY HAVE AN EQ RECORD FOR EACH TAX TYPE, SO THE
00274 *    TRACKING RECORD IS HELD UNTIL THE EQ FILE PASSES IT.
00275  A020-MAINLINE.
00276      EVALUATE TRUE
00277          WHEN RV-KEY-W EQUAL EQ-KEY
00278              IF EQ-TXTYP EQUAL 0
00279                  PERFORM A050-APPLY THRU A050-EXIT
00280              END-IF
00281              PERFORM A080-WRITE-EQ THRU A080-EXIT
00282              PERFORM A040-READ-EQ THRU A040-EXIT
00283          WHEN RV-KEY-W LESS THAN EQ-KEY
00284              IF NOT RV-MATCHED AND IN-WINDOW
00285                  PERFORM A060-NO-EQ THRU A060-EXIT
00286              END-IF
00287              PERFORM A030-READ-RV THRU A030-EXIT
00288          WHEN OTHER
00289              IF EQ-TXTYP EQUAL 0
00290               AND EQ-RET-VET GREATER THAN ZERO
00291                  PERFORM A065-NO-TRACK THRU A065-EXIT
00292              END-IF
00293              PERFORM A080-WRITE-EQ THRU A080-EXIT
00294              PERFORM A040-READ-EQ THRU A040-EXIT
00295      END-EVALUATE.
00296  A020-EXIT. EXIT.
00297      SKIP1
00298  A030-READ-RV.
00299      READ RVTRK-MASTER AT END
00300          MOVE 'Y' TO RV-EOF-SW
00301          MOVE HIGH-VALUES TO RV-KEY-W
00302          GO TO A030-EXIT.
00303      ADD +1 TO RV-IN-CNT.
00304      MOVE 'N' TO RV-MATCHED-SW.
00305      MOVE RV-VOL  TO RK-VOL.
00306      MOVE RV-PROP TO RK-PROP.
00307      IF W-TAX-YEAR NOT LESS THAN RV-FIRST-YEAR
00308       AND W-TAX-YEAR NOT GREATER THAN RV-LAST-YEAR
00309          MOVE 'Y' TO IN-WINDOW-SW
00310      ELSE
00311          MOVE 'N' TO IN-WINDOW-SW.
00312  A030-EXIT. EXIT.
00313      SKIP1
00314  A040-READ-EQ.
00315      READ EQVAL-IN AT END
00316          MOVE 'Y' TO EQ-EOF-SW
00317          MOVE HIGH-VALUES TO EQ-KEY.
00318      IF NOT END-OF-EQ-FILE
00319       AND FIRST-EQ-REC-SW EQUAL 'Y'
00320          MOVE 'N' TO FIRST-EQ-REC-SW
00321          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00322              DISPLAY 'ASREA877 - VINTAGE HDR PASSED THRU'
00323              MOVE EQ-REC (1:80) TO VINTAGE-HEADER
00324              MOVE 'ASREA877'    TO VH-PROGRAM-ID
00325              IF VH-SEQUENCE NUMERIC
00326                  ADD 1           TO VH-SEQUENCE
00327              ELSE
00328                  MOVE 1          TO VH-SEQUENCE
00329              END-IF
00330              MOVE SPACES         TO EQ-OUT-REC
00331              MOVE VINTAGE-HEADER TO EQ-OUT-REC (1:80)
00332              WRITE EQ-OUT-REC
00333              GO TO A040-READ-EQ.
00334      IF NOT END-OF-EQ-FILE
00335          ADD +1 TO EQ-IN-CNT
00336          MOVE EQ-VOL  TO EK-VOL
00337          MOVE EQ-PROP TO EK-PROP.
00338  A040-EXIT. EXIT.
00339      SKIP1
00340  A050-APPLY.
00341      MOVE 'Y' TO RV-MATCHED-SW.
00342      PERFORM A090-SET-LINE THRU A090-EXIT.
00343      MOVE EQ-RET-VET TO D-WAS-AMT.
00344      IF IN-WINDOW
00345          GO TO A055-POST.
00346      IF EQ-RET-VET EQUAL ZERO
00347          GO TO A050-EXIT.
00348      ADD +1 TO EXPIRED-CNT.
00349      ADD EQ-RET-VET TO W-EXPIRED-TOTAL.
00350      MOVE ZERO TO EQ-RET-VET.
00351      IF RETURNING-VET
00352          MOVE SPACE TO EQ-DIS-IND.
00353      IF RET-DIS-VET1
00354          MOVE '3' TO EQ-DIS-IND.
00355      IF RET-DIS-VET2
00356          MOVE '4' TO EQ-DIS-IND.
00357      IF RET-DIS-PER
00358          MOVE '2' TO EQ-DIS-IND.
00359      MOVE ZERO TO D-NOW-AMT.
00360      MOVE 'EXPIRED - OUTSIDE WINDOW' TO D-MESSG.
00361      PERFORM A070-PRINT THRU A070-EXIT.
00362      GO TO A050-EXIT.
00363  A055-POST.
00364      IF EQ-DIS-IND EQUAL SPACE OR EQ-DIS-IND EQUAL '0'
00365          MOVE '1' TO EQ-DIS-IND.
00366      IF DISABLED-PERSON
00367          MOVE '7' TO EQ-DIS-IND.
00368      IF DISABLED-VET1
00369          MOVE '5' TO EQ-DIS-IND.
00370      IF DISABLED-VET2
00371          MOVE '6' TO EQ-DIS-IND.
00372      IF EQ-RET-VET EQUAL W-STAT-RV
00373          ADD +1 TO ALREADY-CNT
00374          GO TO A050-EXIT.
00375      MOVE W-STAT-RV TO EQ-RET-VET.
00376      ADD +1 TO POSTED-CNT.
00377      ADD W-STAT-RV TO W-POSTED-TOTAL.
00378      MOVE W-STAT-RV TO D-NOW-AMT.
00379      MOVE 'POSTED - IN WINDOW' TO D-MESSG.
00380      PERFORM A070-PRINT THRU A070-EXIT.
00381  A050-EXIT. EXIT.
00382      SKIP1
00383  A060-NO-EQ.
00384      ADD +1 TO NO-EQ-CNT.
00385      PERFORM A090-SET-LINE THRU A090-EXIT.
00386      MOVE ZERO TO D-WAS-AMT, D-NOW-AMT.
00387      MOVE 'NO EQVAL RECORD FOR PARCEL' TO D-MESSG.
00388      PERFORM A070-PRINT THRU A070-EXIT.
00389  A060-EXIT. EXIT.
00390      SKIP1
00391  A065-NO-TRACK.
00392      ADD +1 TO NO-TRACK-CNT.
00393      MOVE EK-VOL     TO D-VOL.
00394      MOVE EK-PROP    TO D-PROP.
00395      MOVE SPACES     TO D-RETURN-DATE, D-FIRST-YEAR,
00396                         D-YEAR-DASH, D-LAST-YEAR.
00397      MOVE EQ-RET-VET TO D-WAS-AMT, D-NOW-AMT.
00398      MOVE 'NO RETURNING VET TRACKING REC' TO D-MESSG.
00399      PERFORM A070-PRINT THRU A070-EXIT.
00400  A065-EXIT. EXIT.
00401      SKIP1
00402  A070-PRINT.
00403      IF LINE-CNT GREATER THAN +57
00404          PERFORM B100-HEADING THRU B100-EXIT.
00405      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00406      ADD +1 TO LINE-CNT.
00407  A070-EXIT. EXIT.
00408      SKIP1
00409  A080-WRITE-EQ.
00410      WRITE EQ-OUT-REC FROM EQ-REC.
00411      ADD +1 TO EQ-OUT-CNT.
00412  A080-EXIT. EXIT.
00413      SKIP1
00414  A090-SET-LINE.
00415      MOVE RK-VOL         TO D-VOL.
00416      MOVE RK-PROP        TO D-PROP.
00417      MOVE RV-RETURN-DATE TO D-RETURN-DATE.
00418      MOVE RV-FIRST-YEAR  TO D-FIRST-YEAR.
00419      MOVE '-'            TO D-YEAR-DASH.
00420      MOVE RV-LAST-YEAR   TO D-LAST-YEAR.
00421  A090-EXIT. EXIT.
00422      SKIP1
00423  B100-HEADING.
00424      ADD +1 TO PAGE-CNT.
00425      MOVE PAGE-CNT TO HD-PAGE.
00426      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00427      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00428      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00429      MOVE +6 TO LINE-CNT.
00430  B100-EXIT. EXIT.
