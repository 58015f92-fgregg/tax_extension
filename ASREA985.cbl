00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA985.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. POSTS THE HOME IMPROVEMENT EXEMPTION MASTER (ASHIEXMR1,
00007 *         BUILT AND AGED BY ASREA984) TO THE EQUALIZED VALUATION
00008 *         FILE.  THE EXEMPTION MASTER AND THE EQ FILE ARE MATCHED
00009 *         BY VOLUME/PROPERTY, BOTH IN KEY SEQUENCE.  THE AMOUNTS
00010 *         OF ALL ACTIVE EXEMPTIONS ON A PARCEL (ONE PER
00011 *         IMPROVEMENT STILL WITHIN ITS FOUR YEARS) ARE SUMMED INTO
00012 *         THE EQ-HOME-IMP-AMT FIELD ON THE OUTPUT COPY OF THE
00013 *         FILE; EVERY OTHER EQ RECORD HAS THE FIELD SET TO ZERO,
00014 *         SO AN EXPIRED OR REMOVED EXEMPTION DROPS OFF.  ACTIVE
00015 *         EXEMPTIONS WITH NO EQ RECORD ARE LISTED.  THE VINTAGE
00016 *         HEADER IS PASSED THROUGH WITH THIS PROGRAM STAMPED ON
00017 *         IT.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT HIEX-MASTER   ASSIGN TO UT-S-HIEXMSTR.
00027      SELECT EQVAL-IN      ASSIGN TO UT-S-EQVALIN.
00028      SELECT EQVAL-OUT     ASSIGN TO UT-S-EQVALOUT.
00029      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00030      SKIP2
00031  DATA DIVISION.
00032  FILE SECTION.
00033      SKIP1
00034  FD  HIEX-MASTER
00035      BLOCK  CONTAINS 0 RECORDS
00036      RECORD CONTAINS 80 CHARACTERS
00037      RECORDING MODE IS F
00038      LABEL  RECORDS ARE STANDARD
00039      DATA RECORD IS HIEX-REC.
00040  01  HIEX-REC.
00041  COPY ASHIEXMR1.
00042      SKIP2
00043  FD  EQVAL-IN
00044      BLOCK  CONTAINS 0 RECORDS
00045      RECORD CONTAINS 115 CHARACTERS
00046      RECORDING MODE IS F
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS EQ-REC.
00049  01  EQ-REC.
00050  COPY EQVALRD01.
00051      SKIP2
00052  FD  EQVAL-OUT
00053      BLOCK  CONTAINS 0 RECORDS
00054      RECORD CONTAINS 115 CHARACTERS
00055      RECORDING MODE IS F
00056      LABEL  RECORDS ARE STANDARD
00057      DATA RECORD IS EQ-OUT-REC.
00058  01  EQ-OUT-REC              PIC X(115).
00059      SKIP2
00060  FD  PRINT-FILE
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 133 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD.
00065      SKIP1
00066  01  PRINT-REC               PIC X(133).
00067      SKIP2
00068  WORKING-STORAGE SECTION.
00069      SKIP1
00070  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00071  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00072      SKIP1
00073  77  HIEX-EOF-SW               PIC X      VALUE 'N'.
00074      88  END-OF-HIEX-FILE                 VALUE 'Y'.
00075  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00076      88  END-OF-EQ-FILE                   VALUE 'Y'.
00077  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00078  01  VINTAGE-HEADER.
00079  COPY DPVINTHR01.
00080      SKIP1
00081  77  HIEX-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00082  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00083  77  EQ-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00084  77  POSTED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00085  77  UNMATCHED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00086      SKIP1
00087  77  W-PARCEL-AMT      COMP-3  PIC S9(11) VALUE +0.
00088  77  W-POSTED-TOTAL    COMP-3  PIC S9(13) VALUE +0.
00089      SKIP1
00090  01  HIEX-KEY.
00091      05  HK-VOL              PIC 9(3).
00092      05  HK-PROP             PIC 9(15).
00093  01  PARCEL-KEY.
00094      05  PK-VOL              PIC 9(3).
00095      05  PK-PROP             PIC 9(15).
00096  01  EQ-KEY.
00097      05  EK-VOL              PIC 9(3).
00098      05  EK-PROP             PIC 9(15).
00099      SKIP1
00100  01  ACPT-DATE                  PIC 9(6).
00101  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00102      05  ACPT-YR                PIC 99.
00103      05  ACPT-MO                PIC 99.
00104      05  ACPT-DA                PIC 99.
00105  01  DSP-DATE.
00106      05  DSP-MO                 PIC 99.
00107      05  FILLER                 PIC X      VALUE '/'.
00108      05  DSP-DA                 PIC 99.
00109      05  FILLER                 PIC X      VALUE '/'.
00110      05  DSP-YR                 PIC 99.
00111      SKIP1
00112  01  HEAD-A.
00113      05  FILLER          PIC X(3)   VALUE SPACES.
00114      05  HD-DATE         PIC X(8).
00115      05  FILLER          PIC X(44)  VALUE SPACES.
00116      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00117      05  FILLER          PIC X(44)  VALUE SPACES.
00118      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00119      05  HD-PAGE         PIC ZZ,ZZ9.
00120      SKIP1
00121  01  HEAD-B.
00122      05  FILLER          PIC X(3)   VALUE SPACES.
00123      05  FILLER          PIC X(8)   VALUE 'ASREA985'.
00124      05  FILLER          PIC X(18)  VALUE SPACES.
00125      05  FILLER          PIC X(56)  VALUE
00126          'HOME IMPROVEMENT EXEMPTION POSTING TO EQVAL FILE'.
00127      SKIP1
00128  01  DETAIL-LINE.
00129      05  FILLER          PIC X(3)   VALUE SPACES.
00130      05  D-VOL           PIC 9(3).
00131      05  FILLER          PIC X(2)   VALUE SPACES.
00132      05  D-PROP          PIC 9(15).
00133      05  FILLER          PIC X(2)   VALUE SPACES.
00134      05  D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
00135      05  FILLER          PIC X(2)   VALUE SPACES.
00136      05  D-MESSG         PIC X(30).
00137      EJECT
00138  PROCEDURE DIVISION.
00139      SKIP1
00140  A010-HOUSEKEEPING.
00141      OPEN INPUT  HIEX-MASTER, EQVAL-IN
00142           OUTPUT EQVAL-OUT, PRINT-FILE.
00143      ACCEPT ACPT-DATE FROM DATE.
00144      MOVE ACPT-MO TO DSP-MO.
00145      MOVE ACPT-DA TO DSP-DA.
00146      MOVE ACPT-YR TO DSP-YR.
00147      MOVE DSP-DATE TO HD-DATE.
00148      PERFORM B100-HEADING THRU B100-EXIT.
00149      PERFORM A030-READ-HIEX THRU A030-EXIT.
00150      PERFORM A035-SUM-PARCEL THRU A035-EXIT.
00151      PERFORM A040-READ-EQ THRU A040-EXIT.
00152      PERFORM A020-MAINLINE THRU A020-EXIT
00153          UNTIL PARCEL-KEY EQUAL HIGH-VALUES
00154            AND END-OF-EQ-FILE.
00155      DISPLAY 'TOTAL EXEMPTION MASTER RECORDS READ..: '
00156          HIEX-IN-CNT.
00157      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00158          EQ-IN-CNT.
00159      DISPLAY 'TOTAL EQVAL RECORDS WRITTEN..........: '
00160          EQ-OUT-CNT.
00161      DISPLAY 'TOTAL PARCELS POSTED.................: '
00162          POSTED-CNT.
00163      DISPLAY 'TOTAL EAV POSTED.....................: '
00164          W-POSTED-TOTAL.
00165      DISPLAY 'TOTAL EXEMPTIONS WITH NO EQ RECORD...: '
00166          UNMATCHED-CNT.
00167      IF UNMATCHED-CNT GREATER THAN +0
00168          MOVE 8 TO RETURN-CODE.
00169      CLOSE HIEX-MASTER, EQVAL-IN, EQVAL-OUT, PRINT-FILE.
00170      STOP RUN.
00171      SKIP1
00172  A020-MAINLINE.
00173      EVALUATE TRUE
00174          WHEN PARCEL-KEY EQUAL EQ-KEY
00175              PERFORM A050-POST THRU A050-EXIT
00176              PERFORM A080-WRITE-EQ THRU A080-EXIT
00177              PERFORM A035-SUM-PARCEL THRU A035-EXIT
00178              PERFORM A040-READ-EQ THRU A040-EXIT
00179          WHEN PARCEL-KEY LESS THAN EQ-KEY
00180              PERFORM A060-UNMATCHED THRU A060-EXIT
00181              PERFORM A035-SUM-PARCEL THRU A035-EXIT
00182          WHEN OTHER
00183              MOVE ZEROS TO EQ-HOME-IMP-AMT
00184              PERFORM A080-WRITE-EQ THRU A080-EXIT
00185              PERFORM A040-READ-EQ THRU A040-EXIT
00186      END-EVALUATE.
00187  A020-EXIT. EXIT.
00188      SKIP1
00189 *    ONLY ACTIVE EXEMPTIONS ARE PASSED TO THE MATCH; ALL THOSE ON
00190 *    ONE PARCEL ARE SUMMED INTO W-PARCEL-AMT UNDER PARCEL-KEY.
00191  A030-READ-HIEX.
00192      READ HIEX-MASTER AT END
00193          MOVE 'Y' TO HIEX-EOF-SW
00194          MOVE HIGH-VALUES TO HIEX-KEY
00195          GO TO A030-EXIT.
00196      ADD +1 TO HIEX-IN-CNT.
00197      IF NOT HI-ACTIVE
00198          GO TO A030-READ-HIEX.
00199      MOVE HI-VOL  TO HK-VOL.
00200      MOVE HI-PROP TO HK-PROP.
00201  A030-EXIT. EXIT.
00202      SKIP1
00203  A035-SUM-PARCEL.
00204      MOVE HIEX-KEY TO PARCEL-KEY.
00205      MOVE ZEROS TO W-PARCEL-AMT.
00206      PERFORM A037-ADD-HIEX THRU A037-EXIT
00207          UNTIL END-OF-HIEX-FILE
00208             OR HIEX-KEY NOT EQUAL PARCEL-KEY.
00209  A035-EXIT. EXIT.
00210      SKIP1
00211  A037-ADD-HIEX.
00212      ADD HI-AMOUNT TO W-PARCEL-AMT.
00213      PERFORM A030-READ-HIEX THRU A030-EXIT.
00214  A037-EXIT. EXIT.
00215      SKIP1
00216  A040-READ-EQ.
00217      READ EQVAL-IN AT END
00218          MOVE 'Y' TO EQ-EOF-SW
00219          MOVE HIGH-VALUES TO EQ-KEY.
00220      IF NOT END-OF-EQ-FILE
00221       AND FIRST-EQ-REC-SW EQUAL 'Y'
00222          MOVE 'N' TO FIRST-EQ-REC-SW
00223          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00224              DISPLAY 'ASREA985 - VINTAGE HDR PASSED THRU'
00225              MOVE EQ-REC (1:80) TO VINTAGE-HEADER
00226              MOVE 'ASREA985'    TO VH-PROGRAM-ID
00227              IF VH-SEQUENCE NUMERIC
00228                  ADD 1           TO VH-SEQUENCE
00229              ELSE
00230                  MOVE 1          TO VH-SEQUENCE
00231              END-IF
00232              MOVE SPACES         TO EQ-OUT-REC
00233              MOVE VINTAGE-HEADER TO EQ-OUT-REC (1:80)
00234              WRITE EQ-OUT-REC
00235              GO TO A040-READ-EQ.
00236      IF NOT END-OF-EQ-FILE
00237          ADD +1 TO EQ-IN-CNT
00238          MOVE EQ-VOL  TO EK-VOL
00239          MOVE EQ-PROP TO EK-PROP.
00240  A040-EXIT. EXIT.
00241      SKIP1
00242  A050-POST.
00243      MOVE W-PARCEL-AMT TO EQ-HOME-IMP-AMT.
00244      ADD +1 TO POSTED-CNT.
00245      ADD W-PARCEL-AMT TO W-POSTED-TOTAL.
00246      MOVE PK-VOL       TO D-VOL.
00247      MOVE PK-PROP      TO D-PROP.
00248      MOVE W-PARCEL-AMT TO D-AMOUNT.
00249      MOVE 'POSTED TO EQVAL FILE' TO D-MESSG.
00250      PERFORM A070-PRINT THRU A070-EXIT.
00251  A050-EXIT. EXIT.
00252      SKIP1
00253  A060-UNMATCHED.
00254      ADD +1 TO UNMATCHED-CNT.
00255      MOVE PK-VOL       TO D-VOL.
00256      MOVE PK-PROP      TO D-PROP.
00257      MOVE W-PARCEL-AMT TO D-AMOUNT.
00258      MOVE 'NO EQVAL RECORD FOR PARCEL' TO D-MESSG.
00259      PERFORM A070-PRINT THRU A070-EXIT.
00260  A060-EXIT. EXIT.
00261      SKIP1
00262  A070-PRINT.
00263      IF LINE-CNT GREATER THAN +57
00264          PERFORM B100-HEADING THRU B100-EXIT.
00265      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00266      ADD +1 TO LINE-CNT.
00267  A070-EXIT. EXIT.
00268      SKIP1
00269  A080-WRITE-EQ.
00270      WRITE EQ-OUT-REC FROM EQ-REC.
00271      ADD +1 TO EQ-OUT-CNT.
00272  A080-EXIT. EXIT.
00273      SKIP1
00274  B100-HEADING.
00275      ADD +1 TO PAGE-CNT.
00276      MOVE PAGE-CNT TO HD-PAGE.
00277      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00278      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00279      MOVE +4 TO LINE-CNT.
00280  B100-EXIT. EXIT.
