00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA990.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. SENIOR FREEZE BASE-YEAR VALUE REVISION.  THE FREEZE IS
00007 *         MEASURED AGAINST THE BASE-YEAR VALUES ON THE C145 AND
00008 *         C150 SEGMENTS (OF-C145-BVYFULLAV, OF-C145-BVYEV,
00009 *         OF-C145-BVYTOTELCOMPEV, OF-C150-SGBSYR-EQVAL), BUT WHEN
00010 *         A CERTIFICATE OF ERROR OR A BOARD OF REVIEW DECISION
00011 *         LATER LOWERS THE BASE YEAR'S ASSESSMENT THE BASE WAS
00012 *         NEVER REVISED.  THE SENIOR FREEZE MASTER/DETAIL EXTRACT
00013 *         (ASSFMSDTR1) IS MATCHED BY TOWN/VOLUME/PROPERTY TO THE
00014 *         COE WORK FILE (ASCOEWRKR1, FINALLY APPROVED CERTIFICATES
00015 *         ONLY, C500-BAACT 1) AND TO THE BOARD OF REVIEW DECISION
00016 *         FILE, ALL IN KEY SEQUENCE.  A CERTIFICATE OR DECISION
00017 *         FOR THE PARCEL'S FREEZE BASE YEAR THAT LOWERS THE
00018 *         BASE-YEAR ASSESSED VALUE REVISES THE BASE: THE NEW
00019 *         EQUALIZED VALUE IS THE REVISED ASSESSED VALUE AT THE
00020 *         BASE YEAR'S OWN FACTOR (OF-C145-BVYEV OVER
00021 *         OF-C145-BVYFULLAV), AND THE ELIGIBLE BASE VALUES ARE
00022 *         REDUCED IN THE SAME PROPORTION.  EACH REVISION WRITES AN
00023 *         AUDIT RECORD AND A BEFORE AND AFTER LINE, AND EACH TAX
00024 *         YEAR AFTER THE BASE YEAR AND BEFORE THE CONTROL CARD
00025 *         YEAR IS WRITTEN TO THE FOLLOW-UP FILE WITH THE EQUALIZED
00026 *         VALUE BY WHICH ITS FREEZE EXEMPTION WAS UNDERSTATED, FOR
00027 *         CERTIFICATE OF ERROR FOLLOW-UP.  THE CONTROL CARD
00028 *         CARRIES THE TAX YEAR IN COLUMNS 1-4.  A FREEZE RECORD
00029 *         WITH NO BASE-YEAR VALUES CANNOT BE REVISED AND IS LISTED
00030 *         (CODE 4).
0030A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0030B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0030C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0030D *         YEAR TAKES THE CYCLE YEAR.
00031      SKIP2
00032  ENVIRONMENT DIVISION.
00033  CONFIGURATION SECTION.
00034  SOURCE-COMPUTER. IBM-370.
00035  OBJECT-COMPUTER. IBM-370.
00036      SKIP1
00037  INPUT-OUTPUT SECTION.
00038  FILE-CONTROL.
00039      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00040      SELECT COE-WORK-FILE  ASSIGN TO UT-S-COEWORK.
00041      SELECT DECISION-FILE  ASSIGN TO UT-S-BRBASDEC.
00042      SELECT SNRFRZ-IN      ASSIGN TO UT-S-SFMSDTIN.
00043      SELECT SNRFRZ-OUT     ASSIGN TO UT-S-SFMSDTOT.
00044      SELECT BASE-AUDIT     ASSIGN TO UT-S-BASEAUD.
00045      SELECT FOLLOWUP-FILE  ASSIGN TO UT-S-SFUNDER.
00046      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00047      SKIP2
00048  DATA DIVISION.
00049  FILE SECTION.
00050      SKIP1
00051  FD  CONTROL-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00054      RECORDING MODE IS F
00055      LABEL  RECORDS ARE STANDARD
00056      DATA RECORD IS CONTROL-REC.
00057  01  CONTROL-REC.
00058      05  CC-TAX-YEAR     PIC X(4).
00059      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00060                          PIC 9(4).
00061      05  FILLER          PIC X(76).
00062      SKIP2
00063  FD  COE-WORK-FILE
00064      BLOCK  CONTAINS 0 CHARACTERS
00065      RECORD CONTAINS 80 TO 26580 CHARACTERS
00066      RECORDING MODE IS V
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS COE-WORK-REC.
00069  01  COE-WORK-REC.
00070  COPY ASCOEWRKR1.
00071      SKIP2
00072 *    ONE DECISION PER PARCEL AND TAX YEAR, CARRYING THE BOARD'S
00073 *    REVISED TOTAL ASSESSED VALUE.
00074  FD  DECISION-FILE
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 80 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD
00079      DATA RECORD IS DECISION-REC.
00080  01  DECISION-REC.
00081      05  BD-TOWN         PIC X(3).
00082      05  BD-TOWN-N REDEFINES BD-TOWN
00083                          PIC 9(3).
00084      05  BD-VOL          PIC X(3).
00085      05  BD-VOL-N REDEFINES BD-VOL
00086                          PIC 9(3).
00087      05  BD-PROP         PIC X(14).
00088      05  BD-PROP-N REDEFINES BD-PROP
00089                          PIC 9(14).
00090      05  BD-TAX-YEAR     PIC X(4).
00091      05  BD-TAX-YEAR-N REDEFINES BD-TAX-YEAR
00092                          PIC 9(4).
00093      05  BD-CMPLTNO      PIC X(7).
00094      05  BD-TOTLVAL      PIC X(11).
00095      05  BD-TOTLVAL-N REDEFINES BD-TOTLVAL
00096                          PIC 9(11).
00097      05  FILLER          PIC X(38).
00098      SKIP2
00099  FD  SNRFRZ-IN
00100      BLOCK  CONTAINS 0 RECORDS
00101      RECORD CONTAINS 1265 CHARACTERS
00102      RECORDING MODE IS F
00103      LABEL  RECORDS ARE STANDARD
00104      DATA RECORD IS SNRFRZ-REC.
00105  01  SNRFRZ-REC.
00106  COPY ASSFMSDTR1.
00107      SKIP2
00108  FD  SNRFRZ-OUT
00109      BLOCK  CONTAINS 0 RECORDS
00110      RECORD CONTAINS 1265 CHARACTERS
00111      RECORDING MODE IS F
00112      LABEL  RECORDS ARE STANDARD
00113      DATA RECORD IS SNRFRZ-OUT-REC.
00114  01  SNRFRZ-OUT-REC          PIC X(1265).
00115      SKIP2
00116  FD  BASE-AUDIT
00117      BLOCK  CONTAINS 0 RECORDS
00118      RECORD CONTAINS 80 CHARACTERS
00119      RECORDING MODE IS F
00120      LABEL  RECORDS ARE STANDARD
00121      DATA RECORD IS BASE-AUDIT-REC.
00122  01  BASE-AUDIT-REC.
00123      05  BA-TOWN         PIC 9(3).
00124      05  BA-VOL          PIC 9(3).
00125      05  BA-PROP         PIC 9(14).
00126      05  BA-SOURCE       PIC X.
00127          88  BA-FROM-COE            VALUE 'C'.
00128          88  BA-FROM-BOR            VALUE 'B'.
00129      05  BA-REF-NO       PIC X(7).
00130      05  BA-BASE-YR      PIC 9(4).
00131      05  BA-OLD-AV       PIC 9(9).
00132      05  BA-NEW-AV       PIC 9(9).
00133      05  BA-OLD-EAV      PIC 9(9).
00134      05  BA-NEW-EAV      PIC 9(9).
00135      05  BA-RUN-DATE     PIC 9(8).
00136      05  FILLER          PIC X(4).
00137      SKIP2
00138  FD  FOLLOWUP-FILE
00139      BLOCK  CONTAINS 0 RECORDS
00140      RECORD CONTAINS 80 CHARACTERS
00141      RECORDING MODE IS F
00142      LABEL  RECORDS ARE STANDARD
00143      DATA RECORD IS FOLLOWUP-REC.
00144  01  FOLLOWUP-REC.
00145      05  FU-TOWN         PIC 9(3).
00146      05  FU-VOL          PIC 9(3).
00147      05  FU-PROP         PIC 9(14).
00148      05  FU-TAX-YEAR     PIC 9(4).
00149      05  FU-BASE-YR      PIC 9(4).
00150      05  FU-SOURCE       PIC X.
00151      05  FU-REF-NO       PIC X(7).
00152      05  FU-OLD-BASE-EAV PIC 9(9).
00153      05  FU-NEW-BASE-EAV PIC 9(9).
00154      05  FU-UNDER-EAV    PIC 9(9).
00155      05  FILLER          PIC X(17).
00156      SKIP2
00157  FD  PRINT-FILE
00158      BLOCK  CONTAINS 0 RECORDS
00159      RECORD CONTAINS 133 CHARACTERS
00160      RECORDING MODE IS F
00161      LABEL  RECORDS ARE STANDARD.
00162      SKIP1
00163  01  PRINT-REC               PIC X(133).
00164      SKIP2
00165  WORKING-STORAGE SECTION.
00166      SKIP1
00167  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00168  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00169      SKIP1
00170  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00171      88  END-OF-CTL-FILE                  VALUE 'Y'.
00172  77  COE-EOF-SW                PIC X      VALUE 'N'.
00173      88  END-OF-COE-FILE                  VALUE 'Y'.
00174  77  DEC-EOF-SW                PIC X      VALUE 'N'.
00175      88  END-OF-DEC-FILE                  VALUE 'Y'.
00176  77  SF-EOF-SW                 PIC X      VALUE 'N'.
00177      88  END-OF-SF-FILE                   VALUE 'Y'.
00178  77  ON-SF-SW                  PIC X      VALUE 'N'.
00179      88  ON-SF-FILE                       VALUE 'Y'.
00180      SKIP1
00181  77  COE-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00182  77  COE-APPR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00183  77  DEC-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00184  77  DEC-BAD-CNT       COMP-3  PIC S9(7)  VALUE +0.
00185  77  SF-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00186  77  SF-OUT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00187  77  NO-FREEZE-CNT     COMP-3  PIC S9(7)  VALUE +0.
00188  77  NOT-BASE-YR-CNT   COMP-3  PIC S9(7)  VALUE +0.
00189  77  NOT-REDUCED-CNT   COMP-3  PIC S9(7)  VALUE +0.
00190  77  NO-BASE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00191  77  REVISED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00192  77  AUDIT-OUT-CNT     COMP-3  PIC S9(7)  VALUE +0.
00193  77  FOLLOWUP-CNT      COMP-3  PIC S9(7)  VALUE +0.
00194  77  W-UNDER-TOT       COMP-3  PIC S9(13) VALUE +0.
00195      SKIP1
00196  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00197  77  W-BASE-YR                 PIC 9(4)   VALUE ZEROS.
00198  77  W-REV-YEAR                PIC 9(4)   VALUE ZEROS.
00199  77  W-REV-AV                  PIC 9(11)  VALUE ZEROS.
00200  77  W-REV-SOURCE              PIC X      VALUE SPACE.
00201  77  W-REV-REF-NO              PIC X(7)   VALUE SPACES.
00202  77  W-OLD-AV                  PIC 9(9)   VALUE ZEROS.
00203  77  W-OLD-EAV                 PIC 9(9)   VALUE ZEROS.
00204  77  W-OLD-ELIG-EAV            PIC 9(9)   VALUE ZEROS.
00205  77  W-UNDER-EAV               PIC 9(9)   VALUE ZEROS.
00206  77  W-FU-YEAR                 PIC 9(4)   VALUE ZEROS.
00207  77  W-CERT-NO                 PIC 9(7)   VALUE ZEROS.
00208      SKIP1
0208A  01  CYCLK-AREA.
0208B  COPY DPCYCLKR1.
0208C      SKIP1
00209  01  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00210  01  FILLER REDEFINES W-RUN-DATE.
00211      05  W-RUN-CC              PIC 99.
00212      05  W-RUN-YY              PIC 99.
00213      05  W-RUN-MM              PIC 99.
00214      05  W-RUN-DD              PIC 99.
00215      SKIP1
00216  01  SF-KEY.
00217      05  SK-TOWN             PIC 9(3).
00218      05  SK-VOL              PIC 9(3).
00219      05  SK-PROP             PIC 9(14).
00220  01  COE-KEY.
00221      05  CK-TOWN             PIC 9(3).
00222      05  CK-VOL              PIC 9(3).
00223      05  CK-PROP             PIC 9(14).
00224  01  DEC-KEY.
00225      05  DK-TOWN             PIC 9(3).
00226      05  DK-VOL              PIC 9(3).
00227      05  DK-PROP             PIC 9(14).
00228  01  LOW-KEY                 PIC X(20).
00229      SKIP1
00230  01  ACPT-DATE                  PIC 9(6).
00231  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00232      05  ACPT-YR                PIC 99.
00233      05  ACPT-MO                PIC 99.
00234      05  ACPT-DA                PIC 99.
00235  01  DSP-DATE.
00236      05  DSP-MO                 PIC 99.
00237      05  FILLER                 PIC X      VALUE '/'.
00238      05  DSP-DA                 PIC 99.
00239      05  FILLER                 PIC X      VALUE '/'.
00240      05  DSP-YR                 PIC 99.
00241      SKIP1
00242  01  HEAD-A.
00243      05  FILLER          PIC X(3)   VALUE SPACES.
00244      05  HD-DATE         PIC X(8).
00245      05  FILLER          PIC X(44)  VALUE SPACES.
00246      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00247      05  FILLER          PIC X(44)  VALUE SPACES.
00248      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00249      05  HD-PAGE         PIC ZZ,ZZ9.
00250      SKIP1
00251  01  HEAD-B.
00252      05  FILLER          PIC X(3)   VALUE SPACES.
00253      05  FILLER          PIC X(8)   VALUE 'ASREA990'.
00254      05  FILLER          PIC X(18)  VALUE SPACES.
00255      05  FILLER          PIC X(51)  VALUE
00256          'SENIOR FREEZE BASE-YEAR VALUE REVISION - TAX YEAR'.
00257      05  HD-TAX-YEAR     PIC 9(4).
00258      SKIP1
00259  01  HEAD-C.
00260      05  FILLER          PIC X(3)   VALUE SPACES.
00261      05  FILLER          PIC X(10)  VALUE SPACES.
00262      05  FILLER          PIC X(5)   VALUE 'TWN'.
00263      05  FILLER          PIC X(5)   VALUE 'VOL'.
00264      05  FILLER          PIC X(16)  VALUE 'PROPERTY'.
00265      05  FILLER          PIC X(4)   VALUE 'SRC'.
00266      05  FILLER          PIC X(9)   VALUE 'REF NO'.
00267      05  FILLER          PIC X(6)   VALUE 'BASE'.
00268      05  FILLER          PIC X(14)  VALUE '   BASE AV'.
00269      05  FILLER          PIC X(14)  VALUE '  BASE EAV'.
00270      05  FILLER          PIC X(14)  VALUE '  ELIG EAV'.
00271      05  FILLER          PIC X(30)  VALUE 'DISPOSITION'.
00272      SKIP1
00273  01  AUDIT-LINE.
00274      05  FILLER          PIC X(3)   VALUE SPACES.
00275      05  AL-TAG          PIC X(8).
00276      05  FILLER          PIC X(2)   VALUE SPACES.
00277      05  AL-TOWN         PIC 9(3).
00278      05  FILLER          PIC X(2)   VALUE SPACES.
00279      05  AL-VOL          PIC 9(3).
00280      05  FILLER          PIC X(2)   VALUE SPACES.
00281      05  AL-PROP         PIC 9(14).
00282      05  FILLER          PIC X(2)   VALUE SPACES.
00283      05  AL-SOURCE       PIC X.
00284      05  FILLER          PIC X(3)   VALUE SPACES.
00285      05  AL-REF-NO       PIC X(7).
00286      05  FILLER          PIC X(2)   VALUE SPACES.
00287      05  AL-BASE-YR      PIC X(4).
00288      05  FILLER          PIC X(2)   VALUE SPACES.
00289      05  AL-BASE-AV      PIC ZZZ,ZZZ,ZZ9.
00290      05  FILLER          PIC X(3)   VALUE SPACES.
00291      05  AL-BASE-EAV     PIC ZZZ,ZZZ,ZZ9.
00292      05  FILLER          PIC X(3)   VALUE SPACES.
00293      05  AL-ELIG-EAV     PIC ZZZ,ZZZ,ZZ9.
00294      05  FILLER          PIC X(3)   VALUE SPACES.
00295      05  AL-MESSG        PIC X(30).
00296      EJECT
00297  PROCEDURE DIVISION.
00298      SKIP1
00299  A010-HOUSEKEEPING.
00300      OPEN INPUT  CONTROL-FILE, COE-WORK-FILE, DECISION-FILE,
00301                  SNRFRZ-IN
00302           OUTPUT SNRFRZ-OUT, BASE-AUDIT, FOLLOWUP-FILE,
00303                  PRINT-FILE.
00304      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00305      IF RETURN-CODE EQUAL 16
00306          CLOSE CONTROL-FILE, COE-WORK-FILE, DECISION-FILE,
00307                SNRFRZ-IN, SNRFRZ-OUT, BASE-AUDIT, FOLLOWUP-FILE,
00308                PRINT-FILE
00309          STOP RUN.
00310      ACCEPT ACPT-DATE FROM DATE.
00311      MOVE ACPT-MO TO DSP-MO.
00312      MOVE ACPT-DA TO DSP-DA.
00313      MOVE ACPT-YR TO DSP-YR.
00314      MOVE DSP-DATE TO HD-DATE.
00315      MOVE ACPT-YR TO W-RUN-YY.
00316      MOVE ACPT-MO TO W-RUN-MM.
00317      MOVE ACPT-DA TO W-RUN-DD.
00318      IF ACPT-YR LESS THAN 50
00319          MOVE 20 TO W-RUN-CC
00320      ELSE
00321          MOVE 19 TO W-RUN-CC.
00322      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00323      PERFORM B100-HEADING THRU B100-EXIT.
00324      PERFORM A030-READ-COE THRU A030-EXIT.
00325      PERFORM A035-READ-DEC THRU A035-EXIT.
00326      PERFORM A040-READ-SF THRU A040-EXIT.
00327      PERFORM A020-MAINLINE THRU A020-EXIT
00328          UNTIL END-OF-SF-FILE
00329            AND END-OF-COE-FILE
00330            AND END-OF-DEC-FILE.
00331      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00332      DISPLAY 'TOTAL COE WORK RECORDS READ..........: ' COE-IN-CNT.
00333      DISPLAY 'TOTAL COE FINALLY APPROVED...........: '
00334          COE-APPR-CNT.
00335      DISPLAY 'TOTAL BOARD DECISIONS READ...........: ' DEC-IN-CNT.
00336      DISPLAY 'TOTAL BOARD DECISIONS INVALID........: '
00337          DEC-BAD-CNT.
00338      DISPLAY 'TOTAL SENIOR FREEZE RECORDS READ.....: ' SF-IN-CNT.
00339      DISPLAY 'TOTAL SENIOR FREEZE RECORDS WRITTEN..: ' SF-OUT-CNT.
00340      DISPLAY 'TOTAL REVISIONS - NO FREEZE RECORD...: '
00341          NO-FREEZE-CNT.
00342      DISPLAY 'TOTAL REVISIONS - NOT THE BASE YEAR..: '
00343          NOT-BASE-YR-CNT.
00344      DISPLAY 'TOTAL REVISIONS - BASE NOT LOWERED...: '
00345          NOT-REDUCED-CNT.
00346      DISPLAY 'TOTAL FREEZES WITH NO BASE VALUES....: '
00347          NO-BASE-CNT.
00348      DISPLAY 'TOTAL BASE-YEAR VALUES REVISED.......: '
00349          REVISED-CNT.
00350      DISPLAY 'TOTAL AUDIT RECORDS WRITTEN..........: '
00351          AUDIT-OUT-CNT.
00352      DISPLAY 'TOTAL UNDERSTATED YEARS WRITTEN......: '
00353          FOLLOWUP-CNT.
00354      DISPLAY 'TOTAL UNDERSTATED EAV, ALL YEARS.....: '
00355          W-UNDER-TOT.
00356      IF NO-BASE-CNT GREATER THAN +0
00357         OR DEC-BAD-CNT GREATER THAN +0
00358          MOVE 4 TO RETURN-CODE.
00359      CLOSE CONTROL-FILE, COE-WORK-FILE, DECISION-FILE, SNRFRZ-IN,
00360            SNRFRZ-OUT, BASE-AUDIT, FOLLOWUP-FILE, PRINT-FILE.
00361      STOP RUN.
00362      SKIP1
00363  A012-READ-CONTROL.
00364      READ CONTROL-FILE AT END
00365          MOVE 'Y' TO CTL-EOF-SW.
0365A      MOVE 'ASREA990' TO CK-CALLER.
0365B      MOVE SPACES TO CK-CARD-YEAR.
0365C      IF NOT END-OF-CTL-FILE
0365D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0365E      CALL 'DPRUN004' USING CYCLK-AREA.
0365F      IF NOT END-OF-CTL-FILE
0365G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00366      IF END-OF-CTL-FILE
00367          OR CC-TAX-YEAR NOT NUMERIC
00368          OR CC-TAX-YEAR-N EQUAL ZERO
00369          DISPLAY 'ASREA990 -- TAX YEAR CONTROL CARD MISSING OR '
00370              'INVALID -- RUN STOPPED'
00371          MOVE 16 TO RETURN-CODE
00372          GO TO A012-EXIT.
00373      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00374  A012-EXIT. EXIT.
00375      SKIP1
00376 *    THE FREEZE RECORD AT THE LOW KEY, IF ANY, TAKES EVERY
00377 *    CERTIFICATE AND THEN EVERY DECISION FOR ITS PARCEL BEFORE IT
00378 *    IS WRITTEN.  A CERTIFICATE OR DECISION FOR A PARCEL WITH NO
00379 *    FREEZE IS ONLY COUNTED.
00380  A020-MAINLINE.
00381      MOVE SF-KEY TO LOW-KEY.
00382      IF COE-KEY LESS THAN LOW-KEY
00383          MOVE COE-KEY TO LOW-KEY.
00384      IF DEC-KEY LESS THAN LOW-KEY
00385          MOVE DEC-KEY TO LOW-KEY.
00386      MOVE 'N' TO ON-SF-SW.
00387      IF SF-KEY EQUAL LOW-KEY
00388          MOVE 'Y' TO ON-SF-SW.
00389      PERFORM A100-APPLY-COE THRU A100-EXIT
00390          UNTIL COE-KEY NOT EQUAL LOW-KEY.
00391      PERFORM A150-APPLY-DEC THRU A150-EXIT
00392          UNTIL DEC-KEY NOT EQUAL LOW-KEY.
00393      IF ON-SF-FILE
00394          WRITE SNRFRZ-OUT-REC FROM SNRFRZ-REC
00395          ADD +1 TO SF-OUT-CNT
00396          PERFORM A040-READ-SF THRU A040-EXIT.
00397  A020-EXIT. EXIT.
00398      SKIP1
00399 *    ONLY FINALLY APPROVED CERTIFICATES CARRYING AN ACTION ARE
00400 *    MATCHED; THE OTHERS ARE PASSED OVER HERE.
00401  A030-READ-COE.
00402      READ COE-WORK-FILE AT END
00403          MOVE 'Y' TO COE-EOF-SW
00404          MOVE HIGH-VALUES TO COE-KEY
00405          GO TO A030-EXIT.
00406      ADD +1 TO COE-IN-CNT.
00407      IF C500-BAACT NOT EQUAL 1
00408         OR C500-SEGCTR EQUAL ZERO
00409          GO TO A030-READ-COE.
00410      ADD +1 TO COE-APPR-CNT.
00411      MOVE C500-TOWN TO CK-TOWN.
00412      MOVE C500-VOL  TO CK-VOL.
00413      MOVE C500-PROP TO CK-PROP.
00414  A030-EXIT. EXIT.
00415      SKIP1
00416  A035-READ-DEC.
00417      READ DECISION-FILE AT END
00418          MOVE 'Y' TO DEC-EOF-SW
00419          MOVE HIGH-VALUES TO DEC-KEY
00420          GO TO A035-EXIT.
00421      ADD +1 TO DEC-IN-CNT.
00422      IF BD-TOWN NOT NUMERIC
00423         OR BD-VOL NOT NUMERIC
00424         OR BD-PROP NOT NUMERIC
00425         OR BD-TAX-YEAR NOT NUMERIC
00426         OR BD-TOTLVAL NOT NUMERIC
00427          ADD +1 TO DEC-BAD-CNT
00428          MOVE SPACES TO AUDIT-LINE
00429          MOVE 'REJECTED' TO AL-TAG
00430          MOVE 'B'        TO AL-SOURCE
00431          MOVE BD-CMPLTNO TO AL-REF-NO
00432          MOVE 'DECISION KEY OR VALUE INVALID' TO AL-MESSG
00433          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
00434          GO TO A035-READ-DEC.
00435      MOVE BD-TOWN-N TO DK-TOWN.
00436      MOVE BD-VOL-N  TO DK-VOL.
00437      MOVE BD-PROP-N TO DK-PROP.
00438  A035-EXIT. EXIT.
00439      SKIP1
00440  A040-READ-SF.
00441      READ SNRFRZ-IN AT END
00442          MOVE 'Y' TO SF-EOF-SW
00443          MOVE HIGH-VALUES TO SF-KEY.
00444      IF NOT END-OF-SF-FILE
00445          ADD +1 TO SF-IN-CNT
00446          MOVE OF-TOWN-NO TO SK-TOWN
00447          MOVE OF-VOLUME  TO SK-VOL
00448          MOVE OF-PROP-NO TO SK-PROP.
00449  A040-EXIT. EXIT.
00450      SKIP1
00451 *    THE CERTIFICATE'S TAX YEAR IS TWO DIGITS; THE BOARD'S TOTAL
00452 *    (C500-BATOT) IS THE CORRECTED ASSESSED VALUE.
00453  A100-APPLY-COE.
00454      IF NOT ON-SF-FILE
00455          ADD +1 TO NO-FREEZE-CNT
00456          GO TO A100-NEXT.
00457      IF C500-TXYR GREATER THAN 50
00458          COMPUTE W-REV-YEAR = 1900 + C500-TXYR
00459      ELSE
00460          COMPUTE W-REV-YEAR = 2000 + C500-TXYR.
00461      MOVE C500-BATOT     TO W-REV-AV.
00462      MOVE 'C'            TO W-REV-SOURCE.
00463      MOVE C500-BACERTNO  TO W-CERT-NO.
00464      MOVE W-CERT-NO      TO W-REV-REF-NO.
00465      PERFORM A200-REVISE-BASE THRU A200-EXIT.
00466  A100-NEXT.
00467      PERFORM A030-READ-COE THRU A030-EXIT.
00468  A100-EXIT. EXIT.
00469      SKIP1
00470  A150-APPLY-DEC.
00471      IF NOT ON-SF-FILE
00472          ADD +1 TO NO-FREEZE-CNT
00473          GO TO A150-NEXT.
00474      MOVE BD-TAX-YEAR-N  TO W-REV-YEAR.
00475      MOVE BD-TOTLVAL-N   TO W-REV-AV.
00476      MOVE 'B'            TO W-REV-SOURCE.
00477      MOVE BD-CMPLTNO     TO W-REV-REF-NO.
00478      PERFORM A200-REVISE-BASE THRU A200-EXIT.
00479  A150-NEXT.
00480      PERFORM A035-READ-DEC THRU A035-EXIT.
00481  A150-EXIT. EXIT.
00482      SKIP1
00483 *    THE BASE YEAR IS THE ONE ON THE C145 SEGMENT, OR FAILING THAT
00484 *    THE C150 SEGMENT.  A REVISION FOR ANY OTHER YEAR, OR ONE THAT
00485 *    DOES NOT LOWER THE BASE-YEAR ASSESSED VALUE, IS PASSED OVER,
00486 *    SO A RERUN DOES NOT REVISE THE SAME BASE TWICE.
00487  A200-REVISE-BASE.
00488      MOVE OF-C145-BASVALYR TO W-BASE-YR.
00489      IF W-BASE-YR EQUAL ZERO
00490          MOVE OF-C150-SGBASE-YR TO W-BASE-YR.
00491      IF W-REV-YEAR NOT EQUAL W-BASE-YR
00492          ADD +1 TO NOT-BASE-YR-CNT
00493          GO TO A200-EXIT.
00494      IF OF-C145-BVYFULLAV EQUAL ZERO
00495         OR OF-C145-BVYEV EQUAL ZERO
00496          ADD +1 TO NO-BASE-CNT
00497          PERFORM A070-AUDIT-SF THRU A070-EXIT
00498          MOVE 'NOBASE  ' TO AL-TAG
00499          MOVE 'NO BASE-YEAR VALUES ON FREEZE' TO AL-MESSG
00500          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
00501          GO TO A200-EXIT.
00502      IF W-REV-AV NOT LESS THAN OF-C145-BVYFULLAV
00503          ADD +1 TO NOT-REDUCED-CNT
00504          GO TO A200-EXIT.
00505      PERFORM A070-AUDIT-SF THRU A070-EXIT.
00506      MOVE 'BEFORE  ' TO AL-TAG.
00507      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00508      MOVE OF-C145-BVYFULLAV      TO W-OLD-AV.
00509      MOVE OF-C145-BVYEV          TO W-OLD-EAV.
00510      MOVE OF-C145-BVYTOTELCOMPEV TO W-OLD-ELIG-EAV.
00511      COMPUTE OF-C145-BVYEV ROUNDED =
00512          W-OLD-EAV * W-REV-AV / W-OLD-AV.
00513      COMPUTE OF-C145-BVYELCOMPFULLAV ROUNDED =
00514          OF-C145-BVYELCOMPFULLAV * W-REV-AV / W-OLD-AV.
00515      COMPUTE OF-C145-BVYTOTELCOMPEV ROUNDED =
00516          OF-C145-BVYTOTELCOMPEV * W-REV-AV / W-OLD-AV.
00517      COMPUTE OF-C150-SGBSYR-EQVAL ROUNDED =
00518          OF-C150-SGBSYR-EQVAL * W-REV-AV / W-OLD-AV.
00519      MOVE W-REV-AV TO OF-C145-BVYFULLAV.
00520      ADD +1 TO REVISED-CNT.
00521      MOVE SPACES         TO BASE-AUDIT-REC.
00522      MOVE OF-TOWN-NO     TO BA-TOWN.
00523      MOVE OF-VOLUME      TO BA-VOL.
00524      MOVE OF-PROP-NO     TO BA-PROP.
00525      MOVE W-REV-SOURCE   TO BA-SOURCE.
00526      MOVE W-REV-REF-NO   TO BA-REF-NO.
00527      MOVE W-BASE-YR      TO BA-BASE-YR.
00528      MOVE W-OLD-AV       TO BA-OLD-AV.
00529      MOVE W-REV-AV       TO BA-NEW-AV.
00530      MOVE W-OLD-EAV      TO BA-OLD-EAV.
00531      MOVE OF-C145-BVYEV  TO BA-NEW-EAV.
00532      MOVE W-RUN-DATE     TO BA-RUN-DATE.
00533      WRITE BASE-AUDIT-REC.
00534      ADD +1 TO AUDIT-OUT-CNT.
00535      PERFORM A070-AUDIT-SF THRU A070-EXIT.
00536      MOVE 'AFTER   ' TO AL-TAG.
00537      MOVE 'BASE-YEAR VALUE REVISED' TO AL-MESSG.
00538      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00539      IF W-OLD-ELIG-EAV GREATER THAN ZERO
00540          COMPUTE W-UNDER-EAV =
00541              W-OLD-ELIG-EAV - OF-C145-BVYTOTELCOMPEV
00542      ELSE
00543          COMPUTE W-UNDER-EAV = W-OLD-EAV - OF-C145-BVYEV.
00544      COMPUTE W-FU-YEAR = W-BASE-YR + 1.
00545      PERFORM A250-WRITE-FOLLOWUP THRU A250-EXIT
00546          UNTIL W-FU-YEAR NOT LESS THAN W-TAX-YEAR.
00547  A200-EXIT. EXIT.
00548      SKIP1
00549 *    ONE FOLLOW-UP RECORD PER YEAR ALREADY EXTENDED AGAINST THE
00550 *    OVERSTATED BASE.
00551  A250-WRITE-FOLLOWUP.
00552      MOVE SPACES         TO FOLLOWUP-REC.
00553      MOVE OF-TOWN-NO     TO FU-TOWN.
00554      MOVE OF-VOLUME      TO FU-VOL.
00555      MOVE OF-PROP-NO     TO FU-PROP.
00556      MOVE W-FU-YEAR      TO FU-TAX-YEAR.
00557      MOVE W-BASE-YR      TO FU-BASE-YR.
00558      MOVE W-REV-SOURCE   TO FU-SOURCE.
00559      MOVE W-REV-REF-NO   TO FU-REF-NO.
00560      MOVE W-OLD-EAV      TO FU-OLD-BASE-EAV.
00561      MOVE OF-C145-BVYEV  TO FU-NEW-BASE-EAV.
00562      MOVE W-UNDER-EAV    TO FU-UNDER-EAV.
00563      WRITE FOLLOWUP-REC.
00564      ADD +1 TO FOLLOWUP-CNT.
00565      ADD W-UNDER-EAV TO W-UNDER-TOT.
00566      MOVE SPACES         TO AUDIT-LINE.
00567      MOVE 'FOLLOWUP'     TO AL-TAG.
00568      MOVE OF-TOWN-NO     TO AL-TOWN.
00569      MOVE OF-VOLUME      TO AL-VOL.
00570      MOVE OF-PROP-NO     TO AL-PROP.
00571      MOVE W-REV-SOURCE   TO AL-SOURCE.
00572      MOVE W-REV-REF-NO   TO AL-REF-NO.
00573      MOVE W-FU-YEAR      TO AL-BASE-YR.
00574      MOVE W-UNDER-EAV    TO AL-ELIG-EAV.
00575      MOVE 'EXEMPTION UNDERSTATED - COE' TO AL-MESSG.
00576      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00577      ADD 1 TO W-FU-YEAR.
00578  A250-EXIT. EXIT.
00579      SKIP1
00580  A070-AUDIT-SF.
00581      MOVE SPACES                 TO AUDIT-LINE.
00582      MOVE OF-TOWN-NO             TO AL-TOWN.
00583      MOVE OF-VOLUME              TO AL-VOL.
00584      MOVE OF-PROP-NO             TO AL-PROP.
00585      MOVE W-REV-SOURCE           TO AL-SOURCE.
00586      MOVE W-REV-REF-NO           TO AL-REF-NO.
00587      MOVE W-BASE-YR              TO AL-BASE-YR.
00588      MOVE OF-C145-BVYFULLAV      TO AL-BASE-AV.
00589      MOVE OF-C145-BVYEV          TO AL-BASE-EAV.
00590      MOVE OF-C145-BVYTOTELCOMPEV TO AL-ELIG-EAV.
00591  A070-EXIT. EXIT.
00592      SKIP1
00593  A090-WRITE-AUDIT.
00594      IF LINE-CNT GREATER THAN +57
00595          PERFORM B100-HEADING THRU B100-EXIT.
00596      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00597      ADD +1 TO LINE-CNT.
00598  A090-EXIT. EXIT.
00599      SKIP1
00600  B100-HEADING.
00601      ADD +1 TO PAGE-CNT.
00602      MOVE PAGE-CNT TO HD-PAGE.
00603      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00604      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00605      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00606      MOVE +6 TO LINE-CNT.
00607  B100-EXIT. EXIT.
