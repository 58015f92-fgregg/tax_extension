00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA979.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. FARMLAND CONVERSION ROLLBACK TAX.  THE CONVERSION LIST
00007 *         CARRIES ONE CARD FOR EACH ROLLBACK YEAR OF A PARCEL
00008 *         WHOSE FARMLAND HAS GONE TO ANOTHER USE, GIVING THE DATE
00009 *         OF CONVERSION, THE ROLLBACK YEAR, THE ASSESSOR'S
00010 *         NON-FARM ASSESSED VALUE OF THE CONVERTED LAND FOR THAT
00011 *         YEAR AND THE PERCENT OF THE PARCEL CONVERTED (BLANK FOR
00012 *         THE WHOLE PARCEL).  ONLY THE THREE YEARS BEFORE THE YEAR
00013 *         OF CONVERSION CAN BE ROLLED BACK.  THE FARMLAND VALUE OF
00014 *         EACH YEAR IS TAKEN FROM THE EXEMPTION HISTORY FILE (THE
00015 *         YEAR'S EQUALIZED VALUE EXTRACT, EQVALRD01, PREFIXED WITH
00016 *         ITS TAX YEAR) AND THE PARCEL MUST HAVE BEEN CLASSED AS
00017 *         FARMLAND (239) THAT YEAR.  THE NON-FARM VALUE IS
00018 *         EQUALIZED WITH THAT YEAR'S FACTOR, THE CONVERTED SHARE
00019 *         OF THE FARM EQUALIZED VALUE IS TAKEN OFF, AND THE
00020 *         DIFFERENCE IS TAXED AT THAT YEAR'S RATE FROM THE RATE
00021 *         HISTORY MASTER THROUGH ASREA932.  EACH YEAR ROLLED BACK
00022 *         IS WRITTEN TO THE ROLLBACK TAX FILE AS A PROPERTY MASTER
00023 *         RECORD (PROPMSRD01) OF TAX TYPE '2', BUILT FROM THE
00024 *         PARCEL'S CURRENT RECORD, CARRYING THE DIFFERENCE IN
00025 *         PM-TXINFO, THE NAME SEGMENT, AND A MISCELLANEOUS SEGMENT
00026 *         WITH THE ROLLBACK PERCENT (PM-MISC-ROBKPCT), THE PARTIAL
00027 *         INDICATOR (PM-MISC-ROBKIND 'P' WHEN ONLY PART OF THE
00028 *         PARCEL CONVERTED) AND THE FACTOR USED.  EVERY CARD IS
00029 *         LISTED WITH ITS TAX OR THE REASON IT WAS NOT ROLLED
00030 *         BACK.
00031      SKIP2
00032  ENVIRONMENT DIVISION.
00033  CONFIGURATION SECTION.
00034  SOURCE-COMPUTER. IBM-370.
00035  OBJECT-COMPUTER. IBM-370.
00036      SKIP1
00037  INPUT-OUTPUT SECTION.
00038  FILE-CONTROL.
00039      SELECT CONVERT-FILE  ASSIGN TO UT-S-FARMCONV.
00040      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00041      SELECT EXHIST-FILE   ASSIGN TO UT-S-EXHIST.
00042      SELECT ROLLBACK-FILE ASSIGN TO UT-S-ROBKTAX.
00043      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00044      SKIP2
00045  DATA DIVISION.
00046  FILE SECTION.
00047      SKIP1
00048  FD  CONVERT-FILE
00049      BLOCK  CONTAINS 0 RECORDS
00050      RECORD CONTAINS 80 CHARACTERS
00051      RECORDING MODE IS F
00052      LABEL  RECORDS ARE STANDARD
00053      DATA RECORD IS CONVERT-REC.
00054  01  CONVERT-REC.
00055      05  FC-VOL          PIC X(3).
00056      05  FC-VOL-N REDEFINES FC-VOL
00057                          PIC 9(3).
00058      05  FC-PROP         PIC X(15).
00059      05  FC-PROP-N REDEFINES FC-PROP
00060                          PIC 9(15).
00061      05  FC-CONV-DATE    PIC X(8).
00062      05  FC-CONV-DATE-N REDEFINES FC-CONV-DATE.
00063          10  FC-CONV-YEAR  PIC 9(4).
00064          10  FC-CONV-MMDD  PIC 9(4).
00065      05  FC-ROBK-YEAR    PIC X(4).
00066      05  FC-ROBK-YEAR-N REDEFINES FC-ROBK-YEAR
00067                          PIC 9(4).
00068      05  FC-NONFARM-AV   PIC X(9).
00069      05  FC-NONFARM-AV-N REDEFINES FC-NONFARM-AV
00070                          PIC 9(9).
00071      05  FC-ROBK-PCT     PIC X(3).
00072      05  FC-ROBK-PCT-N REDEFINES FC-ROBK-PCT
00073                          PIC 9(3).
00074      05  FILLER          PIC X(38).
00075      SKIP2
00076  FD  PROP-MASTER
00077      BLOCK  CONTAINS 0 CHARACTERS
00078      RECORD CONTAINS 29 TO 1275 CHARACTERS
00079      RECORDING MODE IS S
00080      LABEL  RECORDS ARE STANDARD
00081      DATA RECORD IS PM-REC.
00082  01  PM-REC.
00083  COPY PROPMSRD01.
00084      SKIP2
00085  FD  EXHIST-FILE
00086      BLOCK  CONTAINS 0 RECORDS
00087      RECORD CONTAINS 119 CHARACTERS
00088      RECORDING MODE IS F
00089      LABEL  RECORDS ARE STANDARD
00090      DATA RECORD IS EH-REC.
00091  01  EH-REC.
00092      05  EH-TAX-YEAR     PIC 9(4).
00093  COPY EQVALRD01.
00094      SKIP2
00095  FD  ROLLBACK-FILE
00096      BLOCK  CONTAINS 0 CHARACTERS
00097      RECORD CONTAINS 29 TO 1275 CHARACTERS
00098      RECORDING MODE IS S
00099      LABEL  RECORDS ARE STANDARD
00100      DATA RECORD IS RB-REC.
00101  01  RB-REC.
00102  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==RB-==.
00103      SKIP2
00104  FD  PRINT-FILE
00105      BLOCK  CONTAINS 0 RECORDS
00106      RECORD CONTAINS 133 CHARACTERS
00107      RECORDING MODE IS F
00108      LABEL  RECORDS ARE STANDARD.
00109      SKIP1
00110  01  PRINT-REC               PIC X(133).
00111      SKIP2
00112  WORKING-STORAGE SECTION.
00113      SKIP1
00114  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00115  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00116      SKIP1
00117  77  FC-EOF-SW                 PIC X      VALUE 'N'.
00118      88  END-OF-FC-FILE                   VALUE 'Y'.
00119  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00120      88  END-OF-PM-FILE                   VALUE 'Y'.
00121  77  EH-EOF-SW                 PIC X      VALUE 'N'.
00122      88  END-OF-EH-FILE                   VALUE 'Y'.
00123      SKIP1
00124  77  FC-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00125  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00126  77  EH-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00127  77  ROBK-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00128  77  REJECT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00129  77  HIST-OVFL-CNT     COMP-3  PIC S9(7)  VALUE +0.
00130      SKIP1
00131  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00132  77  NAME-SUB          COMP-3  PIC S9(3)  VALUE +0.
00133  77  RB-SUB            COMP-3  PIC S9(3)  VALUE +0.
00134  77  HT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00135  77  HT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00136  77  HT-FOUND-SUB      COMP-3  PIC S9(3)  VALUE +0.
00137  77  ROBK-MAX-YEARS    COMP-3  PIC S9(3)  VALUE +3.
00138  77  W-PCT             COMP-3  PIC S9(3)  VALUE +0.
00139  77  W-FARM-AV         COMP-3  PIC S9(11) VALUE +0.
00140  77  W-FARM-EAV        COMP-3  PIC S9(11) VALUE +0.
00141  77  W-NONFARM-EAV     COMP-3  PIC S9(11) VALUE +0.
00142  77  W-DIFF-AV         COMP-3  PIC S9(11) VALUE +0.
00143  77  W-DIFF-EAV        COMP-3  PIC S9(11) VALUE +0.
00144  77  W-TAX             COMP-3  PIC S9(9)V99 VALUE +0.
00145  77  GR-DIFF-EAV       COMP-3  PIC S9(13) VALUE +0.
00146  77  GR-TAX            COMP-3  PIC S9(11)V99 VALUE +0.
00147      SKIP1
00148  01  W-YEAR                    PIC 9(4)   VALUE ZEROS.
00149  01  FILLER REDEFINES W-YEAR.
00150      05  FILLER                PIC 99.
00151      05  W-YEAR-YY             PIC 99.
00152      SKIP1
00153  01  FC-MATCH-KEY.
00154      05  FCK-VOL               PIC 9(3).
00155      05  FCK-PROP              PIC 9(15).
00156      05  FCK-TXTYP             PIC X.
00157  01  FC-LAST-KEY.
00158      05  FCL-VOL               PIC 9(3)   VALUE ZEROS.
00159      05  FCL-PROP              PIC 9(15)  VALUE ZEROS.
00160      05  FCL-YEAR              PIC 9(4)   VALUE ZEROS.
00161  01  FC-THIS-KEY.
00162      05  FCT-VOL               PIC 9(3).
00163      05  FCT-PROP              PIC 9(15).
00164      05  FCT-YEAR              PIC 9(4).
00165  01  PM-MATCH-KEY.
00166      05  PMK-VOL               PIC 9(3).
00167      05  PMK-PROP              PIC 9(15).
00168      05  PMK-TXTYP             PIC X.
00169  01  EH-MATCH-KEY.
00170      05  EHK-VOL               PIC 9(3).
00171      05  EHK-PROP              PIC 9(15).
00172  01  HT-LOADED-KEY.
00173      05  HTK-VOL               PIC 9(3)   VALUE ZEROS.
00174      05  HTK-PROP              PIC 9(15)  VALUE ZEROS.
00175  01  PCL-KEY.
00176      05  PCLK-VOL              PIC 9(3).
00177      05  PCLK-PROP             PIC 9(15).
00178      SKIP1
00179 *    THE EQUALIZED VALUE HISTORY OF ONE PARCEL, ONE ENTRY A YEAR.
00180  01  HISTORY-TABLE.
00181      05  HT-ENTRY OCCURS 20 TIMES.
00182          10  HT-YEAR       PIC 9(4).
00183          10  HT-TXCD       PIC 9(5)       COMP-3.
00184          10  HT-CLASS      PIC 9(3).
00185              88  HT-FARMLAND            VALUE 239.
00186          10  HT-ASSD-VAL   PIC S9(11)     COMP-3.
00187          10  HT-EQ-FCR     PIC S9V9(4)    COMP-3.
00188          10  HT-EQ-VAL     PIC S9(11)     COMP-3.
00189      SKIP1
00190  01  RTHLK-AREA.
00191  COPY ASRTHLKR1.
00192      SKIP1
00193  01  ACPT-DATE                  PIC 9(6).
00194  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00195      05  ACPT-YR                PIC 99.
00196      05  ACPT-MO                PIC 99.
00197      05  ACPT-DA                PIC 99.
00198  01  DSP-DATE.
00199      05  DSP-MO                 PIC 99.
00200      05  FILLER                 PIC X      VALUE '/'.
00201      05  DSP-DA                 PIC 99.
00202      05  FILLER                 PIC X      VALUE '/'.
00203      05  DSP-YR                 PIC 99.
00204      SKIP1
00205  01  HEAD-A.
00206      05  FILLER          PIC X(3)   VALUE SPACES.
00207      05  HD-DATE         PIC X(8).
00208      05  FILLER          PIC X(44)  VALUE SPACES.
00209      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00210      05  FILLER          PIC X(44)  VALUE SPACES.
00211      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00212      05  HD-PAGE         PIC ZZ,ZZ9.
00213      SKIP1
00214  01  HEAD-B.
00215      05  FILLER          PIC X(3)   VALUE SPACES.
00216      05  FILLER          PIC X(8)   VALUE 'ASREA979'.
00217      05  FILLER          PIC X(26)  VALUE SPACES.
00218      05  FILLER          PIC X(60)  VALUE
00219          'FARMLAND CONVERSION ROLLBACK TAX'.
00220      SKIP1
00221  01  HEAD-C.
00222      05  FILLER          PIC X(3)   VALUE SPACES.
00223      05  FILLER          PIC X(3)   VALUE 'VOL'.
00224      05  FILLER          PIC X      VALUE SPACE.
00225      05  FILLER          PIC X(15)  VALUE 'PROPERTY'.
00226      05  FILLER          PIC X(2)   VALUE SPACES.
00227      05  FILLER          PIC X(4)   VALUE 'YEAR'.
00228      05  FILLER          PIC X(2)   VALUE SPACES.
00229      05  FILLER          PIC X(5)   VALUE 'TAXCD'.
00230      05  FILLER          PIC X(2)   VALUE SPACES.
00231      05  FILLER          PIC X(6)   VALUE 'FACTOR'.
00232      05  FILLER          PIC X(2)   VALUE SPACES.
00233      05  FILLER          PIC X(3)   VALUE 'PCT'.
00234      05  FILLER          PIC X(2)   VALUE SPACES.
00235      05  FILLER          PIC X(11)  VALUE '   FARM EAV'.
00236      05  FILLER          PIC X(2)   VALUE SPACES.
00237      05  FILLER          PIC X(11)  VALUE 'NONFARM EAV'.
00238      05  FILLER          PIC X(2)   VALUE SPACES.
00239      05  FILLER          PIC X(11)  VALUE ' DIFFERENCE'.
00240      05  FILLER          PIC X(2)   VALUE SPACES.
00241      05  FILLER          PIC X(8)   VALUE '    RATE'.
00242      05  FILLER          PIC X(2)   VALUE SPACES.
00243      05  FILLER          PIC X(13)  VALUE ' ROLLBACK TAX'.
00244      SKIP1
00245  01  DETAIL-LINE.
00246      05  FILLER          PIC X(3)   VALUE SPACES.
00247      05  DL-VOL          PIC 9(3).
00248      05  FILLER          PIC X      VALUE SPACE.
00249      05  DL-PROP         PIC 9(15).
00250      05  FILLER          PIC X(2)   VALUE SPACES.
00251      05  DL-YEAR         PIC 9(4).
00252      05  FILLER          PIC X(2)   VALUE SPACES.
00253      05  DL-TXCD         PIC 9(5).
00254      05  FILLER          PIC X(2)   VALUE SPACES.
00255      05  DL-FACTOR       PIC 9.9999.
00256      05  FILLER          PIC X(2)   VALUE SPACES.
00257      05  DL-PCT          PIC ZZ9.
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  DL-FARM-EAV     PIC ZZZ,ZZZ,ZZ9.
00260      05  FILLER          PIC X(2)   VALUE SPACES.
00261      05  DL-NONFARM-EAV  PIC ZZZ,ZZZ,ZZ9.
00262      05  FILLER          PIC X(2)   VALUE SPACES.
00263      05  DL-DIFF-EAV     PIC ZZZ,ZZZ,ZZ9.
00264      05  FILLER          PIC X(2)   VALUE SPACES.
00265      05  DL-RATE         PIC ZZZ9.999.
00266      05  FILLER          PIC X(2)   VALUE SPACES.
00267      05  DL-TAX          PIC ZZ,ZZZ,ZZ9.99.
00268      SKIP1
00269  01  EXCP-LINE.
00270      05  FILLER          PIC X(3)   VALUE SPACES.
00271      05  EL-CARD         PIC X(42).
00272      05  FILLER          PIC X(2)   VALUE SPACES.
00273      05  EL-MESSG        PIC X(60).
00274      EJECT
00275  PROCEDURE DIVISION.
00276      SKIP1
00277  A010-HOUSEKEEPING.
00278      OPEN INPUT  CONVERT-FILE, PROP-MASTER, EXHIST-FILE
00279           OUTPUT ROLLBACK-FILE, PRINT-FILE.
00280      ACCEPT ACPT-DATE FROM DATE.
00281      MOVE ACPT-MO TO DSP-MO.
00282      MOVE ACPT-DA TO DSP-DA.
00283      MOVE ACPT-YR TO DSP-YR.
00284      MOVE DSP-DATE TO HD-DATE.
00285      PERFORM B100-HEADING THRU B100-EXIT.
00286      MOVE LOW-VALUES TO PM-MATCH-KEY.
00287      PERFORM A020-READ-CARD THRU A020-EXIT.
00288      PERFORM A040-READ-EH THRU A040-EXIT.
00289      PERFORM A100-PROCESS-CARD THRU A100-EXIT
00290          UNTIL END-OF-FC-FILE
00291             OR RETURN-CODE EQUAL 16.
00292      DISPLAY 'TOTAL CONVERSION CARDS READ..........: ' FC-IN-CNT.
00293      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00294      DISPLAY 'TOTAL EXEMPTION HISTORY RECORDS READ.: ' EH-IN-CNT.
00295      DISPLAY 'TOTAL ROLLBACK YEARS WRITTEN.........: '
00296          ROBK-OUT-CNT.
00297      DISPLAY 'TOTAL CARDS NOT ROLLED BACK..........: ' REJECT-CNT.
00298      DISPLAY 'TOTAL HISTORY YEARS BEYOND TABLE.....: '
00299          HIST-OVFL-CNT.
00300      DISPLAY 'TOTAL EQUALIZED VALUE ROLLED BACK....: '
00301          GR-DIFF-EAV.
00302      DISPLAY 'TOTAL ROLLBACK TAX...................: ' GR-TAX.
00303      IF RETURN-CODE LESS THAN 4
00304       AND (REJECT-CNT GREATER THAN ZERO
00305         OR HIST-OVFL-CNT GREATER THAN ZERO)
00306          MOVE 4 TO RETURN-CODE.
00307      CLOSE CONVERT-FILE, PROP-MASTER, EXHIST-FILE,
00308            ROLLBACK-FILE, PRINT-FILE.
00309      STOP RUN.
00310      SKIP1
00311  A020-READ-CARD.
00312      READ CONVERT-FILE AT END
00313          MOVE 'Y' TO FC-EOF-SW
00314          GO TO A020-EXIT.
00315      ADD +1 TO FC-IN-CNT.
00316  A020-EXIT. EXIT.
00317      SKIP1
00318  A030-READ-PM.
00319      READ PROP-MASTER AT END
00320          MOVE 'Y' TO PM-EOF-SW
00321          MOVE HIGH-VALUES TO PM-MATCH-KEY
00322          GO TO A030-EXIT.
00323      ADD +1 TO PM-IN-CNT.
00324      MOVE PM-VOL   TO PMK-VOL.
00325      MOVE PM-PROP  TO PMK-PROP.
00326      MOVE PM-TXTYP TO PMK-TXTYP.
00327  A030-EXIT. EXIT.
00328      SKIP1
00329  A040-READ-EH.
00330      READ EXHIST-FILE AT END
00331          MOVE 'Y' TO EH-EOF-SW
00332          MOVE ALL '9' TO EH-MATCH-KEY
00333          GO TO A040-EXIT.
00334      ADD +1 TO EH-IN-CNT.
00335      MOVE EQ-VOL   TO EHK-VOL.
00336      MOVE EQ-PROP  TO EHK-PROP.
00337  A040-EXIT. EXIT.
00338      SKIP1
00339 *    THE CONVERSION LIST IS IN VOLUME, PROPERTY AND YEAR ORDER;
00340 *    EACH CARD IS MATCHED TO THE PARCEL'S CURRENT TAX TYPE '0'
00341 *    RECORD AND TO ITS EQUALIZED VALUE HISTORY.
00342  A100-PROCESS-CARD.
00343      IF FC-VOL NOT NUMERIC
00344         OR FC-PROP NOT NUMERIC
00345         OR FC-CONV-DATE NOT NUMERIC
00346         OR FC-ROBK-YEAR NOT NUMERIC
00347         OR FC-NONFARM-AV NOT NUMERIC
00348          MOVE 'CARD NOT NUMERIC WHERE REQUIRED' TO EL-MESSG
00349          PERFORM A250-REJECT-CARD THRU A250-EXIT
00350          GO TO A100-NEXT.
00351      IF FC-ROBK-PCT EQUAL SPACES
00352          MOVE 100 TO W-PCT
00353      ELSE
00354          IF FC-ROBK-PCT NOT NUMERIC
00355             OR FC-ROBK-PCT-N EQUAL ZERO
00356             OR FC-ROBK-PCT-N GREATER THAN 100
00357              MOVE 'PERCENT CONVERTED NOT 1 TO 100' TO EL-MESSG
00358              PERFORM A250-REJECT-CARD THRU A250-EXIT
00359              GO TO A100-NEXT
00360          ELSE
00361              MOVE FC-ROBK-PCT-N TO W-PCT.
00362      MOVE FC-VOL-N       TO FCT-VOL.
00363      MOVE FC-PROP-N      TO FCT-PROP.
00364      MOVE FC-ROBK-YEAR-N TO FCT-YEAR.
00365      IF FC-THIS-KEY NOT GREATER THAN FC-LAST-KEY
00366          MOVE 'CARD OUT OF SEQUENCE OR DUPLICATE' TO EL-MESSG
00367          PERFORM A250-REJECT-CARD THRU A250-EXIT
00368          GO TO A100-NEXT.
00369      MOVE FC-THIS-KEY TO FC-LAST-KEY.
00370      MOVE FC-ROBK-YEAR-N TO W-YEAR.
00371      IF W-YEAR NOT LESS THAN FC-CONV-YEAR
00372         OR W-YEAR LESS THAN FC-CONV-YEAR - ROBK-MAX-YEARS
00373          MOVE 'YEAR NOT WITHIN THE THREE YEARS BEFORE CONVERSION'
00374              TO EL-MESSG
00375          PERFORM A250-REJECT-CARD THRU A250-EXIT
00376          GO TO A100-NEXT.
00377      MOVE FC-VOL-N  TO FCK-VOL.
00378      MOVE FC-PROP-N TO FCK-PROP.
00379      MOVE '0'       TO FCK-TXTYP.
00380      IF PM-MATCH-KEY LESS THAN FC-MATCH-KEY
00381          PERFORM A030-READ-PM THRU A030-EXIT
00382              UNTIL PM-MATCH-KEY NOT LESS THAN FC-MATCH-KEY
00383          PERFORM A110-FIND-NAME THRU A110-EXIT.
00384      IF PM-MATCH-KEY NOT EQUAL FC-MATCH-KEY
00385          MOVE 'NO CURRENT PROPERTY MASTER RECORD' TO EL-MESSG
00386          PERFORM A250-REJECT-CARD THRU A250-EXIT
00387          GO TO A100-NEXT.
00388      MOVE FC-VOL-N  TO PCLK-VOL.
00389      MOVE FC-PROP-N TO PCLK-PROP.
00390      IF PCL-KEY NOT EQUAL HT-LOADED-KEY
00391          PERFORM A150-LOAD-HISTORY THRU A150-EXIT.
00392      MOVE ZERO TO HT-FOUND-SUB.
00393      PERFORM A210-FIND-YEAR THRU A210-EXIT
00394          VARYING HT-SUB FROM +1 BY +1
00395          UNTIL HT-SUB GREATER THAN HT-CTR.
00396      IF HT-FOUND-SUB EQUAL ZERO
00397          MOVE 'NO EQUALIZED VALUE HISTORY FOR THE YEAR'
00398              TO EL-MESSG
00399          PERFORM A250-REJECT-CARD THRU A250-EXIT
00400          GO TO A100-NEXT.
00401      IF NOT HT-FARMLAND (HT-FOUND-SUB)
00402          MOVE 'NOT CLASSED AS FARMLAND IN THE YEAR' TO EL-MESSG
00403          PERFORM A250-REJECT-CARD THRU A250-EXIT
00404          GO TO A100-NEXT.
00405      IF HT-EQ-FCR (HT-FOUND-SUB) NOT GREATER THAN ZERO
00406          MOVE 'NO EQUALIZATION FACTOR FOR THE YEAR' TO EL-MESSG
00407          PERFORM A250-REJECT-CARD THRU A250-EXIT
00408          GO TO A100-NEXT.
00409      PERFORM A200-COMPUTE-ROLLBACK THRU A200-EXIT.
00410  A100-NEXT.
00411      PERFORM A020-READ-CARD THRU A020-EXIT.
00412  A100-EXIT. EXIT.
00413      SKIP1
00414  A110-FIND-NAME.
00415      MOVE ZERO TO NAME-SUB.
00416      IF PM-MATCH-KEY EQUAL FC-MATCH-KEY
00417       AND SEGMENTS-PRESENT OF PM-REC
00418          PERFORM A120-SCAN-NAME THRU A120-EXIT
00419              VARYING SEG-SUB FROM +1 BY +1
00420              UNTIL SEG-SUB GREATER THAN PM-SEGCTR
00421                 OR NAME-SUB GREATER THAN ZERO.
00422  A110-EXIT. EXIT.
00423      SKIP1
00424  A120-SCAN-NAME.
00425      IF NAME-TYPE-CODE OF PM-REC (SEG-SUB)
00426          MOVE SEG-SUB TO NAME-SUB.
00427  A120-EXIT. EXIT.
00428      SKIP1
00429 *    THE HISTORY IS IN VOLUME AND PROPERTY ORDER LIKE THE MASTER.
00430  A150-LOAD-HISTORY.
00431      MOVE ZERO TO HT-CTR.
00432      MOVE PCL-KEY TO HT-LOADED-KEY.
00433      PERFORM A040-READ-EH THRU A040-EXIT
00434          UNTIL EH-MATCH-KEY NOT LESS THAN PCL-KEY.
00435      PERFORM A160-STORE-HISTORY THRU A160-EXIT
00436          UNTIL EH-MATCH-KEY NOT EQUAL PCL-KEY.
00437  A150-EXIT. EXIT.
00438      SKIP1
00439  A160-STORE-HISTORY.
00440      IF HT-CTR NOT LESS THAN 20
00441          ADD +1 TO HIST-OVFL-CNT
00442      ELSE
00443          ADD +1 TO HT-CTR
00444          MOVE EH-TAX-YEAR TO HT-YEAR     (HT-CTR)
00445          MOVE EQ-TXCD     TO HT-TXCD     (HT-CTR)
00446          MOVE EQ-CLASS    TO HT-CLASS    (HT-CTR)
00447          MOVE EQ-ASSD-VAL TO HT-ASSD-VAL (HT-CTR)
00448          MOVE EQ-EQ-FCR   TO HT-EQ-FCR   (HT-CTR)
00449          MOVE EQ-EQ-VAL   TO HT-EQ-VAL   (HT-CTR).
00450      PERFORM A040-READ-EH THRU A040-EXIT.
00451  A160-EXIT. EXIT.
00452      SKIP1
00453 *    THE FARM VALUE OF THE CONVERTED SHARE OF THE PARCEL IS
00454 *    TAKEN OFF THE NON-FARM VALUE THE ASSESSOR HAS PUT ON IT.
00455  A200-COMPUTE-ROLLBACK.
00456      COMPUTE W-FARM-AV ROUNDED =
00457          HT-ASSD-VAL (HT-FOUND-SUB) * W-PCT / 100.
00458      COMPUTE W-FARM-EAV ROUNDED =
00459          HT-EQ-VAL (HT-FOUND-SUB) * W-PCT / 100.
00460      COMPUTE W-NONFARM-EAV ROUNDED =
00461          FC-NONFARM-AV-N * HT-EQ-FCR (HT-FOUND-SUB).
00462      COMPUTE W-DIFF-AV  = FC-NONFARM-AV-N - W-FARM-AV.
00463      COMPUTE W-DIFF-EAV = W-NONFARM-EAV - W-FARM-EAV.
00464      IF W-DIFF-EAV NOT GREATER THAN ZERO
00465          MOVE 'NON-FARM VALUE DOES NOT EXCEED THE FARM VALUE'
00466              TO EL-MESSG
00467          PERFORM A250-REJECT-CARD THRU A250-EXIT
00468          GO TO A200-EXIT.
00469      IF W-DIFF-AV LESS THAN ZERO
00470          MOVE ZERO TO W-DIFF-AV.
00471      MOVE HT-TXCD (HT-FOUND-SUB) TO RTH-TAX-CODE.
00472      MOVE W-YEAR                 TO RTH-TAX-YEAR.
00473      CALL 'ASREA932' USING RTHLK-AREA.
00474      IF RTH-FILE-ERROR
00475          DISPLAY 'ASREA979 -- RATE HISTORY MASTER UNAVAILABLE '
00476              '-- RUN STOPPED'
00477          MOVE 16 TO RETURN-CODE
00478          GO TO A200-EXIT.
00479      IF NOT RTH-FOUND
00480          MOVE 'NO RATE ON THE RATE HISTORY MASTER' TO EL-MESSG
00481          PERFORM A250-REJECT-CARD THRU A250-EXIT
00482          GO TO A200-EXIT.
00483      COMPUTE W-TAX ROUNDED = W-DIFF-EAV * RTH-RATE / 100.
00484      PERFORM A300-WRITE-ROLLBACK THRU A300-EXIT.
00485      ADD W-DIFF-EAV TO GR-DIFF-EAV.
00486      ADD W-TAX      TO GR-TAX.
00487      MOVE FC-VOL-N               TO DL-VOL.
00488      MOVE FC-PROP-N              TO DL-PROP.
00489      MOVE W-YEAR                 TO DL-YEAR.
00490      MOVE HT-TXCD (HT-FOUND-SUB) TO DL-TXCD.
00491      MOVE HT-EQ-FCR (HT-FOUND-SUB) TO DL-FACTOR.
00492      MOVE W-PCT                  TO DL-PCT.
00493      MOVE W-FARM-EAV             TO DL-FARM-EAV.
00494      MOVE W-NONFARM-EAV          TO DL-NONFARM-EAV.
00495      MOVE W-DIFF-EAV             TO DL-DIFF-EAV.
00496      MOVE RTH-RATE               TO DL-RATE.
00497      MOVE W-TAX                  TO DL-TAX.
00498      IF LINE-CNT GREATER THAN +57
00499          PERFORM B100-HEADING THRU B100-EXIT.
00500      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00501      ADD +1 TO LINE-CNT.
00502  A200-EXIT. EXIT.
00503      SKIP1
00504  A210-FIND-YEAR.
00505      IF HT-YEAR (HT-SUB) EQUAL W-YEAR
00506          MOVE HT-SUB TO HT-FOUND-SUB.
00507  A210-EXIT. EXIT.
00508      SKIP1
00509 *    EL-MESSG IS SET BY THE CALLER.
00510  A250-REJECT-CARD.
00511      ADD +1 TO REJECT-CNT.
00512      MOVE CONVERT-REC (1:42) TO EL-CARD.
00513      IF LINE-CNT GREATER THAN +57
00514          PERFORM B100-HEADING THRU B100-EXIT.
00515      WRITE PRINT-REC FROM EXCP-LINE AFTER ADVANCING 1.
00516      ADD +1 TO LINE-CNT.
00517  A250-EXIT. EXIT.
00518      SKIP1
00519 *    THE ROLLBACK RECORD TAKES THE FIXED SEGMENT OF THE PARCEL'S
00520 *    CURRENT RECORD, WITH THE TAX TYPE, YEAR AND TAX CODE OF THE
00521 *    YEAR ROLLED BACK.
00522  A300-WRITE-ROLLBACK.
00523      MOVE PM-BASE                TO RB-BASE.
00524      MOVE '2'                    TO RB-TXTYP.
00525      MOVE W-YEAR-YY              TO RB-TXYR.
00526      MOVE HT-TXCD (HT-FOUND-SUB) TO RB-TXCD.
00527      MOVE 1                      TO RB-TXIND.
00528      MOVE ZERO                   TO RB-SEGCTR.
00529      MOVE W-DIFF-AV              TO RB-ASSDVAL (1).
00530      MOVE W-DIFF-EAV             TO RB-EQVAL (1).
00531      MOVE RTH-RATE               TO RB-TXRAT (1).
00532      MOVE W-TAX                  TO RB-TOTTX (1).
00533      MOVE ZEROS TO RB-HOEXVAL (1) RB-SCEXVAL (1) RB-ESTTX (1)
00534                    RB-PRYR-EQVAL (1) RB-PRYR-TXRAT (1)
00535                    RB-PRYR-TXCD (1).
00536      IF NAME-SUB GREATER THAN ZERO
00537          ADD +1 TO RB-SEGCTR
00538          MOVE PM-MSTSEG (NAME-SUB) TO RB-MSTSEG (RB-SEGCTR).
00539      ADD +1 TO RB-SEGCTR.
00540      MOVE RB-SEGCTR TO RB-SUB.
00541      MOVE SPACES                 TO RB-MSTSEG (RB-SUB).
00542      MOVE 'M'                    TO RB-MISC-TYP (RB-SUB).
00543      MOVE ZEROS TO RB-SLDFRT-CD1 (RB-SUB) RB-SLDFRT-YR1 (RB-SUB)
00544                    RB-SLDFRT-CD2 (RB-SUB) RB-SLDFRT-YR2 (RB-SUB)
00545                    RB-MISC-BKTXPCT (RB-SUB)
00546                    RB-MISC-COENO (RB-SUB)
00547                    RB-MISC-PNLTYDAT (RB-SUB).
00548      MOVE W-PCT                  TO RB-MISC-ROBKPCT (RB-SUB).
00549      IF W-PCT LESS THAN 100
00550          MOVE 'P'                TO RB-MISC-ROBKIND (RB-SUB).
00551      MOVE PM-PROP                TO RB-MISC-ORIGPROP (RB-SUB).
00552      MOVE HT-EQ-FCR (HT-FOUND-SUB) TO RB-MISC-EQFCTR (RB-SUB).
00553      WRITE RB-REC.
00554      ADD +1 TO ROBK-OUT-CNT.
00555  A300-EXIT. EXIT.
00556      SKIP1
00557  B100-HEADING.
00558      ADD +1 TO PAGE-CNT.
00559      MOVE PAGE-CNT TO HD-PAGE.
00560      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00561      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00562      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00563      MOVE +6 TO LINE-CNT.
00564  B100-EXIT. EXIT.
