00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA868.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. NEW-OWNER HOMESTEAD OUTREACH.  ASREA952 CATCHES THE
00007 *         EXEMPTION THAT RIDES PAST A SALE; THIS PROGRAM WORKS THE
00008 *         OTHER SIDE, THE NEW OWNER WHO MOVES IN AND NEVER
00009 *         APPLIES.  THE RECORDED-SALES FILE IS MATCHED BY
00010 *         PROPERTY NUMBER AGAINST THE PROPERTY MASTER AND THE
00011 *         HOMEOWNER MASTER (ALL THREE IN PROPERTY SEQUENCE).  A
00012 *         SALE DATED IN THE TAX YEAR ON THE CONTROL CARD OR
00013 *         LATER, OF A RESIDENTIAL PARCEL (PM-RES-CLS), WHOSE
00014 *         GRANTEE MAILING ADDRESS AS CODED BY THE RECORDER (HOUSE
00015 *         NUMBER AND STREET CODE) IS THE PARCEL ITSELF, AND FOR
00016 *         WHICH THE HOMEOWNER MASTER HAS NO RECORD APPLIED FOR IN
00017 *         THE SALE YEAR OR LATER, GETS AN OUTREACH LETTER TO THE
00018 *         GRANTEE.  THE LETTER IS WRITTEN IN THE COMMON
00019 *         MAIL-PIECE FORMAT (ASMAILPCR1, FORM NOW PLUS THE
00020 *         LANGUAGE ASKED FOR ON THE TRANSFER DECLARATION) FOR THE
00021 *         PRESORT RUN, ADDRESSED TO THE MAILING ADDRESS ON THE
00022 *         PROPERTY MASTER, AND POSTED TO THE NOTICE-OF-RECORD
00023 *         HISTORY TRANSACTION FILE (ASNOTHSR1).  EACH LETTER ALSO
00024 *         GOES ON THE OUTREACH LIST (ASNWOUTR1) THAT ASREA869
00025 *         TALLIES THE ELECTRONIC INTAKE REPLIES AGAINST.  THE TAX
00026 *         YEAR IS CHECKED AGAINST THE CENTRAL CYCLE CONTROL
00027 *         RECORD THROUGH DPRUN004.
00028      SKIP2
00029  ENVIRONMENT DIVISION.
00030  CONFIGURATION SECTION.
00031  SOURCE-COMPUTER. IBM-370.
00032  OBJECT-COMPUTER. IBM-370.
00033      SKIP1
00034  INPUT-OUTPUT SECTION.
00035  FILE-CONTROL.
00036      SELECT SALES-FILE     ASSIGN TO UT-S-RECSALES.
00037      SELECT PROP-MASTER    ASSIGN TO UT-S-PROPMSTR.
00038      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTPROP.
00039      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00040      SELECT NOTICE-FILE    ASSIGN TO UT-S-NOWNOTIC.
00041      SELECT NOTHIST-FILE   ASSIGN TO UT-S-NOTHTRN.
00042      SELECT OUTREACH-FILE  ASSIGN TO UT-S-NOWLIST.
00043      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00044      SKIP2
00045  DATA DIVISION.
00046  FILE SECTION.
00047      SKIP1
00048 *    THE RECORDER CODES THE GRANTEE'S MAILING ADDRESS FROM THE
00049 *    DEED TO HOUSE NUMBER AND STREET CODE, AND CARRIES THE NOTICE
00050 *    LANGUAGE ASKED FOR ON THE TRANSFER DECLARATION.
00051  FD  SALES-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 100 CHARACTERS
00054      RECORDING MODE IS F
00055      LABEL  RECORDS ARE STANDARD
00056      DATA RECORD IS SALES-REC.
00057  01  SALES-REC.
00058      05  SL-DOC-NO       PIC X(10).
00059      05  SL-PROP         PIC 9(15).
00060      05  SL-SALE-DATE    PIC 9(8).
00061      05  SL-SALE-DATE-X REDEFINES SL-SALE-DATE.
00062          10  SL-SALE-YEAR PIC 9(4).
00063          10  FILLER      PIC 9(4).
00064      05  SL-PRICE        PIC 9(11).
00065      05  SL-GRANTEE      PIC X(30).
00066      05  SL-MAIL-HSENO   PIC 9(5).
00067      05  SL-MAIL-STRT    PIC 9(5).
00068      05  SL-LANG         PIC X.
00069      05  FILLER          PIC X(15).
00070      SKIP2
00071  FD  PROP-MASTER
00072      BLOCK  CONTAINS 0 CHARACTERS
00073      RECORD CONTAINS 29 TO 1275 CHARACTERS
00074      RECORDING MODE IS S
00075      LABEL  RECORDS ARE STANDARD
00076      DATA RECORD IS PM-REC.
00077  01  PM-REC.
00078  COPY PROPMSRD01.
00079      SKIP2
00080  FD  HOMEOWNER-MAST
00081      BLOCK  CONTAINS 0 RECORDS
00082      RECORD CONTAINS 140 CHARACTERS
00083      RECORDING MODE IS F
00084      LABEL  RECORDS ARE STANDARD
00085      DATA RECORD IS HO-REC.
00086  01  HO-REC.
00087  COPY HOMOWNRD01.
00088      SKIP2
00089  FD  CONTROL-FILE
00090      BLOCK  CONTAINS 0 RECORDS
00091      RECORD CONTAINS 80 CHARACTERS
00092      RECORDING MODE IS F
00093      LABEL  RECORDS ARE STANDARD
00094      DATA RECORD IS CONTROL-REC.
00095  01  CONTROL-REC.
00096      05  CC-TAX-YEAR     PIC X(4).
00097      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00098                          PIC 9(4).
00099      05  FILLER          PIC X(76).
00100      SKIP2
00101  FD  NOTICE-FILE
00102      BLOCK  CONTAINS 0 RECORDS
00103      RECORD CONTAINS 120 CHARACTERS
00104      RECORDING MODE IS F
00105      LABEL  RECORDS ARE STANDARD
00106      DATA RECORD IS NOTICE-REC.
00107  01  NOTICE-REC.
00108  COPY ASMAILPCR1.
00109      SKIP2
00110  FD  NOTHIST-FILE
00111      BLOCK  CONTAINS 0 RECORDS
00112      RECORD CONTAINS 200 CHARACTERS
00113      RECORDING MODE IS F
00114      LABEL  RECORDS ARE STANDARD
00115      DATA RECORD IS NOTHIST-REC.
00116  01  NOTHIST-REC.
00117  COPY ASNOTHSR1.
00118      SKIP2
00119  FD  OUTREACH-FILE
00120      BLOCK  CONTAINS 0 RECORDS
00121      RECORD CONTAINS 120 CHARACTERS
00122      RECORDING MODE IS F
00123      LABEL  RECORDS ARE STANDARD
00124      DATA RECORD IS OUTREACH-REC.
00125  01  OUTREACH-REC.
00126  COPY ASNWOUTR1.
00127      SKIP2
00128  FD  PRINT-FILE
00129      BLOCK  CONTAINS 0 RECORDS
00130      RECORD CONTAINS 133 CHARACTERS
00131      RECORDING MODE IS F
00132      LABEL  RECORDS ARE STANDARD.
00133      SKIP1
00134  01  PRINT-REC               PIC X(133).
00135      SKIP2
00136  WORKING-STORAGE SECTION.
00137      SKIP1
00138  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00139  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00140      SKIP1
00141  77  SALE-EOF-SW               PIC X      VALUE 'N'.
00142      88  END-OF-SALE-FILE                 VALUE 'Y'.
00143  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00144      88  END-OF-PM-FILE                   VALUE 'Y'.
00145  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00146      88  END-OF-MAST-FILE                 VALUE 'Y'.
00147  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00148      88  END-OF-CTL-FILE                  VALUE 'Y'.
00149  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00150  77  PARCEL-FOUND-SW           PIC X      VALUE 'N'.
00151      88  PARCEL-FOUND                     VALUE 'Y'.
00152  77  RES-PARCEL-SW             PIC X      VALUE 'N'.
00153      88  RES-PARCEL                       VALUE 'Y'.
00154  77  PRIOR-HO-SW               PIC X      VALUE 'N'.
00155      88  PRIOR-HO-RECORD                  VALUE 'Y'.
00156      SKIP1
00157  77  SALE-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00158  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00159  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00160  77  OTHER-YR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00161  77  NOT-ON-PM-CNT     COMP-3  PIC S9(7)  VALUE +0.
00162  77  NON-RES-CNT       COMP-3  PIC S9(7)  VALUE +0.
00163  77  NO-GRNT-ADDR-CNT  COMP-3  PIC S9(7)  VALUE +0.
00164  77  NOT-OCCUPIED-CNT  COMP-3  PIC S9(7)  VALUE +0.
00165  77  APPLIED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00166  77  DUP-SALE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00167  77  NO-MAIL-ADDR-CNT  COMP-3  PIC S9(7)  VALUE +0.
00168  77  NO-HO-CNT         COMP-3  PIC S9(7)  VALUE +0.
00169  77  PRIOR-HO-CNT      COMP-3  PIC S9(7)  VALUE +0.
00170  77  NOTICE-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00171  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00172  77  LIST-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00173  77  LANG-ENG-CNT      COMP-3  PIC S9(7)  VALUE +0.
00174  77  LANG-SPA-CNT      COMP-3  PIC S9(7)  VALUE +0.
00175  77  LANG-POL-CNT      COMP-3  PIC S9(7)  VALUE +0.
00176  77  LANG-OTH-CNT      COMP-3  PIC S9(7)  VALUE +0.
00177      SKIP1
00178  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00179  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00180  01  W-ZIP9                    PIC 9(9)   VALUE ZEROS.
00181      SKIP1
00182  01  CYCLK-AREA.
00183  COPY DPCYCLKR1.
00184      SKIP1
00185  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00186      SKIP1
00187  01  SALE-KEY                  PIC 9(15).
00188  01  PM-MATCH-KEY              PIC 9(15).
00189  01  MAST-KEY                  PIC 9(15).
00190  01  PM-LOADED-KEY             PIC 9(15)  VALUE ZEROS.
00191  01  LAST-LETTER-KEY           PIC 9(15)  VALUE ZEROS.
00192      SKIP1
00193 *    THE PARCEL'S CURRENT TAX TYPE RECORD, KEPT FOR THE SALE.
00194  01  W-VOL                     PIC 9(3)   VALUE ZEROS.
00195  01  W-TXCD                    PIC 9(5)   VALUE ZEROS.
00196  01  W-CLASS                   PIC 9(3)   VALUE ZEROS.
00197  01  W-STRT                    PIC 9(5)   VALUE ZEROS.
00198  01  W-HSENO                   PIC 9(5)   VALUE ZEROS.
00199  01  W-MAIL-ADDR               PIC X(22)  VALUE SPACES.
00200  01  W-MAIL-CITY               PIC X(12)  VALUE SPACES.
00201  01  W-MAIL-STATE              PIC X(2)   VALUE SPACES.
00202  01  W-MAIL-ZIP                PIC 9(9)   VALUE ZEROS.
00203  01  W-HO-YRAPPL               PIC 9(4)   VALUE ZEROS.
00204      SKIP1
00205  01  ACPT-DATE                  PIC 9(6).
00206  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00207      05  ACPT-YR                PIC 99.
00208      05  ACPT-MO                PIC 99.
00209      05  ACPT-DA                PIC 99.
00210  01  DSP-DATE.
00211      05  DSP-MO                 PIC 99.
00212      05  FILLER                 PIC X      VALUE '/'.
00213      05  DSP-DA                 PIC 99.
00214      05  FILLER                 PIC X      VALUE '/'.
00215      05  DSP-YR                 PIC 99.
00216      SKIP1
00217  01  HEAD-A.
00218      05  FILLER          PIC X(3)   VALUE SPACES.
00219      05  HD-DATE         PIC X(8).
00220      05  FILLER          PIC X(44)  VALUE SPACES.
00221      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00222      05  FILLER          PIC X(44)  VALUE SPACES.
00223      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00224      05  HD-PAGE         PIC ZZ,ZZ9.
00225      SKIP1
00226  01  HEAD-B.
00227      05  FILLER          PIC X(3)   VALUE SPACES.
00228      05  FILLER          PIC X(8)   VALUE 'ASREA868'.
00229      05  FILLER          PIC X(18)  VALUE SPACES.
00230      05  FILLER          PIC X(52)  VALUE
00231          'NEW-OWNER HOMESTEAD OUTREACH LETTERS'.
00232      05  FILLER          PIC X(9)   VALUE 'TAX YEAR '.
00233      05  HD-TAX-YEAR     PIC 9(4).
00234      SKIP1
00235  01  HEAD-C.
00236      05  FILLER          PIC X(3)   VALUE SPACES.
00237      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00238      05  FILLER          PIC X(10)  VALUE 'SALE DATE'.
00239      05  FILLER          PIC X(12)  VALUE 'DOCUMENT'.
00240      05  FILLER          PIC X(32)  VALUE 'GRANTEE'.
00241      05  FILLER          PIC X(6)   VALUE 'FORM'.
00242      05  FILLER          PIC X(24)  VALUE 'MAILED TO'.
00243      05  FILLER          PIC X(20)  VALUE 'HOMEOWNER MASTER'.
00244      SKIP1
00245  01  DETAIL-LINE.
00246      05  FILLER          PIC X(3)   VALUE SPACES.
00247      05  D-PROP          PIC 9(15).
00248      05  FILLER          PIC X(2)   VALUE SPACES.
00249      05  D-SALE-DATE     PIC 9(8).
00250      05  FILLER          PIC X(2)   VALUE SPACES.
00251      05  D-DOC-NO        PIC X(10).
00252      05  FILLER          PIC X(2)   VALUE SPACES.
00253      05  D-GRANTEE       PIC X(30).
00254      05  FILLER          PIC X(2)   VALUE SPACES.
00255      05  D-FORM-ID       PIC X(4).
00256      05  FILLER          PIC X(2)   VALUE SPACES.
00257      05  D-ADDR          PIC X(22).
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  D-MESSG         PIC X(20).
00260      05  D-MESSG-R REDEFINES D-MESSG.
00261          10  FILLER      PIC X(16).
00262          10  D-YRAPPL    PIC 9(4).
00263      EJECT
00264  PROCEDURE DIVISION.
00265      SKIP1
00266  A010-HOUSEKEEPING.
00267      OPEN INPUT  SALES-FILE, PROP-MASTER, HOMEOWNER-MAST,
00268                  CONTROL-FILE
00269           OUTPUT NOTICE-FILE, NOTHIST-FILE, OUTREACH-FILE,
00270                  PRINT-FILE.
00271      ACCEPT ACPT-DATE FROM DATE.
00272      MOVE ACPT-MO TO DSP-MO.
00273      MOVE ACPT-DA TO DSP-DA.
00274      MOVE ACPT-YR TO DSP-YR.
00275      MOVE DSP-DATE TO HD-DATE.
00276      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00277      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00278      IF RETURN-CODE EQUAL 16
00279          CLOSE SALES-FILE, PROP-MASTER, HOMEOWNER-MAST,
00280                CONTROL-FILE, NOTICE-FILE, NOTHIST-FILE,
00281                OUTREACH-FILE, PRINT-FILE
00282          STOP RUN.
00283      DISPLAY 'MAIL DATE............................: '
00284          W-RUN-DATE.
00285      PERFORM B100-HEADING THRU B100-EXIT.
00286      PERFORM A030-READ-SALE THRU A030-EXIT.
00287      PERFORM A040-READ-PM THRU A040-EXIT.
00288      PERFORM A045-READ-MAST THRU A045-EXIT.
00289      PERFORM A020-MAINLINE THRU A020-EXIT
00290          UNTIL END-OF-SALE-FILE.
00291      DISPLAY 'TOTAL SALES READ.....................: '
00292          SALE-IN-CNT.
00293      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00294          PM-IN-CNT.
00295      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00296          MAST-IN-CNT.
00297      DISPLAY 'TOTAL SALES BEFORE THE TAX YEAR......: '
00298          OTHER-YR-CNT.
00299      DISPLAY 'TOTAL SALES NOT ON PROPERTY MASTER...: '
00300          NOT-ON-PM-CNT.
00301      DISPLAY 'TOTAL SALES NOT RESIDENTIAL..........: '
00302          NON-RES-CNT.
00303      DISPLAY 'TOTAL SALES - GRANTEE ADDR NOT CODED.: '
00304          NO-GRNT-ADDR-CNT.
00305      DISPLAY 'TOTAL SALES - GRANTEE LIVES ELSEWHERE: '
00306          NOT-OCCUPIED-CNT.
00307      DISPLAY 'TOTAL NEW OWNERS ALREADY APPLIED.....: '
00308          APPLIED-CNT.
00309      DISPLAY 'TOTAL SECOND SALES OF A PARCEL.......: '
00310          DUP-SALE-CNT.
00311      DISPLAY 'TOTAL NO MAILING ADDRESS ON MASTER...: '
00312          NO-MAIL-ADDR-CNT.
00313      DISPLAY 'TOTAL LETTERS - NO HOMEOWNER RECORD..: '
00314          NO-HO-CNT.
00315      DISPLAY 'TOTAL LETTERS - PRIOR OWNER RECORD...: '
00316          PRIOR-HO-CNT.
00317      DISPLAY 'TOTAL LETTERS EXTRACTED..............: '
00318          NOTICE-OUT-CNT.
00319      DISPLAY 'TOTAL ENGLISH LETTERS................: '
00320          LANG-ENG-CNT.
00321      DISPLAY 'TOTAL SPANISH LETTERS................: '
00322          LANG-SPA-CNT.
00323      DISPLAY 'TOTAL POLISH LETTERS.................: '
00324          LANG-POL-CNT.
00325      DISPLAY 'TOTAL OTHER-LANGUAGE LETTERS.........: '
00326          LANG-OTH-CNT.
00327      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
00328          NOTHIST-OUT-CNT.
00329      DISPLAY 'TOTAL OUTREACH LIST RECORDS WRITTEN..: '
00330          LIST-OUT-CNT.
00331      IF NO-MAIL-ADDR-CNT GREATER THAN +0
00332          MOVE 4 TO RETURN-CODE.
00333      CLOSE SALES-FILE, PROP-MASTER, HOMEOWNER-MAST,
00334            CONTROL-FILE, NOTICE-FILE, NOTHIST-FILE,
00335            OUTREACH-FILE, PRINT-FILE.
00336      STOP RUN.
00337      SKIP1
00338 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.  A BLANK OR
00339 *    ZERO CARD YEAR TAKES THE CYCLE YEAR.
00340  A012-READ-CONTROL.
00341      READ CONTROL-FILE AT END
00342          MOVE 'Y' TO CTL-EOF-SW.
00343      MOVE 'ASREA868' TO CK-CALLER.
00344      MOVE SPACES TO CK-CARD-YEAR.
00345      IF NOT END-OF-CTL-FILE
00346          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00347      CALL 'DPRUN004' USING CYCLK-AREA.
00348      IF NOT END-OF-CTL-FILE
00349          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00350      IF END-OF-CTL-FILE
00351          OR CC-TAX-YEAR NOT NUMERIC
00352          OR CC-TAX-YEAR-N EQUAL ZERO
00353          DISPLAY 'ASREA868 -- TAX YEAR CONTROL CARD MISSING '
00354              'OR INVALID -- RUN STOPPED'
00355          MOVE 16 TO RETURN-CODE
00356          GO TO A012-EXIT.
00357      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00358      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00359      DISPLAY 'TAX YEAR.............................: '
00360          W-TAX-YEAR.
00361  A012-EXIT. EXIT.
00362      SKIP1
00363  A020-MAINLINE.
00364      IF SL-SALE-YEAR LESS THAN W-TAX-YEAR
00365          ADD +1 TO OTHER-YR-CNT
00366          GO TO A020-NEXT.
00367      PERFORM A100-FIND-PARCEL THRU A100-EXIT.
00368      IF NOT PARCEL-FOUND
00369          ADD +1 TO NOT-ON-PM-CNT
00370          GO TO A020-NEXT.
00371      IF NOT RES-PARCEL
00372          ADD +1 TO NON-RES-CNT
00373          GO TO A020-NEXT.
00374      IF SL-MAIL-HSENO NOT NUMERIC
00375          OR SL-MAIL-STRT NOT NUMERIC
00376          OR SL-MAIL-HSENO EQUAL ZERO
00377          OR SL-MAIL-STRT EQUAL ZERO
00378          ADD +1 TO NO-GRNT-ADDR-CNT
00379          GO TO A020-NEXT.
00380      IF SL-MAIL-HSENO NOT EQUAL W-HSENO
00381          OR SL-MAIL-STRT NOT EQUAL W-STRT
00382          ADD +1 TO NOT-OCCUPIED-CNT
00383          GO TO A020-NEXT.
00384      PERFORM A050-CHECK-HOMEOWNER THRU A050-EXIT.
00385      IF MAST-KEY EQUAL SALE-KEY
00386       AND HO-YRAPPL NOT LESS THAN SL-SALE-YEAR
00387          ADD +1 TO APPLIED-CNT
00388          GO TO A020-NEXT.
00389      IF SALE-KEY EQUAL LAST-LETTER-KEY
00390          ADD +1 TO DUP-SALE-CNT
00391          GO TO A020-NEXT.
00392      IF W-MAIL-ADDR EQUAL SPACES
00393          ADD +1 TO NO-MAIL-ADDR-CNT
00394          DISPLAY 'ASREA868 -- NO MAILING ADDRESS ON MASTER '
00395              'FOR ' SL-PROP ' -- NO LETTER'
00396          GO TO A020-NEXT.
00397      IF PRIOR-HO-RECORD
00398          ADD +1 TO PRIOR-HO-CNT
00399      ELSE
00400          ADD +1 TO NO-HO-CNT.
00401      MOVE SALE-KEY TO LAST-LETTER-KEY.
00402      PERFORM A060-BUILD-LETTER THRU A060-EXIT.
00403      PERFORM A065-WRITE-HISTORY THRU A065-EXIT.
00404      PERFORM A070-WRITE-LIST THRU A070-EXIT.
00405      PERFORM A080-PRINT THRU A080-EXIT.
00406  A020-NEXT.
00407      PERFORM A030-READ-SALE THRU A030-EXIT.
00408  A020-EXIT. EXIT.
00409      SKIP1
00410  A030-READ-SALE.
00411      READ SALES-FILE AT END
00412          MOVE 'Y' TO SALE-EOF-SW
00413          MOVE ALL '9' TO SALE-KEY.
00414      IF NOT END-OF-SALE-FILE
00415          ADD +1 TO SALE-IN-CNT
00416          MOVE SL-PROP TO SALE-KEY.
00417  A030-EXIT. EXIT.
00418      SKIP1
00419  A040-READ-PM.
00420      READ PROP-MASTER AT END
00421          MOVE 'Y' TO PM-EOF-SW
00422          MOVE ALL '9' TO PM-MATCH-KEY
00423          GO TO A040-EXIT.
00424      ADD +1 TO PM-IN-CNT.
00425      MOVE PM-PROP TO PM-MATCH-KEY.
00426  A040-EXIT. EXIT.
00427      SKIP1
00428  A045-READ-MAST.
00429      READ HOMEOWNER-MAST AT END
00430          MOVE 'Y' TO MAST-EOF-SW
00431          MOVE ALL '9' TO MAST-KEY.
00432      IF NOT END-OF-MAST-FILE
00433       AND FIRST-MAST-REC-SW EQUAL 'Y'
00434          MOVE 'N' TO FIRST-MAST-REC-SW
00435          IF HO-REC (1:8) EQUAL '*VINTAGE'
00436              DISPLAY 'ASREA868 - VINTAGE HDR BYPASSED'
00437              GO TO A045-READ-MAST.
00438      IF NOT END-OF-MAST-FILE
00439          ADD +1 TO MAST-IN-CNT
00440          MOVE HO-PROP TO MAST-KEY.
00441  A045-EXIT. EXIT.
00442      SKIP1
00443 *    A HOMEOWNER RECORD APPLIED FOR BEFORE THE SALE YEAR IS THE
00444 *    PRIOR OWNER'S, NOT THE NEW OWNER'S.
00445  A050-CHECK-HOMEOWNER.
00446      MOVE 'N' TO PRIOR-HO-SW.
00447      MOVE ZEROS TO W-HO-YRAPPL.
00448      PERFORM A045-READ-MAST THRU A045-EXIT
00449          UNTIL END-OF-MAST-FILE
00450             OR MAST-KEY NOT LESS THAN SALE-KEY.
00451      IF MAST-KEY NOT EQUAL SALE-KEY
00452          GO TO A050-EXIT.
00453      IF HO-YRAPPL LESS THAN SL-SALE-YEAR
00454          MOVE 'Y' TO PRIOR-HO-SW
00455          MOVE HO-YRAPPL TO W-HO-YRAPPL.
00456  A050-EXIT. EXIT.
00457      SKIP1
00458  A060-BUILD-LETTER.
00459      MOVE SPACES       TO NOTICE-REC.
00460      MOVE 'NOW'        TO MP-FORM-ID (1:3).
00461      EVALUATE SL-LANG
00462          WHEN 'S'
00463              MOVE 'S' TO MP-FORM-ID (4:1)
00464              ADD +1 TO LANG-SPA-CNT
00465          WHEN 'P'
00466              MOVE 'P' TO MP-FORM-ID (4:1)
00467              ADD +1 TO LANG-POL-CNT
00468          WHEN 'E'
00469              MOVE 'E' TO MP-FORM-ID (4:1)
00470              ADD +1 TO LANG-ENG-CNT
00471          WHEN ' '
00472              MOVE 'E' TO MP-FORM-ID (4:1)
00473              ADD +1 TO LANG-ENG-CNT
00474          WHEN OTHER
00475              MOVE 'E' TO MP-FORM-ID (4:1)
00476              ADD +1 TO LANG-OTH-CNT
00477      END-EVALUATE.
00478      MOVE SL-PROP      TO MP-KEY.
00479      MOVE SL-GRANTEE   TO MP-NAME.
00480      MOVE W-MAIL-ADDR  TO MP-ADDR.
00481      MOVE W-MAIL-CITY  TO MP-CITY.
00482      MOVE W-MAIL-STATE TO MP-STATE.
00483      MOVE W-MAIL-ZIP   TO W-ZIP9.
00484      MOVE W-ZIP9 (1:5) TO MP-ZIP5.
00485      MOVE W-ZIP9 (6:4) TO MP-ZIP4.
00486      MOVE SPACES       TO MP-CRRT.
00487      MOVE ZEROS        TO MP-TRAY-NO.
00488      WRITE NOTICE-REC.
00489      ADD +1 TO NOTICE-OUT-CNT.
00490  A060-EXIT. EXIT.
00491      SKIP1
00492  A065-WRITE-HISTORY.
00493      MOVE SPACES       TO NOTHIST-REC.
00494      MOVE SL-PROP      TO NH-PROP.
00495      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
00496      MOVE MP-FORM-ID   TO NH-FORM-ID.
00497      MOVE 'ASREA868'   TO NH-SOURCE.
00498      MOVE 'N'          TO NH-TRAN-CODE.
00499      MOVE W-VOL        TO NH-VOL.
00500      MOVE MP-NAME      TO NH-NAME.
00501      MOVE MP-ADDR      TO NH-ADDR.
00502      MOVE MP-CITY      TO NH-CITY.
00503      MOVE MP-STATE     TO NH-STATE.
00504      MOVE MP-ZIP5      TO NH-ZIP5.
00505      MOVE MP-ZIP4      TO NH-ZIP4.
00506      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
00507                           NH-RETURN-DATE, NH-LOAD-DATE.
00508      WRITE NOTHIST-REC.
00509      ADD +1 TO NOTHIST-OUT-CNT.
00510  A065-EXIT. EXIT.
00511      SKIP1
00512  A070-WRITE-LIST.
00513      MOVE SPACES       TO OUTREACH-REC.
00514      MOVE W-VOL        TO OR-VOL.
00515      MOVE SL-PROP      TO OR-PROP.
00516      MOVE W-TXCD       TO OR-TXCD.
00517      MOVE W-CLASS      TO OR-CLASS.
00518      MOVE SL-DOC-NO    TO OR-DOC-NO.
00519      MOVE SL-SALE-DATE TO OR-SALE-DATE.
00520      MOVE SL-GRANTEE   TO OR-GRANTEE.
00521      MOVE MP-FORM-ID   TO OR-FORM-ID.
00522      MOVE W-RUN-DATE   TO OR-MAIL-DATE.
00523      MOVE ZEROS        TO OR-RESP-DATE.
00524      WRITE OUTREACH-REC.
00525      ADD +1 TO LIST-OUT-CNT.
00526  A070-EXIT. EXIT.
00527      SKIP1
00528  A080-PRINT.
00529      MOVE SPACES       TO D-MESSG.
00530      MOVE SL-PROP      TO D-PROP.
00531      MOVE SL-SALE-DATE TO D-SALE-DATE.
00532      MOVE SL-DOC-NO    TO D-DOC-NO.
00533      MOVE SL-GRANTEE   TO D-GRANTEE.
00534      MOVE MP-FORM-ID   TO D-FORM-ID.
00535      MOVE MP-ADDR      TO D-ADDR.
00536      IF PRIOR-HO-RECORD
00537          MOVE 'PRIOR OWNER YR' TO D-MESSG
00538          MOVE W-HO-YRAPPL TO D-YRAPPL
00539      ELSE
00540          MOVE 'NO RECORD' TO D-MESSG.
00541      IF LINE-CNT GREATER THAN +57
00542          PERFORM B100-HEADING THRU B100-EXIT.
00543      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00544      ADD +1 TO LINE-CNT.
00545  A080-EXIT. EXIT.
00546      SKIP1
00547 *    THE PROPERTY MASTER IS IN VOLUME AND PROPERTY ORDER, WHICH IS
00548 *    PROPERTY ORDER.  A PARCEL SOLD TWICE IN THE FILE IS LOOKED UP
00549 *    ONCE.
00550  A100-FIND-PARCEL.
00551      IF SALE-KEY EQUAL PM-LOADED-KEY
00552          GO TO A100-EXIT.
00553      MOVE SALE-KEY TO PM-LOADED-KEY.
00554      MOVE 'N' TO PARCEL-FOUND-SW RES-PARCEL-SW.
00555      PERFORM A040-READ-PM THRU A040-EXIT
00556          UNTIL PM-MATCH-KEY NOT LESS THAN SALE-KEY.
00557      PERFORM A110-TAKE-PARCEL THRU A110-EXIT
00558          UNTIL PM-MATCH-KEY NOT EQUAL SALE-KEY.
00559  A100-EXIT. EXIT.
00560      SKIP1
00561  A110-TAKE-PARCEL.
00562      IF PM-TXTYP NOT EQUAL '0'
00563          OR PARCEL-FOUND
00564          GO TO A110-NEXT.
00565      MOVE 'Y'       TO PARCEL-FOUND-SW.
00566      MOVE PM-VOL    TO W-VOL.
00567      MOVE PM-TXCD   TO W-TXCD.
00568      MOVE PM-CLASS  TO W-CLASS.
00569      MOVE PM-STRT   TO W-STRT.
00570      MOVE PM-HSENO  TO W-HSENO.
00571      IF PM-RES-CLS
00572          MOVE 'Y' TO RES-PARCEL-SW.
00573      MOVE SPACES TO W-MAIL-ADDR W-MAIL-CITY W-MAIL-STATE.
00574      MOVE ZEROS  TO W-MAIL-ZIP.
00575      IF SEGMENTS-PRESENT
00576          PERFORM A120-SCAN-SEGMENT THRU A120-EXIT
00577              VARYING SEG-SUB FROM +1 BY +1
00578              UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00579  A110-NEXT.
00580      PERFORM A040-READ-PM THRU A040-EXIT.
00581  A110-EXIT. EXIT.
00582      SKIP1
00583  A120-SCAN-SEGMENT.
00584      IF ADDR-TYPE-CODE (SEG-SUB)
00585       AND W-MAIL-ADDR EQUAL SPACES
00586          MOVE PM-ADDR (SEG-SUB) TO W-MAIL-ADDR
00587          GO TO A120-EXIT.
00588      IF CITY-TYPE-CODE (SEG-SUB)
00589       AND W-MAIL-CITY EQUAL SPACES
00590          MOVE PM-CITY (SEG-SUB)  TO W-MAIL-CITY
00591          MOVE PM-STATE (SEG-SUB) TO W-MAIL-STATE
00592          MOVE PM-ZIP (SEG-SUB)   TO W-MAIL-ZIP.
00593  A120-EXIT. EXIT.
00594      SKIP1
00595  B100-HEADING.
00596      ADD +1 TO PAGE-CNT.
00597      MOVE PAGE-CNT TO HD-PAGE.
00598      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00599      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00600      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00601      MOVE +6 TO LINE-CNT.
00602  B100-EXIT. EXIT.
