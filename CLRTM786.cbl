00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM786.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. TAX CODE BOUNDARY VERIFICATION.  PM-TXCD IS ASSIGNED BY
00007 *         HAND FROM THE TAX MAPS, AND A PARCEL CODED INTO THE
00008 *         WRONG TAX CODE PAYS THE WRONG DISTRICTS UNTIL SOMEONE
00009 *         NOTICES. THE COUNTY GIS OFFICE SENDS AN OVERLAY FILE
00010 *         (CLGISOVR1) WITH ONE RECORD FOR EACH TAXING DISTRICT
00011 *         POLYGON A PARCEL'S CENTROID FALLS IN.  THIS PROGRAM
00012 *         MATCHES THAT FILE BY VOLUME/PROPERTY AGAINST THE
00013 *         PROPERTY MASTER (PROPMSRD01, CURRENT TAX TYPE) AND THE
00014 *         EQUALIZED VALUATION FILE (EQVALRD01, TAX TYPE 0), ALL IN
00015 *         KEY SEQUENCE, TRANSLATES EACH GIS DISTRICT ID TO ITS
00016 *         AGENCY NUMBER THROUGH AR-GIS-DIST-ID ON THE AGENCY
00017 *         REFERENCE MASTER (CLAGYREFR1, MAINTAINED BY CLRTM765;
00018 *         AGENCIES IN EFFECT ON THE RUN DATE ONLY), AND COMPARES
00019 *         THE RESULT WITH THE TR-AGENCY LIST OF THE PARCEL'S TAX
00020 *         CODE ON THE TAX CODE FILE (TAXCODERD2).  AN AGENCY ON
00021 *         THE TAX CODE WHOSE POLYGON THE PARCEL IS OUTSIDE, AND A
00022 *         DISTRICT THE PARCEL IS INSIDE THAT ITS TAX CODE OMITS,
00023 *         ARE LISTED BY TOWNSHIP (FIRST TWO DIGITS OF THE TAX
00024 *         CODE) WITH THE PARCEL'S EQUALIZED VALUE AS THE EAV AT
00025 *         STAKE, AND TOTALLED BY TOWNSHIP AND FOR THE COUNTY.  A
00026 *         PARCEL ON A TAX CODE NOT ON FILE IS LISTED THE SAME WAY.
00027      SKIP1
00028 *         ONLY AGENCIES CARRYING A GIS DISTRICT ID CAN BE
00029 *         VERIFIED; THE OTHER AGENCIES OF A TAX CODE ARE COUNTED
00030 *         AND PASSED. A PARCEL WITH NO OVERLAY RECORD IS COUNTED
00031 *         AND PASSED. GIS DISTRICT IDS NOT ON THE AGENCY REFERENCE
00032 *         MASTER ARE LISTED AFTER THE EXCEPTIONS WITH THE NUMBER
00033 *         OF OVERLAY RECORDS CARRYING EACH, SO THE MASTER CAN BE
00034 *         COMPLETED. RETURN CODE 4 WHEN ANYTHING IS LISTED, 16
00035 *         WHEN A MASTER CANNOT BE OPENED, A TABLE OVERFLOWS OR THE
00036 *         TAX CODE FILE IS OUT OF SEQUENCE.
00037      SKIP2
00038  ENVIRONMENT DIVISION.
00039  CONFIGURATION SECTION.
00040  SOURCE-COMPUTER. IBM-370.
00041  OBJECT-COMPUTER. IBM-370.
00042      SKIP1
00043  INPUT-OUTPUT SECTION.
00044  FILE-CONTROL.
00045      SELECT GIS-FILE      ASSIGN TO UT-S-GISOVLY.
00046      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00047      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00048      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00049      SELECT AGYREF-FILE   ASSIGN TO DA-AGYREF
00050        ORGANIZATION IS INDEXED
00051        ACCESS IS SEQUENTIAL
00052        RECORD KEY IS AR-AGENCY
00053        FILE STATUS IS REF-STATUS.
00054      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00055      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00056      SKIP2
00057  DATA DIVISION.
00058  FILE SECTION.
00059      SKIP1
00060  FD  GIS-FILE
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 80 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD
00065      DATA RECORD IS GIS-REC.
00066  01  GIS-REC.
00067  COPY CLGISOVR1.
00068      SKIP2
00069  FD  PROP-MASTER
00070      BLOCK  CONTAINS 0 CHARACTERS
00071      RECORD CONTAINS 29 TO 1275 CHARACTERS
00072      RECORDING MODE IS S
00073      LABEL  RECORDS ARE STANDARD
00074      DATA RECORD IS PM-REC.
00075  01  PM-REC.
00076  COPY PROPMSRD01.
00077      SKIP2
00078  FD  EQUAL-VALUE
00079      BLOCK  CONTAINS 0 RECORDS
00080      RECORD CONTAINS 115 CHARACTERS
00081      RECORDING MODE IS F
00082      LABEL  RECORDS ARE STANDARD
00083      DATA RECORD IS EQ-REC.
00084  01  EQ-REC.
00085  COPY EQVALRD01.
00086      SKIP2
00087  FD  TAXCODE-FILE
00088      BLOCK  CONTAINS 0 RECORDS
00089      RECORD CONTAINS 207 CHARACTERS
00090      RECORDING MODE IS F
00091      LABEL  RECORDS ARE STANDARD
00092      DATA RECORD IS TAXCODE-FILE-REC.
00093  01  TAXCODE-FILE-REC.
00094  COPY TAXCODERD2.
00095      SKIP2
00096  FD  AGYREF-FILE
00097      RECORD CONTAINS 100 CHARACTERS
00098      LABEL RECORDS ARE STANDARD.
00099      SKIP1
00100  01  AGYREF-REC.
00101  COPY CLAGYREFR1.
00102      SKIP2
00103  SD  SORT-FILE
00104      RECORD CONTAINS 80 CHARACTERS
00105      DATA RECORD IS SORT-REC.
00106  01  SORT-REC.
00107      05  SR-TOWN             PIC 99.
00108      05  SR-VOL              PIC 9(3).
00109      05  SR-PROP             PIC 9(15).
00110      05  SR-KIND             PIC X.
00111          88  SR-NO-TAXCODE              VALUE '0'.
00112          88  SR-OUTSIDE                 VALUE '1'.
00113          88  SR-OMITTED                 VALUE '2'.
00114      05  SR-AGENCY           PIC 9(9).
00115      05  SR-TXCD             PIC 9(5).
00116      05  SR-DIST-ID          PIC X(10).
00117      05  SR-AX-SUB           PIC S9(4)  COMP.
00118      05  SR-EAV              PIC S9(11) COMP-3.
00119      05  FILLER              PIC X(27).
00120      SKIP2
00121  FD  PRINT-FILE
00122      BLOCK  CONTAINS 0 RECORDS
00123      RECORD CONTAINS 133 CHARACTERS
00124      RECORDING MODE IS F
00125      LABEL  RECORDS ARE STANDARD.
00126      SKIP1
00127  01  PRINT-REC               PIC X(133).
00128      SKIP2
00129  WORKING-STORAGE SECTION.
00130      SKIP1
00131  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00132  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00133      SKIP1
00134  77  GIS-EOF-SW                PIC X      VALUE 'N'.
00135      88  END-OF-GIS-FILE                  VALUE 'Y'.
00136  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00137      88  END-OF-PM-FILE                   VALUE 'Y'.
00138  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00139      88  END-OF-EQ-FILE                   VALUE 'Y'.
00140  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00141      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00142  77  AGYREF-EOF-SW             PIC X      VALUE 'N'.
00143      88  END-OF-AGYREF-FILE               VALUE 'Y'.
00144  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00145      88  END-OF-SORT-FILE                 VALUE 'Y'.
00146  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00147  77  FIRST-REC-SW              PIC X      VALUE 'Y'.
00148      88  FIRST-RECORD                     VALUE 'Y'.
00149  77  FOUND-SW                  PIC X      VALUE 'N'.
00150      88  ENTRY-FOUND                      VALUE 'Y'.
00151  77  SHIFT-SW                  PIC X      VALUE 'N'.
00152      88  SHIFT-DONE                       VALUE 'Y'.
00153  77  PCL-EXC-SW                PIC X      VALUE 'N'.
00154      88  PARCEL-HAS-EXCEPTION             VALUE 'Y'.
00155      SKIP1
00156  77  REF-STATUS                PIC XX     VALUE '00'.
00157      SKIP1
00158  77  AGYREF-IN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00159  77  GIS-ID-CNT        COMP-3  PIC S9(7)  VALUE +0.
00160  77  DUP-GIS-ID-CNT    COMP-3  PIC S9(7)  VALUE +0.
00161  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00162  77  GIS-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00163  77  GIS-NOPCL-CNT     COMP-3  PIC S9(9)  VALUE +0.
00164  77  GIS-UNMAP-CNT     COMP-3  PIC S9(9)  VALUE +0.
00165  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00166  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00167  77  PCL-CNT           COMP-3  PIC S9(9)  VALUE +0.
00168  77  NO-GIS-CNT        COMP-3  PIC S9(9)  VALUE +0.
00169  77  NO-EQ-CNT         COMP-3  PIC S9(9)  VALUE +0.
00170  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00171  77  VERIFIED-CNT      COMP-3  PIC S9(9)  VALUE +0.
00172  77  BYPASS-CNT        COMP-3  PIC S9(9)  VALUE +0.
00173  77  OUTSIDE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00174  77  OMITTED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00175  77  EXC-PCL-CNT       COMP-3  PIC S9(7)  VALUE +0.
00176  77  SORT-REL-CNT      COMP-3  PIC S9(7)  VALUE +0.
00177      SKIP1
00178  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00179  77  W-PREV-TXCD               PIC 9(5)   VALUE ZEROS.
00180  77  W-LAST-TXCD               PIC 9(5)   VALUE 99999.
00181  77  W-LAST-FND        COMP-3  PIC S9(5)  VALUE +0.
00182  77  W-PCL-GIS-CNT     COMP-3  PIC S9(3)  VALUE +0.
00183  77  W-EAV             COMP-3  PIC S9(11) VALUE +0.
00184  77  W-AX-SUB                  PIC S9(4)  COMP VALUE +0.
0184A  77  W-SEARCH-DIST-ID          PIC X(10)  VALUE SPACES.
00185  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00186  77  SUB               COMP-3  PIC S9(5)  VALUE +0.
00187      SKIP1
00188  01  UNPK-TXCD           PIC 9(5).
00189  01  FILLER REDEFINES UNPK-TXCD.
00190      05  W-TOWN          PIC 99.
00191      05  FILLER          PIC 9(3).
00192      SKIP1
00193 *    EACH FILE'S KEY; HIGH-VALUES AT END OF FILE.
00194  01  GIS-KEY.
00195      05  GK-VOL              PIC 9(3).
00196      05  GK-PROP             PIC 9(15).
00197  01  PM-KEY-W.
00198      05  PK-VOL              PIC 9(3).
00199      05  PK-PROP             PIC 9(15).
00200  01  EQ-KEY.
00201      05  EK-VOL              PIC 9(3).
00202      05  EK-PROP             PIC 9(15).
00203      SKIP1
00204 *    THE TAX CODE FILE, IN TAX CODE SEQUENCE.
00205  77  TC-CNT            PIC S9(4)  COMP   VALUE +0.
00206  01  TAXCODE-TABLE.
00207      05  TC-ENTRY OCCURS 1 TO 3000 TIMES
00208                   DEPENDING ON TC-CNT
00209                   ASCENDING KEY IS TC-CODE
00210                   INDEXED BY TC-IX.
00211          10  TC-CODE         PIC 9(5)  COMP-3.
00212          10  TC-AGENCY OCCURS 40 TIMES
00213                              PIC 9(9)  COMP-3.
00214      SKIP1
00215 *    EVERY AGENCY ON THE AGENCY REFERENCE MASTER, IN AGENCY
00216 *    NUMBER SEQUENCE, WITH ITS GIS DISTRICT ID WHEN IT IS IN
00217 *    EFFECT ON THE RUN DATE AND HAS ONE (SPACES OTHERWISE).
00218  77  AX-CNT            PIC S9(4)  COMP   VALUE +0.
00219  01  AGENCY-TABLE.
00220      05  AX-ENTRY OCCURS 1 TO 3000 TIMES
00221                   DEPENDING ON AX-CNT
00222                   ASCENDING KEY IS AX-AGENCY
00223                   INDEXED BY AX-IX.
00224          10  AX-AGENCY       PIC 9(9)  COMP-3.
00225          10  AX-DIST-ID      PIC X(10).
00226          10  AX-NAME         PIC X(40).
00227      SKIP1
00228 *    THE SAME GIS DISTRICT IDS IN ID SEQUENCE, EACH POINTING BACK
00229 *    TO ITS AGENCY IN AGENCY-TABLE.  BUILT BY INSERTION.
00230  77  GX-CNT            PIC S9(4)  COMP   VALUE +0.
00231  77  GX-SUB            PIC S9(4)  COMP   VALUE +0.
00232  01  GIS-ID-TABLE.
00233      05  GX-ENTRY OCCURS 1 TO 2000 TIMES
00234                   DEPENDING ON GX-CNT
00235                   ASCENDING KEY IS GX-DIST-ID
00236                   INDEXED BY GX-IX.
00237          10  GX-DIST-ID      PIC X(10).
00238          10  GX-AX-SUB       PIC S9(4)  COMP.
00239      SKIP1
00240 *    THE AGENCIES OF THE PARCEL'S TAX CODE, WITH THE AGENCY-TABLE
00241 *    ENTRY OF EACH (ZERO WHEN NOT ON THE MASTER).  REBUILT ONLY
00242 *    WHEN THE TAX CODE CHANGES.
00243  01  CODE-AGENCY-TABLE.
00244      05  CA-ENTRY OCCURS 40 TIMES.
00245          10  CA-AGENCY       PIC 9(9)   COMP-3.
00246          10  CA-AX-SUB       PIC S9(4)  COMP.
00247      SKIP1
00248 *    THE AGENCIES WHOSE POLYGONS THE PARCEL'S CENTROID FALLS IN.
00249  77  PD-CNT            COMP-3  PIC S9(3)  VALUE +0.
00250  77  PD-SUB            COMP-3  PIC S9(3)  VALUE +0.
00251  01  PARCEL-DIST-TABLE.
00252      05  PD-ENTRY OCCURS 60 TIMES.
00253          10  PD-AX-SUB       PIC S9(4)  COMP.
00254          10  PD-MATCHED-SW   PIC X.
00255      SKIP1
00256 *    GIS DISTRICT IDS NOT FOUND ON THE AGENCY REFERENCE MASTER.
00257  77  UM-CNT            COMP-3  PIC S9(3)  VALUE +0.
00258  77  UM-SUB            COMP-3  PIC S9(3)  VALUE +0.
00259  77  UM-FND            COMP-3  PIC S9(3)  VALUE +0.
00260  01  UNMAPPED-TABLE.
00261      05  UM-ENTRY OCCURS 200 TIMES.
00262          10  UM-DIST-ID      PIC X(10).
00263          10  UM-DIST-NAME    PIC X(30).
00264          10  UM-RECS         PIC S9(9)  COMP-3.
00265      SKIP1
00266 *    TOWNSHIP AND COUNTY TOTALS OF THE EXCEPTION LISTING.
00267  01  HOLD-TOWN               PIC 99     VALUE ZERO.
00268  01  HOLD-PARCEL.
00269      05  HOLD-VOL            PIC 9(3)   VALUE ZERO.
00270      05  HOLD-PROP           PIC 9(15)  VALUE ZERO.
00271  77  TWN-PCL-CNT       COMP-3  PIC S9(7)  VALUE +0.
00272  77  TWN-EXC-CNT       COMP-3  PIC S9(7)  VALUE +0.
00273  77  TWN-EAV           COMP-3  PIC S9(13) VALUE +0.
00274  77  TOT-TWN-CNT       COMP-3  PIC S9(5)  VALUE +0.
00275  77  TOT-PCL-CNT       COMP-3  PIC S9(7)  VALUE +0.
00276  77  TOT-EXC-CNT       COMP-3  PIC S9(7)  VALUE +0.
00277  77  TOT-EAV           COMP-3  PIC S9(13) VALUE +0.
00278      SKIP1
00279  01  ACPT-DATE                  PIC 9(6).
00280  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00281      05  ACPT-YR                PIC 99.
00282      05  ACPT-MO                PIC 99.
00283      05  ACPT-DA                PIC 99.
00284  01  DSP-DATE.
00285      05  DSP-MO                 PIC 99.
00286      05  FILLER                 PIC X      VALUE '/'.
00287      05  DSP-DA                 PIC 99.
00288      05  FILLER                 PIC X      VALUE '/'.
00289      05  DSP-YR                 PIC 99.
00290      SKIP1
00291  01  HEAD-A.
00292      05  FILLER          PIC X(3)   VALUE SPACES.
00293      05  HD-DATE         PIC X(8).
00294      05  FILLER          PIC X(42)  VALUE SPACES.
00295      05  FILLER     PIC X(26) VALUE
00296          'OFFICE OF THE COUNTY CLERK'.
00297      05  FILLER          PIC X(42)  VALUE SPACES.
00298      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00299      05  HD-PAGE         PIC ZZ,ZZ9.
00300      SKIP1
00301  01  HEAD-B.
00302      05  FILLER          PIC X(3)   VALUE SPACES.
00303      05  FILLER          PIC X(8)   VALUE 'CLRTM786'.
00304      05  FILLER          PIC X(18)  VALUE SPACES.
00305      05  FILLER          PIC X(46)  VALUE
00306          'TAX CODE BOUNDARY VERIFICATION AGAINST GIS -- '.
00307      05  HD-SECTION      PIC X(40).
00308      SKIP1
00309  01  HEAD-C              PIC X(133).
00310  01  HEAD-C-EXC.
00311      05  FILLER          PIC X(3)   VALUE SPACES.
00312      05  FILLER          PIC X(5)   VALUE 'TWP'.
00313      05  FILLER          PIC X(5)   VALUE 'VOL'.
00314      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00315      05  FILLER          PIC X(7)   VALUE 'TXCD'.
00316      05  FILLER          PIC X(30)  VALUE 'CONDITION'.
00317      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00318      05  FILLER          PIC X(30)  VALUE 'AGENCY NAME'.
00319      05  FILLER          PIC X(12)  VALUE 'GIS DIST'.
00320      05  FILLER          PIC X(13)  VALUE ' EAV AT STAKE'.
00321  01  HEAD-C-UM.
00322      05  FILLER          PIC X(3)   VALUE SPACES.
00323      05  FILLER          PIC X(12)  VALUE 'GIS DIST'.
00324      05  FILLER          PIC X(32)  VALUE 'GIS DISTRICT NAME'.
00325      05  FILLER          PIC X(16)  VALUE 'OVERLAY RECORDS'.
00326      SKIP1
00327  01  DETAIL-LINE.
00328      05  FILLER          PIC X(3)   VALUE SPACES.
00329      05  D-TOWN          PIC 99.
00330      05  FILLER          PIC X(3)   VALUE SPACES.
00331      05  D-VOL           PIC 9(3).
00332      05  FILLER          PIC X(2)   VALUE SPACES.
00333      05  D-PROP          PIC 9(15).
00334      05  FILLER          PIC X(2)   VALUE SPACES.
00335      05  D-TXCD          PIC 9(5).
00336      05  FILLER          PIC X(2)   VALUE SPACES.
00337      05  D-COND          PIC X(28).
00338      05  FILLER          PIC X(2)   VALUE SPACES.
00339      05  D-AGENCY        PIC Z(9).
00340      05  FILLER          PIC X(2)   VALUE SPACES.
00341      05  D-AGY-NAME      PIC X(28).
00342      05  FILLER          PIC X(2)   VALUE SPACES.
00343      05  D-DIST-ID       PIC X(10).
00344      05  FILLER          PIC X      VALUE SPACES.
00345      05  D-EAV           PIC Z,ZZZ,ZZZ,ZZ9.
00346      05  D-EAV-X REDEFINES D-EAV
00347                          PIC X(13).
00348      SKIP1
00349  01  UM-LINE.
00350      05  FILLER          PIC X(3)   VALUE SPACES.
00351      05  U-DIST-ID       PIC X(10).
00352      05  FILLER          PIC X(2)   VALUE SPACES.
00353      05  U-DIST-NAME     PIC X(30).
00354      05  FILLER          PIC X(2)   VALUE SPACES.
00355      05  U-RECS          PIC ZZZ,ZZZ,ZZ9.
00356      SKIP1
00357  01  TOTAL-LINE.
00358      05  FILLER          PIC X(3)   VALUE SPACES.
00359      05  T-LABEL         PIC X(20).
00360      05  FILLER          PIC X(10)  VALUE 'PARCELS'.
00361      05  T-PARCELS       PIC ZZZ,ZZ9.
00362      05  FILLER          PIC X(4)   VALUE SPACES.
00363      05  FILLER          PIC X(12)  VALUE 'EXCEPTIONS'.
00364      05  T-EXCEPTIONS    PIC ZZZ,ZZ9.
00365      05  FILLER          PIC X(4)   VALUE SPACES.
00366      05  FILLER          PIC X(14)  VALUE 'EAV AT STAKE'.
00367      05  T-EAV           PIC ZZZ,ZZZ,ZZZ,ZZ9.
00368      EJECT
00369  PROCEDURE DIVISION.
00370      SKIP1
00371  A010-HOUSEKEEPING.
00372      OPEN OUTPUT PRINT-FILE.
00373      ACCEPT ACPT-DATE FROM DATE.
00374      MOVE ACPT-MO TO DSP-MO.
00375      MOVE ACPT-DA TO DSP-DA.
00376      MOVE ACPT-YR TO DSP-YR.
00377      MOVE DSP-DATE TO HD-DATE.
00378      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00379      PERFORM A020-LOAD-AGYREF THRU A020-EXIT.
00380      IF RETURN-CODE GREATER THAN ZERO
00381          GO TO A010-FINISH.
00382      OPEN INPUT TAXCODE-FILE.
00383      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00384          UNTIL END-OF-TXCD-FILE.
00385      CLOSE TAXCODE-FILE.
00386      IF RETURN-CODE GREATER THAN ZERO
00387          GO TO A010-FINISH.
00388      MOVE 'PARCEL EXCEPTIONS BY TOWNSHIP' TO HD-SECTION.
00389      MOVE HEAD-C-EXC TO HEAD-C.
00390      SORT SORT-FILE
00391          ON ASCENDING KEY SR-TOWN SR-VOL SR-PROP SR-KIND
00392                           SR-AGENCY
00393          INPUT PROCEDURE IS B000-MATCH-PARCELS
00394              THRU B999-EXIT
00395          OUTPUT PROCEDURE IS C000-REPORT
00396              THRU C999-EXIT.
00397      IF SORT-RETURN NOT EQUAL ZERO
00398          DISPLAY 'CLRTM786 -- SORT FAILED, SORT-RETURN = '
00399              SORT-RETURN
00400          MOVE 16 TO RETURN-CODE
00401          GO TO A010-FINISH.
00402      PERFORM D010-UNMAPPED THRU D010-EXIT.
00403      IF SORT-REL-CNT GREATER THAN +0
00404          OR UM-CNT GREATER THAN +0
00405          MOVE 4 TO RETURN-CODE.
00406  A010-FINISH.
00407      DISPLAY 'TOTAL AGENCY REFERENCE RECORDS READ..: '
00408          AGYREF-IN-CNT.
00409      DISPLAY 'TOTAL GIS DISTRICT IDS LOADED........: '
00410          GIS-ID-CNT.
00411      DISPLAY 'TOTAL DUPLICATE GIS DISTRICT IDS.....: '
00412          DUP-GIS-ID-CNT.
00413      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00414          TXCD-IN-CNT.
00415      DISPLAY 'TOTAL GIS OVERLAY RECORDS READ.......: '
00416          GIS-IN-CNT.
00417      DISPLAY 'TOTAL OVERLAY RECS, PARCEL NOT ON PM.: '
00418          GIS-NOPCL-CNT.
00419      DISPLAY 'TOTAL OVERLAY RECS, ID NOT ON MASTER.: '
00420          GIS-UNMAP-CNT.
00421      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00422          PM-IN-CNT.
00423      DISPLAY 'TOTAL TAX TYPE 0 EQ RECORDS READ.....: '
00424          EQ-IN-CNT.
00425      DISPLAY 'TOTAL PARCELS CHECKED................: '
00426          PCL-CNT.
00427      DISPLAY 'TOTAL PARCELS WITH NO OVERLAY RECORD.: '
00428          NO-GIS-CNT.
00429      DISPLAY 'TOTAL PARCELS NOT ON EQ FILE.........: '
00430          NO-EQ-CNT.
00431      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00432          BAD-CODE-CNT.
00433      DISPLAY 'TOTAL AGENCY CHECKS VERIFIED.........: '
00434          VERIFIED-CNT.
00435      DISPLAY 'TOTAL AGENCY CHECKS, NO GIS DISTRICT.: '
00436          BYPASS-CNT.
00437      DISPLAY 'TOTAL IN CODE, OUTSIDE DISTRICT......: '
00438          OUTSIDE-CNT.
00439      DISPLAY 'TOTAL INSIDE DISTRICT, NOT IN CODE...: '
00440          OMITTED-CNT.
00441      DISPLAY 'TOTAL PARCELS WITH EXCEPTIONS........: '
00442          EXC-PCL-CNT.
00443      DISPLAY 'TOTAL UNMAPPED GIS DISTRICT IDS......: '
00444          UM-CNT.
00445      CLOSE PRINT-FILE.
00446      STOP RUN.
00447      SKIP1
00448 *    THE TAX CODE TABLE IS SEARCHED BY CODE, SO THE FILE MUST BE
00449 *    IN TAX CODE SEQUENCE.
00450  A015-LOAD-TAXCODES.
00451      READ TAXCODE-FILE AT END
00452          MOVE 'Y' TO TXCD-EOF-SW
00453          GO TO A015-EXIT.
00454      IF TC-CNT GREATER THAN ZERO
00455          AND TR-TAX-CODE NOT GREATER THAN W-PREV-TXCD
00456          DISPLAY 'CLRTM786 -- TAX CODE FILE OUT OF SEQUENCE AT '
00457              TR-TAX-CODE
00458          MOVE 16 TO RETURN-CODE
00459          MOVE 'Y' TO TXCD-EOF-SW
00460          GO TO A015-EXIT.
00461      IF TC-CNT NOT LESS THAN +3000
00462          DISPLAY 'CLRTM786 -- TAX CODE TABLE FULL -- CODE '
00463              TR-TAX-CODE ' NOT LOADED'
00464          MOVE 16 TO RETURN-CODE
00465          MOVE 'Y' TO TXCD-EOF-SW
00466          GO TO A015-EXIT.
00467      ADD +1 TO TC-CNT TXCD-IN-CNT.
00468      MOVE TR-TAX-CODE TO TC-CODE (TC-CNT) W-PREV-TXCD.
00469      PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00470          VARYING SUB-AGY FROM +1 BY +1
00471          UNTIL SUB-AGY GREATER THAN +40.
00472  A015-EXIT. EXIT.
00473      SKIP1
00474  A017-MOVE-AGENCY.
00475      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CNT, SUB-AGY).
00476  A017-EXIT. EXIT.
00477      SKIP1
00478  A020-LOAD-AGYREF.
00479      OPEN INPUT AGYREF-FILE.
00480      IF REF-STATUS NOT EQUAL '00'
00481          DISPLAY 'CLRTM786 -- AGENCY REFERENCE MASTER OPEN '
00482              'FAILED, STATUS ' REF-STATUS
00483          MOVE 16 TO RETURN-CODE
00484          GO TO A020-EXIT.
00485      PERFORM A022-READ-AGYREF THRU A022-EXIT.
00486      PERFORM A024-LOAD-AGENCY THRU A024-EXIT
00487          UNTIL END-OF-AGYREF-FILE.
00488      CLOSE AGYREF-FILE.
00489  A020-EXIT. EXIT.
00490      SKIP1
00491  A022-READ-AGYREF.
00492      READ AGYREF-FILE AT END
00493          MOVE 'Y' TO AGYREF-EOF-SW.
00494      IF NOT END-OF-AGYREF-FILE
00495          ADD +1 TO AGYREF-IN-CNT.
00496  A022-EXIT. EXIT.
00497      SKIP1
00498 *    AN AGENCY NOT YET IN EFFECT OR ALREADY ENDED KEEPS ITS NAME
00499 *    BUT NOT ITS GIS DISTRICT, SO IT IS NEITHER VERIFIED NOR
00500 *    EXPECTED.  A GIS DISTRICT ID ALREADY TAKEN BY A LOWER AGENCY
00501 *    NUMBER IS REPORTED AND IGNORED.
00502  A024-LOAD-AGENCY.
00503      IF AX-CNT NOT LESS THAN +3000
00504          DISPLAY 'CLRTM786 -- AGENCY TABLE FULL -- AGENCY '
00505              AR-AGENCY ' NOT LOADED'
00506          MOVE 16 TO RETURN-CODE
00507          MOVE 'Y' TO AGYREF-EOF-SW
00508          GO TO A024-EXIT.
00509      ADD +1 TO AX-CNT.
00510      MOVE AR-AGENCY TO AX-AGENCY (AX-CNT).
00511      MOVE AR-NAME   TO AX-NAME (AX-CNT).
00512      MOVE SPACES    TO AX-DIST-ID (AX-CNT).
00513      IF AR-GIS-DIST-ID EQUAL SPACES
00514          OR AR-EFF-DATE GREATER THAN W-RUN-DATE
00515          OR (AR-END-DATE GREATER THAN ZERO
00516              AND AR-END-DATE LESS THAN W-RUN-DATE)
00517          GO TO A024-NEXT.
0517A      MOVE AR-GIS-DIST-ID TO W-SEARCH-DIST-ID.
00518      PERFORM A026-FIND-GIS-ID THRU A026-EXIT.
00519      IF ENTRY-FOUND
00520          ADD +1 TO DUP-GIS-ID-CNT
00521          SET W-AX-SUB TO GX-IX
00522          MOVE GX-AX-SUB (W-AX-SUB) TO W-AX-SUB
00523          DISPLAY 'CLRTM786 -- GIS DISTRICT ' AR-GIS-DIST-ID
00524              ' OF AGENCY ' AR-AGENCY ' ALREADY USED BY AGENCY '
00525              AX-AGENCY (W-AX-SUB) ' -- IGNORED'
00526          GO TO A024-NEXT.
00527      IF GX-CNT NOT LESS THAN +2000
00528          DISPLAY 'CLRTM786 -- GIS DISTRICT TABLE FULL -- AGENCY '
00529              AR-AGENCY ' NOT LOADED'
00530          MOVE 16 TO RETURN-CODE
00531          MOVE 'Y' TO AGYREF-EOF-SW
00532          GO TO A024-EXIT.
00533      MOVE AR-GIS-DIST-ID TO AX-DIST-ID (AX-CNT).
00534      MOVE GX-CNT TO GX-SUB.
00535      ADD +1 TO GX-CNT GIS-ID-CNT.
00536      MOVE 'N' TO SHIFT-SW.
00537      PERFORM A028-SHIFT-GIS-ID THRU A028-EXIT
00538          UNTIL GX-SUB LESS THAN +1
00539             OR SHIFT-DONE.
00540      MOVE AR-GIS-DIST-ID TO GX-DIST-ID (GX-SUB + 1).
00541      MOVE AX-CNT         TO GX-AX-SUB (GX-SUB + 1).
00542  A024-NEXT.
00543      PERFORM A022-READ-AGYREF THRU A022-EXIT.
00544  A024-EXIT. EXIT.
00545      SKIP1
00546  A026-FIND-GIS-ID.
00547      MOVE 'N' TO FOUND-SW.
00548      IF GX-CNT EQUAL ZERO
00549          GO TO A026-EXIT.
00550      SEARCH ALL GX-ENTRY
00551          WHEN GX-DIST-ID (GX-IX) EQUAL W-SEARCH-DIST-ID
00552              MOVE 'Y' TO FOUND-SW.
00553  A026-EXIT. EXIT.
00554      SKIP1
00555 *    ENTRIES ABOVE THE NEW ID MOVE UP ONE TO OPEN ITS SLOT.
00556  A028-SHIFT-GIS-ID.
00557      IF GX-DIST-ID (GX-SUB) LESS THAN W-SEARCH-DIST-ID
00558          MOVE 'Y' TO SHIFT-SW
00559          GO TO A028-EXIT.
00560      MOVE GX-ENTRY (GX-SUB) TO GX-ENTRY (GX-SUB + 1).
00561      SUBTRACT 1 FROM GX-SUB.
00562  A028-EXIT. EXIT.
00563      SKIP2
00564  B000-MATCH-PARCELS.
00565      OPEN INPUT GIS-FILE, PROP-MASTER, EQUAL-VALUE.
00566      PERFORM B030-READ-PM THRU B030-EXIT.
00567      PERFORM B032-READ-GIS THRU B032-EXIT.
00568      PERFORM B034-READ-EQ THRU B034-EXIT.
00569      PERFORM B020-PARCEL THRU B020-EXIT
00570          UNTIL END-OF-PM-FILE.
00571      PERFORM B040-SKIP-GIS THRU B040-EXIT
00572          UNTIL END-OF-GIS-FILE.
00573      CLOSE GIS-FILE, PROP-MASTER, EQUAL-VALUE.
00574      GO TO B999-EXIT.
00575      SKIP1
00576 *    THE OVERLAY RECORDS OF THE PARCEL ARE GATHERED AND ITS EAV
00577 *    PICKED UP; THE PARCEL'S TAX CODE AGENCIES ARE THEN CHECKED
00578 *    AGAINST THE DISTRICTS IT FALLS IN, AND EVERY DISTRICT IT
00579 *    FALLS IN THAT ITS TAX CODE DID NOT CLAIM IS LISTED.
00580  B020-PARCEL.
00581      ADD +1 TO PCL-CNT.
00582      MOVE ZERO TO PD-CNT W-PCL-GIS-CNT.
00583      MOVE 'N'  TO PCL-EXC-SW.
00584      PERFORM B040-SKIP-GIS THRU B040-EXIT
00585          UNTIL GIS-KEY NOT LESS THAN PM-KEY-W.
00586      PERFORM B045-TAKE-GIS THRU B045-EXIT
00587          UNTIL GIS-KEY NOT EQUAL PM-KEY-W.
00588      PERFORM B036-SKIP-EQ THRU B036-EXIT
00589          UNTIL EQ-KEY NOT LESS THAN PM-KEY-W.
00590      IF EQ-KEY EQUAL PM-KEY-W
00591          MOVE EQ-EQ-VAL TO W-EAV
00592      ELSE
00593          MOVE ZERO TO W-EAV
00594          ADD +1 TO NO-EQ-CNT.
00595      IF W-PCL-GIS-CNT EQUAL ZERO
00596          ADD +1 TO NO-GIS-CNT
00597          GO TO B020-NEXT.
00598      PERFORM B050-SET-CODE THRU B050-EXIT.
00599      IF W-LAST-FND EQUAL ZERO
00600          ADD +1 TO BAD-CODE-CNT
00601          MOVE '0'    TO SR-KIND
00602          MOVE ZERO   TO SR-AGENCY SR-AX-SUB
00603          MOVE SPACES TO SR-DIST-ID
00604          PERFORM B070-RELEASE THRU B070-EXIT
00605          GO TO B020-NEXT.
00606      PERFORM B060-CHECK-CODE-AGENCY THRU B060-EXIT
00607          VARYING SUB-AGY FROM +1 BY +1
00608          UNTIL SUB-AGY GREATER THAN +40.
00609      PERFORM B065-CHECK-PARCEL-DIST THRU B065-EXIT
00610          VARYING PD-SUB FROM +1 BY +1
00611          UNTIL PD-SUB GREATER THAN PD-CNT.
00612  B020-NEXT.
00613      IF PARCEL-HAS-EXCEPTION
00614          ADD +1 TO EXC-PCL-CNT.
00615      PERFORM B030-READ-PM THRU B030-EXIT.
00616  B020-EXIT. EXIT.
00617      SKIP1
00618  B030-READ-PM.
00619      READ PROP-MASTER AT END
00620          MOVE 'Y' TO PM-EOF-SW
00621          MOVE HIGH-VALUES TO PM-KEY-W
00622          GO TO B030-EXIT.
00623      IF NOT CURRENT-TAX-TYPE IN PM-REC
00624          GO TO B030-READ-PM.
00625      ADD +1 TO PM-IN-CNT.
00626      MOVE PM-VOL  TO PK-VOL.
00627      MOVE PM-PROP TO PK-PROP.
00628  B030-EXIT. EXIT.
00629      SKIP1
00630  B032-READ-GIS.
00631      READ GIS-FILE AT END
00632          MOVE 'Y' TO GIS-EOF-SW
00633          MOVE HIGH-VALUES TO GIS-KEY
00634          GO TO B032-EXIT.
00635      ADD +1 TO GIS-IN-CNT.
00636      MOVE GV-VOL  TO GK-VOL.
00637      MOVE GV-PROP TO GK-PROP.
00638  B032-EXIT. EXIT.
00639      SKIP1
00640  B034-READ-EQ.
00641      READ EQUAL-VALUE AT END
00642          MOVE 'Y' TO EQ-EOF-SW
00643          MOVE HIGH-VALUES TO EQ-KEY
00644          GO TO B034-EXIT.
00645      IF FIRST-EQ-REC-SW EQUAL 'Y'
00646          MOVE 'N' TO FIRST-EQ-REC-SW
00647          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00648              DISPLAY 'CLRTM786 - VINTAGE HDR BYPASSED'
00649              GO TO B034-READ-EQ.
00650      IF NOT EQ-CUR-TXTYP
00651          GO TO B034-READ-EQ.
00652      ADD +1 TO EQ-IN-CNT.
00653      MOVE EQ-VOL  TO EK-VOL.
00654      MOVE EQ-PROP TO EK-PROP.
00655  B034-EXIT. EXIT.
00656      SKIP1
00657  B036-SKIP-EQ.
00658      PERFORM B034-READ-EQ THRU B034-EXIT.
00659  B036-EXIT. EXIT.
00660      SKIP1
00661  B040-SKIP-GIS.
00662      ADD +1 TO GIS-NOPCL-CNT.
00663      PERFORM B032-READ-GIS THRU B032-EXIT.
00664  B040-EXIT. EXIT.
00665      SKIP1
00666 *    A DISTRICT ID NOT ON THE MASTER IS TALLIED FOR THE UNMAPPED
00667 *    LISTING; TWO IDS OF THE SAME AGENCY ARE TAKEN ONCE.
00668  B045-TAKE-GIS.
00669      ADD +1 TO W-PCL-GIS-CNT.
00670      MOVE GV-DIST-ID TO W-SEARCH-DIST-ID.
00671      PERFORM A026-FIND-GIS-ID THRU A026-EXIT.
00672      IF NOT ENTRY-FOUND
00673          ADD +1 TO GIS-UNMAP-CNT
00674          PERFORM B048-TALLY-UNMAPPED THRU B048-EXIT
00675          GO TO B045-NEXT.
00676      SET GX-SUB TO GX-IX.
00677      MOVE 'N' TO FOUND-SW.
00678      PERFORM B046-SCAN-PARCEL-DIST THRU B046-EXIT
00679          VARYING PD-SUB FROM +1 BY +1
00680          UNTIL PD-SUB GREATER THAN PD-CNT
00681             OR ENTRY-FOUND.
00682      IF ENTRY-FOUND
00683          GO TO B045-NEXT.
00684      IF PD-CNT NOT LESS THAN +60
00685          DISPLAY 'CLRTM786 -- MORE THAN 60 DISTRICTS FOR PARCEL '
00686              GV-VOL '-' GV-PROP ' -- ' GV-DIST-ID ' NOT TAKEN'
00687          GO TO B045-NEXT.
00688      ADD +1 TO PD-CNT.
00689      MOVE GX-AX-SUB (GX-SUB) TO PD-AX-SUB (PD-CNT).
00690      MOVE 'N' TO PD-MATCHED-SW (PD-CNT).
00691  B045-NEXT.
00692      PERFORM B032-READ-GIS THRU B032-EXIT.
00693  B045-EXIT. EXIT.
00694      SKIP1
00695  B046-SCAN-PARCEL-DIST.
00696      IF PD-AX-SUB (PD-SUB) EQUAL GX-AX-SUB (GX-SUB)
00697          MOVE 'Y' TO FOUND-SW.
00698  B046-EXIT. EXIT.
00699      SKIP1
00700  B048-TALLY-UNMAPPED.
00701      MOVE ZERO TO UM-FND.
00702      PERFORM B049-SCAN-UNMAPPED THRU B049-EXIT
00703          VARYING UM-SUB FROM +1 BY +1
00704          UNTIL UM-SUB GREATER THAN UM-CNT
00705             OR UM-FND GREATER THAN ZERO.
00706      IF UM-FND GREATER THAN ZERO
00707          ADD +1 TO UM-RECS (UM-FND)
00708          GO TO B048-EXIT.
00709      IF UM-CNT NOT LESS THAN +200
00710          GO TO B048-EXIT.
00711      ADD +1 TO UM-CNT.
00712      MOVE GV-DIST-ID   TO UM-DIST-ID (UM-CNT).
00713      MOVE GV-DIST-NAME TO UM-DIST-NAME (UM-CNT).
00714      MOVE +1           TO UM-RECS (UM-CNT).
00715  B048-EXIT. EXIT.
00716      SKIP1
00717  B049-SCAN-UNMAPPED.
00718      IF UM-DIST-ID (UM-SUB) EQUAL GV-DIST-ID
00719          MOVE UM-SUB TO UM-FND.
00720  B049-EXIT. EXIT.
00721      SKIP1
00722 *    THE TAX CODE AND ITS AGENCIES ARE LOOKED UP ONLY WHEN THE
00723 *    CODE CHANGES FROM THE LAST PARCEL'S.
00724  B050-SET-CODE.
00725      IF PM-TXCD EQUAL W-LAST-TXCD
00726          GO TO B050-EXIT.
00727      MOVE PM-TXCD TO W-LAST-TXCD.
00728      MOVE ZERO TO W-LAST-FND.
00729      SEARCH ALL TC-ENTRY
00730          WHEN TC-CODE (TC-IX) EQUAL W-LAST-TXCD
00731              SET W-LAST-FND TO TC-IX.
00732      IF W-LAST-FND EQUAL ZERO
00733          GO TO B050-EXIT.
00734      PERFORM B055-SET-CODE-AGENCY THRU B055-EXIT
00735          VARYING SUB-AGY FROM +1 BY +1
00736          UNTIL SUB-AGY GREATER THAN +40.
00737  B050-EXIT. EXIT.
00738      SKIP1
00739  B055-SET-CODE-AGENCY.
00740      MOVE TC-AGENCY (W-LAST-FND, SUB-AGY) TO CA-AGENCY (SUB-AGY).
00741      MOVE ZERO TO CA-AX-SUB (SUB-AGY).
00742      IF CA-AGENCY (SUB-AGY) EQUAL ZERO
00743          GO TO B055-EXIT.
00744      SEARCH ALL AX-ENTRY
00745          WHEN AX-AGENCY (AX-IX) EQUAL CA-AGENCY (SUB-AGY)
00746              SET CA-AX-SUB (SUB-AGY) TO AX-IX.
00747  B055-EXIT. EXIT.
00748      SKIP1
00749 *    AN AGENCY WITH NO GIS DISTRICT CANNOT BE VERIFIED.  ONE THAT
00750 *    HAS A DISTRICT THE PARCEL IS NOT IN IS LISTED AS OUTSIDE.
00751  B060-CHECK-CODE-AGENCY.
00752      IF CA-AGENCY (SUB-AGY) EQUAL ZERO
00753          GO TO B060-EXIT.
00754      MOVE CA-AX-SUB (SUB-AGY) TO W-AX-SUB.
00755      IF W-AX-SUB EQUAL ZERO
00756          ADD +1 TO BYPASS-CNT
00757          GO TO B060-EXIT.
00758      IF AX-DIST-ID (W-AX-SUB) EQUAL SPACES
00759          ADD +1 TO BYPASS-CNT
00760          GO TO B060-EXIT.
00761      ADD +1 TO VERIFIED-CNT.
00762      MOVE 'N' TO FOUND-SW.
00763      PERFORM B062-MATCH-PARCEL-DIST THRU B062-EXIT
00764          VARYING PD-SUB FROM +1 BY +1
00765          UNTIL PD-SUB GREATER THAN PD-CNT
00766             OR ENTRY-FOUND.
00767      IF ENTRY-FOUND
00768          GO TO B060-EXIT.
00769      ADD +1 TO OUTSIDE-CNT.
00770      MOVE '1'                    TO SR-KIND.
00771      MOVE CA-AGENCY (SUB-AGY)    TO SR-AGENCY.
00772      MOVE W-AX-SUB               TO SR-AX-SUB.
00773      MOVE AX-DIST-ID (W-AX-SUB)  TO SR-DIST-ID.
00774      PERFORM B070-RELEASE THRU B070-EXIT.
00775  B060-EXIT. EXIT.
00776      SKIP1
00777  B062-MATCH-PARCEL-DIST.
00778      IF PD-AX-SUB (PD-SUB) EQUAL W-AX-SUB
00779          MOVE 'Y' TO PD-MATCHED-SW (PD-SUB)
00780          MOVE 'Y' TO FOUND-SW.
00781  B062-EXIT. EXIT.
00782      SKIP1
00783  B065-CHECK-PARCEL-DIST.
00784      IF PD-MATCHED-SW (PD-SUB) EQUAL 'Y'
00785          GO TO B065-EXIT.
00786      ADD +1 TO OMITTED-CNT.
00787      MOVE PD-AX-SUB (PD-SUB)     TO W-AX-SUB.
00788      MOVE '2'                    TO SR-KIND.
00789      MOVE AX-AGENCY (W-AX-SUB)   TO SR-AGENCY.
00790      MOVE W-AX-SUB               TO SR-AX-SUB.
00791      MOVE AX-DIST-ID (W-AX-SUB)  TO SR-DIST-ID.
00792      PERFORM B070-RELEASE THRU B070-EXIT.
00793  B065-EXIT. EXIT.
00794      SKIP1
00795  B070-RELEASE.
00796      MOVE PM-TXCD TO UNPK-TXCD.
00797      MOVE W-TOWN  TO SR-TOWN.
00798      MOVE PK-VOL  TO SR-VOL.
00799      MOVE PK-PROP TO SR-PROP.
00800      MOVE PM-TXCD TO SR-TXCD.
00801      MOVE W-EAV   TO SR-EAV.
00802      RELEASE SORT-REC.
00803      ADD +1 TO SORT-REL-CNT.
00804      MOVE 'Y' TO PCL-EXC-SW.
00805  B070-EXIT. EXIT.
00806  B999-EXIT. EXIT.
00807      SKIP2
00808  C000-REPORT.
00809      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00810      IF END-OF-SORT-FILE
00811          MOVE +58 TO LINE-CNT
00812          PERFORM B100-HEADING THRU B100-EXIT
00813          MOVE '   NO EXCEPTIONS' TO PRINT-REC
00814          WRITE PRINT-REC AFTER ADVANCING 2
00815          GO TO C999-EXIT.
00816      PERFORM C020-DETAIL THRU C020-EXIT
00817          UNTIL END-OF-SORT-FILE.
00818      PERFORM C050-TOWN-TOTAL THRU C050-EXIT.
00819      MOVE 'COUNTY TOTAL'  TO T-LABEL.
00820      MOVE TOT-PCL-CNT     TO T-PARCELS.
00821      MOVE TOT-EXC-CNT     TO T-EXCEPTIONS.
00822      MOVE TOT-EAV         TO T-EAV.
00823      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00824      GO TO C999-EXIT.
00825      SKIP1
00826 *    EACH TOWNSHIP STARTS A NEW PAGE.  THE EAV AT STAKE IS PRINTED
00827 *    AND COUNTED ON THE FIRST LINE OF EACH PARCEL ONLY.
00828  C020-DETAIL.
00829      IF FIRST-RECORD
00830          MOVE 'N' TO FIRST-REC-SW
00831          MOVE SR-TOWN TO HOLD-TOWN
00832          PERFORM B100-HEADING THRU B100-EXIT
00833      ELSE
00834          IF SR-TOWN NOT EQUAL HOLD-TOWN
00835              PERFORM C050-TOWN-TOTAL THRU C050-EXIT
00836              MOVE SR-TOWN TO HOLD-TOWN
00837              PERFORM B100-HEADING THRU B100-EXIT.
00838      MOVE SPACES TO D-EAV-X.
00839      IF SR-VOL NOT EQUAL HOLD-VOL
00840          OR SR-PROP NOT EQUAL HOLD-PROP
00841          MOVE SR-VOL  TO HOLD-VOL
00842          MOVE SR-PROP TO HOLD-PROP
00843          MOVE SR-EAV  TO D-EAV
00844          ADD +1     TO TWN-PCL-CNT
00845          ADD SR-EAV TO TWN-EAV.
00846      ADD +1 TO TWN-EXC-CNT.
00847      MOVE SR-TOWN    TO D-TOWN.
00848      MOVE SR-VOL     TO D-VOL.
00849      MOVE SR-PROP    TO D-PROP.
00850      MOVE SR-TXCD    TO D-TXCD.
00851      MOVE SR-AGENCY  TO D-AGENCY.
00852      MOVE SR-DIST-ID TO D-DIST-ID.
00853      MOVE SPACES     TO D-AGY-NAME.
00854      IF SR-AX-SUB GREATER THAN ZERO
00855          MOVE SR-AX-SUB TO W-AX-SUB
00856          MOVE AX-NAME (W-AX-SUB) TO D-AGY-NAME.
00857      IF SR-NO-TAXCODE
00858          MOVE 'TAX CODE NOT ON FILE' TO D-COND.
00859      IF SR-OUTSIDE
00860          MOVE 'IN CODE, OUTSIDE DISTRICT' TO D-COND.
00861      IF SR-OMITTED
00862          MOVE 'INSIDE DISTRICT, NOT IN CODE' TO D-COND.
00863      IF LINE-CNT GREATER THAN +57
00864          PERFORM B100-HEADING THRU B100-EXIT.
00865      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00866      ADD +1 TO LINE-CNT.
00867      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00868  C020-EXIT. EXIT.
00869      SKIP1
00870  C030-RETURN-SORT.
00871      RETURN SORT-FILE AT END
00872          MOVE 'Y' TO SORT-EOF-SW.
00873  C030-EXIT. EXIT.
00874      SKIP1
00875  C050-TOWN-TOTAL.
00876      MOVE SPACES TO T-LABEL.
00877      STRING 'TOWNSHIP ' HOLD-TOWN ' TOTAL'
00878          DELIMITED BY SIZE INTO T-LABEL.
00879      MOVE TWN-PCL-CNT TO T-PARCELS.
00880      MOVE TWN-EXC-CNT TO T-EXCEPTIONS.
00881      MOVE TWN-EAV     TO T-EAV.
00882      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00883      ADD +2 TO LINE-CNT.
00884      ADD +1          TO TOT-TWN-CNT.
00885      ADD TWN-PCL-CNT TO TOT-PCL-CNT.
00886      ADD TWN-EXC-CNT TO TOT-EXC-CNT.
00887      ADD TWN-EAV     TO TOT-EAV.
00888      MOVE ZERO TO TWN-PCL-CNT TWN-EXC-CNT TWN-EAV.
00889  C050-EXIT. EXIT.
00890  C999-EXIT. EXIT.
00891      SKIP2
00892  D010-UNMAPPED.
00893      IF UM-CNT EQUAL ZERO
00894          GO TO D010-EXIT.
00895      MOVE 'GIS DISTRICTS NOT ON AGENCY MASTER' TO HD-SECTION.
00896      MOVE HEAD-C-UM TO HEAD-C.
00897      PERFORM B100-HEADING THRU B100-EXIT.
00898      PERFORM D020-PRINT-UNMAPPED THRU D020-EXIT
00899          VARYING UM-SUB FROM +1 BY +1
00900          UNTIL UM-SUB GREATER THAN UM-CNT.
00901      IF UM-CNT NOT LESS THAN +200
00902          MOVE '   TABLE FULL -- FURTHER IDS COUNTED ONLY'
00903              TO PRINT-REC
00904          WRITE PRINT-REC AFTER ADVANCING 2.
00905  D010-EXIT. EXIT.
00906      SKIP1
00907  D020-PRINT-UNMAPPED.
00908      MOVE UM-DIST-ID (UM-SUB)   TO U-DIST-ID.
00909      MOVE UM-DIST-NAME (UM-SUB) TO U-DIST-NAME.
00910      MOVE UM-RECS (UM-SUB)      TO U-RECS.
00911      IF LINE-CNT GREATER THAN +57
00912          PERFORM B100-HEADING THRU B100-EXIT.
00913      WRITE PRINT-REC FROM UM-LINE AFTER ADVANCING 1.
00914      ADD +1 TO LINE-CNT.
00915  D020-EXIT. EXIT.
00916      SKIP1
00917  B100-HEADING.
00918      ADD +1 TO PAGE-CNT.
00919      MOVE PAGE-CNT TO HD-PAGE.
00920      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00921      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00922      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00923      MOVE SPACES TO PRINT-REC.
00924      WRITE PRINT-REC AFTER ADVANCING 1.
00925      MOVE +6 TO LINE-CNT.
00926  B100-EXIT. EXIT.
