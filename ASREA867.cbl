00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA867.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ANNUAL ASSESSMENT ABSTRACT TO THE STATE DEPARTMENT
00007 *         OF REVENUE, UNTIL NOW COMPILED BY HAND FROM THE
00008 *         LISTINGS.  THE ASSESSMENT MASTER (ASREASRD02, ASSESSED
00009 *         REAL ESTATE ONLY) GIVES THE PARCELS AND THE ASSESSOR'S
00010 *         LAND, IMPROVEMENT AND TOTAL VALUES; THE EQ FILE
00011 *         (EQVALRD01, CURRENT TAX TYPE) GIVES THE BOARD-FINAL
00012 *         VALUE, THE EQUALIZED VALUE, THE EXEMPTIONS BY TYPE AND
00013 *         THE TAXABLE VALUE; BOTH ARE BROKEN OUT BY TOWNSHIP
00014 *         (TAX CODE POSITIONS 1-2) AND MAJOR CLASS.  THE STATE'S
00015 *         SPECIAL LINES ARE THE FARM LINE (CLASS 239), THE TIF
00016 *         INCREMENT OF THE ACTIVE DISTRICTS ON THE TIF DISTRICT
00017 *         MASTER (FA-TIFEV FROM THE FROZEN AGENCY FILE), AND THE
00018 *         STATE-CERTIFIED RAILROAD (AEV-CC-RR) AND POLLUTION
00019 *         CONTROL (AEV-CC-AIRPOL) VALUES, TAKEN AS COUNTY LINES
00020 *         FROM THE AGENCIES ON EVERY TAX CODE IN THE COUNTY.
00021 *         EACH EXEMPTION LINE CARRIES THE STATUTORY AMOUNT FOR
00022 *         THE TAX YEAR FROM THE STATUTORY AMOUNTS MASTER
00023 *         (ASREA962) AND COUNTS THE PARCELS GRANTED MORE THAN
00024 *         IT.  THE PRINTED ABSTRACT AND THE STATE'S ELECTRONIC
00025 *         LAYOUT (HEADER, ONE DETAIL PER ABSTRACT LINE, CONTROL
00026 *         TRAILER, AS FOR THE FROZEN VALUE SUBMISSION ASREA968)
00027 *         ARE WRITTEN TOGETHER.  THE CROSSFOOT PROOF PAGE TIES
00028 *         THE TOWNSHIPS AND THE CLASSES TO THE COUNTY TOTALS,
00029 *         LAND PLUS IMPROVEMENT TO THE ASSESSED VALUE, THE
00030 *         COUNTY-WIDE AGENCIES TO EACH OTHER AND THE POLLUTION
00031 *         CONTROL LINE TO THE POLLUTION CONTROL PARCELS ON THE
00032 *         EQ FILE; ANY LINE OUT OF BALANCE ENDS THE RUN WITH
00033 *         RETURN CODE 16 AND THE FILE IS NOT TO BE TRANSMITTED.
00034 *         THE TAX YEAR IS CHECKED AGAINST THE CENTRAL CYCLE
00035 *         CONTROL RECORD THROUGH DPRUN004.
00036      SKIP2
00037  ENVIRONMENT DIVISION.
00038  CONFIGURATION SECTION.
00039  SOURCE-COMPUTER. IBM-370.
00040  OBJECT-COMPUTER. IBM-370.
00041      SKIP1
00042  INPUT-OUTPUT SECTION.
00043  FILE-CONTROL.
00044      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00045      SELECT ASSR-MAST     ASSIGN TO UT-S-ASRMAST.
00046      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00047      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00048      SELECT TIFDST-FILE   ASSIGN TO DA-TIFDST
00049        ORGANIZATION IS INDEXED
00050        ACCESS IS SEQUENTIAL
00051        RECORD KEY IS TD-AGCY
00052        FILE STATUS IS DST-STATUS.
00053      SELECT FRZAGY-IN     ASSIGN TO UT-S-FRZAGYOT.
00054      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQVAL.
00055      SELECT SUBMIT-FILE   ASSIGN TO UT-S-STABSTR.
00056      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00057      SKIP2
00058  DATA DIVISION.
00059  FILE SECTION.
00060      SKIP1
00061  FD  CONTROL-FILE
00062      BLOCK  CONTAINS 0 RECORDS
00063      RECORD CONTAINS 80 CHARACTERS
00064      RECORDING MODE IS F
00065      LABEL  RECORDS ARE STANDARD
00066      DATA RECORD IS CONTROL-REC.
00067  01  CONTROL-REC.
00068      05  CC-TAX-YEAR     PIC X(4).
00069      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00070                          PIC 9(4).
00071      05  FILLER          PIC X(76).
00072      SKIP2
00073  FD  ASSR-MAST
00074      BLOCK CONTAINS 0 CHARACTERS
00075      RECORD CONTAINS 122 TO 18706 CHARACTERS
00076      LABEL RECORDS ARE STANDARD
00077      RECORDING MODE IS S
00078      DATA RECORD IS ASSR-MAST-REC.
00079  01  ASSR-MAST-REC.
00080  COPY ASREASRD02.
00081      SKIP2
00082  FD  EQUAL-VALUE
00083      BLOCK  CONTAINS 0 RECORDS
00084      RECORD CONTAINS 115 CHARACTERS
00085      RECORDING MODE IS F
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS EQ-REC.
00088  01  EQ-REC.
00089  COPY EQVALRD01.
00090      SKIP2
00091  FD  TAXCODE-FILE
00092      BLOCK  CONTAINS 0 RECORDS
00093      RECORD CONTAINS 207 CHARACTERS
00094      RECORDING MODE IS F
00095      LABEL  RECORDS ARE STANDARD
00096      DATA RECORD IS TAXCODE-FILE-REC.
00097  01  TAXCODE-FILE-REC.
00098  COPY TAXCODERD2.
00099      SKIP2
00100  FD  TIFDST-FILE
00101      RECORD CONTAINS 80 CHARACTERS
00102      LABEL RECORDS ARE STANDARD.
00103      SKIP1
00104  01  TIFDST-REC.
00105  COPY CLTIFDSTR1.
00106      SKIP2
00107  FD  FRZAGY-IN
00108      BLOCK  CONTAINS 0 RECORDS
00109      RECORD CONTAINS 80 CHARACTERS
00110      RECORDING MODE IS F
00111      LABEL  RECORDS ARE STANDARD
00112      DATA RECORD IS FRZAGY-IN-REC.
00113  01  FRZAGY-IN-REC.
00114  COPY CLFRZAGYR1.
00115      SKIP2
00116  FD  AGYEQ-IN
00117      BLOCK  CONTAINS 0 RECORDS
00118      RECORD CONTAINS 300 CHARACTERS
00119      RECORDING MODE IS F
00120      LABEL  RECORDS ARE STANDARD
00121      DATA RECORD IS AGYEQ-IN-REC.
00122  01  AGYEQ-IN-REC.
00123  COPY AGYEQVALR3.
00124      SKIP2
00125 *    ONE DETAIL PER PRINTED ABSTRACT LINE.  SB-TOWN 00 IS THE
00126 *    COUNTY.  SB-LINE-TYPE CL (MAJOR CLASS IN SB-CODE), TT
00127 *    (TOWNSHIP OR COUNTY TOTAL) AND FM (FARM) CARRY THE PARCELS
00128 *    IN SB-COUNT AND LAND, IMPROVEMENT, ASSESSOR, BOARD,
00129 *    EQUALIZED AND TAXABLE VALUE IN SB-VALUE 1-6.  TF (TIF
00130 *    INCREMENT), RR (RAILROAD) AND PC (POLLUTION CONTROL) CARRY
00131 *    THE VALUE IN SB-VALUE 5.  EX (EXEMPTION TYPE IN SB-CODE)
00132 *    CARRIES THE PARCELS IN SB-COUNT, THE EXEMPT VALUE IN
00133 *    SB-VALUE 5 AND THE STATUTORY AMOUNT IN SB-VALUE 6.
00134  FD  SUBMIT-FILE
00135      BLOCK  CONTAINS 0 RECORDS
00136      RECORD CONTAINS 150 CHARACTERS
00137      RECORDING MODE IS F
00138      LABEL  RECORDS ARE STANDARD
00139      DATA RECORD IS SUBMIT-REC.
00140  01  SUBMIT-REC.
00141      05  SB-REC-TYPE     PIC X.
00142      05  SB-LINE-TYPE    PIC XX.
00143      05  SB-TOWN         PIC 99.
00144      05  SB-CODE         PIC XX.
00145      05  SB-COUNT        PIC 9(9).
00146      05  SB-VALUE OCCURS 6 TIMES
00147                          PIC S9(13).
00148      05  FILLER          PIC X(56).
00149  01  SUBMIT-HEADER REDEFINES SUBMIT-REC.
00150      05  SH-REC-TYPE     PIC X.
00151      05  SH-COUNTY       PIC X(3).
00152      05  SH-RUN-DATE     PIC 9(8).
00153      05  SH-FILE-ID      PIC X(8).
00154      05  SH-TAX-YEAR     PIC 9(4).
00155      05  FILLER          PIC X(126).
00156  01  SUBMIT-TRAILER REDEFINES SUBMIT-REC.
00157      05  ST-REC-TYPE     PIC X.
00158      05  ST-REC-COUNT    PIC 9(9).
00159      05  ST-VALUE-HASH   PIC S9(15).
00160      05  FILLER          PIC X(125).
00161      SKIP2
00162  FD  PRINT-FILE
00163      BLOCK  CONTAINS 0 RECORDS
00164      RECORD CONTAINS 133 CHARACTERS
00165      RECORDING MODE IS F
00166      LABEL  RECORDS ARE STANDARD.
00167      SKIP1
00168  01  PRINT-REC               PIC X(133).
00169      SKIP2
00170  WORKING-STORAGE SECTION.
00171      SKIP1
00172  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00173  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00174      SKIP1
00175  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00176      88  END-OF-CTL-FILE                  VALUE 'Y'.
00177  77  ASR-EOF-SW                PIC X      VALUE 'N'.
00178      88  END-OF-ASR-FILE                  VALUE 'Y'.
00179  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00180      88  END-OF-EQ-FILE                   VALUE 'Y'.
00181  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00182  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00183      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00184  77  DST-EOF-SW                PIC X      VALUE 'N'.
00185      88  END-OF-DST-FILE                  VALUE 'Y'.
00186  77  FRZ-EOF-SW                PIC X      VALUE 'N'.
00187      88  END-OF-FRZ-FILE                  VALUE 'Y'.
00188  77  AEV-EOF-SW                PIC X      VALUE 'N'.
00189      88  END-OF-AEV-FILE                  VALUE 'Y'.
00190  77  DST-STATUS                PIC XX     VALUE '00'.
00191  77  VALID-TOWN-SW             PIC X      VALUE 'N'.
00192      88  VALID-TOWN                       VALUE 'Y'.
00193  77  FARM-SW                   PIC X      VALUE 'N'.
00194      88  FARM-PARCEL                      VALUE 'Y'.
00195      SKIP1
00196  77  ASR-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00197  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00198  77  PC-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00199  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00200  77  TIF-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00201  77  FRZ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00202  77  AEV-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00203  77  CNTY-AGY-CNT      COMP-3  PIC S9(5)  VALUE +0.
00204  77  ASR-BAD-TOWN-CNT  COMP-3  PIC S9(7)  VALUE +0.
00205  77  EQ-BAD-TOWN-CNT   COMP-3  PIC S9(7)  VALUE +0.
00206  77  TIF-BAD-TOWN-CNT  COMP-3  PIC S9(5)  VALUE +0.
00207  77  OVER-STAT-CNT     COMP-3  PIC S9(7)  VALUE +0.
00208  77  OUT-BAL-CNT       COMP-3  PIC S9(3)  VALUE +0.
00209  77  SUBMIT-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00210  77  W-VALUE-HASH      COMP-3  PIC S9(15) VALUE +0.
00211      SKIP1
00212  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00213  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00214  77  W-T               COMP-3  PIC S9(3)  VALUE +0.
00215  77  W-C               COMP-3  PIC S9(3)  VALUE +0.
00216  77  W-M               COMP-3  PIC S9(3)  VALUE +0.
00217  77  W-TX              COMP-3  PIC S9(3)  VALUE +0.
00218  77  SUB-V             COMP-3  PIC S9(3)  VALUE +0.
00219  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00220  77  W-EX-TOTAL        COMP-3  PIC S9(13) VALUE +0.
00221  77  W-TAXABLE         COMP-3  PIC S9(13) VALUE +0.
00222  77  W-PROOF-1         COMP-3  PIC S9(15) VALUE +0.
00223  77  W-PROOF-2         COMP-3  PIC S9(15) VALUE +0.
00224  77  W-DIFF            COMP-3  PIC S9(15) VALUE +0.
00225  77  W-RR-LOW          COMP-3  PIC S9(13) VALUE +0.
00226  77  W-RR-HIGH         COMP-3  PIC S9(13) VALUE +0.
00227  77  W-PC-LOW          COMP-3  PIC S9(13) VALUE +0.
00228  77  W-PC-HIGH         COMP-3  PIC S9(13) VALUE +0.
00229  77  W-PC-PARCEL-EAV   COMP-3  PIC S9(13) VALUE +0.
00230  77  W-AGENCY                  PIC 9(9)   VALUE ZEROS.
00231      SKIP1
00232  01  CYCLK-AREA.
00233  COPY DPCYCLKR1.
00234      SKIP1
00235  01  STAMLK-AREA.
00236  COPY ASSTAMLKR1.
00237      SKIP1
00238  01  UNPK-TXCD           PIC 9(5).
00239  01  FILLER REDEFINES UNPK-TXCD.
00240      05  W-TOWN          PIC 99.
00241      05  FILLER          PIC 999.
00242  01  UNPK-CLS            PIC 9(3).
00243  01  FILLER REDEFINES UNPK-CLS.
00244      05  W-MAJ-CLS       PIC 9.
00245      05  FILLER          PIC 99.
00246      SKIP1
00247 *    THE SEVEN MEASURES KEPT FOR EVERY TOWNSHIP AND CLASS, IN
00248 *    THE ORDER THEY ARE PRINTED AND TRANSMITTED.
00249  01  MS-LABEL-VALUES.
00250      05  FILLER          PIC X(20)  VALUE 'PARCELS'.
00251      05  FILLER          PIC X(20)  VALUE 'LAND VALUE'.
00252      05  FILLER          PIC X(20)  VALUE 'IMPROVEMENT VALUE'.
00253      05  FILLER          PIC X(20)  VALUE 'ASSESSOR VALUE'.
00254      05  FILLER          PIC X(20)  VALUE 'BOARD VALUE'.
00255      05  FILLER          PIC X(20)  VALUE 'EQUALIZED VALUE'.
00256      05  FILLER          PIC X(20)  VALUE 'TAXABLE VALUE'.
00257  01  MS-LABEL-TABLE REDEFINES MS-LABEL-VALUES.
00258      05  MS-LABEL OCCURS 7 TIMES PIC X(20).
00259  01  W-IN-VALUES.
00260      05  W-IN-VAL OCCURS 7 TIMES
00261                          PIC S9(13) COMP-3.
00262      SKIP1
00263 *    THE EXEMPTIONS IN THE EQ FILE, WITH THE STATUTORY AMOUNT
00264 *    TYPE (ASSTAMLKR1) AND HOW THE AMOUNT IS USED -- C = NO
00265 *    PARCEL MAY BE GRANTED MORE, L = LISTED ONLY, N = NO
00266 *    STATUTORY AMOUNT.
00267  77  EX-SUB            COMP-3  PIC S9(3)  VALUE +0.
00268  01  EX-TYPE-VALUES.
00269      05  FILLER   PIC X(27) VALUE 'HOCHOMEOWNER'.
00270      05  FILLER   PIC X(27) VALUE 'SCCSENIOR HOMESTEAD'.
00271      05  FILLER   PIC X(27) VALUE 'SFNSENIOR FREEZE'.
00272      05  FILLER   PIC X(27) VALUE 'VENVETERAN'.
00273      05  FILLER   PIC X(27) VALUE 'RVCRETURNING VETERAN'.
00274      05  FILLER   PIC X(27) VALUE 'V1CDISABLED VET 30-49'.
00275      05  FILLER   PIC X(27) VALUE 'V2CDISABLED VET 50-69'.
00276      05  FILLER   PIC X(27) VALUE 'V3CDISABLED VET 70+'.
00277      05  FILLER   PIC X(27) VALUE 'DPCDISABLED PERSON'.
00278      05  FILLER   PIC X(27) VALUE 'LTLLONG-TIME OCCUPANT'.
00279      05  FILLER   PIC X(27) VALUE 'EONEXEMPT OWNER'.
00280      05  FILLER   PIC X(27) VALUE 'EZNENTERPRISE ZONE'.
00281      05  FILLER   PIC X(27) VALUE 'HICHOME IMPROVEMENT'.
00282  01  EX-TYPE-TABLE REDEFINES EX-TYPE-VALUES.
00283      05  EX-TYPE OCCURS 13 TIMES.
00284          10  EX-CODE         PIC XX.
00285          10  EX-STAT-SW      PIC X.
00286              88  EX-STAT-CAP            VALUE 'C'.
00287              88  EX-NO-STAT             VALUE 'N'.
00288          10  EX-LABEL        PIC X(24).
00289  01  EX-STAT-AMOUNTS.
00290      05  EX-STAT-AMT OCCURS 13 TIMES
00291                          PIC S9(9)  COMP-3.
00292  01  W-EX-AMOUNTS.
00293      05  W-EX-AMT OCCURS 13 TIMES
00294                          PIC S9(11) COMP-3.
00295      SKIP1
00296 *    ONE ENTRY PER TOWNSHIP; ENTRY 100 IS THE COUNTY.  CLASS
00297 *    ENTRIES 1-10 ARE MAJOR CLASSES 0-9 AND ENTRY 11 IS THE
00298 *    TOWNSHIP TOTAL, POSTED SEPARATELY SO THE CROSSFOOT PROVES
00299 *    SOMETHING.  A PARCEL WITHOUT A VALID TOWNSHIP IS POSTED TO
00300 *    THE COUNTY ONLY, AND HOLDS THE RELEASE.
00301  01  ABSTRACT-TABLE.
00302      05  AB-TOWN OCCURS 100 TIMES.
00303          10  AB-CLASS OCCURS 11 TIMES.
00304              15  AB-VAL OCCURS 7 TIMES
00305                              PIC S9(13) COMP-3.
00306          10  FM-VAL OCCURS 7 TIMES
00307                              PIC S9(13) COMP-3.
00308          10  TI-CNT          PIC S9(7)  COMP-3.
00309          10  TI-INC          PIC S9(13) COMP-3.
00310          10  EXM OCCURS 13 TIMES.
00311              15  EXM-CNT     PIC S9(9)  COMP-3.
00312              15  EXM-AMT     PIC S9(13) COMP-3.
00313              15  EXM-OVER    PIC S9(7)  COMP-3.
00314      SKIP1
00315  77  DT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00316  77  DT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00317  77  DT-FND            COMP-3  PIC S9(5)  VALUE +0.
00318  01  TIF-DISTRICT-TABLE.
00319      05  DT-ENTRY OCCURS 1000 TIMES.
00320          10  DT-AGCY         PIC 9(9)       COMP-3.
00321      SKIP1
00322 *    EVERY AGENCY ON THE TAX CODE FILE WITH THE NUMBER OF CODES
00323 *    IT IS ON.  ONE ON EVERY CODE IS A COUNTY-WIDE AGENCY.
00324  77  AG-CTR            COMP-3  PIC S9(5)  VALUE +0.
00325  77  AG-SUB            COMP-3  PIC S9(5)  VALUE +0.
00326  77  AG-FND            COMP-3  PIC S9(5)  VALUE +0.
00327  01  AGENCY-CODE-TABLE.
00328      05  AG-ENTRY OCCURS 2000 TIMES.
00329          10  AG-AGENCY       PIC 9(9)   COMP-3.
00330          10  AG-CODES        PIC S9(5)  COMP-3.
00331      SKIP1
00332  01  ACPT-DATE                  PIC 9(6).
00333  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00334      05  ACPT-YR                PIC 99.
00335      05  ACPT-MO                PIC 99.
00336      05  ACPT-DA                PIC 99.
00337  01  DSP-DATE.
00338      05  DSP-MO                 PIC 99.
00339      05  FILLER                 PIC X      VALUE '/'.
00340      05  DSP-DA                 PIC 99.
00341      05  FILLER                 PIC X      VALUE '/'.
00342      05  DSP-YR                 PIC 99.
00343      SKIP1
00344  01  HEAD-A.
00345      05  FILLER          PIC X(3)   VALUE SPACES.
00346      05  HD-DATE         PIC X(8).
00347      05  FILLER          PIC X(44)  VALUE SPACES.
00348      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00349      05  FILLER          PIC X(44)  VALUE SPACES.
00350      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00351      05  HD-PAGE         PIC ZZ,ZZ9.
00352      SKIP1
00353  01  HEAD-B.
00354      05  FILLER          PIC X(3)   VALUE SPACES.
00355      05  FILLER          PIC X(8)   VALUE 'ASREA867'.
00356      05  FILLER          PIC X(18)  VALUE SPACES.
00357      05  FILLER          PIC X(38)  VALUE
00358          'STATE ASSESSMENT ABSTRACT - TAX YEAR '.
00359      05  HD-TAX-YEAR     PIC 9(4).
00360      05  FILLER          PIC X(3)   VALUE ' - '.
00361      05  HD-SECTION      PIC X(24).
00362      SKIP1
00363  01  HEAD-C              PIC X(133).
00364      SKIP1
00365  01  HEAD-C-VAL.
00366      05  FILLER          PIC X(23)  VALUE ' LINE'.
00367      05  FILLER          PIC X(11)  VALUE '    PARCELS'.
00368      05  FILLER          PIC X(16)  VALUE '     LAND VALUE '.
00369      05  FILLER          PIC X(16)  VALUE ' IMPROVEMENT VAL'.
00370      05  FILLER          PIC X(16)  VALUE ' ASSESSOR VALUE '.
00371      05  FILLER          PIC X(16)  VALUE '    BOARD VALUE '.
00372      05  FILLER          PIC X(16)  VALUE '      EQUALIZED '.
00373      05  FILLER          PIC X(16)  VALUE '        TAXABLE '.
00374      SKIP1
00375  01  HEAD-C-PRF.
00376      05  FILLER          PIC X(41)  VALUE ' PROOF'.
00377      05  FILLER          PIC X(19)  VALUE '      FIRST SIDE'.
00378      05  FILLER          PIC X(19)  VALUE '     SECOND SIDE'.
00379      05  FILLER          PIC X(16)  VALUE '      DIFFERENCE'.
00380      SKIP1
00381  01  HEAD-D-EX.
00382      05  FILLER          PIC X(23)  VALUE ' EXEMPTION'.
00383      05  FILLER          PIC X(11)  VALUE '    PARCELS'.
00384      05  FILLER          PIC X(16)  VALUE '   EXEMPT VALUE '.
00385      05  FILLER          PIC X(13)  VALUE '    STATUTORY'.
00386      05  FILLER          PIC X(14)  VALUE '  OVER STATUTE'.
00387      SKIP1
00388  01  VALUE-LINE.
00389      05  FILLER          PIC X.
00390      05  VL-LABEL        PIC X(22).
00391      05  VL-PARCELS      PIC ZZZ,ZZZ,ZZ9.
00392      05  VL-AMOUNTS OCCURS 6 TIMES.
00393          10  FILLER      PIC X.
00394          10  VL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9-.
00395      SKIP1
00396  01  EX-LINE.
00397      05  FILLER          PIC X.
00398      05  EL-LABEL        PIC X(22).
00399      05  EL-PARCELS      PIC ZZZ,ZZZ,ZZ9.
00400      05  FILLER          PIC X.
00401      05  EL-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9-.
00402      05  FILLER          PIC X(2).
00403      05  EL-STAT         PIC ZZZ,ZZZ,ZZ9.
00404      05  FILLER          PIC X(5).
00405      05  EL-OVER         PIC Z,ZZZ,ZZ9.
00406      SKIP1
00407  01  PROOF-LINE.
00408      05  FILLER          PIC X.
00409      05  PF-LABEL        PIC X(40).
00410      05  PF-AMT-1        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00411      05  FILLER          PIC X(3).
00412      05  PF-AMT-2        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00413      05  FILLER          PIC X(3).
00414      05  PF-DIFF         PIC ZZZ,ZZZ,ZZZ,ZZ9-.
00415      05  FILLER          PIC X(2).
00416      05  PF-FLAG         PIC X(14).
00417      SKIP1
00418  01  MESSG-LINE.
00419      05  FILLER          PIC X.
00420      05  ML-TEXT         PIC X(60).
00421      EJECT
00422  PROCEDURE DIVISION.
00423      SKIP1
00424  A010-HOUSEKEEPING.
00425      OPEN INPUT  CONTROL-FILE, ASSR-MAST, EQUAL-VALUE,
00426                  TAXCODE-FILE, TIFDST-FILE, FRZAGY-IN, AGYEQ-IN
00427           OUTPUT SUBMIT-FILE, PRINT-FILE.
0427A      IF DST-STATUS NOT EQUAL '00'
0427B          DISPLAY 'ASREA867 -- TIF DISTRICT MASTER OPEN '
0427C              'FAILED, STATUS ' DST-STATUS
0427D          MOVE 16 TO RETURN-CODE
0427E          CLOSE CONTROL-FILE, ASSR-MAST, EQUAL-VALUE,
0427F                TAXCODE-FILE, FRZAGY-IN, AGYEQ-IN,
0427G                SUBMIT-FILE, PRINT-FILE
0427H          STOP RUN.
00428      ACCEPT ACPT-DATE FROM DATE.
00429      MOVE ACPT-MO TO DSP-MO.
00430      MOVE ACPT-DA TO DSP-DA.
00431      MOVE ACPT-YR TO DSP-YR.
00432      MOVE DSP-DATE TO HD-DATE.
00433      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00434      INITIALIZE ABSTRACT-TABLE EX-STAT-AMOUNTS.
00435      MOVE SPACES TO VALUE-LINE PROOF-LINE.
00436      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00437      IF RETURN-CODE NOT EQUAL 16
00438          PERFORM A014-STATUTORY THRU A014-EXIT
00439              VARYING EX-SUB FROM +1 BY +1
00440              UNTIL EX-SUB GREATER THAN +13.
00441      IF RETURN-CODE EQUAL 16
00442          CLOSE CONTROL-FILE, ASSR-MAST, EQUAL-VALUE,
00443                TAXCODE-FILE, TIFDST-FILE, FRZAGY-IN, AGYEQ-IN,
00444                SUBMIT-FILE, PRINT-FILE
00445          STOP RUN.
00446      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00447      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00448          UNTIL END-OF-TXCD-FILE.
00449      PERFORM A020-READ-TIFDST THRU A020-EXIT.
00450      PERFORM A022-LOAD-TIF THRU A022-EXIT
00451          UNTIL END-OF-DST-FILE.
00452      PERFORM A025-READ-AGYEQ THRU A025-EXIT
00453          UNTIL END-OF-AEV-FILE.
00454      PERFORM A030-READ-ASSR THRU A030-EXIT.
00455      PERFORM A100-ASSR-PARCEL THRU A100-EXIT
00456          UNTIL END-OF-ASR-FILE.
00457      PERFORM A034-READ-EQ THRU A034-EXIT.
00458      PERFORM A110-EQ-PARCEL THRU A110-EXIT
00459          UNTIL END-OF-EQ-FILE.
00460      PERFORM A200-READ-FRZAGY THRU A200-EXIT.
00461      PERFORM A210-TIF-LINE THRU A210-EXIT
00462          UNTIL END-OF-FRZ-FILE.
00463      PERFORM A300-WRITE-HEADER THRU A300-EXIT.
00464      MOVE HEAD-C-VAL TO HEAD-C.
00465      PERFORM A400-PRINT-TOWN THRU A400-EXIT
00466          VARYING W-T FROM +10 BY +1
00467          UNTIL W-T GREATER THAN +77.
00468      MOVE +100 TO W-T.
00469      PERFORM A400-PRINT-TOWN THRU A400-EXIT.
00470      PERFORM A380-WRITE-TRAILER THRU A380-EXIT.
00471      PERFORM A500-CROSSFOOT THRU A500-EXIT.
00472      DISPLAY 'TAX YEAR ABSTRACTED..................: '
00473          W-TAX-YEAR.
00474      DISPLAY 'TOTAL ASSESSMENT MASTER PARCELS READ.: '
00475          ASR-IN-CNT.
00476      DISPLAY 'TOTAL EQ FILE PARCELS READ...........: '
00477          EQ-IN-CNT.
00478      DISPLAY 'TOTAL POLLUTION CONTROL PARCELS READ.: '
00479          PC-IN-CNT.
00480      DISPLAY 'TOTAL TAX CODES READ.................: '
00481          TXCD-IN-CNT.
00482      DISPLAY 'TOTAL ACTIVE TIF DISTRICTS LOADED....: '
00483          TIF-IN-CNT.
00484      DISPLAY 'TOTAL FROZEN AGENCY RECORDS READ.....: '
00485          FRZ-IN-CNT.
00486      DISPLAY 'TOTAL AGENCY VALUATIONS READ.........: '
00487          AEV-IN-CNT.
00488      DISPLAY 'TOTAL COUNTY-WIDE AGENCIES FOUND.....: '
00489          CNTY-AGY-CNT.
00490      DISPLAY 'TOTAL MASTER PARCELS WITH NO TOWNSHIP: '
00491          ASR-BAD-TOWN-CNT.
00492      DISPLAY 'TOTAL EQ PARCELS WITH NO TOWNSHIP....: '
00493          EQ-BAD-TOWN-CNT.
00494      DISPLAY 'TOTAL TIF CODES WITH NO TOWNSHIP.....: '
00495          TIF-BAD-TOWN-CNT.
00496      DISPLAY 'TOTAL EXEMPTIONS OVER STATUTE........: '
00497          OVER-STAT-CNT.
00498      DISPLAY 'TOTAL SUBMISSION DETAILS WRITTEN.....: '
00499          SUBMIT-OUT-CNT.
00500      DISPLAY 'SUBMISSION VALUE HASH TOTAL..........: '
00501          W-VALUE-HASH.
00502      DISPLAY 'TOTAL CROSSFOOT LINES OUT OF BALANCE.: '
00503          OUT-BAL-CNT.
00504      IF OVER-STAT-CNT GREATER THAN ZERO
00505       AND RETURN-CODE LESS THAN 4
00506          MOVE 4 TO RETURN-CODE.
00507      IF OUT-BAL-CNT GREATER THAN ZERO
00508          DISPLAY 'ASREA867 -- ABSTRACT DOES NOT CROSSFOOT '
00509              '-- DO NOT TRANSMIT'
00510          MOVE 16 TO RETURN-CODE.
00511      CLOSE CONTROL-FILE, ASSR-MAST, EQUAL-VALUE,
00512            TAXCODE-FILE, TIFDST-FILE, FRZAGY-IN, AGYEQ-IN,
00513            SUBMIT-FILE, PRINT-FILE.
00514      STOP RUN.
00515      SKIP1
00516 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.
00517  A012-READ-CONTROL.
00518      READ CONTROL-FILE AT END
00519          MOVE 'Y' TO CTL-EOF-SW.
00520      MOVE 'ASREA867' TO CK-CALLER.
00521      MOVE SPACES TO CK-CARD-YEAR.
00522      IF NOT END-OF-CTL-FILE
00523          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00524      CALL 'DPRUN004' USING CYCLK-AREA.
00525      IF NOT END-OF-CTL-FILE
00526          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00527      IF END-OF-CTL-FILE
00528          OR CC-TAX-YEAR NOT NUMERIC
00529          OR CC-TAX-YEAR-N EQUAL ZERO
00530          DISPLAY 'ASREA867 -- TAX YEAR CONTROL CARD MISSING OR '
00531              'INVALID -- RUN STOPPED'
00532          MOVE 16 TO RETURN-CODE
00533          GO TO A012-EXIT.
00534      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00535  A012-EXIT. EXIT.
00536      SKIP1
00537 *    THE ABSTRACT CANNOT GO WITHOUT THE YEAR'S STATUTORY AMOUNTS.
00538  A014-STATUTORY.
00539      IF EX-NO-STAT (EX-SUB)
00540          GO TO A014-EXIT.
00541      MOVE W-TAX-YEAR      TO STA-TAX-YEAR.
00542      MOVE EX-CODE (EX-SUB) TO STA-TYPE.
00543      CALL 'ASREA962' USING STAMLK-AREA.
00544      IF NOT STA-FOUND
00545          DISPLAY 'ASREA867 -- STATUTORY AMOUNT ' STA-TYPE
00546              ' FOR TAX YEAR ' STA-TAX-YEAR
00547              ' NOT ON FILE -- RUN STOPPED'
00548          MOVE 16 TO RETURN-CODE
00549          GO TO A014-EXIT.
00550      MOVE STA-AMOUNT TO EX-STAT-AMT (EX-SUB).
00551  A014-EXIT. EXIT.
00552      SKIP1
00553  A015-LOAD-TAXCODES.
00554      READ TAXCODE-FILE AT END
00555          MOVE 'Y' TO TXCD-EOF-SW
00556          GO TO A015-EXIT.
00557      ADD +1 TO TXCD-IN-CNT.
00558      PERFORM A017-COUNT-AGENCY THRU A017-EXIT
00559          VARYING SUB-AGY FROM +1 BY +1
00560          UNTIL SUB-AGY GREATER THAN +40
00561             OR TR-AGENCY (SUB-AGY) EQUAL ZERO.
00562  A015-EXIT. EXIT.
00563      SKIP1
00564  A017-COUNT-AGENCY.
00565      MOVE ZERO TO AG-FND.
00566      PERFORM A018-SCAN-AGENCY THRU A018-EXIT
00567          VARYING AG-SUB FROM +1 BY +1
00568          UNTIL AG-SUB GREATER THAN AG-CTR
00569             OR AG-FND GREATER THAN ZERO.
00570      IF AG-FND GREATER THAN ZERO
00571          ADD +1 TO AG-CODES (AG-FND)
00572          GO TO A017-EXIT.
00573      IF AG-CTR NOT LESS THAN +2000
00574          DISPLAY 'ASREA867 -- AGENCY TABLE FULL -- AGENCY '
00575              TR-AGENCY (SUB-AGY) ' NOT COUNTED'
00576          GO TO A017-EXIT.
00577      ADD +1 TO AG-CTR.
00578      MOVE TR-AGENCY (SUB-AGY) TO AG-AGENCY (AG-CTR).
00579      MOVE +1 TO AG-CODES (AG-CTR).
00580  A017-EXIT. EXIT.
00581      SKIP1
00582  A018-SCAN-AGENCY.
00583      IF AG-AGENCY (AG-SUB) EQUAL TR-AGENCY (SUB-AGY)
00584          MOVE AG-SUB TO AG-FND.
00585  A018-EXIT. EXIT.
00586      SKIP1
00587  A020-READ-TIFDST.
00588      READ TIFDST-FILE AT END
00589          MOVE 'Y' TO DST-EOF-SW.
00590  A020-EXIT. EXIT.
00591      SKIP1
00592  A022-LOAD-TIF.
00593      IF NOT TD-ACTIVE
00594          GO TO A022-NEXT.
00595      IF DT-CTR NOT LESS THAN +1000
00596          DISPLAY 'ASREA867 -- TIF DISTRICT TABLE FULL -- '
00597              'DISTRICT ' TD-AGCY ' NOT LOADED'
00598          MOVE 16 TO RETURN-CODE
00599          GO TO A022-NEXT.
00600      ADD +1 TO DT-CTR TIF-IN-CNT.
00601      MOVE TD-AGCY TO DT-AGCY (DT-CTR).
00602  A022-NEXT.
00603      PERFORM A020-READ-TIFDST THRU A020-EXIT.
00604  A022-EXIT. EXIT.
00605      SKIP1
00606 *    THE RAILROAD AND POLLUTION CONTROL VALUES ARE CERTIFIED BY
00607 *    THE STATE AND SPREAD TO EVERY AGENCY ON THE TAX CODE, SO
00608 *    EVERY COUNTY-WIDE AGENCY MUST CARRY THE SAME COUNTY VALUE.
00609  A025-READ-AGYEQ.
00610      READ AGYEQ-IN AT END
00611          MOVE 'Y' TO AEV-EOF-SW
00612          GO TO A025-EXIT.
00613      ADD +1 TO AEV-IN-CNT.
00614      MOVE ZERO TO AG-FND.
00615      PERFORM A027-FIND-AGENCY THRU A027-EXIT
00616          VARYING AG-SUB FROM +1 BY +1
00617          UNTIL AG-SUB GREATER THAN AG-CTR
00618             OR AG-FND GREATER THAN ZERO.
00619      IF AG-FND EQUAL ZERO
00620          GO TO A025-EXIT.
00621      IF AG-CODES (AG-FND) NOT EQUAL TXCD-IN-CNT
00622          GO TO A025-EXIT.
00623      ADD +1 TO CNTY-AGY-CNT.
00624      IF CNTY-AGY-CNT EQUAL +1
00625          MOVE AEV-CC-RR     TO W-RR-LOW W-RR-HIGH
00626          MOVE AEV-CC-AIRPOL TO W-PC-LOW W-PC-HIGH
00627          GO TO A025-EXIT.
00628      IF AEV-CC-RR LESS THAN W-RR-LOW
00629          MOVE AEV-CC-RR TO W-RR-LOW.
00630      IF AEV-CC-RR GREATER THAN W-RR-HIGH
00631          MOVE AEV-CC-RR TO W-RR-HIGH.
00632      IF AEV-CC-AIRPOL LESS THAN W-PC-LOW
00633          MOVE AEV-CC-AIRPOL TO W-PC-LOW.
00634      IF AEV-CC-AIRPOL GREATER THAN W-PC-HIGH
00635          MOVE AEV-CC-AIRPOL TO W-PC-HIGH.
00636  A025-EXIT. EXIT.
00637      SKIP1
00638  A027-FIND-AGENCY.
00639      IF AG-AGENCY (AG-SUB) EQUAL AEV-AGCYNO
00640          MOVE AG-SUB TO AG-FND.
00641  A027-EXIT. EXIT.
00642      SKIP1
00643 *    ONLY ASSESSED REAL ESTATE PARCELS ARE TAKEN, AS FOR THE
00644 *    SALES RATIO STUDY (ASREA971).
00645  A030-READ-ASSR.
00646      READ ASSR-MAST AT END
00647          MOVE 'Y' TO ASR-EOF-SW
00648          GO TO A030-EXIT.
00649      IF NOT MR-ASSESSED
00650         OR NOT MR-RE-VOL
00651          GO TO A030-READ-ASSR.
00652      ADD +1 TO ASR-IN-CNT.
00653  A030-EXIT. EXIT.
00654      SKIP1
00655 *    THE CURRENT TAX TYPE FEEDS THE ABSTRACT; THE POLLUTION
00656 *    CONTROL TAX TYPE IS TOTALLED TO PROVE THE STATE'S LINE.
00657  A034-READ-EQ.
00658      READ EQUAL-VALUE AT END
00659          MOVE 'Y' TO EQ-EOF-SW
00660          GO TO A034-EXIT.
00661      IF FIRST-EQ-REC-SW EQUAL 'Y'
00662          MOVE 'N' TO FIRST-EQ-REC-SW
00663          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00664              DISPLAY 'ASREA867 - VINTAGE HDR BYPASSED'
00665              GO TO A034-READ-EQ.
00666      IF EQ-AIR-POLL-TXTYP
00667          ADD +1 TO PC-IN-CNT
00668          ADD EQ-EQ-VAL TO W-PC-PARCEL-EAV
00669          GO TO A034-READ-EQ.
00670      IF NOT EQ-CUR-TXTYP
00671          GO TO A034-READ-EQ.
00672      ADD +1 TO EQ-IN-CNT.
00673  A034-EXIT. EXIT.
00674      SKIP1
00675  A100-ASSR-PARCEL.
00676      MOVE M-TXCD TO UNPK-TXCD.
00677      MOVE M-CLS  TO UNPK-CLS.
00678      PERFORM A150-SET-TOWN-CLASS THRU A150-EXIT.
00679      IF NOT VALID-TOWN
00680          ADD +1 TO ASR-BAD-TOWN-CNT.
00681      MOVE +1            TO W-IN-VAL (1).
00682      MOVE M-VALUE-1 (4) TO W-IN-VAL (2).
00683      MOVE M-VALUE-1 (5) TO W-IN-VAL (3).
00684      MOVE M-VALUE-1 (6) TO W-IN-VAL (4).
00685      MOVE ZERO TO W-IN-VAL (5) W-IN-VAL (6) W-IN-VAL (7).
00686      PERFORM A160-POST-PARCEL THRU A160-EXIT.
00687      PERFORM A030-READ-ASSR THRU A030-EXIT.
00688  A100-EXIT. EXIT.
00689      SKIP1
00690 *    THE EXEMPTIONS ARE TAKEN IN THE ORDER OF THE TABLE; THE
00691 *    TAXABLE VALUE IS WHAT IS LEFT OF THE EQUALIZED VALUE.
00692  A110-EQ-PARCEL.
00693      MOVE EQ-TXCD  TO UNPK-TXCD.
00694      MOVE EQ-CLASS TO UNPK-CLS.
00695      PERFORM A150-SET-TOWN-CLASS THRU A150-EXIT.
00696      IF NOT VALID-TOWN
00697          ADD +1 TO EQ-BAD-TOWN-CNT.
00698      MOVE EQ-HOME-AMT      TO W-EX-AMT (1).
00699      MOVE EQ-SC-HMESTD-AMT TO W-EX-AMT (2).
00700      MOVE EQ-SRFRZEXVAL    TO W-EX-AMT (3).
00701      MOVE EQ-VET-EX-AMT    TO W-EX-AMT (4).
00702      MOVE EQ-RET-VET       TO W-EX-AMT (5).
00703      MOVE EQ-DIS-VET-1     TO W-EX-AMT (6).
00704      MOVE EQ-DIS-VET-2     TO W-EX-AMT (7).
00705      MOVE EQ-DIS-VET-3     TO W-EX-AMT (8).
00706      MOVE EQ-DIS-PER       TO W-EX-AMT (9).
00707      MOVE EQ-LT-OCC-AMT    TO W-EX-AMT (10).
00708      MOVE EQ-EXOWNEXVAL    TO W-EX-AMT (11).
00709      MOVE EQ-EZ-ABATAMT    TO W-EX-AMT (12).
00710      MOVE EQ-HOME-IMP-AMT  TO W-EX-AMT (13).
00711      MOVE ZERO TO W-EX-TOTAL.
00712      PERFORM A120-EXEMPTION THRU A120-EXIT
00713          VARYING EX-SUB FROM +1 BY +1
00714          UNTIL EX-SUB GREATER THAN +13.
00715      COMPUTE W-TAXABLE = EQ-EQ-VAL - W-EX-TOTAL.
00716      IF W-TAXABLE LESS THAN ZERO
00717          MOVE ZERO TO W-TAXABLE.
00718      MOVE ZERO TO W-IN-VAL (1) W-IN-VAL (2) W-IN-VAL (3)
00719                   W-IN-VAL (4).
00720      MOVE EQ-ASSD-VAL TO W-IN-VAL (5).
00721      MOVE EQ-EQ-VAL   TO W-IN-VAL (6).
00722      MOVE W-TAXABLE   TO W-IN-VAL (7).
00723      PERFORM A160-POST-PARCEL THRU A160-EXIT.
00724      PERFORM A034-READ-EQ THRU A034-EXIT.
00725  A110-EXIT. EXIT.
00726      SKIP1
00727  A120-EXEMPTION.
00728      IF W-EX-AMT (EX-SUB) NOT GREATER THAN ZERO
00729          GO TO A120-EXIT.
00730      ADD W-EX-AMT (EX-SUB) TO W-EX-TOTAL.
00731      IF VALID-TOWN
00732          MOVE W-TOWN TO W-T
00733          PERFORM A125-POST-EXEMPTION THRU A125-EXIT.
00734      MOVE +100 TO W-T.
00735      PERFORM A125-POST-EXEMPTION THRU A125-EXIT.
00736      IF EX-STAT-CAP (EX-SUB)
00737       AND W-EX-AMT (EX-SUB) GREATER THAN EX-STAT-AMT (EX-SUB)
00738          ADD +1 TO OVER-STAT-CNT.
00739  A120-EXIT. EXIT.
00740      SKIP1
00741  A125-POST-EXEMPTION.
00742      ADD +1 TO EXM-CNT (W-T, EX-SUB).
00743      ADD W-EX-AMT (EX-SUB) TO EXM-AMT (W-T, EX-SUB).
00744      IF EX-STAT-CAP (EX-SUB)
00745       AND W-EX-AMT (EX-SUB) GREATER THAN EX-STAT-AMT (EX-SUB)
00746          ADD +1 TO EXM-OVER (W-T, EX-SUB).
00747  A125-EXIT. EXIT.
00748      SKIP1
00749 *    TOWNSHIPS ARE 10-77 (TAX CODE POSITIONS 1-2).
00750  A150-SET-TOWN-CLASS.
00751      MOVE 'N' TO VALID-TOWN-SW FARM-SW.
00752      IF W-TOWN GREATER THAN 09 AND W-TOWN LESS THAN 78
00753          MOVE 'Y' TO VALID-TOWN-SW.
00754      IF UNPK-CLS EQUAL 239
00755          MOVE 'Y' TO FARM-SW.
00756      COMPUTE W-C = W-MAJ-CLS + 1.
00757  A150-EXIT. EXIT.
00758      SKIP1
00759  A160-POST-PARCEL.
00760      IF VALID-TOWN
00761          MOVE W-TOWN TO W-T
00762          PERFORM A165-POST-MEASURE THRU A165-EXIT
00763              VARYING W-M FROM +1 BY +1
00764              UNTIL W-M GREATER THAN +7.
00765      MOVE +100 TO W-T.
00766      PERFORM A165-POST-MEASURE THRU A165-EXIT
00767          VARYING W-M FROM +1 BY +1
00768          UNTIL W-M GREATER THAN +7.
00769  A160-EXIT. EXIT.
00770      SKIP1
00771  A165-POST-MEASURE.
00772      ADD W-IN-VAL (W-M) TO AB-VAL (W-T, W-C, W-M).
00773      ADD W-IN-VAL (W-M) TO AB-VAL (W-T, 11, W-M).
00774      IF FARM-PARCEL
00775          ADD W-IN-VAL (W-M) TO FM-VAL (W-T, W-M).
00776  A165-EXIT. EXIT.
00777      SKIP1
00778  A200-READ-FRZAGY.
00779      READ FRZAGY-IN AT END
00780          MOVE 'Y' TO FRZ-EOF-SW.
00781      IF NOT END-OF-FRZ-FILE
00782          ADD +1 TO FRZ-IN-CNT.
00783  A200-EXIT. EXIT.
00784      SKIP1
00785 *    ONLY THE INCREMENT OF A DISTRICT ACTIVE ON THE TIF DISTRICT
00786 *    MASTER IS REPORTED, TO THE TOWNSHIP OF ITS TAX CODE.
00787  A210-TIF-LINE.
00788      MOVE ZERO TO DT-FND.
00789      PERFORM A215-SCAN-TIF THRU A215-EXIT
00790          VARYING DT-SUB FROM +1 BY +1
00791          UNTIL DT-SUB GREATER THAN DT-CTR
00792             OR DT-FND GREATER THAN ZERO.
00793      IF DT-FND EQUAL ZERO
00794          GO TO A210-NEXT.
00795      MOVE FA-TXCD TO UNPK-TXCD.
00796      IF W-TOWN GREATER THAN 09 AND W-TOWN LESS THAN 78
00797          ADD +1 TO TI-CNT (W-TOWN)
00798          ADD FA-TIFEV TO TI-INC (W-TOWN)
00799      ELSE
00800          ADD +1 TO TIF-BAD-TOWN-CNT.
00801      ADD +1 TO TI-CNT (100).
00802      ADD FA-TIFEV TO TI-INC (100).
00803  A210-NEXT.
00804      PERFORM A200-READ-FRZAGY THRU A200-EXIT.
00805  A210-EXIT. EXIT.
00806      SKIP1
00807  A215-SCAN-TIF.
00808      IF DT-AGCY (DT-SUB) EQUAL FA-AGCY
00809          MOVE DT-SUB TO DT-FND.
00810  A215-EXIT. EXIT.
00811      SKIP1
00812  A300-WRITE-HEADER.
00813      MOVE SPACES     TO SUBMIT-REC.
00814      MOVE 'H'        TO SH-REC-TYPE.
00815      MOVE 'CC '      TO SH-COUNTY.
00816      MOVE W-RUN-DATE TO SH-RUN-DATE.
00817      MOVE 'ABSTRACT' TO SH-FILE-ID.
00818      MOVE W-TAX-YEAR TO SH-TAX-YEAR.
00819      WRITE SUBMIT-REC.
00820  A300-EXIT. EXIT.
00821      SKIP1
00822  A380-WRITE-TRAILER.
00823      MOVE SPACES         TO SUBMIT-REC.
00824      MOVE 'T'            TO ST-REC-TYPE.
00825      MOVE SUBMIT-OUT-CNT TO ST-REC-COUNT.
00826      MOVE W-VALUE-HASH   TO ST-VALUE-HASH.
00827      WRITE SUBMIT-REC.
00828  A380-EXIT. EXIT.
00829      SKIP1
00830 *    ONE PAGE PER TOWNSHIP WITH ANY PARCELS, THEN THE COUNTY,
00831 *    WHICH ALSO CARRIES THE RAILROAD AND POLLUTION CONTROL LINES.
00832  A400-PRINT-TOWN.
00833      IF AB-VAL (W-T, 11, 1) EQUAL ZERO
00834       AND AB-VAL (W-T, 11, 6) EQUAL ZERO
00835       AND TI-CNT (W-T) EQUAL ZERO
00836          GO TO A400-EXIT.
00837      MOVE SPACES TO HD-SECTION.
00838      IF W-T EQUAL +100
00839          MOVE 'COUNTY TOTAL' TO HD-SECTION
00840      ELSE
00841          MOVE W-T TO W-TOWN
00842          STRING 'TOWNSHIP ' W-TOWN DELIMITED BY SIZE
00843              INTO HD-SECTION.
00844      MOVE +58 TO LINE-CNT.
00845      PERFORM A410-CLASS-LINE THRU A410-EXIT
00846          VARYING W-C FROM +1 BY +1
00847          UNTIL W-C GREATER THAN +10.
00848      MOVE +11 TO W-C.
00849      MOVE 'TOTAL' TO VL-LABEL.
00850      MOVE 'TT' TO SB-LINE-TYPE.
00851      MOVE SPACES TO SB-CODE.
00852      PERFORM A415-CELL-VALUES THRU A415-EXIT.
00853      MOVE 'FARM (CLASS 239)' TO VL-LABEL.
00854      MOVE 'FM' TO SB-LINE-TYPE.
00855      MOVE SPACES TO SB-CODE.
00856      PERFORM A420-FARM-VALUES THRU A420-EXIT
00857          VARYING W-M FROM +1 BY +1
00858          UNTIL W-M GREATER THAN +7.
00859      PERFORM A460-VALUE-LINE THRU A460-EXIT.
00860      MOVE 'TIF INCREMENT' TO VL-LABEL.
00861      MOVE 'TF' TO SB-LINE-TYPE.
00862      MOVE TI-CNT (W-T) TO W-IN-VAL (1).
00863      MOVE TI-INC (W-T) TO W-IN-VAL (6).
00864      PERFORM A470-SINGLE-LINE THRU A470-EXIT.
00865      IF W-T EQUAL +100
00866          MOVE 'RAILROAD' TO VL-LABEL
00867          MOVE 'RR' TO SB-LINE-TYPE
00868          MOVE ZERO TO W-IN-VAL (1)
00869          MOVE W-RR-HIGH TO W-IN-VAL (6)
00870          PERFORM A470-SINGLE-LINE THRU A470-EXIT
00871          MOVE 'POLLUTION CONTROL' TO VL-LABEL
00872          MOVE 'PC' TO SB-LINE-TYPE
00873          MOVE PC-IN-CNT TO W-IN-VAL (1)
00874          MOVE W-PC-HIGH TO W-IN-VAL (6)
00875          PERFORM A470-SINGLE-LINE THRU A470-EXIT.
00876      IF LINE-CNT GREATER THAN +42
00877          PERFORM B100-HEADING THRU B100-EXIT.
00878      WRITE PRINT-REC FROM HEAD-D-EX AFTER ADVANCING 3.
00879      ADD +3 TO LINE-CNT.
00880      PERFORM A480-EXEMPTION-LINE THRU A480-EXIT
00881          VARYING EX-SUB FROM +1 BY +1
00882          UNTIL EX-SUB GREATER THAN +13.
00883  A400-EXIT. EXIT.
00884      SKIP1
00885  A410-CLASS-LINE.
00886      IF AB-VAL (W-T, W-C, 1) EQUAL ZERO
00887       AND AB-VAL (W-T, W-C, 6) EQUAL ZERO
00888          GO TO A410-EXIT.
00889      COMPUTE W-MAJ-CLS = W-C - 1.
00890      MOVE SPACES TO VL-LABEL.
00891      STRING 'MAJOR CLASS ' W-MAJ-CLS DELIMITED BY SIZE
00892          INTO VL-LABEL.
00893      MOVE 'CL' TO SB-LINE-TYPE.
00894      MOVE SPACES TO SB-CODE.
00895      MOVE W-MAJ-CLS TO SB-CODE (1:1).
00896      PERFORM A415-CELL-VALUES THRU A415-EXIT.
00897  A410-EXIT. EXIT.
00898      SKIP1
00899  A415-CELL-VALUES.
00900      PERFORM A417-CELL-VALUE THRU A417-EXIT
00901          VARYING W-M FROM +1 BY +1
00902          UNTIL W-M GREATER THAN +7.
00903      PERFORM A460-VALUE-LINE THRU A460-EXIT.
00904  A415-EXIT. EXIT.
00905      SKIP1
00906  A417-CELL-VALUE.
00907      MOVE AB-VAL (W-T, W-C, W-M) TO W-IN-VAL (W-M).
00908  A417-EXIT. EXIT.
00909      SKIP1
00910  A420-FARM-VALUES.
00911      MOVE FM-VAL (W-T, W-M) TO W-IN-VAL (W-M).
00912  A420-EXIT. EXIT.
00913      SKIP1
00914 *    PRINTS THE SEVEN MEASURES AND WRITES THEM TO THE STATE.
00915  A460-VALUE-LINE.
00916      MOVE W-IN-VAL (1) TO VL-PARCELS SB-COUNT.
00917      PERFORM A465-MOVE-AMOUNT THRU A465-EXIT
00918          VARYING SUB-V FROM +1 BY +1
00919          UNTIL SUB-V GREATER THAN +6.
00920      PERFORM A490-WRITE-DETAIL THRU A490-EXIT.
00921  A460-EXIT. EXIT.
00922      SKIP1
00923  A465-MOVE-AMOUNT.
00924      MOVE W-IN-VAL (SUB-V + 1) TO VL-AMT (SUB-V)
00925                                   SB-VALUE (SUB-V).
00926  A465-EXIT. EXIT.
00927      SKIP1
00928 *    A LINE WITH ONE VALUE, CARRIED IN THE EQUALIZED COLUMN.
00929  A470-SINGLE-LINE.
00930      MOVE SPACES TO SB-CODE.
00931      MOVE W-IN-VAL (1) TO VL-PARCELS SB-COUNT.
00932      MOVE W-IN-VAL (6) TO VL-AMT (5).
00933      MOVE ZERO TO SB-VALUE (1) SB-VALUE (2) SB-VALUE (3)
00934                   SB-VALUE (4) SB-VALUE (6).
00935      MOVE W-IN-VAL (6) TO SB-VALUE (5).
00936      PERFORM A490-WRITE-DETAIL THRU A490-EXIT.
00937  A470-EXIT. EXIT.
00938      SKIP1
00939  A480-EXEMPTION-LINE.
00940      MOVE SPACES TO EX-LINE.
00941      MOVE EX-LABEL (EX-SUB) TO EL-LABEL.
00942      MOVE EXM-CNT (W-T, EX-SUB) TO EL-PARCELS.
00943      MOVE EXM-AMT (W-T, EX-SUB) TO EL-AMT.
00944      IF NOT EX-NO-STAT (EX-SUB)
00945          MOVE EX-STAT-AMT (EX-SUB) TO EL-STAT.
00946      IF EX-STAT-CAP (EX-SUB)
00947          MOVE EXM-OVER (W-T, EX-SUB) TO EL-OVER.
00948      IF LINE-CNT GREATER THAN +57
00949          PERFORM B100-HEADING THRU B100-EXIT
00950          WRITE PRINT-REC FROM HEAD-D-EX AFTER ADVANCING 2
00951          ADD +2 TO LINE-CNT.
00952      WRITE PRINT-REC FROM EX-LINE AFTER ADVANCING 1.
00953      ADD +1 TO LINE-CNT.
00954      MOVE 'D'  TO SB-REC-TYPE.
00955      MOVE 'EX' TO SB-LINE-TYPE.
00956      MOVE EX-CODE (EX-SUB) TO SB-CODE.
00957      MOVE EXM-CNT (W-T, EX-SUB) TO SB-COUNT.
00958      MOVE ZERO TO SB-VALUE (1) SB-VALUE (2) SB-VALUE (3)
00959                   SB-VALUE (4).
00960      MOVE EXM-AMT (W-T, EX-SUB) TO SB-VALUE (5).
00961      MOVE EX-STAT-AMT (EX-SUB) TO SB-VALUE (6).
00962      PERFORM A495-WRITE-SUBMIT THRU A495-EXIT.
00963  A480-EXIT. EXIT.
00964      SKIP1
00965  A490-WRITE-DETAIL.
00966      IF LINE-CNT GREATER THAN +57
00967          PERFORM B100-HEADING THRU B100-EXIT.
00968      WRITE PRINT-REC FROM VALUE-LINE AFTER ADVANCING 1.
00969      ADD +1 TO LINE-CNT.
00970      MOVE SPACES TO VALUE-LINE.
00971      MOVE 'D' TO SB-REC-TYPE.
00972      PERFORM A495-WRITE-SUBMIT THRU A495-EXIT.
00973  A490-EXIT. EXIT.
00974      SKIP1
00975  A495-WRITE-SUBMIT.
00976      IF W-T EQUAL +100
00977          MOVE ZERO TO SB-TOWN
00978      ELSE
00979          MOVE W-T TO SB-TOWN.
00980      MOVE SPACES TO SUBMIT-REC (95:56).
00981      WRITE SUBMIT-REC.
00982      ADD +1 TO SUBMIT-OUT-CNT.
00983      PERFORM A497-HASH-VALUE THRU A497-EXIT
00984          VARYING SUB-V FROM +1 BY +1
00985          UNTIL SUB-V GREATER THAN +6.
00986  A495-EXIT. EXIT.
00987      SKIP1
00988  A497-HASH-VALUE.
00989      ADD SB-VALUE (SUB-V) TO W-VALUE-HASH.
00990  A497-EXIT. EXIT.
00991      SKIP1
00992 *    THE ABSTRACT IS NOT RELEASED UNLESS EVERY LINE HERE IS IN
00993 *    BALANCE.
00994  A500-CROSSFOOT.
00995      MOVE 'CROSSFOOT PROOF' TO HD-SECTION.
00996      MOVE HEAD-C-PRF TO HEAD-C.
00997      MOVE +58 TO LINE-CNT.
00998      PERFORM A510-TOWNS-TO-COUNTY THRU A510-EXIT
00999          VARYING W-M FROM +1 BY +1
01000          UNTIL W-M GREATER THAN +7.
01001      PERFORM A520-CLASSES-TO-COUNTY THRU A520-EXIT
01002          VARYING W-M FROM +1 BY +1
01003          UNTIL W-M GREATER THAN +7.
01004      COMPUTE W-PROOF-1 = AB-VAL (100, 11, 2)
01005                        + AB-VAL (100, 11, 3).
01006      MOVE AB-VAL (100, 11, 4) TO W-PROOF-2.
01007      MOVE 'LAND PLUS IMPROVEMENT TO ASSESSOR VALUE'
01008          TO PF-LABEL.
01009      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01010      MOVE ZERO TO W-PROOF-1.
01011      MOVE FM-VAL (100, 4) TO W-PROOF-2.
01012      PERFORM A530-FARM-TOWN THRU A530-EXIT
01013          VARYING W-TX FROM +10 BY +1
01014          UNTIL W-TX GREATER THAN +77.
01015      MOVE 'FARM - TOWNSHIPS TO COUNTY' TO PF-LABEL.
01016      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01017      MOVE ZERO TO W-PROOF-1 W-PROOF-2.
01018      PERFORM A540-EXEMPT-TOWN THRU A540-EXIT
01019          VARYING EX-SUB FROM +1 BY +1
01020          UNTIL EX-SUB GREATER THAN +13.
01021      MOVE 'EXEMPTIONS - TOWNSHIPS TO COUNTY' TO PF-LABEL.
01022      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01023      MOVE ZERO TO W-PROOF-1.
01024      MOVE TI-INC (100) TO W-PROOF-2.
01025      PERFORM A550-TIF-TOWN THRU A550-EXIT
01026          VARYING W-TX FROM +10 BY +1
01027          UNTIL W-TX GREATER THAN +77.
01028      MOVE 'TIF INCREMENT - TOWNSHIPS TO COUNTY' TO PF-LABEL.
01029      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01030      IF CNTY-AGY-CNT EQUAL ZERO
01031          MOVE SPACES TO PROOF-LINE
01032          MOVE 'NO COUNTY-WIDE AGENCY ON THE VALUATION FILE'
01033              TO PF-LABEL
01034          MOVE 'OUT OF BALANCE' TO PF-FLAG
01035          ADD +1 TO OUT-BAL-CNT
01036          PERFORM A595-PRINT-PROOF THRU A595-EXIT
01037      ELSE
01038          MOVE W-RR-HIGH TO W-PROOF-1
01039          MOVE W-RR-LOW  TO W-PROOF-2
01040          MOVE 'RAILROAD - COUNTY-WIDE AGENCIES AGREE'
01041              TO PF-LABEL
01042          PERFORM A590-PROOF-LINE THRU A590-EXIT
01043          MOVE W-PC-HIGH TO W-PROOF-1
01044          MOVE W-PC-LOW  TO W-PROOF-2
01045          MOVE 'POLLUTION CTL - COUNTY-WIDE AGENCIES AGREE'
01046              TO PF-LABEL
01047          PERFORM A590-PROOF-LINE THRU A590-EXIT
01048          MOVE W-PC-HIGH TO W-PROOF-1
01049          MOVE W-PC-PARCEL-EAV TO W-PROOF-2
01050          MOVE 'POLLUTION CONTROL - AGENCY TO PARCELS'
01051              TO PF-LABEL
01052          PERFORM A590-PROOF-LINE THRU A590-EXIT.
01053      MOVE SPACES TO MESSG-LINE.
01054      IF OUT-BAL-CNT EQUAL ZERO
01055          MOVE 'ABSTRACT IN BALANCE -- RELEASED FOR TRANSMISSION'
01056              TO ML-TEXT
01057      ELSE
01058          MOVE 'ABSTRACT OUT OF BALANCE -- DO NOT TRANSMIT'
01059              TO ML-TEXT.
01060      WRITE PRINT-REC FROM MESSG-LINE AFTER ADVANCING 3.
01061      ADD +3 TO LINE-CNT.
01062  A500-EXIT. EXIT.
01063      SKIP1
01064  A510-TOWNS-TO-COUNTY.
01065      MOVE ZERO TO W-PROOF-1.
01066      MOVE AB-VAL (100, 11, W-M) TO W-PROOF-2.
01067      PERFORM A512-ADD-TOWN THRU A512-EXIT
01068          VARYING W-TX FROM +10 BY +1
01069          UNTIL W-TX GREATER THAN +77.
01070      MOVE SPACES TO PF-LABEL.
01071      STRING 'TOWNSHIPS TO COUNTY - ' MS-LABEL (W-M)
01072          DELIMITED BY SIZE INTO PF-LABEL.
01073      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01074  A510-EXIT. EXIT.
01075      SKIP1
01076  A512-ADD-TOWN.
01077      ADD AB-VAL (W-TX, 11, W-M) TO W-PROOF-1.
01078  A512-EXIT. EXIT.
01079      SKIP1
01080  A520-CLASSES-TO-COUNTY.
01081      MOVE ZERO TO W-PROOF-1.
01082      MOVE AB-VAL (100, 11, W-M) TO W-PROOF-2.
01083      PERFORM A522-ADD-CLASS THRU A522-EXIT
01084          VARYING W-C FROM +1 BY +1
01085          UNTIL W-C GREATER THAN +10.
01086      MOVE SPACES TO PF-LABEL.
01087      STRING 'CLASSES TO COUNTY - ' MS-LABEL (W-M)
01088          DELIMITED BY SIZE INTO PF-LABEL.
01089      PERFORM A590-PROOF-LINE THRU A590-EXIT.
01090  A520-EXIT. EXIT.
01091      SKIP1
01092  A522-ADD-CLASS.
01093      ADD AB-VAL (100, W-C, W-M) TO W-PROOF-1.
01094  A522-EXIT. EXIT.
01095      SKIP1
01096  A530-FARM-TOWN.
01097      ADD FM-VAL (W-TX, 4) TO W-PROOF-1.
01098  A530-EXIT. EXIT.
01099      SKIP1
01100  A540-EXEMPT-TOWN.
01101      ADD EXM-AMT (100, EX-SUB) TO W-PROOF-2.
01102      PERFORM A542-EXEMPT-ADD THRU A542-EXIT
01103          VARYING W-TX FROM +10 BY +1
01104          UNTIL W-TX GREATER THAN +77.
01105  A540-EXIT. EXIT.
01106      SKIP1
01107  A542-EXEMPT-ADD.
01108      ADD EXM-AMT (W-TX, EX-SUB) TO W-PROOF-1.
01109  A542-EXIT. EXIT.
01110      SKIP1
01111  A550-TIF-TOWN.
01112      ADD TI-INC (W-TX) TO W-PROOF-1.
01113  A550-EXIT. EXIT.
01114      SKIP1
01115  A590-PROOF-LINE.
01116      COMPUTE W-DIFF = W-PROOF-1 - W-PROOF-2.
01117      MOVE W-PROOF-1 TO PF-AMT-1.
01118      MOVE W-PROOF-2 TO PF-AMT-2.
01119      MOVE W-DIFF    TO PF-DIFF.
01120      IF W-DIFF EQUAL ZERO
01121          MOVE 'IN BALANCE' TO PF-FLAG
01122      ELSE
01123          MOVE 'OUT OF BALANCE' TO PF-FLAG
01124          ADD +1 TO OUT-BAL-CNT.
01125      PERFORM A595-PRINT-PROOF THRU A595-EXIT.
01126  A590-EXIT. EXIT.
01127      SKIP1
01128  A595-PRINT-PROOF.
01129      IF LINE-CNT GREATER THAN +57
01130          PERFORM B100-HEADING THRU B100-EXIT.
01131      WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1.
01132      ADD +1 TO LINE-CNT.
01133      MOVE SPACES TO PROOF-LINE.
01134  A595-EXIT. EXIT.
01135      SKIP1
01136  B100-HEADING.
01137      ADD +1 TO PAGE-CNT.
01138      MOVE PAGE-CNT TO HD-PAGE.
01139      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
01140      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
01141      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
01142      MOVE SPACES TO PRINT-REC.
01143      WRITE PRINT-REC AFTER ADVANCING 1.
01144      MOVE +6 TO LINE-CNT.
01145  B100-EXIT. EXIT.
