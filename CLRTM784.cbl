00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM784.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. COUNTY-WIDE EAV WATERFALL RECONCILIATION.  THE VALUE OF
00007 *         EVERY REAL ESTATE PARCEL IS CARRIED BY TOWNSHIP (FIRST
00008 *         TWO DIGITS OF THE TAX CODE) FROM THE ASSESSOR'S VALUE TO
00009 *         THE BASE EXTENDED FOR THE AGENCIES, AND EACH STAGE IS
00010 *         PROVED AGAINST THE NEXT: THE ASSESSOR'S CLOSED MASTER
00011 *         (ASREASRD02, CURRENT TOTAL VALUE); THE BOARD OF REVIEW
00012 *         CHANGES, TAKEN FROM THE BOARD-FINAL MASTER WRITTEN BY
00013 *         ASREA959 FOR PARCELS WHOSE BOARD ACTION WAS POSTED; THE
00014 *         ASSESSED AND EQUALIZED VALUES ON THE EQ FILE (TAX TYPE
00015 *         0); EACH EXEMPTION TYPE SUBTRACTED IN TURN, NONE TAKING
00016 *         MORE THAN THE EAV LEFT; THE TIF FROZEN INCREMENT
00017 *         (FA-TIFEV OF THE ACTIVE TIF DISTRICTS ON THE FROZEN
00018 *         AGENCY FILE); AND THE COOK COUNTY REAL ESTATE EAV
00019 *         (AEV-CC-RE) ON THE AGENCY EQUALIZED VALUATION FILE FOR
00020 *         THE TOWNSHIP'S OWN AGENCIES - THOSE ON EVERY TAX CODE IN
00021 *         THE TOWNSHIP AND ON NONE OUTSIDE IT.  THE TWO MASTERS
00022 *         AND THE EQ FILE ARE MATCHED IN VOLUME/PROPERTY SEQUENCE
00023 *         AND EVERY PARCEL THAT BREAKS A STAGE IS LISTED WITH ITS
00024 *         TOWNSHIP AND THE AMOUNTS ON EACH SIDE; A TIF TAX CODE
00025 *         WHOSE CURRENT EAV DISAGREES WITH THE TAXABLE EAV OF ITS
00026 *         PARCELS AND A TOWNSHIP AGENCY WHOSE AEV-CC-RE DISAGREES
00027 *         WITH THE WATERFALL ARE LISTED THE SAME WAY.  THE
00028 *         WATERFALL PAGE FOR EACH TOWNSHIP AND THE COUNTY FLAGS
00029 *         EVERY STAGE THAT DOES NOT CROSSFOOT.  AN EQUALIZED VALUE
00030 *         WITHIN ONE DOLLAR OF ASSESSED VALUE TIMES FACTOR IS
00031 *         TAKEN AS ROUNDING, AS IN ASREA929.  ANY TOWNSHIP OUT OF
00032 *         BALANCE OR ANY PARCEL ON A TAX CODE NOT ON FILE ENDS THE
00033 *         RUN WITH CODE 8.
0033A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0033B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0033C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0033D *         YEAR TAKES THE CYCLE YEAR.
00034      SKIP2
00035  ENVIRONMENT DIVISION.
00036  CONFIGURATION SECTION.
00037  SOURCE-COMPUTER. IBM-370.
00038  OBJECT-COMPUTER. IBM-370.
00039      SKIP1
00040  INPUT-OUTPUT SECTION.
00041  FILE-CONTROL.
00042      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00043      SELECT ASSR-MAST     ASSIGN TO UT-S-ASRMAST.
00044      SELECT BOARD-MAST    ASSIGN TO UT-S-BORMAST.
00045      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00046      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00047      SELECT TIFDST-FILE   ASSIGN TO DA-TIFDST
00048        ORGANIZATION IS INDEXED
00049        ACCESS IS SEQUENTIAL
00050        RECORD KEY IS TD-AGCY
00051        FILE STATUS IS DST-STATUS.
00052      SELECT FRZAGY-IN     ASSIGN TO UT-S-FRZAGYOT.
00053      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQVAL.
00054      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00055      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00056      SKIP2
00057  DATA DIVISION.
00058  FILE SECTION.
00059      SKIP1
00060  FD  CONTROL-FILE
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 80 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD
00065      DATA RECORD IS CONTROL-REC.
00066  01  CONTROL-REC.
00067      05  CC-TAX-YEAR     PIC X(4).
00068      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00069                          PIC 9(4).
00070      05  FILLER          PIC X(76).
00071      SKIP2
00072  FD  ASSR-MAST
00073      BLOCK CONTAINS 0 CHARACTERS
00074      RECORD CONTAINS 122 TO 18706 CHARACTERS
00075      LABEL RECORDS ARE STANDARD
00076      RECORDING MODE IS S
00077      DATA RECORD IS ASSR-MAST-REC.
00078  01  ASSR-MAST-REC.
00079  COPY ASREASRD02.
00080      SKIP2
00081 *    THE BOARD-FINAL MASTER IS THE SAME RECORD (ASREASRD02); ONLY
00082 *    THE FIXED SEGMENT IS NEEDED HERE.
00083  FD  BOARD-MAST
00084      BLOCK CONTAINS 0 CHARACTERS
00085      RECORD CONTAINS 122 TO 18706 CHARACTERS
00086      LABEL RECORDS ARE STANDARD
00087      RECORDING MODE IS S
00088      DATA RECORD IS BOARD-MAST-REC BOARD-MAST-MAX.
00089  01  BOARD-MAST-REC.
00090      05  BM-STAT1           PIC X.
00091          88  BM-ASSESSED            VALUE '1'.
00092      05  BM-VOL             PIC S9(3)    COMP-3.
00093          88  BM-RE-VOL              VALUE +001 THRU +601.
00094      05  BM-PROP            PIC S9(15)   COMP-3.
00095      05  BM-TXTYP           PIC X.
00096      05  FILLER             PIC X.
00097      05  BM-TXCD            PIC S9(5)    COMP-3.
00098      05  FILLER             PIC X(26).
00099      05  BM-BA-ACTION       PIC XX.
00100      05  FILLER             PIC X(12).
00101      05  BM-VALUE-1 OCCURS 12 TIMES
00102                             PIC S9(9)    COMP-3.
00103      05  FILLER             PIC X(6).
00104  01  BOARD-MAST-MAX         PIC X(18706).
00105      SKIP2
00106  FD  EQUAL-VALUE
00107      BLOCK  CONTAINS 0 RECORDS
00108      RECORD CONTAINS 115 CHARACTERS
00109      RECORDING MODE IS F
00110      LABEL  RECORDS ARE STANDARD
00111      DATA RECORD IS EQ-REC.
00112  01  EQ-REC.
00113  COPY EQVALRD01.
00114      SKIP2
00115  FD  TAXCODE-FILE
00116      BLOCK  CONTAINS 0 RECORDS
00117      RECORD CONTAINS 207 CHARACTERS
00118      RECORDING MODE IS F
00119      LABEL  RECORDS ARE STANDARD
00120      DATA RECORD IS TAXCODE-FILE-REC.
00121  01  TAXCODE-FILE-REC.
00122  COPY TAXCODERD2.
00123      SKIP2
00124  FD  TIFDST-FILE
00125      RECORD CONTAINS 80 CHARACTERS
00126      LABEL RECORDS ARE STANDARD.
00127      SKIP1
00128  01  TIFDST-REC.
00129  COPY CLTIFDSTR1.
00130      SKIP2
00131  FD  FRZAGY-IN
00132      BLOCK  CONTAINS 0 RECORDS
00133      RECORD CONTAINS 80 CHARACTERS
00134      RECORDING MODE IS F
00135      LABEL  RECORDS ARE STANDARD
00136      DATA RECORD IS FRZAGY-IN-REC.
00137  01  FRZAGY-IN-REC.
00138  COPY CLFRZAGYR1.
00139      SKIP2
00140  FD  AGYEQ-IN
00141      BLOCK  CONTAINS 0 RECORDS
00142      RECORD CONTAINS 300 CHARACTERS
00143      RECORDING MODE IS F
00144      LABEL  RECORDS ARE STANDARD
00145      DATA RECORD IS AGYEQ-IN-REC.
00146  01  AGYEQ-IN-REC.
00147  COPY AGYEQVALR3.
00148      SKIP2
00149  FD  RUN-REGISTRY
00150      BLOCK  CONTAINS 0 RECORDS
00151      RECORD CONTAINS 80 CHARACTERS
00152      RECORDING MODE IS F
00153      LABEL  RECORDS ARE STANDARD
00154      DATA RECORD IS RUNREG-REC.
00155  01  RUNREG-REC.
00156  COPY DPRUNREGR1.
00157      SKIP2
00158  FD  PRINT-FILE
00159      BLOCK  CONTAINS 0 RECORDS
00160      RECORD CONTAINS 133 CHARACTERS
00161      RECORDING MODE IS F
00162      LABEL  RECORDS ARE STANDARD.
00163      SKIP1
00164  01  PRINT-REC               PIC X(133).
00165      SKIP2
00166  WORKING-STORAGE SECTION.
00167      SKIP1
00168  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00169  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00170      SKIP1
00171  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00172      88  END-OF-CTL-FILE                  VALUE 'Y'.
00173  77  ASR-EOF-SW                PIC X      VALUE 'N'.
00174      88  END-OF-ASR-FILE                  VALUE 'Y'.
00175  77  BOR-EOF-SW                PIC X      VALUE 'N'.
00176      88  END-OF-BOR-FILE                  VALUE 'Y'.
00177  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00178      88  END-OF-EQ-FILE                   VALUE 'Y'.
00179  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00180  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00181      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00182  77  DST-EOF-SW                PIC X      VALUE 'N'.
00183      88  END-OF-DST-FILE                  VALUE 'Y'.
00184  77  FRZ-EOF-SW                PIC X      VALUE 'N'.
00185      88  END-OF-FRZ-FILE                  VALUE 'Y'.
00186  77  AEV-EOF-SW                PIC X      VALUE 'N'.
00187      88  END-OF-AEV-FILE                  VALUE 'Y'.
00188  77  DST-STATUS                PIC XX     VALUE '00'.
00189  77  ON-ASR-SW                 PIC X      VALUE 'N'.
00190      88  ON-ASR                           VALUE 'Y'.
00191  77  ON-BOR-SW                 PIC X      VALUE 'N'.
00192      88  ON-BOR                           VALUE 'Y'.
00193  77  ON-EQ-SW                  PIC X      VALUE 'N'.
00194      88  ON-EQ                            VALUE 'Y'.
00195  77  TOWN-OUT-SW               PIC X      VALUE 'N'.
00196      88  TOWN-OUT-OF-BAL                  VALUE 'Y'.
00197  77  COUNTY-OUT-SW             PIC X      VALUE 'N'.
00198      SKIP1
00199  77  ASR-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00200  77  BOR-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00201  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00202  77  PCL-CNT           COMP-3  PIC S9(9)  VALUE +0.
00203  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00204  77  TIF-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00205  77  FRZ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00206  77  AEV-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00207  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00208  77  PCL-BRK-CNT       COMP-3  PIC S9(7)  VALUE +0.
00209  77  TIF-BRK-CNT       COMP-3  PIC S9(5)  VALUE +0.
00210  77  AGY-BRK-CNT       COMP-3  PIC S9(5)  VALUE +0.
00211  77  TWN-AGY-CNT       COMP-3  PIC S9(5)  VALUE +0.
00212  77  TOWN-OUT-CNT      COMP-3  PIC S9(3)  VALUE +0.
00213      SKIP1
00214  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00215  77  W-LAST-TXCD               PIC 9(5)   VALUE ZEROS.
00216  77  W-LAST-FND        COMP-3  PIC S9(5)  VALUE +0.
00217  77  W-TX              COMP-3  PIC S9(3)  VALUE +0.
00218  77  W-ASR-TOWN        COMP-3  PIC S9(3)  VALUE +0.
00219  77  W-BOR-TOWN        COMP-3  PIC S9(3)  VALUE +0.
00220  77  W-EQ-TOWN         COMP-3  PIC S9(3)  VALUE +0.
00221  77  W-BRK-TOWN        COMP-3  PIC S9(3)  VALUE +0.
00222  77  W-ASR-AV          COMP-3  PIC S9(11) VALUE +0.
00223  77  W-BOR-AV          COMP-3  PIC S9(11) VALUE +0.
00224  77  W-BOR-CHG         COMP-3  PIC S9(11) VALUE +0.
00225  77  W-EQ-CALC         COMP-3  PIC S9(11) VALUE +0.
00226  77  W-DIFF            COMP-3  PIC S9(13) VALUE +0.
00227  77  W-REMAIN-EAV      COMP-3  PIC S9(11) VALUE +0.
00228  77  W-CLAIMED         COMP-3  PIC S9(11) VALUE +0.
00229  77  W-ALLOWED         COMP-3  PIC S9(11) VALUE +0.
00230  77  W-BASE            COMP-3  PIC S9(13) VALUE +0.
00231  77  W-ASR-TXCD                PIC 9(5)   VALUE ZEROS.
00232  77  W-BOR-TXCD                PIC 9(5)   VALUE ZEROS.
00233  77  W-AGENCY                  PIC 9(9)   VALUE ZEROS.
00234      SKIP1
0234A  01  CYCLK-AREA.
0234B  COPY DPCYCLKR1.
0234C      SKIP1
00235 *    PARCEL KEYS, VOLUME AND PROPERTY NUMBER, HIGH-VALUES AT END
00236 *    OF FILE.  THE LOW KEY IS THE PARCEL BEING RECONCILED.
00237  01  ASR-KEY.
00238      05  ASR-KEY-VOL         PIC 9(3).
00239      05  ASR-KEY-PROP        PIC 9(15).
00240  01  BOR-KEY.
00241      05  BOR-KEY-VOL         PIC 9(3).
00242      05  BOR-KEY-PROP        PIC 9(15).
00243  01  EQ-KEY.
00244      05  EQ-KEY-VOL          PIC 9(3).
00245      05  EQ-KEY-PROP         PIC 9(15).
00246  01  LOW-KEY.
00247      05  LOW-KEY-VOL         PIC 9(3).
00248      05  LOW-KEY-PROP        PIC 9(15).
00249      SKIP1
00250 *    THE TEN EXEMPTIONS IN THE ORDER THEY ARE TAKEN AGAINST A
00251 *    PARCEL'S EAV, AS ON CLRTM781, WITH THE ENTERPRISE ZONE
00252 *    ABATEMENT AND HOME IMPROVEMENT EXEMPTION LAST.
00253  77  EX-SUB            COMP-3  PIC S9(3)  VALUE +0.
00254  01  W-EX-AMOUNTS.
00255      05  W-EX-AMT OCCURS 10 TIMES
00256                          PIC S9(11) COMP-3.
00257  01  EX-LABEL-VALUES.
00258      05  FILLER   PIC X(30) VALUE '  LESS HOMEOWNER EXEMPTION'.
00259      05  FILLER   PIC X(30) VALUE '  LESS SENIOR EXEMPTION'.
00260      05  FILLER   PIC X(30) VALUE '  LESS SENIOR FREEZE'.
00261      05  FILLER   PIC X(30) VALUE '  LESS VETERAN EXEMPTION'.
00262      05  FILLER   PIC X(30) VALUE '  LESS DISABLED VETERAN'.
00263      05  FILLER   PIC X(30) VALUE '  LESS DISABLED PERSON'.
00264      05  FILLER   PIC X(30) VALUE '  LESS LONG-TIME OCCUPANT'.
00265      05  FILLER   PIC X(30) VALUE '  LESS EXEMPT OWNER'.
00266      05  FILLER   PIC X(30) VALUE '  LESS ENTERPRISE ZONE'.
00267      05  FILLER   PIC X(30) VALUE '  LESS HOME IMPROVEMENT'.
00268  01  EX-LABEL-TABLE REDEFINES EX-LABEL-VALUES.
00269      05  EX-LABEL OCCURS 10 TIMES PIC X(30).
00270      SKIP1
00271  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00272  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00273  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00274  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00275  01  TAXCODE-TABLE.
00276      05  TC-ENTRY OCCURS 3000 TIMES.
00277          10  TC-CODE         PIC 9(5)  COMP-3.
00278          10  TC-AGENCY OCCURS 40 TIMES
00279                              PIC 9(9)  COMP-3.
00280          10  TC-TAXABLE      PIC S9(13) COMP-3.
00281          10  TC-TIF-INC      PIC S9(13) COMP-3.
00282      SKIP1
00283  77  TF-CTR            COMP-3  PIC S9(5)  VALUE +0.
00284  77  TF-SUB            COMP-3  PIC S9(5)  VALUE +0.
00285  77  TF-FND            COMP-3  PIC S9(5)  VALUE +0.
00286  01  TIF-DISTRICT-TABLE.
00287      05  TF-ENTRY OCCURS 1000 TIMES.
00288          10  TF-AGCY         PIC 9(9)       COMP-3.
00289      SKIP1
00290  77  AE-CTR            COMP-3  PIC S9(5)  VALUE +0.
00291  77  AE-SUB            COMP-3  PIC S9(5)  VALUE +0.
00292  77  AE-FND            COMP-3  PIC S9(5)  VALUE +0.
00293  01  AGENCY-EQV-TABLE.
00294      05  AE-ENTRY OCCURS 2000 TIMES.
00295          10  AE-AGENCY       PIC 9(9)   COMP-3.
00296          10  AE-CC-RE        PIC 9(13)  COMP-3.
00297      SKIP1
00298 *    EVERY AGENCY ON THE TAX CODE FILE WITH THE TOWNSHIP OF ITS
00299 *    FIRST CODE AND THE NUMBER OF CODES IT IS ON THERE.  AN AGENCY
00300 *    FOUND IN A SECOND TOWNSHIP CANNOT BE A TOWNSHIP AGENCY.
00301  77  AG-CTR            COMP-3  PIC S9(5)  VALUE +0.
00302  77  AG-SUB            COMP-3  PIC S9(5)  VALUE +0.
00303  77  AG-FND            COMP-3  PIC S9(5)  VALUE +0.
00304  01  AGENCY-TOWN-TABLE.
00305      05  AG-ENTRY OCCURS 2000 TIMES.
00306          10  AG-AGENCY       PIC 9(9)   COMP-3.
00307          10  AG-TOWN         PIC S9(3)  COMP-3.
00308          10  AG-CODES        PIC S9(5)  COMP-3.
00309          10  AG-MULTI-SW     PIC X.
00310      SKIP1
00311 *    ONE ENTRY PER TOWNSHIP; ENTRY 100 IS THE COUNTY.
00312  01  TOWN-TOTAL-TABLE.
00313      05  TOWN-TOTAL OCCURS 100 TIMES.
00314          10  TW-CODES        PIC S9(5)  COMP-3.
00315          10  TW-PARCELS      PIC S9(9)  COMP-3.
00316          10  TW-ASR-AV       PIC S9(13) COMP-3.
00317          10  TW-BOR-CHG      PIC S9(13) COMP-3.
00318          10  TW-BOR-AV       PIC S9(13) COMP-3.
00319          10  TW-EQ-AV        PIC S9(13) COMP-3.
00320          10  TW-EQ-CALC      PIC S9(13) COMP-3.
00321          10  TW-EQ-VAL       PIC S9(13) COMP-3.
00322          10  TW-EX OCCURS 10 TIMES
00323                              PIC S9(13) COMP-3.
00324          10  TW-CLAIMED      PIC S9(13) COMP-3.
00325          10  TW-TAXABLE      PIC S9(13) COMP-3.
00326          10  TW-TIF-INC      PIC S9(13) COMP-3.
00327          10  TW-AGY-CNT      PIC S9(3)  COMP-3.
00328          10  TW-AGY-AEV      PIC S9(13) COMP-3.
00329          10  TW-BRK-AV       PIC S9(7)  COMP-3.
00330          10  TW-BRK-EQ       PIC S9(7)  COMP-3.
00331          10  TW-BRK-FCTR     PIC S9(7)  COMP-3.
00332          10  TW-BRK-EX       PIC S9(7)  COMP-3.
00333          10  TW-BRK-TIF      PIC S9(5)  COMP-3.
00334          10  TW-BRK-AGY      PIC S9(3)  COMP-3.
00335      SKIP1
00336  01  UNPK-TXCD           PIC 9(5).
00337  01  FILLER REDEFINES UNPK-TXCD.
00338      05  W-TOWN          PIC 99.
00339      05  FILLER          PIC 999.
00340      SKIP1
00341  01  ACPT-DATE                  PIC 9(6).
00342  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00343      05  ACPT-YR                PIC 99.
00344      05  ACPT-MO                PIC 99.
00345      05  ACPT-DA                PIC 99.
00346  01  DSP-DATE.
00347      05  DSP-MO                 PIC 99.
00348      05  FILLER                 PIC X      VALUE '/'.
00349      05  DSP-DA                 PIC 99.
00350      05  FILLER                 PIC X      VALUE '/'.
00351      05  DSP-YR                 PIC 99.
00352      SKIP1
00353  01  HEAD-A.
00354      05  FILLER          PIC X(3)   VALUE SPACES.
00355      05  HD-DATE         PIC X(8).
00356      05  FILLER          PIC X(42)  VALUE SPACES.
00357      05  FILLER     PIC X(26) VALUE
00358          'OFFICE OF THE COUNTY CLERK'.
00359      05  FILLER          PIC X(42)  VALUE SPACES.
00360      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00361      05  HD-PAGE         PIC ZZ,ZZ9.
00362      SKIP1
00363  01  HEAD-B.
00364      05  FILLER          PIC X(3)   VALUE SPACES.
00365      05  FILLER          PIC X(8)   VALUE 'CLRTM784'.
00366      05  FILLER          PIC X(18)  VALUE SPACES.
00367      05  FILLER          PIC X(38)  VALUE
00368          'EAV WATERFALL RECONCILIATION - TAX YR '.
00369      05  HD-TAX-YEAR     PIC 9(4).
00370      05  FILLER          PIC X(3)   VALUE ' - '.
00371      05  HD-SECTION      PIC X(24).
00372      SKIP1
00373  01  HEAD-C              PIC X(133).
00374      SKIP1
00375  01  HEAD-C-PCL.
00376      05  FILLER          PIC X(26)  VALUE ' TWP  PARCEL'.
00377      05  FILLER          PIC X(7)   VALUE 'TAX CD'.
00378      05  FILLER          PIC X(34)  VALUE 'BREAK'.
00379      05  FILLER          PIC X(17)  VALUE '     FIRST SIDE'.
00380      05  FILLER          PIC X(17)  VALUE '    SECOND SIDE'.
00381      05  FILLER          PIC X(15)  VALUE '     DIFFERENCE'.
00382      SKIP1
00383  01  HEAD-C-TIF.
00384      05  FILLER          PIC X(6)   VALUE ' TWP'.
00385      05  FILLER          PIC X(7)   VALUE 'TAX CD'.
00386      05  FILLER          PIC X(20)  VALUE 'TIF AGENCY'.
00387      05  FILLER          PIC X(34)  VALUE 'BREAK'.
00388      05  FILLER          PIC X(17)  VALUE '   TIF CURR EAV'.
00389      05  FILLER          PIC X(17)  VALUE '    TAXABLE EAV'.
00390      05  FILLER          PIC X(15)  VALUE '     DIFFERENCE'.
00391      SKIP1
00392  01  HEAD-C-AGY.
00393      05  FILLER          PIC X(13)  VALUE ' TWP'.
00394      05  FILLER          PIC X(20)  VALUE 'AGENCY'.
00395      05  FILLER          PIC X(34)  VALUE 'STATUS'.
00396      05  FILLER          PIC X(17)  VALUE '      AEV-CC-RE'.
00397      05  FILLER          PIC X(17)  VALUE ' WATERFALL BASE'.
00398      05  FILLER          PIC X(15)  VALUE '     DIFFERENCE'.
00399      SKIP1
00400  01  HEAD-C-WF.
00401      05  FILLER          PIC X(41)  VALUE ' STAGE'.
00402      05  FILLER          PIC X(19)  VALUE '         AMOUNT'.
00403      05  FILLER          PIC X(24)  VALUE 'PROVED AGAINST'.
00404      05  FILLER          PIC X(18)  VALUE '         AMOUNT'.
00405      05  FILLER          PIC X(15)  VALUE '     DIFFERENCE'.
00406      SKIP1
00407 *    ONE LINE FOR EACH PARCEL, TIF CODE OR AGENCY THAT BREAKS.
00408  01  BRK-LINE.
00409      05  FILLER          PIC X.
00410      05  BL-TOWN         PIC 99.
00411      05  FILLER          PIC X(3).
00412      05  BL-ID.
00413          10  BL-VOL      PIC 999.
00414          10  BL-DASH     PIC X.
00415          10  BL-PROP     PIC 9(15).
00416      05  FILLER          PIC X.
00417      05  BL-TXCD         PIC 9(5).
00418      05  FILLER          PIC X(2).
00419      05  BL-REASON       PIC X(34).
00420      05  BL-AMT-1        PIC ZZ,ZZZ,ZZZ,ZZ9-.
00421      05  FILLER          PIC X(2).
00422      05  BL-AMT-2        PIC ZZ,ZZZ,ZZZ,ZZ9-.
00423      05  FILLER          PIC X(2).
00424      05  BL-AMT-3        PIC ZZ,ZZZ,ZZZ,ZZ9-.
00425      SKIP1
00426  01  TOWN-LINE.
00427      05  FILLER          PIC X.
00428      05  TL-TITLE        PIC X(20).
00429      05  FILLER          PIC X(2).
00430      05  TL-PARCELS      PIC ZZZ,ZZZ,ZZ9.
00431      05  FILLER          PIC X(9)   VALUE ' PARCELS '.
00432      05  TL-CODES        PIC ZZ,ZZ9.
00433      05  FILLER          PIC X(12)  VALUE ' TAX CODES  '.
00434      05  TL-MESSG        PIC X(60).
00435      SKIP1
00436  01  WF-LINE.
00437      05  FILLER          PIC X.
00438      05  WF-LABEL        PIC X(40).
00439      05  WF-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9-.
00440      05  FILLER          PIC X(4).
00441      05  WF-PLBL         PIC X(24).
00442      05  WF-PAMT         PIC ZZ,ZZZ,ZZZ,ZZ9-.
00443      05  FILLER          PIC X(3).
00444      05  WF-DIFF         PIC ZZ,ZZZ,ZZZ,ZZ9-.
00445      05  FILLER          PIC X(2).
00446      05  WF-FLAG         PIC X(11).
00447      EJECT
00448  PROCEDURE DIVISION.
00449      SKIP1
00450  A010-HOUSEKEEPING.
00451      OPEN INPUT  CONTROL-FILE, ASSR-MAST, BOARD-MAST, EQUAL-VALUE,
00452                  TAXCODE-FILE, TIFDST-FILE, FRZAGY-IN, AGYEQ-IN
00453           OUTPUT PRINT-FILE.
00454      OPEN EXTEND RUN-REGISTRY.
0454A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00455      PERFORM C900-REG-START THRU C900-EXIT.
00456      IF DST-STATUS NOT EQUAL '00'
00457          DISPLAY 'CLRTM784 -- TIF DISTRICT MASTER OPEN FAILED, '
00458              'STATUS ' DST-STATUS
00459          MOVE 16 TO RETURN-CODE
00460          GO TO A010-FINISH.
00461      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00462      IF RETURN-CODE GREATER THAN ZERO
00463          GO TO A010-FINISH.
00464      ACCEPT ACPT-DATE FROM DATE.
00465      MOVE ACPT-MO TO DSP-MO.
00466      MOVE ACPT-DA TO DSP-DA.
00467      MOVE ACPT-YR TO DSP-YR.
00468      MOVE DSP-DATE TO HD-DATE.
00469      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00470      INITIALIZE TOWN-TOTAL-TABLE.
00471      MOVE SPACES TO BRK-LINE.
00472      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00473          UNTIL END-OF-TXCD-FILE.
00474      PERFORM A020-READ-TIFDST THRU A020-EXIT.
00475      PERFORM A022-LOAD-TIF THRU A022-EXIT
00476          UNTIL END-OF-DST-FILE.
00477      PERFORM A025-LOAD-AGYEQ THRU A025-EXIT
00478          UNTIL END-OF-AEV-FILE.
00479      IF RETURN-CODE GREATER THAN ZERO
00480          GO TO A010-FINISH.
00481      MOVE 'PARCEL BREAKS' TO HD-SECTION.
00482      MOVE HEAD-C-PCL TO HEAD-C.
00483      MOVE +58 TO LINE-CNT.
00484      PERFORM A030-READ-ASSR THRU A030-EXIT.
00485      PERFORM A032-READ-BOARD THRU A032-EXIT.
00486      PERFORM A034-READ-EQ THRU A034-EXIT.
00487      PERFORM A040-SET-LOW-KEY THRU A040-EXIT.
00488      PERFORM A100-MATCH-PARCEL THRU A100-EXIT
00489          UNTIL LOW-KEY EQUAL HIGH-VALUES.
00490      MOVE 'TIF INCREMENT BREAKS' TO HD-SECTION.
00491      MOVE HEAD-C-TIF TO HEAD-C.
00492      MOVE +58 TO LINE-CNT.
00493      PERFORM A200-READ-FRZAGY THRU A200-EXIT.
00494      PERFORM A210-TIF-STAGE THRU A210-EXIT
00495          UNTIL END-OF-FRZ-FILE.
00496      PERFORM A300-AGENCY-TOWNS THRU A300-EXIT
00497          VARYING TC-SUB FROM +1 BY +1
00498          UNTIL TC-SUB GREATER THAN TC-CTR.
00499      MOVE 'TOWNSHIP AGENCIES' TO HD-SECTION.
00500      MOVE HEAD-C-AGY TO HEAD-C.
00501      MOVE +58 TO LINE-CNT.
00502      PERFORM A320-PROVE-AGENCY THRU A320-EXIT
00503          VARYING AG-SUB FROM +1 BY +1
00504          UNTIL AG-SUB GREATER THAN AG-CTR.
00505      MOVE HEAD-C-WF TO HEAD-C.
00506      PERFORM A400-PRINT-TOWN THRU A400-EXIT
00507          VARYING W-TX FROM +1 BY +1
00508          UNTIL W-TX GREATER THAN +100.
00509      IF RETURN-CODE LESS THAN 8
0509A       AND (TOWN-OUT-CNT GREATER THAN +0
00510         OR COUNTY-OUT-SW EQUAL 'Y'
00511         OR BAD-CODE-CNT GREATER THAN +0)
00512          MOVE 8 TO RETURN-CODE.
00513  A010-FINISH.
00514      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00515          TC-CTR.
00516      DISPLAY 'TOTAL ACTIVE TIF DISTRICTS LOADED....: '
00517          TIF-IN-CNT.
00518      DISPLAY 'TOTAL AGENCY VALUATIONS LOADED.......: '
00519          AE-CTR.
00520      DISPLAY 'TOTAL ASSESSOR MASTER PARCELS READ...: '
00521          ASR-IN-CNT.
00522      DISPLAY 'TOTAL BOARD MASTER PARCELS READ......: '
00523          BOR-IN-CNT.
00524      DISPLAY 'TOTAL TAX TYPE 0 EQ RECORDS READ.....: '
00525          EQ-IN-CNT.
00526      DISPLAY 'TOTAL PARCELS RECONCILED.............: '
00527          PCL-CNT.
00528      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00529          BAD-CODE-CNT.
00530      DISPLAY 'TOTAL PARCEL BREAKS LISTED...........: '
00531          PCL-BRK-CNT.
00532      DISPLAY 'TOTAL FROZEN AGENCY RECORDS READ.....: '
00533          FRZ-IN-CNT.
00534      DISPLAY 'TOTAL TIF INCREMENT BREAKS LISTED....: '
00535          TIF-BRK-CNT.
00536      DISPLAY 'TOTAL TOWNSHIP AGENCIES PROVED.......: '
00537          TWN-AGY-CNT.
00538      DISPLAY 'TOTAL TOWNSHIP AGENCY BREAKS LISTED..: '
00539          AGY-BRK-CNT.
00540      DISPLAY 'TOTAL TOWNSHIPS OUT OF BALANCE.......: '
00541          TOWN-OUT-CNT.
00542      PERFORM C910-REG-END THRU C910-EXIT.
00543      CLOSE CONTROL-FILE, ASSR-MAST, BOARD-MAST, EQUAL-VALUE,
00544            TAXCODE-FILE, TIFDST-FILE, FRZAGY-IN, AGYEQ-IN,
00545            RUN-REGISTRY, PRINT-FILE.
00546      STOP RUN.
00547      SKIP1
00548 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4 FOR HEADINGS.
00549  A011-READ-CONTROL.
00550      READ CONTROL-FILE AT END
00551          MOVE 'Y' TO CTL-EOF-SW.
0551A      MOVE 'CLRTM784' TO CK-CALLER.
0551B      MOVE SPACES TO CK-CARD-YEAR.
0551C      IF NOT END-OF-CTL-FILE
0551D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0551E      CALL 'DPRUN004' USING CYCLK-AREA.
0551F      IF NOT END-OF-CTL-FILE
0551G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0551H  A011-EXIT. EXIT.
0551I      SKIP1
0551J  A012-EDIT-CONTROL.
00552      IF END-OF-CTL-FILE
00553          OR CC-TAX-YEAR NOT NUMERIC
00554          OR CC-TAX-YEAR-N EQUAL ZERO
00555          DISPLAY 'CLRTM784 -- TAX YEAR CONTROL CARD MISSING OR '
00556              'INVALID -- RUN STOPPED'
00557          MOVE 16 TO RETURN-CODE
00558          GO TO A012-EXIT.
00559      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00560      DISPLAY 'TAX YEAR RECONCILED..................: ' W-TAX-YEAR.
00561  A012-EXIT. EXIT.
00562      SKIP1
00563 *    EACH TAX CODE IS COUNTED TO ITS TOWNSHIP SO THE TOWNSHIP
00564 *    AGENCIES CAN BE FOUND.
00565  A015-LOAD-TAXCODES.
00566      READ TAXCODE-FILE AT END
00567          MOVE 'Y' TO TXCD-EOF-SW
00568          GO TO A015-EXIT.
00569      ADD +1 TO TXCD-IN-CNT.
00570      IF TC-CTR NOT LESS THAN +3000
00571          DISPLAY 'CLRTM784 -- TAX CODE TABLE FULL -- CODE '
00572              TR-TAX-CODE ' NOT LOADED'
00573          MOVE 16 TO RETURN-CODE
00574          GO TO A015-EXIT.
00575      ADD +1 TO TC-CTR.
00576      INITIALIZE TC-ENTRY (TC-CTR).
00577      MOVE TR-TAX-CODE TO TC-CODE (TC-CTR).
00578      PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00579          VARYING SUB-AGY FROM +1 BY +1
00580          UNTIL SUB-AGY GREATER THAN +40.
00581      MOVE TR-TAX-CODE TO UNPK-TXCD.
00582      IF W-TOWN GREATER THAN ZERO
00583          ADD +1 TO TW-CODES (W-TOWN).
00584  A015-EXIT. EXIT.
00585      SKIP1
00586  A017-MOVE-AGENCY.
00587      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00588  A017-EXIT. EXIT.
00589      SKIP1
00590  A020-READ-TIFDST.
00591      READ TIFDST-FILE AT END
00592          MOVE 'Y' TO DST-EOF-SW.
00593  A020-EXIT. EXIT.
00594      SKIP1
00595  A022-LOAD-TIF.
00596      IF NOT TD-ACTIVE
00597          GO TO A022-NEXT.
00598      IF TF-CTR NOT LESS THAN +1000
00599          DISPLAY 'CLRTM784 -- TIF DISTRICT TABLE FULL -- '
00600              'DISTRICT ' TD-AGCY ' NOT LOADED'
00601          MOVE 16 TO RETURN-CODE
00602          GO TO A022-NEXT.
00603      ADD +1 TO TF-CTR TIF-IN-CNT.
00604      MOVE TD-AGCY TO TF-AGCY (TF-CTR).
00605  A022-NEXT.
00606      PERFORM A020-READ-TIFDST THRU A020-EXIT.
00607  A022-EXIT. EXIT.
00608      SKIP1
00609  A025-LOAD-AGYEQ.
00610      READ AGYEQ-IN AT END
00611          MOVE 'Y' TO AEV-EOF-SW
00612          GO TO A025-EXIT.
00613      ADD +1 TO AEV-IN-CNT.
00614      IF AE-CTR NOT LESS THAN +2000
00615          DISPLAY 'CLRTM784 -- AGENCY VALUATION TABLE FULL -- '
00616              'AGENCY ' AEV-AGCYNO ' NOT LOADED'
00617          MOVE 16 TO RETURN-CODE
00618          GO TO A025-EXIT.
00619      ADD +1 TO AE-CTR.
00620      MOVE AEV-AGCYNO TO AE-AGENCY (AE-CTR).
00621      MOVE AEV-CC-RE  TO AE-CC-RE (AE-CTR).
00622  A025-EXIT. EXIT.
00623      SKIP1
00624 *    ONLY ASSESSED REAL ESTATE PARCELS ARE TAKEN FROM EITHER
00625 *    MASTER, AS FOR THE SALES RATIO STUDY (ASREA971).
00626  A030-READ-ASSR.
00627      READ ASSR-MAST AT END
00628          MOVE 'Y' TO ASR-EOF-SW
00629          MOVE HIGH-VALUES TO ASR-KEY
00630          GO TO A030-EXIT.
00631      IF NOT MR-ASSESSED
00632         OR NOT MR-RE-VOL
00633          GO TO A030-READ-ASSR.
00634      ADD +1 TO ASR-IN-CNT.
00635      MOVE M-VOL  TO ASR-KEY-VOL.
00636      MOVE M-PROP TO ASR-KEY-PROP.
00637  A030-EXIT. EXIT.
00638      SKIP1
00639  A032-READ-BOARD.
00640      READ BOARD-MAST AT END
00641          MOVE 'Y' TO BOR-EOF-SW
00642          MOVE HIGH-VALUES TO BOR-KEY
00643          GO TO A032-EXIT.
00644      IF NOT BM-ASSESSED
00645         OR NOT BM-RE-VOL
00646          GO TO A032-READ-BOARD.
00647      ADD +1 TO BOR-IN-CNT.
00648      MOVE BM-VOL  TO BOR-KEY-VOL.
00649      MOVE BM-PROP TO BOR-KEY-PROP.
00650  A032-EXIT. EXIT.
00651      SKIP1
00652  A034-READ-EQ.
00653      READ EQUAL-VALUE AT END
00654          MOVE 'Y' TO EQ-EOF-SW
00655          MOVE HIGH-VALUES TO EQ-KEY
00656          GO TO A034-EXIT.
00657      IF FIRST-EQ-REC-SW EQUAL 'Y'
00658          MOVE 'N' TO FIRST-EQ-REC-SW
00659          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00660              DISPLAY 'CLRTM784 - VINTAGE HDR BYPASSED'
00661              GO TO A034-READ-EQ.
00662      IF NOT EQ-CUR-TXTYP
00663          GO TO A034-READ-EQ.
00664      ADD +1 TO EQ-IN-CNT.
00665      MOVE EQ-VOL  TO EQ-KEY-VOL.
00666      MOVE EQ-PROP TO EQ-KEY-PROP.
00667  A034-EXIT. EXIT.
00668      SKIP1
00669  A040-SET-LOW-KEY.
00670      MOVE ASR-KEY TO LOW-KEY.
00671      IF BOR-KEY LESS THAN LOW-KEY
00672          MOVE BOR-KEY TO LOW-KEY.
00673      IF EQ-KEY LESS THAN LOW-KEY
00674          MOVE EQ-KEY TO LOW-KEY.
00675  A040-EXIT. EXIT.
00676      SKIP1
00677 *    THE PARCEL ON THE LOW KEY IS RECONCILED FROM WHICHEVER OF
00678 *    THE THREE FILES CARRY IT; EACH STAGE IS POSTED TO THE
00679 *    TOWNSHIP OF THE FILE IT COMES FROM.
00680  A100-MATCH-PARCEL.
00681      ADD +1 TO PCL-CNT.
00682      MOVE 'N' TO ON-ASR-SW ON-BOR-SW ON-EQ-SW.
00683      IF ASR-KEY EQUAL LOW-KEY
00684          MOVE 'Y' TO ON-ASR-SW.
00685      IF BOR-KEY EQUAL LOW-KEY
00686          MOVE 'Y' TO ON-BOR-SW.
00687      IF EQ-KEY EQUAL LOW-KEY
00688          MOVE 'Y' TO ON-EQ-SW.
00689      PERFORM A110-ASSESSOR-STAGE THRU A110-EXIT.
00690      PERFORM A120-BOARD-STAGE THRU A120-EXIT.
00691      PERFORM A130-EQ-STAGE THRU A130-EXIT.
00692      IF ON-ASR
00693          PERFORM A030-READ-ASSR THRU A030-EXIT.
00694      IF ON-BOR
00695          PERFORM A032-READ-BOARD THRU A032-EXIT.
00696      IF ON-EQ
00697          PERFORM A034-READ-EQ THRU A034-EXIT.
00698      PERFORM A040-SET-LOW-KEY THRU A040-EXIT.
00699  A100-EXIT. EXIT.
00700      SKIP1
00701  A110-ASSESSOR-STAGE.
00702      MOVE ZERO TO W-ASR-AV W-ASR-TOWN W-ASR-TXCD.
00703      IF NOT ON-ASR
00704          GO TO A110-EXIT.
00705      MOVE M-VALUE-1 (6) TO W-ASR-AV.
00706      MOVE M-TXCD TO W-ASR-TXCD UNPK-TXCD.
00707      MOVE W-TOWN TO W-ASR-TOWN.
00708      IF W-ASR-TOWN GREATER THAN ZERO
00709          ADD W-ASR-AV TO TW-ASR-AV (W-ASR-TOWN).
00710      ADD W-ASR-AV TO TW-ASR-AV (100).
00711      IF NOT ON-BOR
00712         AND W-ASR-AV NOT EQUAL ZERO
00713          MOVE W-ASR-TOWN TO W-BRK-TOWN
00714          MOVE W-ASR-TXCD TO BL-TXCD
00715          MOVE 'NOT ON BOARD MASTER' TO BL-REASON
00716          MOVE W-ASR-AV TO BL-AMT-1
00717          MOVE ZERO     TO BL-AMT-2
00718          COMPUTE W-DIFF = ZERO - W-ASR-AV
00719          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00720          PERFORM A195-COUNT-AV-BREAK THRU A195-EXIT.
00721  A110-EXIT. EXIT.
00722      SKIP1
00723 *    A CHANGE IN VALUE IS A BOARD OF REVIEW CHANGE ONLY WHEN THE
00724 *    BOARD ACTION ON THE PARCEL WAS POSTED SINCE THE ASSESSOR
00725 *    CLOSED; ANY OTHER CHANGE BREAKS THE STAGE.
00726  A120-BOARD-STAGE.
00727      MOVE ZERO TO W-BOR-AV W-BOR-CHG W-BOR-TOWN W-BOR-TXCD.
00728      IF NOT ON-BOR
00729          GO TO A120-EXIT.
00730      MOVE BM-VALUE-1 (6) TO W-BOR-AV.
00731      MOVE BM-TXCD TO W-BOR-TXCD UNPK-TXCD.
00732      MOVE W-TOWN TO W-BOR-TOWN.
00733      MOVE W-BOR-TOWN TO W-BRK-TOWN.
00734      MOVE W-BOR-TXCD TO BL-TXCD.
00735      IF NOT ON-ASR
00736         AND W-BOR-AV EQUAL ZERO
00737          GO TO A120-POST.
00738      IF NOT ON-ASR
00739          MOVE 'NOT ON ASSESSOR MASTER' TO BL-REASON
00740          MOVE ZERO     TO BL-AMT-1
00741          MOVE W-BOR-AV TO BL-AMT-2
00742          MOVE W-BOR-AV TO W-DIFF
00743          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00744          PERFORM A195-COUNT-AV-BREAK THRU A195-EXIT
00745          GO TO A120-POST.
00746      IF W-BOR-TXCD NOT EQUAL W-ASR-TXCD
00747          STRING 'TAX CODE CHANGED -- WAS ' W-ASR-TXCD
00748              DELIMITED BY SIZE INTO BL-REASON
00749          MOVE W-ASR-AV TO BL-AMT-1
00750          MOVE W-BOR-AV TO BL-AMT-2
00751          COMPUTE W-DIFF = W-BOR-AV - W-ASR-AV
00752          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00753          PERFORM A195-COUNT-AV-BREAK THRU A195-EXIT.
00754      IF W-BOR-AV EQUAL W-ASR-AV
00755          GO TO A120-POST.
00756      IF BM-BA-ACTION NOT EQUAL M-BA-ACTION
00757         AND BM-BA-ACTION NOT EQUAL SPACES
00758          COMPUTE W-BOR-CHG = W-BOR-AV - W-ASR-AV
00759          GO TO A120-POST.
00760      MOVE 'VALUE CHANGED WITHOUT BOARD ACTION' TO BL-REASON.
00761      MOVE W-ASR-AV TO BL-AMT-1.
00762      MOVE W-BOR-AV TO BL-AMT-2.
00763      COMPUTE W-DIFF = W-BOR-AV - W-ASR-AV.
00764      PERFORM A190-PARCEL-BREAK THRU A190-EXIT.
00765      PERFORM A195-COUNT-AV-BREAK THRU A195-EXIT.
00766  A120-POST.
00767      IF W-BOR-TOWN GREATER THAN ZERO
00768          ADD W-BOR-AV  TO TW-BOR-AV (W-BOR-TOWN)
00769          ADD W-BOR-CHG TO TW-BOR-CHG (W-BOR-TOWN).
00770      ADD W-BOR-AV  TO TW-BOR-AV (100).
00771      ADD W-BOR-CHG TO TW-BOR-CHG (100).
00772  A120-EXIT. EXIT.
00773      SKIP1
00774 *    THE EQ FILE MUST CARRY THE BOARD-FINAL VALUE, ITS EQUALIZED
00775 *    VALUE MUST BE THAT VALUE AT THE FACTOR, AND ITS EXEMPTIONS
00776 *    MUST FIT WITHIN THE EQUALIZED VALUE.
00777  A130-EQ-STAGE.
00778      IF NOT ON-EQ
00779         AND W-BOR-AV EQUAL ZERO
00780          GO TO A130-EXIT.
00781      IF NOT ON-EQ
00782          MOVE W-BOR-TOWN TO W-BRK-TOWN
00783          MOVE W-BOR-TXCD TO BL-TXCD
00784          MOVE 'NOT ON EQ FILE' TO BL-REASON
00785          MOVE W-BOR-AV TO BL-AMT-1
00786          MOVE ZERO     TO BL-AMT-2
00787          COMPUTE W-DIFF = ZERO - W-BOR-AV
00788          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00789          PERFORM A196-COUNT-EQ-BREAK THRU A196-EXIT
00790          GO TO A130-EXIT.
00791      MOVE EQ-TXCD TO UNPK-TXCD.
00792      MOVE W-TOWN TO W-EQ-TOWN W-BRK-TOWN.
00793      MOVE EQ-TXCD TO BL-TXCD.
00794      IF NOT ON-BOR
00795         AND EQ-ASSD-VAL EQUAL ZERO
00796          GO TO A130-FACTOR.
00797      IF NOT ON-BOR
00798          MOVE 'EQ PARCEL NOT ON BOARD MASTER' TO BL-REASON
00799          MOVE ZERO        TO BL-AMT-1
00800          MOVE EQ-ASSD-VAL TO BL-AMT-2
00801          MOVE EQ-ASSD-VAL TO W-DIFF
00802          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00803          PERFORM A196-COUNT-EQ-BREAK THRU A196-EXIT
00804          GO TO A130-FACTOR.
00805      IF EQ-TXCD NOT EQUAL W-BOR-TXCD
00806          STRING 'EQ TAX CODE -- MASTER HAS ' W-BOR-TXCD
00807              DELIMITED BY SIZE INTO BL-REASON
00808          MOVE W-BOR-AV    TO BL-AMT-1
00809          MOVE EQ-ASSD-VAL TO BL-AMT-2
00810          COMPUTE W-DIFF = EQ-ASSD-VAL - W-BOR-AV
00811          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00812          PERFORM A196-COUNT-EQ-BREAK THRU A196-EXIT.
00813      IF EQ-ASSD-VAL NOT EQUAL W-BOR-AV
00814          MOVE 'EQ ASSESSED VALUE NOT BOARD FINAL' TO BL-REASON
00815          MOVE W-BOR-AV    TO BL-AMT-1
00816          MOVE EQ-ASSD-VAL TO BL-AMT-2
00817          COMPUTE W-DIFF = EQ-ASSD-VAL - W-BOR-AV
00818          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00819          PERFORM A196-COUNT-EQ-BREAK THRU A196-EXIT.
00820  A130-FACTOR.
00821      COMPUTE W-EQ-CALC ROUNDED = EQ-ASSD-VAL * EQ-EQ-FCR.
00822      COMPUTE W-DIFF = EQ-EQ-VAL - W-EQ-CALC.
00823      IF W-DIFF GREATER THAN +1
00824         OR W-DIFF LESS THAN -1
00825          MOVE 'EQUALIZED VALUE NOT AV AT FACTOR' TO BL-REASON
00826          MOVE W-EQ-CALC TO BL-AMT-1
00827          MOVE EQ-EQ-VAL TO BL-AMT-2
00828          PERFORM A190-PARCEL-BREAK THRU A190-EXIT
00829          IF W-EQ-TOWN GREATER THAN ZERO
00830              ADD +1 TO TW-BRK-FCTR (W-EQ-TOWN)
00831              ADD +1 TO TW-BRK-FCTR (100)
00832          ELSE
00833              ADD +1 TO TW-BRK-FCTR (100).
00834      PERFORM A140-EXEMPT-STAGE THRU A140-EXIT.
00835      MOVE W-EQ-TOWN TO W-TX.
00836      PERFORM A160-POST-EQ THRU A160-EXIT.
00837      MOVE +100 TO W-TX.
00838      PERFORM A160-POST-EQ THRU A160-EXIT.
00839      PERFORM A170-POST-CODE THRU A170-EXIT.
00840  A130-EXIT. EXIT.
00841      SKIP1
00842 *    EXEMPTIONS ARE TAKEN IN TYPE ORDER AGAINST WHAT IS LEFT OF
00843 *    THE EAV; WHAT REMAINS IS THE PARCEL'S TAXABLE EAV.
00844  A140-EXEMPT-STAGE.
00845      MOVE EQ-HOME-AMT      TO W-EX-AMT (1).
00846      MOVE EQ-SC-HMESTD-AMT TO W-EX-AMT (2).
00847      MOVE EQ-SRFRZEXVAL    TO W-EX-AMT (3).
00848      COMPUTE W-EX-AMT (4) = EQ-VET-EX-AMT + EQ-RET-VET.
00849      COMPUTE W-EX-AMT (5) = EQ-DIS-VET-1 + EQ-DIS-VET-2
00850          + EQ-DIS-VET-3.
00851      MOVE EQ-DIS-PER       TO W-EX-AMT (6).
00852      MOVE EQ-LT-OCC-AMT    TO W-EX-AMT (7).
00853      MOVE EQ-EXOWNEXVAL    TO W-EX-AMT (8).
00854      MOVE EQ-EZ-ABATAMT    TO W-EX-AMT (9).
00855      MOVE EQ-HOME-IMP-AMT  TO W-EX-AMT (10).
00856      IF EQ-EQ-VAL GREATER THAN ZERO
00857          MOVE EQ-EQ-VAL TO W-REMAIN-EAV
00858      ELSE
00859          MOVE ZERO TO W-REMAIN-EAV.
00860      MOVE ZERO TO W-CLAIMED W-ALLOWED.
00861      PERFORM A150-TAKE-EXEMPTION THRU A150-EXIT
00862          VARYING EX-SUB FROM +1 BY +1
00863          UNTIL EX-SUB GREATER THAN +10.
00864      IF W-CLAIMED EQUAL W-ALLOWED
00865          GO TO A140-EXIT.
00866      MOVE 'EXEMPTIONS EXCEED EQUALIZED VALUE' TO BL-REASON.
00867      MOVE W-CLAIMED TO BL-AMT-1.
00868      MOVE EQ-EQ-VAL TO BL-AMT-2.
00869      COMPUTE W-DIFF = W-CLAIMED - W-ALLOWED.
00870      PERFORM A190-PARCEL-BREAK THRU A190-EXIT.
00871      IF W-EQ-TOWN GREATER THAN ZERO
00872          ADD +1 TO TW-BRK-EX (W-EQ-TOWN).
00873      ADD +1 TO TW-BRK-EX (100).
00874  A140-EXIT. EXIT.
00875      SKIP1
00876  A150-TAKE-EXEMPTION.
00877      IF W-EX-AMT (EX-SUB) LESS THAN ZERO
00878          MOVE ZERO TO W-EX-AMT (EX-SUB).
00879      ADD W-EX-AMT (EX-SUB) TO W-CLAIMED.
00880      IF W-EX-AMT (EX-SUB) GREATER THAN W-REMAIN-EAV
00881          MOVE W-REMAIN-EAV TO W-EX-AMT (EX-SUB).
00882      SUBTRACT W-EX-AMT (EX-SUB) FROM W-REMAIN-EAV.
00883      ADD W-EX-AMT (EX-SUB) TO W-ALLOWED.
00884  A150-EXIT. EXIT.
00885      SKIP1
00886  A160-POST-EQ.
00887      IF W-TX EQUAL ZERO
00888          GO TO A160-EXIT.
00889      ADD +1          TO TW-PARCELS (W-TX).
00890      ADD EQ-ASSD-VAL TO TW-EQ-AV (W-TX).
00891      ADD W-EQ-CALC   TO TW-EQ-CALC (W-TX).
00892      ADD EQ-EQ-VAL   TO TW-EQ-VAL (W-TX).
00893      ADD W-CLAIMED   TO TW-CLAIMED (W-TX).
00894      ADD W-REMAIN-EAV TO TW-TAXABLE (W-TX).
00895      PERFORM A165-POST-EXEMPT THRU A165-EXIT
00896          VARYING EX-SUB FROM +1 BY +1
00897          UNTIL EX-SUB GREATER THAN +10.
00898  A160-EXIT. EXIT.
00899      SKIP1
00900  A165-POST-EXEMPT.
00901      ADD W-EX-AMT (EX-SUB) TO TW-EX (W-TX, EX-SUB).
00902  A165-EXIT. EXIT.
00903      SKIP1
00904 *    THE TAXABLE EAV IS ALSO CARRIED BY TAX CODE FOR THE TIF AND
00905 *    AGENCY STAGES.
00906  A170-POST-CODE.
00907      IF EQ-TXCD NOT EQUAL W-LAST-TXCD
00908          MOVE EQ-TXCD TO W-LAST-TXCD
00909          MOVE ZERO TO TC-FND
00910          PERFORM A175-SCAN-TXCD THRU A175-EXIT
00911              VARYING TC-SUB FROM +1 BY +1
00912              UNTIL TC-SUB GREATER THAN TC-CTR
00913                 OR TC-FND GREATER THAN ZERO
00914          MOVE TC-FND TO W-LAST-FND.
00915      IF W-LAST-FND EQUAL ZERO
00916          ADD +1 TO BAD-CODE-CNT
00917          DISPLAY 'CLRTM784 -- TAX CODE ' EQ-TXCD
00918              ' NOT ON FILE -- PARCEL ' EQ-VOL '-' EQ-PROP
00919          GO TO A170-EXIT.
00920      ADD W-REMAIN-EAV TO TC-TAXABLE (W-LAST-FND).
00921  A170-EXIT. EXIT.
00922      SKIP1
00923  A175-SCAN-TXCD.
00924      IF TC-CODE (TC-SUB) EQUAL EQ-TXCD
00925          MOVE TC-SUB TO TC-FND.
00926  A175-EXIT. EXIT.
00927      SKIP1
00928  A190-PARCEL-BREAK.
00929      ADD +1 TO PCL-BRK-CNT.
00930      MOVE W-BRK-TOWN   TO BL-TOWN.
00931      MOVE LOW-KEY-VOL  TO BL-VOL.
00932      MOVE '-'          TO BL-DASH.
00933      MOVE LOW-KEY-PROP TO BL-PROP.
00934      MOVE W-DIFF       TO BL-AMT-3.
00935      PERFORM A198-PRINT-BREAK THRU A198-EXIT.
00936  A190-EXIT. EXIT.
00937      SKIP1
00938  A195-COUNT-AV-BREAK.
00939      IF W-BRK-TOWN GREATER THAN ZERO
00940          ADD +1 TO TW-BRK-AV (W-BRK-TOWN).
00941      ADD +1 TO TW-BRK-AV (100).
00942  A195-EXIT. EXIT.
00943      SKIP1
00944  A196-COUNT-EQ-BREAK.
00945      IF W-BRK-TOWN GREATER THAN ZERO
00946          ADD +1 TO TW-BRK-EQ (W-BRK-TOWN).
00947      ADD +1 TO TW-BRK-EQ (100).
00948  A196-EXIT. EXIT.
00949      SKIP1
00950  A198-PRINT-BREAK.
00951      IF LINE-CNT GREATER THAN +56
00952          PERFORM B100-HEADING THRU B100-EXIT.
00953      WRITE PRINT-REC FROM BRK-LINE AFTER ADVANCING 1.
00954      ADD +1 TO LINE-CNT.
00955      MOVE SPACES TO BRK-LINE.
00956  A198-EXIT. EXIT.
00957      SKIP1
00958  A200-READ-FRZAGY.
00959      READ FRZAGY-IN AT END
00960          MOVE 'Y' TO FRZ-EOF-SW.
00961      IF NOT END-OF-FRZ-FILE
00962          ADD +1 TO FRZ-IN-CNT.
00963  A200-EXIT. EXIT.
00964      SKIP1
00965 *    A TIF DISTRICT COVERS THE WHOLE OF ANY TAX CODE IT IS ON, SO
00966 *    ITS CURRENT EAV IN THE CODE MUST BE THE TAXABLE EAV OF THE
00967 *    CODE'S PARCELS AND ITS INCREMENT CANNOT EXCEED IT.
00968  A210-TIF-STAGE.
00969      MOVE ZERO TO TF-FND.
00970      PERFORM A215-SCAN-TIF THRU A215-EXIT
00971          VARYING TF-SUB FROM +1 BY +1
00972          UNTIL TF-SUB GREATER THAN TF-CTR
00973             OR TF-FND GREATER THAN ZERO.
00974      IF TF-FND EQUAL ZERO
00975          GO TO A210-NEXT.
00976      IF FA-TXCD NOT EQUAL W-LAST-TXCD
00977          MOVE FA-TXCD TO W-LAST-TXCD
00978          MOVE ZERO TO TC-FND
00979          PERFORM A217-SCAN-TXCD THRU A217-EXIT
00980              VARYING TC-SUB FROM +1 BY +1
00981              UNTIL TC-SUB GREATER THAN TC-CTR
00982                 OR TC-FND GREATER THAN ZERO
00983          MOVE TC-FND TO W-LAST-FND.
00984      IF W-LAST-FND EQUAL ZERO
00985          DISPLAY 'CLRTM784 -- TIF DISTRICT ' FA-AGCY
00986              ' ON TAX CODE ' FA-TXCD ' -- CODE NOT ON FILE'
00987          GO TO A210-NEXT.
00988      ADD FA-TIFEV TO TC-TIF-INC (W-LAST-FND).
00989      MOVE FA-TXCD TO UNPK-TXCD.
00990      IF W-TOWN GREATER THAN ZERO
00991          ADD FA-TIFEV TO TW-TIF-INC (W-TOWN).
00992      ADD FA-TIFEV TO TW-TIF-INC (100).
00993      MOVE SPACES TO BRK-LINE.
00994      IF FA-CURREV NOT EQUAL TC-TAXABLE (W-LAST-FND)
00995          MOVE 'TIF CURRENT EAV NOT CODE TAXABLE' TO BL-REASON
00996          MOVE FA-CURREV TO BL-AMT-1
00997          COMPUTE W-DIFF = TC-TAXABLE (W-LAST-FND) - FA-CURREV
00998          PERFORM A220-TIF-BREAK THRU A220-EXIT
00999          GO TO A210-NEXT.
01000      IF FA-TIFEV GREATER THAN TC-TAXABLE (W-LAST-FND)
01001          MOVE 'TIF INCREMENT EXCEEDS CODE TAXABLE' TO BL-REASON
01002          MOVE FA-TIFEV TO BL-AMT-1
01003          COMPUTE W-DIFF = TC-TAXABLE (W-LAST-FND) - FA-TIFEV
01004          PERFORM A220-TIF-BREAK THRU A220-EXIT.
01005  A210-NEXT.
01006      PERFORM A200-READ-FRZAGY THRU A200-EXIT.
01007  A210-EXIT. EXIT.
01008      SKIP1
01009  A215-SCAN-TIF.
01010      IF TF-AGCY (TF-SUB) EQUAL FA-AGCY
01011          MOVE TF-SUB TO TF-FND.
01012  A215-EXIT. EXIT.
01013      SKIP1
01014  A217-SCAN-TXCD.
01015      IF TC-CODE (TC-SUB) EQUAL FA-TXCD
01016          MOVE TC-SUB TO TC-FND.
01017  A217-EXIT. EXIT.
01018      SKIP1
01019  A220-TIF-BREAK.
01020      ADD +1 TO TIF-BRK-CNT.
01021      IF W-TOWN GREATER THAN ZERO
01022          ADD +1 TO TW-BRK-TIF (W-TOWN).
01023      ADD +1 TO TW-BRK-TIF (100).
01024      MOVE W-TOWN  TO BL-TOWN.
01025      MOVE FA-AGCY TO W-AGENCY.
01026      MOVE SPACES  TO BL-ID.
01027      MOVE UNPK-TXCD TO BL-ID (1:5).
01028      MOVE W-AGENCY TO BL-ID (8:9).
01029      MOVE TC-TAXABLE (W-LAST-FND) TO BL-AMT-2.
01030      MOVE W-DIFF TO BL-AMT-3.
01031      PERFORM A198-PRINT-BREAK THRU A198-EXIT.
01032  A220-EXIT. EXIT.
01033      SKIP1
01034 *    EACH AGENCY ON A TAX CODE IS TIED TO THE TOWNSHIP OF THE
01035 *    CODE; ONE FOUND IN A SECOND TOWNSHIP IS MARKED.
01036  A300-AGENCY-TOWNS.
01037      MOVE TC-CODE (TC-SUB) TO UNPK-TXCD.
01038      IF W-TOWN EQUAL ZERO
01039          GO TO A300-EXIT.
01040      PERFORM A310-AGENCY-TOWN THRU A310-EXIT
01041          VARYING SUB-AGY FROM +1 BY +1
01042          UNTIL SUB-AGY GREATER THAN +40
01043             OR TC-AGENCY (TC-SUB, SUB-AGY) EQUAL ZERO.
01044  A300-EXIT. EXIT.
01045      SKIP1
01046  A310-AGENCY-TOWN.
01047      MOVE ZERO TO AG-FND.
01048      PERFORM A315-SCAN-AGENCY THRU A315-EXIT
01049          VARYING AG-SUB FROM +1 BY +1
01050          UNTIL AG-SUB GREATER THAN AG-CTR
01051             OR AG-FND GREATER THAN ZERO.
01052      IF AG-FND GREATER THAN ZERO
01053          IF AG-TOWN (AG-FND) EQUAL W-TOWN
01054              ADD +1 TO AG-CODES (AG-FND)
01055              GO TO A310-EXIT
01056          ELSE
01057              MOVE 'Y' TO AG-MULTI-SW (AG-FND)
01058              GO TO A310-EXIT.
01059      IF AG-CTR NOT LESS THAN +2000
01060          DISPLAY 'CLRTM784 -- AGENCY TOWNSHIP TABLE FULL -- '
01061              'AGENCY ' TC-AGENCY (TC-SUB, SUB-AGY) ' NOT TIED'
01062          GO TO A310-EXIT.
01063      ADD +1 TO AG-CTR.
01064      MOVE TC-AGENCY (TC-SUB, SUB-AGY) TO AG-AGENCY (AG-CTR).
01065      MOVE W-TOWN TO AG-TOWN (AG-CTR).
01066      MOVE +1     TO AG-CODES (AG-CTR).
01067      MOVE 'N'    TO AG-MULTI-SW (AG-CTR).
01068  A310-EXIT. EXIT.
01069      SKIP1
01070  A315-SCAN-AGENCY.
01071      IF AG-AGENCY (AG-SUB) EQUAL TC-AGENCY (TC-SUB, SUB-AGY)
01072          MOVE AG-SUB TO AG-FND.
01073  A315-EXIT. EXIT.
01074      SKIP1
01075 *    A TOWNSHIP AGENCY IS ON EVERY TAX CODE IN ITS TOWNSHIP AND
01076 *    ON NONE OUTSIDE IT; ITS AEV-CC-RE MUST BE THE TOWNSHIP'S
01077 *    TAXABLE EAV LESS THE TIF INCREMENT.
01078  A320-PROVE-AGENCY.
01079      IF AG-MULTI-SW (AG-SUB) EQUAL 'Y'
01080          GO TO A320-EXIT.
01081      MOVE AG-TOWN (AG-SUB) TO W-TX.
01082      IF AG-CODES (AG-SUB) NOT EQUAL TW-CODES (W-TX)
01083          GO TO A320-EXIT.
01084      ADD +1 TO TWN-AGY-CNT.
01085      MOVE SPACES TO BRK-LINE.
01086      MOVE W-TX TO BL-TOWN.
01087      MOVE AG-AGENCY (AG-SUB) TO W-AGENCY.
01088      MOVE W-AGENCY TO BL-ID (8:9).
01089      COMPUTE W-BASE = TW-TAXABLE (W-TX) - TW-TIF-INC (W-TX).
01090      MOVE W-BASE TO BL-AMT-2.
01091      MOVE ZERO TO AE-FND.
01092      PERFORM A325-SCAN-AEV THRU A325-EXIT
01093          VARYING AE-SUB FROM +1 BY +1
01094          UNTIL AE-SUB GREATER THAN AE-CTR
01095             OR AE-FND GREATER THAN ZERO.
01096      ADD +1 TO TW-AGY-CNT (W-TX).
01097      IF AE-FND EQUAL ZERO
01098          MOVE 'NOT ON AGENCY VALUATION FILE' TO BL-REASON
01099          MOVE ZERO TO BL-AMT-1
01100          MOVE W-BASE TO W-DIFF
01101          GO TO A320-BREAK.
01102      IF TW-AGY-CNT (W-TX) EQUAL +1
01103          MOVE AE-CC-RE (AE-FND) TO TW-AGY-AEV (W-TX).
01104      MOVE AE-CC-RE (AE-FND) TO BL-AMT-1.
01105      COMPUTE W-DIFF = W-BASE - AE-CC-RE (AE-FND).
01106      IF W-DIFF EQUAL ZERO
01107          MOVE 'IN BALANCE' TO BL-REASON
01108          MOVE ZERO TO BL-AMT-3
01109          PERFORM A198-PRINT-BREAK THRU A198-EXIT
01110          GO TO A320-EXIT.
01111      MOVE 'AEV-CC-RE NOT WATERFALL BASE' TO BL-REASON.
01112  A320-BREAK.
01113      ADD +1 TO AGY-BRK-CNT.
01114      ADD +1 TO TW-BRK-AGY (W-TX).
01115      MOVE W-DIFF TO BL-AMT-3.
01116      PERFORM A198-PRINT-BREAK THRU A198-EXIT.
01117  A320-EXIT. EXIT.
01118      SKIP1
01119  A325-SCAN-AEV.
01120      IF AE-AGENCY (AE-SUB) EQUAL AG-AGENCY (AG-SUB)
01121          MOVE AE-SUB TO AE-FND.
01122  A325-EXIT. EXIT.
01123      SKIP1
01124 *    ONE WATERFALL PER TOWNSHIP WITH PARCELS OR BREAKS, THEN THE
01125 *    COUNTY.  A STAGE THAT DOES NOT CROSSFOOT IS FLAGGED.
01126  A400-PRINT-TOWN.
01127      IF W-TX LESS THAN +100
01128         AND TW-PARCELS (W-TX) EQUAL ZERO
01129         AND TW-ASR-AV (W-TX) EQUAL ZERO
01130         AND TW-BOR-AV (W-TX) EQUAL ZERO
01131         AND TW-BRK-AV (W-TX) EQUAL ZERO
01132         AND TW-BRK-EQ (W-TX) EQUAL ZERO
01133         AND TW-BRK-TIF (W-TX) EQUAL ZERO
01134          GO TO A400-EXIT.
01135      IF W-TX EQUAL +100
01136          MOVE 'COUNTY' TO HD-SECTION
01137      ELSE
01138          MOVE W-TX TO W-TOWN
01139          MOVE SPACES TO HD-SECTION
01140          STRING 'TOWNSHIP ' W-TOWN DELIMITED BY SIZE
01141              INTO HD-SECTION.
01142      MOVE 'N' TO TOWN-OUT-SW.
01143      PERFORM B100-HEADING THRU B100-EXIT.
01144      MOVE SPACES TO TOWN-LINE.
01145      MOVE HD-SECTION TO TL-TITLE.
01146      MOVE TW-PARCELS (W-TX) TO TL-PARCELS.
01147      IF W-TX EQUAL +100
01148          MOVE TC-CTR TO TL-CODES
01149      ELSE
01150          MOVE TW-CODES (W-TX) TO TL-CODES.
01151      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 2.
01152      ADD +2 TO LINE-CNT.
01153      MOVE SPACES TO WF-LINE.
01154      MOVE 'ASSESSOR ASSESSED VALUE' TO WF-LABEL.
01155      MOVE TW-ASR-AV (W-TX) TO WF-AMT.
01156      PERFORM A410-WF-LINE THRU A410-EXIT.
01157      MOVE 'PLUS BOARD OF REVIEW CHANGES' TO WF-LABEL.
01158      MOVE TW-BOR-CHG (W-TX) TO WF-AMT.
01159      PERFORM A410-WF-LINE THRU A410-EXIT.
01160      MOVE 'BOARD FINAL ASSESSED VALUE' TO WF-LABEL.
01161      MOVE TW-BOR-AV (W-TX) TO WF-AMT.
01162      MOVE 'ASSESSOR PLUS CHANGES' TO WF-PLBL.
01163      COMPUTE W-BASE = TW-ASR-AV (W-TX) + TW-BOR-CHG (W-TX).
01164      COMPUTE W-DIFF = TW-BOR-AV (W-TX) - W-BASE.
01165      MOVE W-BASE TO WF-PAMT.
01166      MOVE W-DIFF TO WF-DIFF.
01167      IF W-DIFF NOT EQUAL ZERO
01168         OR TW-BRK-AV (W-TX) GREATER THAN ZERO
01169          PERFORM A420-FLAG THRU A420-EXIT.
01170      PERFORM A410-WF-LINE THRU A410-EXIT.
01171      MOVE 'ASSESSED VALUE ON EQ FILE' TO WF-LABEL.
01172      MOVE TW-EQ-AV (W-TX) TO WF-AMT.
01173      MOVE 'BOARD FINAL VALUE' TO WF-PLBL.
01174      MOVE TW-BOR-AV (W-TX) TO WF-PAMT.
01175      COMPUTE W-DIFF = TW-EQ-AV (W-TX) - TW-BOR-AV (W-TX).
01176      MOVE W-DIFF TO WF-DIFF.
01177      IF W-DIFF NOT EQUAL ZERO
01178         OR TW-BRK-EQ (W-TX) GREATER THAN ZERO
01179          PERFORM A420-FLAG THRU A420-EXIT.
01180      PERFORM A410-WF-LINE THRU A410-EXIT.
01181      MOVE 'PLUS EQUALIZATION' TO WF-LABEL.
01182      COMPUTE W-DIFF = TW-EQ-VAL (W-TX) - TW-EQ-AV (W-TX).
01183      MOVE W-DIFF TO WF-AMT.
01184      PERFORM A410-WF-LINE THRU A410-EXIT.
01185      MOVE 'EQUALIZED VALUE' TO WF-LABEL.
01186      MOVE TW-EQ-VAL (W-TX) TO WF-AMT.
01187      MOVE 'ASSESSED AT FACTOR' TO WF-PLBL.
01188      MOVE TW-EQ-CALC (W-TX) TO WF-PAMT.
01189      COMPUTE W-DIFF = TW-EQ-VAL (W-TX) - TW-EQ-CALC (W-TX).
01190      MOVE W-DIFF TO WF-DIFF.
01191      IF TW-BRK-FCTR (W-TX) GREATER THAN ZERO
01192          PERFORM A420-FLAG THRU A420-EXIT.
01193      PERFORM A410-WF-LINE THRU A410-EXIT.
01194      MOVE ZERO TO W-BASE.
01195      PERFORM A430-EXEMPT-LINE THRU A430-EXIT
01196          VARYING EX-SUB FROM +1 BY +1
01197          UNTIL EX-SUB GREATER THAN +10.
01198      MOVE 'TAXABLE EAV' TO WF-LABEL.
01199      MOVE TW-TAXABLE (W-TX) TO WF-AMT.
01200      MOVE 'EXEMPTIONS CLAIMED' TO WF-PLBL.
01201      MOVE TW-CLAIMED (W-TX) TO WF-PAMT.
01202      COMPUTE W-DIFF = TW-CLAIMED (W-TX) - W-BASE.
01203      MOVE W-DIFF TO WF-DIFF.
01204      COMPUTE W-DIFF = TW-EQ-VAL (W-TX) - W-BASE
01205          - TW-TAXABLE (W-TX).
01206      IF W-DIFF NOT EQUAL ZERO
01207         OR TW-BRK-EX (W-TX) GREATER THAN ZERO
01208          PERFORM A420-FLAG THRU A420-EXIT.
01209      PERFORM A410-WF-LINE THRU A410-EXIT.
01210      MOVE 'LESS TIF FROZEN INCREMENT' TO WF-LABEL.
01211      MOVE TW-TIF-INC (W-TX) TO WF-AMT.
01212      IF TW-BRK-TIF (W-TX) GREATER THAN ZERO
01213          MOVE 'TIF CODES BROKEN' TO WF-PLBL
01214          MOVE TW-BRK-TIF (W-TX) TO WF-PAMT
01215          PERFORM A420-FLAG THRU A420-EXIT.
01216      PERFORM A410-WF-LINE THRU A410-EXIT.
01217      MOVE 'EXTENDED BASE' TO WF-LABEL.
01218      COMPUTE W-BASE = TW-TAXABLE (W-TX) - TW-TIF-INC (W-TX).
01219      MOVE W-BASE TO WF-AMT.
01220      IF W-TX EQUAL +100
01221          GO TO A400-FINISH.
01222      IF TW-AGY-CNT (W-TX) EQUAL ZERO
01223          MOVE 'NO TOWNSHIP AGENCY' TO WF-PLBL
01224          PERFORM A410-WF-LINE THRU A410-EXIT
01225          GO TO A400-FINISH.
01226      MOVE 'TOWNSHIP AEV-CC-RE' TO WF-PLBL.
01227      MOVE TW-AGY-AEV (W-TX) TO WF-PAMT.
01228      COMPUTE W-DIFF = W-BASE - TW-AGY-AEV (W-TX).
01229      MOVE W-DIFF TO WF-DIFF.
01230      IF TW-BRK-AGY (W-TX) GREATER THAN ZERO
01231          PERFORM A420-FLAG THRU A420-EXIT.
01232      PERFORM A410-WF-LINE THRU A410-EXIT.
01233  A400-FINISH.
01234      MOVE SPACES TO TOWN-LINE.
01235      IF NOT TOWN-OUT-OF-BAL
01236          MOVE '*** IN BALANCE ***' TO TL-MESSG
01237          GO TO A400-TRAILER.
01238      IF W-TX EQUAL +100
01239          MOVE 'Y' TO COUNTY-OUT-SW
01240      ELSE
01241          ADD +1 TO TOWN-OUT-CNT.
01242      MOVE '*** OUT OF BALANCE -- SEE THE BREAKS LISTED ABOVE ***'
01243          TO TL-MESSG.
01244  A400-TRAILER.
01245      WRITE PRINT-REC FROM TOWN-LINE AFTER ADVANCING 2.
01246      ADD +2 TO LINE-CNT.
01247  A400-EXIT. EXIT.
01248      SKIP1
01249  A410-WF-LINE.
01250      WRITE PRINT-REC FROM WF-LINE AFTER ADVANCING 1.
01251      ADD +1 TO LINE-CNT.
01252      MOVE SPACES TO WF-LINE.
01253  A410-EXIT. EXIT.
01254      SKIP1
01255  A420-FLAG.
01256      MOVE '** BREAK **' TO WF-FLAG.
01257      MOVE 'Y' TO TOWN-OUT-SW.
01258  A420-EXIT. EXIT.
01259      SKIP1
01260  A430-EXEMPT-LINE.
01261      MOVE EX-LABEL (EX-SUB) TO WF-LABEL.
01262      COMPUTE W-DIFF = ZERO - TW-EX (W-TX, EX-SUB).
01263      MOVE W-DIFF TO WF-AMT.
01264      ADD TW-EX (W-TX, EX-SUB) TO W-BASE.
01265      PERFORM A410-WF-LINE THRU A410-EXIT.
01266  A430-EXIT. EXIT.
01267      SKIP1
01268  B100-HEADING.
01269      ADD +1 TO PAGE-CNT.
01270      MOVE PAGE-CNT TO HD-PAGE.
01271      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
01272      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
01273      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
01274      MOVE +5 TO LINE-CNT.
01275  B100-EXIT. EXIT.
01276      SKIP1
01277  C900-REG-START.
01278      MOVE SPACES      TO RUNREG-REC.
01279      MOVE 'CLRTM784'  TO RR-PROGRAM-ID.
01280      MOVE 'S'         TO RR-REC-TYPE.
01281      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
01282      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
01283      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
01284      WRITE RUNREG-REC.
01285  C900-EXIT. EXIT.
01286      SKIP1
01287  C910-REG-END.
01288      MOVE SPACES      TO RUNREG-REC.
01289      MOVE 'CLRTM784'  TO RR-PROGRAM-ID.
01290      MOVE 'E'         TO RR-REC-TYPE.
01291      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
01292      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
01293      MOVE PCL-CNT       TO RR-IN-CNT.
01294      MOVE PCL-BRK-CNT   TO RR-OUT-CNT.
01295      MOVE RETURN-CODE TO RR-COND-CODE.
01296      WRITE RUNREG-REC.
01297  C910-EXIT. EXIT.
