00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM788.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. DELINQUENCY DETERMINATION AND THE ANNUAL TAX SALE LIST,
00007 *         WHICH WERE BUILT OUTSIDE THE SYSTEM.  THE PROGRAM RUNS
00008 *         AFTER THE SECOND-INSTALLMENT DUE DATE AND READS THE
00009 *         PROPERTY MASTER (PROPMSRD01) ONE PARCEL AT A TIME.  FOR
00010 *         EVERY RECORD OF THE CONTROL-CARD TAX YEAR CARRYING AN
00011 *         EXTENDED PM-TOTTX THE FIRST INSTALLMENT DUE IS THE
00012 *         ESTIMATE IN PM-ESTTX AND THE SECOND IS THE REST OF THE
00013 *         TAX.  THE PAYMENT SEGMENTS (P0, P1, P2, F1, F2, S1, S2)
00014 *         ARE APPLIED BY INSTALLMENT, LESS THE H AND R1/R2 REFUNDS
00015 *         ALREADY MADE, AS ASREA977 TOTALS THEM; A FIRST
00016 *         INSTALLMENT OVERPAID GOES TO THE SECOND.  EACH UNPAID
00017 *         INSTALLMENT BEARS THE STATUTORY PENALTY -- THE CARD
00018 *         PERCENT (1.5 UNLESS GIVEN) FOR EACH MONTH OR PORTION OF
00019 *         A MONTH FROM ITS DUE DATE TO THE AS-OF DATE -- AND THE
00020 *         SUM IS POSTED TO PM-PNLTYAMT, WHICH REPLACES THE
00021 *         ESTIMATE ON THE NEW MASTER.  A PENALTY ON A LATE PAYMENT
00022 *         IS COLLECTED WITH THE PAYMENT AND IS NOT CHARGED AGAIN.
00023 *         RECORDS OF EARLIER TAX YEARS STILL OWING ARE COUNTED
00024 *         WITH THE PENALTY ALREADY POSTED TO THEM, AND SO ARE THE
00025 *         EARLIER YEARS FORFEITED AT A TAX SALE (PM-SLDFRT-CD1/2
00026 *         ON THE MISCELLANEOUS SEGMENT).  A PARCEL OWING FOR THE
00027 *         TAX YEAR GOES ON THE TAX SALE LIST (CLTXSALR1); ONE
00028 *         OWING FOR TWO OR MORE TAX YEARS IS MARKED A SCAVENGER
00029 *         SALE CANDIDATE.
00030 *         LEFT OFF THE LIST ARE PARCELS UNDER PROTEST FOR THE TAX
00031 *         YEAR (PROTEST SEGMENT), IN THE SENIOR TAX DEFERRAL
00032 *         PROGRAM (AN ACTIVE ACCOUNT ON THE DEFERRAL MASTER,
00033 *         ASDEFRMR1, OR AN SC SEGMENT) AND THOSE OWNED BY AN
00034 *         EXEMPT GOVERNMENT BODY (EX SEGMENT OF TYPE G).
00035 *         DEFERRED AND GOVERNMENT PARCELS ARE NOT CHARGED A
00036 *         PENALTY.  THE TAX YEAR IS CHECKED AGAINST THE CENTRAL
00037 *         CYCLE CONTROL RECORD THROUGH DPRUN004.  RETURN CODE 16
00038 *         WHEN THE CARD IS MISSING OR INVALID, THE AS-OF DATE IS
00039 *         NOT PAST THE SECOND DUE DATE OR THE DEFERRAL MASTER
00040 *         CANNOT BE OPENED.
00041 *         SINCE THE PENALTY REPLACES THE ESTIMATE, EVERY TAX YEAR
00042 *         RECORD PRICED IS MARKED WITH THE AS-OF DATE AS ITS
00043 *         PENALTY DATE (PM-MISC-PNLTYDAT, A MISCELLANEOUS SEGMENT
00044 *         BEING ADDED WHERE THE RECORD HAS NONE).  A TAX YEAR
00045 *         RECORD ALREADY CARRYING A PENALTY DATE PAST THE SECOND
00046 *         DUE DATE MEANS THE INPUT IS THE OUTPUT OF AN EARLIER
00047 *         RUN, WHOSE ESTIMATES ARE GONE; THE RUN STOPS WITH RETURN
00048 *         CODE 16 AND MUST BE MADE FROM THE MASTER BEFORE THE
00049 *         POSTING.
00050      SKIP2
00051  ENVIRONMENT DIVISION.
00052  CONFIGURATION SECTION.
00053  SOURCE-COMPUTER. IBM-370.
00054  OBJECT-COMPUTER. IBM-370.
00055      SKIP1
00056  INPUT-OUTPUT SECTION.
00057  FILE-CONTROL.
00058      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00059      SELECT PROP-NEWMAST  ASSIGN TO UT-S-PROPMSTO.
00060      SELECT DEFER-MASTER  ASSIGN TO DA-TXDEFER
00061        ORGANIZATION IS INDEXED
00062        ACCESS IS RANDOM
00063        RECORD KEY IS DF-PROP
00064        FILE STATUS IS DEFER-STATUS.
00065      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00066      SELECT SALE-FILE     ASSIGN TO UT-S-TAXSALE.
00067      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00068      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00069      SKIP2
00070  DATA DIVISION.
00071  FILE SECTION.
00072      SKIP1
00073  FD  PROP-MASTER
00074      BLOCK  CONTAINS 0 CHARACTERS
00075      RECORD CONTAINS 29 TO 1275 CHARACTERS
00076      RECORDING MODE IS S
00077      LABEL  RECORDS ARE STANDARD
00078      DATA RECORD IS PM-REC.
00079  01  PM-REC.
00080  COPY PROPMSRD01.
00081      SKIP2
00082  FD  PROP-NEWMAST
00083      BLOCK  CONTAINS 0 CHARACTERS
00084      RECORD CONTAINS 29 TO 1275 CHARACTERS
00085      RECORDING MODE IS S
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS PO-REC.
00088  01  PO-REC.
00089  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==PO-==.
00090      SKIP2
00091  FD  DEFER-MASTER
00092      RECORD CONTAINS 750 CHARACTERS
00093      LABEL RECORDS ARE STANDARD.
00094      SKIP1
00095  01  DEFER-REC.
00096  COPY ASDEFRMR1.
00097      SKIP2
00098  FD  CONTROL-FILE
00099      BLOCK  CONTAINS 0 RECORDS
00100      RECORD CONTAINS 80 CHARACTERS
00101      RECORDING MODE IS F
00102      LABEL  RECORDS ARE STANDARD
00103      DATA RECORD IS CONTROL-REC.
00104  01  CONTROL-REC.
00105      05  CC-TAX-YEAR     PIC X(4).
00106      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00107                          PIC 9(4).
00108      05  CC-DUE1-DATE    PIC X(8).
00109      05  CC-DUE1-DATE-N REDEFINES CC-DUE1-DATE
00110                          PIC 9(8).
00111      05  CC-DUE2-DATE    PIC X(8).
00112      05  CC-DUE2-DATE-N REDEFINES CC-DUE2-DATE
00113                          PIC 9(8).
00114      05  CC-ASOF-DATE    PIC X(8).
00115      05  CC-ASOF-DATE-N REDEFINES CC-ASOF-DATE
00116                          PIC 9(8).
00117      05  CC-PNLTY-PCT    PIC X(3).
00118      05  CC-PNLTY-PCT-N REDEFINES CC-PNLTY-PCT
00119                          PIC 9V99.
00120      05  FILLER          PIC X(49).
00121      SKIP2
00122  FD  SALE-FILE
00123      BLOCK  CONTAINS 0 RECORDS
00124      RECORD CONTAINS 200 CHARACTERS
00125      RECORDING MODE IS F
00126      LABEL  RECORDS ARE STANDARD
00127      DATA RECORD IS SALE-REC.
00128  01  SALE-REC.
00129  COPY CLTXSALR1.
00130      SKIP2
00131  FD  RUN-REGISTRY
00132      BLOCK  CONTAINS 0 RECORDS
00133      RECORD CONTAINS 80 CHARACTERS
00134      RECORDING MODE IS F
00135      LABEL  RECORDS ARE STANDARD
00136      DATA RECORD IS RUNREG-REC.
00137  01  RUNREG-REC.
00138  COPY DPRUNREGR1.
00139      SKIP2
00140  FD  PRINT-FILE
00141      BLOCK  CONTAINS 0 RECORDS
00142      RECORD CONTAINS 133 CHARACTERS
00143      RECORDING MODE IS F
00144      LABEL  RECORDS ARE STANDARD.
00145      SKIP1
00146  01  PRINT-REC               PIC X(133).
00147      SKIP2
00148  WORKING-STORAGE SECTION.
00149      SKIP1
00150  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00151  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00152      SKIP1
00153  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00154      88  END-OF-PM-FILE                   VALUE 'Y'.
00155  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00156      88  END-OF-CTL-FILE                  VALUE 'Y'.
00157  77  REC-PROT-SW               PIC X      VALUE 'N'.
00158      88  RECORD-PROTESTED                 VALUE 'Y'.
00159  77  REC-PRICED-SW             PIC X      VALUE 'N'.
00160      88  RECORD-PRICED                    VALUE 'Y'.
00161  77  DEFER-STATUS              PIC XX     VALUE '00'.
00162      SKIP1
00163  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00164  77  PM-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00165  77  PARCEL-CNT        COMP-3  PIC S9(9)  VALUE +0.
00166  77  CUR-REC-CNT       COMP-3  PIC S9(9)  VALUE +0.
00167  77  PNLTY-CNT         COMP-3  PIC S9(7)  VALUE +0.
00168  77  DELQ-CNT          COMP-3  PIC S9(7)  VALUE +0.
00169  77  PROT-EXCL-CNT     COMP-3  PIC S9(7)  VALUE +0.
00170  77  DEFER-EXCL-CNT    COMP-3  PIC S9(7)  VALUE +0.
00171  77  GOVT-EXCL-CNT     COMP-3  PIC S9(7)  VALUE +0.
00172  77  ANNUAL-CNT        COMP-3  PIC S9(7)  VALUE +0.
00173  77  SCAV-CNT          COMP-3  PIC S9(7)  VALUE +0.
00174  77  SALE-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00175  77  YEAR-OVFL-CNT     COMP-3  PIC S9(7)  VALUE +0.
00176  77  MISC-ADD-CNT      COMP-3  PIC S9(7)  VALUE +0.
00177  77  NOMARK-CNT        COMP-3  PIC S9(7)  VALUE +0.
00178      SKIP1
00179  77  W-PNLTY-PCT       COMP-3  PIC S9V99  VALUE +1.50.
00180  77  W-TAX             COMP-3  PIC S9(9)V99 VALUE +0.
00181  77  W-DUE1            COMP-3  PIC S9(9)V99 VALUE +0.
00182  77  W-DUE2            COMP-3  PIC S9(9)V99 VALUE +0.
00183  77  W-PAID0           COMP-3  PIC S9(11)V99 VALUE +0.
00184  77  W-PAID1           COMP-3  PIC S9(11)V99 VALUE +0.
00185  77  W-PAID2           COMP-3  PIC S9(11)V99 VALUE +0.
00186  77  W-RFND1           COMP-3  PIC S9(11)V99 VALUE +0.
00187  77  W-RFND2           COMP-3  PIC S9(11)V99 VALUE +0.
00188  77  W-NET1            COMP-3  PIC S9(11)V99 VALUE +0.
00189  77  W-NET2            COMP-3  PIC S9(11)V99 VALUE +0.
00190  77  W-CARRY           COMP-3  PIC S9(11)V99 VALUE +0.
00191  77  W-UNPAID1         COMP-3  PIC S9(11)V99 VALUE +0.
00192  77  W-UNPAID2         COMP-3  PIC S9(11)V99 VALUE +0.
00193  77  W-BALANCE         COMP-3  PIC S9(11)V99 VALUE +0.
00194  77  W-PENALTY         COMP-3  PIC S9(9)V99 VALUE +0.
00195  77  W-MONTHS          COMP-3  PIC S9(5)  VALUE +0.
00196  77  W-MONTHS1         COMP-3  PIC S9(5)  VALUE +0.
00197  77  W-MONTHS2         COMP-3  PIC S9(5)  VALUE +0.
00198  77  W-REC-YEAR        COMP-3  PIC S9(5)  VALUE +0.
00199  77  W-ADD-YEAR        COMP-3  PIC S9(5)  VALUE +0.
00200  77  W-YY              COMP-3  PIC S9(3)  VALUE +0.
00201  77  GR-YEAR-DUE       COMP-3  PIC S9(13)V99 VALUE +0.
00202  77  GR-PENALTY        COMP-3  PIC S9(13)V99 VALUE +0.
00203  77  GR-PRIOR-DUE      COMP-3  PIC S9(13)V99 VALUE +0.
00204  77  GR-PNLTY-POSTED   COMP-3  PIC S9(13)V99 VALUE +0.
00205      SKIP1
00206  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00207  77  MISC-SUB          COMP-3  PIC S9(3)  VALUE +0.
00208  77  DY-CNT            COMP-3  PIC S9(3)  VALUE +0.
00209  77  DY-SUB            COMP-3  PIC S9(3)  VALUE +0.
00210  77  DY-FND            COMP-3  PIC S9(3)  VALUE +0.
00211      SKIP1
00212  01  CYCLK-AREA.
00213  COPY DPCYCLKR1.
00214      SKIP1
00215  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00216  01  W-TAX-YEAR-X REDEFINES W-TAX-YEAR.
00217      05  FILLER                PIC 99.
00218      05  W-TAX-YY              PIC 99.
00219      SKIP1
00220  01  W-DUE1-DATE               PIC 9(8)   VALUE ZEROS.
00221  01  W-DUE2-DATE               PIC 9(8)   VALUE ZEROS.
00222  01  W-ASOF-DATE               PIC 9(8)   VALUE ZEROS.
00223  01  W-ASOF-DATE-X REDEFINES W-ASOF-DATE.
00224      05  W-ASOF-CCYY           PIC 9(4).
00225      05  W-ASOF-MM             PIC 99.
00226      05  W-ASOF-DD             PIC 99.
00227  01  W-PNLTY-DATE-X.
00228      05  FILLER                PIC 9      VALUE ZERO.
00229      05  W-PD-MM               PIC 99     VALUE ZEROS.
00230      05  W-PD-DD               PIC 99     VALUE ZEROS.
00231      05  W-PD-YY               PIC 99     VALUE ZEROS.
00232  01  W-PNLTY-DATE REDEFINES W-PNLTY-DATE-X
00233                                PIC 9(7).
00234  01  W-POSTED-X.
00235      05  FILLER                PIC 9.
00236      05  W-PC-MM               PIC 99.
00237      05  W-PC-DD               PIC 99.
00238      05  W-PC-YY               PIC 99.
00239  01  W-POSTED REDEFINES W-POSTED-X
00240                                PIC 9(7).
00241  01  W-POSTED-DATE             PIC 9(8)   VALUE ZEROS.
00242  01  W-DUE-DATE                PIC 9(8)   VALUE ZEROS.
00243  01  W-DUE-DATE-X REDEFINES W-DUE-DATE.
00244      05  W-DUE-CCYY            PIC 9(4).
00245      05  W-DUE-MM              PIC 99.
00246      05  W-DUE-DD              PIC 99.
00247      SKIP1
00248 *    THE PARCEL BEING GATHERED FROM ITS MASTER RECORDS.
00249  01  PARCEL-AREA.
00250      05  PCL-VOL               PIC 999        COMP-3.
00251      05  PCL-PROP              PIC 9(15)      COMP-3.
00252      05  PCL-TXCD              PIC 9(5)       COMP-3.
00253      05  PCL-CLASS             PIC 999        COMP-3.
00254      05  PCL-NAME              PIC X(22).
00255      05  PCL-ADDR              PIC X(22).
00256      05  PCL-CITY              PIC X(12).
00257      05  PCL-STATE             PIC XX.
00258      05  PCL-ZIP               PIC 9(9)       COMP-3.
00259      05  PCL-TAX               PIC S9(11)V99  COMP-3.
00260      05  PCL-UNPAID1           PIC S9(11)V99  COMP-3.
00261      05  PCL-UNPAID2           PIC S9(11)V99  COMP-3.
00262      05  PCL-PENALTY           PIC S9(11)V99  COMP-3.
00263      05  PCL-PRIOR-DUE         PIC S9(11)V99  COMP-3.
00264      05  PCL-YEAR-DUE          PIC S9(11)V99  COMP-3.
00265      05  PCL-FIRST-YEAR        PIC 9(4).
00266      05  PCL-TAXED-SW          PIC X.
00267          88  PCL-TAXED                        VALUE 'Y'.
00268      05  PCL-PROT-SW           PIC X.
00269          88  PCL-PROTESTED                    VALUE 'Y'.
00270      05  PCL-DEFER-SW          PIC X.
00271          88  PCL-DEFERRED                     VALUE 'Y'.
00272      05  PCL-GOVT-SW           PIC X.
00273          88  PCL-GOVT-OWNED                   VALUE 'Y'.
00274      05  PCL-FORFEIT-SW        PIC X.
00275          88  PCL-FORFEITED                    VALUE 'Y'.
00276      SKIP1
00277 *    THE DISTINCT TAX YEARS THE PARCEL IS DELINQUENT FOR.
00278  01  DELQ-YEAR-TABLE.
00279      05  DY-YEAR OCCURS 20 TIMES  PIC 9(4).
00280      SKIP1
00281  01  ACPT-DATE                  PIC 9(6).
00282  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00283      05  ACPT-YR                PIC 99.
00284      05  ACPT-MO                PIC 99.
00285      05  ACPT-DA                PIC 99.
00286  01  DSP-DATE.
00287      05  DSP-MO                 PIC 99.
00288      05  FILLER                 PIC X      VALUE '/'.
00289      05  DSP-DA                 PIC 99.
00290      05  FILLER                 PIC X      VALUE '/'.
00291      05  DSP-YR                 PIC 99.
00292      SKIP1
00293  01  HEAD-A.
00294      05  FILLER          PIC X(3)   VALUE SPACES.
00295      05  HD-DATE         PIC X(8).
00296      05  FILLER          PIC X(42)  VALUE SPACES.
00297      05  FILLER     PIC X(26) VALUE
00298          'OFFICE OF THE COUNTY CLERK'.
00299      05  FILLER          PIC X(42)  VALUE SPACES.
00300      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00301      05  HD-PAGE         PIC ZZ,ZZ9.
00302      SKIP1
00303  01  HEAD-B.
00304      05  FILLER          PIC X(3)   VALUE SPACES.
00305      05  FILLER          PIC X(8)   VALUE 'CLRTM788'.
00306      05  FILLER          PIC X(18)  VALUE SPACES.
00307      05  FILLER          PIC X(33)  VALUE
00308          'DELINQUENT TAX SALE LIST -- TAX'.
00309      05  FILLER          PIC X(5)   VALUE 'YEAR '.
00310      05  HD-TAX-YEAR     PIC 9(4).
00311      05  FILLER          PIC X(14)  VALUE '   AS OF DATE '.
00312      05  HD-ASOF-DATE    PIC 9(8).
00313      SKIP1
00314  01  HEAD-C.
00315      05  FILLER          PIC X(3)   VALUE SPACES.
00316      05  FILLER          PIC X(20)  VALUE 'VOL PROPERTY NO.'.
00317      05  FILLER          PIC X(11)  VALUE 'TAX CODE'.
00318      05  FILLER          PIC X(6)   VALUE 'CLASS'.
00319      05  FILLER          PIC X(24)  VALUE 'NAME'.
00320      05  FILLER          PIC X(16)  VALUE '    UNPAID TAX'.
00321      05  FILLER          PIC X(16)  VALUE '       PENALTY'.
00322      05  FILLER          PIC X(16)  VALUE '   PRIOR YEARS'.
00323      05  FILLER          PIC X(5)   VALUE 'YRS'.
00324      05  FILLER          PIC X(10)  VALUE 'SALE'.
00325      SKIP1
00326  01  DETAIL-LINE.
00327      05  FILLER          PIC X(3)   VALUE SPACES.
00328      05  DL-VOL          PIC 9(3).
00329      05  FILLER          PIC X      VALUE SPACE.
00330      05  DL-PROP         PIC 9(15).
00331      05  FILLER          PIC X(3)   VALUE SPACES.
00332      05  DL-TXCD         PIC 9(5).
00333      05  FILLER          PIC X(4)   VALUE SPACES.
00334      05  DL-CLASS        PIC 9(3).
00335      05  FILLER          PIC X(3)   VALUE SPACES.
00336      05  DL-NAME         PIC X(22).
00337      05  FILLER          PIC X(2)   VALUE SPACES.
00338      05  DL-YEAR-TAX     PIC ZZZ,ZZZ,ZZ9.99.
00339      05  FILLER          PIC X(2)   VALUE SPACES.
00340      05  DL-PENALTY      PIC ZZZ,ZZZ,ZZ9.99.
00341      05  FILLER          PIC X(2)   VALUE SPACES.
00342      05  DL-PRIOR-DUE    PIC ZZZ,ZZZ,ZZ9.99.
00343      05  FILLER          PIC X(2)   VALUE SPACES.
00344      05  DL-YEARS        PIC Z9.
00345      05  FILLER          PIC X(3)   VALUE SPACES.
00346      05  DL-SALE         PIC X(10).
00347      SKIP1
00348  01  TOTAL-LINE.
00349      05  FILLER          PIC X(3)   VALUE SPACES.
00350      05  FILLER          PIC X(20)  VALUE 'PARCELS LISTED'.
00351      05  TL-CNT          PIC ZZZ,ZZ9.
00352      05  FILLER          PIC X(36)  VALUE SPACES.
00353      05  TL-YEAR-TAX     PIC ZZZ,ZZZ,ZZ9.99.
00354      05  FILLER          PIC X(2)   VALUE SPACES.
00355      05  TL-PENALTY      PIC ZZZ,ZZZ,ZZ9.99.
00356      05  FILLER          PIC X(2)   VALUE SPACES.
00357      05  TL-PRIOR-DUE    PIC ZZZ,ZZZ,ZZ9.99.
00358      EJECT
00359  PROCEDURE DIVISION.
00360      SKIP1
00361  A010-HOUSEKEEPING.
00362      OPEN INPUT  PROP-MASTER, DEFER-MASTER, CONTROL-FILE
00363           OUTPUT PROP-NEWMAST, SALE-FILE, PRINT-FILE.
00364      OPEN EXTEND RUN-REGISTRY.
0364A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00365      PERFORM C900-REG-START THRU C900-EXIT.
00366      IF DEFER-STATUS NOT EQUAL '00'
00367          DISPLAY 'CLRTM788 -- DEFERRAL MASTER OPEN FAILED, '
00368              'STATUS ' DEFER-STATUS
00369          MOVE 16 TO RETURN-CODE
00370          PERFORM C910-REG-END THRU C910-EXIT
00371          CLOSE PROP-MASTER, PROP-NEWMAST, CONTROL-FILE, SALE-FILE,
00372                RUN-REGISTRY, PRINT-FILE
00373          STOP RUN.
00374      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00375      IF RETURN-CODE GREATER THAN ZERO
00376          PERFORM C910-REG-END THRU C910-EXIT
00377          CLOSE PROP-MASTER, PROP-NEWMAST, DEFER-MASTER,
00378                CONTROL-FILE, SALE-FILE, RUN-REGISTRY, PRINT-FILE
00379          STOP RUN.
00380      ACCEPT ACPT-DATE FROM DATE.
00381      MOVE ACPT-MO TO DSP-MO.
00382      MOVE ACPT-DA TO DSP-DA.
00383      MOVE ACPT-YR TO DSP-YR.
00384      MOVE DSP-DATE TO HD-DATE.
00385      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00386      MOVE W-ASOF-DATE TO HD-ASOF-DATE.
00387      PERFORM B100-HEADING THRU B100-EXIT.
00388      PERFORM A030-READ-PM THRU A030-EXIT.
00389      PERFORM A100-PARCEL THRU A100-EXIT
00390          UNTIL END-OF-PM-FILE.
00391      PERFORM A400-TOTALS THRU A400-EXIT.
00392      PERFORM A500-WRITE-TRAILER THRU A500-EXIT.
00393      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00394      DISPLAY 'TOTAL PROPERTY MASTER RECORDS WRITTEN: ' PM-OUT-CNT.
00395      DISPLAY 'TOTAL PARCELS........................: ' PARCEL-CNT.
00396      DISPLAY 'TOTAL TAX YEAR RECORDS PRICED........: '
00397          CUR-REC-CNT.
00398      DISPLAY 'TOTAL PENALTIES POSTED...............: ' PNLTY-CNT.
00399      DISPLAY 'TOTAL DELINQUENT PARCELS.............: ' DELQ-CNT.
00400      DISPLAY 'TOTAL EXCLUDED -- UNDER PROTEST......: '
00401          PROT-EXCL-CNT.
00402      DISPLAY 'TOTAL EXCLUDED -- SENIOR DEFERRAL....: '
00403          DEFER-EXCL-CNT.
00404      DISPLAY 'TOTAL EXCLUDED -- GOVERNMENT OWNER...: '
00405          GOVT-EXCL-CNT.
00406      DISPLAY 'TOTAL ANNUAL TAX SALE PARCELS........: ' ANNUAL-CNT.
00407      DISPLAY 'TOTAL SCAVENGER SALE CANDIDATES......: ' SCAV-CNT.
00408      DISPLAY 'TOTAL TAX SALE RECORDS WRITTEN.......: '
00409          SALE-OUT-CNT.
00410      DISPLAY 'TOTAL PARCELS WITH TOO MANY YEARS....: '
00411          YEAR-OVFL-CNT.
00412      DISPLAY 'TOTAL PENALTY POSTED.................: '
00413          GR-PNLTY-POSTED.
00414      DISPLAY 'TOTAL MISC SEGMENTS ADDED............: '
00415          MISC-ADD-CNT.
00416      DISPLAY 'TOTAL RECORDS NOT MARKED -- SEGS FULL: '
00417          NOMARK-CNT.
00418      DISPLAY 'TOTAL TAX YEAR DUE ON THE LIST.......: '
00419          GR-YEAR-DUE.
00420      DISPLAY 'TOTAL PRIOR YEARS DUE ON THE LIST....: '
00421          GR-PRIOR-DUE.
00422      IF RETURN-CODE LESS THAN 4
00423       AND (YEAR-OVFL-CNT GREATER THAN +0
00424         OR NOMARK-CNT GREATER THAN +0)
00425          MOVE 4 TO RETURN-CODE.
00426      PERFORM C910-REG-END THRU C910-EXIT.
00427      CLOSE PROP-MASTER, PROP-NEWMAST, DEFER-MASTER, CONTROL-FILE,
00428            SALE-FILE, RUN-REGISTRY, PRINT-FILE.
00429      STOP RUN.
00430      SKIP1
00431 *    THE CARD CARRIES THE TAX YEAR, THE TWO INSTALLMENT DUE DATES
00432 *    AND THE AS-OF DATE (CCYYMMDD) AND THE MONTHLY PENALTY
00433 *    PERCENT.  A BLANK AS-OF DATE IS THE RUN DATE AND A BLANK
00434 *    PERCENT IS 1.50.
00435  A011-READ-CONTROL.
00436      READ CONTROL-FILE AT END
00437          MOVE 'Y' TO CTL-EOF-SW.
00438      MOVE 'CLRTM788' TO CK-CALLER.
00439      MOVE SPACES TO CK-CARD-YEAR.
00440      IF NOT END-OF-CTL-FILE
00441          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00442      CALL 'DPRUN004' USING CYCLK-AREA.
00443      IF NOT END-OF-CTL-FILE
00444          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0444A  A011-EXIT. EXIT.
0444B      SKIP1
0444C  A012-EDIT-CONTROL.
00445      IF NOT END-OF-CTL-FILE
00446       AND CC-ASOF-DATE EQUAL SPACES
00447          MOVE FUNCTION CURRENT-DATE (1:8) TO CC-ASOF-DATE.
00448      IF NOT END-OF-CTL-FILE
00449       AND CC-PNLTY-PCT EQUAL SPACES
00450          MOVE W-PNLTY-PCT TO CC-PNLTY-PCT-N.
00451      IF END-OF-CTL-FILE
00452          OR CC-TAX-YEAR NOT NUMERIC
00453          OR CC-TAX-YEAR-N EQUAL ZERO
00454          OR CC-DUE1-DATE NOT NUMERIC
00455          OR CC-DUE2-DATE NOT NUMERIC
00456          OR CC-ASOF-DATE NOT NUMERIC
00457          OR CC-PNLTY-PCT NOT NUMERIC
00458          OR CC-DUE1-DATE-N EQUAL ZERO
00459          OR CC-DUE2-DATE-N NOT GREATER THAN CC-DUE1-DATE-N
00460          OR CC-PNLTY-PCT-N EQUAL ZERO
00461          DISPLAY 'CLRTM788 -- TAX YEAR / DUE DATE CONTROL CARD '
00462              'MISSING OR INVALID -- RUN STOPPED'
00463          MOVE 16 TO RETURN-CODE
00464          GO TO A012-EXIT.
00465      IF CC-ASOF-DATE-N NOT GREATER THAN CC-DUE2-DATE-N
00466          DISPLAY 'CLRTM788 -- AS-OF DATE ' CC-ASOF-DATE
00467              ' IS NOT PAST THE SECOND INSTALLMENT DUE DATE -- '
00468              'RUN STOPPED'
00469          MOVE 16 TO RETURN-CODE
00470          GO TO A012-EXIT.
00471      MOVE CC-TAX-YEAR-N  TO W-TAX-YEAR.
00472      MOVE CC-DUE1-DATE-N TO W-DUE1-DATE.
00473      MOVE CC-DUE2-DATE-N TO W-DUE2-DATE.
00474      MOVE CC-ASOF-DATE-N TO W-ASOF-DATE.
00475      MOVE W-ASOF-MM   TO W-PD-MM.
00476      MOVE W-ASOF-DD   TO W-PD-DD.
00477      MOVE W-ASOF-CCYY TO W-PD-YY.
00478      MOVE CC-PNLTY-PCT-N TO W-PNLTY-PCT.
00479      MOVE W-DUE1-DATE TO W-DUE-DATE.
00480      PERFORM A280-COUNT-MONTHS THRU A280-EXIT.
00481      MOVE W-MONTHS TO W-MONTHS1.
00482      MOVE W-DUE2-DATE TO W-DUE-DATE.
00483      PERFORM A280-COUNT-MONTHS THRU A280-EXIT.
00484      MOVE W-MONTHS TO W-MONTHS2.
00485      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00486      DISPLAY 'FIRST INSTALLMENT DUE................: '
00487          W-DUE1-DATE.
00488      DISPLAY 'SECOND INSTALLMENT DUE...............: '
00489          W-DUE2-DATE.
00490      DISPLAY 'PENALTY AS OF........................: '
00491          W-ASOF-DATE.
00492      DISPLAY 'PENALTY PERCENT PER MONTH............: '
00493          W-PNLTY-PCT.
00494      DISPLAY 'FIRST INSTALLMENT PENALTY MONTHS.....: ' W-MONTHS1.
00495      DISPLAY 'SECOND INSTALLMENT PENALTY MONTHS....: ' W-MONTHS2.
00496  A012-EXIT. EXIT.
00497      SKIP1
00498  A030-READ-PM.
00499      READ PROP-MASTER AT END
00500          MOVE 'Y' TO PM-EOF-SW
00501          GO TO A030-EXIT.
00502      ADD +1 TO PM-IN-CNT.
00503  A030-EXIT. EXIT.
00504      SKIP1
00505 *    ALL THE MASTER RECORDS OF ONE PARCEL, THEN ITS DECISION.
00506  A100-PARCEL.
00507      ADD +1 TO PARCEL-CNT.
00508      INITIALIZE PARCEL-AREA.
00509      MOVE ZERO TO DY-CNT.
00510      MOVE PM-VOL  TO PCL-VOL.
00511      MOVE PM-PROP TO PCL-PROP.
00512      MOVE 'N' TO PCL-TAXED-SW PCL-PROT-SW PCL-DEFER-SW
00513                  PCL-GOVT-SW PCL-FORFEIT-SW.
00514      MOVE PM-PROP TO DF-PROP.
00515      READ DEFER-MASTER.
00516      IF DEFER-STATUS EQUAL '00'
00517       AND DF-ACTIVE
00518          MOVE 'Y' TO PCL-DEFER-SW.
00519      PERFORM A200-RECORD THRU A200-EXIT
00520          UNTIL END-OF-PM-FILE
00521             OR PM-VOL  NOT EQUAL PCL-VOL
00522             OR PM-PROP NOT EQUAL PCL-PROP.
00523      PERFORM A300-END-PARCEL THRU A300-EXIT.
00524  A100-EXIT. EXIT.
00525      SKIP1
00526  A200-RECORD.
00527      MOVE PM-BASE TO PO-BASE.
00528      IF PM-TXIND EQUAL 1
00529          MOVE PM-TXINFO (1) TO PO-TXINFO (1).
00530      MOVE ZEROS TO W-PAID0 W-PAID1 W-PAID2 W-RFND1 W-RFND2.
00531      MOVE 'N' TO REC-PROT-SW REC-PRICED-SW.
00532      MOVE ZERO TO MISC-SUB.
00533      PERFORM A210-SCAN-SEGMENT THRU A210-EXIT
00534          VARYING SEG-SUB FROM +1 BY +1
00535          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00536      IF PM-TXIND NOT EQUAL 1
00537          GO TO A200-WRITE.
00538      IF PM-TOTTX (1) NOT GREATER THAN ZERO
00539         OR DIVIDED-PARCEL OF PM-REC
00540          GO TO A200-WRITE.
00541      IF PM-TXYR EQUAL W-TAX-YY
00542          PERFORM A220-TAX-YEAR THRU A220-EXIT
00543          GO TO A200-WRITE.
00544      MOVE PM-TXYR TO W-YY.
00545      PERFORM A270-CENTURY THRU A270-EXIT.
00546      IF W-REC-YEAR LESS THAN W-TAX-YEAR
00547          PERFORM A240-PRIOR-YEAR THRU A240-EXIT.
00548  A200-WRITE.
00549      MOVE PM-SEGS TO PO-SEGS.
00550      IF RECORD-PRICED
00551          PERFORM A230-MARK-POSTED THRU A230-EXIT.
00552      WRITE PO-REC.
00553      ADD +1 TO PM-OUT-CNT.
00554      PERFORM A030-READ-PM THRU A030-EXIT.
00555  A200-EXIT. EXIT.
00556      SKIP1
00557 *    THE S1/S2 SALE PAYMENT AND F1/F2 FORFEITURE SEGMENTS HAVE
00558 *    THE LAYOUT OF THE PAYMENT SEGMENT AND ARE READ THROUGH THE
00559 *    PM-PYMT NAMES.  AN UNNUMBERED PAYMENT GOES TO THE FIRST
00560 *    INSTALLMENT.
00561  A210-SCAN-SEGMENT.
00562      IF NAME-TYPE-CODE OF PM-REC (SEG-SUB)
00563          IF PCL-NAME EQUAL SPACES
00564              MOVE PM-NAME (SEG-SUB) TO PCL-NAME.
00565      IF NAME-TYPE-CODE OF PM-REC (SEG-SUB)
00566          GO TO A210-EXIT.
00567      IF ADDR-TYPE-CODE OF PM-REC (SEG-SUB)
00568          IF PCL-ADDR EQUAL SPACES
00569              MOVE PM-ADDR (SEG-SUB) TO PCL-ADDR.
00570      IF ADDR-TYPE-CODE OF PM-REC (SEG-SUB)
00571          GO TO A210-EXIT.
00572      IF CITY-TYPE-CODE OF PM-REC (SEG-SUB)
00573          IF PCL-CITY EQUAL SPACES
00574              MOVE PM-CITY (SEG-SUB)  TO PCL-CITY
00575              MOVE PM-STATE (SEG-SUB) TO PCL-STATE
00576              MOVE PM-ZIP (SEG-SUB)   TO PCL-ZIP.
00577      IF CITY-TYPE-CODE OF PM-REC (SEG-SUB)
00578          GO TO A210-EXIT.
00579      IF SENCIT-SEGMENT OF PM-REC (SEG-SUB)
00580          MOVE 'Y' TO PCL-DEFER-SW
00581          GO TO A210-EXIT.
00582      IF EXEMPTION-SEG OF PM-REC (SEG-SUB)
00583          IF PM-EX-GOVT OF PM-REC (SEG-SUB)
00584              MOVE 'Y' TO PCL-GOVT-SW.
00585      IF EXEMPTION-SEG OF PM-REC (SEG-SUB)
00586          GO TO A210-EXIT.
00587      IF H-REFUND-SEGMENT OF PM-REC (SEG-SUB)
00588          ADD PM-RFND-AMT (SEG-SUB) TO W-RFND2
00589          GO TO A210-EXIT.
00590      IF A-Z-TYP-INSTALL-R1 OF PM-REC (SEG-SUB)
00591          ADD PM-AZ-AMT (SEG-SUB) TO W-RFND1
00592          GO TO A210-EXIT.
00593      IF A-Z-TYP-INSTALL-R2 OF PM-REC (SEG-SUB)
00594          ADD PM-AZ-AMT (SEG-SUB) TO W-RFND2
00595          GO TO A210-EXIT.
00596      IF PROTEST-SEGMENT OF PM-REC (SEG-SUB)
00597          MOVE 'Y' TO REC-PROT-SW
00598          GO TO A210-EXIT.
00599      IF MISCELLANEOUS-SEGMENT OF PM-REC (SEG-SUB)
00600          MOVE SEG-SUB TO MISC-SUB
00601          PERFORM A215-FORFEIT-YEARS THRU A215-EXIT
00602          GO TO A210-EXIT.
00603      IF NOT PAYMENT-TYPE-P0 OF PM-REC (SEG-SUB)
00604       AND NOT PAYMENT-TYPE-P1 OF PM-REC (SEG-SUB)
00605       AND NOT PAYMENT-TYPE-P2 OF PM-REC (SEG-SUB)
00606       AND NOT PAYMENT-TYPE-F1 OF PM-REC (SEG-SUB)
00607       AND NOT PAYMENT-TYPE-F2 OF PM-REC (SEG-SUB)
00608       AND NOT SALEPAYMENT-TYPE-S1 OF PM-REC (SEG-SUB)
00609       AND NOT SALEPAYMENT-TYPE-S2 OF PM-REC (SEG-SUB)
00610          GO TO A210-EXIT.
00611      IF PM-PYMT-NO (SEG-SUB) EQUAL 1
00612          ADD PM-PYMT-AMT (SEG-SUB) TO W-PAID1
00613      ELSE
00614          IF PM-PYMT-NO (SEG-SUB) EQUAL 2
00615              ADD PM-PYMT-AMT (SEG-SUB) TO W-PAID2
00616          ELSE
00617              ADD PM-PYMT-AMT (SEG-SUB) TO W-PAID0.
00618  A210-EXIT. EXIT.
00619      SKIP1
00620 *    A YEAR FORFEITED AT AN EARLIER SALE IS STILL OWED.
00621  A215-FORFEIT-YEARS.
00622      IF FORFEIT1 OF PM-REC (SEG-SUB)
00623          MOVE PM-SLDFRT-YR1 (SEG-SUB) TO W-YY
00624          PERFORM A218-FORFEIT-YEAR THRU A218-EXIT.
00625      IF FORFEIT2 OF PM-REC (SEG-SUB)
00626          MOVE PM-SLDFRT-YR2 (SEG-SUB) TO W-YY
00627          PERFORM A218-FORFEIT-YEAR THRU A218-EXIT.
00628  A215-EXIT. EXIT.
00629      SKIP1
00630  A218-FORFEIT-YEAR.
00631      PERFORM A270-CENTURY THRU A270-EXIT.
00632      IF W-REC-YEAR NOT LESS THAN W-TAX-YEAR
00633          GO TO A218-EXIT.
00634      MOVE 'Y' TO PCL-FORFEIT-SW.
00635      MOVE W-REC-YEAR TO W-ADD-YEAR.
00636      PERFORM A260-ADD-YEAR THRU A260-EXIT.
00637  A218-EXIT. EXIT.
00638      SKIP1
00639 *    A RECORD OF THE TAX YEAR -- UNPAID INSTALLMENTS AND PENALTY.
00640  A220-TAX-YEAR.
00641      IF MISC-SUB GREATER THAN ZERO
00642          PERFORM A222-CHECK-POSTED THRU A222-EXIT.
00643      ADD +1 TO CUR-REC-CNT.
00644      MOVE 'Y' TO PCL-TAXED-SW.
00645      MOVE 'Y' TO REC-PRICED-SW.
00646      IF RECORD-PROTESTED
00647          MOVE 'Y' TO PCL-PROT-SW.
00648      MOVE PM-TXCD  TO PCL-TXCD.
00649      MOVE PM-CLASS TO PCL-CLASS.
00650      MOVE PM-TOTTX (1) TO W-TAX.
00651      MOVE PM-ESTTX (1) TO W-DUE1.
00652      IF W-DUE1 LESS THAN ZERO
00653          MOVE ZERO TO W-DUE1.
00654      IF W-DUE1 GREATER THAN W-TAX
00655          MOVE W-TAX TO W-DUE1.
00656      COMPUTE W-DUE2 = W-TAX - W-DUE1.
00657      COMPUTE W-NET1 = W-PAID1 + W-PAID0 - W-RFND1.
00658      COMPUTE W-NET2 = W-PAID2 - W-RFND2.
00659      IF W-NET1 LESS THAN ZERO
00660          MOVE ZERO TO W-NET1.
00661      IF W-NET2 LESS THAN ZERO
00662          MOVE ZERO TO W-NET2.
00663      MOVE ZERO TO W-CARRY W-UNPAID1 W-UNPAID2.
00664      IF W-NET1 GREATER THAN W-DUE1
00665          COMPUTE W-CARRY = W-NET1 - W-DUE1
00666      ELSE
00667          COMPUTE W-UNPAID1 = W-DUE1 - W-NET1.
00668      COMPUTE W-UNPAID2 = W-DUE2 - W-NET2 - W-CARRY.
00669      IF W-UNPAID2 LESS THAN ZERO
00670          MOVE ZERO TO W-UNPAID2.
00671      MOVE ZERO TO W-PENALTY.
00672      IF NOT PCL-DEFERRED
00673       AND NOT PCL-GOVT-OWNED
00674          COMPUTE W-PENALTY ROUNDED =
00675              (W-UNPAID1 * W-MONTHS1 + W-UNPAID2 * W-MONTHS2)
00676                  * W-PNLTY-PCT / 100.
00677      MOVE W-PENALTY TO PO-PNLTYAMT (1).
00678      IF W-PENALTY GREATER THAN ZERO
00679          ADD +1 TO PNLTY-CNT
00680          ADD W-PENALTY TO GR-PNLTY-POSTED.
00681      ADD W-TAX     TO PCL-TAX.
00682      ADD W-UNPAID1 TO PCL-UNPAID1.
00683      ADD W-UNPAID2 TO PCL-UNPAID2.
00684      ADD W-PENALTY TO PCL-PENALTY.
00685      IF W-UNPAID1 + W-UNPAID2 GREATER THAN ZERO
00686          MOVE W-TAX-YEAR TO W-ADD-YEAR
00687          PERFORM A260-ADD-YEAR THRU A260-EXIT.
00688  A220-EXIT. EXIT.
00689      SKIP1
00690 *    A PENALTY DATE PAST THE SECOND DUE DATE WAS SET BY AN EARLIER
00691 *    RUN OF THIS PROGRAM, AND PM-PNLTYAMT NO LONGER HOLDS THE
00692 *    FIRST INSTALLMENT ESTIMATE.
00693  A222-CHECK-POSTED.
00694      MOVE PM-MISC-PNLTYDAT (MISC-SUB) TO W-POSTED.
00695      IF W-POSTED EQUAL ZERO
00696          GO TO A222-EXIT.
00697      MOVE W-PC-YY TO W-YY.
00698      PERFORM A270-CENTURY THRU A270-EXIT.
00699      COMPUTE W-POSTED-DATE = W-REC-YEAR * 10000
00700                            + W-PC-MM * 100 + W-PC-DD.
00701      IF W-POSTED-DATE NOT GREATER THAN W-DUE2-DATE
00702          GO TO A222-EXIT.
00703      DISPLAY 'CLRTM788 -- PROPERTY ' PM-PROP ' TAX YEAR '
00704          W-TAX-YEAR ' ALREADY HAS A PENALTY POSTED AS OF '
00705          W-POSTED-DATE.
00706      DISPLAY 'CLRTM788 -- THE INPUT IS THE OUTPUT OF AN EARLIER '
00707          'RUN -- RERUN FROM THE MASTER BEFORE THE POSTING.'
00708      MOVE 16 TO RETURN-CODE.
00709      PERFORM C910-REG-END THRU C910-EXIT.
00710      CLOSE PROP-MASTER, PROP-NEWMAST, DEFER-MASTER, CONTROL-FILE,
00711            SALE-FILE, RUN-REGISTRY, PRINT-FILE.
00712      STOP RUN.
00713  A222-EXIT. EXIT.
00714      SKIP1
00715 *    MARK THE NEW MASTER RECORD WITH THE PENALTY DATE.  A RECORD
00716 *    WITH NO MISCELLANEOUS SEGMENT IS GIVEN ONE; A RECORD ALREADY
00717 *    AT THE SEGMENT LIMIT CANNOT BE MARKED AND IS COUNTED.
00718  A230-MARK-POSTED.
00719      IF MISC-SUB GREATER THAN ZERO
00720          MOVE W-PNLTY-DATE TO PO-MISC-PNLTYDAT (MISC-SUB)
00721          GO TO A230-EXIT.
00722      IF PO-SEGCTR NOT LESS THAN 40
00723          ADD +1 TO NOMARK-CNT
00724          GO TO A230-EXIT.
00725      ADD 1 TO PO-SEGCTR.
00726      MOVE 'M'          TO PO-MISC-TYP (PO-SEGCTR).
00727      MOVE ZERO         TO PO-SLDFRT-CD1 (PO-SEGCTR)
00728                           PO-SLDFRT-YR1 (PO-SEGCTR)
00729                           PO-SLDFRT-CD2 (PO-SEGCTR)
00730                           PO-SLDFRT-YR2 (PO-SEGCTR)
00731                           PO-MISC-BKTXPCT (PO-SEGCTR)
00732                           PO-MISC-ROBKPCT (PO-SEGCTR)
00733                           PO-MISC-COENO (PO-SEGCTR)
00734                           PO-MISC-ORIGPROP (PO-SEGCTR)
00735                           PO-MISC-EQFCTR (PO-SEGCTR).
00736      MOVE SPACE        TO PO-MISC-ROBKIND (PO-SEGCTR).
00737      MOVE W-PNLTY-DATE TO PO-MISC-PNLTYDAT (PO-SEGCTR).
00738      ADD +1 TO MISC-ADD-CNT.
00739  A230-EXIT. EXIT.
00740      SKIP1
00741 *    A RECORD OF AN EARLIER TAX YEAR STILL OWING.
00742  A240-PRIOR-YEAR.
00743      COMPUTE W-BALANCE = PM-TOTTX (1) - W-PAID0 - W-PAID1
00744                        - W-PAID2 + W-RFND1 + W-RFND2.
00745      IF W-BALANCE NOT GREATER THAN ZERO
00746          GO TO A240-EXIT.
00747      ADD W-BALANCE TO PCL-PRIOR-DUE.
00748      IF PM-PNLTYAMT (1) GREATER THAN ZERO
00749          ADD PM-PNLTYAMT (1) TO PCL-PRIOR-DUE.
00750      MOVE W-REC-YEAR TO W-ADD-YEAR.
00751      PERFORM A260-ADD-YEAR THRU A260-EXIT.
00752  A240-EXIT. EXIT.
00753      SKIP1
00754  A260-ADD-YEAR.
00755      MOVE ZERO TO DY-FND.
00756      PERFORM A265-FIND-YEAR THRU A265-EXIT
00757          VARYING DY-SUB FROM +1 BY +1
00758          UNTIL DY-SUB GREATER THAN DY-CNT
00759             OR DY-FND GREATER THAN ZERO.
00760      IF DY-FND GREATER THAN ZERO
00761          GO TO A260-EXIT.
00762      IF DY-CNT NOT LESS THAN +20
00763          ADD +1 TO YEAR-OVFL-CNT
00764          GO TO A260-EXIT.
00765      ADD +1 TO DY-CNT.
00766      MOVE W-ADD-YEAR TO DY-YEAR (DY-CNT).
00767      IF PCL-FIRST-YEAR EQUAL ZERO
00768         OR W-ADD-YEAR LESS THAN PCL-FIRST-YEAR
00769          MOVE W-ADD-YEAR TO PCL-FIRST-YEAR.
00770  A260-EXIT. EXIT.
00771      SKIP1
00772  A265-FIND-YEAR.
00773      IF DY-YEAR (DY-SUB) EQUAL W-ADD-YEAR
00774          MOVE DY-SUB TO DY-FND.
00775  A265-EXIT. EXIT.
00776      SKIP1
00777  A270-CENTURY.
00778      IF W-YY GREATER THAN 50
00779          COMPUTE W-REC-YEAR = 1900 + W-YY
00780      ELSE
00781          COMPUTE W-REC-YEAR = 2000 + W-YY.
00782  A270-EXIT. EXIT.
00783      SKIP1
00784 *    MONTHS OR PORTIONS OF A MONTH FROM W-DUE-DATE TO THE AS-OF
00785 *    DATE.  NOTHING IS DUE ON THE DUE DATE ITSELF.
00786  A280-COUNT-MONTHS.
00787      COMPUTE W-MONTHS = (W-ASOF-CCYY * 12 + W-ASOF-MM)
00788                       - (W-DUE-CCYY * 12 + W-DUE-MM).
00789      IF W-ASOF-DD GREATER THAN W-DUE-DD
00790          ADD +1 TO W-MONTHS.
00791      IF W-MONTHS LESS THAN ZERO
00792          MOVE ZERO TO W-MONTHS.
00793  A280-EXIT. EXIT.
00794      SKIP1
00795  A300-END-PARCEL.
00796      COMPUTE PCL-YEAR-DUE = PCL-UNPAID1 + PCL-UNPAID2.
00797      IF PCL-YEAR-DUE NOT GREATER THAN ZERO
00798       AND DY-CNT LESS THAN +2
00799          GO TO A300-EXIT.
00800      ADD +1 TO DELQ-CNT.
00801      IF PCL-GOVT-OWNED
00802          ADD +1 TO GOVT-EXCL-CNT
00803          GO TO A300-EXIT.
00804      IF PCL-DEFERRED
00805          ADD +1 TO DEFER-EXCL-CNT
00806          GO TO A300-EXIT.
00807      IF PCL-PROTESTED
00808          ADD +1 TO PROT-EXCL-CNT
00809          GO TO A300-EXIT.
00810      ADD PCL-PENALTY TO PCL-YEAR-DUE.
00811      MOVE SPACES         TO TS-DETAIL.
00812      MOVE 'D'            TO TS-REC-TYPE.
00813      MOVE PCL-VOL        TO TS-VOL.
00814      MOVE PCL-PROP       TO TS-PROP.
00815      MOVE W-TAX-YEAR     TO TS-TAX-YEAR.
00816      MOVE PCL-TXCD       TO TS-TXCD.
00817      MOVE PCL-CLASS      TO TS-CLASS.
00818      MOVE PCL-NAME       TO TS-OWNER-NAME.
00819      MOVE PCL-ADDR       TO TS-ADDR.
00820      MOVE PCL-CITY       TO TS-CITY.
00821      MOVE PCL-STATE      TO TS-STATE.
00822      MOVE PCL-ZIP        TO TS-ZIP.
00823      MOVE PCL-TAX        TO TS-TAX-BILLED.
00824      COMPUTE TS-TAX-PAID = PCL-TAX - PCL-UNPAID1 - PCL-UNPAID2.
00825      MOVE PCL-UNPAID1    TO TS-INST1-DUE.
00826      MOVE PCL-UNPAID2    TO TS-INST2-DUE.
00827      MOVE PCL-PENALTY    TO TS-PENALTY.
00828      MOVE PCL-YEAR-DUE   TO TS-YEAR-DUE.
00829      MOVE PCL-PRIOR-DUE  TO TS-PRIOR-DUE.
00830      MOVE DY-CNT         TO TS-DELQ-YEARS.
00831      MOVE PCL-FIRST-YEAR TO TS-FIRST-YEAR.
00832      MOVE PCL-FORFEIT-SW TO TS-FORFEIT-IND.
00833      IF DY-CNT NOT LESS THAN +2
00834          MOVE 'S' TO TS-SALE
00835          MOVE 'SCAVENGER' TO DL-SALE
00836          ADD +1 TO SCAV-CNT
00837      ELSE
00838          MOVE 'A' TO TS-SALE
00839          MOVE 'ANNUAL' TO DL-SALE
00840          ADD +1 TO ANNUAL-CNT.
00841      WRITE SALE-REC.
00842      ADD +1 TO SALE-OUT-CNT.
00843      ADD PCL-YEAR-DUE  TO GR-YEAR-DUE.
00844      ADD PCL-PENALTY   TO GR-PENALTY.
00845      ADD PCL-PRIOR-DUE TO GR-PRIOR-DUE.
00846      MOVE PCL-VOL        TO DL-VOL.
00847      MOVE PCL-PROP       TO DL-PROP.
00848      MOVE PCL-TXCD       TO DL-TXCD.
00849      MOVE PCL-CLASS      TO DL-CLASS.
00850      MOVE PCL-NAME       TO DL-NAME.
00851      COMPUTE DL-YEAR-TAX = PCL-UNPAID1 + PCL-UNPAID2.
00852      MOVE PCL-PENALTY    TO DL-PENALTY.
00853      MOVE PCL-PRIOR-DUE  TO DL-PRIOR-DUE.
00854      MOVE DY-CNT         TO DL-YEARS.
00855      IF LINE-CNT GREATER THAN +57
00856          PERFORM B100-HEADING THRU B100-EXIT.
00857      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00858      ADD +1 TO LINE-CNT.
00859  A300-EXIT. EXIT.
00860      SKIP1
00861  A400-TOTALS.
00862      MOVE SALE-OUT-CNT TO TL-CNT.
00863      COMPUTE TL-YEAR-TAX = GR-YEAR-DUE - GR-PENALTY.
00864      MOVE GR-PENALTY   TO TL-PENALTY.
00865      MOVE GR-PRIOR-DUE TO TL-PRIOR-DUE.
00866      IF LINE-CNT GREATER THAN +55
00867          PERFORM B100-HEADING THRU B100-EXIT.
00868      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00869      ADD +3 TO LINE-CNT.
00870  A400-EXIT. EXIT.
00871      SKIP1
00872  A500-WRITE-TRAILER.
00873      MOVE SPACES       TO SALE-REC.
00874      MOVE 'T'          TO TS-REC-TYPE.
00875      MOVE SALE-OUT-CNT TO TST-REC-COUNT.
00876      MOVE ANNUAL-CNT   TO TST-ANNUAL-CNT.
00877      MOVE SCAV-CNT     TO TST-SCAV-CNT.
00878      MOVE GR-YEAR-DUE  TO TST-YEAR-DUE-TOT.
00879      MOVE GR-PENALTY   TO TST-PNLTY-TOT.
00880      MOVE GR-PRIOR-DUE TO TST-PRIOR-DUE-TOT.
00881      WRITE SALE-REC.
00882  A500-EXIT. EXIT.
00883      SKIP1
00884  B100-HEADING.
00885      ADD +1 TO PAGE-CNT.
00886      MOVE PAGE-CNT TO HD-PAGE.
00887      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00888      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00889      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00890      MOVE SPACES TO PRINT-REC.
00891      WRITE PRINT-REC AFTER ADVANCING 1.
00892      MOVE +7 TO LINE-CNT.
00893  B100-EXIT. EXIT.
00894      SKIP1
00895  C900-REG-START.
00896      MOVE SPACES      TO RUNREG-REC.
00897      MOVE 'CLRTM788'  TO RR-PROGRAM-ID.
00898      MOVE 'S'         TO RR-REC-TYPE.
00899      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00900      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00901      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00902      WRITE RUNREG-REC.
00903  C900-EXIT. EXIT.
00904      SKIP1
00905  C910-REG-END.
00906      MOVE SPACES      TO RUNREG-REC.
00907      MOVE 'CLRTM788'  TO RR-PROGRAM-ID.
00908      MOVE 'E'         TO RR-REC-TYPE.
00909      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00910      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00911      MOVE PM-IN-CNT   TO RR-IN-CNT.
00912      MOVE PM-OUT-CNT  TO RR-OUT-CNT.
00913      MOVE RETURN-CODE TO RR-COND-CODE.
00914      WRITE RUNREG-REC.
00915  C910-EXIT. EXIT.
