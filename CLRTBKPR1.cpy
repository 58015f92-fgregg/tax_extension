00001 *  --  T A X   R A T E   A N D   A G E N C Y   V A L U A T I O N
00002 *  --  R E P O R T   B O O K   ( P U B L I S H E D   C O P Y )  --
00003 *  MACHINE-READABLE COPY OF THE CLERK'S ANNUAL RATE REPORT BOOK,
00004 *  WRITTEN BY CLRTM787 FOR THE WEB IN THE ORDER OF THE PRINTED
00005 *  BOOK: EACH TAX CODE (TYPE C) FOLLOWED BY ITS AGENCIES (TYPE L),
00006 *  THEN EACH AGENCY (TYPE A), THEN THE COUNTY-WIDE SUMMARY BY
00007 *  AGENCY TYPE (TYPE S, TYPE 0 = OTHER, 9 = ALL AGENCIES), THEN
00008 *  ONE TRAILER (TYPE T).  EVERY FIELD IS UNSIGNED ZONED DECIMAL OR
00009 *  TEXT -- NO PACKED DATA.  RATES ARE PER 100 DOLLARS OF VALUE.
00010 *                                          *BYTES* *DESCRIPTION*
00011      05  RB-REC-TYPE       PIC X.
00012          88  RB-TAX-CODE-REC            VALUE 'C'.
00013          88  RB-CODE-AGENCY-REC         VALUE 'L'.
00014          88  RB-AGENCY-REC              VALUE 'A'.
00015          88  RB-SUMMARY-REC             VALUE 'S'.
00016          88  RB-TRAILER-REC             VALUE 'T'.
00017 *                                            1      C = TAX CODE
00018 *                                                   L = AGENCY ON
00019 *                                                       TAX CODE
00020 *                                                   A = AGENCY
00021 *                                                   S = SUMMARY
00022 *                                                   T = TRAILER
00023      05  RB-TAX-YEAR       PIC 9(4).
00024 *                                            2-5    TAX YEAR
00025      05  RB-TAX-CODE-DATA.
00026          10  RB-TXCD           PIC 9(5).
00027 *                                           6-10    TAX CODE
00028          10  RB-TXCD-RATE      PIC 9(4)V9(3).
00029 *                                          11-17    TAX RATE
00030          10  RB-PRYR1-RATE     PIC 9(4)V9(3).
00031 *                                          18-24    PRIOR YEAR
00032 *                                                   RATE (0 = NONE
00033 *                                                   ON HISTORY)
00034          10  RB-PRYR2-RATE     PIC 9(4)V9(3).
00035 *                                          25-31    RATE TWO YEARS
00036 *                                                   PRIOR (0 =
00037 *                                                   NONE ON
00038 *                                                   HISTORY)
00039          10  RB-TXCD-AGY-CNT   PIC 9(2).
00040 *                                          32-33    AGENCIES ON
00041 *                                                   THE TAX CODE
00042          10  FILLER            PIC X(127).
00043 *                                          34-160   FILLER
00044      05  RB-CODE-AGENCY-DATA REDEFINES RB-TAX-CODE-DATA.
00045          10  RB-CA-TXCD        PIC 9(5).
00046 *                                           6-10    TAX CODE
00047          10  RB-CA-AGENCY      PIC 9(9).
00048 *                                          11-19    AGENCY NO.
00049          10  RB-CA-RATE        PIC 9(4)V9(3).
00050 *                                          20-26    AGENCY RATE
00051          10  FILLER            PIC X(134).
00052 *                                          27-160   FILLER
00053      05  RB-AGENCY-DATA REDEFINES RB-TAX-CODE-DATA.
00054          10  RB-AGENCY         PIC 9(9).
00055 *                                           6-14    AGENCY NO.
00056          10  RB-AGY-NAME       PIC X(40).
00057 *                                          15-54    AGENCY NAME
00058          10  RB-AGY-TYPE       PIC 9.
00059 *                                            55     AGENCY TYPE
00060 *                                                   (AR-TYPE, 0 =
00061 *                                                   OTHER)
00062          10  RB-AGY-EAV        PIC 9(13).
00063 *                                          56-68    EQUALIZED
00064 *                                                   VALUE
00065 *                                                   (AEV-CC-RE)
00066          10  RB-AGY-LEVY       PIC 9(11)V99.
00067 *                                          69-81    LEVY EXTENDED
00068          10  RB-AGY-RATE       PIC 9(4)V9(3).
00069 *                                          82-88    AGENCY RATE
00070          10  RB-AGY-EXT        PIC 9(11)V99.
00071 *                                          89-101   EXTENSION
00072          10  RB-AGY-PRIOR OCCURS 3 TIMES.
00073 *                                          102-152  PRIOR YEARS,
00074 *                                                   MOST RECENT
00075 *                                                   FIRST
00076              15  RB-PRIOR-YEAR     PIC 9(4).
00077 *                                          102-105  TAX YEAR
00078              15  RB-PRIOR-EXT      PIC 9(11)V99.
00079 *                                          106-118  EXTENSION
00080          10  FILLER            PIC X(8).
00081 *                                          153-160  FILLER
00082      05  RB-SUMMARY-DATA REDEFINES RB-TAX-CODE-DATA.
00083          10  RB-SUM-TYPE       PIC 9.
00084 *                                            6      AGENCY TYPE
00085 *                                                   (9 = ALL)
00086          10  RB-SUM-AGY-CNT    PIC 9(5).
00087 *                                           7-11    AGENCIES
00088          10  RB-SUM-EAV        PIC 9(15).
00089 *                                          12-26    EQUALIZED
00090 *                                                   VALUE
00091          10  RB-SUM-LEVY       PIC 9(13)V99.
00092 *                                          27-41    LEVY EXTENDED
00093          10  RB-SUM-EXT        PIC 9(13)V99.
00094 *                                          42-56    EXTENSION
00095          10  FILLER            PIC X(104).
00096 *                                          57-160   FILLER
00097      05  RB-TRAILER-DATA REDEFINES RB-TAX-CODE-DATA.
00098          10  RBT-RUN-DATE      PIC 9(8).
00099 *                                           6-13    DATE WRITTEN
00100 *                                                   (CCYYMMDD)
00101          10  RBT-REC-COUNT     PIC 9(9).
00102 *                                          14-22    RECORDS BEFORE
00103 *                                                   THE TRAILER
00104          10  RBT-TXCD-CNT      PIC 9(7).
00105 *                                          23-29    TAX CODES
00106          10  RBT-AGY-CNT       PIC 9(7).
00107 *                                          30-36    AGENCIES
00108          10  RBT-EXT-TOT       PIC 9(13)V99.
00109 *                                          37-51    EXTENSION
00110 *                                                   TOTAL
00111          10  FILLER            PIC X(109).
00112 *                                          52-160   FILLER
00113 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
