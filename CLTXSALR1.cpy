00001 *  --  T A X   S A L E   L I S T   R E C O R D  --
00002 *  ONE RECORD PER PARCEL OFFERED FOR SALE, WRITTEN BY CLRTM788
00003 *  AFTER THE SECOND-INSTALLMENT DUE DATE.  A PARCEL DELINQUENT
00004 *  FOR THE TAX YEAR ONLY GOES TO THE ANNUAL TAX SALE (TS-SALE
00005 *  A); A PARCEL DELINQUENT FOR TWO OR MORE TAX YEARS, COUNTING
00006 *  PRIOR YEARS FORFEITED AT AN EARLIER SALE, IS A SCAVENGER SALE
00007 *  CANDIDATE (TS-SALE S).  PARCELS UNDER PROTEST, IN THE SENIOR
00008 *  TAX DEFERRAL PROGRAM OR OWNED BY AN EXEMPT GOVERNMENT BODY ARE
00009 *  NOT WRITTEN.  A TRAILER (TYPE T) CARRIES THE COUNTS AND THE
00010 *  AMOUNT TOTALS.
00011 *                                          *BYTES* *DESCRIPTION*
00012      05  TS-REC-TYPE   PIC X.
00013 *                                            1      D = DETAIL
00014 *                                                   T = TRAILER
00015      05  TS-DETAIL.
00016          10  TS-VOL        PIC 9(3).
00017 *                                            2-4    VOLUME
00018          10  TS-PROP       PIC 9(15).
00019 *                                            5-19   PROPERTY-NO.
00020          10  TS-TAX-YEAR   PIC 9(4).
00021 *                                           20-23   TAX YEAR
00022          10  TS-TXCD       PIC 9(5).
00023 *                                           24-28   TAX CODE
00024          10  TS-CLASS      PIC 9(3).
00025 *                                           29-31   CLASS
00026          10  TS-OWNER-NAME PIC X(22).
00027 *                                           32-53   NAME
00028          10  TS-ADDR       PIC X(22).
00029 *                                           54-75   ADDRESS
00030          10  TS-CITY       PIC X(12).
00031 *                                           76-87   CITY
00032          10  TS-STATE      PIC X(2).
00033 *                                           88-89   STATE
00034          10  TS-ZIP        PIC 9(9).
00035 *                                           90-98   ZIPCODE
00036          10  TS-TAX-BILLED PIC 9(9)V99.
00037 *                                           99-109  TAX BILLED
00038 *                                                   FOR THE YEAR
00039          10  TS-TAX-PAID   PIC 9(9)V99.
00040 *                                          110-120  TAX PAID
00041          10  TS-INST1-DUE  PIC 9(9)V99.
00042 *                                          121-131  FIRST
00043 *                                                   INSTALLMENT
00044 *                                                   UNPAID
00045          10  TS-INST2-DUE  PIC 9(9)V99.
00046 *                                          132-142  SECOND
00047 *                                                   INSTALLMENT
00048 *                                                   UNPAID
00049          10  TS-PENALTY    PIC 9(9)V99.
00050 *                                          143-153  PENALTY
00051 *                                                   (PM-PNLTYAMT)
00052          10  TS-YEAR-DUE   PIC 9(9)V99.
00053 *                                          154-164  TAX YEAR
00054 *                                                   UNPAID PLUS
00055 *                                                   PENALTY
00056          10  TS-PRIOR-DUE  PIC 9(11)V99.
00057 *                                          165-177  PRIOR YEARS
00058 *                                                   UNPAID PLUS
00059 *                                                   PENALTY
00060          10  TS-DELQ-YEARS PIC 9(2).
00061 *                                          178-179  TAX YEARS
00062 *                                                   DELINQUENT
00063          10  TS-FIRST-YEAR PIC 9(4).
00064 *                                          180-183  EARLIEST
00065 *                                                   YEAR
00066 *                                                   DELINQUENT
00067          10  TS-SALE       PIC X.
00068              88  TS-ANNUAL-SALE         VALUE 'A'.
00069              88  TS-SCAVENGER-SALE      VALUE 'S'.
00070 *                                          184      A = ANNUAL
00071 *                                                   S = SCAVENGER
00072          10  TS-FORFEIT-IND PIC X.
00073              88  TS-PRIOR-FORFEIT       VALUE 'Y'.
00074 *                                          185      Y = A PRIOR
00075 *                                                   YEAR
00076 *                                                   FORFEITED
00077          10  FILLER        PIC X(15).
00078 *                                          186-200  FILLER
00079      05  TS-TRAILER REDEFINES TS-DETAIL.
00080          10  TST-REC-COUNT PIC 9(9).
00081 *                                            2-10   DETAIL RECORDS
00082          10  TST-ANNUAL-CNT PIC 9(7).
00083 *                                           11-17   ANNUAL SALE
00084 *                                                   PARCELS
00085          10  TST-SCAV-CNT  PIC 9(7).
00086 *                                           18-24   SCAVENGER
00087 *                                                   CANDIDATES
00088          10  TST-YEAR-DUE-TOT PIC 9(13)V99.
00089 *                                           25-39   TAX YEAR
00090 *                                                   AMOUNT DUE
00091          10  TST-PNLTY-TOT PIC 9(13)V99.
00092 *                                           40-54   PENALTY TOTAL
00093          10  TST-PRIOR-DUE-TOT PIC 9(13)V99.
00094 *                                           55-69   PRIOR YEARS
00095 *                                                   AMOUNT DUE
00096          10  FILLER        PIC X(131).
00097 *                                           70-200  FILLER
00098 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
