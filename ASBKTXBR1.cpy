00001 *  --  O M I T T E D   B A C K - T A X   B I L L   R E C O R D  --
00002 *  ONE RECORD PER PRIOR TAX YEAR BILLED BY ASREA978 FOR AN
00003 *  OMITTED ASSESSMENT (PM-TXTYP '6').  THE TAX IS THE OMITTED
00004 *  EQUALIZED VALUE LESS ANY EXEMPTION THE PARCEL HAD LEFT OVER
00005 *  IN THAT YEAR, AT THAT YEAR'S RATE FROM THE RATE HISTORY
00006 *  MASTER; INTEREST RUNS FROM THAT YEAR TO THE BILLING YEAR.  A
00007 *  TRAILER (TYPE T) CARRIES THE RECORD COUNT AND THE TOTALS.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  BT-REC-TYPE   PIC X.
00010 *                                            1      D = DETAIL
00011 *                                                   T = TRAILER
00012      05  BT-DETAIL.
00013          10  BT-VOL        PIC 9(3).
00014 *                                            2-4    VOLUME
00015          10  BT-PROP       PIC 9(15).
00016 *                                            5-19   PROPERTY-NO.
00017          10  BT-TXCD       PIC 9(5).
00018 *                                           20-24   TAX CODE
00019          10  BT-BILL-YEAR  PIC 9(4).
00020 *                                           25-28   BILLING YEAR
00021          10  BT-TAX-YEAR   PIC 9(4).
00022 *                                           29-32   OMITTED YEAR
00023          10  BT-ASSD-VAL   PIC 9(9).
00024 *                                           33-41   OMITTED
00025 *                                                   ASSESSED VALUE
00026          10  BT-EQ-FACTOR  PIC 9V9(4).
00027 *                                           42-46   EQUALIZATION
00028 *                                                   FACTOR
00029          10  BT-EQ-VAL     PIC 9(11).
00030 *                                           47-57   OMITTED
00031 *                                                   EQUALIZED
00032 *                                                   VALUE
00033          10  BT-EXEMPT-AMT PIC 9(11).
00034 *                                           58-68   EXEMPTION
00035 *                                                   APPLIED
00036          10  BT-TAXABLE-VAL PIC 9(11).
00037 *                                           69-79   TAXABLE VALUE
00038          10  BT-RATE       PIC 9(4)V9(3).
00039 *                                           80-86   TAX RATE
00040          10  BT-TAX-AMT    PIC 9(9)V99.
00041 *                                           87-97   BACK TAX
00042          10  BT-INT-YEARS  PIC 9(2).
00043 *                                           98-99   YEARS OF
00044 *                                                   INTEREST
00045          10  BT-INT-AMT    PIC 9(9)V99.
00046 *                                          100-110  INTEREST
00047          10  FILLER        PIC X(10).
00048 *                                          111-120  FILLER
00049      05  BT-TRAILER REDEFINES BT-DETAIL.
00050          10  BTT-REC-COUNT PIC 9(9).
00051 *                                            2-10   DETAIL RECORDS
00052          10  BTT-TAX-TOT   PIC 9(11)V99.
00053 *                                           11-23   BACK TAX TOTAL
00054          10  BTT-INT-TOT   PIC 9(11)V99.
00055 *                                           24-36   INTEREST TOTAL
00056          10  FILLER        PIC X(84).
00057 *                                           37-120  FILLER
00058 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
