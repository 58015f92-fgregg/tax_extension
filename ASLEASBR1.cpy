00001 *  --  L E A S E H O L D   T A X   B I L L   R E C O R D  --
00002 *  ONE RECORD PER TAXABLE LEASEHOLD BILLED BY ASREA987 FOR A TAX
00003 *  YEAR.  THE LEASEHOLD IS BILLED UNDER ITS OWN TAX TYPE ('7',
00004 *  PM-TXTYP LEASEHOLD-TAX-TYPE) IN THE TAX CODE OF THE UNDERLYING
00005 *  EXEMPT PARCEL, TO THE LESSEE AT THE LESSEE'S MAILING ADDRESS.
00006 *  A TRAILER (TYPE T) CARRIES THE RECORD COUNT AND THE TOTALS.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  LB-REC-TYPE   PIC X.
00009 *                                            1      D = DETAIL
00010 *                                                   T = TRAILER
00011      05  LB-DETAIL.
00012          10  LB-VOL        PIC 9(3).
00013 *                                            2-4    VOLUME
00014          10  LB-PROP       PIC 9(15).
00015 *                                            5-19   PROPERTY-NO.
00016          10  LB-TXTYP      PIC X.
00017 *                                           20      TAX TYPE ('7')
00018          10  LB-LESSEE-NO  PIC 9(5).
00019 *                                           21-25   LESSEE NUMBER
00020          10  LB-TXCD       PIC 9(5).
00021 *                                           26-30   TAX CODE
00022          10  LB-TAX-YEAR   PIC 9(4).
00023 *                                           31-34   TAX YEAR
00024          10  LB-LH-VALUE   PIC 9(9).
00025 *                                           35-43   LEASEHOLD
00026 *                                                   ASSESSED VALUE
00027          10  LB-EQ-FACTOR  PIC 9V9(4).
00028 *                                           44-48   EQUALIZATION
00029 *                                                   FACTOR
00030          10  LB-EQ-VAL     PIC 9(11).
00031 *                                           49-59   LEASEHOLD
00032 *                                                   EQUALIZED
00033 *                                                   VALUE
00034          10  LB-RATE       PIC 9(4)V9(3).
00035 *                                           60-66   TAX RATE
00036          10  LB-TAX-AMT    PIC 9(9)V99.
00037 *                                           67-77   LEASEHOLD TAX
00038          10  LB-NAME       PIC X(22).
00039 *                                           78-99   LESSEE NAME
00040          10  LB-ADDR       PIC X(22).
00041 *                                          100-121  ADDRESS
00042          10  LB-CITY       PIC X(12).
00043 *                                          122-133  CITY
00044          10  LB-STATE      PIC XX.
00045 *                                          134-135  STATE
00046          10  LB-ZIP        PIC 9(9).
00047 *                                          136-144  ZIP CODE
00048          10  FILLER        PIC X(16).
00049 *                                          145-160  FILLER
00050      05  LB-TRAILER REDEFINES LB-DETAIL.
00051          10  LBT-REC-COUNT PIC 9(9).
00052 *                                            2-10   DETAIL RECORDS
00053          10  LBT-EAV-TOT   PIC 9(13).
00054 *                                           11-23   EQUALIZED
00055 *                                                   VALUE TOTAL
00056          10  LBT-TAX-TOT   PIC 9(11)V99.
00057 *                                           24-36   TAX TOTAL
00058          10  FILLER        PIC X(124).
00059 *                                           37-160  FILLER
00060 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
