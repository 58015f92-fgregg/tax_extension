00001 *  --  T A X   R O L L   R E C O R D  --
00002 *  ONE DETAIL RECORD PER PRICED PARCEL AND TAX TYPE, WRITTEN BY
00003 *  THE PER-PARCEL TAX EXTENSION (CLRTM773) FOR THE TREASURER,
00004 *  FOLLOWED BY ONE CONTROL TRAILER.  EVERY AMOUNT THAT WENT INTO
00005 *  THE BILL IS CARRIED SO THE EXTENSION CAN BE AUDITED FROM THE
00006 *  ROLL ALONE.  ALL FIELDS ARE ZONED FOR THE TREASURER'S SYSTEM.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  TX-REC-TYPE       PIC X.
00009 *                                            1      RECORD TYPE
00010          88  TX-DETAIL              VALUE 'D'.
00011          88  TX-TRAILER             VALUE 'T'.
00012      05  TX-DETAIL-DATA.
00013          10  TX-VOL        PIC 9(3).
00014 *                                            2-4    VOLUME
00015          10  TX-PROP       PIC 9(15).
00016 *                                            5-19   PROPERTY NO.
00017          10  TX-TXTYP      PIC X.
00018 *                                           20      TAX TYPE
00019          10  TX-TAX-YEAR   PIC 9(4).
00020 *                                           21-24   TAX YEAR
00021          10  TX-TXCD       PIC 9(5).
00022 *                                           25-29   TAX CODE
00023          10  TX-CLASS      PIC 9(3).
00024 *                                           30-32   CLASS
00025          10  TX-ASSD-VAL   PIC 9(11).
00026 *                                           33-43   ASSESSED VALUE
00027          10  TX-EQ-VAL     PIC 9(11).
00028 *                                           44-54   EQUALIZED
00029 *                                                   VALUE
00030          10  TX-HOME-AMT   PIC 9(11).
00031 *                                           55-65   HOMEOWNER
00032          10  TX-SENIOR-AMT PIC 9(11).
00033 *                                           66-76   SENIOR
00034 *                                                   HOMESTEAD
00035          10  TX-FREEZE-AMT PIC 9(11).
00036 *                                           77-87   SENIOR FREEZE
00037          10  TX-VET-AMT    PIC 9(11).
00038 *                                           88-98   VETERAN,
00039 *                                                   RETURNING
00040 *                                                   AND DISABLED
00041 *                                                   VETERAN
00042          10  TX-DISPER-AMT PIC 9(11).
00043 *                                           99-109  DISABLED
00044 *                                                   PERSON
00045          10  TX-LTOCC-AMT  PIC 9(11).
00046 *                                          110-120  LONG-TIME
00047 *                                                   OCCUPANT
00048          10  TX-EXOWN-AMT  PIC 9(11).
00049 *                                          121-131  EXEMPT OWNER
00050          10  TX-EZ-AMT     PIC 9(11).
00051 *                                          132-142  ENTERPRISE
00052 *                                                   ZONE
00053 *                                                   ABATEMENT
00054          10  TX-EXEMPT-TOT PIC 9(11).
00055 *                                          143-153  TOTAL EXEMPT
00056 *                                                   EAV
00057          10  TX-NET-EAV    PIC 9(11).
00058 *                                          154-164  TAXABLE EAV
00059          10  TX-RATE       PIC 9(4)V9(3).
00060 *                                          165-171  TAX RATE
00061          10  TX-TOTAL-TAX  PIC 9(9)V99.
00062 *                                          172-182  TOTAL TAX
00063          10  TX-PRYR-EQVAL PIC 9(11).
00064 *                                          183-193  PRIOR YEAR EAV
00065          10  TX-PRYR-RATE  PIC 9(4)V9(3).
00066 *                                          194-200  PRIOR YEAR
00067 *                                                   RATE
00068          10  TX-PRYR-TXCD  PIC 9(5).
00069 *                                          201-205  PRIOR YEAR
00070 *                                                   TAX CODE
00071          10  TX-PRYR-TAX   PIC 9(9)V99.
00072 *                                          206-216  PRIOR YEAR TAX
0072A          10  TX-HOMEIMP-AMT PIC 9(11).
0072B *                                          217-227  HOME
0072C *                                                   IMPROVEMENT
00073          10  FILLER        PIC X(23).
00074 *                                          228-250  FILLER
00075      05  TX-TRAILER-DATA REDEFINES TX-DETAIL-DATA.
00076          10  TT-TAX-YEAR   PIC 9(4).
00077 *                                            2-5    TAX YEAR
00078          10  TT-REC-COUNT  PIC 9(9).
00079 *                                            6-14   DETAIL COUNT
00080          10  TT-EAV-TOTAL  PIC 9(15).
00081 *                                           15-29   TAXABLE EAV
00082 *                                                   TOTAL
00083          10  TT-TAX-TOTAL  PIC 9(13)V99.
00084 *                                           30-44   TOTAL TAX
00085          10  FILLER        PIC X(206).
00086 *                                           45-250
00087 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
