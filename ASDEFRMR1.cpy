00001 *  -- S E N I O R   T A X   D E F E R R A L   M A S T E R --
00002 *  ONE RECORD PER PARCEL IN THE SENIOR CITIZENS REAL ESTATE TAX
00003 *  DEFERRAL PROGRAM, KEYED BY PROPERTY NUMBER.  EACH YEAR'S
00004 *  DEFERRED TAX IS CARRIED IN THE YEAR TABLE WITH THE INTEREST
00005 *  IT HAS EARNED; THE BALANCES ARE THEIR SUMS.  SIMPLE INTEREST
00006 *  IS ACCRUED ON PRINCIPAL ONLY THROUGH DF-INT-THRU-DATE.
00007 *  POSTED AND ACCRUED BY ASREA981, PAYOFFS SET BY ASREA982,
00008 *  LIEN-BALANCE STATEMENTS FROM ASREA983.
00009 *                                          *BYTES* *DESCRIPTION*
00010      05  DF-PROP       PIC 9(15).
00011 *                                            1-15   PROPERTY-NO.
00012 *                                                   (RECORD KEY)
00013      05  DF-VOL        PIC 9(3).
00014 *                                           16-18   VOLUME
00015      05  DF-NAME       PIC X(22).
00016 *                                           19-40   PARTICIPANT
00017      05  DF-MAIL.
00018 *                                           41-85   MAILING
00019 *                                                   ADDRESS
00020          10  DF-ADDR       PIC X(22).
00021          10  DF-CITY       PIC X(12).
00022          10  DF-STATE      PIC XX.
00023          10  DF-ZIP        PIC 9(9).
00024      05  DF-BIRTH-DATE PIC 9(8).
00025 *                                           86-93   BIRTH DATE
00026 *                                                   MMDDCCYY
00027      05  DF-TOTINC     PIC 9(7)V99.
00028 *                                           94-102  HOUSEHOLD
00029 *                                                   INCOME
00030      05  DF-EQUITY     PIC 9(11).
00031 *                                          103-113  EQUITY
00032 *                                                   INTEREST
00033      05  DF-CAP-AMT    PIC 9(11)V99.
00034 *                                          114-126  DEFERRAL CAP
00035      05  DF-STATUS     PIC X.
00036 *                                          127-127  STATUS
00037          88  DF-ACTIVE              VALUE 'A'.
00038          88  DF-PAYOFF-SALE         VALUE 'S'.
00039          88  DF-PAYOFF-DEATH        VALUE 'D'.
00040          88  DF-PAYOFF-DUE          VALUE 'S' 'D'.
00041          88  DF-PAID                VALUE 'P'.
00042          88  DF-ACCRUING            VALUE 'A' 'S' 'D'.
00043      05  DF-ENROLL-YEAR PIC 9(4).
00044 *                                          128-131  FIRST YEAR
00045 *                                                   DEFERRED
00046      05  DF-LAST-YEAR  PIC 9(4).
00047 *                                          132-135  LAST YEAR
00048 *                                                   DEFERRED
00049      05  DF-INT-PCT    PIC 99V99.
00050 *                                          136-139  INTEREST PCT
00051      05  DF-INT-THRU-DATE PIC 9(8).
00052 *                                          140-147  INTEREST
00053 *                                                   ACCRUED THRU
00054 *                                                   CCYYMMDD
00055      05  DF-PRIN-BAL   PIC 9(9)V99.
00056 *                                          148-158  DEFERRED TAX
00057      05  DF-INT-BAL    PIC 9(9)V99.
00058 *                                          159-169  INTEREST
00059      05  DF-PAYOFF-DATE PIC 9(8).
00060 *                                          170-177  SALE OR DEATH
00061 *                                                   DATE
00062      05  DF-PAYOFF-AMT PIC 9(9)V99.
00063 *                                          178-188  PAYOFF AMOUNT
00064      05  DF-YEAR-CNT   PIC 99.
00065 *                                          189-190  YEARS DEFERRED
00066      05  DF-YEAR-ENTRY OCCURS 20 TIMES.
00067 *                                          191-730  YEAR TABLE
00068          10  DFY-TAX-YEAR  PIC 9(4).
00069          10  DFY-DEFER-AMT PIC 9(9)V99.
00070          10  DFY-INT-AMT   PIC 9(9)V99.
00071          10  DFY-CAP-IND   PIC X.
00072              88  DFY-CAPPED         VALUE 'C'.
00073      05  FILLER        PIC X(20).
00074 *                                          731-750  FILLER
00075 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
