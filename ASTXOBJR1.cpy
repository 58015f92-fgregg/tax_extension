00001 *  -- T A X   O B J E C T I O N   C A S E   M A S T E R --
00002 *  ONE RECORD PER TAX OBJECTION (PAYMENT UNDER PROTEST), KEYED
00003 *  BY THE PROTEST NUMBER CARRIED ON THE PROPERTY MASTER PROTEST
00004 *  SEGMENT (PM-PROT-NO).  CASES ARE OPENED BY ASREA974 FROM THE
00005 *  PROTEST SEGMENTS, CARRIED THROUGH COURT BY THE DISPOSITION
00006 *  INTAKE, AND AGED BY ASREA975.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  TO-PROT-NO    PIC 9(7).
00009 *                                            1-7    PROTEST NUMBER
00010 *                                                   (RECORD KEY)
00011      05  TO-VOL        PIC 9(3).
00012 *                                            8-10   VOLUME
00013      05  TO-PROP       PIC 9(15).
00014 *                                           11-25   PROPERTY-NO.
00015      05  TO-TAX-YEAR   PIC 9(4).
00016 *                                           26-29   TAX YEAR
00017 *                                                   OBJECTED TO
00018      05  TO-TXCD       PIC 9(5).
00019 *                                           30-34   TAX CODE
00020      05  TO-NAME       PIC X(22).
00021 *                                           35-56   TAXPAYER NAME
00022      05  TO-PROT-AMT   PIC 9(9)V99.
00023 *                                           57-67   AMOUNT PAID
00024 *                                                   UNDER PROTEST
00025      05  TO-GROUNDS    PIC XX.
00026 *                                           68-69   OBJECTION
00027 *                                                   GROUNDS
00028          88  TO-GRND-VALUATION      VALUE 'VA'.
00029          88  TO-GRND-EXEMPTION      VALUE 'EX'.
00030          88  TO-GRND-CLASS          VALUE 'CL'.
00031          88  TO-GRND-RATE           VALUE 'RT'.
00032          88  TO-GRND-OTHER          VALUE 'OT'.
00033          88  TO-VALID-GROUNDS       VALUE 'VA' 'EX' 'CL' 'RT'
00034                                           'OT'.
00035      05  TO-STATUS     PIC X.
00036 *                                           70-70   CASE STATUS
00037          88  TO-STAT-OPEN           VALUE 'O'.
00038          88  TO-STAT-SETTLED        VALUE 'S'.
00039          88  TO-STAT-DENIED         VALUE 'D'.
00040          88  TO-STAT-WITHDRAWN      VALUE 'W'.
00041          88  TO-STAT-CLOSED         VALUE 'S' 'D' 'W'.
00042      05  TO-OPEN-DATE  PIC 9(8).
00043 *                                           71-78   DATE OPENED
00044 *                                                   CCYYMMDD
00045      05  TO-DISP-DATE  PIC 9(8).
00046 *                                           79-86   DATE DISPOSED
00047      05  TO-REFUND-AMT PIC 9(9)V99.
00048 *                                           87-97   REFUND ORDERED
00049      05  TO-COURT-CASE PIC X(12).
00050 *                                           98-109  COURT CASE
00051 *                                                   NUMBER
00052      05  FILLER        PIC X(11).
00053 *                                          110-120  FILLER
00054 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
