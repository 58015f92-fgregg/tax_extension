00004 *  FROM CONSOLIDATION/RENUMBER ADJUSTMENT CARDS.  CONSUMED BY
00005 *  ASHMA859 TO VERIFY THE PRORATION FILE'S KEY PARCELS AND BY
00006 *  THE DUPLICATE-DETECTION AND HISTORY PROGRAMS SO A RENUMBERED
00007 *  PARCEL STOPS READING AS A BRAND-NEW ONE.  ASHMA863 CARRIES
0007A *  THE HOMEOWNER EXEMPTION TO THE SUCCESSOR PARCELS BY
0007B *  GN-PRORATE, THE SUCCESSOR'S SHARE OF THE PARENT (SPACES ON
0007C *  RECORDS POSTED BEFORE THE FIELD WAS ADDED).
0007D *  A CONSOLIDATION CARRIES ONE RECORD PER PARENT UNDER THE
0007E *  CHILD, SO THE PARENT PIN IS PART OF THE KEY.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  GN-KEY.
00010 *                                            1-34   RECORD KEY
00011          10  GN-CHILD   PIC 9(15).
00012 *                                            1-15   CHILD PIN
00013          10  GN-EFF-YEAR PIC 9(4).
00014 *                                           16-19   EFFECTIVE
00015 *                                                   TAX YEAR
00016          10  GN-PARENT  PIC 9(15).
00017 *                                           20-34   PARENT PIN
00018      05  GN-ACTION     PIC X.
00019 *                                           35-35   ACTION CODE
00024      05  GN-POST-DATE  PIC 9(8).
00025 *                                           36-43   DATE POSTED
00026 *                                                   CCYYMMDD
0026A      05  GN-PRORATE    PIC 9V9(6).
0026B *                                           44-50   PRORATION
0026C *                                                   FACTOR
0026D      05  FILLER        PIC X(10).
0026E *                                           51-60   FILLER
00029 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
