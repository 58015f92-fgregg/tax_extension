00001 *  --  A G E N C Y   D I S T R I B U T I O N   F A C T O R  --
00002 *  ONE RECORD PER AGENCY POSITION ON EACH TAX CODE, IN TAX CODE
00003 *  SEQUENCE, WRITTEN BY CLRTM776 FOR THE TREASURER.  THE FACTOR IS
00004 *  THE PERCENT OF EVERY DOLLAR COLLECTED IN THE TAX CODE THAT IS
00005 *  DISTRIBUTED TO THE AGENCY.  A TIF DISTRICT ON THE CODE TAKES
00006 *  THE INCREMENT SHARE; THE REMAINING AGENCIES SHARE THE BALANCE
00007 *  IN PROPORTION TO THEIR RATES.  THE FACTORS OF A TAX CODE FOOT
00008 *  TO EXACTLY 100 PERCENT.
00009 *                                          *BYTES* *DESCRIPTION*
00010 *                                            1-80   DSTFCT-REC
00011      05  DF-TAX-YEAR   PIC 9(4).
00012 *                                            1-4    TAX YEAR
00013      05  DF-TXCD       PIC 9(5).
00014 *                                            5-9    TAX CODE
00015      05  DF-AGENCY     PIC 9(9).
00016 *                                           10-18   AGENCY NO.
00017      05  DF-AGY-TYPE   PIC X.
00018 *                                           19      A = TAXING
00019 *                                                   AGENCY
00020 *                                                   T = TIF
00021 *                                                   DISTRICT
00022          88  DF-TAXING-AGENCY       VALUE 'A'.
00023          88  DF-TIF-DISTRICT        VALUE 'T'.
00024      05  DF-AGY-RATE   PIC 9(4)V9(3).
00025 *                                           20-26   AGENCY RATE
00026 *                                                   (ZERO FOR TIF)
00027      05  DF-CODE-RATE  PIC 9(4)V9(3).
00028 *                                           27-33   COMPOSITE RATE
00029      05  DF-TIF-EAV    PIC 9(13).
00030 *                                           34-46   TIF INCREMENT
00031 *                                                   EAV (TIF ONLY)
00032      05  DF-FACTOR     PIC 9(3)V9(6).
00033 *                                           47-55   DISTRIBUTION
00034 *                                                   PERCENT
00035      05  FILLER        PIC X(25).
00036 *                                           56-80   FILLER
00037 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
