00001 *  --  E X T E N D E D   A G E N C Y   R A T E   R E C O R D  --
00002 *  ONE RECORD PER AGENCY EXTENDED BY THE LEVY INTAKE (CLRTM769),
00003 *  IN AGENCY SEQUENCE, WRITTEN AFTER PTELL LIMITING RATES ARE
00004 *  APPLIED.  THE RATE IS THE ONE ROLLED INTO EACH TAX CODE'S
00005 *  COMPOSITE TR-RATE; THE LEVY AND BASE ARE CARRIED SO THE RATE
00006 *  CAN BE PROVED BACK TO THE FILING.
00007 *                                          *BYTES* *DESCRIPTION*
00008 *                                            1-80   AGYRATE-REC
00009      05  AT-AGENCY     PIC 9(9).
00010 *                                            1-9    AGENCY NO.
00011      05  AT-LEVY-AMT   PIC 9(11)V99.
00012 *                                           10-22   LEVY EXTENDED
00013      05  AT-BASE-EAV   PIC 9(13).
00014 *                                           23-35   AGENCY
00015 *                                                   EQUALIZED BASE
00016 *                                                   (AEV-CC-RE)
00017      05  AT-RATE       PIC 9(4)V9(3).
00018 *                                           36-42   EXTENDED RATE
00019      05  AT-CAP-IND    PIC X.
00020          88  AT-RATE-CAPPED         VALUE 'C'.
0020A          88  AT-TNT-HELD            VALUE 'T'.
0020B          88  AT-FUND-HELD           VALUE 'F'.
00021 *                                           43      C = HELD TO
00022 *                                                   PTELL LIMITING
00023 *                                                   RATE
0023A *                                                   T = LEVY HELD
0023B *                                                   AT 105 PCT OF
0023C *                                                   PRIOR EXT.
0023D *                                                   F = A FUND
0023E *                                                   HELD TO ITS
0023F *                                                   STATUTORY MAX
00024      05  FILLER        PIC X(37).
00025 *                                           44-80   FILLER
00026 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
