00001 *  --  C H A N G E   A P P R O V E R   C A R D  --
00002 *  ONE CARD PER OPERATOR AUTHORIZED TO APPROVE PENDING CHANGES
00003 *  (DPPNDCHR1) TO A HIGH-IMPACT REFERENCE MASTER.  THE MASTER IS
00004 *  THE DD NAME CARRIED IN PC-MASTER (MSGTBL, STATAMT, AGYREF,
00005 *  TIFDST, FUNDRT, PCCERT) OR ALL.  READ BY DPMSG820, ASREA961,
00006 *  CLRTM765, CLRTM766, CLRTM777 AND ASREA980 AT THE START OF
0006A *  EACH RUN.
00007 *                                          *BYTES* *DESCRIPTION*
00008 *                                            1-80   APPROVER-REC
00009      05  AV-OPERATOR       PIC X(8).
00010 *                                            1-8    OPERATOR ID
00011      05  AV-MASTER         PIC X(8).
00012          88  AV-ALL-MASTERS         VALUE 'ALL'.
00013 *                                            9-16   MASTER FILE
00014 *                                                   OR ALL
00015      05  FILLER            PIC X(64).
00016 *                                           17-80   FILLER
00017 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
