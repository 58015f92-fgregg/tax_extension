00016          88  AY-GOOD-STANDING       VALUE 'G'.
00017          88  AY-SUSPENDED           VALUE 'S'.
00018          88  AY-VALID-STANDING      VALUE 'G' 'S'.
00019      05  AY-OPERATOR   PIC X(8).
00020 *                                           67-74   OPERATOR ID
0020A *                                                   OF LAST
0020B *                                                   MAINTENANCE
0020C      05  AY-TERMINAL   PIC X(4).
0020D *                                           75-78   TERMINAL ID
0020E *                                                   OF LAST
0020F *                                                   MAINTENANCE
0020G      05  FILLER        PIC X(2).
0020H *                                           79-80   FILLER
00021 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
