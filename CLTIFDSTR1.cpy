00021          88  TD-ACTIVE              VALUE 'A'.
00022          88  TD-EXPIRED             VALUE 'E'.
00023          88  TD-VALID-STAT          VALUE 'A' 'E'.
00024      05  TD-OPERATOR        PIC X(8).
00025 *                                             67- 74  OPERATOR ID
0025A *                                                     OF LAST
0025B *                                                     MAINTENANCE
0025C      05  TD-TERMINAL        PIC X(4).
0025D *                                             75- 78  TERMINAL ID
0025E *                                                     OF LAST
0025F *                                                     MAINTENANCE
0025G      05  FILLER             PIC X(2).
0025H *                                             79- 80
