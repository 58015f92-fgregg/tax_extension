00025      05  RJ-DISPOSITION PIC X(28).
00026 *                                           40-67   DISPOSITION
00027 *                                                   MESSAGE
00028      05  RJ-OPERATOR   PIC X(8).
00029 *                                           68-75   OPERATOR ID
0029A *                                                   RELEASING THE
0029B *                                                   REPAIR RUN
0029C      05  RJ-TERMINAL   PIC X(4).
0029D *                                           76-79   TERMINAL ID
0029E      05  FILLER        PIC X(21).
0029F *                                           80-100  FILLER
00030 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
