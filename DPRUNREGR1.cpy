00028      05  RR-COND-CODE  PIC 9(4).
00029 *                                           48-51   COMPLETION
00030 *                                                   CODE
00031      05  FILLER        PIC X.
00032 *                                           52      FILLER
00032A     05  RR-RESTART-IND PIC X.
00032B         88  RR-RESTARTED           VALUE 'R'.
00032C*                                           53      R = RUN
00032D*                                                   RESUMED FROM
00032E*                                                   A CHECKPOINT
00032F     05  RR-RESTART-CKPT PIC 9(6).
00032G*                                           54-59   CHECKPOINT ID
00032H*                                                   RESUMED FROM
00032I     05  FILLER        PIC X(21).
00032J*                                           60-80   FILLER
00033 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
