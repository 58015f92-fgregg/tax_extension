00009 *                    RV = RETURNING VET    DP = DISABLED PERSON
00010 *                    V1 = DIS VET 30-49    V2 = DIS VET 50-69
00011 *                    V3 = DIS VET 70+      LT = LONG-TIME OCC
0011A *                    HI = HOME IMPROVEMENT (EAV CAP)
00012 *                                          *BYTES* *DESCRIPTION*
00013      05  SA-KEY.
00014 *                                            1-6    RECORD KEY
00021 *                                                   AMOUNT
00022      05  SA-DESC       PIC X(30).
00023 *                                           16-45   DESCRIPTION
00024      05  SA-OPERATOR   PIC X(8).
00025 *                                           46-53   OPERATOR ID
0025A *                                                   OF LAST
0025B *                                                   MAINTENANCE
0025C      05  SA-TERMINAL   PIC X(4).
0025D *                                           54-57   TERMINAL ID
0025E *                                                   OF LAST
0025F *                                                   MAINTENANCE
0025G      05  FILLER        PIC X(3).
0025H *                                           58-60   FILLER
00026 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
