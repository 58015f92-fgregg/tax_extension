00003 *  (EQ-EXOWNEXVAL) FOR THE AFFIDAVIT YEAR.  BUILT BY ASREA947
00004 *  FROM THE EQUALIZED VALUATION FILE, RECEIPTS POSTED BY
00005 *  ASREA948, AGED AND LAPSED BY ASREA949.  FILE IS KEPT IN
00006 *  VOLUME/PROPERTY SEQUENCE.  PARCELS NEWLY GRANTED EXEMPTION
0006A *  ON APPLICATION (ASEXAPPR1) ARE ADDED BY ASREA882 WITH THE
0006B *  DATE THEIR FIRST AFFIDAVIT IS DUE; ASREA947 CARRIES THAT
0006C *  DATE AND THE APPLICATION NUMBER FORWARD UNTIL IT PASSES.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  XO-VOL        PIC 9(3).
00009 *                                            1-3    VOLUME
00028      05  XO-NOTICE-CNT PIC 9(2).
00029 *                                           48-49   FOLLOW-UP
00030 *                                                   NOTICES SENT
00031      05  XO-AFF-DUE-DATE PIC 9(8).
00032 *                                           50-57   AFFIDAVIT DUE
0032A *                                                   CCYYMMDD, ZERO
0032B *                                                   = STATUTORY
0032C *                                                   DATE
0032D      05  XO-APPL-NO    PIC X(10).
0032E *                                           58-67   EXEMPT
0032F *                                                   APPLICATION
0032G *                                                   NUMBER
0032H      05  FILLER        PIC X(13).
0032I *                                           68-80   FILLER
00033 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
