00001 *  --  C E N T R A L   C Y C L E   C O N T R O L   R E C O R D  --
00002 *  A ONE-RECORD FILE (DD CYCLE) NAMING THE TAX YEAR THE SYSTEM IS
00003 *  RUNNING, THE DATE THAT CYCLE WAS OPENED AND ITS VINTAGE
00004 *  (GENERATION SEQUENCE, ADVANCED BY ONE AT EACH ROLLOVER).  EVERY
00005 *  PROGRAM THAT TAKES A TAX YEAR READS IT AT START THROUGH THE
00006 *  DPRUN004 CYCLE CHECK.  ONLY THE YEAR-END ROLLOVER (DPRUN005)
00007 *  WRITES A NEW GENERATION, AND ONLY AFTER EVERY RETAINED PRIOR-
00008 *  YEAR COPY HAS BEEN VERIFIED.
00009 *                                          *BYTES* *DESCRIPTION*
00010 *                                            1-80   CYCLE-REC
00011      05  CY-TAX-YEAR       PIC 9(4).
00012 *                                            1-4    TAX YEAR
00013      05  CY-CYCLE-DATE     PIC 9(8).
00014 *                                            5-12   CYCLE DATE
00015 *                                                   (CCYYMMDD)
00016      05  CY-VINTAGE        PIC 9(4).
00017 *                                           13-16   CYCLE VINTAGE
00018      05  CY-PRIOR-YEAR     PIC 9(4).
00019 *                                           17-20   TAX YEAR
00020 *                                                   ROLLED FROM
00021      05  CY-ROLL-DATE      PIC 9(8).
00022 *                                           21-28   ROLLOVER DATE
00023 *                                                   (CCYYMMDD)
00024      05  CY-ROLL-TIME      PIC 9(6).
00025 *                                           29-34   ROLLOVER TIME
00026 *                                                   (HHMMSS)
00027      05  CY-ROLL-OPERATOR  PIC X(8).
00028 *                                           35-42   OPERATOR WHO
00029 *                                                   RELEASED THE
00030 *                                                   ROLLOVER
00031      05  CY-ROLL-PROGRAM   PIC X(8).
00032 *                                           43-50   ROLLOVER
00033 *                                                   PROGRAM
00034      05  FILLER            PIC X(30).
00035 *                                           51-80   FILLER
00036 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
