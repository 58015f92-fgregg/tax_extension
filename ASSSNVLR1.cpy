00001 *  --  S S N   T O K E N   V A U L T  --
00002 *  ONE RECORD PER SOCIAL SECURITY NUMBER EVER TOKENIZED, KEYED BY
00003 *  THE SSN, WITH AN ALTERNATE INDEX PATH (DA-SSNVLTX) OVER THE
00004 *  TOKEN.  A TOKEN IS ISSUED SEQUENTIALLY THE FIRST TIME AN SSN
00005 *  IS SEEN AND NEVER CHANGES; IT IS 11 DIGITS BEGINNING WITH 9 SO
00006 *  IT CAN NEVER BE MISTAKEN FOR AN SSN IN AN 11-DIGIT SSN FIELD,
00007 *  AND IT CANNOT BE TURNED BACK INTO THE SSN WITHOUT THIS FILE.
00008 *  THE RECORD WITH SSN ZERO IS THE CONTROL RECORD; ITS TOKEN IS
00009 *  ZERO AND SV-CTL-LAST-TOKEN HOLDS THE LAST TOKEN ISSUED.
00010 *  MAINTAINED ONLY BY THE ASREA874 TOKENIZE SUBPROGRAM AND READ
00011 *  ONLY BY THE ASREA872 UNMASK UTILITY.
00012 *                                          *BYTES* *DESCRIPTION*
00013      05  SV-SSN        PIC 9(9).
00014 *                                            1-9    SSN (KEY)
00015      05  SV-TOKEN      PIC 9(11).
00016 *                                           10-20   SURROGATE
00017 *                                                   TOKEN (AIX)
00018      05  SV-ADD-DATE   PIC 9(8).
00019 *                                           21-28   DATE ISSUED
00020 *                                                   CCYYMMDD
00021      05  SV-ADD-PGM    PIC X(8).
00022 *                                           29-36   PROGRAM THAT
00023 *                                                   FIRST SAW SSN
00024      05  SV-CTL-LAST-TOKEN PIC 9(11).
00025 *                                           37-47   LAST TOKEN
00026 *                                                   ISSUED
00027 *                                                   (CONTROL REC)
00028      05  FILLER        PIC X(33).
00029 *                                           48-80   FILLER
00030 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
