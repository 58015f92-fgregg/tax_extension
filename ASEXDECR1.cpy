00001 *  --  E X E M P T   A P P L I C A T I O N   D E C I S I O N  --
00002 *  ONE RECORD PER EXEMPT-PROPERTY APPLICATION (ASEXAPPR1) DECIDED
00003 *  BY THE STATE, WRITTEN BY ASREA881 AT THE DECISION.  GRANTS GO
00004 *  TO THE GRANT FILE POSTED BY ASREA882; DENIALS GO TO THE DENIAL
00005 *  WORKLIST FOR BACK-TAX FOLLOW-UP.  WRITTEN IN APPLICATION
00006 *  NUMBER SEQUENCE.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  XD-APPL-NO        PIC X(10).
00009 *                                            1-10   APPLICATION
00010 *                                                   NUMBER
00011      05  XD-VOL            PIC 9(3).
00012 *                                           11-13   VOLUME
00013      05  XD-PROP           PIC 9(15).
00014 *                                           14-28   PROPERTY-NO.
00015      05  XD-TXCD           PIC 9(5).
00016 *                                           29-33   TAX CODE
00017      05  XD-DECISION       PIC X.
00018 *                                           34-34   G GRANTED,
00019 *                                                   D DENIED
00020          88  XD-GRANTED             VALUE 'G'.
00021          88  XD-DENIED              VALUE 'D'.
00022      05  XD-BASIS          PIC X.
00023 *                                           35-35   EXEMPTION
00024 *                                                   BASIS
00025      05  XD-STATE-DATE     PIC 9(8).
00026 *                                           36-43   DATE DECIDED
00027 *                                                   CCYYMMDD
00028      05  XD-EXVAL          PIC 9(11).
00029 *                                           44-54   EXEMPT VALUE
00030 *                                                   GRANTED
00031      05  XD-FIRST-AFF-YR   PIC 9(4).
00032 *                                           55-58   FIRST
00033 *                                                   AFFIDAVIT
00034 *                                                   YEAR
00035      05  XD-AFF-DUE-DATE   PIC 9(8).
00036 *                                           59-66   FIRST
00037 *                                                   AFFIDAVIT
00038 *                                                   DUE CCYYMMDD
00039      05  XD-FILED-DATE     PIC 9(8).
00040 *                                           67-74   DATE FILED
00041 *                                                   CCYYMMDD
00042      05  XD-ORG-NAME       PIC X(30).
00043 *                                           75-104  OWNER
00044 *                                                   ORGANIZATION
00045      05  FILLER            PIC X(16).
00046 *                                          105-120  FILLER
00047 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
