00001 *  --  N E W - O W N E R   H O M E S T E A D   O U T R E A C H  --
00002 *  ONE RECORD PER OUTREACH LETTER MAILED BY ASREA868 TO THE NEW
00003 *  OWNER OF A SOLD, OWNER-OCCUPIED RESIDENCE WITH NO HOMEOWNER
00004 *  RECORD OF ITS OWN, IN PROPERTY ORDER.  ASREA869 TALLIES THE
00005 *  ELECTRONIC INTAKE REPLIES (ASHMA931) AGAINST THE LIST AND
00006 *  WRITES IT BACK WITH THE RESPONSE POSTED, SO A LATER TALLY
00007 *  KEEPS WHAT AN EARLIER ONE FOUND.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  OR-VOL            PIC 9(3).
00010 *                                            1-3    VOLUME
00011      05  OR-PROP           PIC 9(15).
00012 *                                            4-18   PROPERTY-NO.
00013      05  OR-TXCD           PIC 9(5).
00014 *                                           19-23   TAX CODE
00015      05  OR-CLASS          PIC 9(3).
00016 *                                           24-26   CLASS
00017      05  OR-DOC-NO         PIC X(10).
00018 *                                           27-36   RECORDED
00019 *                                                   DOCUMENT NO.
00020      05  OR-SALE-DATE      PIC 9(8).
00021 *                                           37-44   SALE DATE
00022 *                                                   CCYYMMDD
00023      05  OR-GRANTEE        PIC X(30).
00024 *                                           45-74   GRANTEE NAME
00025      05  OR-FORM-ID        PIC X(4).
00026 *                                           75-78   FORM ID
00027 *                                                   (TYPE+LANG)
00028      05  OR-MAIL-DATE      PIC 9(8).
00029 *                                           79-86   MAIL DATE
00030      05  OR-RESP-STATUS    PIC X.
00031          88  OR-NO-RESPONSE             VALUE SPACE.
00032          88  OR-RESP-ACCEPTED           VALUE 'A'.
00033          88  OR-RESP-REJECTED           VALUE 'R'.
00034 *                                           87      RESPONSE
00035 *                                                   A = APPLIED,
00036 *                                                   ACCEPTED
00037 *                                                   R = APPLIED,
00038 *                                                   REJECTED
00039      05  OR-APPL-ID        PIC X(10).
00040 *                                           88-97   WEB
00041 *                                                   APPLICATION
00042 *                                                   ID
00043      05  OR-RESP-DATE      PIC 9(8).
00044 *                                           98-105  TALLY DATE
00045 *                                                   RESPONSE FOUND
00046      05  FILLER            PIC X(15).
00047 *                                          106-120  FILLER
00048 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
