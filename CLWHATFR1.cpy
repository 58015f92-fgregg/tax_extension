00001 *  --  E X E M P T I O N   W H A T - I F   T A X   C O D E  --
00002 *  --  S U M M A R Y   R E C O R D --
00003 *  ONE RECORD PER TAX CODE HOLDING TAX TYPE 0 PARCELS, WRITTEN
00004 *  IN TAX CODE SEQUENCE BY CLRTM782 FOR A STATUTORY AMOUNT
00005 *  SCENARIO AND READ BY CLRTM783 WITH THE CURRENT AND SCENARIO
00006 *  TAX CODE RATES.  EXEMPT AND TAXABLE EAV ARE CARRIED UNDER THE
00007 *  AMOUNTS ON THE EQ FILE (CURRENT) AND AS RE-DERIVED UNDER THE
00008 *  SCENARIO.  THE RESIDENTIAL FIGURES ARE FOR MAJOR CLASS 2
00009 *  PARCELS CARRYING A HOMEOWNER EXEMPTION AND GIVE THE TYPICAL
00010 *  RESIDENTIAL BILL.
00011 *                                          *BYTES* *DESCRIPTION*
00012 *                                            1-120  WHATIF-REC
00013      05  WF-TAX-CODE       PIC 9(5).
00014 *                                            1-5    TAX CODE
00015      05  WF-PARCELS        PIC 9(7).
00016 *                                            6-12   PARCELS
00017      05  WF-CUR-EXEMPT     PIC 9(13).
00018 *                                           13-25   EXEMPT EAV
00019 *                                                   CURRENT
00020      05  WF-SCN-EXEMPT     PIC 9(13).
00021 *                                           26-38   EXEMPT EAV
00022 *                                                   SCENARIO
00023      05  WF-CUR-TAXABLE    PIC 9(13).
00024 *                                           39-51   TAXABLE EAV
00025 *                                                   CURRENT
00026      05  WF-SCN-TAXABLE    PIC 9(13).
00027 *                                           52-64   TAXABLE EAV
00028 *                                                   SCENARIO
00029      05  WF-RES-CNT        PIC 9(7).
00030 *                                           65-71   RESIDENTIAL
00031 *                                                   HOMEOWNER
00032 *                                                   PARCELS
00033      05  WF-RES-EAV        PIC 9(13).
00034 *                                           72-84   THEIR EAV
00035      05  WF-RES-CUR-EX     PIC 9(13).
00036 *                                           85-97   THEIR EXEMPT
00037 *                                                   EAV CURRENT
00038      05  WF-RES-SCN-EX     PIC 9(13).
00039 *                                           98-110  THEIR EXEMPT
00040 *                                                   EAV SCENARIO
00041      05  FILLER            PIC X(10).
00042 *                                          111-120  FILLER
00043 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
