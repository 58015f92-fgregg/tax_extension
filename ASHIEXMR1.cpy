00001 *  -- H O M E   I M P R O V E M E N T   E X E M P T I O N --
00002 *  -- M A S T E R   R E C O R D --
00003 *  ONE RECORD PER IMPROVEMENT GRANTED THE FOUR-YEAR HOME
00004 *  IMPROVEMENT EXEMPTION.  BUILT AND AGED BY ASREA984 (OLD
00005 *  MASTER IN, NEW MASTER OUT, EACH TAX YEAR) AND POSTED TO THE
00006 *  EQUALIZED VALUATION FILE (EQ-HOME-IMP-AMT) BY ASREA985.
00007 *  FILE IS KEPT IN VOLUME/PROPERTY/START YEAR SEQUENCE.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  HI-VOL        PIC 9(3).
00010 *                                            1-3    VOLUME
00011      05  HI-PROP       PIC 9(15).
00012 *                                            4-18   PROPERTY-NO.
00013      05  HI-START-YEAR PIC 9(4).
00014 *                                           19-22   FIRST TAX YEAR
00015 *                                                   EXEMPT
00016      05  HI-END-YEAR   PIC 9(4).
00017 *                                           23-26   LAST TAX YEAR
00018 *                                                   EXEMPT
00019      05  HI-TXCD       PIC 9(5).
00020 *                                           27-31   TAX CODE
00021      05  HI-STAT       PIC X.
00022 *                                           32-32   STATUS
00023          88  HI-ACTIVE              VALUE 'A'.
00024          88  HI-EXPIRED             VALUE 'X'.
00025          88  HI-REMOVED             VALUE 'R'.
00026      05  HI-CLASS      PIC 9(3).
00027 *                                           33-35   CLASS
00028      05  HI-PRIOR-IMPR PIC 9(9).
00029 *                                           36-44   PRIOR YEAR
00030 *                                                   IMPROVEMENT AV
00031      05  HI-CURR-IMPR  PIC 9(9).
00032 *                                           45-53   IMPROVEMENT AV
00033 *                                                   IN START YEAR
00034      05  HI-ADDED-VAL  PIC 9(9).
00035 *                                           54-62   ADDED ASSESSED
00036 *                                                   VALUE
00037      05  HI-AMOUNT     PIC 9(9).
00038 *                                           63-71   EXEMPTION
00039 *                                                   EAV AMOUNT
00040      05  HI-CLOSE-YEAR PIC 9(4).
00041 *                                           72-75   TAX YEAR
00042 *                                                   EXPIRED OR
00043 *                                                   REMOVED
00044      05  FILLER        PIC X(5).
00045 *                                           76-80   FILLER
00046 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
