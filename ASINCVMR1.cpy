00001 *  --  I N C E N T I V E   C L A S S I F I C A T I O N  --
00002 *  --  M A S T E R   R E C O R D --
00003 *  ONE RECORD PER PARCEL CARRYING A COMMERCIAL OR INDUSTRIAL
00004 *  INCENTIVE CLASS (6B, 7A, 7B, 8).  SEEDED FROM M-CLS AND
00005 *  MAINTAINED FROM THE INCENTIVE INTAKE BY ASREA988 (OLD MASTER
00006 *  IN, NEW MASTER OUT); FORECAST BY ASREA989.  THE STEP SCHEDULE
00007 *  GIVES THE FIRST TAX YEAR OF EACH ASSESSMENT LEVEL; A LEVEL
00008 *  RUNS UNTIL THE NEXT STEP OR THROUGH THE END YEAR, AFTER WHICH
00009 *  THE INCENTIVE HAS EXPIRED.  THE USUAL SCHEDULE IS TEN YEARS AT
00010 *  10 PERCENT, THE ELEVENTH AT 15 AND THE TWELFTH AT 20.  FILE IS
00011 *  KEPT IN VOLUME/PROPERTY SEQUENCE.
00012 *                                          *BYTES* *DESCRIPTION*
00013      05  IC-KEY.
00014          10  IC-VOL        PIC 9(3).
00015 *                                            1-3    VOLUME
00016          10  IC-PROP       PIC 9(15).
00017 *                                            4-18   PROPERTY-NO.
00018      05  IC-CLASS          PIC 9(3).
00019 *                                           19-21   CLASS (M-CLS)
00020      05  IC-INCV-TYPE      PIC XX.
00021 *                                           22-23   INCENTIVE
00022 *                                                   CLASS
00023          88  IC-TYPE-6B             VALUE '6B'.
00024          88  IC-TYPE-7A             VALUE '7A'.
00025          88  IC-TYPE-7B             VALUE '7B'.
00026          88  IC-TYPE-8              VALUE '8 '.
00027      05  IC-STAT           PIC X.
00028 *                                           24-24   STATUS
00029          88  IC-ACTIVE              VALUE 'A'.
00030          88  IC-SEEDED              VALUE 'S'.
00031          88  IC-EXPIRED             VALUE 'X'.
00032          88  IC-TERMINATED          VALUE 'T'.
00033      05  IC-ORIGIN         PIC X.
00034 *                                           25-25   S = SEEDED
00035 *                                                   FROM M-CLS
00036 *                                                   I = INTAKE
00037      05  IC-START-YEAR     PIC 9(4).
00038 *                                           26-29   FIRST YEAR OF
00039 *                                                   CURRENT TERM
00040      05  IC-ORIG-YEAR      PIC 9(4).
00041 *                                           30-33   FIRST YEAR OF
00042 *                                                   ORIGINAL TERM
00043      05  IC-END-YEAR       PIC 9(4).
00044 *                                           34-37   LAST INCENTIVE
00045 *                                                   YEAR
00046      05  IC-RESOL-NO       PIC X(12).
00047 *                                           38-49   RENEWAL
00048 *                                                   RESOLUTION NO.
00049      05  IC-RESOL-DATE     PIC 9(8).
00050 *                                           50-57   RESOLUTION
00051 *                                                   DATE CCYYMMDD
00052      05  IC-RENEW-CNT      PIC 9(2).
00053 *                                           58-59   RENEWALS
00054      05  IC-SCHEDULE.
00055 *                                           60-77   STEP SCHEDULE
00056          10  IC-STEP OCCURS 3 TIMES.
00057              15  IC-STEP-YEAR  PIC 9(4).
00058 *                                                   FIRST YEAR
00059              15  IC-STEP-PCT   PIC 9(2).
00060 *                                                   LEVEL PERCENT
00061      05  IC-CLOSE-YEAR     PIC 9(4).
00062 *                                           78-81   TAX YEAR
00063 *                                                   EXPIRED OR
00064 *                                                   TERMINATED
00065      05  IC-LAST-DATE      PIC 9(8).
00066 *                                           82-89   DATE OF LAST
00067 *                                                   INTAKE ACTION
00068      05  IC-TXCD           PIC 9(5).
00069 *                                           90-94   TAX CODE
00070      05  FILLER            PIC X(6).
00071 *                                           95-100  FILLER
00072 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
