00001 *  --  T A X A B L E   L E A S E H O L D   M A S T E R  --
00002 *  ONE RECORD PER PRIVATE LESSEE OF PROPERTY EXEMPT BY OWNER
00003 *  (EQ-EXOWNEXVAL).  MAINTAINED FROM THE LEASEHOLD INTAKE FILE
00004 *  BY ASREA986 (OLD MASTER IN, NEW MASTER OUT) AND BILLED EACH
00005 *  TAX YEAR BY ASREA987 UNDER TAX TYPE '7'.  FILE IS KEPT IN
00006 *  VOLUME/PROPERTY/LESSEE SEQUENCE.  DATES ARE CCYYMMDD.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  LH-KEY.
00009          10  LH-VOL        PIC 9(3).
00010 *                                            1-3    VOLUME
00011          10  LH-PROP       PIC 9(15).
00012 *                                            4-18   PROPERTY-NO.
00013 *                                                   (UNDERLYING
00014 *                                                   EXEMPT PARCEL)
00015          10  LH-LESSEE-NO  PIC 9(5).
00016 *                                           19-23   LESSEE NUMBER
00017      05  LH-STAT           PIC X.
00018 *                                           24-24   STATUS
00019          88  LH-ACTIVE              VALUE 'A'.
00020          88  LH-TERMINATED          VALUE 'T'.
00021      05  LH-SOURCE         PIC X.
00022 *                                           25-25   HOW REPORTED
00023          88  LH-AGENCY-REPORTED     VALUE 'A'.
00024          88  LH-DISCOVERED          VALUE 'D'.
00025      05  LH-USE-DESC       PIC X(20).
00026 *                                           26-45   USE OF THE
00027 *                                                   PREMISES
00028      05  LH-LEASE-START    PIC 9(8).
00029 *                                           46-53   LEASE START
00030      05  LH-LEASE-START-R REDEFINES LH-LEASE-START.
00031          10  LH-START-YEAR PIC 9(4).
00032          10  LH-START-MMDD PIC 9(4).
00033      05  LH-LEASE-END      PIC 9(8).
00034 *                                           54-61   LEASE END
00035 *                                                   (TERMINATION
00036 *                                                   DATE IF ENDED
00037 *                                                   EARLY)
00038      05  LH-LEASE-END-R REDEFINES LH-LEASE-END.
00039          10  LH-END-YEAR   PIC 9(4).
00040          10  LH-END-MMDD   PIC 9(4).
00041      05  LH-LH-VALUE       PIC 9(9).
00042 *                                           62-70   LEASEHOLD
00043 *                                                   ASSESSED VALUE
00044      05  LH-NAME           PIC X(22).
00045 *                                           71-92   LESSEE NAME
00046      05  LH-ADDR           PIC X(22).
00047 *                                           93-114  ADDRESS
00048      05  LH-CITY           PIC X(12).
00049 *                                          115-126  CITY
00050      05  LH-STATE          PIC XX.
00051 *                                          127-128  STATE
00052      05  LH-ZIP            PIC 9(9).
00053 *                                          129-137  ZIP CODE
00054      05  LH-RENEW-CNT      PIC 9(3).
00055 *                                          138-140  RENEWALS
00056      05  LH-TERM-DATE      PIC 9(8).
00057 *                                          141-148  TERMINATION
00058 *                                                   DATE
00059      05  LH-ADDED-DATE     PIC 9(8).
00060 *                                          149-156  DATE ADDED
00061      05  LH-LAST-DATE      PIC 9(8).
00062 *                                          157-164  DATE OF LAST
00063 *                                                   INTAKE ACTION
00064      05  FILLER            PIC X(36).
00065 *                                          165-200  FILLER
00066 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
