00001 *  --  R E T U R N I N G   V E T E R A N   T R A C K I N G  --
00002 *  ONE RECORD PER PARCEL GRANTED THE RETURNING VETERAN EXEMPTION,
00003 *  IN VOLUME/PROPERTY SEQUENCE.  KEPT BY ASREA878 FROM THE RETURN
00004 *  DATE TRANSACTIONS, WITH THE DOCKET NUMBER TAKEN FROM THE
00005 *  VETERAN MASTER (VETMST01).  THE EXEMPTION RUNS ONLY FOR THE
00006 *  TAX YEAR OF THE RETURN FROM ACTIVE DUTY AND THE YEAR AFTER
00007 *  (RV-FIRST-YEAR THRU RV-LAST-YEAR); ASREA877 POSTS EQ-RET-VET
00008 *  INSIDE THAT WINDOW AND EXPIRES IT OUTSIDE.
00009 *                                          *BYTES* *DESCRIPTION*
00010      05  RV-KEY.
00011          10  RV-VOL        PIC 9(3).
00012 *                                            1-3    VOLUME
00013          10  RV-PROP       PIC 9(15).
00014 *                                            4-18   PROPERTY-NO.
00015      05  RV-RETURN-DATE PIC 9(8).
00016      05  RV-RETURN-DATE-X REDEFINES RV-RETURN-DATE.
00017          10  RV-RETURN-YEAR PIC 9(4).
00018          10  RV-RETURN-MO   PIC 99.
00019          10  RV-RETURN-DA   PIC 99.
00020 *                                           19-26   DISCHARGE/
00021 *                                                   RETURN DATE
00022 *                                                   CCYYMMDD
00023      05  RV-DOCKET-NO  PIC 9(9).
00024 *                                           27-35   DOCKET NO.
00025      05  RV-FIRST-YEAR PIC 9(4).
00026 *                                           36-39   FIRST YEAR
00027      05  RV-LAST-YEAR  PIC 9(4).
00028 *                                           40-43   LAST YEAR
00029      05  RV-ADD-DATE   PIC 9(8).
00030 *                                           44-51   DATE ADDED
00031      05  RV-CHG-DATE   PIC 9(8).
00032 *                                           52-59   DATE LAST
00033 *                                                   CHANGED
00034      05  RV-VET-SW     PIC X.
00035          88  RV-ON-VET-MASTER       VALUE 'Y'.
00036          88  RV-OFF-VET-MASTER      VALUE 'N'.
00037 *                                           60      N = OFF
00038 *                                                   VETERAN
00039 *                                                   MASTER
00040      05  FILLER        PIC X(20).
00041 *                                           61-80   FILLER
00042 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
