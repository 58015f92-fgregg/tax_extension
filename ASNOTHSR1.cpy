00001 *  --  N O T I C E - O F - R E C O R D   H I S T O R Y  --
00002 *  ONE RECORD PER NOTICE MAILED, COUNTY-WIDE, KEYED BY PARCEL,
00003 *  MAIL DATE, FORM AND ISSUING PROGRAM.  THE NOTICE EXTRACTS
00004 *  (ASREA907, ASHMA862, ASREA936, ASREA955, ASREA970,
0004A *  ASREA868 AND ASREA949)
00005 *  WRITE TYPE N TRANSACTIONS, THE PRESORT (ASREA935) TYPE P AND
00006 *  THE MAIL-HOUSE RETURN INTAKE (ASREA934) TYPE R, ALL IN THIS
00007 *  LAYOUT.  ASREA994 LOADS THE N RECORDS TO THE HISTORY MASTER
00008 *  AND POSTS P AND R ONTO THE LATEST NOTICE FOR THE PARCEL.
00009 *  ASREA995 PRINTS THE CERTIFICATE OF MAILING; ASREA964 SHOWS
00010 *  THE NOTICES ON THE INQUIRY SCREEN.  ON THE MASTER NH-TRAN-CODE
00011 *  IS ALWAYS N.  THE MAIL DATE IS THE EXTRACT RUN DATE; ON A P
00012 *  OR R TRANSACTION IT IS THE PRESORT OR RETURN POSTING DATE.
00013 *                                          *BYTES* *DESCRIPTION*
00014      05  NH-KEY.
00015 *                                            1-35   RECORD KEY
00016          10  NH-PROP       PIC 9(15).
00017 *                                            1-15   PROPERTY-NO.
00018          10  NH-MAIL-DATE  PIC 9(8).
00019 *                                           16-23   MAIL DATE
00020 *                                                   CCYYMMDD
00021          10  NH-FORM-ID    PIC X(4).
00022 *                                           24-27   FORM ID
00023 *                                                   (TYPE+LANG)
00024          10  NH-SOURCE     PIC X(8).
00025 *                                           28-35   ISSUING
00026 *                                                   PROGRAM
00027      05  NH-TRAN-CODE  PIC X.
00028          88  NH-NOTICE              VALUE 'N'.
00029          88  NH-PRESORT-POST        VALUE 'P'.
00030          88  NH-RETURN-POST         VALUE 'R'.
00031 *                                           36      TRANSACTION
00032 *                                                   CODE
00033      05  NH-VOL        PIC 9(3).
00034 *                                           37-39   VOLUME
00035      05  NH-NAME       PIC X(22).
00036 *                                           40-61   NAME MAILED TO
00037      05  NH-ADDR       PIC X(22).
00038 *                                           62-83   ADDRESS USED
00039      05  NH-CITY       PIC X(12).
00040 *                                           84-95   CITY
00041      05  NH-STATE      PIC XX.
00042 *                                           96-97   STATE
00043      05  NH-ZIP5       PIC X(5).
00044 *                                           98-102  ZIP
00045      05  NH-ZIP4       PIC X(4).
00046 *                                          103-106  ZIP+4
00047      05  NH-RATE-LEVEL PIC X.
00048 *                                          107      PRESORT
00049 *                                                   RATE LEVEL
00050      05  NH-TRAY-NO    PIC 9(5).
00051 *                                          108-112  PRESORT TRAY
00052      05  NH-PRESORT-DATE PIC 9(8).
00053 *                                          113-120  PRESORT DATE
00054      05  NH-RETURN-TYPE PIC X.
00055          88  NH-NOT-RETURNED        VALUE SPACE.
00056          88  NH-RTN-UNDELIVERABLE   VALUE 'U'.
00057          88  NH-RTN-FORWARDED       VALUE 'F'.
00058 *                                          121      MAIL-HOUSE
00059 *                                                   RETURN TYPE
00060      05  NH-RETURN-DATE PIC 9(8).
00061 *                                          122-129  RETURN POSTED
00062      05  NH-FWD-ADDR   PIC X(22).
00063 *                                          130-151  FWD ADDRESS
00064      05  NH-FWD-CITY   PIC X(12).
00065 *                                          152-163  FWD CITY
00066      05  NH-FWD-STATE  PIC XX.
00067 *                                          164-165  FWD STATE
00068      05  NH-FWD-ZIP    PIC X(5).
00069 *                                          166-170  FWD ZIP
00070      05  NH-LOAD-DATE  PIC 9(8).
00071 *                                          171-178  DATE LOADED
00072      05  FILLER        PIC X(22).
00073 *                                          179-200  FILLER
00074 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
