00001 *  -- P O L L U T I O N   C O N T R O L   C E R T I F I C A T E --
00002 *  ONE RECORD PER STATE POLLUTION CONTROL FACILITY CERTIFICATE,
00003 *  KEYED BY VOLUME, PROPERTY NUMBER AND CERTIFICATE NUMBER.  THE
00004 *  STATE-CERTIFIED VALUE IS THE FACILITY'S EQUALIZED VALUE AS
00005 *  CERTIFIED - IT IS NOT SUBJECT TO THE COUNTY FACTOR.  A
00006 *  CERTIFICATE IS IN FORCE FROM ITS EFFECTIVE DATE UNTIL ITS
00007 *  REVOCATION DATE (ZEROS WHILE NOT REVOKED).  MAINTAINED BY
00008 *  ASREA980, MATCHED TO THE TAX TYPE 3 PARCELS BY CLRTM780.
00009 *                                          *BYTES* *DESCRIPTION*
00010      05  PC-KEY.
00011          10  PC-VOL        PIC 9(3).
00012 *                                            1-3    VOLUME
00013          10  PC-PROP       PIC 9(15).
00014 *                                            4-18   PROPERTY-NO.
00015          10  PC-CERT-NO    PIC X(10).
00016 *                                           19-28   STATE
00017 *                                                   CERT. NUMBER
00018      05  PC-FACILITY   PIC X(24).
00019 *                                           29-52   FACILITY NAME
00020      05  PC-EFF-DATE   PIC 9(8).
00021 *                                           53-60   EFFECTIVE DATE
00022 *                                                   CCYYMMDD
00023      05  PC-REVOKE-DATE PIC 9(8).
00024 *                                           61-68   REVOKED DATE
00025 *                                                   CCYYMMDD
00026          88  PC-NOT-REVOKED         VALUE ZEROS.
00027      05  PC-CERT-VALUE PIC 9(11).
00028 *                                           69-79   CERTIFIED
00029 *                                                   VALUE
00030      05  PC-LAST-ACTION PIC X.
00031 *                                           80-80   LAST ACTION
00032          88  PC-ACT-ADDED           VALUE 'A'.
00033          88  PC-ACT-CHANGED         VALUE 'C'.
00034          88  PC-ACT-REVOKED         VALUE 'R'.
00035          88  PC-ACT-REINSTATED      VALUE 'I'.
00036      05  PC-LAST-DATE  PIC 9(8).
00037 *                                           81-88   DATE OF LAST
00038 *                                                   ACTION
00039      05  PC-OPERATOR   PIC X(8).
00040 *                                           89-96   OPERATOR ID
00041 *                                                   OF LAST ACTION
00042      05  PC-TERMINAL   PIC X(4).
00043 *                                           97-100  TERMINAL ID
00044 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
