00020 *                                             59- 66  END DATE
00021 *                                                     CCYYMMDD,
00022 *                                                     ZERO = OPEN
00023      05  AR-OPERATOR        PIC X(8).
00024 *                                             67- 74  OPERATOR ID
0024A *                                                     OF LAST
0024B *                                                     MAINTENANCE
0024C      05  AR-TERMINAL        PIC X(4).
0024D *                                             75- 78  TERMINAL ID
0024E *                                                     OF LAST
0024F *                                                     MAINTENANCE
0024G      05  AR-GIS-DIST-ID     PIC X(10).
0024H *                                             79- 88  COUNTY GIS
0024I *                                                     DISTRICT ID,
0024J *                                                     SPACES = NO
0024K *                                                     POLYGON
0024L      05  FILLER             PIC X(12).
0024M *                                             89-100
