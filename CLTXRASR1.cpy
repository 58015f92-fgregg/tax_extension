00001 *  --  T A X   C O D E   R E A S S I G N M E N T  --
00002 *  ONE RECORD PER PARCEL WHOSE AGENCY COMBINATION WAS CHANGED BY
00003 *  AN ANNEXATION OR DISCONNECTION ORDINANCE SO THAT ITS TAX CODE
00004 *  NO LONGER CARRIES IT.  WRITTEN BY CLRTM768 IN VOLUME/PROPERTY
00005 *  SEQUENCE; CLRTM785 MOVES PM-TXCD, EQ-TXCD AND HO-TXCD FROM
00006 *  RA-OLD-TXCD TO RA-NEW-TXCD IN THE NEXT CYCLE.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  RA-VOL        PIC 9(3).
00009 *                                            1-3    VOLUME
00010      05  RA-PROP       PIC 9(15).
00011 *                                            4-18   PROPERTY-NO.
00012      05  RA-OLD-TXCD   PIC 9(5).
00013 *                                           19-23   OLD TAX CODE
00014      05  RA-NEW-TXCD   PIC 9(5).
00015 *                                           24-28   NEW TAX CODE
00016      05  RA-CODE-IND   PIC X.
00017          88  RA-NEW-CODE            VALUE 'N'.
00018          88  RA-EXISTING-CODE       VALUE 'E'.
00019 *                                           29      N = NEW CODE
00020 *                                                   E = EXISTING
00021      05  RA-ORD-NO     PIC X(10).
00022 *                                           30-39   ORDINANCE NO.
00023      05  RA-EFF-DATE   PIC 9(8).
00024 *                                           40-47   EFFECTIVE DATE
00025 *                                                   CCYYMMDD
00026      05  FILLER        PIC X(33).
00027 *                                           48-80   FILLER
00028 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
