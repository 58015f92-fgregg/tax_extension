00001 *  --  G I S   P A R C E L   D I S T R I C T   O V E R L A Y  --
00002 *  SENT BY THE COUNTY GIS OFFICE.  ONE RECORD FOR EACH TAXING
00003 *  DISTRICT POLYGON A PARCEL'S CENTROID FALLS IN, SO A PARCEL HAS
00004 *  AS MANY RECORDS AS DISTRICTS.  SORTED ON VOLUME/PROPERTY.  THE
00005 *  DISTRICT ID IS THE GIS OFFICE'S OWN, TRANSLATED TO AN AGENCY
00006 *  NUMBER THROUGH AR-GIS-DIST-ID ON THE AGENCY REFERENCE MASTER
00007 *  (CLAGYREFR1).  READ BY CLRTM786.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  GV-VOL        PIC 9(3).
00010 *                                            1-3    VOLUME
00011      05  GV-PROP       PIC 9(15).
00012 *                                            4-18   PROPERTY-NO.
00013      05  GV-DIST-ID    PIC X(10).
00014 *                                           19-28   GIS DIST ID
00015      05  GV-DIST-NAME  PIC X(30).
00016 *                                           29-58   GIS DISTRICT
00017 *                                                   NAME
00018      05  GV-LAYER-DATE PIC 9(8).
00019 *                                           59-66   GIS LAYER DATE
00020 *                                                   CCYYMMDD
00021      05  FILLER        PIC X(14).
00022 *                                           67-80   FILLER
00023 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
