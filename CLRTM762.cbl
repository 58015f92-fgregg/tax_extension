00050  COPY CLASRAGYR1.
00051      SKIP1
00051A FD  AGYREF-FILE
00051B     RECORD CONTAINS 100 CHARACTERS
00051C     LABEL RECORDS ARE STANDARD.
00051D     SKIP1
00051E 01  AGYREF-REC.
