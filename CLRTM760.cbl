00036  COPY CLASRAGYR3.
00037      SKIP2
00037A FD  AGYREF-FILE
00037B     RECORD CONTAINS 100 CHARACTERS
00037C     LABEL RECORDS ARE STANDARD.
00037D     SKIP1
00037E 01  AGYREF-REC.
