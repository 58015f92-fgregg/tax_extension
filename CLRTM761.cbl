00049                  TAXCODE-REC BY PRIOR-TXCD-REC.
00050      SKIP2
00050A FD  AGYREF-FILE
00050B     RECORD CONTAINS 100 CHARACTERS
00050C     LABEL RECORDS ARE STANDARD.
00050D     SKIP1
00050E 01  AGYREF-REC.
