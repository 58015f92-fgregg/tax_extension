00047      05  VCH-APPL-NAME   PIC X(22).
00048      05  VCH-INT-AMT     PIC 9(9)V99.
00049      05  VCH-ISSUE-DATE  PIC 9(8).
00050      05  VCH-TAX-YEAR    PIC 9(4).
00051      SKIP2
00052  FD  DISP-FILE
00053      BLOCK  CONTAINS 0 RECORDS
