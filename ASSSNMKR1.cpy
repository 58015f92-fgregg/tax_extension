00001 *  --  S S N   P R I N T   M A S K  --
00002 *  WORK AREA FOR PRINTING A SOCIAL SECURITY NUMBER.  NO PRINTED
00003 *  REPORT SHOWS MORE THAN THE LAST FOUR DIGITS: MOVE THE SSN TO
00004 *  SM-SSN, MOVE SM-SSN-LAST4 TO SM-MASKED-LAST4 AND PRINT
00005 *  SM-MASKED (XXX-XX-NNNN) IN AN X(11) PRINT FIELD.
00006      05  SM-SSN                 PIC 9(9).
00007      05  SM-SSN-X REDEFINES SM-SSN.
00008          10  FILLER             PIC X(5).
00009          10  SM-SSN-LAST4       PIC X(4).
00010      05  SM-MASKED.
00011          10  FILLER             PIC X(7)   VALUE 'XXX-XX-'.
00012          10  SM-MASKED-LAST4    PIC X(4).
00013 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
