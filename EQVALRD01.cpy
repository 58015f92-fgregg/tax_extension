00084 *                                   103-108       LONG-TIME
00085 *                                                 OCCUPANT
00086 *                                                 EXEMPTION AMT
00087      05 EQ-HOME-IMP-AMT   PIC S9(11)   COMP-3.
00088 *                                   109-114       HOME
0088A *                                                 IMPROVEMENT
0088B *                                                 EXEMPTION AMT
0088C      05 FILLER            PIC X(1).
0088D *                                   115-115       FILLER
