00080      88  END-OF-DMS-FILE                  VALUE 'Y'.
00081  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00082      88  END-OF-SORT-FILE                 VALUE 'Y'.
0082A  77  GEN-SCAN-SW               PIC X      VALUE 'N'.
0082B      88  END-OF-GEN-SCAN                  VALUE 'Y'.
00083      SKIP1
00084  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00085  77  DMS-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
0277B      IF GEN-STATUS NOT EQUAL '00'
0277C          GO TO C045-EXIT.
0277D      MOVE GE-PROP (SUB) TO GN-CHILD.
0277E      MOVE ZEROS         TO GN-EFF-YEAR GN-PARENT.
0277F      MOVE 'N' TO GEN-SCAN-SW.
0277G      START PCLGEN-FILE KEY NOT LESS THAN GN-KEY.
0277H      IF GEN-STATUS EQUAL '00'
0277I          PERFORM C046-READ-GENEALOGY THRU C046-EXIT
0277J              UNTIL END-OF-GEN-SCAN.
0277K      MOVE '00' TO GEN-STATUS.
0277L  C045-EXIT. EXIT.
0277M      SKIP1
0277N *    EVERY PARENT ON THE MASTER FOR THE CHILD IS CHECKED AGAINST
0277O *    THE GROUP -- A CONSOLIDATED CHILD CAN HAVE SEVERAL.
0277P  C046-READ-GENEALOGY.
0277Q      READ PCLGEN-FILE NEXT RECORD.
0277R      IF GEN-STATUS NOT EQUAL '00'
0277S          OR GN-CHILD NOT EQUAL GE-PROP (SUB)
0277T          MOVE 'Y' TO GEN-SCAN-SW
0277U          GO TO C046-EXIT.
0277V      PERFORM C047-SCAN-FOR-PARENT THRU C047-EXIT
0277W          VARYING SUB2 FROM +1 BY +1
0277X          UNTIL SUB2 GREATER THAN GROUP-CTR.
0277Y  C046-EXIT. EXIT.
0277Z      SKIP1
0277AA C047-SCAN-FOR-PARENT.
0277AB     IF GE-PROP (SUB2) EQUAL GN-PARENT
0277AC         AND SUB2 NOT EQUAL SUB
0277AD         AND GE-GEN-SW (SUB) NOT EQUAL 'Y'
0277AE         MOVE 'Y' TO GE-GEN-SW (SUB)
0277AF         ADD +1 TO GEN-RELATED-CNT.
0277AG C047-EXIT. EXIT.
0277AH     SKIP1
00278  C050-PRINT-GROUP.
00279      IF LINE-CNT GREATER THAN +56
00280          PERFORM B100-HEADING THRU B100-EXIT.
