00082  77  PR-EOF-SW                 PIC X      VALUE 'N'.
00083      88  END-OF-PR-FILE                   VALUE 'Y'.
00084  77  SF-EOF-SW                 PIC X      VALUE 'N'.
0084A  77  GEN-SCAN-SW               PIC X      VALUE 'N'.
0084B      88  END-OF-GEN-SCAN                  VALUE 'Y'.
0084C  77  GEN-MATCH-SW              PIC X      VALUE 'N'.
00085      SKIP1
00086  77  PR-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00087  77  SF-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00098      SKIP1
00099  01  HOLD-KEYPCL             PIC 9(15)  VALUE ZEROS.
00100  01  SF-FILE-KEY             PIC 9(15)  VALUE ZEROS.
0100A  01  GEN-FIRST-PARENT        PIC 9(15)  VALUE ZEROS.
00101      SKIP1
00102  01  GROUP-TABLE.
00103      05  GROUP-ENTRY OCCURS 50 TIMES.
0208B              PERFORM A035-CHECK-GENEALOGY THRU A035-EXIT.
00209  A030-EXIT. EXIT.
0209A      SKIP1
0209B *    A CONSOLIDATED CHILD CAN HAVE SEVERAL PARENTS ON THE
0209C *    GENEALOGY MASTER; THE KEY PARCEL IS VERIFIED WHEN ANY ONE
0209D *    OF THEM MATCHES IT.
0209E  A035-CHECK-GENEALOGY.
0209F      MOVE PR-PROP TO GN-CHILD.
0209G      MOVE ZEROS   TO GN-EFF-YEAR GN-PARENT GEN-FIRST-PARENT.
0209H      MOVE 'N' TO GEN-SCAN-SW GEN-MATCH-SW.
0209I      START PCLGEN-FILE KEY NOT LESS THAN GN-KEY.
0209J      IF GEN-STATUS EQUAL '00'
0209K          PERFORM A036-READ-GENEALOGY THRU A036-EXIT
0209L              UNTIL END-OF-GEN-SCAN.
0209M      IF GEN-FIRST-PARENT EQUAL ZEROS
0209N          ADD +1 TO GEN-NOTFND-CNT
0209O          DISPLAY 'ASHMA859 -- CHILD NOT ON GENEALOGY MASTER '
0209P              PR-PROP
0209Q          GO TO A035-EXIT.
0209R      IF GEN-MATCH-SW EQUAL 'Y'
0209S          ADD +1 TO GEN-VERIFIED-CNT
0209T      ELSE
0209U          ADD +1 TO GEN-DISAGREE-CNT
0209V          DISPLAY 'ASHMA859 -- GENEALOGY PARENT ' GEN-FIRST-PARENT
0209W              ' DISAGREES WITH KEY PARCEL ' PR-KEYPCL
0209X              ' FOR CHILD ' PR-PROP.
0209Y  A035-EXIT. EXIT.
0209Z      SKIP1
0209AA A036-READ-GENEALOGY.
0209AB     READ PCLGEN-FILE NEXT RECORD.
0209AC     IF GEN-STATUS NOT EQUAL '00'
0209AD         OR GN-CHILD NOT EQUAL PR-PROP
0209AE         MOVE 'Y' TO GEN-SCAN-SW
0209AF         GO TO A036-EXIT.
0209AG     IF GEN-FIRST-PARENT EQUAL ZEROS
0209AH         MOVE GN-PARENT TO GEN-FIRST-PARENT.
0209AI     IF GN-PARENT EQUAL PR-KEYPCL
0209AJ         MOVE 'Y' TO GEN-MATCH-SW
0209AK         MOVE 'Y' TO GEN-SCAN-SW.
0209AL A036-EXIT. EXIT.
00210      SKIP1
00211  A040-GATHER-CHILDREN.
00212      IF GROUP-CTR LESS THAN +50
