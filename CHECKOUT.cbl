001770*                MARKED OUT AT GREETING TIME GOES BACK IN THE
001780*                POOL, SO THE END-OF-DAY UNRETURNED-BADGES LIST
001790*                ONLY SHOWS BADGES THAT REALLY WALKED OFF.
001791* 2026-10-15 TD  CARRY THE GROUP NUMBER FROM THE ARRIVAL ONTO THE
001792*                DEPARTURE, SO A PARTY MEMBER WHO LEAVES ALONE
001793*                DROPS OFF THE GROUP'S ON-SITE LIST.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
005500 77  WS-ARRIVAL-COUNT PIC 9(04) COMP VALUE ZERO.
005600 77  WS-DEPART-COUNT PIC 9(04) COMP VALUE ZERO.
005700 77  WS-ARR-VISITOR-NO PIC 9(05) VALUE ZERO.
005705 77  WS-ARR-GROUP-NO PIC 9(04) VALUE ZERO.
005710
005711 77  WS-BADGE-FILE-STATUS PIC X(02) VALUE SPACES.
005712     88  WS-BADGE-FILE-OK VALUES "00" "04".
005718 77  WS-BADGE-FOUND-SW PIC X(01) VALUE "N".
005719     88  WS-OUT-BADGE-FOUND VALUE "Y".
005721
005725 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
005730 77  WS-DESK-ID PIC X(04) VALUE SPACES.
005740 77  WS-SIGNON-SW PIC X(01) VALUE "N".
005750     88  WS-SIGNED-ON VALUE "Y".
010000*----------------------------------------------------------------
010100* 2000-FIND-OPEN-ARRIVAL -- COUNT TODAY'S ARRIVALS AND
010200*                           DEPARTURES FOR THE NAME, KEEPING THE
010300*                           VISITOR AND GROUP NUMBERS FROM THE
010400*                           ARRIVAL SO THE DEPARTURE CARRIES
010410*                           THE SAME ONES
010500*----------------------------------------------------------------
010600 2000-FIND-OPEN-ARRIVAL.
010700     MOVE ZERO TO WS-ARRIVAL-COUNT
010800     MOVE ZERO TO WS-DEPART-COUNT
010900     MOVE ZERO TO WS-ARR-VISITOR-NO
010910     MOVE ZERO TO WS-ARR-GROUP-NO
011000     MOVE "N" TO WS-EOF-SW
011100     OPEN INPUT VISITLOG-FILE
011200     IF WS-LOG-FILE-NOT-FOUND
013700                 MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
013800                     TO WS-ARR-VISITOR-NO
013900             END-IF
013910             MOVE ZERO TO WS-ARR-GROUP-NO
013920             IF VR-GROUP-NO OF WS-VISITOR-RECORD NUMERIC
013930                 MOVE VR-GROUP-NO OF WS-VISITOR-RECORD
013940                     TO WS-ARR-GROUP-NO
013950             END-IF
014000         END-IF
014100     END-IF
014200
016510     MOVE WS-OPERATOR-ID
016520         TO VR-OPERATOR-ID OF WS-VISITOR-RECORD
016530     MOVE WS-DESK-ID TO VR-DESK-ID OF WS-VISITOR-RECORD
016540     MOVE WS-ARR-GROUP-NO TO VR-GROUP-NO OF WS-VISITOR-RECORD
016600     MOVE CORRESPONDING WS-VISITOR-RECORD TO LOG-RECORD
016700     WRITE LOG-RECORD
016800
017840 4100-SCAN-ONE-BADGE-EXIT.
017850     EXIT.
017860
017866*----------------------------------------------------------------
017872* 8000-READ-LOG -- READ THE NEXT VISITLOG RECORD
017878*----------------------------------------------------------------
017884 8000-READ-LOG.
017890     READ VISITLOG-FILE INTO WS-VISITOR-RECORD
017900         AT END
018000             SET WS-END-OF-LOG TO TRUE
018100     END-READ.
