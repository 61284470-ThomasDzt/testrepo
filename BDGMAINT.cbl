001300*                LOST OR BILLED, OR LIST THE POOL.  WORKS
001400*                DIRECTLY ON THE INDEXED FILE THE SAME WAY
001500*                VISMAINT WORKS ON THE VISITOR MASTER.
001510* 2026-10-15 TD  RETIRE NOW ASKS WHY -- LOST, DAMAGED OR
001520*                WITHDRAWN -- AND STAMPS THE REASON AND DATE ON
001530*                THE RECORD.  A BADGE RETIRED AS LOST KEEPS ITS
001540*                LAST HOLDER'S NAME AND VISIT DATE SO THE
001550*                MONTH-END LOSTBILL RUN CAN CHARGE IT BACK TO
001560*                THE VISITOR'S COMPANY.
001570* 2026-10-15 TD  THE OPERATOR SIGNS ON AS AT THE DESK, AND EVERY
001580*                ADD AND RETIRE APPENDS A BEFORE AND AFTER IMAGE
001590*                TO THE CHANGE JOURNAL (JRNLREC) WITH THE
001591*                OPERATOR ID AND TIME, FOR THE WEEKLY CHGRPT.
001592*                NO SESSION WITHOUT THE JOURNAL.
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS BG-BADGE-NO OF BADGE-RECORD
002500         FILE STATUS IS WS-BADGE-FILE-STATUS.
002510
002520     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS WS-JRNL-FILE-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003300     LABEL RECORDS ARE STANDARD.
003400     COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
003500         BY BADGE-RECORD.
003510
003520*----------------------------------------------------------------
003530* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY CHANGE, APPENDED
003540*----------------------------------------------------------------
003550 FD  JOURNAL-FILE
003560     LABEL RECORDS ARE STANDARD.
003570     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-OUT.
003600
003700 WORKING-STORAGE SECTION.
003710 COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
003720     BY WS-BEFORE-BADGE.
003730 COPY JRNLREC REPLACING JOURNAL-RECORD
003740     BY WS-JOURNAL-RECORD.
003750
003800 77  WS-BADGE-FILE-STATUS PIC X(02) VALUE SPACES.
003900     88  WS-BADGE-FILE-OK VALUES "00" "04".
004000     88  WS-BADGE-FILE-EOF VALUE "10".
004100     88  WS-BADGE-FILE-NOT-FOUND VALUE "35".
004110
004120 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
004130     88  WS-JRNL-FILE-OK VALUES "00" "04".
004140     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
004150
004160 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
004170 77  WS-DESK-ID PIC X(04) VALUE SPACES.
004180 77  WS-SIGNON-SW PIC X(01) VALUE "N".
004190     88  WS-SIGNED-ON VALUE "Y".
004200
004300 77  WS-EOF-SW PIC X(01) VALUE "N".
004400     88  WS-END-OF-BADGES VALUE "Y".
005300     88  WS-ACTION-IS-END VALUES "E" "e".
005400
005500 77  WS-BADGE-IN PIC X(08) VALUE SPACES.
005510 77  WS-REASON-IN PIC X(01) VALUE SPACE.
005520 77  WS-TODAY PIC 9(08) VALUE ZERO.
005600 77  WS-LIST-COUNT PIC 9(04) COMP VALUE ZERO.
005700 77  WS-COUNT-ED PIC ZZZ9.
005800
006000*----------------------------------------------------------------
006100 0000-MAINLINE.
006200*----------------------------------------------------------------
006210     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
006220         UNTIL WS-SIGNED-ON
006300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006400     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
006500         UNTIL WS-SESSION-DONE
006600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006700     STOP RUN.
006800
006810*----------------------------------------------------------------
006820* 0100-SIGN-ON -- THE SAME SIGN-ON AS THE DESK.  THE OPERATOR ID
006830*                 IS STAMPED ON EVERY JOURNAL RECORD, SO THE
006840*                 WEEKLY CHANGE REPORT SHOWS WHO CHANGED WHAT.
006850*----------------------------------------------------------------
006860 0100-SIGN-ON.
006861     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID"
006862     ACCEPT WS-OPERATOR-ID
006863     IF WS-OPERATOR-ID = SPACES
006864         DISPLAY "OPERATOR ID CANNOT BE BLANK"
006865         GO TO 0100-SIGN-ON-EXIT
006866     END-IF
006867     DISPLAY "ENTER DESK/STATION ID"
006868     ACCEPT WS-DESK-ID
006869     IF WS-DESK-ID = SPACES
006870         DISPLAY "DESK ID CANNOT BE BLANK"
006871         GO TO 0100-SIGN-ON-EXIT
006872     END-IF
006873     SET WS-SIGNED-ON TO TRUE
006874     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
006875
006876 0100-SIGN-ON-EXIT.
006877     EXIT.
006878
006900*----------------------------------------------------------------
007000* 1000-INITIALIZE -- OPEN THE INVENTORY FOR UPDATE.  A MISSING
007100*                    FILE IS CREATED EMPTY SO A NEW SITE CAN
007200*                    KEY ITS BADGE POOL STRAIGHT IN.  THE
007210*                    CHANGE JOURNAL MUST BE WRITABLE -- IT IS
007220*                    OPENED ONLY AROUND EACH WRITE, SO CHECK IT
007230*                    ONCE HERE AND REFUSE THE SESSION IF NOT.
007300*----------------------------------------------------------------
007400 1000-INITIALIZE.
007500     OPEN I-O BADGE-FILE
008300         DISPLAY "BADGE INVENTORY COULD NOT BE OPENED - ABORTED"
008400         MOVE 16 TO RETURN-CODE
008500         STOP RUN
008600     END-IF
008610
008620     OPEN EXTEND JOURNAL-FILE
008630     IF WS-JRNL-FILE-NOT-FOUND
008640         OPEN OUTPUT JOURNAL-FILE
008650     END-IF
008660     IF NOT WS-JRNL-FILE-OK
008670         DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED - ABORTED"
008680         CLOSE BADGE-FILE
008690         MOVE 16 TO RETURN-CODE
008691         STOP RUN
008692     END-IF
008693     CLOSE JOURNAL-FILE.
008700
008800 1000-INITIALIZE-EXIT.
008900     EXIT.
013300     SET BG-STATUS-IS-FREE OF BADGE-RECORD TO TRUE
013400     MOVE ZEROES TO BG-VISIT-DATE OF BADGE-RECORD
013500     MOVE ZEROES TO BG-ISSUE-TIME OF BADGE-RECORD
013510     MOVE ZEROES TO BG-RETIRE-DATE OF BADGE-RECORD
013600     WRITE BADGE-RECORD
013700         INVALID KEY
013800             DISPLAY "BADGE ALREADY ON FILE - NOT ADDED"
013900             GO TO 3000-ADD-BADGE-EXIT
014000     END-WRITE
014100     DISPLAY "BADGE " WS-BADGE-IN " ADDED TO THE POOL"
014110
014120     MOVE SPACES TO WS-JOURNAL-RECORD
014130     SET JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD TO TRUE
014140     MOVE BADGE-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
014150     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
014200
014300 3000-ADD-BADGE-EXIT.
014400     EXIT.
014500
014600*----------------------------------------------------------------
014700* 4000-RETIRE-BADGE -- MARK ONE BADGE RETIRED, WITH THE REASON
014800*                      AND TODAY'S DATE.  THE RECORD IS KEPT SO
014810*                      THE NUMBER IS NEVER REISSUED, AND A LOST
014820*                      BADGE KEEPS ITS LAST HOLDER FOR BILLING.
014900*----------------------------------------------------------------
015000 4000-RETIRE-BADGE.
015100     DISPLAY "BADGE NUMBER TO RETIRE"
015700             DISPLAY "BADGE " WS-BADGE-IN " NOT ON FILE"
015800             GO TO 4000-RETIRE-BADGE-EXIT
015900     END-READ
015910     MOVE BADGE-RECORD TO WS-BEFORE-BADGE
016000     IF BG-STATUS-IS-RETIRED OF BADGE-RECORD
016100         DISPLAY "BADGE IS ALREADY RETIRED"
016200         GO TO 4000-RETIRE-BADGE-EXIT
016500         DISPLAY "NOTE - BADGE WAS OUT TO "
016600             BG-NAME OF BADGE-RECORD
016700     END-IF
016710     DISPLAY "REASON: L = LOST  D = DAMAGED  W = WITHDRAWN"
016720     MOVE SPACE TO WS-REASON-IN
016730     ACCEPT WS-REASON-IN
016740     INSPECT WS-REASON-IN CONVERTING "ldw" TO "LDW"
016750     MOVE WS-REASON-IN TO BG-RETIRE-REASON OF BADGE-RECORD
016760     IF NOT BG-RETIRE-REASON-VALID OF BADGE-RECORD
016770         DISPLAY "INVALID REASON - BADGE NOT RETIRED"
016780         GO TO 4000-RETIRE-BADGE-EXIT
016790     END-IF
016791     IF BG-RETIRED-LOST OF BADGE-RECORD
016792         AND BG-NAME OF BADGE-RECORD = SPACES
016793         DISPLAY "NOTE - NO HOLDER ON RECORD, THIS LOSS "
016794             "CANNOT BE CHARGED BACK"
016795     END-IF
016796     ACCEPT WS-TODAY FROM DATE YYYYMMDD
016797     MOVE WS-TODAY TO BG-RETIRE-DATE OF BADGE-RECORD
016798     MOVE SPACE TO BG-CHARGE-SW OF BADGE-RECORD
016800     SET BG-STATUS-IS-RETIRED OF BADGE-RECORD TO TRUE
016900     REWRITE BADGE-RECORD
017000         INVALID KEY
017100             DISPLAY "REWRITE FAILED - BADGE NOT RETIRED"
017200             GO TO 4000-RETIRE-BADGE-EXIT
017300     END-REWRITE
017400     DISPLAY "BADGE " WS-BADGE-IN " RETIRED"
017410
017420     MOVE SPACES TO WS-JOURNAL-RECORD
017430     SET JR-ACTION-IS-RETIRE OF WS-JOURNAL-RECORD TO TRUE
017440     MOVE WS-BEFORE-BADGE TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
017450     MOVE BADGE-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
017460     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
017500
017600 4000-RETIRE-BADGE-EXIT.
017700     EXIT.
021100             BG-NAME OF BADGE-RECORD
021200     ELSE
021300         DISPLAY BG-BADGE-NO OF BADGE-RECORD " "
021400             BG-STATUS-CODE OF BADGE-RECORD " "
021410             BG-RETIRE-REASON OF BADGE-RECORD
021500     END-IF.
021600
021700 5100-LIST-ONE-BADGE-EXIT.
021800     EXIT.
021810
021820*----------------------------------------------------------------
021830* 8500-WRITE-JOURNAL -- STAMP AND APPEND THE JOURNAL RECORD THE
021840*                       CALLER BUILT IN WS-JOURNAL-RECORD.  THE
021850*                       INVENTORY IS ALREADY CHANGED BY NOW, SO
021860*                       A FAILED WRITE IS REPORTED, NOT UNDONE.
021870*----------------------------------------------------------------
021880 8500-WRITE-JOURNAL.
021881     ACCEPT JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
021882         FROM DATE YYYYMMDD
021883     ACCEPT JR-JOURNAL-TIME OF WS-JOURNAL-RECORD FROM TIME
021884     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID OF WS-JOURNAL-RECORD
021885     MOVE WS-DESK-ID TO JR-DESK-ID OF WS-JOURNAL-RECORD
021886     MOVE "BDGMAINT" TO JR-PROGRAM-ID OF WS-JOURNAL-RECORD
021887     SET JR-FILE-IS-BADGEINV OF WS-JOURNAL-RECORD TO TRUE
021888     MOVE BG-BADGE-NO OF BADGE-RECORD
021889         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
021890     MOVE "N" TO JR-SECURITY-SW OF WS-JOURNAL-RECORD
021891
021892     OPEN EXTEND JOURNAL-FILE
021893     IF WS-JRNL-FILE-NOT-FOUND
021894         OPEN OUTPUT JOURNAL-FILE
021895     END-IF
021896     IF NOT WS-JRNL-FILE-OK
021897         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
021898         GO TO 8500-WRITE-JOURNAL-EXIT
021899     END-IF
021900     WRITE JOURNAL-OUT FROM WS-JOURNAL-RECORD
021901     IF NOT WS-JRNL-FILE-OK
021902         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
021903     END-IF
021904     CLOSE JOURNAL-FILE.
021905
021906 8500-WRITE-JOURNAL-EXIT.
021907     EXIT.
021908
022000*----------------------------------------------------------------
022100* 9000-TERMINATE -- CLOSE THE INVENTORY
022200*----------------------------------------------------------------
