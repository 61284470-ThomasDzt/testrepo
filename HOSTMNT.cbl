000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOSTMNT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  MAINTENANCE FOR THE HOST
001100*                DIRECTORY (HOSTDIR) -- ONE ENTRY PER EMPLOYEE
001200*                WHO RECEIVES VISITORS, WITH THEIR EXTENSION,
001300*                E-MAIL ADDRESS AND DEPARTMENT.  THE OPERATOR
001400*                CAN ADD AN ENTRY, CHANGE ONE, MARK AN EMPLOYEE
001500*                AS HAVING LEFT, OR INQUIRE.  THE DESK AND THE
001600*                BATCH GREETER USE THE DIRECTORY TO SEND ARRIVAL
001700*                NOTICES, AND ROSTBLD AND RECONRPT FLAG ANY
001800*                APPOINTMENT WHOSE HOST IS NOT ON IT OR HAS
001900*                LEFT.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS HD-EMPLOYEE OF HOST-RECORD
002900         FILE STATUS IS WS-HOST-FILE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300*----------------------------------------------------------------
003400* HOSTDIR-FILE -- ONE RECORD PER EMPLOYEE WHO RECEIVES VISITORS
003500*----------------------------------------------------------------
003600 FD  HOSTDIR-FILE
003700     LABEL RECORDS ARE STANDARD.
003800     COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
003900         BY HOST-RECORD.
004000
004100 WORKING-STORAGE SECTION.
004200 COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
004300     BY WS-HOST-RECORD.
004400
004500 77  WS-HOST-FILE-STATUS PIC X(02) VALUE SPACES.
004600     88  WS-HOST-FILE-OK VALUES "00" "04".
004700     88  WS-HOST-FILE-NOT-FOUND VALUE "35".
004800
004900 77  WS-DONE-SW PIC X(01) VALUE "N".
005000     88  WS-SESSION-DONE VALUE "Y".
005100
005200 77  WS-FOUND-SW PIC X(01) VALUE "N".
005300     88  WS-ENTRY-FOUND VALUE "Y".
005400
005500 77  WS-ACTION PIC X(01) VALUE SPACE.
005600     88  WS-ACTION-IS-ADD VALUES "A" "a".
005700     88  WS-ACTION-IS-CHANGE VALUES "C" "c".
005800     88  WS-ACTION-IS-LEFT VALUES "L" "l".
005900     88  WS-ACTION-IS-INQ VALUES "I" "i".
006000     88  WS-ACTION-IS-END VALUES "E" "e".
006100
006200 77  WS-HOST-KEY PIC X(30) VALUE SPACES.
006300 77  WS-ANSWER PIC X(50) VALUE SPACES.
006400 77  WS-DATE-IN PIC X(08) VALUE SPACES.
006500 77  WS-TODAY PIC 9(08) VALUE ZERO.
006600 77  WS-DATE-ED PIC 9999B99B99.
006700
006800 PROCEDURE DIVISION.
006900*----------------------------------------------------------------
007000 0000-MAINLINE.
007100*----------------------------------------------------------------
007200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007300     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
007400         UNTIL WS-SESSION-DONE
007500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007600     STOP RUN.
007700
007800*----------------------------------------------------------------
007900* 1000-INITIALIZE -- OPEN THE DIRECTORY FOR UPDATE.  A MISSING
008000*                    FILE IS CREATED EMPTY SO A NEW SITE CAN
008100*                    START ADDING HOSTS STRAIGHT AWAY.
008200*----------------------------------------------------------------
008300 1000-INITIALIZE.
008400     OPEN I-O HOSTDIR-FILE
008500     IF WS-HOST-FILE-NOT-FOUND
008600         DISPLAY "NO HOST DIRECTORY ON FILE YET - STARTING EMPTY"
008700         OPEN OUTPUT HOSTDIR-FILE
008800         CLOSE HOSTDIR-FILE
008900         OPEN I-O HOSTDIR-FILE
009000     END-IF
009100     IF NOT WS-HOST-FILE-OK
009200         DISPLAY "HOST DIRECTORY COULD NOT BE OPENED - ABORTED"
009300         MOVE 16 TO RETURN-CODE
009400         STOP RUN
009500     END-IF.
009600
009700 1000-INITIALIZE-EXIT.
009800     EXIT.
009900
010000*----------------------------------------------------------------
010100* 2000-PROCESS-ACTION -- SHOW THE MENU AND RUN ONE ACTION
010200*----------------------------------------------------------------
010300 2000-PROCESS-ACTION.
010400     DISPLAY " "
010500     DISPLAY "HOST DIRECTORY MAINTENANCE"
010600     DISPLAY "A = ADD  C = CHANGE  L = HAS LEFT  I = INQUIRE"
010700         "  E = END"
010800     DISPLAY "ENTER ACTION"
010900     ACCEPT WS-ACTION
011000
011100     IF WS-ACTION-IS-ADD
011200         PERFORM 3000-ADD-ENTRY THRU 3000-ADD-ENTRY-EXIT
011300     ELSE IF WS-ACTION-IS-CHANGE
011400         PERFORM 4000-CHANGE-ENTRY THRU 4000-CHANGE-ENTRY-EXIT
011500     ELSE IF WS-ACTION-IS-LEFT
011600         PERFORM 5000-MARK-LEFT THRU 5000-MARK-LEFT-EXIT
011700     ELSE IF WS-ACTION-IS-INQ
011800         PERFORM 7000-INQUIRE-ENTRY THRU 7000-INQUIRE-ENTRY-EXIT
011900     ELSE IF WS-ACTION-IS-END
012000         SET WS-SESSION-DONE TO TRUE
012100     ELSE
012200         DISPLAY "INVALID ACTION, PLEASE RE-ENTER"
012300     END-IF
012400     END-IF
012500     END-IF
012600     END-IF
012700     END-IF.
012800
012900 2000-PROCESS-ACTION-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------------
013300* 3000-ADD-ENTRY -- KEY A NEW HOST.  THE EMPLOYEE NAME IS THE
013400*                   KEY AND IS STORED IN UPPER CASE.
013500*----------------------------------------------------------------
013600 3000-ADD-ENTRY.
013700     MOVE SPACES TO WS-HOST-RECORD
013800     DISPLAY "EMPLOYEE NAME"
013900     MOVE SPACES TO WS-HOST-KEY
014000     ACCEPT WS-HOST-KEY
014100     IF WS-HOST-KEY = SPACES
014200         DISPLAY "NAME CANNOT BE BLANK - ADD ABANDONED"
014300         GO TO 3000-ADD-ENTRY-EXIT
014400     END-IF
014500     INSPECT WS-HOST-KEY CONVERTING
014600         "abcdefghijklmnopqrstuvwxyz" TO
014700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
014800     MOVE WS-HOST-KEY TO HD-EMPLOYEE OF WS-HOST-RECORD
014900     DISPLAY "EXTENSION"
015000     ACCEPT HD-EXTENSION OF WS-HOST-RECORD
015100     DISPLAY "E-MAIL ADDRESS"
015200     ACCEPT HD-EMAIL OF WS-HOST-RECORD
015300     DISPLAY "DEPARTMENT"
015400     ACCEPT HD-DEPARTMENT OF WS-HOST-RECORD
015500     SET HD-STATUS-IS-ACTIVE OF WS-HOST-RECORD TO TRUE
015600     MOVE ZEROES TO HD-LEFT-DATE OF WS-HOST-RECORD
015700
015800     MOVE WS-HOST-RECORD TO HOST-RECORD
015900     WRITE HOST-RECORD
016000         INVALID KEY
016100             DISPLAY "WRITE FAILED - EMPLOYEE ALREADY ON FILE"
016200             GO TO 3000-ADD-ENTRY-EXIT
016300     END-WRITE
016400     DISPLAY "ADDED " HD-EMPLOYEE OF WS-HOST-RECORD.
016500
016600 3000-ADD-ENTRY-EXIT.
016700     EXIT.
016800
016900*----------------------------------------------------------------
017000* 4000-CHANGE-ENTRY -- RE-KEY SELECTED FIELDS OF ONE ENTRY.
017100*                      A BLANK REPLY LEAVES THE FIELD AS IT IS.
017200*                      THE NAME IS THE KEY AND CANNOT CHANGE --
017300*                      MARK THE OLD ONE LEFT AND ADD A NEW ONE.
017400*----------------------------------------------------------------
017500 4000-CHANGE-ENTRY.
017600     PERFORM 6000-ASK-EMPLOYEE THRU 6000-ASK-EMPLOYEE-EXIT
017700     IF NOT WS-ENTRY-FOUND
017800         GO TO 4000-CHANGE-ENTRY-EXIT
017900     END-IF
018000
018100     DISPLAY "CHANGING " HD-EMPLOYEE OF WS-HOST-RECORD
018200     DISPLAY "BLANK REPLY KEEPS THE CURRENT VALUE"
018300
018400     DISPLAY "EXTENSION: " HD-EXTENSION OF WS-HOST-RECORD
018500     MOVE SPACES TO WS-ANSWER
018600     ACCEPT WS-ANSWER
018700     IF WS-ANSWER NOT = SPACES
018800         MOVE WS-ANSWER TO HD-EXTENSION OF WS-HOST-RECORD
018900     END-IF
019000
019100     DISPLAY "E-MAIL ADDRESS: " HD-EMAIL OF WS-HOST-RECORD
019200     MOVE SPACES TO WS-ANSWER
019300     ACCEPT WS-ANSWER
019400     IF WS-ANSWER NOT = SPACES
019500         MOVE WS-ANSWER TO HD-EMAIL OF WS-HOST-RECORD
019600     END-IF
019700
019800     DISPLAY "DEPARTMENT: " HD-DEPARTMENT OF WS-HOST-RECORD
019900     MOVE SPACES TO WS-ANSWER
020000     ACCEPT WS-ANSWER
020100     IF WS-ANSWER NOT = SPACES
020200         MOVE WS-ANSWER TO HD-DEPARTMENT OF WS-HOST-RECORD
020300     END-IF
020400
020500     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
020600         DISPLAY "EMPLOYEE IS MARKED AS LEFT - REINSTATE (Y/N)"
020700         MOVE SPACES TO WS-ANSWER
020800         ACCEPT WS-ANSWER
020900         IF WS-ANSWER(1:1) = "Y" OR WS-ANSWER(1:1) = "y"
021000             SET HD-STATUS-IS-ACTIVE OF WS-HOST-RECORD TO TRUE
021100             MOVE ZEROES TO HD-LEFT-DATE OF WS-HOST-RECORD
021200         END-IF
021300     END-IF
021400
021500     MOVE WS-HOST-RECORD TO HOST-RECORD
021600     REWRITE HOST-RECORD
021700         INVALID KEY
021800             DISPLAY "REWRITE FAILED - ENTRY NOT UPDATED"
021900             GO TO 4000-CHANGE-ENTRY-EXIT
022000     END-REWRITE
022100     DISPLAY "ENTRY UPDATED".
022200
022300 4000-CHANGE-ENTRY-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------------
022700* 5000-MARK-LEFT -- MARK AN EMPLOYEE AS HAVING LEFT, WITH THE
022800*                   LEAVING DATE (BLANK MEANS TODAY).  THE
022900*                   RECORD STAYS ON FILE SO AN APPOINTMENT
023000*                   STILL NAMING THEM IS REPORTED AS "LEFT".
023100*----------------------------------------------------------------
023200 5000-MARK-LEFT.
023300     PERFORM 6000-ASK-EMPLOYEE THRU 6000-ASK-EMPLOYEE-EXIT
023400     IF NOT WS-ENTRY-FOUND
023500         GO TO 5000-MARK-LEFT-EXIT
023600     END-IF
023700
023800     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
023900         DISPLAY "EMPLOYEE IS ALREADY MARKED AS LEFT"
024000         GO TO 5000-MARK-LEFT-EXIT
024100     END-IF
024200
024300     DISPLAY "LEAVING DATE YYYYMMDD (BLANK = TODAY)"
024400     MOVE SPACES TO WS-DATE-IN
024500     ACCEPT WS-DATE-IN
024600     IF WS-DATE-IN = SPACES
024700         ACCEPT WS-TODAY FROM DATE YYYYMMDD
024800         MOVE WS-TODAY TO HD-LEFT-DATE OF WS-HOST-RECORD
024900     ELSE
025000         IF WS-DATE-IN NOT NUMERIC
025100             DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - NOT UPDATED"
025200             GO TO 5000-MARK-LEFT-EXIT
025300         END-IF
025400         MOVE WS-DATE-IN TO HD-LEFT-DATE OF WS-HOST-RECORD
025500     END-IF
025600     SET HD-STATUS-HAS-LEFT OF WS-HOST-RECORD TO TRUE
025700
025800     MOVE WS-HOST-RECORD TO HOST-RECORD
025900     REWRITE HOST-RECORD
026000         INVALID KEY
026100             DISPLAY "REWRITE FAILED - ENTRY NOT UPDATED"
026200             GO TO 5000-MARK-LEFT-EXIT
026300     END-REWRITE
026400     MOVE HD-LEFT-DATE OF WS-HOST-RECORD TO WS-DATE-ED
026500     DISPLAY "MARKED LEFT " HD-EMPLOYEE OF WS-HOST-RECORD
026600         " ON " WS-DATE-ED.
026700
026800 5000-MARK-LEFT-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------------
027200* 7000-INQUIRE-ENTRY -- SHOW ONE ENTRY IN FULL WITHOUT CHANGING
027300*                       ANYTHING
027400*----------------------------------------------------------------
027500 7000-INQUIRE-ENTRY.
027600     PERFORM 6000-ASK-EMPLOYEE THRU 6000-ASK-EMPLOYEE-EXIT
027700     IF NOT WS-ENTRY-FOUND
027800         GO TO 7000-INQUIRE-ENTRY-EXIT
027900     END-IF
028000
028100     DISPLAY "EMPLOYEE      : " HD-EMPLOYEE OF WS-HOST-RECORD
028200     DISPLAY "EXTENSION     : " HD-EXTENSION OF WS-HOST-RECORD
028300     DISPLAY "E-MAIL        : " HD-EMAIL OF WS-HOST-RECORD
028400     DISPLAY "DEPARTMENT    : " HD-DEPARTMENT OF WS-HOST-RECORD
028500     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
028600         MOVE HD-LEFT-DATE OF WS-HOST-RECORD TO WS-DATE-ED
028700         DISPLAY "STATUS        : LEFT ON " WS-DATE-ED
028800     ELSE
028900         DISPLAY "STATUS        : ACTIVE"
029000     END-IF.
029100
029200 7000-INQUIRE-ENTRY-EXIT.
029300     EXIT.
029400
029500*----------------------------------------------------------------
029600* 6000-ASK-EMPLOYEE -- PROMPT FOR AN EMPLOYEE NAME AND READ
029700*                      THAT RECORD DIRECTLY BY KEY
029800*----------------------------------------------------------------
029900 6000-ASK-EMPLOYEE.
030000     MOVE "N" TO WS-FOUND-SW
030100     DISPLAY "EMPLOYEE NAME"
030200     MOVE SPACES TO WS-HOST-KEY
030300     ACCEPT WS-HOST-KEY
030400     INSPECT WS-HOST-KEY CONVERTING
030500         "abcdefghijklmnopqrstuvwxyz" TO
030600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
030700
030800     MOVE WS-HOST-KEY TO HD-EMPLOYEE OF HOST-RECORD
030900     READ HOSTDIR-FILE
031000         INVALID KEY
031100             DISPLAY "EMPLOYEE " WS-HOST-KEY " NOT ON FILE"
031200         NOT INVALID KEY
031300             MOVE HOST-RECORD TO WS-HOST-RECORD
031400             SET WS-ENTRY-FOUND TO TRUE
031500     END-READ.
031600
031700 6000-ASK-EMPLOYEE-EXIT.
031800     EXIT.
031900
032000*----------------------------------------------------------------
032100* 9000-TERMINATE -- CLOSE THE DIRECTORY.  EVERY ADD AND CHANGE
032200*                   WAS WRITTEN WHEN IT WAS MADE.
032300*----------------------------------------------------------------
032400 9000-TERMINATE.
032500     CLOSE HOSTDIR-FILE
032600     DISPLAY "HOST DIRECTORY CLOSED".
032700
032800 9000-TERMINATE-EXIT.
032900     EXIT.
