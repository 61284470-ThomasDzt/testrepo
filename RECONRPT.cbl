001400*                ARRIVED AS EXPECTED, NO-SHOWS, AND WALK-INS WHO
001500*                WERE NEVER ANNOUNCED, WITH THE COUNTS BUILDING
001600*                MANAGEMENT ASKS FOR EVERY MONTH.
001610* 2026-10-15 TD  CHECK EACH APPOINTMENT'S HOST AGAINST THE NEW
001620*                HOSTDIR DIRECTORY AND PRINT A FOURTH SECTION OF
001630*                THE APPOINTMENTS WHOSE HOST IS NOT IN THE
001640*                DIRECTORY OR HAS LEFT, WITH A COUNT, SO THE
001650*                DEPARTMENTS CAN CORRECT THEIR LISTS.
001660* 2026-10-15 TD  ADD A GROUPS SECTION -- FOR EACH PARTY ANNOUNCED
001670*                OR CHECKED IN TODAY, THE HOST'S EXPECTED
001680*                HEADCOUNT AGAINST THE NUMBER OF DIFFERENT
001690*                MEMBERS WHO ARRIVED UNDER THE GROUP NUMBER, AND
001691*                HOW MANY SHORT OR OVER.  GROUP HEADER RECORDS ARE
001692*                NOT APPOINTMENTS AND ARE KEPT OUT OF THE OTHER
001693*                SECTIONS; LISTED MEMBERS ARE RECONCILED THERE
001694*                LIKE ANY OTHER ANNOUNCED VISITOR.
001700*----------------------------------------------------------------
001800
001900 ENVIRONMENT DIVISION.
003000     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REPORT-STATUS.
003210
003220     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS RANDOM
003250         RECORD KEY IS HD-EMPLOYEE OF HOST-RECORD
003260         FILE STATUS IS WS-HOST-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
005300 FD  REPORT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  REPORT-LINE PIC X(80).
005510
005520*----------------------------------------------------------------
005530* HOSTDIR-FILE -- HOST DIRECTORY, KEYED BY EMPLOYEE NAME
005540*----------------------------------------------------------------
005550 FD  HOSTDIR-FILE
005560     LABEL RECORDS ARE STANDARD.
005570     COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
005580         BY HOST-RECORD.
005600
005700 WORKING-STORAGE SECTION.
005800 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
005900
006000 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
006010
006020 COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
006030     BY WS-HOST-RECORD.
006100
006200 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
006300     88  WS-EXP-FILE-OK VALUE "00".
007100
007200 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
007300     88  WS-REPORT-OK VALUE "00".
007310
007320 77  WS-HOST-FILE-STATUS PIC X(02) VALUE SPACES.
007330     88  WS-HOST-FILE-OK VALUES "00" "04".
007340     88  WS-HOST-FILE-NOT-FOUND VALUE "35".
007350
007360 77  WS-HOST-OPEN-SW PIC X(01) VALUE "N".
007370     88  WS-HOSTDIR-IS-OPEN VALUE "Y".
007400
007500 77  WS-EXP-EOF-SW PIC X(01) VALUE "N".
007600     88  WS-END-OF-EXPECTED VALUE "Y".
009200 77  WS-DATE-ED PIC 9999B99B99.
009300 77  WS-TIME-ED PIC 99B99B99.
009400 77  WS-APPT-ED PIC 99B99.
009410 77  WS-HOST-FLAG-TOTAL PIC 9(04) COMP VALUE ZERO.
009420 77  WS-HOST-KEY PIC X(30) VALUE SPACES.
009430 77  WS-LEFT-DATE-ED PIC 9999B99B99.
009440 77  WS-GROUP-COUNT PIC 9(04) COMP VALUE ZERO.
009450 77  WS-GROUP-ARR-COUNT PIC 9(04) COMP VALUE ZERO.
009460 77  WS-GRP-SUB PIC 9(04) COMP VALUE ZERO.
009470 77  WS-GROUP-KEY PIC 9(04) VALUE ZERO.
009480 77  WS-GROUP-EXPECTED PIC 9(04) COMP VALUE ZERO.
009490 77  WS-GROUP-DIFF PIC 9(04) COMP VALUE ZERO.
009491 77  WS-GROUP-SHORT-TOTAL PIC 9(04) COMP VALUE ZERO.
009492 77  WS-GROUP-NO-ED PIC ZZZ9.
009493 77  WS-GROUP-EXP-ED PIC ZZZ9.
009494 77  WS-GROUP-ARR-ED PIC ZZZ9.
009500
009600*----------------------------------------------------------------
009700* TODAY'S EXPECTED APPOINTMENTS, FLAGGED AS THE ARRIVALS COME IN
010300         10  XT-APPT-TIME PIC 9(04).
010400         10  XT-MATCH-SW PIC X(01).
010500             88  XT-MATCHED VALUE "Y".
010510         10  XT-HOST-PROBLEM PIC X(16).
010600
010700*----------------------------------------------------------------
010800* DISTINCT WALK-IN NAMES -- ARRIVALS NEVER ANNOUNCED AT ALL
011100     05  WS-WALKIN-ENTRY OCCURS 500.
011200         10  WT-NAME PIC X(30).
011300         10  WT-FIRST-TIME PIC 9(08).
011310
011320*----------------------------------------------------------------
011330* TODAY'S GROUPS -- FROM THE HEADER AND MEMBER RECORDS ON THE
011340* EXPECTED LIST, PLUS ANY GROUP NUMBER SEEN ON AN ARRIVAL THAT
011350* WAS NEVER ANNOUNCED.  GP-ARRIVED COUNTS DIFFERENT NAMES.
011360*----------------------------------------------------------------
011370 01  WS-GROUP-TABLE.
011380     05  WS-GROUP-ENTRY OCCURS 50.
011390         10  GP-GROUP-NO PIC 9(04).
011391         10  GP-GROUP-NAME PIC X(30).
011392         10  GP-HOST PIC X(30).
011393         10  GP-HEADCOUNT PIC 9(03).
011394         10  GP-LISTED PIC 9(04) COMP.
011395         10  GP-ARRIVED PIC 9(04) COMP.
011396         10  GP-ANNOUNCED-SW PIC X(01).
011397             88  GP-WAS-ANNOUNCED VALUE "Y".
011398
011399*----------------------------------------------------------------
011409* DISTINCT GROUP ARRIVALS -- ONE ENTRY PER GROUP AND NAME, SO A
011419* MEMBER GREETED TWICE IS COUNTED ONCE
011429*----------------------------------------------------------------
011439 01  WS-GROUP-ARRIVAL-TABLE.
011449     05  WS-GROUP-ARRIVAL-ENTRY OCCURS 500.
011459         10  GA-GROUP-NO PIC 9(04).
011469         10  GA-NAME PIC X(30).
011479
011500 PROCEDURE DIVISION.
011600*----------------------------------------------------------------
011700 0000-MAINLINE.
013300         GO TO 1000-LOAD-EXPECTED-EXIT
013400     END-IF
013500
013510     OPEN INPUT HOSTDIR-FILE
013520     IF WS-HOST-FILE-OK
013530         SET WS-HOSTDIR-IS-OPEN TO TRUE
013540     ELSE
013550         DISPLAY "NO HOST DIRECTORY - HOSTS NOT CHECKED"
013560     END-IF
013570
013600     PERFORM 8000-READ-EXPECTED THRU 8000-READ-EXPECTED-EXIT
013700     PERFORM 1100-STORE-ONE THRU 1100-STORE-ONE-EXIT
013800         UNTIL WS-END-OF-EXPECTED
013900     CLOSE EXPECTED-FILE
013910     IF WS-HOSTDIR-IS-OPEN
013920         CLOSE HOSTDIR-FILE
013930     END-IF.
014000
014100 1000-LOAD-EXPECTED-EXIT.
014200     EXIT.
014300
014400*----------------------------------------------------------------
014500* 1100-STORE-ONE -- KEEP ONE APPOINTMENT IF IT IS FOR TODAY.
014510*                   A GROUP HEADER GOES TO THE GROUP TABLE
014520*                   ONLY; A GROUP MEMBER IS KEPT AS AN
014530*                   APPOINTMENT AND COUNTED TO ITS GROUP.
014600*----------------------------------------------------------------
014700 1100-STORE-ONE.
014710     IF EX-APPT-DATE OF WS-EXPECTED-RECORD = WS-TODAY
014720         AND NOT EX-RECORD-IS-APPOINTMENT OF WS-EXPECTED-RECORD
014730         AND EX-GROUP-NO OF WS-EXPECTED-RECORD NUMERIC
014740         PERFORM 1300-NOTE-GROUP THRU 1300-NOTE-GROUP-EXIT
014750     END-IF
014760
014800     IF EX-APPT-DATE OF WS-EXPECTED-RECORD = WS-TODAY
014900         AND EX-NAME OF WS-EXPECTED-RECORD NOT = SPACES
014910         AND NOT EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
015000         IF WS-EXP-COUNT = 200
015100             DISPLAY "EXPECTED TABLE FULL - LIST MAY BE SHORT"
015200         ELSE
015800             MOVE EX-APPT-TIME OF WS-EXPECTED-RECORD
015900                 TO XT-APPT-TIME (WS-EXP-COUNT)
016000             MOVE "N" TO XT-MATCH-SW (WS-EXP-COUNT)
016010             PERFORM 1200-CHECK-HOST THRU 1200-CHECK-HOST-EXIT
016100         END-IF
016200     END-IF
016300
016500
016600 1100-STORE-ONE-EXIT.
016700     EXIT.
016710
016720*----------------------------------------------------------------
016730* 1200-CHECK-HOST -- LOOK THE HOST OF THE APPOINTMENT JUST
016740*                    STORED UP ON THE DIRECTORY (KEYED IN UPPER
016750*                    CASE) AND NOTE ANY PROBLEM IN THE TABLE.
016760*                    SPACES MEANS THE HOST IS LISTED AND ACTIVE,
016770*                    OR THAT NO DIRECTORY WAS AVAILABLE.
016780*----------------------------------------------------------------
016790 1200-CHECK-HOST.
016791     MOVE SPACES TO XT-HOST-PROBLEM (WS-EXP-COUNT)
016792     IF NOT WS-HOSTDIR-IS-OPEN
016793         GO TO 1200-CHECK-HOST-EXIT
016794     END-IF
016795     IF XT-HOST (WS-EXP-COUNT) = SPACES
016796         MOVE "NO HOST GIVEN" TO XT-HOST-PROBLEM (WS-EXP-COUNT)
016797         GO TO 1200-CHECK-HOST-EXIT
016798     END-IF
016799
016800     MOVE XT-HOST (WS-EXP-COUNT) TO WS-HOST-KEY
016801     INSPECT WS-HOST-KEY CONVERTING
016802         "abcdefghijklmnopqrstuvwxyz" TO
016803         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
016804     MOVE WS-HOST-KEY TO HD-EMPLOYEE OF HOST-RECORD
016805     READ HOSTDIR-FILE INTO WS-HOST-RECORD
016806         INVALID KEY
016807             MOVE "NOT IN DIRECTORY"
016808                 TO XT-HOST-PROBLEM (WS-EXP-COUNT)
016809             GO TO 1200-CHECK-HOST-EXIT
016810     END-READ
016811     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
016812         MOVE HD-LEFT-DATE OF WS-HOST-RECORD TO WS-LEFT-DATE-ED
016813         STRING "LEFT " WS-LEFT-DATE-ED DELIMITED BY SIZE
016814             INTO XT-HOST-PROBLEM (WS-EXP-COUNT)
016815     END-IF.
016816
016817 1200-CHECK-HOST-EXIT.
016818     EXIT.
016819
016820*----------------------------------------------------------------
016821* 1300-NOTE-GROUP -- TAKE THE NAME, HOST AND HEADCOUNT FROM A
016822*                    GROUP HEADER, OR COUNT A LISTED MEMBER
016823*----------------------------------------------------------------
016824 1300-NOTE-GROUP.
016825     MOVE EX-GROUP-NO OF WS-EXPECTED-RECORD TO WS-GROUP-KEY
016826     PERFORM 1400-FIND-GROUP THRU 1400-FIND-GROUP-EXIT
016827     IF WS-GRP-SUB = 0
016828         GO TO 1300-NOTE-GROUP-EXIT
016829     END-IF
016830
016831     IF EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
016832         SET GP-WAS-ANNOUNCED (WS-GRP-SUB) TO TRUE
016833         MOVE EX-NAME OF WS-EXPECTED-RECORD
016834             TO GP-GROUP-NAME (WS-GRP-SUB)
016835         MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
016836             TO GP-HOST (WS-GRP-SUB)
016837         IF EX-HEADCOUNT OF WS-EXPECTED-RECORD NUMERIC
016838             MOVE EX-HEADCOUNT OF WS-EXPECTED-RECORD
016839                 TO GP-HEADCOUNT (WS-GRP-SUB)
016840         END-IF
016841     ELSE
016842         ADD 1 TO GP-LISTED (WS-GRP-SUB)
016843         IF GP-HOST (WS-GRP-SUB) = SPACES
016844             MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
016845                 TO GP-HOST (WS-GRP-SUB)
016846         END-IF
016847     END-IF.
016848
016849 1300-NOTE-GROUP-EXIT.
016850     EXIT.
016851
016852*----------------------------------------------------------------
016853* 1400-FIND-GROUP -- POINT WS-GRP-SUB AT THE TABLE ENTRY FOR
016854*                    WS-GROUP-KEY, ADDING A BLANK ONE IF THE
016855*                    GROUP IS NEW.  ZERO WHEN THE TABLE IS FULL.
016856*----------------------------------------------------------------
016857 1400-FIND-GROUP.
016858     MOVE ZERO TO WS-GRP-SUB
016859     PERFORM 1450-CHECK-ONE-GROUP THRU 1450-CHECK-ONE-GROUP-EXIT
016860         VARYING WS-SUB FROM 1 BY 1
016861         UNTIL WS-SUB > WS-GROUP-COUNT
016862         OR WS-GRP-SUB > 0
016863     IF WS-GRP-SUB > 0
016864         GO TO 1400-FIND-GROUP-EXIT
016865     END-IF
016866
016867     IF WS-GROUP-COUNT = 50
016868         DISPLAY "GROUP TABLE FULL - GROUPS SECTION MAY BE SHORT"
016869         GO TO 1400-FIND-GROUP-EXIT
016870     END-IF
016871     ADD 1 TO WS-GROUP-COUNT
016872     MOVE WS-GROUP-COUNT TO WS-GRP-SUB
016873     MOVE WS-GROUP-KEY TO GP-GROUP-NO (WS-GRP-SUB)
016874     MOVE SPACES TO GP-GROUP-NAME (WS-GRP-SUB)
016875     MOVE SPACES TO GP-HOST (WS-GRP-SUB)
016876     MOVE ZERO TO GP-HEADCOUNT (WS-GRP-SUB)
016877     MOVE ZERO TO GP-LISTED (WS-GRP-SUB)
016878     MOVE ZERO TO GP-ARRIVED (WS-GRP-SUB)
016879     MOVE "N" TO GP-ANNOUNCED-SW (WS-GRP-SUB).
016880
016881 1400-FIND-GROUP-EXIT.
016882     EXIT.
016883
016884 1450-CHECK-ONE-GROUP.
016885     IF GP-GROUP-NO (WS-SUB) = WS-GROUP-KEY
016886         MOVE WS-SUB TO WS-GRP-SUB
016887     END-IF.
016888
016889 1450-CHECK-ONE-GROUP-EXIT.
016890     EXIT.
016891
016900*----------------------------------------------------------------
017000* 2000-SCAN-LOG -- APPLY TODAY'S ARRIVALS TO THE EXPECTED TABLE
017100*----------------------------------------------------------------
019500         GO TO 2100-APPLY-ONE-READ
019600     END-IF
019700
019710     IF VR-GROUP-NO OF WS-VISITOR-RECORD NUMERIC
019720         IF VR-GROUP-NO OF WS-VISITOR-RECORD > 0
019730             PERFORM 2400-NOTE-GROUP-ARRIVAL
019740                 THRU 2400-NOTE-GROUP-ARRIVAL-EXIT
019750         END-IF
019760     END-IF
019770
019800     PERFORM 2200-FIND-EXPECTED THRU 2200-FIND-EXPECTED-EXIT
019900     IF WS-NAME-FOUND
020000         IF WS-HIT-SUB > 0
027100
027200 2350-CHECK-ONE-WALKIN-EXIT.
027300     EXIT.
027310
027320*----------------------------------------------------------------
027330* 2400-NOTE-GROUP-ARRIVAL -- COUNT A GROUP ARRIVAL TO ITS GROUP
027340*                            THE FIRST TIME THE NAME IS SEEN
027350*                            UNDER THAT GROUP NUMBER
027360*----------------------------------------------------------------
027370 2400-NOTE-GROUP-ARRIVAL.
027380     MOVE VR-GROUP-NO OF WS-VISITOR-RECORD TO WS-GROUP-KEY
027390     MOVE "N" TO WS-FOUND-SW
027393     PERFORM 2450-CHECK-ONE-ARRIVAL THRU 2450-CHECK-ONE-ARR-EXIT
027396         VARYING WS-SUB FROM 1 BY 1
027399         UNTIL WS-SUB > WS-GROUP-ARR-COUNT
027402         OR WS-NAME-FOUND
027405     IF WS-NAME-FOUND
027408         GO TO 2400-NOTE-GROUP-ARRIVAL-EXIT
027411     END-IF
027414
027417     IF WS-GROUP-ARR-COUNT = 500
027420         DISPLAY "GROUP ARRIVAL TABLE FULL - COUNTS MAY BE SHORT"
027423         GO TO 2400-NOTE-GROUP-ARRIVAL-EXIT
027426     END-IF
027429     ADD 1 TO WS-GROUP-ARR-COUNT
027432     MOVE WS-GROUP-KEY TO GA-GROUP-NO (WS-GROUP-ARR-COUNT)
027435     MOVE VR-NAME OF WS-VISITOR-RECORD
027438         TO GA-NAME (WS-GROUP-ARR-COUNT)
027441
027444     PERFORM 1400-FIND-GROUP THRU 1400-FIND-GROUP-EXIT
027447     IF WS-GRP-SUB > 0
027450         ADD 1 TO GP-ARRIVED (WS-GRP-SUB)
027453     END-IF.
027456
027459 2400-NOTE-GROUP-ARRIVAL-EXIT.
027462     EXIT.
027465
027468 2450-CHECK-ONE-ARRIVAL.
027471     IF GA-GROUP-NO (WS-SUB) = WS-GROUP-KEY
027474         AND GA-NAME (WS-SUB) = VR-NAME OF WS-VISITOR-RECORD
027477         SET WS-NAME-FOUND TO TRUE
027480     END-IF.
027483
027486 2450-CHECK-ONE-ARR-EXIT.
027489     EXIT.
027492
027500*----------------------------------------------------------------
027600* 3000-PRINT-REPORT -- THE SECTIONS AND THE COUNTS
027700*----------------------------------------------------------------
027800 3000-PRINT-REPORT.
027900     OPEN OUTPUT REPORT-FILE
031600         UNTIL WS-SUB > WS-WALK-COUNT
031700     MOVE SPACES TO REPORT-LINE
031800     WRITE REPORT-LINE
031810
031820     MOVE "HOST NOT IN DIRECTORY OR LEFT:" TO REPORT-LINE
031830     WRITE REPORT-LINE
031840     MOVE ZERO TO WS-HOST-FLAG-TOTAL
031850     PERFORM 3400-PRINT-ONE-HOST THRU 3400-PRINT-ONE-HOST-EXIT
031860         VARYING WS-SUB FROM 1 BY 1
031870         UNTIL WS-SUB > WS-EXP-COUNT
031880     MOVE SPACES TO REPORT-LINE
031890     WRITE REPORT-LINE
031891
031892     MOVE "GROUPS - EXPECTED HEADCOUNT AGAINST ARRIVALS:"
031893         TO REPORT-LINE
031894     WRITE REPORT-LINE
031895     MOVE ZERO TO WS-GROUP-SHORT-TOTAL
031896     PERFORM 3500-PRINT-ONE-GROUP THRU 3500-PRINT-ONE-GROUP-EXIT
031897         VARYING WS-SUB FROM 1 BY 1
031898         UNTIL WS-SUB > WS-GROUP-COUNT
031899     MOVE SPACES TO REPORT-LINE
031900     WRITE REPORT-LINE
031901
032000     MOVE WS-ARRIVED-TOTAL TO WS-COUNT-ED
032100     MOVE SPACES TO REPORT-LINE
032200     STRING "ARRIVED AS EXPECTED: " WS-COUNT-ED
033200     STRING "WALK-INS           : " WS-COUNT-ED
033300         DELIMITED BY SIZE INTO REPORT-LINE
033400     WRITE REPORT-LINE
033410     MOVE WS-HOST-FLAG-TOTAL TO WS-COUNT-ED
033420     MOVE SPACES TO REPORT-LINE
033430     STRING "HOST PROBLEMS      : " WS-COUNT-ED
033440         DELIMITED BY SIZE INTO REPORT-LINE
033450     WRITE REPORT-LINE
033460     MOVE WS-GROUP-COUNT TO WS-COUNT-ED
033470     MOVE WS-GROUP-SHORT-TOTAL TO WS-GROUP-EXP-ED
033480     MOVE SPACES TO REPORT-LINE
033490     STRING "GROUPS             : " WS-COUNT-ED
033491         "  NOT ALL ARRIVED: " WS-GROUP-EXP-ED
033492         DELIMITED BY SIZE INTO REPORT-LINE
033493     WRITE REPORT-LINE
033500
033600     CLOSE REPORT-FILE.
033700
038700
038800 3300-PRINT-ONE-WI-EXIT.
038900     EXIT.
038910
038920*----------------------------------------------------------------
038930* 3400-PRINT-ONE-HOST -- ONE APPOINTMENT WITH A HOST PROBLEM,
038940*                        ARRIVED OR NOT
038950*----------------------------------------------------------------
038960 3400-PRINT-ONE-HOST.
038970     IF XT-HOST-PROBLEM (WS-SUB) NOT = SPACES
038980         ADD 1 TO WS-HOST-FLAG-TOTAL
038990         MOVE SPACES TO REPORT-LINE
038991         STRING "  " XT-NAME (WS-SUB)
038992             " " XT-HOST (WS-SUB)
038993             " " XT-HOST-PROBLEM (WS-SUB)
038994             DELIMITED BY SIZE INTO REPORT-LINE
038995         WRITE REPORT-LINE
038996     END-IF.
038997
038998 3400-PRINT-ONE-HOST-EXIT.
038999     EXIT.
039000
039001*----------------------------------------------------------------
039002* 3500-PRINT-ONE-GROUP -- TWO LINES FOR ONE GROUP: WHO IT IS,
039003*                         THEN EXPECTED AGAINST ARRIVED.  THE
039004*                         HOST'S HEADCOUNT IS THE EXPECTED
039005*                         FIGURE, OR THE NUMBER LISTED WHEN NO
039006*                         HEADCOUNT WAS GIVEN.
039007*----------------------------------------------------------------
039008 3500-PRINT-ONE-GROUP.
039009     MOVE GP-GROUP-NO (WS-SUB) TO WS-GROUP-NO-ED
039010     MOVE SPACES TO REPORT-LINE
039011     IF GP-WAS-ANNOUNCED (WS-SUB)
039012         STRING "  " WS-GROUP-NO-ED
039013             " " GP-GROUP-NAME (WS-SUB)
039014             " HOST " GP-HOST (WS-SUB)
039015             DELIMITED BY SIZE INTO REPORT-LINE
039016     ELSE
039017         STRING "  " WS-GROUP-NO-ED
039018             " NOT ANNOUNCED - NO GROUP HEADER TODAY"
039019             DELIMITED BY SIZE INTO REPORT-LINE
039020     END-IF
039021     WRITE REPORT-LINE
039022
039023     MOVE GP-HEADCOUNT (WS-SUB) TO WS-GROUP-EXPECTED
039024     IF WS-GROUP-EXPECTED = 0
039025         MOVE GP-LISTED (WS-SUB) TO WS-GROUP-EXPECTED
039026     END-IF
039027     MOVE WS-GROUP-EXPECTED TO WS-GROUP-EXP-ED
039028     MOVE GP-ARRIVED (WS-SUB) TO WS-GROUP-ARR-ED
039029     MOVE GP-LISTED (WS-SUB) TO WS-COUNT-ED
039030     MOVE SPACES TO REPORT-LINE
039031     IF GP-ARRIVED (WS-SUB) < WS-GROUP-EXPECTED
039032         ADD 1 TO WS-GROUP-SHORT-TOTAL
039033         SUBTRACT GP-ARRIVED (WS-SUB) FROM WS-GROUP-EXPECTED
039034             GIVING WS-GROUP-DIFF
039035         MOVE WS-GROUP-DIFF TO WS-GROUP-NO-ED
039036         STRING "        LISTED " WS-COUNT-ED
039037             "  EXPECTED " WS-GROUP-EXP-ED
039038             "  ARRIVED " WS-GROUP-ARR-ED
039039             "  SHORT " WS-GROUP-NO-ED
039040             DELIMITED BY SIZE INTO REPORT-LINE
039041     ELSE IF GP-ARRIVED (WS-SUB) > WS-GROUP-EXPECTED
039042         SUBTRACT WS-GROUP-EXPECTED FROM GP-ARRIVED (WS-SUB)
039043             GIVING WS-GROUP-DIFF
039044         MOVE WS-GROUP-DIFF TO WS-GROUP-NO-ED
039045         STRING "        LISTED " WS-COUNT-ED
039046             "  EXPECTED " WS-GROUP-EXP-ED
039047             "  ARRIVED " WS-GROUP-ARR-ED
039048             "  OVER " WS-GROUP-NO-ED
039049             DELIMITED BY SIZE INTO REPORT-LINE
039050     ELSE
039051         STRING "        LISTED " WS-COUNT-ED
039052             "  EXPECTED " WS-GROUP-EXP-ED
039053             "  ARRIVED " WS-GROUP-ARR-ED
039054             "  ALL HERE"
039055             DELIMITED BY SIZE INTO REPORT-LINE
039056     END-IF
039057     END-IF
039058     WRITE REPORT-LINE.
039059
039060 3500-PRINT-ONE-GROUP-EXIT.
039061     EXIT.
039062
039100*----------------------------------------------------------------
039200* 8000-READ-EXPECTED -- READ THE NEXT EXPECTED-VISITOR RECORD
039300*----------------------------------------------------------------
