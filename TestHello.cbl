002094*                VM-VISITOR-NO -- THE LOOKUP READS THE RECORD
002095*                DIRECTLY BY KEY INSTEAD OF SCANNING THE WHOLE
002096*                MASTER WHILE THE VISITOR WAITS AT THE DESK.
002097* 2026-10-15 TD  ONE SIGNED-ON DESK SESSION INSTEAD OF ONE
002097*                VISITOR PER RUN.  AFTER THE SIGN-ON A MENU
002097*                OFFERS GREET AN ARRIVAL, CHECK OUT A DEPARTURE
002097*                (THE CHECKOUT LOGIC, BADGE RETURN INCLUDED),
002097*                LOOK UP A NAME ON THE LOG (AS VISLKUP), AND
002097*                SHOW WHO IS ON SITE (AS ONSITE), AND KEEPS
002097*                RUNNING UNTIL THE OPERATOR SIGNS OFF.  A
002097*                WATCHLIST HIT NOW RETURNS TO THE MENU INSTEAD
002097*                OF ENDING THE RUN.  AT SIGN-OFF THE SHIFT TALLY
002097*                FOR THE OPERATOR AND DESK -- ARRIVALS,
002097*                DEPARTURES, BADGES ISSUED AND RETURNED,
002097*                WATCHLIST HITS, DUPLICATE WARNINGS -- IS
002097*                DISPLAYED AND PRINTED ON SHIFTRPT.
002097* 2026-10-15 TD  TELL THE HOST WHEN THEIR VISITOR ARRIVES.  THE
002097*                HOST IS TAKEN FROM TODAY'S APPOINTMENT ON THE
002097*                EXPECTED LIST, ELSE FROM THE VISITOR MASTER,
002097*                AND LOOKED UP ON THE NEW HOSTDIR DIRECTORY; AN
002097*                ARRIVAL-NOTICE RECORD (NOTEREC) IS APPENDED TO
002097*                NOTIFOUT FOR THE MAIL GATEWAY.  A HOST NOT IN
002097*                THE DIRECTORY, OR MARKED AS LEFT, IS SHOWN TO
002097*                THE OPERATOR TO PHONE INSTEAD.
002098* 2026-10-15 TD  EVERY WATCHLIST HIT NOW OPENS A NUMBERED CASE
002098*                ON THE NEW INCIDENT FILE (INCDREC) WITH THE
002098*                NAME, REASON, OPERATOR AND DESK, AND THE ALERT
002098*                GIVES THE INCIDENT NUMBER FOR SECURITY TO QUOTE.
002098* 2026-10-15 TD  A VISITOR NUMBER RETIRED BY THE VMMERGE DUPLICATE
002098*                MERGE IS FOLLOWED TO THE NUMBER IT WAS MERGED
002098*                INTO, SO THE ARRIVAL IS LOGGED AGAINST THE KEPT
002098*                ENTRY AND THE RETIRED NUMBER IS NEVER USED AGAIN.
002098* 2026-10-15 TD  GROUP CHECK-IN AND CHECK-OUT.  "P" TAKES THE
002098*                GROUP NUMBER OF A PARTY ANNOUNCED ON TODAY'S
002098*                EXPECTED LIST, BUILDS THE GROUP RECORD (GRPREC)
002098*                FROM ITS MEMBER RECORDS, LETS THE OPERATOR MARK
002098*                WHO IS NOT HERE AND KEY ANYONE NOT LISTED, THEN
002098*                SCREENS EVERY MEMBER AGAINST THE WATCHLIST AND
002098*                LOGS ONE ARRIVAL PER MEMBER CARRYING THE GROUP
002098*                NUMBER (NEW VR-GROUP-NO), WITH A LOANER BADGE
002098*                EACH AND ONE ARRIVAL NOTICE TO THE GROUP'S HOST.
002098*                A WATCHLIST HIT HOLDS BACK THAT MEMBER ONLY.
002098*                "X" CHECKS OUT EVERY MEMBER OF A GROUP STILL ON
002098*                SITE IN ONE ACTION.  A SINGLE CHECK-OUT CARRIES
002098*                THE GROUP NUMBER FROM THE ARRIVAL, AND THE
002099*                ON-SITE LIST SHOWS EACH MEMBER'S GROUP.
002099* 2026-10-15 TD  CHECK A KNOWN VISITOR'S CLEARANCES ON THE NEW
002099*                CLRMAST FILE (CLRREC) WHEN THE MASTER ENTRY IS
002099*                FOUND.  A CONTRACTOR WITHOUT A CURRENT SAFETY
002099*                INDUCTION, OR ANYONE MISSING A CLEARANCE MARKED
002099*                REQUIRED, IS REFUSED AND NOT LOGGED IN; ANY
002099*                OTHER CLEARANCE MISSING OR EXPIRED IS A WARNING
002099*                ONLY.  EVERY REFUSAL AND WARNING IS APPENDED TO
002099*                CLRLOG (CLRLREC) AND REFUSALS ARE COUNTED ON THE
002099*                SHIFT TALLY.
002099* 2026-10-15 TD  A NEW INCIDENT WHOSE NUMBER WAS TAKEN BY ANOTHER
002099*                DESK SINCE THE SCAN IS RENUMBERED FROM THE NEW
002099*                HIGHEST CASE AND WRITTEN, NOT LEFT FOR SECURITY
002099*                TO OPEN BY HAND.  A FAILED ARRIVAL NOTICE WRITE
002099*                NOW TELLS THE OPERATOR TO PHONE THE HOST.
002099* 2026-10-15 TD  A KNOWN VISITOR REFUSED ON CLEARANCES IS SCREENED
002099*                AGAINST THE WATCHLIST BEFORE BEING TURNED AWAY,
002099*                SO A HIT IS STILL LOGGED ON SCRNLOG AND OPENS AN
002099*                INCIDENT, AS GREETBAT DOES.
002099* 2026-10-15 TD  THE SHIFT ARRIVAL AND DEPARTURE COUNTS ARE ONLY
002099*                BUMPED WHEN THE VISITLOG WRITE SUCCEEDS.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002897         ACCESS MODE IS DYNAMIC
002898         RECORD KEY IS BG-BADGE-NO OF BADGE-RECORD
002899         FILE STATUS IS WS-BADGE-FILE-STATUS.
002899
002899     SELECT SHIFT-FILE ASSIGN TO "SHIFTRPT"
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-SHIFT-FILE-STATUS.
002899
002899     SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-EXP-FILE-STATUS.
002899
002899     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS RANDOM
002899         RECORD KEY IS HD-EMPLOYEE OF HOST-RECORD
002899         FILE STATUS IS WS-HOST-FILE-STATUS.
002899
002899     SELECT NOTICE-FILE ASSIGN TO "NOTIFOUT"
002899         ORGANIZATION IS SEQUENTIAL
002899         FILE STATUS IS WS-NOTE-FILE-STATUS.
002899
002899     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS DYNAMIC
002899         RECORD KEY IS IN-INCIDENT-NO OF INCD-RECORD
002899         FILE STATUS IS WS-INCD-FILE-STATUS.
002899
002899     SELECT CLRMAST-FILE ASSIGN TO "CLRMAST"
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS RANDOM
002899         RECORD KEY IS CL-VISITOR-NO OF CLR-RECORD
002899         FILE STATUS IS WS-CLR-FILE-STATUS.
002899
002899     SELECT CLRLOG-FILE ASSIGN TO "CLRLOG"
002899         ORGANIZATION IS SEQUENTIAL
002899         FILE STATUS IS WS-CLRLOG-FILE-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003802     LABEL RECORDS ARE STANDARD.
003803     COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
003804         BY BADGE-RECORD.
003804
003804*----------------------------------------------------------------
003804* SHIFT-FILE -- THE SIGN-OFF TALLY, ONE BLOCK PER SHIFT
003804*----------------------------------------------------------------
003804 FD  SHIFT-FILE
003804     LABEL RECORDS ARE STANDARD.
003804 01  SHIFT-LINE PIC X(80).
003804
003804*----------------------------------------------------------------
003804* EXPECTED-FILE -- THE HOST DEPARTMENTS' APPOINTMENT LIST
003804*----------------------------------------------------------------
003804 FD  EXPECTED-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY EXPREC REPLACING EXPECTED-RECORD BY EXPECTED-IN.
003804
003804*----------------------------------------------------------------
003804* HOSTDIR-FILE -- HOST DIRECTORY, KEYED BY EMPLOYEE NAME
003804*----------------------------------------------------------------
003804 FD  HOSTDIR-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
003804         BY HOST-RECORD.
003804
003804*----------------------------------------------------------------
003804* NOTICE-FILE -- ARRIVAL NOTICES FOR THE MAIL GATEWAY
003804*----------------------------------------------------------------
003804 FD  NOTICE-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY NOTEREC REPLACING ARRIVAL-NOTICE-RECORD
003804         BY NOTICE-RECORD.
003804
003804*----------------------------------------------------------------
003804* INCIDENT-FILE -- SECURITY INCIDENTS, KEYED BY INCIDENT NUMBER
003804*----------------------------------------------------------------
003804 FD  INCIDENT-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY INCDREC REPLACING INCIDENT-RECORD BY INCD-RECORD.
003804
003804*----------------------------------------------------------------
003804* CLRMAST-FILE -- VISITOR CLEARANCES, KEYED BY VISITOR NUMBER
003804*----------------------------------------------------------------
003804 FD  CLRMAST-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY CLRREC REPLACING CLEARANCE-RECORD BY CLR-RECORD.
003804
003804*----------------------------------------------------------------
003804* CLRLOG-FILE -- ONE RECORD PER CLEARANCE REFUSAL OR WARNING
003804*----------------------------------------------------------------
003804 FD  CLRLOG-FILE
003804     LABEL RECORDS ARE STANDARD.
003804     COPY CLRLREC REPLACING CLEARANCE-LOG-RECORD
003804         BY CLRLOG-RECORD.
003805
003900 WORKING-STORAGE SECTION.
004000*----------------------------------------------------------------
005498     88  WS-KEY-SCAN-DONE VALUE "Y".
005499 77  WS-VISITOR-NO PIC 9(05) VALUE ZERO.
005500
005501 77  WS-DONE-SW PIC X(01) VALUE "N".
005501     88  WS-SESSION-DONE VALUE "Y".
005501
005501 77  WS-ACTION PIC X(01) VALUE SPACE.
005501     88  WS-ACTION-IS-GREET VALUES "G" "g".
005501     88  WS-ACTION-IS-CHECKOUT VALUES "C" "c".
005501     88  WS-ACTION-IS-LOOKUP VALUES "L" "l".
005501     88  WS-ACTION-IS-ONSITE VALUES "O" "o".
005501     88  WS-ACTION-IS-SIGNOFF VALUES "S" "s".
005501     88  WS-ACTION-IS-GROUP-IN VALUES "P" "p".
005501     88  WS-ACTION-IS-GROUP-OUT VALUES "X" "x".
005501
005501 77  WS-SHIFT-FILE-STATUS PIC X(02) VALUE SPACES.
005501     88  WS-SHIFT-FILE-OK VALUES "00" "04".
005501     88  WS-SHIFT-FILE-NOT-FOUND VALUE "35".
005501
005501 77  WS-RETURN-FOUND-SW PIC X(01) VALUE "N".
005501     88  WS-OUT-BADGE-FOUND VALUE "Y".
005501
005501*----------------------------------------------------------------
005501* CHECK-OUT WORK FIELDS (3000-CHECK-OUT)
005502*----------------------------------------------------------------
005502 77  WS-ARRIVAL-COUNT PIC 9(04) COMP VALUE ZERO.
005502 77  WS-DEPART-COUNT PIC 9(04) COMP VALUE ZERO.
005502 77  WS-ARR-VISITOR-NO PIC 9(05) VALUE ZERO.
005502 77  WS-ARR-GROUP-NO PIC 9(04) VALUE ZERO.
005502
005502*----------------------------------------------------------------
005502* LOOK-UP WORK FIELDS (4000-LOOK-UP)
005502*----------------------------------------------------------------
005502 77  WS-SEARCH-NAME PIC X(30) VALUE SPACES.
005502 77  WS-SEARCH-LEN PIC 9(02) COMP VALUE ZERO.
005502 77  WS-IDX PIC 9(02) COMP VALUE ZERO.
005502 77  WS-SCAN-POS PIC 9(02) COMP VALUE ZERO.
005502 77  WS-SCAN-LIMIT PIC 9(02) COMP VALUE ZERO.
005502 77  WS-SCAN-DONE-SW PIC X(01) VALUE "N".
005502     88  WS-SCAN-DONE VALUE "Y".
005502 77  WS-FOUND-SW PIC X(01) VALUE "N".
005502     88  WS-FOUND-IN-NAME VALUE "Y".
005502 77  WS-MATCH-COUNT PIC 9(05) COMP VALUE ZERO.
005502 77  WS-MATCH-COUNT-ED PIC ZZZZ9.
005502 77  WS-DATE-ED PIC 9999B99B99.
005503 77  WS-TIME-ED PIC 99B99B99.
005503 77  WS-ENTRY-TAG PIC X(04) VALUE SPACES.
005503
005503*----------------------------------------------------------------
005503* ON-SITE WORK FIELDS (5000-SHOW-ONSITE) -- ONE ENTRY PER
005503* DISTINCT NAME IN TODAY'S LOG, OS-NET IS ARRIVALS MINUS
005503* DEPARTURES SO A POSITIVE NET MEANS ON SITE
005503*----------------------------------------------------------------
005503 77  WS-TABLE-SW PIC X(01) VALUE "N".
005503     88  WS-NAME-IN-TABLE VALUE "Y".
005503 77  WS-NAME-COUNT PIC 9(04) COMP VALUE ZERO.
005503 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
005503 77  WS-HIT-SUB PIC 9(04) COMP VALUE ZERO.
005503 77  WS-ONSITE-TOTAL PIC 9(04) COMP VALUE ZERO.
005503
005503 01  WS-ONSITE-TABLE.
005503     05  WS-ONSITE-ENTRY OCCURS 500.
005503         10  OS-NAME PIC X(30).
005503         10  OS-VISITOR-NO PIC 9(05).
005503         10  OS-ARRIVAL-TIME PIC 9(08).
005503         10  OS-GROUP-NO PIC 9(04).
005504         10  OS-NET PIC S9(04) COMP.
005504
005504*----------------------------------------------------------------
005504* SHIFT TALLY -- COUNTED FROM SIGN-ON TO SIGN-OFF
005504*----------------------------------------------------------------
005504 77  WS-SHIFT-ARRIVALS PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-DEPARTURES PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-BADGES-OUT PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-BADGES-IN PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-HITS PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-DUPS PIC 9(04) COMP VALUE ZERO.
005504 77  WS-SHIFT-START-DATE PIC 9(08) VALUE ZERO.
005504 77  WS-SHIFT-START-TIME PIC 9(08) VALUE ZERO.
005504 77  WS-SHIFT-END-DATE PIC 9(08) VALUE ZERO.
005504 77  WS-SHIFT-END-TIME PIC 9(08) VALUE ZERO.
005504 77  WS-COUNT-ED PIC ZZZ9.
005504
005504*----------------------------------------------------------------
005504* ARRIVAL-NOTICE WORK FIELDS (2700-SEND-NOTICE)
005504*----------------------------------------------------------------
005504 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
005505
005505 COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
005505     BY WS-HOST-RECORD.
005505
005505 COPY NOTEREC REPLACING ARRIVAL-NOTICE-RECORD
005505     BY WS-NOTICE-RECORD.
005505
005505 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
005505     88  WS-EXP-FILE-OK VALUES "00" "04".
005505     88  WS-EXP-FILE-NOT-FOUND VALUE "35".
005505
005505 77  WS-HOST-FILE-STATUS PIC X(02) VALUE SPACES.
005505     88  WS-HOST-FILE-OK VALUES "00" "04".
005505     88  WS-HOST-FILE-NOT-FOUND VALUE "35".
005505
005505 77  WS-NOTE-FILE-STATUS PIC X(02) VALUE SPACES.
005505     88  WS-NOTE-FILE-OK VALUES "00" "04".
005505     88  WS-NOTE-FILE-NOT-FOUND VALUE "35".
005505
005505 77  WS-EXP-EOF-SW PIC X(01) VALUE "N".
005505     88  WS-END-OF-EXPECTED VALUE "Y".
005506
005506 77  WS-APPT-SW PIC X(01) VALUE "N".
005506     88  WS-APPT-FOUND VALUE "Y".
005506
005506 77  WS-HOST-FOUND-SW PIC X(01) VALUE "N".
005506     88  WS-HOST-FOUND VALUE "Y".
005506
005506 77  WS-HOST-NAME PIC X(30) VALUE SPACES.
005506 77  WS-HOST-KEY PIC X(30) VALUE SPACES.
005506 77  WS-HOST-REASON PIC X(01) VALUE SPACE.
005506
005506 77  WS-INCD-FILE-STATUS PIC X(02) VALUE SPACES.
005506     88  WS-INCD-FILE-OK VALUES "00" "04".
005506     88  WS-INCD-FILE-NOT-FOUND VALUE "35".
005506     88  WS-INCD-DUPLICATE-KEY VALUE "22".
005506
005506 77  WS-INCD-EOF-SW PIC X(01) VALUE "N".
005506     88  WS-END-OF-INCIDENTS VALUE "Y".
005506
005506 77  WS-INCIDENT-NO PIC 9(06) VALUE ZERO.
005506
005507 77  WS-INCD-DONE-SW PIC X(01) VALUE "N".
005507     88  WS-INCIDENT-TRY-DONE VALUE "Y".
005507
005507*----------------------------------------------------------------
005507* GROUP WORK FIELDS (6000-GROUP-CHECK-IN, 7000-GROUP-CHECK-OUT).
005507* WS-GROUP-NO IS ZERO EXCEPT WHILE A GROUP IS BEING CHECKED IN,
005507* SO 2000-WRITE-LOG STAMPS IT ONLY ON MEMBER ARRIVALS.
005507*----------------------------------------------------------------
005507 COPY GRPREC REPLACING GROUP-RECORD BY WS-GROUP-RECORD.
005507
005507 77  WS-GROUP-NO PIC 9(04) VALUE ZERO.
005507 77  WS-GROUP-NO-ED PIC ZZZ9.
005507 77  WS-GRP-SUB PIC 9(04) COMP VALUE ZERO.
005507 77  WS-GRP-ADMITTED PIC 9(04) COMP VALUE ZERO.
005507 77  WS-GRP-REFUSED PIC 9(04) COMP VALUE ZERO.
005507 77  WS-GRP-ON-SITE PIC 9(04) COMP VALUE ZERO.
005507 77  WS-GRP-ABSENT PIC 9(04) COMP VALUE ZERO.
005507 77  WS-GRP-OUT PIC 9(04) COMP VALUE ZERO.
005507 77  WS-REPLY PIC X(01) VALUE SPACE.
005507     88  WS-REPLY-IS-YES VALUES "Y" "y".
005507     88  WS-REPLY-IS-NO VALUES "N" "n".
005508
005508 77  WS-GRP-FOUND-SW PIC X(01) VALUE "N".
005508     88  WS-GROUP-FOUND VALUE "Y".
005508
005508 77  WS-GRP-ADD-SW PIC X(01) VALUE "N".
005508     88  WS-GROUP-ADDS-DONE VALUE "Y".
005508
005508 77  WS-GRP-FULL-SW PIC X(01) VALUE "N".
005508     88  WS-GROUP-LIST-FULL VALUE "Y".
005508
005508*----------------------------------------------------------------
005508* CLEARANCE CHECK WORK FIELDS (0650-CHECK-CLEARANCE).  EACH
005508* PROBLEM FOUND IS SET UP IN WS-CLR-TYPE, WS-CLR-EXPIRY AND
005508* WS-CLR-REASON WITH WS-CLR-ACTION "R" (REFUSE) OR "W" (WARN).
005508*----------------------------------------------------------------
005508 COPY CLRREC REPLACING CLEARANCE-RECORD BY WS-CLR-RECORD.
005508
005508 COPY CLRLREC REPLACING CLEARANCE-LOG-RECORD
005508     BY WS-CLR-LOG-RECORD.
005508
005508 77  WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
005509     88  WS-CLR-FILE-OK VALUES "00" "04".
005509     88  WS-CLR-FILE-NOT-FOUND VALUE "35".
005509
005509 77  WS-CLRLOG-FILE-STATUS PIC X(02) VALUE SPACES.
005509     88  WS-CLRLOG-FILE-OK VALUES "00" "04".
005509     88  WS-CLRLOG-FILE-NOT-FOUND VALUE "35".
005509
005509 77  WS-CLR-REFUSED-SW PIC X(01) VALUE "N".
005509     88  WS-CLEARANCE-REFUSED VALUE "Y".
005509
005509 77  WS-CLR-IND-SW PIC X(01) VALUE "N".
005509     88  WS-CLR-IND-SEEN VALUE "Y".
005509
005509 77  WS-CLR-SUB PIC 9(02) COMP VALUE ZERO.
005509 77  WS-CLR-TYPE PIC X(04) VALUE SPACES.
005509 77  WS-CLR-EXPIRY PIC 9(08) VALUE ZERO.
005509 77  WS-CLR-REASON PIC X(30) VALUE SPACES.
005509 77  WS-CLR-ACTION PIC X(01) VALUE SPACE.
005509 77  WS-SHIFT-CLR-REFUSED PIC 9(04) COMP VALUE ZERO.
005509
005510 PROCEDURE DIVISION.
005600*----------------------------------------------------------------
005700 0000-MAINLINE.
005800*----------------------------------------------------------------
005840     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
005841         UNTIL WS-SIGNED-ON
005891     ACCEPT WS-SHIFT-START-DATE FROM DATE YYYYMMDD
005941     ACCEPT WS-SHIFT-START-TIME FROM TIME
005991     PERFORM 0200-PROCESS-ACTION THRU 0200-PROCESS-ACTION-EXIT
006041         UNTIL WS-SESSION-DONE
006091     PERFORM 9000-SIGN-OFF THRU 9000-SIGN-OFF-EXIT
006300     STOP RUN.
006400
006401*----------------------------------------------------------------
006420     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
006421
006422 0100-SIGN-ON-EXIT.
006422     EXIT.
006422
006422*----------------------------------------------------------------
006422* 0200-PROCESS-ACTION -- SHOW THE DESK MENU AND RUN ONE ACTION.
006422*                        THE DATE IS TAKEN AFRESH EACH TIME SO A
006422*                        SESSION LEFT OPEN PAST MIDNIGHT LOGS
006422*                        AGAINST THE RIGHT DAY.
006422*----------------------------------------------------------------
006422 0200-PROCESS-ACTION.
006422     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006422     DISPLAY " "
006422     DISPLAY "FRONT DESK - " WS-OPERATOR-ID " AT DESK " WS-DESK-ID
006422     DISPLAY "G = GREET  C = CHECK OUT  L = LOOK UP  O = ON SITE"
006422         "  S = SIGN OFF"
006422     DISPLAY "P = GROUP CHECK-IN  X = GROUP CHECK-OUT"
006422     DISPLAY "ENTER ACTION"
006422     MOVE SPACE TO WS-ACTION
006422     ACCEPT WS-ACTION
006422
006422     IF WS-ACTION-IS-GREET
006422         PERFORM 0300-GREET-VISITOR THRU 0300-GREET-VISITOR-EXIT
006422     ELSE IF WS-ACTION-IS-CHECKOUT
006422         PERFORM 3000-CHECK-OUT THRU 3000-CHECK-OUT-EXIT
006422     ELSE IF WS-ACTION-IS-LOOKUP
006422         PERFORM 4000-LOOK-UP THRU 4000-LOOK-UP-EXIT
006422     ELSE IF WS-ACTION-IS-ONSITE
006422         PERFORM 5000-SHOW-ONSITE THRU 5000-SHOW-ONSITE-EXIT
006422     ELSE IF WS-ACTION-IS-GROUP-IN
006422         PERFORM 6000-GROUP-CHECK-IN THRU 6000-GROUP-CHECK-IN-EXIT
006422     ELSE IF WS-ACTION-IS-GROUP-OUT
006422         PERFORM 7000-GROUP-CHECK-OUT
006422             THRU 7000-GROUP-CHECK-OUT-EXIT
006422     ELSE IF WS-ACTION-IS-SIGNOFF
006422         SET WS-SESSION-DONE TO TRUE
006422     ELSE
006422         DISPLAY "INVALID ACTION, PLEASE RE-ENTER"
006422     END-IF
006422     END-IF
006422     END-IF
006422     END-IF
006422     END-IF
006422     END-IF
006422     END-IF.
006422
006422 0200-PROCESS-ACTION-EXIT.
006422     EXIT.
006422
006422*----------------------------------------------------------------
006422* 0300-GREET-VISITOR -- ONE ARRIVAL: NUMBER OR NAME, WATCHLIST
006422*                       SCREEN, DUPLICATE CHECK, LOG AND BADGE.
006422*                       EVERYTHING LEFT OVER FROM THE LAST
006422*                       VISITOR IS CLEARED FIRST.  A KNOWN
006422*                       VISITOR REFUSED ON CLEARANCES SKIPS THE
006422*                       NAME PROMPT BUT IS STILL SCREENED, SO A
006422*                       WATCHLIST HIT IS RECORDED EITHER WAY.
006422*----------------------------------------------------------------
006422 0300-GREET-VISITOR.
006422     MOVE "N" TO WS-VALID-SW
006422     MOVE "N" TO WS-MAST-FOUND-SW
006422     MOVE "N" TO WS-CLR-REFUSED-SW
006422     MOVE ZERO TO WS-VISITOR-NO
006422     MOVE ZERO TO WS-GROUP-NO
006422     MOVE SPACES TO WS-MASTER-RECORD
006422     MOVE SPACES TO NAMES
006422     PERFORM 0500-GET-VISITOR-NO THRU 0500-GET-VISITOR-NO-EXIT
006422     PERFORM 1000-GET-NAME THRU 1000-GET-NAME-EXIT
006422         UNTIL WS-NAME-IS-VALID
006422     PERFORM 1500-SCREEN-WATCHLIST
006422         THRU 1500-SCREEN-WATCHLIST-EXIT
006422     IF WS-WATCHLIST-HIT
006422         ADD 1 TO WS-SHIFT-HITS
006422         PERFORM 1700-OPEN-INCIDENT THRU 1700-OPEN-INCIDENT-EXIT
006422         PERFORM 1720-SHOW-ALERT THRU 1720-SHOW-ALERT-EXIT
006422         IF WS-CLEARANCE-REFUSED
006422             ADD 1 TO WS-SHIFT-CLR-REFUSED
006422         END-IF
006422         GO TO 0300-GREET-VISITOR-EXIT
006422     END-IF
006422     IF WS-CLEARANCE-REFUSED
006422         DISPLAY "VISITOR NOT GREETED - CLEARANCE NOT IN ORDER;"
006422             " REFER TO THE HOST"
006422         ADD 1 TO WS-SHIFT-CLR-REFUSED
006422         GO TO 0300-GREET-VISITOR-EXIT
006422     END-IF
006422     DISPLAY "Hello " NAMES
006422     PERFORM 1800-CHECK-DUP THRU 1800-CHECK-DUP-EXIT
006422     IF WS-DUPLICATE-FOUND
006422         ADD 1 TO WS-SHIFT-DUPS
006422         MOVE WS-DUP-TIME(1:6) TO WS-DUP-TIME-ED
006422         DISPLAY "NOTE - ALREADY GREETED TODAY AT " WS-DUP-TIME-ED
006422     ELSE
006422         PERFORM 2000-WRITE-LOG THRU 2000-WRITE-LOG-EXIT
006422         PERFORM 2500-ISSUE-BADGE THRU 2500-ISSUE-BADGE-EXIT
006422         PERFORM 2700-SEND-NOTICE THRU 2700-SEND-NOTICE-EXIT
006422     END-IF.
006422
006422 0300-GREET-VISITOR-EXIT.
006423     EXIT.
006424
006425*----------------------------------------------------------------
006489         MOVE ZERO TO WS-VISITOR-NO
006490         GO TO 0500-GET-VISITOR-NO-EXIT
006491     END-IF
006491     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
006491         DISPLAY "VISITOR NUMBER " WS-VISITOR-NO
006491             " WAS MERGED INTO "
006491             VM-MERGED-INTO OF WS-MASTER-RECORD
006491         MOVE VM-MERGED-INTO OF WS-MASTER-RECORD TO WS-VISITOR-NO
006491         PERFORM 0600-FIND-MASTER THRU 0600-FIND-MASTER-EXIT
006491         IF NOT WS-MASTER-FOUND
006491             OR VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
006491             DISPLAY "KEPT ENTRY NOT ON MASTER - ENTER BY NAME"
006491             MOVE ZERO TO WS-VISITOR-NO
006491             GO TO 0500-GET-VISITOR-NO-EXIT
006491         END-IF
006491     END-IF
006492     IF VM-STATUS-IS-INACTIVE OF WS-MASTER-RECORD
006493         DISPLAY "VISITOR ENTRY IS INACTIVE - ENTER BY NAME"
006494         MOVE ZERO TO WS-VISITOR-NO
006494         GO TO 0500-GET-VISITOR-NO-EXIT
006494     END-IF
006494     IF WS-CLEARANCE-REFUSED
006494         MOVE VM-NAME OF WS-MASTER-RECORD TO NAMES
006494         SET WS-NAME-IS-VALID TO TRUE
006495         GO TO 0500-GET-VISITOR-NO-EXIT
006496     END-IF
006497
006543
006544*----------------------------------------------------------------
006545* 0600-FIND-MASTER -- READ THE VISMAST RECORD FOR WS-VISITOR-NO
006545*                     DIRECTLY BY KEY, AND CHECK THE CLEARANCES
006545*                     OF AN ACTIVE ENTRY
006546*----------------------------------------------------------------
006547 0600-FIND-MASTER.
006548     MOVE "N" TO WS-MAST-FOUND-SW
006549     MOVE "N" TO WS-CLR-REFUSED-SW
006550     OPEN INPUT VISMAST-FILE
006551     IF WS-MAST-FILE-NOT-FOUND
006552         GO TO 0600-FIND-MASTER-EXIT
006561             SET WS-MASTER-FOUND TO TRUE
006562     END-READ
006563
006564     CLOSE VISMAST-FILE
006564
006564     IF WS-MASTER-FOUND
006564         AND VM-STATUS-IS-ACTIVE OF WS-MASTER-RECORD
006564         PERFORM 0650-CHECK-CLEARANCE
006564             THRU 0650-CHECK-CLEARANCE-EXIT
006564     END-IF.
006565
006566 0600-FIND-MASTER-EXIT.
006566     EXIT.
006566
006566*----------------------------------------------------------------
006566* 0650-CHECK-CLEARANCE -- CHECK EVERY CLEARANCE ON FILE FOR THE
006566*                         VISITOR AGAINST TODAY.  A CONTRACTOR
006566*                         (AN ENTRY WITH A COMPANY) MUST HOLD A
006566*                         CURRENT SAFETY INDUCTION; NO RECORD OR
006566*                         NO IND SLOT COUNTS AS NOT INDUCTED.
006566*                         WITHOUT THE CLEARANCE FILE NOTHING CAN
006566*                         BE CHECKED, AND THE OPERATOR IS TOLD.
006566*----------------------------------------------------------------
006566 0650-CHECK-CLEARANCE.
006566     MOVE "N" TO WS-CLR-IND-SW
006566     OPEN INPUT CLRMAST-FILE
006566     IF NOT WS-CLR-FILE-OK
006566         IF VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
006566             DISPLAY "WARNING - CLEARANCE FILE NOT AVAILABLE -"
006566                 " INDUCTION NOT CHECKED"
006566         END-IF
006566         GO TO 0650-CHECK-CLEARANCE-EXIT
006566     END-IF
006566
006566     MOVE WS-VISITOR-NO TO CL-VISITOR-NO OF CLR-RECORD
006566     READ CLRMAST-FILE
006566         INVALID KEY
006566             MOVE SPACES TO WS-CLR-RECORD
006566             MOVE ZERO TO CL-ENTRY-COUNT OF WS-CLR-RECORD
006566         NOT INVALID KEY
006566             MOVE CLR-RECORD TO WS-CLR-RECORD
006566     END-READ
006566     CLOSE CLRMAST-FILE
006566
006566     PERFORM 0660-CHECK-ONE-CLEARANCE
006566         THRU 0660-CHECK-ONE-CLEARANCE-EXIT
006566         VARYING WS-CLR-SUB FROM 1 BY 1
006566         UNTIL WS-CLR-SUB > CL-ENTRY-COUNT OF WS-CLR-RECORD
006566     IF VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
006566         AND NOT WS-CLR-IND-SEEN
006566         MOVE "IND" TO WS-CLR-TYPE
006566         MOVE ZERO TO WS-CLR-EXPIRY
006566         MOVE "NO SAFETY INDUCTION ON FILE" TO WS-CLR-REASON
006566         MOVE "R" TO WS-CLR-ACTION
006566         PERFORM 0680-REPORT-CLEARANCE
006566             THRU 0680-REPORT-CLEARANCE-EXIT
006566     END-IF.
006566
006566 0650-CHECK-CLEARANCE-EXIT.
006566     EXIT.
006566
006566*----------------------------------------------------------------
006566* 0660-CHECK-ONE-CLEARANCE -- ONE SLOT.  MISSING OR EXPIRED
006566*                             REFUSES WHEN THE CLEARANCE IS
006566*                             MARKED REQUIRED, OR IS A
006566*                             CONTRACTOR'S INDUCTION; OTHERWISE
006566*                             IT IS A WARNING ONLY.
006566*----------------------------------------------------------------
006566 0660-CHECK-ONE-CLEARANCE.
006566     IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-CLR-SUB)
006566         SET WS-CLR-IND-SEEN TO TRUE
006566     END-IF
006566     IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB) = 0
006566         MOVE "CLEARANCE NOT HELD" TO WS-CLR-REASON
006566     ELSE IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB)
006566         < WS-TODAY
006566         MOVE "CLEARANCE EXPIRED" TO WS-CLR-REASON
006566     ELSE
006566         GO TO 0660-CHECK-ONE-CLEARANCE-EXIT
006566     END-IF
006566     END-IF
006566
006566     MOVE CL-TYPE OF WS-CLR-RECORD (WS-CLR-SUB) TO WS-CLR-TYPE
006566     MOVE CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB)
006566         TO WS-CLR-EXPIRY
006566     IF CL-IS-REQUIRED OF WS-CLR-RECORD (WS-CLR-SUB)
006566         MOVE "R" TO WS-CLR-ACTION
006566     ELSE IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-CLR-SUB)
006566         AND VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
006566         MOVE "R" TO WS-CLR-ACTION
006566     ELSE
006566         MOVE "W" TO WS-CLR-ACTION
006566     END-IF
006566     END-IF
006566     PERFORM 0680-REPORT-CLEARANCE
006566         THRU 0680-REPORT-CLEARANCE-EXIT.
006566
006566 0660-CHECK-ONE-CLEARANCE-EXIT.
006566     EXIT.
006566
006566*----------------------------------------------------------------
006566* 0680-REPORT-CLEARANCE -- TELL THE OPERATOR AND APPEND THE
006566*                          PROBLEM TO CLRLOG.  THE LOG IS SHARED
006566*                          BY ALL DESKS, SO IT IS OPENED ONLY
006566*                          AROUND THE WRITE; A FAILED WRITE IS A
006566*                          WARNING AND THE DECISION STANDS.
006566*----------------------------------------------------------------
006566 0680-REPORT-CLEARANCE.
006566     IF WS-CLR-ACTION = "R"
006566         SET WS-CLEARANCE-REFUSED TO TRUE
006566         DISPLAY "** REFUSED - " WS-CLR-TYPE " " WS-CLR-REASON
006566     ELSE
006566         DISPLAY "WARNING - " WS-CLR-TYPE " " WS-CLR-REASON
006566     END-IF
006566     IF WS-CLR-EXPIRY > 0
006566         MOVE WS-CLR-EXPIRY TO WS-DATE-ED
006566         DISPLAY "   EXPIRED ON " WS-DATE-ED
006566     END-IF
006566
006566     MOVE SPACES TO WS-CLR-LOG-RECORD
006566     MOVE WS-TODAY TO CR-LOG-DATE OF WS-CLR-LOG-RECORD
006566     ACCEPT CR-LOG-TIME OF WS-CLR-LOG-RECORD FROM TIME
006566     MOVE WS-VISITOR-NO TO CR-VISITOR-NO OF WS-CLR-LOG-RECORD
006566     MOVE VM-NAME OF WS-MASTER-RECORD
006566         TO CR-NAME OF WS-CLR-LOG-RECORD
006566     MOVE VM-COMPANY OF WS-MASTER-RECORD
006566         TO CR-COMPANY OF WS-CLR-LOG-RECORD
006566     MOVE WS-CLR-TYPE TO CR-CLEARANCE-TYPE OF WS-CLR-LOG-RECORD
006566     MOVE WS-CLR-EXPIRY TO CR-EXPIRY-DATE OF WS-CLR-LOG-RECORD
006566     MOVE WS-CLR-ACTION TO CR-ACTION-CODE OF WS-CLR-LOG-RECORD
006566     MOVE WS-CLR-REASON TO CR-REASON OF WS-CLR-LOG-RECORD
006566     SET CR-SOURCE-IS-INTERACTIVE OF WS-CLR-LOG-RECORD TO TRUE
006566     MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID OF WS-CLR-LOG-RECORD
006566     MOVE WS-DESK-ID TO CR-DESK-ID OF WS-CLR-LOG-RECORD
006566
006566     OPEN EXTEND CLRLOG-FILE
006566     IF WS-CLRLOG-FILE-NOT-FOUND
006566         OPEN OUTPUT CLRLOG-FILE
006566     END-IF
006566     IF NOT WS-CLRLOG-FILE-OK
006566         DISPLAY "WARNING - CLEARANCE LOG COULD NOT BE WRITTEN"
006566         GO TO 0680-REPORT-CLEARANCE-EXIT
006566     END-IF
006566     WRITE CLRLOG-RECORD FROM WS-CLR-LOG-RECORD
006566     IF NOT WS-CLRLOG-FILE-OK
006566         DISPLAY "WARNING - CLEARANCE LOG COULD NOT BE WRITTEN"
006566     END-IF
006566     CLOSE CLRLOG-FILE.
006566
006566 0680-REPORT-CLEARANCE-EXIT.
006567     EXIT.
006568
006590*----------------------------------------------------------------
009489     EXIT.
009490
009510*----------------------------------------------------------------
009511* 1700-OPEN-INCIDENT -- OPEN A NUMBERED SECURITY CASE FOR THE
009511*                       HIT JUST RAISED.  THE FILE IS OPENED
009511*                       ONLY FOR THE WRITE, AS THE OTHER DESKS
009511*                       AND THE SECURITY OFFICE SHARE IT.
009511*                       WS-INCIDENT-NO STAYS ZERO IF THE CASE
009511*                       COULD NOT BE WRITTEN.
009511*----------------------------------------------------------------
009511 1700-OPEN-INCIDENT.
009511     MOVE ZERO TO WS-INCIDENT-NO
009511     OPEN I-O INCIDENT-FILE
009511     IF WS-INCD-FILE-NOT-FOUND
009511         OPEN OUTPUT INCIDENT-FILE
009511         CLOSE INCIDENT-FILE
009511         OPEN I-O INCIDENT-FILE
009511     END-IF
009512     IF NOT WS-INCD-FILE-OK
009512         DISPLAY "WARNING - INCIDENT FILE NOT AVAILABLE - "
009512             "TELL SECURITY TO OPEN THE CASE BY HAND"
009512         GO TO 1700-OPEN-INCIDENT-EXIT
009512     END-IF
009512
009512     MOVE "N" TO WS-INCD-EOF-SW
009512     MOVE ZEROES TO IN-INCIDENT-NO OF INCD-RECORD
009512     START INCIDENT-FILE
009512         KEY IS NOT LESS THAN IN-INCIDENT-NO OF INCD-RECORD
009512         INVALID KEY
009512             SET WS-END-OF-INCIDENTS TO TRUE
009512     END-START
009512     PERFORM 1750-SCAN-ONE-INCIDENT
009513         THRU 1750-SCAN-ONE-INCIDENT-EXIT
009513         UNTIL WS-END-OF-INCIDENTS
009513     MOVE "N" TO WS-INCD-DONE-SW
009513     PERFORM 1760-WRITE-INCIDENT THRU 1760-WRITE-INCIDENT-EXIT
009513         UNTIL WS-INCIDENT-TRY-DONE
009513     CLOSE INCIDENT-FILE.
009513
009513 1700-OPEN-INCIDENT-EXIT.
009513     EXIT.
009513
009513*----------------------------------------------------------------
009513* 1720-SHOW-ALERT -- PUT THE WATCHLIST ALERT FOR NAMES ON THE
009513*                    SCREEN, WITH THE INCIDENT NUMBER WHEN THE
009513*                    CASE WAS OPENED
009514*----------------------------------------------------------------
009514 1720-SHOW-ALERT.
009514     DISPLAY "*************************************"
009514     DISPLAY "*** SECURITY ALERT - WATCHLIST HIT ***"
009514     DISPLAY "*** " NAMES " ***"
009514     DISPLAY "*** REASON: " WS-WATCH-REASON
009514     IF WS-INCIDENT-NO > ZERO
009514         DISPLAY "*** INCIDENT NUMBER: " WS-INCIDENT-NO
009514     END-IF
009514     DISPLAY "*** DO NOT ADMIT - CALL SECURITY ***"
009514     DISPLAY "*************************************".
009514
009514 1720-SHOW-ALERT-EXIT.
009514     EXIT.
009515
009515*----------------------------------------------------------------
009515* 1750-SCAN-ONE-INCIDENT -- STEP ONE RECORD FORWARD, REMEMBERING
009515*                           THE NUMBER JUST READ
009515*----------------------------------------------------------------
009515 1750-SCAN-ONE-INCIDENT.
009515     READ INCIDENT-FILE NEXT RECORD
009515         AT END
009515             SET WS-END-OF-INCIDENTS TO TRUE
009515     END-READ
009515     IF NOT WS-END-OF-INCIDENTS
009515         MOVE IN-INCIDENT-NO OF INCD-RECORD TO WS-INCIDENT-NO
009515     END-IF.
009515
009515 1750-SCAN-ONE-INCIDENT-EXIT.
009516     EXIT.
009516
009516*----------------------------------------------------------------
009516* 1760-WRITE-INCIDENT -- TAKE THE NEXT NUMBER AND WRITE THE CASE.
009516*                        IF ANOTHER DESK TOOK THAT NUMBER SINCE
009516*                        THE SCAN, READ ON TO THE NEW HIGHEST
009516*                        NUMBER AND TRY AGAIN
009516*----------------------------------------------------------------
009516 1760-WRITE-INCIDENT.
009516     ADD 1 TO WS-INCIDENT-NO
009516
009516     MOVE SPACES TO INCD-RECORD
009516     MOVE WS-INCIDENT-NO TO IN-INCIDENT-NO OF INCD-RECORD
009516     ACCEPT IN-OPEN-DATE OF INCD-RECORD FROM DATE YYYYMMDD
009517     ACCEPT IN-OPEN-TIME OF INCD-RECORD FROM TIME
009517     MOVE NAMES TO IN-NAME OF INCD-RECORD
009517     MOVE WS-VISITOR-NO TO IN-VISITOR-NO OF INCD-RECORD
009517     MOVE WS-WATCH-REASON TO IN-WATCH-REASON OF INCD-RECORD
009517     SET IN-SOURCE-IS-INTERACTIVE OF INCD-RECORD TO TRUE
009517     MOVE WS-OPERATOR-ID TO IN-OPERATOR-ID OF INCD-RECORD
009517     MOVE WS-DESK-ID TO IN-DESK-ID OF INCD-RECORD
009517     SET IN-STATUS-IS-OPEN OF INCD-RECORD TO TRUE
009517     MOVE ZEROES TO IN-CLOSE-DATE OF INCD-RECORD
009517     MOVE ZEROES TO IN-CLOSE-TIME OF INCD-RECORD
009517     MOVE ZERO TO IN-ACTION-COUNT OF INCD-RECORD
009517     WRITE INCD-RECORD
009517         INVALID KEY
009517             CONTINUE
009518     END-WRITE
009518     IF WS-INCD-FILE-OK
009518         SET WS-INCIDENT-TRY-DONE TO TRUE
009518         GO TO 1760-WRITE-INCIDENT-EXIT
009518     END-IF
009518     IF NOT WS-INCD-DUPLICATE-KEY
009518         DISPLAY "WARNING - INCIDENT NOT WRITTEN - "
009518             "TELL SECURITY TO OPEN THE CASE BY HAND"
009518         MOVE ZERO TO WS-INCIDENT-NO
009518         SET WS-INCIDENT-TRY-DONE TO TRUE
009518         GO TO 1760-WRITE-INCIDENT-EXIT
009518     END-IF
009518
009518     MOVE "N" TO WS-INCD-EOF-SW
009519     MOVE WS-INCIDENT-NO TO IN-INCIDENT-NO OF INCD-RECORD
009519     START INCIDENT-FILE
009519         KEY IS NOT LESS THAN IN-INCIDENT-NO OF INCD-RECORD
009519         INVALID KEY
009519             SET WS-END-OF-INCIDENTS TO TRUE
009519     END-START
009519     PERFORM 1750-SCAN-ONE-INCIDENT
009519         THRU 1750-SCAN-ONE-INCIDENT-EXIT
009519         UNTIL WS-END-OF-INCIDENTS.
009519
009519 1760-WRITE-INCIDENT-EXIT.
009519     EXIT.
009519
009519*----------------------------------------------------------------
009520* 1800-CHECK-DUP -- SEE IF NAMES IS ALREADY ON SITE TODAY.  A
009521*                   NAME WHOSE ARRIVALS ALL HAVE A MATCHING
009522*                   DEPARTURE HAS LEFT AND MAY BE GREETED AGAIN.
010930     MOVE WS-OPERATOR-ID
010940         TO VR-OPERATOR-ID OF WS-VISITOR-RECORD
010950     MOVE WS-DESK-ID TO VR-DESK-ID OF WS-VISITOR-RECORD
010970     MOVE WS-GROUP-NO TO VR-GROUP-NO OF WS-VISITOR-RECORD
011000     MOVE CORRESPONDING WS-VISITOR-RECORD TO LOG-RECORD
011100     WRITE LOG-RECORD
011110     IF WS-LOG-FILE-OK
011120         ADD 1 TO WS-SHIFT-ARRIVALS
011130     ELSE
011140         DISPLAY "WARNING - VISITOR LOG COULD NOT BE WRITTEN"
011150     END-IF
011200
011300     CLOSE VISITLOG-FILE.
011400
012070     REWRITE BADGE-RECORD
012080         INVALID KEY
012090             DISPLAY "WARNING - BADGE ISSUE NOT RECORDED"
012092         NOT INVALID KEY
012094             ADD 1 TO WS-SHIFT-BADGES-OUT
012100     END-REWRITE
012110     DISPLAY "LOANER BADGE ISSUED: " BG-BADGE-NO OF BADGE-RECORD.
012120
012310     END-IF.
012320
012330 2550-SCAN-ONE-BADGE-EXIT.
012331     EXIT.
012331
012331*----------------------------------------------------------------
012331* 2700-SEND-NOTICE -- TELL THE HOST THEIR VISITOR IS HERE.  THE
012331*                     HOST COMES FROM TODAY'S APPOINTMENT FOR
012331*                     THE NAME ON THE EXPECTED LIST, ELSE FROM
012331*                     THE MASTER ENTRY OF A KNOWN VISITOR.  A
012331*                     WALK-IN WITH NEITHER HAS NOBODY TO TELL.
012331*                     THE NOTICE GOES OUT ONLY WHEN THE HOST IS
012331*                     ON THE DIRECTORY AND STILL HERE; OTHERWISE
012331*                     THE OPERATOR IS ASKED TO PHONE.
012331*----------------------------------------------------------------
012331 2700-SEND-NOTICE.
012331     MOVE SPACES TO WS-HOST-NAME
012331     MOVE SPACE TO WS-HOST-REASON
012331     PERFORM 2750-FIND-APPOINTMENT THRU 2750-FIND-APPOINTMENT-EXIT
012331     IF WS-APPT-FOUND
012331         MOVE "E" TO WS-HOST-REASON
012331     ELSE
012331         IF WS-VISITOR-NO > 0
012331             AND VM-HOST-EMPLOYEE OF WS-MASTER-RECORD
012331                 NOT = SPACES
012331             MOVE VM-HOST-EMPLOYEE OF WS-MASTER-RECORD
012331                 TO WS-HOST-NAME
012331             MOVE "M" TO WS-HOST-REASON
012331         END-IF
012331     END-IF
012331     IF WS-HOST-NAME = SPACES
012331         GO TO 2700-SEND-NOTICE-EXIT
012331     END-IF
012331     PERFORM 2710-NOTIFY-HOST THRU 2710-NOTIFY-HOST-EXIT.
012331
012331 2700-SEND-NOTICE-EXIT.
012331     EXIT.
012331
012331*----------------------------------------------------------------
012331* 2710-NOTIFY-HOST -- LOOK WS-HOST-NAME UP ON THE DIRECTORY AND
012331*                     APPEND THE ARRIVAL NOTICE FOR NAMES, OR
012331*                     ASK THE OPERATOR TO PHONE.  WS-HOST-REASON
012331*                     SAYS WHERE THE HOST CAME FROM.  FOR A
012331*                     GROUP, NAMES IS THE GROUP'S NAME AND THE
012331*                     COMPANY FIELD CARRIES THE GROUP NUMBER AND
012331*                     HOW MANY ARRIVED.
012331*----------------------------------------------------------------
012331 2710-NOTIFY-HOST.
012331     PERFORM 2800-FIND-HOST THRU 2800-FIND-HOST-EXIT
012331     IF NOT WS-HOST-FOUND
012331         DISPLAY "HOST NOT IN DIRECTORY - PHONE " WS-HOST-NAME
012331         GO TO 2710-NOTIFY-HOST-EXIT
012331     END-IF
012331     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
012331         MOVE HD-LEFT-DATE OF WS-HOST-RECORD TO WS-DATE-ED
012331         DISPLAY "HOST " WS-HOST-NAME " LEFT ON " WS-DATE-ED
012331         DISPLAY "NO NOTICE SENT - PHONE "
012331             HD-DEPARTMENT OF WS-HOST-RECORD
012331         GO TO 2710-NOTIFY-HOST-EXIT
012331     END-IF
012331
012331     OPEN EXTEND NOTICE-FILE
012331     IF WS-NOTE-FILE-NOT-FOUND
012331         OPEN OUTPUT NOTICE-FILE
012331     END-IF
012331     IF NOT WS-NOTE-FILE-OK
012331         DISPLAY "WARNING - ARRIVAL NOTICE NOT WRITTEN - PHONE "
012331             HD-EXTENSION OF WS-HOST-RECORD
012331         GO TO 2710-NOTIFY-HOST-EXIT
012331     END-IF
012331
012331     MOVE SPACES TO WS-NOTICE-RECORD
012331     MOVE WS-TODAY TO AN-NOTICE-DATE OF WS-NOTICE-RECORD
012331     ACCEPT AN-NOTICE-TIME OF WS-NOTICE-RECORD FROM TIME
012331     MOVE NAMES TO AN-VISITOR-NAME OF WS-NOTICE-RECORD
012331     MOVE WS-VISITOR-NO TO AN-VISITOR-NO OF WS-NOTICE-RECORD
012331     IF WS-VISITOR-NO > 0
012331         MOVE VM-COMPANY OF WS-MASTER-RECORD
012331             TO AN-COMPANY OF WS-NOTICE-RECORD
012331     END-IF
012331     IF WS-GROUP-NO > 0
012331         MOVE WS-GRP-ADMITTED TO WS-COUNT-ED
012331         STRING "GROUP " WS-GROUP-NO " - " WS-COUNT-ED
012331             " ARRIVED" DELIMITED BY SIZE
012331             INTO AN-COMPANY OF WS-NOTICE-RECORD
012331     END-IF
012331     MOVE HD-EMPLOYEE OF WS-HOST-RECORD
012331         TO AN-HOST-EMPLOYEE OF WS-NOTICE-RECORD
012331     MOVE HD-EMAIL OF WS-HOST-RECORD
012331         TO AN-HOST-EMAIL OF WS-NOTICE-RECORD
012331     MOVE HD-EXTENSION OF WS-HOST-RECORD
012331         TO AN-HOST-EXTENSION OF WS-NOTICE-RECORD
012331     MOVE WS-DESK-ID TO AN-DESK-ID OF WS-NOTICE-RECORD
012331     SET AN-SOURCE-IS-INTERACTIVE OF WS-NOTICE-RECORD TO TRUE
012331     MOVE WS-HOST-REASON TO AN-REASON-CODE OF WS-NOTICE-RECORD
012331     MOVE WS-NOTICE-RECORD TO NOTICE-RECORD
012331     WRITE NOTICE-RECORD
012331     IF NOT WS-NOTE-FILE-OK
012331         DISPLAY "WARNING - ARRIVAL NOTICE NOT WRITTEN - PHONE "
012331             HD-EXTENSION OF WS-HOST-RECORD
012331         CLOSE NOTICE-FILE
012331         GO TO 2710-NOTIFY-HOST-EXIT
012331     END-IF
012331     CLOSE NOTICE-FILE
012331     DISPLAY "HOST NOTIFIED: " HD-EMPLOYEE OF WS-HOST-RECORD
012331         " EXT " HD-EXTENSION OF WS-HOST-RECORD.
012331
012331 2710-NOTIFY-HOST-EXIT.
012331     EXIT.
012331
012331*----------------------------------------------------------------
012331* 2750-FIND-APPOINTMENT -- LOOK FOR TODAY'S APPOINTMENT FOR
012331*                          NAMES ON THE EXPECTED LIST.  THE FIRST
012331*                          ONE FOUND GIVES THE HOST.
012331*----------------------------------------------------------------
012331 2750-FIND-APPOINTMENT.
012331     MOVE "N" TO WS-APPT-SW
012331     MOVE "N" TO WS-EXP-EOF-SW
012331     OPEN INPUT EXPECTED-FILE
012331     IF NOT WS-EXP-FILE-OK
012331         GO TO 2750-FIND-APPOINTMENT-EXIT
012331     END-IF
012331     PERFORM 2760-CHECK-ONE-APPT THRU 2760-CHECK-ONE-APPT-EXIT
012331         UNTIL WS-END-OF-EXPECTED OR WS-APPT-FOUND
012331     CLOSE EXPECTED-FILE.
012331
012331 2750-FIND-APPOINTMENT-EXIT.
012331     EXIT.
012332
012332*----------------------------------------------------------------
012332* 2760-CHECK-ONE-APPT -- READ ONE APPOINTMENT AND TAKE ITS HOST
012332*                        IF IT IS TODAY'S FOR THIS VISITOR
012332*----------------------------------------------------------------
012332 2760-CHECK-ONE-APPT.
012332     READ EXPECTED-FILE INTO WS-EXPECTED-RECORD
012332         AT END
012332             SET WS-END-OF-EXPECTED TO TRUE
012332             GO TO 2760-CHECK-ONE-APPT-EXIT
012332     END-READ
012332     IF EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
012332         GO TO 2760-CHECK-ONE-APPT-EXIT
012332     END-IF
012332     IF EX-NAME OF WS-EXPECTED-RECORD = NAMES
012332         AND EX-APPT-DATE OF WS-EXPECTED-RECORD = WS-TODAY
012332         AND EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD NOT = SPACES
012332         MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
012332             TO WS-HOST-NAME
012332         SET WS-APPT-FOUND TO TRUE
012332     END-IF.
012332
012332 2760-CHECK-ONE-APPT-EXIT.
012332     EXIT.
012332
012332*----------------------------------------------------------------
012332* 2800-FIND-HOST -- READ THE DIRECTORY ENTRY FOR WS-HOST-NAME.
012332*                   THE DIRECTORY IS KEYED IN UPPER CASE.
012332*----------------------------------------------------------------
012332 2800-FIND-HOST.
012332     MOVE "N" TO WS-HOST-FOUND-SW
012332     MOVE WS-HOST-NAME TO WS-HOST-KEY
012332     INSPECT WS-HOST-KEY CONVERTING
012332         "abcdefghijklmnopqrstuvwxyz" TO
012332         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012332     OPEN INPUT HOSTDIR-FILE
012332     IF NOT WS-HOST-FILE-OK
012332         GO TO 2800-FIND-HOST-EXIT
012332     END-IF
012332     MOVE WS-HOST-KEY TO HD-EMPLOYEE OF HOST-RECORD
012332     READ HOSTDIR-FILE
012332         INVALID KEY
012332             CONTINUE
012332         NOT INVALID KEY
012332             MOVE HOST-RECORD TO WS-HOST-RECORD
012332             SET WS-HOST-FOUND TO TRUE
012332     END-READ
012332     CLOSE HOSTDIR-FILE.
012332
012332 2800-FIND-HOST-EXIT.
012332     EXIT.
012332
012332*----------------------------------------------------------------
012332* 3000-CHECK-OUT -- ONE DEPARTURE: CONFIRM THE NAME HAS AN OPEN
012332*                   ARRIVAL TODAY, WRITE THE DEPARTURE RECORD
012332*                   AND FREE THE LOANER BADGE
012332*----------------------------------------------------------------
012332 3000-CHECK-OUT.
012332     MOVE "N" TO WS-VALID-SW
012332     PERFORM 3050-GET-DEPART-NAME THRU 3050-GET-DEPART-NAME-EXIT
012332         UNTIL WS-NAME-IS-VALID
012332     PERFORM 3100-FIND-OPEN-ARRIVAL
012332         THRU 3100-FIND-OPEN-ARRIVAL-EXIT
012332     IF WS-ARRIVAL-COUNT > WS-DEPART-COUNT
012332         PERFORM 3200-WRITE-DEPARTURE
012332             THRU 3200-WRITE-DEPARTURE-EXIT
012332         PERFORM 3300-RETURN-BADGE THRU 3300-RETURN-BADGE-EXIT
012332         DISPLAY "Goodbye " NAMES
012332     ELSE
012332         DISPLAY "NO OPEN ARRIVAL TODAY FOR " NAMES
012332         DISPLAY "NO DEPARTURE RECORDED - CHECK THE NAME"
012332     END-IF.
012332
012332 3000-CHECK-OUT-EXIT.
012332     EXIT.
012332
012332*----------------------------------------------------------------
012332* 3050-GET-DEPART-NAME -- PROMPT FOR AND VALIDATE THE NAME OF
012332*                         THE VISITOR CHECKING OUT
012332*----------------------------------------------------------------
012332 3050-GET-DEPART-NAME.
012332     DISPLAY "Visitor checking out - enter name"
012332     MOVE SPACES TO NAMES
012332     ACCEPT NAMES
012332     IF NAMES = SPACES
012332         DISPLAY "NAME CANNOT BE BLANK, PLEASE RE-ENTER"
012332         GO TO 3050-GET-DEPART-NAME-EXIT
012332     END-IF
012332     IF NAMES(30:1) NOT = SPACE
012332         DISPLAY "WARNING - NAME MAY BE TRUNCATED, RE-ENTER"
012332         GO TO 3050-GET-DEPART-NAME-EXIT
012332     END-IF
012332     SET WS-NAME-IS-VALID TO TRUE.
012332
012332 3050-GET-DEPART-NAME-EXIT.
012332     EXIT.
012332
012332*----------------------------------------------------------------
012332* 3100-FIND-OPEN-ARRIVAL -- COUNT TODAY'S ARRIVALS AND
012332*                           DEPARTURES FOR THE NAME, KEEPING THE
012332*                           VISITOR AND GROUP NUMBERS FROM THE
012332*                           ARRIVAL SO THE DEPARTURE CARRIES THE
012332*                           SAME ONES
012332*----------------------------------------------------------------
012332 3100-FIND-OPEN-ARRIVAL.
012332     MOVE ZERO TO WS-ARRIVAL-COUNT
012332     MOVE ZERO TO WS-DEPART-COUNT
012332     MOVE ZERO TO WS-ARR-VISITOR-NO
012332     MOVE ZERO TO WS-ARR-GROUP-NO
012332     MOVE "N" TO WS-EOF-SW
012332     OPEN INPUT VISITLOG-FILE
012332     IF WS-LOG-FILE-NOT-FOUND
012332         GO TO 3100-FIND-OPEN-ARRIVAL-EXIT
012332     END-IF
012332
012332     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT
012332     PERFORM 3150-TALLY-ONE THRU 3150-TALLY-ONE-EXIT
012332         UNTIL WS-END-OF-LOG
012332
012332     CLOSE VISITLOG-FILE.
012332
012332 3100-FIND-OPEN-ARRIVAL-EXIT.
012332     EXIT.
012332
012333*----------------------------------------------------------------
012333* 3150-TALLY-ONE -- COUNT ONE LOG RECORD IF IT IS TODAY'S AND
012333*                   FOR THE NAME BEING CHECKED OUT
012333*----------------------------------------------------------------
012333 3150-TALLY-ONE.
012333     IF VR-NAME OF WS-VISITOR-RECORD = NAMES
012333         AND VR-LOG-DATE OF WS-VISITOR-RECORD = WS-TODAY
012333         IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
012333             ADD 1 TO WS-DEPART-COUNT
012333         ELSE
012333             ADD 1 TO WS-ARRIVAL-COUNT
012333             IF VR-VISITOR-NO OF WS-VISITOR-RECORD NUMERIC
012333                 MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
012333                     TO WS-ARR-VISITOR-NO
012333             END-IF
012333             MOVE ZERO TO WS-ARR-GROUP-NO
012333             IF VR-GROUP-NO OF WS-VISITOR-RECORD NUMERIC
012333                 MOVE VR-GROUP-NO OF WS-VISITOR-RECORD
012333                     TO WS-ARR-GROUP-NO
012333             END-IF
012333         END-IF
012333     END-IF
012333
012333     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT.
012333
012333 3150-TALLY-ONE-EXIT.
012333     EXIT.
012333
012333*----------------------------------------------------------------
012333* 3200-WRITE-DEPARTURE -- APPEND THE DATE/TIME-STAMPED
012333*                         DEPARTURE RECORD
012333*----------------------------------------------------------------
012333 3200-WRITE-DEPARTURE.
012333     OPEN EXTEND VISITLOG-FILE
012333     IF NOT WS-LOG-FILE-OK
012333         DISPLAY "WARNING - VISITOR LOG COULD NOT BE WRITTEN"
012333         GO TO 3200-WRITE-DEPARTURE-EXIT
012333     END-IF
012333
012333     MOVE NAMES TO VR-NAME OF WS-VISITOR-RECORD
012333     ACCEPT VR-LOG-DATE OF WS-VISITOR-RECORD FROM DATE YYYYMMDD
012333     ACCEPT VR-LOG-TIME OF WS-VISITOR-RECORD FROM TIME
012333     SET VR-SOURCE-IS-INTERACTIVE OF WS-VISITOR-RECORD TO TRUE
012333     MOVE WS-ARR-VISITOR-NO
012333         TO VR-VISITOR-NO OF WS-VISITOR-RECORD
012333     SET VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD TO TRUE
012333     MOVE WS-OPERATOR-ID
012333         TO VR-OPERATOR-ID OF WS-VISITOR-RECORD
012333     MOVE WS-DESK-ID TO VR-DESK-ID OF WS-VISITOR-RECORD
012333     MOVE WS-ARR-GROUP-NO TO VR-GROUP-NO OF WS-VISITOR-RECORD
012333     MOVE CORRESPONDING WS-VISITOR-RECORD TO LOG-RECORD
012333     WRITE LOG-RECORD
012333     IF WS-LOG-FILE-OK
012333         ADD 1 TO WS-SHIFT-DEPARTURES
012333     ELSE
012333         DISPLAY "WARNING - VISITOR LOG COULD NOT BE WRITTEN"
012333     END-IF
012333
012333     CLOSE VISITLOG-FILE.
012333
012333 3200-WRITE-DEPARTURE-EXIT.
012333     EXIT.
012333
012333*----------------------------------------------------------------
012333* 3300-RETURN-BADGE -- FREE THE LOANER BADGE MARKED OUT TO THE
012333*                      DEPARTING VISITOR, IF THERE IS ONE.  A
012333*                      PERMANENT-BADGE VISITOR HAS NOTHING ON
012333*                      THE INVENTORY AND FALLS STRAIGHT THROUGH.
012333*----------------------------------------------------------------
012333 3300-RETURN-BADGE.
012333     MOVE "N" TO WS-RETURN-FOUND-SW
012333     MOVE "N" TO WS-BADGE-EOF-SW
012333     OPEN I-O BADGE-FILE
012333     IF WS-BADGE-FILE-NOT-FOUND
012333         GO TO 3300-RETURN-BADGE-EXIT
012333     END-IF
012333
012333     MOVE LOW-VALUES TO BG-BADGE-NO OF BADGE-RECORD
012333     START BADGE-FILE
012333         KEY IS NOT LESS THAN BG-BADGE-NO OF BADGE-RECORD
012333         INVALID KEY
012333             SET WS-END-OF-BADGES TO TRUE
012333     END-START
012333     PERFORM 3350-SCAN-OUT-BADGE THRU 3350-SCAN-OUT-BADGE-EXIT
012333         UNTIL WS-END-OF-BADGES OR WS-OUT-BADGE-FOUND
012333
012333     IF NOT WS-OUT-BADGE-FOUND
012333         DISPLAY "NO LOANER BADGE ON ISSUE FOR " NAMES
012333         GO TO 3300-RETURN-BADGE-CLOSE
012333     END-IF
012333
012333     DISPLAY "LOANER BADGE RETURNED: "
012333         BG-BADGE-NO OF BADGE-RECORD
012333     SET BG-STATUS-IS-FREE OF BADGE-RECORD TO TRUE
012333     MOVE SPACES TO BG-NAME OF BADGE-RECORD
012333     MOVE ZEROES TO BG-VISIT-DATE OF BADGE-RECORD
012333     MOVE ZEROES TO BG-ISSUE-TIME OF BADGE-RECORD
012333     MOVE SPACES TO BG-DESK-ID OF BADGE-RECORD
012333     MOVE SPACES TO BG-OPERATOR-ID OF BADGE-RECORD
012333     REWRITE BADGE-RECORD
012333         INVALID KEY
012333             DISPLAY "WARNING - BADGE RETURN NOT RECORDED"
012333         NOT INVALID KEY
012333             ADD 1 TO WS-SHIFT-BADGES-IN
012333     END-REWRITE.
012333
012333 3300-RETURN-BADGE-CLOSE.
012333     CLOSE BADGE-FILE.
012333
012333 3300-RETURN-BADGE-EXIT.
012333     EXIT.
012333
012333*----------------------------------------------------------------
012333* 3350-SCAN-OUT-BADGE -- STEP TO THE NEXT INVENTORY RECORD,
012333*                        STOPPING ON THE BADGE OUT TO NAMES
012333*----------------------------------------------------------------
012333 3350-SCAN-OUT-BADGE.
012333     READ BADGE-FILE NEXT RECORD
012333         AT END
012333             SET WS-END-OF-BADGES TO TRUE
012333             GO TO 3350-SCAN-OUT-BADGE-EXIT
012333     END-READ
012333     IF BG-STATUS-IS-OUT OF BADGE-RECORD
012333         AND BG-NAME OF BADGE-RECORD = NAMES
012334         SET WS-OUT-BADGE-FOUND TO TRUE
012334     END-IF.
012334
012334 3350-SCAN-OUT-BADGE-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 4000-LOOK-UP -- SHOW EVERY VISITLOG ENTRY WHOSE NAME CONTAINS
012334*                 THE NAME OR PARTIAL NAME KEYED.  THE ARCHIVES
012334*                 ARE NOT ALLOCATED TO A DESK SESSION -- VISLKUP
012334*                 STILL SEARCHES THOSE.
012334*----------------------------------------------------------------
012334 4000-LOOK-UP.
012334     MOVE ZERO TO WS-MATCH-COUNT
012334     DISPLAY "Enter name or partial name to look up"
012334     MOVE SPACES TO WS-SEARCH-NAME
012334     ACCEPT WS-SEARCH-NAME
012334     MOVE 30 TO WS-IDX
012334     MOVE "N" TO WS-SCAN-DONE-SW
012334     PERFORM 4060-BACK-UP-ONE THRU 4060-BACK-UP-ONE-EXIT
012334         UNTIL WS-SCAN-DONE
012334     MOVE WS-IDX TO WS-SEARCH-LEN
012334     IF WS-SEARCH-LEN = 0
012334         DISPLAY "NOTHING ENTERED - LOOK-UP ABANDONED"
012334         GO TO 4000-LOOK-UP-EXIT
012334     END-IF
012334
012334     MOVE "N" TO WS-EOF-SW
012334     OPEN INPUT VISITLOG-FILE
012334     IF WS-LOG-FILE-NOT-FOUND
012334         DISPLAY "NO VISITOR LOG ON FILE YET"
012334         GO TO 4000-LOOK-UP-EXIT
012334     END-IF
012334     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT
012334     PERFORM 4100-CHECK-ONE-RECORD THRU 4100-CHECK-ONE-RECORD-EXIT
012334         UNTIL WS-END-OF-LOG
012334     CLOSE VISITLOG-FILE
012334
012334     MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-ED
012334     DISPLAY WS-MATCH-COUNT-ED " MATCHING ENTRY(IES) FOUND".
012334
012334 4000-LOOK-UP-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 4060-BACK-UP-ONE -- STEP WS-IDX BACK PAST ANY TRAILING SPACES
012334*                     SO WS-SEARCH-LEN COMES OUT AS THE FULL
012334*                     ENTERED LENGTH, EMBEDDED SPACES AND ALL
012334*----------------------------------------------------------------
012334 4060-BACK-UP-ONE.
012334     IF WS-IDX = 0
012334         SET WS-SCAN-DONE TO TRUE
012334     ELSE
012334         IF WS-SEARCH-NAME(WS-IDX:1) NOT = SPACE
012334             SET WS-SCAN-DONE TO TRUE
012334         ELSE
012334             SUBTRACT 1 FROM WS-IDX
012334         END-IF
012334     END-IF.
012334
012334 4060-BACK-UP-ONE-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 4100-CHECK-ONE-RECORD -- COMPARE ONE LOG RECORD AGAINST THE
012334*                          SEARCH ARGUMENT AND DISPLAY IF IT HITS
012334*----------------------------------------------------------------
012334 4100-CHECK-ONE-RECORD.
012334     MOVE "N" TO WS-FOUND-SW
012334     COMPUTE WS-SCAN-LIMIT = 31 - WS-SEARCH-LEN
012334     PERFORM 4110-SCAN-ONE-POS THRU 4110-SCAN-ONE-POS-EXIT
012334         VARYING WS-SCAN-POS FROM 1 BY 1
012334         UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
012334         OR WS-FOUND-IN-NAME
012334     IF WS-FOUND-IN-NAME
012334         PERFORM 4200-SHOW-MATCH THRU 4200-SHOW-MATCH-EXIT
012334     END-IF
012334
012334     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT.
012334
012334 4100-CHECK-ONE-RECORD-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 4110-SCAN-ONE-POS -- COMPARE THE SEARCH ARGUMENT AGAINST VR-NAME
012334*                      STARTING AT ONE POSITION
012334*----------------------------------------------------------------
012334 4110-SCAN-ONE-POS.
012334     IF VR-NAME OF WS-VISITOR-RECORD(WS-SCAN-POS:WS-SEARCH-LEN)
012334             = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
012334         SET WS-FOUND-IN-NAME TO TRUE
012334     END-IF.
012334
012334 4110-SCAN-ONE-POS-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 4200-SHOW-MATCH -- SHOW ONE MATCHING VISIT
012334*----------------------------------------------------------------
012334 4200-SHOW-MATCH.
012334     ADD 1 TO WS-MATCH-COUNT
012334     MOVE VR-LOG-DATE OF WS-VISITOR-RECORD TO WS-DATE-ED
012334     MOVE VR-LOG-TIME OF WS-VISITOR-RECORD(1:6) TO WS-TIME-ED
012334     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
012334         MOVE " OUT" TO WS-ENTRY-TAG
012334     ELSE
012334         MOVE SPACES TO WS-ENTRY-TAG
012334     END-IF
012334     DISPLAY VR-NAME OF WS-VISITOR-RECORD
012334         " -- " WS-DATE-ED " " WS-TIME-ED WS-ENTRY-TAG.
012334
012334 4200-SHOW-MATCH-EXIT.
012334     EXIT.
012334
012334*----------------------------------------------------------------
012334* 5000-SHOW-ONSITE -- NET TODAY'S ARRIVALS AGAINST DEPARTURES BY
012334*                     NAME AND SHOW EVERYONE STILL ON SITE
012334*----------------------------------------------------------------
012334 5000-SHOW-ONSITE.
012334     MOVE ZERO TO WS-NAME-COUNT
012334     MOVE ZERO TO WS-ONSITE-TOTAL
012334     MOVE "N" TO WS-EOF-SW
012334     OPEN INPUT VISITLOG-FILE
012334     IF WS-LOG-FILE-NOT-FOUND
012335         DISPLAY "NO VISITOR LOG ON FILE YET"
012335         GO TO 5000-SHOW-ONSITE-EXIT
012335     END-IF
012335     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT
012335     PERFORM 5100-NET-ONE-RECORD THRU 5100-NET-ONE-RECORD-EXIT
012335         UNTIL WS-END-OF-LOG
012335     CLOSE VISITLOG-FILE
012335
012335     MOVE WS-TODAY TO WS-DATE-ED
012335     DISPLAY "VISITORS CURRENTLY ON SITE - " WS-DATE-ED
012335     PERFORM 5300-SHOW-ONE-NAME THRU 5300-SHOW-ONE-NAME-EXIT
012335         VARYING WS-SUB FROM 1 BY 1
012335         UNTIL WS-SUB > WS-NAME-COUNT
012335     MOVE WS-ONSITE-TOTAL TO WS-COUNT-ED
012335     DISPLAY "TOTAL ON SITE: " WS-COUNT-ED.
012335
012335 5000-SHOW-ONSITE-EXIT.
012335     EXIT.
012335
012335*----------------------------------------------------------------
012335* 5100-NET-ONE-RECORD -- APPLY ONE OF TODAY'S LOG RECORDS TO
012335*                        THE NAME TABLE
012335*----------------------------------------------------------------
012335 5100-NET-ONE-RECORD.
012335     IF VR-LOG-DATE OF WS-VISITOR-RECORD NOT = WS-TODAY
012335         GO TO 5100-NET-ONE-RECORD-READ
012335     END-IF
012335
012335     PERFORM 5200-FIND-NAME THRU 5200-FIND-NAME-EXIT
012335     IF NOT WS-NAME-IN-TABLE
012335         IF WS-NAME-COUNT = 500
012335             DISPLAY "ON-SITE TABLE FULL - LIST MAY BE SHORT"
012335             GO TO 5100-NET-ONE-RECORD-READ
012335         END-IF
012335         ADD 1 TO WS-NAME-COUNT
012335         MOVE WS-NAME-COUNT TO WS-HIT-SUB
012335         MOVE VR-NAME OF WS-VISITOR-RECORD
012335             TO OS-NAME (WS-HIT-SUB)
012335         MOVE ZERO TO OS-VISITOR-NO (WS-HIT-SUB)
012335         MOVE ZERO TO OS-ARRIVAL-TIME (WS-HIT-SUB)
012335         MOVE ZERO TO OS-NET (WS-HIT-SUB)
012335         MOVE ZERO TO OS-GROUP-NO (WS-HIT-SUB)
012335     END-IF
012335
012335     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
012335         SUBTRACT 1 FROM OS-NET (WS-HIT-SUB)
012335     ELSE
012335         ADD 1 TO OS-NET (WS-HIT-SUB)
012335         MOVE VR-LOG-TIME OF WS-VISITOR-RECORD
012335             TO OS-ARRIVAL-TIME (WS-HIT-SUB)
012335         IF VR-VISITOR-NO OF WS-VISITOR-RECORD NUMERIC
012335             MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
012335                 TO OS-VISITOR-NO (WS-HIT-SUB)
012335         END-IF
012335         MOVE ZERO TO OS-GROUP-NO (WS-HIT-SUB)
012335         IF VR-GROUP-NO OF WS-VISITOR-RECORD NUMERIC
012335             MOVE VR-GROUP-NO OF WS-VISITOR-RECORD
012335                 TO OS-GROUP-NO (WS-HIT-SUB)
012335         END-IF
012335     END-IF.
012335
012335 5100-NET-ONE-RECORD-READ.
012335     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT.
012335
012335 5100-NET-ONE-RECORD-EXIT.
012335     EXIT.
012335
012335*----------------------------------------------------------------
012335* 5200-FIND-NAME -- LOOK THE CURRENT LOG NAME UP IN THE TABLE
012335*----------------------------------------------------------------
012335 5200-FIND-NAME.
012335     MOVE "N" TO WS-TABLE-SW
012335     PERFORM 5250-MATCH-ONE THRU 5250-MATCH-ONE-EXIT
012335         VARYING WS-SUB FROM 1 BY 1
012335         UNTIL WS-SUB > WS-NAME-COUNT
012335         OR WS-NAME-IN-TABLE.
012335
012335 5200-FIND-NAME-EXIT.
012335     EXIT.
012335
012335 5250-MATCH-ONE.
012335     IF OS-NAME (WS-SUB) = VR-NAME OF WS-VISITOR-RECORD
012335         SET WS-NAME-IN-TABLE TO TRUE
012335         MOVE WS-SUB TO WS-HIT-SUB
012335     END-IF.
012335
012335 5250-MATCH-ONE-EXIT.
012335     EXIT.
012335
012335*----------------------------------------------------------------
012335* 5300-SHOW-ONE-NAME -- SHOW ONE NAME IF ITS NET SAYS ON SITE
012335*----------------------------------------------------------------
012335 5300-SHOW-ONE-NAME.
012335     IF OS-NET (WS-SUB) > 0
012335         ADD 1 TO WS-ONSITE-TOTAL
012335         MOVE OS-ARRIVAL-TIME (WS-SUB)(1:6) TO WS-TIME-ED
012335         IF OS-GROUP-NO (WS-SUB) > 0
012335             DISPLAY "  " OS-NAME (WS-SUB)
012335                 "  NO " OS-VISITOR-NO (WS-SUB)
012335                 "  IN AT " WS-TIME-ED
012335                 "  GROUP " OS-GROUP-NO (WS-SUB)
012335         ELSE
012335             DISPLAY "  " OS-NAME (WS-SUB)
012335                 "  NO " OS-VISITOR-NO (WS-SUB)
012335                 "  IN AT " WS-TIME-ED
012335         END-IF
012335     END-IF.
012335
012335 5300-SHOW-ONE-NAME-EXIT.
012335     EXIT.
012335
012335*----------------------------------------------------------------
012335* 6000-GROUP-CHECK-IN -- CHECK IN A WHOLE ANNOUNCED PARTY.  THE
012335*                        GROUP IS BUILT FROM TODAY'S EXPECTED
012335*                        LIST, THE OPERATOR MARKS ANY LISTED
012335*                        MEMBER WHO IS NOT HERE AND KEYS ANYONE
012335*                        WHO IS BUT WAS NOT LISTED, THEN EVERY
012335*                        MEMBER PRESENT IS SCREENED AND LOGGED
012335*                        AS IF GREETED ONE AT A TIME, WITH THE
012335*                        GROUP NUMBER ON THE ARRIVAL.  THE HOST
012335*                        GETS ONE NOTICE FOR THE PARTY.
012335*----------------------------------------------------------------
012335 6000-GROUP-CHECK-IN.
012335     PERFORM 6050-GET-GROUP-NO THRU 6050-GET-GROUP-NO-EXIT
012336     IF WS-GROUP-NO = ZERO
012336         GO TO 6000-GROUP-CHECK-IN-EXIT
012336     END-IF
012336     PERFORM 6100-LOAD-GROUP THRU 6100-LOAD-GROUP-EXIT
012336     IF NOT WS-GROUP-FOUND
012336         DISPLAY "GROUP " WS-GROUP-NO " IS NOT ON TODAY'S "
012336             "EXPECTED LIST - GREET THE PARTY ONE AT A TIME"
012336         MOVE ZERO TO WS-GROUP-NO
012336         GO TO 6000-GROUP-CHECK-IN-EXIT
012336     END-IF
012336
012336     MOVE GR-HEADCOUNT OF WS-GROUP-RECORD TO WS-COUNT-ED
012336     DISPLAY "GROUP " WS-GROUP-NO "  "
012336         GR-GROUP-NAME OF WS-GROUP-RECORD
012336     DISPLAY "HOST " GR-HOST-EMPLOYEE OF WS-GROUP-RECORD
012336         "  EXPECTED " WS-COUNT-ED
012336     MOVE GR-MEMBER-COUNT OF WS-GROUP-RECORD TO WS-COUNT-ED
012336     DISPLAY WS-COUNT-ED " MEMBER(S) LISTED - "
012336         "ANSWER N FOR ANYONE NOT HERE"
012336     MOVE ZERO TO WS-GRP-ABSENT
012336     PERFORM 6200-CONFIRM-MEMBER THRU 6200-CONFIRM-MEMBER-EXIT
012336         VARYING WS-GRP-SUB FROM 1 BY 1
012336         UNTIL WS-GRP-SUB > GR-MEMBER-COUNT OF WS-GROUP-RECORD
012336     MOVE "N" TO WS-GRP-ADD-SW
012336     PERFORM 6300-ADD-MEMBER THRU 6300-ADD-MEMBER-EXIT
012336         UNTIL WS-GROUP-ADDS-DONE
012336
012336     MOVE ZERO TO WS-GRP-ADMITTED
012336     MOVE ZERO TO WS-GRP-REFUSED
012336     MOVE ZERO TO WS-GRP-ON-SITE
012336     PERFORM 6400-CHECK-IN-MEMBER THRU 6400-CHECK-IN-MEMBER-EXIT
012336         VARYING WS-GRP-SUB FROM 1 BY 1
012336         UNTIL WS-GRP-SUB > GR-MEMBER-COUNT OF WS-GROUP-RECORD
012336
012336     DISPLAY "GROUP " WS-GROUP-NO " CHECK-IN COMPLETE"
012336     MOVE WS-GRP-ADMITTED TO WS-COUNT-ED
012336     DISPLAY "  ADMITTED        : " WS-COUNT-ED
012336     MOVE WS-GRP-REFUSED TO WS-COUNT-ED
012336     DISPLAY "  HELD BACK       : " WS-COUNT-ED
012336     MOVE WS-GRP-ON-SITE TO WS-COUNT-ED
012336     DISPLAY "  ALREADY ON SITE : " WS-COUNT-ED
012336     MOVE WS-GRP-ABSENT TO WS-COUNT-ED
012336     DISPLAY "  NOT HERE        : " WS-COUNT-ED
012336     IF WS-GRP-ADMITTED + WS-GRP-ON-SITE
012336         NOT = GR-HEADCOUNT OF WS-GROUP-RECORD
012336         MOVE GR-HEADCOUNT OF WS-GROUP-RECORD TO WS-COUNT-ED
012336         DISPLAY "NOTE - HOST EXPECTED " WS-COUNT-ED
012336             " - TELL THE HOST IF THE PARTY IS SHORT OR OVER"
012336     END-IF
012336
012336     IF WS-GRP-ADMITTED > 0
012336         MOVE GR-GROUP-NAME OF WS-GROUP-RECORD TO NAMES
012336         MOVE ZERO TO WS-VISITOR-NO
012336         MOVE SPACES TO WS-MASTER-RECORD
012336         MOVE GR-HOST-EMPLOYEE OF WS-GROUP-RECORD TO WS-HOST-NAME
012336         MOVE "G" TO WS-HOST-REASON
012336         IF WS-HOST-NAME NOT = SPACES
012336             PERFORM 2710-NOTIFY-HOST THRU 2710-NOTIFY-HOST-EXIT
012336         END-IF
012336     END-IF
012336     MOVE ZERO TO WS-GROUP-NO.
012336
012336 6000-GROUP-CHECK-IN-EXIT.
012336     EXIT.
012336
012336*----------------------------------------------------------------
012336* 6050-GET-GROUP-NO -- PROMPT FOR A GROUP NUMBER, LEAVING IT IN
012336*                      WS-GROUP-NO, OR ZERO IF NOTHING USABLE
012336*                      WAS KEYED
012336*----------------------------------------------------------------
012336 6050-GET-GROUP-NO.
012336     MOVE ZERO TO WS-GROUP-NO
012336     DISPLAY "GROUP NUMBER (FROM THE EXPECTED LIST)"
012336     MOVE SPACES TO WS-KEY-IN
012336     ACCEPT WS-KEY-IN
012336     IF WS-KEY-IN = SPACES
012336         DISPLAY "NOTHING ENTERED - BACK TO THE MENU"
012336         GO TO 6050-GET-GROUP-NO-EXIT
012336     END-IF
012336     PERFORM 0550-EDIT-KEY THRU 0550-EDIT-KEY-EXIT
012336     IF WS-KEY-X NOT NUMERIC
012336         OR WS-KEY-X(1:1) NOT = "0"
012336         DISPLAY "GROUP NUMBER MUST BE UP TO FOUR DIGITS"
012336         GO TO 6050-GET-GROUP-NO-EXIT
012336     END-IF
012336     MOVE WS-KEY-X(2:4) TO WS-GROUP-NO
012336     IF WS-GROUP-NO = ZERO
012336         DISPLAY "GROUP NUMBER CANNOT BE ZERO"
012336     END-IF.
012336
012336 6050-GET-GROUP-NO-EXIT.
012336     EXIT.
012336
012336*----------------------------------------------------------------
012336* 6100-LOAD-GROUP -- BUILD THE GROUP RECORD FOR WS-GROUP-NO FROM
012336*                    TODAY'S HEADER AND MEMBER RECORDS ON THE
012336*                    EXPECTED LIST
012336*----------------------------------------------------------------
012336 6100-LOAD-GROUP.
012336     MOVE "N" TO WS-GRP-FOUND-SW
012336     MOVE "N" TO WS-GRP-FULL-SW
012336     MOVE SPACES TO WS-GROUP-RECORD
012336     MOVE WS-GROUP-NO TO GR-GROUP-NO OF WS-GROUP-RECORD
012336     MOVE ZERO TO GR-HEADCOUNT OF WS-GROUP-RECORD
012336     MOVE ZERO TO GR-MEMBER-COUNT OF WS-GROUP-RECORD
012336     MOVE "N" TO WS-EXP-EOF-SW
012336     OPEN INPUT EXPECTED-FILE
012336     IF NOT WS-EXP-FILE-OK
012336         GO TO 6100-LOAD-GROUP-EXIT
012336     END-IF
012336     PERFORM 6150-LOAD-ONE-RECORD THRU 6150-LOAD-ONE-RECORD-EXIT
012336         UNTIL WS-END-OF-EXPECTED
012336     CLOSE EXPECTED-FILE.
012336
012336 6100-LOAD-GROUP-EXIT.
012336     EXIT.
012336
012336*----------------------------------------------------------------
012336* 6150-LOAD-ONE-RECORD -- READ ONE EXPECTED RECORD AND TAKE IT
012336*                         IF IT IS TODAY'S HEADER OR MEMBER FOR
012336*                         THE GROUP
012336*----------------------------------------------------------------
012336 6150-LOAD-ONE-RECORD.
012336     READ EXPECTED-FILE INTO WS-EXPECTED-RECORD
012337         AT END
012337             SET WS-END-OF-EXPECTED TO TRUE
012337             GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-READ
012337     IF EX-RECORD-IS-APPOINTMENT OF WS-EXPECTED-RECORD
012337         OR EX-APPT-DATE OF WS-EXPECTED-RECORD NOT = WS-TODAY
012337         OR EX-GROUP-NO OF WS-EXPECTED-RECORD NOT NUMERIC
012337         GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-IF
012337     IF EX-GROUP-NO OF WS-EXPECTED-RECORD NOT = WS-GROUP-NO
012337         GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-IF
012337
012337     IF EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
012337         SET WS-GROUP-FOUND TO TRUE
012337         MOVE EX-NAME OF WS-EXPECTED-RECORD
012337             TO GR-GROUP-NAME OF WS-GROUP-RECORD
012337         MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
012337             TO GR-HOST-EMPLOYEE OF WS-GROUP-RECORD
012337         MOVE EX-APPT-DATE OF WS-EXPECTED-RECORD
012337             TO GR-VISIT-DATE OF WS-GROUP-RECORD
012337         MOVE EX-APPT-TIME OF WS-EXPECTED-RECORD
012337             TO GR-ARRIVAL-TIME OF WS-GROUP-RECORD
012337         IF EX-HEADCOUNT OF WS-EXPECTED-RECORD NUMERIC
012337             MOVE EX-HEADCOUNT OF WS-EXPECTED-RECORD
012337                 TO GR-HEADCOUNT OF WS-GROUP-RECORD
012337         END-IF
012337         GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-IF
012337
012337     IF EX-NAME OF WS-EXPECTED-RECORD = SPACES
012337         GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-IF
012337     IF GR-MEMBER-COUNT OF WS-GROUP-RECORD = 30
012337         IF NOT WS-GROUP-LIST-FULL
012337             DISPLAY "GROUP LIST HOLDS 30 - GREET ANY OTHER "
012337                 "LISTED MEMBER ONE AT A TIME"
012337             SET WS-GROUP-LIST-FULL TO TRUE
012337         END-IF
012337         GO TO 6150-LOAD-ONE-RECORD-EXIT
012337     END-IF
012337     ADD 1 TO GR-MEMBER-COUNT OF WS-GROUP-RECORD
012337     MOVE GR-MEMBER-COUNT OF WS-GROUP-RECORD TO WS-GRP-SUB
012337     MOVE EX-NAME OF WS-EXPECTED-RECORD
012337         TO GR-MEMBER-NAME OF WS-GROUP-RECORD (WS-GRP-SUB)
012337     SET GR-MEMBER-WAS-LISTED OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         TO TRUE
012337     SET GR-MEMBER-IS-PRESENT OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         TO TRUE.
012337
012337 6150-LOAD-ONE-RECORD-EXIT.
012337     EXIT.
012337
012337*----------------------------------------------------------------
012337* 6200-CONFIRM-MEMBER -- ASK WHETHER ONE LISTED MEMBER IS HERE.
012337*                        ANYTHING BUT N COUNTS AS PRESENT.
012337*----------------------------------------------------------------
012337 6200-CONFIRM-MEMBER.
012337     DISPLAY "  " GR-MEMBER-NAME OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         " - HERE? (Y/N)"
012337     MOVE SPACE TO WS-REPLY
012337     ACCEPT WS-REPLY
012337     IF WS-REPLY-IS-NO
012337         SET GR-MEMBER-IS-ABSENT OF WS-GROUP-RECORD (WS-GRP-SUB)
012337             TO TRUE
012337         ADD 1 TO WS-GRP-ABSENT
012337     END-IF.
012337
012337 6200-CONFIRM-MEMBER-EXIT.
012337     EXIT.
012337
012337*----------------------------------------------------------------
012337* 6300-ADD-MEMBER -- TAKE ONE MEMBER WHO IS WITH THE PARTY BUT
012337*                    WAS NOT LISTED.  A BLANK ENTRY ENDS THE
012337*                    ADDITIONS.
012337*----------------------------------------------------------------
012337 6300-ADD-MEMBER.
012337     IF GR-MEMBER-COUNT OF WS-GROUP-RECORD = 30
012337         DISPLAY "GROUP LIST HOLDS 30 - GREET ANYONE ELSE "
012337             "ONE AT A TIME"
012337         SET WS-GROUP-ADDS-DONE TO TRUE
012337         GO TO 6300-ADD-MEMBER-EXIT
012337     END-IF
012337     DISPLAY "MEMBER NOT ON THE LIST - ENTER NAME "
012337         "(BLANK WHEN DONE)"
012337     MOVE SPACES TO NAMES
012337     ACCEPT NAMES
012337     IF NAMES = SPACES
012337         SET WS-GROUP-ADDS-DONE TO TRUE
012337         GO TO 6300-ADD-MEMBER-EXIT
012337     END-IF
012337     IF NAMES(30:1) NOT = SPACE
012337         DISPLAY "WARNING - NAME MAY BE TRUNCATED, RE-ENTER"
012337         GO TO 6300-ADD-MEMBER-EXIT
012337     END-IF
012337     ADD 1 TO GR-MEMBER-COUNT OF WS-GROUP-RECORD
012337     MOVE GR-MEMBER-COUNT OF WS-GROUP-RECORD TO WS-GRP-SUB
012337     MOVE NAMES TO GR-MEMBER-NAME OF WS-GROUP-RECORD (WS-GRP-SUB)
012337     SET GR-MEMBER-WAS-KEYED OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         TO TRUE
012337     SET GR-MEMBER-IS-PRESENT OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         TO TRUE.
012337
012337 6300-ADD-MEMBER-EXIT.
012337     EXIT.
012337
012337*----------------------------------------------------------------
012337* 6400-CHECK-IN-MEMBER -- SCREEN, DUPLICATE-CHECK, LOG AND BADGE
012337*                         ONE MEMBER WHO IS HERE.  A WATCHLIST
012337*                         HIT HOLDS BACK THIS MEMBER ONLY; THE
012337*                         REST OF THE PARTY GOES ON IN.
012337*----------------------------------------------------------------
012337 6400-CHECK-IN-MEMBER.
012337     IF NOT GR-MEMBER-IS-PRESENT OF WS-GROUP-RECORD (WS-GRP-SUB)
012337         GO TO 6400-CHECK-IN-MEMBER-EXIT
012337     END-IF
012337     MOVE GR-MEMBER-NAME OF WS-GROUP-RECORD (WS-GRP-SUB) TO NAMES
012337     MOVE ZERO TO WS-VISITOR-NO
012337     MOVE "N" TO WS-MAST-FOUND-SW
012337     MOVE SPACES TO WS-MASTER-RECORD
012337     PERFORM 1500-SCREEN-WATCHLIST
012337         THRU 1500-SCREEN-WATCHLIST-EXIT
012337     IF WS-WATCHLIST-HIT
012337         ADD 1 TO WS-SHIFT-HITS
012338         ADD 1 TO WS-GRP-REFUSED
012338         SET GR-MEMBER-IS-REFUSED OF WS-GROUP-RECORD (WS-GRP-SUB)
012338             TO TRUE
012338         PERFORM 1700-OPEN-INCIDENT THRU 1700-OPEN-INCIDENT-EXIT
012338         PERFORM 1720-SHOW-ALERT THRU 1720-SHOW-ALERT-EXIT
012338         DISPLAY "*** HOLD THIS MEMBER BACK FROM GROUP "
012338             WS-GROUP-NO " ***"
012338         GO TO 6400-CHECK-IN-MEMBER-EXIT
012338     END-IF
012338
012338     PERFORM 1800-CHECK-DUP THRU 1800-CHECK-DUP-EXIT
012338     IF WS-DUPLICATE-FOUND
012338         ADD 1 TO WS-SHIFT-DUPS
012338         ADD 1 TO WS-GRP-ON-SITE
012338         SET GR-MEMBER-WAS-ON-SITE OF WS-GROUP-RECORD (WS-GRP-SUB)
012338             TO TRUE
012338         MOVE WS-DUP-TIME(1:6) TO WS-DUP-TIME-ED
012338         DISPLAY "NOTE - " NAMES " ALREADY GREETED TODAY AT "
012338             WS-DUP-TIME-ED
012338         GO TO 6400-CHECK-IN-MEMBER-EXIT
012338     END-IF
012338
012338     DISPLAY "Hello " NAMES
012338     PERFORM 2000-WRITE-LOG THRU 2000-WRITE-LOG-EXIT
012338     PERFORM 2500-ISSUE-BADGE THRU 2500-ISSUE-BADGE-EXIT
012338     ADD 1 TO WS-GRP-ADMITTED
012338     SET GR-MEMBER-IS-ADMITTED OF WS-GROUP-RECORD (WS-GRP-SUB)
012338         TO TRUE.
012338
012338 6400-CHECK-IN-MEMBER-EXIT.
012338     EXIT.
012338
012338*----------------------------------------------------------------
012338* 7000-GROUP-CHECK-OUT -- CHECK OUT EVERY MEMBER OF A GROUP WHO
012338*                         IS STILL ON SITE, IN ONE ACTION.  WHO
012338*                         IS ON SITE COMES FROM TODAY'S LOG --
012338*                         THE ARRIVALS AND DEPARTURES CARRYING
012338*                         THE GROUP NUMBER -- SO A MEMBER WHO
012338*                         ALREADY LEFT ON THEIR OWN IS SKIPPED.
012338*----------------------------------------------------------------
012338 7000-GROUP-CHECK-OUT.
012338     PERFORM 6050-GET-GROUP-NO THRU 6050-GET-GROUP-NO-EXIT
012338     IF WS-GROUP-NO = ZERO
012338         GO TO 7000-GROUP-CHECK-OUT-EXIT
012338     END-IF
012338
012338     MOVE ZERO TO WS-NAME-COUNT
012338     MOVE ZERO TO WS-ONSITE-TOTAL
012338     MOVE "N" TO WS-EOF-SW
012338     OPEN INPUT VISITLOG-FILE
012338     IF WS-LOG-FILE-NOT-FOUND
012338         DISPLAY "NO VISITOR LOG ON FILE YET"
012338         GO TO 7000-GROUP-CHECK-OUT-DONE
012338     END-IF
012338     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT
012338     PERFORM 7100-NET-GROUP-RECORD THRU 7100-NET-GROUP-RECORD-EXIT
012338         UNTIL WS-END-OF-LOG
012338     CLOSE VISITLOG-FILE
012338
012338     DISPLAY "GROUP " WS-GROUP-NO " MEMBERS ON SITE:"
012338     PERFORM 5300-SHOW-ONE-NAME THRU 5300-SHOW-ONE-NAME-EXIT
012338         VARYING WS-SUB FROM 1 BY 1
012338         UNTIL WS-SUB > WS-NAME-COUNT
012338     IF WS-ONSITE-TOTAL = 0
012338         DISPLAY "NO MEMBER OF GROUP " WS-GROUP-NO
012338             " IS ON SITE - NOTHING TO CHECK OUT"
012338         GO TO 7000-GROUP-CHECK-OUT-DONE
012338     END-IF
012338     MOVE WS-ONSITE-TOTAL TO WS-COUNT-ED
012338     DISPLAY "CHECK OUT ALL " WS-COUNT-ED " NOW? (Y/N)"
012338     MOVE SPACE TO WS-REPLY
012338     ACCEPT WS-REPLY
012338     IF NOT WS-REPLY-IS-YES
012338         DISPLAY "GROUP CHECK-OUT ABANDONED - NOTHING RECORDED"
012338         GO TO 7000-GROUP-CHECK-OUT-DONE
012338     END-IF
012338
012338     MOVE ZERO TO WS-GRP-OUT
012338     PERFORM 7200-CHECK-OUT-MEMBER THRU 7200-CHECK-OUT-MEMBER-EXIT
012338         VARYING WS-SUB FROM 1 BY 1
012338         UNTIL WS-SUB > WS-NAME-COUNT
012338     MOVE WS-GRP-OUT TO WS-COUNT-ED
012338     DISPLAY "GROUP " WS-GROUP-NO " CHECKED OUT - "
012338         WS-COUNT-ED " MEMBER(S)".
012338
012338 7000-GROUP-CHECK-OUT-DONE.
012338     MOVE ZERO TO WS-GROUP-NO.
012338
012338 7000-GROUP-CHECK-OUT-EXIT.
012338     EXIT.
012338
012338*----------------------------------------------------------------
012338* 7100-NET-GROUP-RECORD -- APPLY ONE OF TODAY'S LOG RECORDS TO
012338*                          THE NAME TABLE IF IT CARRIES THE
012338*                          GROUP NUMBER
012338*----------------------------------------------------------------
012338 7100-NET-GROUP-RECORD.
012338     IF VR-LOG-DATE OF WS-VISITOR-RECORD NOT = WS-TODAY
012338         OR VR-GROUP-NO OF WS-VISITOR-RECORD NOT NUMERIC
012338         GO TO 7100-NET-GROUP-RECORD-READ
012338     END-IF
012338     IF VR-GROUP-NO OF WS-VISITOR-RECORD NOT = WS-GROUP-NO
012338         GO TO 7100-NET-GROUP-RECORD-READ
012338     END-IF
012338
012338     PERFORM 5200-FIND-NAME THRU 5200-FIND-NAME-EXIT
012338     IF NOT WS-NAME-IN-TABLE
012338         IF WS-NAME-COUNT = 500
012338             GO TO 7100-NET-GROUP-RECORD-READ
012338         END-IF
012338         ADD 1 TO WS-NAME-COUNT
012338         MOVE WS-NAME-COUNT TO WS-HIT-SUB
012338         MOVE VR-NAME OF WS-VISITOR-RECORD
012338             TO OS-NAME (WS-HIT-SUB)
012338         MOVE ZERO TO OS-VISITOR-NO (WS-HIT-SUB)
012338         MOVE ZERO TO OS-ARRIVAL-TIME (WS-HIT-SUB)
012338         MOVE WS-GROUP-NO TO OS-GROUP-NO (WS-HIT-SUB)
012338         MOVE ZERO TO OS-NET (WS-HIT-SUB)
012338     END-IF
012338
012338     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
012338         SUBTRACT 1 FROM OS-NET (WS-HIT-SUB)
012338     ELSE
012338         ADD 1 TO OS-NET (WS-HIT-SUB)
012339         MOVE VR-LOG-TIME OF WS-VISITOR-RECORD
012339             TO OS-ARRIVAL-TIME (WS-HIT-SUB)
012339         IF VR-VISITOR-NO OF WS-VISITOR-RECORD NUMERIC
012339             MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
012339                 TO OS-VISITOR-NO (WS-HIT-SUB)
012339         END-IF
012339     END-IF.
012339
012339 7100-NET-GROUP-RECORD-READ.
012339     PERFORM 1900-READ-LOG THRU 1900-READ-LOG-EXIT.
012339
012339 7100-NET-GROUP-RECORD-EXIT.
012339     EXIT.
012339
012339*----------------------------------------------------------------
012339* 7200-CHECK-OUT-MEMBER -- WRITE THE DEPARTURE AND FREE THE
012339*                          LOANER BADGE FOR ONE MEMBER STILL ON
012339*                          SITE
012339*----------------------------------------------------------------
012339 7200-CHECK-OUT-MEMBER.
012339     IF OS-NET (WS-SUB) NOT > 0
012339         GO TO 7200-CHECK-OUT-MEMBER-EXIT
012339     END-IF
012339     MOVE OS-NAME (WS-SUB) TO NAMES
012339     MOVE OS-VISITOR-NO (WS-SUB) TO WS-ARR-VISITOR-NO
012339     MOVE WS-GROUP-NO TO WS-ARR-GROUP-NO
012339     PERFORM 3200-WRITE-DEPARTURE THRU 3200-WRITE-DEPARTURE-EXIT
012339     PERFORM 3300-RETURN-BADGE THRU 3300-RETURN-BADGE-EXIT
012339     ADD 1 TO WS-GRP-OUT
012339     DISPLAY "Goodbye " NAMES.
012339
012339 7200-CHECK-OUT-MEMBER-EXIT.
012339     EXIT.
012339
012339*----------------------------------------------------------------
012339* 9000-SIGN-OFF -- END OF SHIFT.  THE TALLY FOR THIS OPERATOR
012339*                  AND DESK IS SHOWN ON THE SCREEN AND APPENDED
012339*                  TO SHIFTRPT FOR THE DESK SUPERVISOR.
012339*----------------------------------------------------------------
012339 9000-SIGN-OFF.
012339     ACCEPT WS-SHIFT-END-DATE FROM DATE YYYYMMDD
012339     ACCEPT WS-SHIFT-END-TIME FROM TIME
012339     OPEN EXTEND SHIFT-FILE
012339     IF WS-SHIFT-FILE-NOT-FOUND
012339         OPEN OUTPUT SHIFT-FILE
012339     END-IF
012339     IF NOT WS-SHIFT-FILE-OK
012339         DISPLAY "WARNING - SHIFT TALLY NOT PRINTED"
012339     END-IF
012339
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "SHIFT TALLY - OPERATOR " WS-OPERATOR-ID
012339         " DESK " WS-DESK-ID
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-START-DATE TO WS-DATE-ED
012339     MOVE WS-SHIFT-START-TIME(1:6) TO WS-TIME-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  SIGNED ON  " WS-DATE-ED " " WS-TIME-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-END-DATE TO WS-DATE-ED
012339     MOVE WS-SHIFT-END-TIME(1:6) TO WS-TIME-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  SIGNED OFF " WS-DATE-ED " " WS-TIME-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-ARRIVALS TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  ARRIVALS GREETED       : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-DEPARTURES TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  DEPARTURES CHECKED OUT : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-BADGES-OUT TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  LOANER BADGES ISSUED   : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-BADGES-IN TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  LOANER BADGES RETURNED : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-HITS TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  WATCHLIST HITS         : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-DUPS TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  DUPLICATE WARNINGS     : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE WS-SHIFT-CLR-REFUSED TO WS-COUNT-ED
012339     MOVE SPACES TO SHIFT-LINE
012339     STRING "  CLEARANCE REFUSALS     : " WS-COUNT-ED
012339         DELIMITED BY SIZE INTO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339     MOVE SPACES TO SHIFT-LINE
012339     PERFORM 9100-PUT-TALLY-LINE THRU 9100-PUT-TALLY-LINE-EXIT
012339
012339     IF WS-SHIFT-FILE-OK
012339         CLOSE SHIFT-FILE
012339     END-IF
012339     DISPLAY "SIGNED OFF: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
012339
012339 9000-SIGN-OFF-EXIT.
012339     EXIT.
012339
012339*----------------------------------------------------------------
012339* 9100-PUT-TALLY-LINE -- SHOW ONE TALLY LINE AND PRINT IT WHEN
012339*                        SHIFTRPT IS OPEN
012339*----------------------------------------------------------------
012339 9100-PUT-TALLY-LINE.
012339     DISPLAY SHIFT-LINE
012339     IF WS-SHIFT-FILE-OK
012339         WRITE SHIFT-LINE
012339     END-IF.
012339
012339 9100-PUT-TALLY-LINE-EXIT.
012340     EXIT.
012350
012360*----------------------------------------------------------------
