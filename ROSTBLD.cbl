002200*                THE HOST DEPARTMENT CAN BE TOLD.  ENDS RC=4
002300*                WHEN ANYTHING WAS REJECTED, RC=0 ON A CLEAN
002400*                BUILD.
002410* 2026-10-15 TD  CHECK THE HOST OF EVERY APPOINTMENT PUT ON THE
002420*                ROSTER AGAINST THE NEW HOSTDIR DIRECTORY AND
002430*                LIST, IN A SEPARATE SECTION, EVERY ONE WHOSE
002440*                HOST IS NOT IN THE DIRECTORY OR HAS LEFT, SO
002450*                RECEPTION CAN CALL THE DEPARTMENT BEFORE THE
002460*                VISITOR ARRIVES.  THE NAME STILL GOES ON THE
002470*                ROSTER AND THE RETURN CODE IS UNCHANGED.
002480* 2026-10-15 TD  LEAVE GROUP HEADER AND GROUP MEMBER RECORDS OFF
002490*                THE ROSTER -- A PARTY IS CHECKED IN TOGETHER AT
002491*                THE DESK, NOT GREETED ONE BY ONE OVERNIGHT.
002492* 2026-10-15 TD  A FULL HOST CALL TABLE NO LONGER STOPS THE RUN.
002493*                THE WARNING IS DISPLAYED ONCE AND LATER HOSTS
002494*                ARE NOT CHECKED; THE ROSTER IS STILL BUILT.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004440         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS RC-LEDGER-KEY OF RUNCTL-RECORD
004460         FILE STATUS IS WS-RUNCTL-STATUS.
004470
004480     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
004490         ORGANIZATION IS INDEXED
004491         ACCESS MODE IS RANDOM
004492         RECORD KEY IS HD-EMPLOYEE OF HOST-RECORD
004493         FILE STATUS IS WS-HOST-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
007860     LABEL RECORDS ARE STANDARD.
007870     COPY RUNCREC REPLACING RUN-CONTROL-RECORD
007880         BY RUNCTL-RECORD.
007881
007882*----------------------------------------------------------------
007883* HOSTDIR-FILE -- HOST DIRECTORY, KEYED BY EMPLOYEE NAME
007884*----------------------------------------------------------------
007885 FD  HOSTDIR-FILE
007886     LABEL RECORDS ARE STANDARD.
007887     COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
007888         BY HOST-RECORD.
007900
008000 WORKING-STORAGE SECTION.
008100 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
008110
008120 COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
008130     BY WS-HOST-RECORD.
008200
008300 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
008400     88  WS-EXP-FILE-OK VALUE "00".
009620 77  WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
009630     88  WS-RUNCTL-OK VALUES "00" "04".
009640     88  WS-RUNCTL-NOT-FOUND VALUE "35".
009650
009660 77  WS-HOST-FILE-STATUS PIC X(02) VALUE SPACES.
009670     88  WS-HOST-FILE-OK VALUES "00" "04".
009680     88  WS-HOST-FILE-NOT-FOUND VALUE "35".
009690
009691 77  WS-HOST-OPEN-SW PIC X(01) VALUE "N".
009692     88  WS-HOSTDIR-IS-OPEN VALUE "Y".
009700
009800 77  WS-EOF-SW PIC X(01) VALUE "N".
009900     88  WS-END-OF-EXPECTED VALUE "Y".
010100 77  WS-FOUND-SW PIC X(01) VALUE "N".
010200     88  WS-NAME-IN-TABLE VALUE "Y".
010300
010320 77  WS-CALL-FULL-SW PIC X(01) VALUE "N".
010340     88  WS-CALL-TABLE-FULL VALUE "Y".
010360
010400 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
010500 77  WS-RUN-DATE-ED PIC 9999B99B99.
010600 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
010800 77  WS-DUP-COUNT PIC 9(04) COMP VALUE ZERO.
010900 77  WS-REJECT-COUNT PIC 9(04) COMP VALUE ZERO.
011000 77  WS-COUNT-ED PIC ZZZ9.
011010 77  WS-CALL-COUNT PIC 9(04) COMP VALUE ZERO.
011020 77  WS-HOST-KEY PIC X(30) VALUE SPACES.
011030 77  WS-LEFT-DATE-ED PIC 9999B99B99.
011100
011200*----------------------------------------------------------------
011300* NAMES ALREADY WRITTEN THIS RUN, FOR THE DE-DUPLICATION
011500 01  WS-WRITTEN-TABLE.
011600     05  WS-WRITTEN-ENTRY OCCURS 500.
011700         10  WN-NAME PIC X(30).
011710
011720*----------------------------------------------------------------
011730* APPOINTMENTS WHOSE HOST RECEPTION MUST CALL, PRINTED AS THEIR
011740* OWN SECTION AFTER THE REJECTS
011750*----------------------------------------------------------------
011760 01  WS-CALL-TABLE.
011770     05  WS-CALL-ENTRY OCCURS 500.
011780         10  HC-NAME PIC X(30).
011790         10  HC-HOST PIC X(30).
011791         10  HC-PROBLEM PIC X(16).
011800
011900 PROCEDURE DIVISION.
012000*----------------------------------------------------------------
016100     MOVE SPACES TO REPORT-LINE
016200     WRITE REPORT-LINE
016300
016310     OPEN INPUT HOSTDIR-FILE
016320     IF WS-HOST-FILE-OK
016330         SET WS-HOSTDIR-IS-OPEN TO TRUE
016340     END-IF
016350
016400     PERFORM 8000-READ-EXPECTED THRU 8000-READ-EXPECTED-EXIT.
016500
016600 1000-INITIALIZE-EXIT.
016800
016900*----------------------------------------------------------------
017000* 2000-SELECT-ONE -- KEEP ONE ANNOUNCEMENT IF IT IS FOR THE
017100*                    PROCESSING DATE, IS NOT PART OF A GROUP,
017200*                    AND THE NAME PASSES THE SAME EDITS
017210*                    GREETBAT APPLIES
017300*----------------------------------------------------------------
017400 2000-SELECT-ONE.
017500     IF EX-APPT-DATE OF WS-EXPECTED-RECORD NOT NUMERIC
017600         OR EX-APPT-DATE OF WS-EXPECTED-RECORD NOT = WS-RUN-DATE
017700         GO TO 2000-SELECT-ONE-READ
017800     END-IF
017810     IF NOT EX-RECORD-IS-APPOINTMENT OF WS-EXPECTED-RECORD
017820         GO TO 2000-SELECT-ONE-READ
017830     END-IF
017900
018000     IF EX-NAME OF WS-EXPECTED-RECORD = SPACES
018100         ADD 1 TO WS-REJECT-COUNT
021200     MOVE EX-NAME OF WS-EXPECTED-RECORD
021300         TO WN-NAME (WS-WRITTEN-COUNT)
021400     MOVE EX-NAME OF WS-EXPECTED-RECORD TO ROSTER-NAME
021500     WRITE ROSTER-RECORD
021510     PERFORM 2200-CHECK-HOST THRU 2200-CHECK-HOST-EXIT.
021600
021700 2000-SELECT-ONE-READ.
021800     PERFORM 8000-READ-EXPECTED THRU 8000-READ-EXPECTED-EXIT.
024000
024100 2150-MATCH-ONE-EXIT.
024200     EXIT.
024210
024220*----------------------------------------------------------------
024230* 2200-CHECK-HOST -- LOOK THE APPOINTMENT'S HOST UP ON THE
024240*                    DIRECTORY (KEYED IN UPPER CASE) AND NOTE
024250*                    THE APPOINTMENT FOR A CALL IF THE HOST IS
024260*                    MISSING, NOT LISTED, OR HAS LEFT.  WITH NO
024270*                    DIRECTORY ON FILE NOTHING IS CHECKED.
024280*----------------------------------------------------------------
024290 2200-CHECK-HOST.
024291     IF NOT WS-HOSTDIR-IS-OPEN
024292         GO TO 2200-CHECK-HOST-EXIT
024293     END-IF
024294     IF WS-CALL-COUNT = 500
024295         IF NOT WS-CALL-TABLE-FULL
024296             DISPLAY "HOST CALL TABLE FULL - HOSTS-TO-CALL "
024297                 "SECTION MAY BE SHORT"
024298             SET WS-CALL-TABLE-FULL TO TRUE
024299         END-IF
024300         GO TO 2200-CHECK-HOST-EXIT
024301     END-IF
024302
024303     IF EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD = SPACES
024304         ADD 1 TO WS-CALL-COUNT
024305         MOVE "NO HOST GIVEN" TO HC-PROBLEM (WS-CALL-COUNT)
024306         GO TO 2200-CHECK-HOST-NOTE
024307     END-IF
024308
024309     MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD TO WS-HOST-KEY
024310     INSPECT WS-HOST-KEY CONVERTING
024311         "abcdefghijklmnopqrstuvwxyz" TO
024312         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
024313     MOVE WS-HOST-KEY TO HD-EMPLOYEE OF HOST-RECORD
024314     READ HOSTDIR-FILE INTO WS-HOST-RECORD
024315         INVALID KEY
024316             ADD 1 TO WS-CALL-COUNT
024317             MOVE "NOT IN DIRECTORY"
024318                 TO HC-PROBLEM (WS-CALL-COUNT)
024319             GO TO 2200-CHECK-HOST-NOTE
024320     END-READ
024321     IF NOT HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
024322         GO TO 2200-CHECK-HOST-EXIT
024323     END-IF
024324     ADD 1 TO WS-CALL-COUNT
024325     MOVE HD-LEFT-DATE OF WS-HOST-RECORD TO WS-LEFT-DATE-ED
024326     MOVE SPACES TO HC-PROBLEM (WS-CALL-COUNT)
024327     STRING "LEFT " WS-LEFT-DATE-ED DELIMITED BY SIZE
024328         INTO HC-PROBLEM (WS-CALL-COUNT).
024329
024330 2200-CHECK-HOST-NOTE.
024331     MOVE EX-NAME OF WS-EXPECTED-RECORD TO HC-NAME (WS-CALL-COUNT)
024332     MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
024333         TO HC-HOST (WS-CALL-COUNT).
024334
024335 2200-CHECK-HOST-EXIT.
024336     EXIT.
024337
024338*----------------------------------------------------------------
024339* 2300-PRINT-ONE-CALL -- ONE LINE OF THE HOSTS-TO-CALL SECTION
024340*----------------------------------------------------------------
024341 2300-PRINT-ONE-CALL.
024342     MOVE SPACES TO REPORT-LINE
024343     STRING "  " HC-NAME (WS-SUB) " " HC-HOST (WS-SUB)
024344         " " HC-PROBLEM (WS-SUB)
024345         DELIMITED BY SIZE INTO REPORT-LINE
024346     WRITE REPORT-LINE.
024347
024348 2300-PRINT-ONE-CALL-EXIT.
024349     EXIT.
024350
024400*----------------------------------------------------------------
024500* 8000-READ-EXPECTED -- READ THE NEXT EXPECTED-VISITOR RECORD
024600*----------------------------------------------------------------
026300     END-IF
026400     MOVE SPACES TO REPORT-LINE
026500     WRITE REPORT-LINE
026510
026520     MOVE "HOSTS TO CALL - NOT IN DIRECTORY OR LEFT:"
026530         TO REPORT-LINE
026540     WRITE REPORT-LINE
026550     MOVE SPACES TO REPORT-LINE
026560     WRITE REPORT-LINE
026570     IF NOT WS-HOSTDIR-IS-OPEN
026580         MOVE "  NO HOST DIRECTORY ON FILE - HOSTS NOT CHECKED"
026590             TO REPORT-LINE
026600         WRITE REPORT-LINE
026610     ELSE
026620         IF WS-CALL-COUNT = 0
026630             MOVE "  (NONE)" TO REPORT-LINE
026640             WRITE REPORT-LINE
026650         END-IF
026660     END-IF
026670     PERFORM 2300-PRINT-ONE-CALL THRU 2300-PRINT-ONE-CALL-EXIT
026680         VARYING WS-SUB FROM 1 BY 1
026690         UNTIL WS-SUB > WS-CALL-COUNT
026692     MOVE SPACES TO REPORT-LINE
026694     WRITE REPORT-LINE
026696
026698     MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
026700     MOVE SPACES TO REPORT-LINE
026800     STRING "NAMES ON THE ROSTER    : " WS-COUNT-ED
026900         DELIMITED BY SIZE INTO REPORT-LINE
027800     STRING "ANNOUNCEMENTS REJECTED : " WS-COUNT-ED
027900         DELIMITED BY SIZE INTO REPORT-LINE
028000     WRITE REPORT-LINE
028010     MOVE WS-CALL-COUNT TO WS-COUNT-ED
028020     MOVE SPACES TO REPORT-LINE
028030     STRING "HOSTS TO CALL          : " WS-COUNT-ED
028040         DELIMITED BY SIZE INTO REPORT-LINE
028050     WRITE REPORT-LINE
028100
028200     CLOSE EXPECTED-FILE
028300     CLOSE ROSTER-FILE
028400     CLOSE REPORT-FILE
028410     IF WS-HOSTDIR-IS-OPEN
028420         CLOSE HOSTDIR-FILE
028430     END-IF
028500
028600     MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
028700     DISPLAY WS-COUNT-ED " NAME(S) ON THE ROSTER"
029600
029610 9500-RECORD-OUTCOME-EXIT.
029620     EXIT.
029640
029660*----------------------------------------------------------------
029680* 1100-GET-RUN-DATE -- THE PROCESSING DATE COMES FROM THE
029700*                      DATECARD CONTROL CARD, THE SAME CARD THE
029800*                      ROSTER RUN USES.  NO CARD MEANS THE
029900*                      SYSTEM DATE; A BAD CARD ABORTS.
