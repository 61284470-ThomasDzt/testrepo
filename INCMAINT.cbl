000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCMAINT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  SECURITY'S WORKING SCREEN
001100*                FOR THE INCIDENT FILE (INCDREC).  EVERY
001200*                WATCHLIST HIT AT THE DESK (HELLOW) OR ON THE
001300*                NIGHTLY ROSTER (GREETBAT) OPENS A NUMBERED
001400*                INCIDENT; HERE THE SIGNED-ON OFFICER RECORDS
001500*                EACH ACTION TAKEN, CLOSES THE INCIDENT WITH AN
001600*                OUTCOME CODE AND A CLOSING NOTE, INQUIRES ON
001700*                ONE INCIDENT, OR LISTS THOSE STILL OPEN.  EVERY
001800*                ENTRY IS STAMPED WITH THE OPERATOR, DATE AND
001900*                TIME FOR THE QUARTERLY AUDIT.
001910* 2026-10-15 TD  THE INCIDENT FILE IS NO LONGER HELD OPEN FOR THE
001920*                SESSION.  IT IS OPENED INPUT FOR EACH LOOK-UP
001930*                AND LIST, AND I-O ONLY AROUND AN ACTION OR A
001940*                CLOSURE, THE WAY HELLOW OPENS IT ONLY FOR ITS
001950*                WRITE, SO A HIT AT THE DESK IS NOT LOCKED OUT
001960*                WHILE SECURITY HAS THIS SCREEN UP.  THE RECORD
001970*                IS READ AGAIN UNDER I-O BEFORE IT IS CHANGED.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS IN-INCIDENT-NO OF INCD-RECORD
002900         FILE STATUS IS WS-INCD-FILE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300*----------------------------------------------------------------
003400* INCIDENT-FILE -- SECURITY INCIDENTS, KEYED BY INCIDENT NUMBER
003500*----------------------------------------------------------------
003600 FD  INCIDENT-FILE
003700     LABEL RECORDS ARE STANDARD.
003800     COPY INCDREC REPLACING INCIDENT-RECORD BY INCD-RECORD.
003900
004000 WORKING-STORAGE SECTION.
004100 COPY INCDREC REPLACING INCIDENT-RECORD BY WS-INCD-RECORD.
004200
004300 77  WS-INCD-FILE-STATUS PIC X(02) VALUE SPACES.
004400     88  WS-INCD-FILE-OK VALUES "00" "04".
004500     88  WS-INCD-FILE-NOT-FOUND VALUE "35".
004600
004700 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
004800 77  WS-DESK-ID PIC X(04) VALUE SPACES.
004900 77  WS-SIGNON-SW PIC X(01) VALUE "N".
005000     88  WS-SIGNED-ON VALUE "Y".
005100
005200 77  WS-DONE-SW PIC X(01) VALUE "N".
005300     88  WS-SESSION-DONE VALUE "Y".
005400
005500 77  WS-FOUND-SW PIC X(01) VALUE "N".
005600     88  WS-ENTRY-FOUND VALUE "Y".
005700
005800 77  WS-EOF-SW PIC X(01) VALUE "N".
005900     88  WS-END-OF-INCIDENTS VALUE "Y".
006000
006100 77  WS-ACTION PIC X(01) VALUE SPACE.
006200     88  WS-ACTION-IS-ADD VALUES "A" "a".
006300     88  WS-ACTION-IS-CLOSE VALUES "C" "c".
006400     88  WS-ACTION-IS-INQ VALUES "I" "i".
006500     88  WS-ACTION-IS-LIST VALUES "L" "l".
006600     88  WS-ACTION-IS-END VALUES "E" "e".
006700
006800 77  WS-KEY-IN PIC X(06) VALUE SPACES.
006900 77  WS-KEY-X PIC X(06) VALUE ZEROES.
007000 77  WS-KEY-LEN PIC 9(02) COMP VALUE ZERO.
007100 77  WS-KEY-POS PIC 9(02) COMP VALUE ZERO.
007200 77  WS-KEY-SCAN-SW PIC X(01) VALUE "N".
007300     88  WS-KEY-SCAN-DONE VALUE "Y".
007350 77  WS-UPDATE-SW PIC X(01) VALUE "N".
007360     88  WS-UPDATE-READY VALUE "Y".
007400 77  WS-KEY-NO PIC 9(06) VALUE ZERO.
007500
007600 77  WS-ANSWER PIC X(50) VALUE SPACES.
007700 77  WS-OUTCOME-IN PIC X(02) VALUE SPACES.
007800 77  WS-OUTCOME-TEXT PIC X(30) VALUE SPACES.
007900 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
008000 77  WS-OPEN-COUNT PIC 9(04) COMP VALUE ZERO.
008100 77  WS-COUNT-ED PIC ZZZ9.
008200 77  WS-DATE-ED PIC 9999B99B99.
008300 77  WS-TIME-ED PIC 99B99B99.
008400
008500 PROCEDURE DIVISION.
008600*----------------------------------------------------------------
008700 0000-MAINLINE.
008800*----------------------------------------------------------------
008900     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
009000         UNTIL WS-SIGNED-ON
009100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009200     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
009300         UNTIL WS-SESSION-DONE
009400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009500     STOP RUN.
009600
009700*----------------------------------------------------------------
009800* 0100-SIGN-ON -- THE SAME SIGN-ON AS THE DESK.  THE OPERATOR ID
009900*                 IS STAMPED ON EVERY ACTION AND CLOSURE, SO THE
010000*                 AUDIT CAN SEE WHO HANDLED EACH INCIDENT.
010100*----------------------------------------------------------------
010200 0100-SIGN-ON.
010300     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID"
010400     ACCEPT WS-OPERATOR-ID
010500     IF WS-OPERATOR-ID = SPACES
010600         DISPLAY "OPERATOR ID CANNOT BE BLANK"
010700         GO TO 0100-SIGN-ON-EXIT
010800     END-IF
010900     DISPLAY "ENTER DESK/STATION ID"
011000     ACCEPT WS-DESK-ID
011100     IF WS-DESK-ID = SPACES
011200         DISPLAY "DESK ID CANNOT BE BLANK"
011300         GO TO 0100-SIGN-ON-EXIT
011400     END-IF
011500     SET WS-SIGNED-ON TO TRUE
011600     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
011700
011800 0100-SIGN-ON-EXIT.
011900     EXIT.
012000
012100*----------------------------------------------------------------
012200* 1000-INITIALIZE -- MAKE SURE THE INCIDENT FILE CAN BE OPENED,
012300*                    THEN CLOSE IT AGAIN -- THE DESKS AND
012400*                    GREETBAT SHARE IT.  A MISSING FILE IS
012410*                    CREATED EMPTY -- THERE ARE SIMPLY NO
012420*                    INCIDENTS YET.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     OPEN INPUT INCIDENT-FILE
012800     IF WS-INCD-FILE-NOT-FOUND
012900         DISPLAY "NO INCIDENTS ON FILE YET - STARTING EMPTY"
013000         OPEN OUTPUT INCIDENT-FILE
013100         CLOSE INCIDENT-FILE
013200         OPEN INPUT INCIDENT-FILE
013300     END-IF
013400     IF NOT WS-INCD-FILE-OK
013500         DISPLAY "INCIDENT FILE COULD NOT BE OPENED - ABORTED"
013600         MOVE 16 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013866     CLOSE INCIDENT-FILE.
013932
014000 1000-INITIALIZE-EXIT.
014100     EXIT.
014200
014300*----------------------------------------------------------------
014400* 2000-PROCESS-ACTION -- SHOW THE MENU AND RUN ONE ACTION
014500*----------------------------------------------------------------
014600 2000-PROCESS-ACTION.
014700     DISPLAY " "
014800     DISPLAY "SECURITY INCIDENTS - " WS-OPERATOR-ID
014900     DISPLAY "A = ADD ACTION  C = CLOSE  I = INQUIRE"
015000         "  L = LIST OPEN  E = END"
015100     DISPLAY "ENTER ACTION"
015200     MOVE SPACE TO WS-ACTION
015300     ACCEPT WS-ACTION
015400
015500     IF WS-ACTION-IS-ADD
015600         PERFORM 3000-ADD-ACTION THRU 3000-ADD-ACTION-EXIT
015700     ELSE IF WS-ACTION-IS-CLOSE
015800         PERFORM 4000-CLOSE-INCIDENT THRU 4000-CLOSE-INCIDENT-EXIT
015900     ELSE IF WS-ACTION-IS-INQ
016000         PERFORM 7000-INQUIRE-ENTRY THRU 7000-INQUIRE-ENTRY-EXIT
016100     ELSE IF WS-ACTION-IS-LIST
016200         PERFORM 5000-LIST-OPEN THRU 5000-LIST-OPEN-EXIT
016300     ELSE IF WS-ACTION-IS-END
016400         SET WS-SESSION-DONE TO TRUE
016500     ELSE
016600         DISPLAY "INVALID ACTION, PLEASE RE-ENTER"
016700     END-IF
016800     END-IF
016900     END-IF
017000     END-IF
017100     END-IF.
017200
017300 2000-PROCESS-ACTION-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------------
017700* 3000-ADD-ACTION -- RECORD ONE THING SECURITY DID ON AN OPEN
017800*                    INCIDENT.  A FULL ACTION LIST IS REFUSED --
017900*                    THE CLOSING NOTE IS STILL AVAILABLE.
018000*----------------------------------------------------------------
018100 3000-ADD-ACTION.
018200     PERFORM 6000-ASK-INCIDENT THRU 6000-ASK-INCIDENT-EXIT
018300     IF NOT WS-ENTRY-FOUND
018400         GO TO 3000-ADD-ACTION-EXIT
018500     END-IF
018600
018700     IF NOT IN-STATUS-IS-OPEN OF WS-INCD-RECORD
018800         DISPLAY "INCIDENT IS CLOSED - NO MORE ACTIONS"
018900         GO TO 3000-ADD-ACTION-EXIT
019000     END-IF
019100     IF IN-ACTION-COUNT OF WS-INCD-RECORD NOT < 10
019200         DISPLAY "ACTION LIST FULL - PUT ANY MORE IN THE "
019300             "CLOSING NOTE"
019400         GO TO 3000-ADD-ACTION-EXIT
019500     END-IF
019600
019700     DISPLAY "INCIDENT " IN-INCIDENT-NO OF WS-INCD-RECORD
019800         " " IN-NAME OF WS-INCD-RECORD
019900     DISPLAY "ACTION TAKEN"
020000     MOVE SPACES TO WS-ANSWER
020100     ACCEPT WS-ANSWER
020200     IF WS-ANSWER = SPACES
020300         DISPLAY "ACTION CANNOT BE BLANK - NOT RECORDED"
020400         GO TO 3000-ADD-ACTION-EXIT
020500     END-IF
020510
020520     PERFORM 6500-OPEN-FOR-UPDATE THRU 6500-OPEN-FOR-UPDATE-EXIT
020530     IF NOT WS-UPDATE-READY
020540         GO TO 3000-ADD-ACTION-EXIT
020550     END-IF
020560     IF IN-ACTION-COUNT OF WS-INCD-RECORD NOT < 10
020570         DISPLAY "ACTION LIST FULL - PUT ANY MORE IN THE "
020580             "CLOSING NOTE"
020590         CLOSE INCIDENT-FILE
020595         GO TO 3000-ADD-ACTION-EXIT
020598     END-IF
020600
020700     ADD 1 TO IN-ACTION-COUNT OF WS-INCD-RECORD
020800     MOVE IN-ACTION-COUNT OF WS-INCD-RECORD TO WS-SUB
020900     ACCEPT IN-ACT-DATE OF WS-INCD-RECORD (WS-SUB)
021000         FROM DATE YYYYMMDD
021100     ACCEPT IN-ACT-TIME OF WS-INCD-RECORD (WS-SUB) FROM TIME
021200     MOVE WS-OPERATOR-ID TO IN-ACT-BY OF WS-INCD-RECORD (WS-SUB)
021300     MOVE WS-ANSWER TO IN-ACT-TEXT OF WS-INCD-RECORD (WS-SUB)
021400
021500     MOVE WS-INCD-RECORD TO INCD-RECORD
021600     REWRITE INCD-RECORD
021700         INVALID KEY
021800             DISPLAY "REWRITE FAILED - ACTION NOT RECORDED"
021850             CLOSE INCIDENT-FILE
021900             GO TO 3000-ADD-ACTION-EXIT
022000     END-REWRITE
022050     CLOSE INCIDENT-FILE
022100     DISPLAY "ACTION " WS-SUB " RECORDED".
022200
022300 3000-ADD-ACTION-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------------
022700* 4000-CLOSE-INCIDENT -- CLOSE AN OPEN INCIDENT WITH ONE OF THE
022800*                        OUTCOME CODES ON INCDREC AND A CLOSING
022900*                        NOTE.  A CLOSED INCIDENT STAYS ON FILE
023000*                        FOR THE AUDIT AND CANNOT BE REOPENED.
023100*----------------------------------------------------------------
023200 4000-CLOSE-INCIDENT.
023300     PERFORM 6000-ASK-INCIDENT THRU 6000-ASK-INCIDENT-EXIT
023400     IF NOT WS-ENTRY-FOUND
023500         GO TO 4000-CLOSE-INCIDENT-EXIT
023600     END-IF
023700
023800     IF NOT IN-STATUS-IS-OPEN OF WS-INCD-RECORD
023900         DISPLAY "INCIDENT IS ALREADY CLOSED"
024000         GO TO 4000-CLOSE-INCIDENT-EXIT
024100     END-IF
024200
024300     DISPLAY "INCIDENT " IN-INCIDENT-NO OF WS-INCD-RECORD
024400         " " IN-NAME OF WS-INCD-RECORD
024500     DISPLAY "OUTCOME: AD = ADMITTED AFTER REVIEW (FALSE MATCH)"
024600     DISPLAY "         RL = REFUSED ENTRY, LEFT THE SITE"
024700     DISPLAY "         ES = ESCORTED OFF SITE"
024800     DISPLAY "         PO = HANDED TO POLICE"
024900     DISPLAY "         NL = NOT LOCATED, HAD ALREADY GONE"
025000     DISPLAY "ENTER OUTCOME CODE"
025100     MOVE SPACES TO WS-OUTCOME-IN
025200     ACCEPT WS-OUTCOME-IN
025300     INSPECT WS-OUTCOME-IN CONVERTING
025400         "abcdefghijklmnopqrstuvwxyz" TO
025500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
025600     MOVE WS-OUTCOME-IN TO IN-OUTCOME-CODE OF WS-INCD-RECORD
025700     IF NOT IN-OUTCOME-IS-VALID OF WS-INCD-RECORD
025800         DISPLAY "INVALID OUTCOME CODE - NOT CLOSED"
025900         GO TO 4000-CLOSE-INCIDENT-EXIT
026000     END-IF
026100
026200     DISPLAY "CLOSING NOTE"
026300     MOVE SPACES TO WS-ANSWER
026400     ACCEPT WS-ANSWER
026500     IF WS-ANSWER = SPACES
026600         DISPLAY "CLOSING NOTE CANNOT BE BLANK - NOT CLOSED"
026700         GO TO 4000-CLOSE-INCIDENT-EXIT
026800     END-IF
026810
026820     PERFORM 6500-OPEN-FOR-UPDATE THRU 6500-OPEN-FOR-UPDATE-EXIT
026830     IF NOT WS-UPDATE-READY
026840         GO TO 4000-CLOSE-INCIDENT-EXIT
026850     END-IF
026900
026950     MOVE WS-OUTCOME-IN TO IN-OUTCOME-CODE OF WS-INCD-RECORD
027000     MOVE WS-ANSWER TO IN-CLOSE-NOTE OF WS-INCD-RECORD
027100     ACCEPT IN-CLOSE-DATE OF WS-INCD-RECORD FROM DATE YYYYMMDD
027200     ACCEPT IN-CLOSE-TIME OF WS-INCD-RECORD FROM TIME
027300     MOVE WS-OPERATOR-ID TO IN-CLOSED-BY OF WS-INCD-RECORD
027400     SET IN-STATUS-IS-CLOSED OF WS-INCD-RECORD TO TRUE
027500
027600     MOVE WS-INCD-RECORD TO INCD-RECORD
027700     REWRITE INCD-RECORD
027800         INVALID KEY
027900             DISPLAY "REWRITE FAILED - INCIDENT NOT CLOSED"
027950             CLOSE INCIDENT-FILE
028000             GO TO 4000-CLOSE-INCIDENT-EXIT
028100     END-REWRITE
028150     CLOSE INCIDENT-FILE
028200     PERFORM 7200-OUTCOME-TEXT THRU 7200-OUTCOME-TEXT-EXIT
028300     DISPLAY "INCIDENT " IN-INCIDENT-NO OF WS-INCD-RECORD
028400         " CLOSED - " WS-OUTCOME-TEXT.
028500
028600 4000-CLOSE-INCIDENT-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------
029000* 5000-LIST-OPEN -- ONE LINE PER INCIDENT STILL OPEN, OLDEST
029100*                   FIRST (THE NUMBERS ARE ISSUED IN ORDER)
029200*----------------------------------------------------------------
029300 5000-LIST-OPEN.
029310     OPEN INPUT INCIDENT-FILE
029320     IF NOT WS-INCD-FILE-OK
029330         DISPLAY "INCIDENT FILE NOT AVAILABLE - TRY AGAIN"
029340         GO TO 5000-LIST-OPEN-EXIT
029350     END-IF
029400     MOVE ZERO TO WS-OPEN-COUNT
029500     MOVE "N" TO WS-EOF-SW
029600     MOVE ZEROES TO IN-INCIDENT-NO OF INCD-RECORD
029700     START INCIDENT-FILE
029800         KEY IS NOT LESS THAN IN-INCIDENT-NO OF INCD-RECORD
029900         INVALID KEY
030000             SET WS-END-OF-INCIDENTS TO TRUE
030100     END-START
030200     PERFORM 5100-LIST-ONE-INCIDENT
030300         THRU 5100-LIST-ONE-INCIDENT-EXIT
030400         UNTIL WS-END-OF-INCIDENTS
030450     CLOSE INCIDENT-FILE
030500     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
030600     DISPLAY WS-COUNT-ED " INCIDENT(S) OPEN".
030700
030800 5000-LIST-OPEN-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------
031200* 5100-LIST-ONE-INCIDENT -- READ THE NEXT INCIDENT AND SHOW IT
031300*                           IF IT IS STILL OPEN
031400*----------------------------------------------------------------
031500 5100-LIST-ONE-INCIDENT.
031600     READ INCIDENT-FILE NEXT RECORD INTO WS-INCD-RECORD
031700         AT END
031800             SET WS-END-OF-INCIDENTS TO TRUE
031900             GO TO 5100-LIST-ONE-INCIDENT-EXIT
032000     END-READ
032100     IF IN-STATUS-IS-OPEN OF WS-INCD-RECORD
032200         ADD 1 TO WS-OPEN-COUNT
032300         MOVE IN-OPEN-DATE OF WS-INCD-RECORD TO WS-DATE-ED
032400         MOVE IN-ACTION-COUNT OF WS-INCD-RECORD TO WS-COUNT-ED
032500         DISPLAY IN-INCIDENT-NO OF WS-INCD-RECORD
032600             "  " WS-DATE-ED
032700             "  " IN-NAME OF WS-INCD-RECORD
032800             "  ACTIONS " WS-COUNT-ED
032900     END-IF.
033000
033100 5100-LIST-ONE-INCIDENT-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------
033500* 7000-INQUIRE-ENTRY -- SHOW ONE INCIDENT IN FULL, EVERY ACTION
033600*                       INCLUDED, WITHOUT CHANGING ANYTHING
033700*----------------------------------------------------------------
033800 7000-INQUIRE-ENTRY.
033900     PERFORM 6000-ASK-INCIDENT THRU 6000-ASK-INCIDENT-EXIT
034000     IF NOT WS-ENTRY-FOUND
034100         GO TO 7000-INQUIRE-ENTRY-EXIT
034200     END-IF
034300
034400     MOVE IN-OPEN-DATE OF WS-INCD-RECORD TO WS-DATE-ED
034500     MOVE IN-OPEN-TIME OF WS-INCD-RECORD(1:6) TO WS-TIME-ED
034600     DISPLAY "INCIDENT      : " IN-INCIDENT-NO OF WS-INCD-RECORD
034700     DISPLAY "OPENED        : " WS-DATE-ED " " WS-TIME-ED
034800     DISPLAY "NAME          : " IN-NAME OF WS-INCD-RECORD
034900     DISPLAY "VISITOR NO    : " IN-VISITOR-NO OF WS-INCD-RECORD
035000     DISPLAY "WATCH REASON  : " IN-WATCH-REASON OF WS-INCD-RECORD
035100     DISPLAY "RAISED BY     : " IN-OPERATOR-ID OF WS-INCD-RECORD
035200         " AT DESK " IN-DESK-ID OF WS-INCD-RECORD
035300     PERFORM 7100-SHOW-ONE-ACTION THRU 7100-SHOW-ONE-ACTION-EXIT
035400         VARYING WS-SUB FROM 1 BY 1
035500         UNTIL WS-SUB > IN-ACTION-COUNT OF WS-INCD-RECORD
035600     IF IN-STATUS-IS-CLOSED OF WS-INCD-RECORD
035700         PERFORM 7200-OUTCOME-TEXT THRU 7200-OUTCOME-TEXT-EXIT
035800         MOVE IN-CLOSE-DATE OF WS-INCD-RECORD TO WS-DATE-ED
035900         MOVE IN-CLOSE-TIME OF WS-INCD-RECORD(1:6) TO WS-TIME-ED
036000         DISPLAY "STATUS        : CLOSED " WS-DATE-ED " "
036100             WS-TIME-ED " BY " IN-CLOSED-BY OF WS-INCD-RECORD
036200         DISPLAY "OUTCOME       : "
036300             IN-OUTCOME-CODE OF WS-INCD-RECORD " " WS-OUTCOME-TEXT
036400         DISPLAY "CLOSING NOTE  : "
036450             IN-CLOSE-NOTE OF WS-INCD-RECORD
036500     ELSE
036600         DISPLAY "STATUS        : OPEN"
036700     END-IF.
036800
036900 7000-INQUIRE-ENTRY-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 7100-SHOW-ONE-ACTION -- ONE LINE OF THE ACTION HISTORY
037400*----------------------------------------------------------------
037500 7100-SHOW-ONE-ACTION.
037600     MOVE IN-ACT-DATE OF WS-INCD-RECORD (WS-SUB) TO WS-DATE-ED
037700     MOVE IN-ACT-TIME OF WS-INCD-RECORD (WS-SUB)(1:6)
037800         TO WS-TIME-ED
037900     DISPLAY "ACTION        : " WS-DATE-ED " " WS-TIME-ED
038000         " " IN-ACT-BY OF WS-INCD-RECORD (WS-SUB)
038100     DISPLAY "                " IN-ACT-TEXT OF WS-INCD-RECORD
038200         (WS-SUB).
038300
038400 7100-SHOW-ONE-ACTION-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------
038800* 7200-OUTCOME-TEXT -- THE WORDING FOR THE OUTCOME CODE
038900*----------------------------------------------------------------
039000 7200-OUTCOME-TEXT.
039100     MOVE SPACES TO WS-OUTCOME-TEXT
039200     IF IN-OUTCOME-ADMITTED OF WS-INCD-RECORD
039300         MOVE "ADMITTED AFTER REVIEW" TO WS-OUTCOME-TEXT
039400     END-IF
039500     IF IN-OUTCOME-REFUSED-LEFT OF WS-INCD-RECORD
039600         MOVE "REFUSED ENTRY, LEFT THE SITE" TO WS-OUTCOME-TEXT
039700     END-IF
039800     IF IN-OUTCOME-ESCORTED OF WS-INCD-RECORD
039900         MOVE "ESCORTED OFF SITE" TO WS-OUTCOME-TEXT
040000     END-IF
040100     IF IN-OUTCOME-POLICE OF WS-INCD-RECORD
040200         MOVE "HANDED TO POLICE" TO WS-OUTCOME-TEXT
040300     END-IF
040400     IF IN-OUTCOME-NOT-LOCATED OF WS-INCD-RECORD
040500         MOVE "NOT LOCATED" TO WS-OUTCOME-TEXT
040600     END-IF.
040700
040800 7200-OUTCOME-TEXT-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------
041200* 6000-ASK-INCIDENT -- PROMPT FOR AN INCIDENT NUMBER AND READ
041300*                      THAT RECORD DIRECTLY BY KEY.  THE FILE
041310*                      IS OPEN ONLY FOR THE READ.
041400*----------------------------------------------------------------
041500 6000-ASK-INCIDENT.
041600     MOVE "N" TO WS-FOUND-SW
041700     DISPLAY "INCIDENT NUMBER"
041800     MOVE SPACES TO WS-KEY-IN
041900     ACCEPT WS-KEY-IN
042000     PERFORM 6050-EDIT-KEY THRU 6050-EDIT-KEY-EXIT
042100     IF WS-KEY-X NOT NUMERIC
042200         DISPLAY "INCIDENT NUMBER MUST BE NUMERIC"
042300         GO TO 6000-ASK-INCIDENT-EXIT
042400     END-IF
042500     MOVE WS-KEY-X TO WS-KEY-NO
042600
042610     OPEN INPUT INCIDENT-FILE
042620     IF NOT WS-INCD-FILE-OK
042630         DISPLAY "INCIDENT FILE NOT AVAILABLE - TRY AGAIN"
042640         GO TO 6000-ASK-INCIDENT-EXIT
042650     END-IF
042700     MOVE WS-KEY-NO TO IN-INCIDENT-NO OF INCD-RECORD
042800     READ INCIDENT-FILE
042900         INVALID KEY
043000             DISPLAY "INCIDENT " WS-KEY-NO " NOT ON FILE"
043100         NOT INVALID KEY
043200             MOVE INCD-RECORD TO WS-INCD-RECORD
043300             SET WS-ENTRY-FOUND TO TRUE
043400     END-READ
043450     CLOSE INCIDENT-FILE.
043500
043600 6000-ASK-INCIDENT-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000* 6050-EDIT-KEY -- RIGHT-JUSTIFY THE KEYED INCIDENT NUMBER INTO
044100*                  WS-KEY-X SO A SHORT ENTRY LIKE "1" STILL
044200*                  PASSES THE NUMERIC TEST
044300*----------------------------------------------------------------
044400 6050-EDIT-KEY.
044500     MOVE 6 TO WS-KEY-LEN
044600     MOVE "N" TO WS-KEY-SCAN-SW
044700     PERFORM 6060-BACK-UP-ONE THRU 6060-BACK-UP-ONE-EXIT
044800         UNTIL WS-KEY-SCAN-DONE
044900     MOVE ZEROES TO WS-KEY-X
045000     IF WS-KEY-LEN > 0
045100         COMPUTE WS-KEY-POS = 7 - WS-KEY-LEN
045200         MOVE WS-KEY-IN(1:WS-KEY-LEN)
045300             TO WS-KEY-X(WS-KEY-POS:WS-KEY-LEN)
045400     END-IF.
045500
045600 6050-EDIT-KEY-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------
046000* 6060-BACK-UP-ONE -- STEP WS-KEY-LEN BACK PAST ANY TRAILING
046100*                     SPACES IN THE KEYED INCIDENT NUMBER
046200*----------------------------------------------------------------
046300 6060-BACK-UP-ONE.
046400     IF WS-KEY-LEN = 0
046500         SET WS-KEY-SCAN-DONE TO TRUE
046600     ELSE
046700         IF WS-KEY-IN(WS-KEY-LEN:1) NOT = SPACE
046800             SET WS-KEY-SCAN-DONE TO TRUE
046900         ELSE
047000             SUBTRACT 1 FROM WS-KEY-LEN
047100         END-IF
047200     END-IF.
047300
047400 6060-BACK-UP-ONE-EXIT.
047500     EXIT.
047600
047610*----------------------------------------------------------------
047620* 6500-OPEN-FOR-UPDATE -- OPEN THE INCIDENT FILE I-O AND READ THE
047630*                         INCIDENT IN WS-KEY-NO AGAIN, AS ANOTHER
047640*                         OFFICER MAY HAVE CHANGED IT SINCE IT WAS
047650*                         SHOWN.  WS-UPDATE-READY IS SET, WITH THE
047660*                         FILE LEFT OPEN, ONLY WHEN IT IS STILL
047670*                         OPEN FOR ACTION.  THE CALLER CLOSES IT.
047680*----------------------------------------------------------------
047690 6500-OPEN-FOR-UPDATE.
047700     MOVE "N" TO WS-UPDATE-SW
047710     OPEN I-O INCIDENT-FILE
047720     IF NOT WS-INCD-FILE-OK
047730         DISPLAY "INCIDENT FILE NOT AVAILABLE - NOTHING CHANGED, "
047740             "TRY AGAIN"
047750         GO TO 6500-OPEN-FOR-UPDATE-EXIT
047760     END-IF
047770     MOVE WS-KEY-NO TO IN-INCIDENT-NO OF INCD-RECORD
047780     READ INCIDENT-FILE
047790         INVALID KEY
047800             DISPLAY "INCIDENT " WS-KEY-NO " NO LONGER ON FILE"
047810             CLOSE INCIDENT-FILE
047820             GO TO 6500-OPEN-FOR-UPDATE-EXIT
047830     END-READ
047840     MOVE INCD-RECORD TO WS-INCD-RECORD
047850     IF NOT IN-STATUS-IS-OPEN OF WS-INCD-RECORD
047860         DISPLAY "INCIDENT WAS CLOSED MEANWHILE - NOTHING CHANGED"
047870         CLOSE INCIDENT-FILE
047880         GO TO 6500-OPEN-FOR-UPDATE-EXIT
047890     END-IF
047900     SET WS-UPDATE-READY TO TRUE.
047910
047920 6500-OPEN-FOR-UPDATE-EXIT.
047930     EXIT.
047940
047950*----------------------------------------------------------------
047960* 9000-TERMINATE -- NOTHING IS LEFT OPEN.  EVERY ACTION AND
047970*                   CLOSURE WAS WRITTEN WHEN IT WAS MADE.
047980*----------------------------------------------------------------
048100 9000-TERMINATE.
048300     DISPLAY "INCIDENT SESSION ENDED - " WS-OPERATOR-ID
048400         " SIGNED OFF".
048500
048600 9000-TERMINATE-EXIT.
048700     EXIT.
