000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGRPT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  WEEKLY MAINTENANCE CHANGE
001100*                REPORT FROM THE CHANGE JOURNAL (JRNLREC) THAT
001200*                VISMAINT, WLMAINT AND BDGMAINT APPEND TO.  PART
001300*                1 LISTS EVERY ADD, CHANGE, DEACTIVATE, EXPIRE
001400*                AND RETIRE IN THE WEEK ON THE CHGCARD CARD BY
001500*                FILE, THEN OPERATOR, THEN TIME, WITH A COUNT
001600*                PER OPERATOR AND PER FILE.  PART 2 REPEATS THE
001700*                WATCHLIST CHANGES AND THE STANDING
001800*                AUTHORIZATION CHANGES WITH THE BEFORE AND AFTER
001900*                VALUES, AND ENDS IN A SIGN-OFF BLOCK FOR
002000*                SECURITY.  A WATCHLIST EXPIRY MOVED TO A LATER
002100*                DATE -- A BAR PUT BACK IN FORCE OR LENGTHENED --
002200*                IS MARKED.  RC=4 WHEN THE WEEK HAS MORE CHANGES
002300*                THAN THE PROGRAM CAN HOLD.
002310* 2026-10-15 TD  CLEARANCE FILE CHANGES MADE THROUGH CLRMAINT ARE
002320*                JOURNALED TOO; PART 1 SHOWS THE CLEARANCE TYPES
002330*                THE VISITOR HOLDS AFTER THE CHANGE.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CHGCARD-FILE ASSIGN TO "CHGCARD"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CARD-STATUS.
003200
003300     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-JRNL-FILE-STATUS.
003600
003700     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------------
004400* CHGCARD-FILE -- ONE CARD: WEEK START AND WEEK END, YYYYMMDD
004500*----------------------------------------------------------------
004600 FD  CHGCARD-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  CHGCARD-RECORD.
004900     05  CC-START-X PIC X(08).
005000     05  CC-END-X PIC X(08).
005100     05  FILLER PIC X(64).
005200
005300*----------------------------------------------------------------
005400* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY MAINTENANCE CHANGE
005500*----------------------------------------------------------------
005600 FD  JOURNAL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-IN.
005900
006000*----------------------------------------------------------------
006100* REPORT-FILE -- THE WEEKLY CHANGE REPORT
006200*----------------------------------------------------------------
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  REPORT-LINE PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 COPY JRNLREC REPLACING JOURNAL-RECORD
006900     BY WS-JOURNAL-RECORD.
007000
007100*----------------------------------------------------------------
007200* THE JOURNAL IMAGES LAID OUT AGAIN AS THE RECORDS THEY CAME FROM
007300*----------------------------------------------------------------
007400 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
007500     BY WS-BEFORE-MASTER.
007600 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
007700     BY WS-AFTER-MASTER.
007800 COPY WATCHREC REPLACING WATCHLIST-RECORD
007900     BY WS-BEFORE-WATCH.
008000 COPY WATCHREC REPLACING WATCHLIST-RECORD
008100     BY WS-AFTER-WATCH.
008200 COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
008300     BY WS-BEFORE-BADGE.
008400 COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
008500     BY WS-AFTER-BADGE.
008510 COPY CLRREC REPLACING CLEARANCE-RECORD
008520     BY WS-AFTER-CLR.
008600
008700 77  WS-CARD-STATUS PIC X(02) VALUE SPACES.
008800     88  WS-CARD-OK VALUE "00".
008900     88  WS-CARD-NOT-FOUND VALUE "35".
009000
009100 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
009200     88  WS-JRNL-FILE-OK VALUES "00" "04".
009300     88  WS-JRNL-FILE-EOF VALUE "10".
009400     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
009500
009600 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
009700     88  WS-REPORT-OK VALUE "00".
009800
009900 77  WS-EOF-SW PIC X(01) VALUE "N".
010000     88  WS-END-OF-JOURNAL VALUE "Y".
010100
010200 77  WS-TABLE-SW PIC X(01) VALUE "N".
010300     88  WS-TABLE-IS-FULL VALUE "Y".
010400
010500 77  WS-WEEK-START PIC 9(08) VALUE ZERO.
010600 77  WS-WEEK-END PIC 9(08) VALUE ZERO.
010700
010800 77  WS-CHG-COUNT PIC 9(04) COMP VALUE ZERO.
010900 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
011000 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
011100 77  WS-DROPPED PIC 9(04) COMP VALUE ZERO.
011200 77  WS-SEC-COUNT PIC 9(04) COMP VALUE ZERO.
011300 77  WS-OPER-COUNT PIC 9(04) COMP VALUE ZERO.
011400 77  WS-FILE-COUNT PIC 9(04) COMP VALUE ZERO.
011500 77  WS-PTR PIC 9(03) COMP VALUE ZERO.
011600
011700 77  WS-PREV-FILE PIC X(08) VALUE SPACES.
011800 77  WS-PREV-OPER PIC X(08) VALUE SPACES.
011900 77  WS-ACTION-WORD PIC X(06) VALUE SPACES.
012000 77  WS-REASON-WORD PIC X(09) VALUE SPACES.
012100 77  WS-EXP-BEFORE PIC 9(08) VALUE ZERO.
012200 77  WS-EXP-AFTER PIC 9(08) VALUE ZERO.
012300
012400 77  WS-DATE-ED PIC 9999B99B99.
012500 77  WS-DATE2-ED PIC 9999B99B99.
012600 77  WS-TIME-ED PIC 99B99B99.
012700 77  WS-COUNT-ED PIC ZZZ9.
012800
012900*----------------------------------------------------------------
013000* ONE ENTRY PER JOURNAL RECORD IN THE WEEK.  THE FIRST 32 BYTES
013100* ARE FILE, OPERATOR, DATE AND TIME -- THE REPORT ORDER.
013200* CE-DETAIL IS THE SHORT PART 1 DESCRIPTION, SIZED TO THE LAST
013250* 31 COLUMNS OF THE PRINT LINE ("NAME COMP HOST BADGE AUTH STAT"
013270* JUST FITS); CE-SEC-DETAIL IS THE BEFORE/AFTER LINE PRINTED IN
013300* PART 2.
013400*----------------------------------------------------------------
013500 01  WS-CHG-TABLE.
013600     05  WS-CHG-ENTRY OCCURS 2000.
013700         10  CE-FILE-ID PIC X(08).
013800         10  CE-OPERATOR PIC X(08).
013900         10  CE-DATE PIC 9(08).
014000         10  CE-TIME PIC 9(08).
014100         10  CE-DESK PIC X(04).
014200         10  CE-ACTION PIC X(01).
014300         10  CE-KEY PIC X(30).
014400         10  CE-SECURITY-SW PIC X(01).
014500             88  CE-IS-SECURITY VALUE "Y".
014600         10  CE-DETAIL PIC X(31).
014700         10  CE-SEC-DETAIL PIC X(72).
014800
014900*----------------------------------------------------------------
015000* SWAP AREA FOR THE TABLE SORT -- SAME SHAPE AS ONE ENTRY
015100*----------------------------------------------------------------
015200 01  WS-CHG-SWAP.
015300     05  SW-FILE-ID PIC X(08).
015400     05  SW-OPERATOR PIC X(08).
015500     05  SW-DATE PIC 9(08).
015600     05  SW-TIME PIC 9(08).
015700     05  SW-DESK PIC X(04).
015800     05  SW-ACTION PIC X(01).
015900     05  SW-KEY PIC X(30).
016000     05  SW-SECURITY-SW PIC X(01).
016100     05  SW-DETAIL PIC X(31).
016200     05  SW-SEC-DETAIL PIC X(72).
016300
016400 PROCEDURE DIVISION.
016500*----------------------------------------------------------------
016600 0000-MAINLINE.
016700*----------------------------------------------------------------
016800     PERFORM 1000-GET-WEEK THRU 1000-GET-WEEK-EXIT
016900     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
017000     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
017100     IF WS-TABLE-IS-FULL
017200         MOVE 4 TO RETURN-CODE
017300     END-IF
017400     STOP RUN.
017500
017600*----------------------------------------------------------------
017700* 1000-GET-WEEK -- READ AND EDIT THE CHGCARD CONTROL CARD
017800*----------------------------------------------------------------
017900 1000-GET-WEEK.
018000     OPEN INPUT CHGCARD-FILE
018100     IF NOT WS-CARD-OK
018200         DISPLAY "CHGCARD CONTROL CARD MISSING - RUN ABORTED"
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF
018600     READ CHGCARD-FILE
018700         AT END
018800             DISPLAY "CHGCARD IS EMPTY - RUN ABORTED"
018900             MOVE 16 TO RETURN-CODE
019000             CLOSE CHGCARD-FILE
019100             STOP RUN
019200     END-READ
019300     CLOSE CHGCARD-FILE
019400
019500     IF CC-START-X NOT NUMERIC
019600         OR CC-END-X NOT NUMERIC
019700         DISPLAY "CHGCARD DATES NOT NUMERIC - RUN ABORTED"
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF
020100     MOVE CC-START-X TO WS-WEEK-START
020200     MOVE CC-END-X TO WS-WEEK-END
020300     IF WS-WEEK-START > WS-WEEK-END
020400         DISPLAY "CHGCARD DATES REVERSED - RUN ABORTED"
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800
020900 1000-GET-WEEK-EXIT.
021000     EXIT.
021100
021200*----------------------------------------------------------------
021300* 2000-SCAN-JOURNAL -- LOAD THE WEEK'S JOURNAL RECORDS.  NO
021400*                      JOURNAL YET MEANS NO CHANGES TO REPORT.
021500*----------------------------------------------------------------
021600 2000-SCAN-JOURNAL.
021700     OPEN INPUT JOURNAL-FILE
021800     IF WS-JRNL-FILE-NOT-FOUND
021900         DISPLAY "NO CHANGE JOURNAL ON FILE YET"
022000         GO TO 2000-SCAN-JOURNAL-EXIT
022100     END-IF
022200     IF NOT WS-JRNL-FILE-OK
022300         DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED - ABORTED"
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700
022800     PERFORM 8000-READ-JOURNAL THRU 8000-READ-JOURNAL-EXIT
022900     PERFORM 2100-TAKE-ONE THRU 2100-TAKE-ONE-EXIT
023000         UNTIL WS-END-OF-JOURNAL
023100     CLOSE JOURNAL-FILE.
023200
023300 2000-SCAN-JOURNAL-EXIT.
023400     EXIT.
023500
023600*----------------------------------------------------------------
023700* 2100-TAKE-ONE -- STORE ONE JOURNAL RECORD IF IT FALLS IN THE
023800*                  WEEK
023900*----------------------------------------------------------------
024000 2100-TAKE-ONE.
024100     IF JR-JOURNAL-DATE OF WS-JOURNAL-RECORD < WS-WEEK-START
024200         OR JR-JOURNAL-DATE OF WS-JOURNAL-RECORD > WS-WEEK-END
024300         GO TO 2100-TAKE-ONE-READ
024400     END-IF
024500     IF WS-CHG-COUNT = 2000
024600         IF NOT WS-TABLE-IS-FULL
024700             DISPLAY "CHANGE TABLE FULL - REPORT WILL BE SHORT"
024800         END-IF
024900         SET WS-TABLE-IS-FULL TO TRUE
025000         ADD 1 TO WS-DROPPED
025100         GO TO 2100-TAKE-ONE-READ
025200     END-IF
025300
025400     ADD 1 TO WS-CHG-COUNT
025500     MOVE JR-FILE-ID OF WS-JOURNAL-RECORD
025600         TO CE-FILE-ID (WS-CHG-COUNT)
025700     MOVE JR-OPERATOR-ID OF WS-JOURNAL-RECORD
025800         TO CE-OPERATOR (WS-CHG-COUNT)
025900     MOVE JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
026000         TO CE-DATE (WS-CHG-COUNT)
026100     MOVE JR-JOURNAL-TIME OF WS-JOURNAL-RECORD
026200         TO CE-TIME (WS-CHG-COUNT)
026300     MOVE JR-DESK-ID OF WS-JOURNAL-RECORD
026400         TO CE-DESK (WS-CHG-COUNT)
026500     MOVE JR-ACTION-CODE OF WS-JOURNAL-RECORD
026600         TO CE-ACTION (WS-CHG-COUNT)
026700     MOVE JR-RECORD-KEY OF WS-JOURNAL-RECORD
026800         TO CE-KEY (WS-CHG-COUNT)
026900     MOVE JR-SECURITY-SW OF WS-JOURNAL-RECORD
027000         TO CE-SECURITY-SW (WS-CHG-COUNT)
027100     MOVE SPACES TO CE-DETAIL (WS-CHG-COUNT)
027200     MOVE SPACES TO CE-SEC-DETAIL (WS-CHG-COUNT)
027300
027400     IF JR-FILE-IS-VISMAST OF WS-JOURNAL-RECORD
027500         PERFORM 2300-DESCRIBE-MASTER
027600             THRU 2300-DESCRIBE-MASTER-EXIT
027700     ELSE IF JR-FILE-IS-WATCHLST OF WS-JOURNAL-RECORD
027800         PERFORM 2400-DESCRIBE-WATCH
027900             THRU 2400-DESCRIBE-WATCH-EXIT
028000     ELSE IF JR-FILE-IS-BADGEINV OF WS-JOURNAL-RECORD
028100         PERFORM 2500-DESCRIBE-BADGE
028200             THRU 2500-DESCRIBE-BADGE-EXIT
028210     ELSE IF JR-FILE-IS-CLRMAST OF WS-JOURNAL-RECORD
028220         PERFORM 2600-DESCRIBE-CLEARANCE
028230             THRU 2600-DESCRIBE-CLEARANCE-EXIT
028300     END-IF
028350     END-IF
028400     END-IF
028500     END-IF.
028600
028700 2100-TAKE-ONE-READ.
028800     PERFORM 8000-READ-JOURNAL THRU 8000-READ-JOURNAL-EXIT.
028900
029000 2100-TAKE-ONE-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------
029400* 2300-DESCRIBE-MASTER -- A VISITOR MASTER CHANGE.  PART 1 GETS
029500*                         THE NAME, OR FOR A CHANGE THE FIELDS
029600*                         THAT WERE CHANGED; PART 2 GETS THE
029700*                         STANDING AUTHORIZATION BEFORE AND AFTER.
029800*----------------------------------------------------------------
029900 2300-DESCRIBE-MASTER.
030000     MOVE JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD TO WS-BEFORE-MASTER
030100     MOVE JR-AFTER-IMAGE OF WS-JOURNAL-RECORD TO WS-AFTER-MASTER
030200
030300     IF JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD
030400         MOVE VM-NAME OF WS-AFTER-MASTER
030500             TO CE-DETAIL (WS-CHG-COUNT)
030600         STRING "NEW VISITOR " VM-NAME OF WS-AFTER-MASTER
030700             " STANDING AUTH "
030800             VM-AUTH-FLAG OF WS-AFTER-MASTER
030900             DELIMITED BY SIZE INTO CE-SEC-DETAIL (WS-CHG-COUNT)
031000         GO TO 2300-DESCRIBE-MASTER-EXIT
031100     END-IF
031200
031300     STRING VM-NAME OF WS-AFTER-MASTER
031400         " STANDING AUTH "
031500         VM-AUTH-FLAG OF WS-BEFORE-MASTER " TO "
031600         VM-AUTH-FLAG OF WS-AFTER-MASTER
031700         DELIMITED BY SIZE INTO CE-SEC-DETAIL (WS-CHG-COUNT)
031800     IF NOT JR-ACTION-IS-CHANGE OF WS-JOURNAL-RECORD
031900         MOVE VM-NAME OF WS-AFTER-MASTER
032000             TO CE-DETAIL (WS-CHG-COUNT)
032100         GO TO 2300-DESCRIBE-MASTER-EXIT
032200     END-IF
032300
032400     MOVE 1 TO WS-PTR
032500     IF VM-NAME OF WS-AFTER-MASTER
032550         NOT = VM-NAME OF WS-BEFORE-MASTER
032600         STRING "NAME " DELIMITED BY SIZE
032700             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
032800     END-IF
032900     IF VM-COMPANY OF WS-AFTER-MASTER
033000         NOT = VM-COMPANY OF WS-BEFORE-MASTER
033100         STRING "COMP " DELIMITED BY SIZE
033200             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
033300     END-IF
033400     IF VM-HOST-EMPLOYEE OF WS-AFTER-MASTER
033500         NOT = VM-HOST-EMPLOYEE OF WS-BEFORE-MASTER
033600         STRING "HOST " DELIMITED BY SIZE
033700             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
033800     END-IF
033900     IF VM-BADGE-NO OF WS-AFTER-MASTER
034000         NOT = VM-BADGE-NO OF WS-BEFORE-MASTER
034100         STRING "BADGE " DELIMITED BY SIZE
034200             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
034300     END-IF
034400     IF VM-AUTH-FLAG OF WS-AFTER-MASTER
034500         NOT = VM-AUTH-FLAG OF WS-BEFORE-MASTER
034600         STRING "AUTH " DELIMITED BY SIZE
034700             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
034800     END-IF
034900     IF VM-STATUS-CODE OF WS-AFTER-MASTER
035000         NOT = VM-STATUS-CODE OF WS-BEFORE-MASTER
035100         STRING "STAT" DELIMITED BY SIZE
035200             INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR
035300     END-IF.
035400
035500 2300-DESCRIBE-MASTER-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------------
035900* 2400-DESCRIBE-WATCH -- A WATCHLIST CHANGE.  AN ADD SHOWS THE
036000*                        REASON AND DATES (OR THE PRIMARY FOR AN
036100*                        ALIAS); AN EXPIRE SHOWS THE OLD AND NEW
036200*                        EXPIRY, MARKED WHEN THE NEW ONE IS LATER.
036300*----------------------------------------------------------------
036400 2400-DESCRIBE-WATCH.
036500     MOVE JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD TO WS-BEFORE-WATCH
036600     MOVE JR-AFTER-IMAGE OF WS-JOURNAL-RECORD TO WS-AFTER-WATCH
036700
036800     IF JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD
036900         IF WL-TYPE-IS-ALIAS OF WS-AFTER-WATCH
037000             STRING "ALIAS OF " WL-PRIMARY-NAME OF WS-AFTER-WATCH
037100                 DELIMITED BY SIZE
037200                 INTO CE-DETAIL (WS-CHG-COUNT)
037300             STRING "NEW ALIAS OF "
037400                 WL-PRIMARY-NAME OF WS-AFTER-WATCH
037500                 DELIMITED BY SIZE
037600                 INTO CE-SEC-DETAIL (WS-CHG-COUNT)
037700         ELSE
037800             MOVE WL-REASON OF WS-AFTER-WATCH
037900                 TO CE-DETAIL (WS-CHG-COUNT)
038000             STRING "NEW ENTRY " WL-REASON OF WS-AFTER-WATCH
038100                 " EFF " WL-EFF-DATE OF WS-AFTER-WATCH
038200                 " EXP " WL-EXP-DATE OF WS-AFTER-WATCH
038300                 DELIMITED BY SIZE
038400                 INTO CE-SEC-DETAIL (WS-CHG-COUNT)
038500         END-IF
038600         GO TO 2400-DESCRIBE-WATCH-EXIT
038700     END-IF
038800
038900     MOVE ZERO TO WS-EXP-BEFORE
039000     MOVE ZERO TO WS-EXP-AFTER
039100     IF WL-EXP-DATE OF WS-BEFORE-WATCH NUMERIC
039200         MOVE WL-EXP-DATE OF WS-BEFORE-WATCH TO WS-EXP-BEFORE
039300     END-IF
039400     IF WL-EXP-DATE OF WS-AFTER-WATCH NUMERIC
039500         MOVE WL-EXP-DATE OF WS-AFTER-WATCH TO WS-EXP-AFTER
039600     END-IF
039700     STRING "EXPIRY " WS-EXP-BEFORE " TO " WS-EXP-AFTER
039800         DELIMITED BY SIZE INTO CE-DETAIL (WS-CHG-COUNT)
039900     IF WS-EXP-BEFORE > 0
040000         AND WS-EXP-AFTER > WS-EXP-BEFORE
040100         STRING "EXPIRY " WS-EXP-BEFORE " TO " WS-EXP-AFTER
040200             "  ** EXPIRY MOVED LATER **"
040300             DELIMITED BY SIZE
040400             INTO CE-SEC-DETAIL (WS-CHG-COUNT)
040500     ELSE
040600         STRING "EXPIRY " WS-EXP-BEFORE " TO " WS-EXP-AFTER
040700             DELIMITED BY SIZE
040800             INTO CE-SEC-DETAIL (WS-CHG-COUNT)
040900     END-IF.
041000
041100 2400-DESCRIBE-WATCH-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------
041500* 2500-DESCRIBE-BADGE -- A BADGE INVENTORY CHANGE.  A RETIRE
041600*                        SHOWS THE REASON, AND WHETHER THE BADGE
041700*                        WAS OUT TO A VISITOR AT THE TIME.
041800*----------------------------------------------------------------
041900 2500-DESCRIBE-BADGE.
042000     MOVE JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD TO WS-BEFORE-BADGE
042100     MOVE JR-AFTER-IMAGE OF WS-JOURNAL-RECORD TO WS-AFTER-BADGE
042200
042300     IF JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD
042400         MOVE "ADDED TO THE POOL" TO CE-DETAIL (WS-CHG-COUNT)
042500         GO TO 2500-DESCRIBE-BADGE-EXIT
042600     END-IF
042700
042800     IF BG-RETIRED-LOST OF WS-AFTER-BADGE
042900         MOVE "LOST" TO WS-REASON-WORD
043000     ELSE IF BG-RETIRED-DAMAGED OF WS-AFTER-BADGE
043100         MOVE "DAMAGED" TO WS-REASON-WORD
043200     ELSE
043300         MOVE "WITHDRAWN" TO WS-REASON-WORD
043400     END-IF
043500     END-IF
043600     IF BG-STATUS-IS-OUT OF WS-BEFORE-BADGE
043700         STRING WS-REASON-WORD DELIMITED BY SPACE
043800             " - WAS OUT" DELIMITED BY SIZE
043900             INTO CE-DETAIL (WS-CHG-COUNT)
044000     ELSE
044100         MOVE WS-REASON-WORD TO CE-DETAIL (WS-CHG-COUNT)
044200     END-IF.
044300
044400 2500-DESCRIBE-BADGE-EXIT.
044500     EXIT.
044510
044520*----------------------------------------------------------------
044530* 2600-DESCRIBE-CLEARANCE -- A VISITOR CLEARANCE CHANGE.  PART 1
044540*                            LISTS THE TYPES HELD AFTER IT.
044550*----------------------------------------------------------------
044560 2600-DESCRIBE-CLEARANCE.
044570     MOVE JR-AFTER-IMAGE OF WS-JOURNAL-RECORD TO WS-AFTER-CLR
044580     IF CL-ENTRY-COUNT OF WS-AFTER-CLR NOT NUMERIC
044590         OR CL-ENTRY-COUNT OF WS-AFTER-CLR = 0
044600         OR CL-ENTRY-COUNT OF WS-AFTER-CLR > 6
044610         MOVE "NO CLEARANCES LEFT" TO CE-DETAIL (WS-CHG-COUNT)
044620         GO TO 2600-DESCRIBE-CLEARANCE-EXIT
044630     END-IF
044640     MOVE 1 TO WS-PTR
044650     PERFORM 2650-ADD-ONE-TYPE THRU 2650-ADD-ONE-TYPE-EXIT
044660         VARYING WS-SUB2 FROM 1 BY 1
044670         UNTIL WS-SUB2 > CL-ENTRY-COUNT OF WS-AFTER-CLR.
044680
044690 2600-DESCRIBE-CLEARANCE-EXIT.
044700     EXIT.
044710
044720 2650-ADD-ONE-TYPE.
044730     STRING CL-TYPE OF WS-AFTER-CLR (WS-SUB2) DELIMITED BY SPACE
044740         " " DELIMITED BY SIZE
044750         INTO CE-DETAIL (WS-CHG-COUNT) WITH POINTER WS-PTR.
044760
044770 2650-ADD-ONE-TYPE-EXIT.
044780     EXIT.
044786
044792*----------------------------------------------------------------
044800* 3000-PRINT-REPORT -- SORT THE WEEK'S CHANGES, PRINT PART 1 BY
044900*                      FILE AND OPERATOR, THEN PART 2 FOR
045000*                      SECURITY WITH ITS SIGN-OFF BLOCK
045100*----------------------------------------------------------------
045200 3000-PRINT-REPORT.
045300     OPEN OUTPUT REPORT-FILE
045400     IF NOT WS-REPORT-OK
045500         DISPLAY "CHANGE REPORT COULD NOT BE OPENED - ABORTED"
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF
045900
046000     MOVE WS-WEEK-START TO WS-DATE-ED
046100     MOVE WS-WEEK-END TO WS-DATE2-ED
046200     MOVE SPACES TO REPORT-LINE
046300     STRING "MAINTENANCE CHANGE REPORT - " WS-DATE-ED
046400         " TO " WS-DATE2-ED
046500         DELIMITED BY SIZE INTO REPORT-LINE
046600     WRITE REPORT-LINE
046700     MOVE SPACES TO REPORT-LINE
046800     WRITE REPORT-LINE
046900     MOVE "PART 1 - CHANGES BY FILE AND OPERATOR" TO REPORT-LINE
047000     WRITE REPORT-LINE
047100     MOVE SPACES TO REPORT-LINE
047200     WRITE REPORT-LINE
047300
047400     PERFORM 3050-SORT-CHANGES THRU 3050-SORT-CHANGES-EXIT
047500
047600     IF WS-CHG-COUNT = 0
047700         MOVE "NO CHANGES JOURNALED IN THE WEEK" TO REPORT-LINE
047800         WRITE REPORT-LINE
047900         GO TO 3000-PRINT-REPORT-SECURITY
048000     END-IF
048100
048200     MOVE SPACES TO WS-PREV-FILE
048300     MOVE SPACES TO WS-PREV-OPER
048400     PERFORM 3100-PRINT-ONE-CHANGE THRU 3100-PRINT-ONE-CHANGE-EXIT
048500         VARYING WS-SUB FROM 1 BY 1
048600         UNTIL WS-SUB > WS-CHG-COUNT
048700     PERFORM 3300-OPERATOR-TOTAL THRU 3300-OPERATOR-TOTAL-EXIT
048800     PERFORM 3400-FILE-TOTAL THRU 3400-FILE-TOTAL-EXIT.
048900
049000 3000-PRINT-REPORT-SECURITY.
049100     MOVE SPACES TO REPORT-LINE
049200     WRITE REPORT-LINE
049300     MOVE "PART 2 - WATCHLIST AND STANDING AUTHORIZATION CHANGES"
049400         TO REPORT-LINE
049500     WRITE REPORT-LINE
049600     MOVE "         FOR SECURITY REVIEW AND SIGN-OFF"
049700         TO REPORT-LINE
049800     WRITE REPORT-LINE
049900     MOVE SPACES TO REPORT-LINE
050000     WRITE REPORT-LINE
050100     MOVE ZERO TO WS-SEC-COUNT
050200     PERFORM 3500-PRINT-ONE-SECURITY
050300         THRU 3500-PRINT-ONE-SECURITY-EXIT
050400         VARYING WS-SUB FROM 1 BY 1
050500         UNTIL WS-SUB > WS-CHG-COUNT
050600     IF WS-SEC-COUNT = 0
050700         MOVE "NO WATCHLIST OR STANDING AUTHORIZATION CHANGES"
050800             TO REPORT-LINE
050900         WRITE REPORT-LINE
051000     END-IF
051100
051200     MOVE SPACES TO REPORT-LINE
051300     WRITE REPORT-LINE
051400     MOVE WS-CHG-COUNT TO WS-COUNT-ED
051500     MOVE SPACES TO REPORT-LINE
051600     STRING "TOTAL CHANGES IN THE WEEK   : " WS-COUNT-ED
051700         DELIMITED BY SIZE INTO REPORT-LINE
051800     WRITE REPORT-LINE
051900     MOVE WS-SEC-COUNT TO WS-COUNT-ED
052000     MOVE SPACES TO REPORT-LINE
052100     STRING "FOR SECURITY SIGN-OFF       : " WS-COUNT-ED
052200         DELIMITED BY SIZE INTO REPORT-LINE
052300     WRITE REPORT-LINE
052400     IF WS-TABLE-IS-FULL
052500         MOVE WS-DROPPED TO WS-COUNT-ED
052600         MOVE SPACES TO REPORT-LINE
052700         STRING "NOT REPORTED - TABLE FULL   : " WS-COUNT-ED
052800             DELIMITED BY SIZE INTO REPORT-LINE
052900         WRITE REPORT-LINE
053000     END-IF
053100
053200     MOVE SPACES TO REPORT-LINE
053300     WRITE REPORT-LINE
053400     MOVE SPACES TO REPORT-LINE
053500     WRITE REPORT-LINE
053600     MOVE "REVIEWED FOR SECURITY BY : "
053700         TO REPORT-LINE
053750     MOVE ALL "_" TO REPORT-LINE(28:30)
053800     WRITE REPORT-LINE
053900     MOVE SPACES TO REPORT-LINE
054000     WRITE REPORT-LINE
054100     MOVE "SIGNATURE                : "
054200         TO REPORT-LINE
054250     MOVE ALL "_" TO REPORT-LINE(28:30)
054300     WRITE REPORT-LINE
054400     MOVE SPACES TO REPORT-LINE
054500     WRITE REPORT-LINE
054600     MOVE "DATE                     : " TO REPORT-LINE
054650     MOVE ALL "_" TO REPORT-LINE(28:12)
054700     WRITE REPORT-LINE
054800     CLOSE REPORT-FILE.
054900
055000 3000-PRINT-REPORT-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------------
055400* 3050-SORT-CHANGES -- EXCHANGE-SORT THE TABLE BY FILE, OPERATOR,
055500*                      DATE AND TIME
055600*----------------------------------------------------------------
055700 3050-SORT-CHANGES.
055800     IF WS-CHG-COUNT < 2
055900         GO TO 3050-SORT-CHANGES-EXIT
056000     END-IF
056100     PERFORM 3060-SORT-ONE-PASS THRU 3060-SORT-ONE-PASS-EXIT
056200         VARYING WS-SUB FROM 1 BY 1
056300         UNTIL WS-SUB = WS-CHG-COUNT.
056400
056500 3050-SORT-CHANGES-EXIT.
056600     EXIT.
056700
056800 3060-SORT-ONE-PASS.
056900     PERFORM 3070-COMPARE-ONE-PAIR
057000         THRU 3070-COMPARE-ONE-PAIR-EXIT
057100         VARYING WS-SUB2 FROM 1 BY 1
057200         UNTIL WS-SUB2 = WS-CHG-COUNT.
057300
057400 3060-SORT-ONE-PASS-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------
057800* 3070-COMPARE-ONE-PAIR -- THE FIRST 32 BYTES OF AN ENTRY ARE
057900*                          FILE, OPERATOR, DATE AND TIME, SO ONE
058000*                          COMPARE ORDERS ON ALL FOUR
058100*----------------------------------------------------------------
058200 3070-COMPARE-ONE-PAIR.
058300     IF WS-CHG-ENTRY (WS-SUB2)(1:32)
058400         > WS-CHG-ENTRY (WS-SUB2 + 1)(1:32)
058500         MOVE WS-CHG-ENTRY (WS-SUB2) TO WS-CHG-SWAP
058600         MOVE WS-CHG-ENTRY (WS-SUB2 + 1)
058700             TO WS-CHG-ENTRY (WS-SUB2)
058800         MOVE WS-CHG-SWAP TO WS-CHG-ENTRY (WS-SUB2 + 1)
058900     END-IF.
059000
059100 3070-COMPARE-ONE-PAIR-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------------
059500* 3100-PRINT-ONE-CHANGE -- ONE PART 1 LINE, WITH THE FILE AND
059600*                          OPERATOR HEADINGS AND TOTALS AS THEY
059700*                          CHANGE
059800*----------------------------------------------------------------
059900 3100-PRINT-ONE-CHANGE.
060000     IF CE-FILE-ID (WS-SUB) NOT = WS-PREV-FILE
060100         IF WS-PREV-FILE NOT = SPACES
060200             PERFORM 3300-OPERATOR-TOTAL
060300                 THRU 3300-OPERATOR-TOTAL-EXIT
060400             PERFORM 3400-FILE-TOTAL THRU 3400-FILE-TOTAL-EXIT
060500         END-IF
060600         MOVE CE-FILE-ID (WS-SUB) TO WS-PREV-FILE
060700         MOVE SPACES TO WS-PREV-OPER
060800         MOVE SPACES TO REPORT-LINE
060900         STRING "FILE: " WS-PREV-FILE
061000             DELIMITED BY SIZE INTO REPORT-LINE
061100         WRITE REPORT-LINE
061200     END-IF
061300     IF CE-OPERATOR (WS-SUB) NOT = WS-PREV-OPER
061400         IF WS-PREV-OPER NOT = SPACES
061500             PERFORM 3300-OPERATOR-TOTAL
061600                 THRU 3300-OPERATOR-TOTAL-EXIT
061700         END-IF
061800         MOVE CE-OPERATOR (WS-SUB) TO WS-PREV-OPER
061900         MOVE SPACES TO REPORT-LINE
062000         STRING "  OPERATOR: " WS-PREV-OPER
062100             DELIMITED BY SIZE INTO REPORT-LINE
062200         WRITE REPORT-LINE
062300         MOVE "  DATE       TIME     ACTION RECORD"
062400             TO REPORT-LINE
062500         MOVE "DETAIL" TO REPORT-LINE(50:6)
062600         WRITE REPORT-LINE
062700     END-IF
062800
062900     PERFORM 8600-ACTION-WORD THRU 8600-ACTION-WORD-EXIT
063000     MOVE CE-DATE (WS-SUB) TO WS-DATE-ED
063100     MOVE CE-TIME (WS-SUB)(1:6) TO WS-TIME-ED
063200     MOVE SPACES TO REPORT-LINE
063300     MOVE WS-DATE-ED TO REPORT-LINE(3:10)
063400     MOVE WS-TIME-ED TO REPORT-LINE(14:8)
063500     MOVE WS-ACTION-WORD TO REPORT-LINE(23:6)
063600     MOVE CE-KEY (WS-SUB) TO REPORT-LINE(30:19)
063700     MOVE CE-DETAIL (WS-SUB) TO REPORT-LINE(50:31)
063800     WRITE REPORT-LINE
063900     ADD 1 TO WS-OPER-COUNT
064000     ADD 1 TO WS-FILE-COUNT.
064100
064200 3100-PRINT-ONE-CHANGE-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600* 3300-OPERATOR-TOTAL -- CLOSE OFF ONE OPERATOR WITHIN A FILE
064700*----------------------------------------------------------------
064800 3300-OPERATOR-TOTAL.
064900     MOVE WS-OPER-COUNT TO WS-COUNT-ED
065000     MOVE SPACES TO REPORT-LINE
065100     STRING "  CHANGES BY " WS-PREV-OPER ": " WS-COUNT-ED
065200         DELIMITED BY SIZE INTO REPORT-LINE
065300     WRITE REPORT-LINE
065400     MOVE ZERO TO WS-OPER-COUNT.
065500
065600 3300-OPERATOR-TOTAL-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000* 3400-FILE-TOTAL -- CLOSE OFF ONE FILE
066100*----------------------------------------------------------------
066200 3400-FILE-TOTAL.
066300     MOVE WS-FILE-COUNT TO WS-COUNT-ED
066400     MOVE SPACES TO REPORT-LINE
066500     STRING "CHANGES TO " WS-PREV-FILE ": " WS-COUNT-ED
066600         DELIMITED BY SIZE INTO REPORT-LINE
066700     WRITE REPORT-LINE
066800     MOVE SPACES TO REPORT-LINE
066900     WRITE REPORT-LINE
067000     MOVE ZERO TO WS-FILE-COUNT.
067100
067200 3400-FILE-TOTAL-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------
067600* 3500-PRINT-ONE-SECURITY -- TWO LINES FOR EACH CHANGE SECURITY
067700*                            SIGNS OFF: WHO, WHEN AND WHAT, THEN
067800*                            THE BEFORE AND AFTER
067900*----------------------------------------------------------------
068000 3500-PRINT-ONE-SECURITY.
068100     IF NOT CE-IS-SECURITY (WS-SUB)
068200         GO TO 3500-PRINT-ONE-SECURITY-EXIT
068300     END-IF
068400     ADD 1 TO WS-SEC-COUNT
068500     PERFORM 8600-ACTION-WORD THRU 8600-ACTION-WORD-EXIT
068600     MOVE CE-DATE (WS-SUB) TO WS-DATE-ED
068700     MOVE CE-TIME (WS-SUB)(1:6) TO WS-TIME-ED
068800     MOVE SPACES TO REPORT-LINE
068900     STRING WS-DATE-ED " " WS-TIME-ED " "
069000         CE-OPERATOR (WS-SUB) " " CE-DESK (WS-SUB) " "
069100         WS-ACTION-WORD " " CE-FILE-ID (WS-SUB) " "
069200         CE-KEY (WS-SUB)
069300         DELIMITED BY SIZE INTO REPORT-LINE
069400     WRITE REPORT-LINE
069500     MOVE SPACES TO REPORT-LINE
069600     MOVE CE-SEC-DETAIL (WS-SUB) TO REPORT-LINE(7:72)
069700     WRITE REPORT-LINE.
069800
069900 3500-PRINT-ONE-SECURITY-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------
070300* 8000-READ-JOURNAL -- READ THE NEXT JOURNAL RECORD
070400*----------------------------------------------------------------
070500 8000-READ-JOURNAL.
070600     READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
070700         AT END
070800             SET WS-END-OF-JOURNAL TO TRUE
070900     END-READ.
071000
071100 8000-READ-JOURNAL-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------------
071500* 8600-ACTION-WORD -- SPELL OUT THE ACTION CODE OF ENTRY WS-SUB
071600*----------------------------------------------------------------
071700 8600-ACTION-WORD.
071800     IF CE-ACTION (WS-SUB) = "A"
071900         MOVE "ADD" TO WS-ACTION-WORD
072000     ELSE IF CE-ACTION (WS-SUB) = "C"
072100         MOVE "CHANGE" TO WS-ACTION-WORD
072200     ELSE IF CE-ACTION (WS-SUB) = "D"
072300         MOVE "DEACT" TO WS-ACTION-WORD
072400     ELSE IF CE-ACTION (WS-SUB) = "X"
072500         MOVE "EXPIRE" TO WS-ACTION-WORD
072600     ELSE IF CE-ACTION (WS-SUB) = "R"
072700         MOVE "RETIRE" TO WS-ACTION-WORD
072800     ELSE
072900         MOVE "?" TO WS-ACTION-WORD
073000     END-IF
073010     END-IF
073020     END-IF
073030     END-IF
073100     END-IF.
073200
073300 8600-ACTION-WORD-EXIT.
073400     EXIT.
