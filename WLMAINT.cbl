001900*                ALIASES TOGETHER, OR REVIEW THE LIST.  THE
002000*                WHOLE FILE IS LOADED AT START-UP AND WRITTEN
002100*                BACK AT END OF SESSION.
002110* 2026-10-15 TD  THE OPERATOR SIGNS ON AS AT THE DESK, AND EVERY
002120*                ADD AND EVERY ENTRY WHOSE EXPIRY IS CHANGED
002130*                APPENDS A BEFORE AND AFTER IMAGE TO THE CHANGE
002140*                JOURNAL (JRNLREC) WITH THE OPERATOR ID AND TIME,
002150*                ALL FLAGGED FOR SECURITY'S WEEKLY SIGN-OFF ON
002160*                CHGRPT -- AN EXPIRY MOVED OUT TO A LATER DATE
002170*                PUTS A BAR BACK IN FORCE.  NO SESSION WITHOUT
002180*                THE JOURNAL.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002700     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-WATCH-FILE-STATUS.
002910
002920     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
002930         ORGANIZATION IS SEQUENTIAL
002940         FILE STATUS IS WS-JRNL-FILE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003700     LABEL RECORDS ARE STANDARD.
003800     COPY WATCHREC REPLACING WATCHLIST-RECORD
003900         BY WATCHLIST-OUT.
003910
003920*----------------------------------------------------------------
003930* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY CHANGE, APPENDED
003940*----------------------------------------------------------------
003950 FD  JOURNAL-FILE
003960     LABEL RECORDS ARE STANDARD.
003970     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-OUT.
004000
004100 WORKING-STORAGE SECTION.
004200 COPY WATCHREC REPLACING WATCHLIST-RECORD
004300     BY WS-WATCHLIST-RECORD.
004310 COPY JRNLREC REPLACING JOURNAL-RECORD
004320     BY WS-JOURNAL-RECORD.
004400
004500 77  WS-WATCH-FILE-STATUS PIC X(02) VALUE SPACES.
004600     88  WS-WATCH-FILE-OK VALUES "00" "04".
004700     88  WS-WATCH-FILE-EOF VALUE "10".
004800     88  WS-WATCH-FILE-NOT-FOUND VALUE "35".
004810
004820 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
004830     88  WS-JRNL-FILE-OK VALUES "00" "04".
004840     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
004850
004860 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
004870 77  WS-DESK-ID PIC X(04) VALUE SPACES.
004880 77  WS-SIGNON-SW PIC X(01) VALUE "N".
004890     88  WS-SIGNED-ON VALUE "Y".
004900
005000 77  WS-EOF-SW PIC X(01) VALUE "N".
005100     88  WS-END-OF-WATCHLST VALUE "Y".
010400*----------------------------------------------------------------
010500 0000-MAINLINE.
010600*----------------------------------------------------------------
010610     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
010620         UNTIL WS-SIGNED-ON
010700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
010800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010900     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
011100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011200     STOP RUN.
011300
011310*----------------------------------------------------------------
011320* 0100-SIGN-ON -- THE SAME SIGN-ON AS THE DESK.  THE OPERATOR ID
011330*                 IS STAMPED ON EVERY JOURNAL RECORD, SO THE
011340*                 WEEKLY CHANGE REPORT SHOWS WHO CHANGED WHAT.
011350*----------------------------------------------------------------
011360 0100-SIGN-ON.
011361     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID"
011362     ACCEPT WS-OPERATOR-ID
011363     IF WS-OPERATOR-ID = SPACES
011364         DISPLAY "OPERATOR ID CANNOT BE BLANK"
011365         GO TO 0100-SIGN-ON-EXIT
011366     END-IF
011367     DISPLAY "ENTER DESK/STATION ID"
011368     ACCEPT WS-DESK-ID
011369     IF WS-DESK-ID = SPACES
011370         DISPLAY "DESK ID CANNOT BE BLANK"
011371         GO TO 0100-SIGN-ON-EXIT
011372     END-IF
011373     SET WS-SIGNED-ON TO TRUE
011374     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
011375
011376 0100-SIGN-ON-EXIT.
011377     EXIT.
011378
011400*----------------------------------------------------------------
011500* 1000-INITIALIZE -- LOAD THE WATCHLIST INTO THE TABLE.  THE
011510*                    CHANGE JOURNAL MUST BE WRITABLE -- IT IS
011520*                    OPENED ONLY AROUND EACH WRITE, SO CHECK IT
011530*                    ONCE HERE AND REFUSE THE SESSION IF NOT.
011600*----------------------------------------------------------------
011700 1000-INITIALIZE.
011710     OPEN EXTEND JOURNAL-FILE
011720     IF WS-JRNL-FILE-NOT-FOUND
011730         OPEN OUTPUT JOURNAL-FILE
011740     END-IF
011750     IF NOT WS-JRNL-FILE-OK
011760         DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED - ABORTED"
011770         MOVE 16 TO RETURN-CODE
011780         STOP RUN
011790     END-IF
011791     CLOSE JOURNAL-FILE
011792
011800     MOVE ZERO TO WS-ENTRY-COUNT
011900     OPEN INPUT WATCHLST-FILE
012000     IF WS-WATCH-FILE-NOT-FOUND
024100 3000-ADD-ENTRY-STORE.
024200     ADD 1 TO WS-ENTRY-COUNT
024300     MOVE WS-WATCHLIST-RECORD TO WS-WATCH-ENTRY (WS-ENTRY-COUNT)
024400     DISPLAY "ADDED: " WL-NAME OF WS-WATCHLIST-RECORD
024410
024420     MOVE SPACES TO WS-JOURNAL-RECORD
024430     SET JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD TO TRUE
024440     MOVE WS-WATCHLIST-RECORD
024441         TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
024450     MOVE WL-NAME OF WS-WATCHLIST-RECORD
024460         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
024470     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
024500
024600 3000-ADD-ENTRY-EXIT.
024700     EXIT.
038200*----------------------------------------------------------------
038300* 4200-EXPIRE-ONE -- STAMP THE EXPIRY DATE ON ONE ENTRY IF IT
038400*                    BELONGS TO THE TARGET FAMILY
038410*                    AND JOURNAL IT.  AN ENTRY ALREADY
038420*                    CARRYING THAT DATE IS COUNTED BUT NOT
038430*                    JOURNALED -- NOTHING CHANGED.
038500*----------------------------------------------------------------
038600 4200-EXPIRE-ONE.
038700     MOVE WS-WATCH-ENTRY (WS-SUB) TO WATCHLIST-OUT
039600     END-IF
039700
039800     MOVE WS-EXPIRE-DATE TO WL-EXP-DATE OF WATCHLIST-OUT
039810     ADD 1 TO WS-EXPIRED-COUNT
039820     DISPLAY "EXPIRED: " WL-NAME OF WATCHLIST-OUT
039830     IF WATCHLIST-OUT = WS-WATCH-ENTRY (WS-SUB)
039840         GO TO 4200-EXPIRE-ONE-EXIT
039850     END-IF
039860
039870     MOVE SPACES TO WS-JOURNAL-RECORD
039880     SET JR-ACTION-IS-EXPIRE OF WS-JOURNAL-RECORD TO TRUE
039890     MOVE WS-WATCH-ENTRY (WS-SUB)
039891         TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
039892     MOVE WATCHLIST-OUT TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
039893     MOVE WL-NAME OF WATCHLIST-OUT
039894         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
039900     MOVE WATCHLIST-OUT TO WS-WATCH-ENTRY (WS-SUB)
040000     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
040200
040300 4200-EXPIRE-ONE-EXIT.
040400     EXIT.
048200
048300 8000-READ-WATCHLST-EXIT.
048400     EXIT.
048410
048420*----------------------------------------------------------------
048430* 8500-WRITE-JOURNAL -- STAMP AND APPEND THE JOURNAL RECORD THE
048440*                       CALLER BUILT IN WS-JOURNAL-RECORD.  THE
048450*                       JOURNAL IS WRITTEN WHEN THE CHANGE IS
048460*                       MADE IN THE TABLE; A FAILED WRITE IS
048470*                       REPORTED, NOT UNDONE.  EVERY WATCHLIST
048480*                       CHANGE GOES BEFORE SECURITY.
048490*----------------------------------------------------------------
048500 8500-WRITE-JOURNAL.
048501     ACCEPT JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
048502         FROM DATE YYYYMMDD
048503     ACCEPT JR-JOURNAL-TIME OF WS-JOURNAL-RECORD FROM TIME
048504     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID OF WS-JOURNAL-RECORD
048505     MOVE WS-DESK-ID TO JR-DESK-ID OF WS-JOURNAL-RECORD
048506     MOVE "WLMAINT" TO JR-PROGRAM-ID OF WS-JOURNAL-RECORD
048507     SET JR-FILE-IS-WATCHLST OF WS-JOURNAL-RECORD TO TRUE
048508     SET JR-IS-SECURITY OF WS-JOURNAL-RECORD TO TRUE
048509
048510     OPEN EXTEND JOURNAL-FILE
048511     IF WS-JRNL-FILE-NOT-FOUND
048512         OPEN OUTPUT JOURNAL-FILE
048513     END-IF
048514     IF NOT WS-JRNL-FILE-OK
048515         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
048516         GO TO 8500-WRITE-JOURNAL-EXIT
048517     END-IF
048518     WRITE JOURNAL-OUT FROM WS-JOURNAL-RECORD
048519     IF NOT WS-JRNL-FILE-OK
048520         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
048521     END-IF
048522     CLOSE JOURNAL-FILE.
048523
048524 8500-WRITE-JOURNAL-EXIT.
048525     EXIT.
048526
048600*----------------------------------------------------------------
048700* 9000-TERMINATE -- WRITE THE TABLE BACK OUT AS THE NEW LIST
048800*----------------------------------------------------------------
