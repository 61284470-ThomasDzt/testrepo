001690*                THE FILE -- READ BY KEY, WRITE, REWRITE -- SO
001691*                THE 1000-ENTRY TABLE AND ITS LIMIT ARE GONE AND
001692*                EVERY CHANGE IS ON DISK THE MOMENT IT IS MADE.
001693* 2026-10-15 TD  A NUMBER RETIRED BY THE VMMERGE DUPLICATE MERGE
001694*                (STATUS "M") CANNOT BE CHANGED OR DEACTIVATED;
001695*                THE OPERATOR IS POINTED AT THE NUMBER IT WAS
001696*                MERGED INTO.  INQUIRE SHOWS THAT NUMBER.
001697* 2026-10-15 TD  THE OPERATOR SIGNS ON AS AT THE DESK, AND EVERY
001698*                ADD, CHANGE AND DEACTIVATE APPENDS A BEFORE AND
001699*                AFTER IMAGE TO THE CHANGE JOURNAL (JRNLREC) WITH
001709*                THE OPERATOR ID AND TIME.  A CHANGE TO STANDING
001719*                AUTHORIZATION IS FLAGGED FOR SECURITY'S WEEKLY
001729*                SIGN-OFF ON CHGRPT.  NO SESSION WITHOUT THE
001739*                JOURNAL.
001749*----------------------------------------------------------------
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002330         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
002340             WITH DUPLICATES
002400         FILE STATUS IS WS-MAST-FILE-STATUS.
002410
002420     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
002430         ORGANIZATION IS SEQUENTIAL
002440         FILE STATUS IS WS-JRNL-FILE-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
003200     LABEL RECORDS ARE STANDARD.
003300     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
003400         BY MASTER-RECORD.
003410
003420*----------------------------------------------------------------
003430* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY CHANGE, APPENDED
003440*----------------------------------------------------------------
003450 FD  JOURNAL-FILE
003460     LABEL RECORDS ARE STANDARD.
003470     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-OUT.
003500
003600 WORKING-STORAGE SECTION.
003700 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
003800     BY WS-MASTER-RECORD.
003810 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
003820     BY WS-BEFORE-MASTER.
003830 COPY JRNLREC REPLACING JOURNAL-RECORD
003840     BY WS-JOURNAL-RECORD.
003900
004000 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
004100     88  WS-MAST-FILE-OK VALUES "00" "04".
004200     88  WS-MAST-FILE-EOF VALUE "10".
004300     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
004310
004320 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
004330     88  WS-JRNL-FILE-OK VALUES "00" "04".
004340     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
004350
004360 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
004370 77  WS-DESK-ID PIC X(04) VALUE SPACES.
004380 77  WS-SIGNON-SW PIC X(01) VALUE "N".
004390     88  WS-SIGNED-ON VALUE "Y".
004400
004500 77  WS-EOF-SW PIC X(01) VALUE "N".
004600     88  WS-END-OF-MASTER VALUE "Y".
007100*----------------------------------------------------------------
007200 0000-MAINLINE.
007300*----------------------------------------------------------------
007310     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
007320         UNTIL WS-SIGNED-ON
007400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007500     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
007600         UNTIL WS-SESSION-DONE
007700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007800     STOP RUN.
007900
007910*----------------------------------------------------------------
007920* 0100-SIGN-ON -- THE SAME SIGN-ON AS THE DESK.  THE OPERATOR ID
007930*                 IS STAMPED ON EVERY JOURNAL RECORD, SO THE
007940*                 WEEKLY CHANGE REPORT SHOWS WHO CHANGED WHAT.
007950*----------------------------------------------------------------
007960 0100-SIGN-ON.
007961     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID"
007962     ACCEPT WS-OPERATOR-ID
007963     IF WS-OPERATOR-ID = SPACES
007964         DISPLAY "OPERATOR ID CANNOT BE BLANK"
007965         GO TO 0100-SIGN-ON-EXIT
007966     END-IF
007967     DISPLAY "ENTER DESK/STATION ID"
007968     ACCEPT WS-DESK-ID
007969     IF WS-DESK-ID = SPACES
007970         DISPLAY "DESK ID CANNOT BE BLANK"
007971         GO TO 0100-SIGN-ON-EXIT
007972     END-IF
007973     SET WS-SIGNED-ON TO TRUE
007974     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
007975
007976 0100-SIGN-ON-EXIT.
007977     EXIT.
007978
008000*----------------------------------------------------------------
008100* 1000-INITIALIZE -- OPEN THE MASTER FOR UPDATE.  A MISSING FILE
008200*                    IS CREATED EMPTY SO A BRAND-NEW SITE CAN
008300*                    START ADDING VISITORS STRAIGHT AWAY.  THE
008310*                    CHANGE JOURNAL MUST BE WRITABLE -- IT IS
008320*                    OPENED ONLY AROUND EACH WRITE, SO CHECK IT
008330*                    ONCE HERE AND REFUSE THE SESSION IF NOT.
008400*----------------------------------------------------------------
008500 1000-INITIALIZE.
008600     OPEN I-O VISMAST-FILE
009400         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
009500         MOVE 16 TO RETURN-CODE
009600         STOP RUN
009700     END-IF
009710
009720     OPEN EXTEND JOURNAL-FILE
009730     IF WS-JRNL-FILE-NOT-FOUND
009740         OPEN OUTPUT JOURNAL-FILE
009750     END-IF
009760     IF NOT WS-JRNL-FILE-OK
009770         DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED - ABORTED"
009780         CLOSE VISMAST-FILE
009790         MOVE 16 TO RETURN-CODE
009791         STOP RUN
009792     END-IF
009793     CLOSE JOURNAL-FILE.
009800
009900 1000-INITIALIZE-EXIT.
010000     EXIT.
015800     SET VM-STATUS-IS-ACTIVE OF WS-MASTER-RECORD TO TRUE
015810     MOVE ZEROES TO VM-VISIT-COUNT OF WS-MASTER-RECORD
015820     MOVE ZEROES TO VM-LAST-VISIT-DATE OF WS-MASTER-RECORD
015830     MOVE ZEROES TO VM-MERGED-INTO OF WS-MASTER-RECORD
015900
016000     MOVE WS-MASTER-RECORD TO MASTER-RECORD
016100     WRITE MASTER-RECORD
016300             DISPLAY "WRITE FAILED - NUMBER ALREADY ON FILE"
016400             GO TO 3000-ADD-ENTRY-EXIT
016500     END-WRITE
016600     DISPLAY "ADDED AS VISITOR NUMBER " WS-NEXT-NO
016610
016620     MOVE SPACES TO WS-JOURNAL-RECORD
016630     SET JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD TO TRUE
016640     MOVE WS-MASTER-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
016650     IF VM-STANDING-AUTH OF WS-MASTER-RECORD
016660         SET JR-IS-SECURITY OF WS-JOURNAL-RECORD TO TRUE
016670     END-IF
016680     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
016700
016800 3000-ADD-ENTRY-EXIT.
016900     EXIT.
021700     IF NOT WS-ENTRY-FOUND
021800         GO TO 4000-CHANGE-ENTRY-EXIT
021900     END-IF
021910     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
021920         DISPLAY "NUMBER RETIRED - MERGED INTO "
021930             VM-MERGED-INTO OF WS-MASTER-RECORD
021940         GO TO 4000-CHANGE-ENTRY-EXIT
021950     END-IF
021960     MOVE WS-MASTER-RECORD TO WS-BEFORE-MASTER
022000
022100     DISPLAY "CHANGING " VM-VISITOR-NO OF WS-MASTER-RECORD
022200         " " VM-NAME OF WS-MASTER-RECORD
026900             DISPLAY "REWRITE FAILED - ENTRY NOT UPDATED"
027000             GO TO 4000-CHANGE-ENTRY-EXIT
027100     END-REWRITE
027200     DISPLAY "ENTRY UPDATED"
027210     IF WS-MASTER-RECORD = WS-BEFORE-MASTER
027220         GO TO 4000-CHANGE-ENTRY-EXIT
027230     END-IF
027240
027250     MOVE SPACES TO WS-JOURNAL-RECORD
027260     SET JR-ACTION-IS-CHANGE OF WS-JOURNAL-RECORD TO TRUE
027270     MOVE WS-BEFORE-MASTER TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
027280     MOVE WS-MASTER-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
027290     IF VM-AUTH-FLAG OF WS-MASTER-RECORD
027291         NOT = VM-AUTH-FLAG OF WS-BEFORE-MASTER
027292         SET JR-IS-SECURITY OF WS-JOURNAL-RECORD TO TRUE
027293     END-IF
027294     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
027300
027400 4000-CHANGE-ENTRY-EXIT.
027500     EXIT.
028400     IF NOT WS-ENTRY-FOUND
028500         GO TO 5000-DEACT-ENTRY-EXIT
028600     END-IF
028610     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
028620         DISPLAY "NUMBER RETIRED - MERGED INTO "
028630             VM-MERGED-INTO OF WS-MASTER-RECORD
028640         GO TO 5000-DEACT-ENTRY-EXIT
028650     END-IF
028700
028800     IF VM-STATUS-IS-INACTIVE OF WS-MASTER-RECORD
028900         DISPLAY "ENTRY IS ALREADY INACTIVE"
029000         GO TO 5000-DEACT-ENTRY-EXIT
029100     END-IF
029110     MOVE WS-MASTER-RECORD TO WS-BEFORE-MASTER
029200     SET VM-STATUS-IS-INACTIVE OF WS-MASTER-RECORD TO TRUE
029300     MOVE WS-MASTER-RECORD TO MASTER-RECORD
029400     REWRITE MASTER-RECORD
029700             GO TO 5000-DEACT-ENTRY-EXIT
029800     END-REWRITE
029900     DISPLAY "DEACTIVATED " VM-VISITOR-NO OF WS-MASTER-RECORD
030000         " " VM-NAME OF WS-MASTER-RECORD
030010
030020     MOVE SPACES TO WS-JOURNAL-RECORD
030030     SET JR-ACTION-IS-DEACT OF WS-JOURNAL-RECORD TO TRUE
030040     MOVE WS-BEFORE-MASTER TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
030050     MOVE WS-MASTER-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
030060     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
030100
030200 5000-DEACT-ENTRY-EXIT.
030300     EXIT.
030490     DISPLAY "STANDING AUTH : " VM-AUTH-FLAG OF WS-MASTER-RECORD
030500     DISPLAY "STATUS        : "
030510         VM-STATUS-CODE OF WS-MASTER-RECORD
030515     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
030516         DISPLAY "MERGED INTO   : "
030517             VM-MERGED-INTO OF WS-MASTER-RECORD
030518     END-IF
030520     PERFORM 4500-SHOW-HISTORY THRU 4500-SHOW-HISTORY-EXIT.
030530
030540 7000-INQUIRE-ENTRY-EXIT.
030550     EXIT.
030560
030580*----------------------------------------------------------------
030600* 6000-ASK-VISITOR-NO -- PROMPT FOR A VISITOR NUMBER AND READ
030700*                        THAT RECORD DIRECTLY BY KEY
030800*----------------------------------------------------------------
036700
036800 6060-BACK-UP-ONE-EXIT.
036900     EXIT.
036910
036920*----------------------------------------------------------------
036930* 8500-WRITE-JOURNAL -- STAMP AND APPEND THE JOURNAL RECORD THE
036940*                       CALLER BUILT IN WS-JOURNAL-RECORD.  THE
036950*                       MASTER IS ALREADY CHANGED BY NOW, SO A
036960*                       FAILED WRITE IS REPORTED, NOT UNDONE.
036970*----------------------------------------------------------------
036980 8500-WRITE-JOURNAL.
036981     ACCEPT JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
036982         FROM DATE YYYYMMDD
036983     ACCEPT JR-JOURNAL-TIME OF WS-JOURNAL-RECORD FROM TIME
036984     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID OF WS-JOURNAL-RECORD
036985     MOVE WS-DESK-ID TO JR-DESK-ID OF WS-JOURNAL-RECORD
036986     MOVE "VISMAINT" TO JR-PROGRAM-ID OF WS-JOURNAL-RECORD
036987     SET JR-FILE-IS-VISMAST OF WS-JOURNAL-RECORD TO TRUE
036988     MOVE VM-VISITOR-NO OF WS-MASTER-RECORD
036989         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
036990     IF NOT JR-IS-SECURITY OF WS-JOURNAL-RECORD
036991         MOVE "N" TO JR-SECURITY-SW OF WS-JOURNAL-RECORD
036992     END-IF
036993
036994     OPEN EXTEND JOURNAL-FILE
036995     IF WS-JRNL-FILE-NOT-FOUND
036996         OPEN OUTPUT JOURNAL-FILE
036997     END-IF
036998     IF NOT WS-JRNL-FILE-OK
036999         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
037000         GO TO 8500-WRITE-JOURNAL-EXIT
037001     END-IF
037002     WRITE JOURNAL-OUT FROM WS-JOURNAL-RECORD
037003     IF NOT WS-JRNL-FILE-OK
037004         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
037005     END-IF
037006     CLOSE JOURNAL-FILE.
037007
037008 8500-WRITE-JOURNAL-EXIT.
037009     EXIT.
037010
037100*----------------------------------------------------------------
037200* 9000-TERMINATE -- CLOSE THE MASTER.  EVERY ADD AND CHANGE WAS
037300*                   WRITTEN WHEN IT WAS MADE.
