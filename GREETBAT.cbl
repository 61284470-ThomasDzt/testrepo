001411*                DESK "BTCH") INTO EVERY RECORD LOGGED, THE
001412*                SAME WAY THE DESK PROGRAMS STAMP THE SIGNED-ON
001413*                OPERATOR AND DESK.
001414* 2026-09-02 TD  RECORD EVERY RUN ON THE RUNCTL RUN-CONTROL
001415*                LEDGER (SEE RUNCREC) AND REFUSE TO START A
001416*                BUSINESS DATE THE LEDGER ALREADY SHOWS AS
001417*                COMPLETED, UNLESS A FORCE CARD IS SUPPLIED ON
001418*                FORCECRD -- A RESUBMITTED GREETNS WITH THE SAME
001419*                DATECARD WAS APPENDING EVERY ROSTER NAME TO
001420*                VISITLOG A SECOND TIME AND DOUBLING THE
001421*                MORNING SUMMARY.  A REFUSED RUN ENDS RC=8.
001422* 2026-09-02 TD  SCREEN ON A NORMALIZED NAME (CASE-FOLDED,
001423*                PUNCTUATION AND EXTRA SPACES STRIPPED) INSTEAD
001424*                OF THE EXACT 30-CHARACTER COMPARE, LOAD ONLY
001425*                WATCHLIST ENTRIES IN EFFECT FOR THE PROCESSING
001426*                DATE (NEW EFFECTIVE/EXPIRY DATES ON WATCHREC),
001427*                AND FLAG THE PRIMARY NAME WHEN A HIT CAME IN
001428*                THROUGH AN ALIAS RECORD.
001429* 2026-09-02 TD  STAMP SC-LOG-DATE FROM THE DATECARD PROCESSING
001430*                DATE, THE SAME DATE STAMPED ON THE VISITLOG
001431*                RECORD -- THE SCREENING AUDIT CROSS-CHECK
001432*                (SCRNRPT) PAIRS ARRIVALS WITH THEIR SCREENING
001433*                DECISIONS BY DATE AND NAME, AND A RERUN OF A
001434*                PRIOR DAY WAS LOGGING THE TWO UNDER DIFFERENT
001435*                DATES.
001436* 2026-09-02 TD  VISMAST IS NOW AN INDEXED FILE KEYED ON
001437*                VM-VISITOR-NO WITH AN ALTERNATE KEY ON VM-NAME.
001438*                EACH ROSTER NAME IS READ DIRECTLY BY THE NAME
001439*                KEY, SO THE 1000-ENTRY IN-CORE TABLE AND ITS
001440*                "TABLE FULL" ABORT ARE GONE -- THE MASTER CAN
001441*                GROW WITHOUT LIMIT.
001442* 2026-10-15 TD  SEND THE HOST AN ARRIVAL NOTICE FOR EVERY
001443*                VISITOR LOGGED WHO WAS ANNOUNCED (ON THE
001444*                EXPECTED LIST FOR THE RUN DATE) OR IS KNOWN
001445*                (ACTIVE VISMAST ENTRY WITH A HOST).  THE HOST IS
001446*                LOOKED UP ON THE NEW HOSTDIR DIRECTORY AND THE
001447*                NOTICE APPENDED TO NOTIFOUT FOR THE MAIL
001448*                GATEWAY.  A HOST NOT IN THE DIRECTORY, OR
001449*                MARKED AS LEFT, IS LISTED ON THE REPORT FOR
001450*                RECEPTION TO PHONE.
001451* 2026-10-15 TD  EVERY WATCHLIST HIT NOW OPENS A NUMBERED CASE
001452*                ON THE NEW INCIDENT FILE (INCDREC) FOR SECURITY
001453*                TO WORK THROUGH INCMAINT, AND THE REPORT LINE
001454*                FOR THE HIT CARRIES THE INCIDENT NUMBER.  THE
001455*                RUN DOES NOT PROCEED IF INCIDENTS CANNOT BE
001456*                WRITTEN.
001457* 2026-10-15 TD  LOG EVERY BATCH ARRIVAL WITH NO GROUP NUMBER, AND
001458*                DO NOT TAKE A GROUP HEADER FROM THE EXPECTED
001459*                LIST AS AN APPOINTMENT WHEN FINDING THE HOST.
001460* 2026-10-15 TD  CHECK THE CLEARANCES (CLRMAST, SEE CLRREC) OF
001461*                EVERY ROSTER NAME FOUND ACTIVE ON THE MASTER
001462*                AGAINST THE RUN DATE.  A CONTRACTOR WITHOUT A
001463*                CURRENT SAFETY INDUCTION, OR ANYONE MISSING A
001464*                CLEARANCE MARKED REQUIRED, IS NOT GREETED OR
001465*                LOGGED AND IS FLAGGED ON GREETRPT; ANY OTHER
001466*                MISSING OR EXPIRED CLEARANCE IS PRINTED AS A
001467*                WARNING UNDER THE GREETING.  EVERY REFUSAL AND
001468*                WARNING IS APPENDED TO CLRLOG (CLRLREC).  THE
001469*                RUN DOES NOT PROCEED IF CLRLOG CANNOT BE
001470*                WRITTEN; WITHOUT CLRMAST IT RUNS UNCHECKED AND
001471*                SAYS SO ON THE REPORT.
001472* 2026-10-15 TD  AN INCIDENT NUMBER TAKEN MEANWHILE (INCMAINT OR
001473*                THE DESK OPENING ONE DURING THE RUN) NO LONGER
001474*                ABORTS: THE HIGHEST NUMBER IS READ AGAIN AND THE
001475*                NEXT ONE TRIED.  A FAILED WRITE TO NOTIFOUT OR
001476*                CLRLOG IS NOW REPORTED AND SETS RC=8.
001477*----------------------------------------------------------------
001500
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002995         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
002996             WITH DUPLICATES
002997         FILE STATUS IS WS-MAST-FILE-STATUS.
002998
002999     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
003000         ORGANIZATION IS LINE SEQUENTIAL
003001         FILE STATUS IS WS-WATCH-FILE-STATUS.
003002
003003     SELECT SCRNLOG-FILE ASSIGN TO "SCRNLOG"
003004         ORGANIZATION IS SEQUENTIAL
003005         FILE STATUS IS WS-SCRN-FILE-STATUS.
003006
003007     SELECT DATECARD-FILE ASSIGN TO "DATECARD"
003008         ORGANIZATION IS LINE SEQUENTIAL
003009         FILE STATUS IS WS-DATE-CARD-STATUS.
003010
003011     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003012         ORGANIZATION IS INDEXED
003013         ACCESS MODE IS DYNAMIC
003014         RECORD KEY IS RC-LEDGER-KEY OF RUNCTL-RECORD
003015         FILE STATUS IS WS-RUNCTL-STATUS.
003016
003017     SELECT FORCECRD-FILE ASSIGN TO "FORCECRD"
003018         ORGANIZATION IS LINE SEQUENTIAL
003019         FILE STATUS IS WS-FORCE-CARD-STATUS.
003020
003021     SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
003022         ORGANIZATION IS LINE SEQUENTIAL
003023         FILE STATUS IS WS-EXP-FILE-STATUS.
003024
003025     SELECT HOSTDIR-FILE ASSIGN TO "HOSTDIR"
003026         ORGANIZATION IS INDEXED
003027         ACCESS MODE IS RANDOM
003028         RECORD KEY IS HD-EMPLOYEE OF HOST-RECORD
003029         FILE STATUS IS WS-HOST-FILE-STATUS.
003030
003031     SELECT NOTICE-FILE ASSIGN TO "NOTIFOUT"
003032         ORGANIZATION IS SEQUENTIAL
003033         FILE STATUS IS WS-NOTE-FILE-STATUS.
003034
003035     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
003036         ORGANIZATION IS INDEXED
003037         ACCESS MODE IS DYNAMIC
003038         RECORD KEY IS IN-INCIDENT-NO OF INCD-RECORD
003039         FILE STATUS IS WS-INCD-FILE-STATUS.
003040
003041     SELECT CLRMAST-FILE ASSIGN TO "CLRMAST"
003042         ORGANIZATION IS INDEXED
003043         ACCESS MODE IS RANDOM
003044         RECORD KEY IS CL-VISITOR-NO OF CLR-RECORD
003045         FILE STATUS IS WS-CLR-FILE-STATUS.
003046
003047     SELECT CLRLOG-FILE ASSIGN TO "CLRLOG"
003048         ORGANIZATION IS SEQUENTIAL
003049         FILE STATUS IS WS-CLRLOG-FILE-STATUS.
003050
003100 DATA DIVISION.
003200 FILE SECTION.
003300*----------------------------------------------------------------
005929     05  FC-TEXT PIC X(08).
005930     05  FILLER PIC X(72).
005931
005932*----------------------------------------------------------------
005933* EXPECTED-FILE -- THE HOST DEPARTMENTS' APPOINTMENT LIST
005934*----------------------------------------------------------------
005935 FD  EXPECTED-FILE
005936     LABEL RECORDS ARE STANDARD.
005937     COPY EXPREC REPLACING EXPECTED-RECORD BY EXPECTED-IN.
005938
005939*----------------------------------------------------------------
005940* HOSTDIR-FILE -- HOST DIRECTORY, KEYED BY EMPLOYEE NAME
005941*----------------------------------------------------------------
005942 FD  HOSTDIR-FILE
005943     LABEL RECORDS ARE STANDARD.
005944     COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
005945         BY HOST-RECORD.
005946
005947*----------------------------------------------------------------
005948* NOTICE-FILE -- ARRIVAL NOTICES FOR THE MAIL GATEWAY
005949*----------------------------------------------------------------
005950 FD  NOTICE-FILE
005951     LABEL RECORDS ARE STANDARD.
005952     COPY NOTEREC REPLACING ARRIVAL-NOTICE-RECORD
005953         BY NOTICE-RECORD.
005954
005955*----------------------------------------------------------------
005956* INCIDENT-FILE -- SECURITY INCIDENTS, KEYED BY INCIDENT NUMBER
005957*----------------------------------------------------------------
005958 FD  INCIDENT-FILE
005959     LABEL RECORDS ARE STANDARD.
005960     COPY INCDREC REPLACING INCIDENT-RECORD BY INCD-RECORD.
005961
005962*----------------------------------------------------------------
005963* CLRMAST-FILE -- VISITOR CLEARANCES, KEYED BY VISITOR NUMBER
005964*----------------------------------------------------------------
005965 FD  CLRMAST-FILE
005966     LABEL RECORDS ARE STANDARD.
005967     COPY CLRREC REPLACING CLEARANCE-RECORD BY CLR-RECORD.
005968
005969*----------------------------------------------------------------
005970* CLRLOG-FILE -- ONE RECORD PER CLEARANCE REFUSAL OR WARNING
005971*----------------------------------------------------------------
005972 FD  CLRLOG-FILE
005973     LABEL RECORDS ARE STANDARD.
005974     COPY CLRLREC REPLACING CLEARANCE-LOG-RECORD
005975         BY CLRLOG-RECORD.
005976
005977 WORKING-STORAGE SECTION.
005978 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
005979
005980 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
005981     BY WS-MASTER-RECORD.
005982
005983 COPY WATCHREC REPLACING WATCHLIST-RECORD
005984     BY WS-WATCHLIST-RECORD.
005985
005986 COPY SCRNREC REPLACING SCREENING-RECORD
005987     BY WS-SCREENING-RECORD.
005988
006000 77  WS-ROSTER-STATUS PIC X(02) VALUE SPACES.
006100     88  WS-ROSTER-OK VALUE "00".
006200     88  WS-ROSTER-EOF VALUE "10".
007426
007427 77  WS-WATCH-COUNT PIC 9(04) COMP VALUE ZERO.
007428 77  WS-WATCH-SUB PIC 9(04) COMP VALUE ZERO.
007429 77  WS-WATCH-HIT-SUB PIC 9(04) COMP VALUE ZERO.
007430 77  WS-WATCH-REASON PIC X(30) VALUE SPACES.
007431 77  WS-HITS-FLAGGED PIC 9(05) COMP VALUE ZERO.
007432 77  WS-HITS-FLAGGED-ED PIC ZZZZ9.
007433
007434*----------------------------------------------------------------
007435* IN-CORE COPY OF THE WATCHLIST, LOADED ONCE AT START-UP.  ONLY
007436* ENTRIES IN EFFECT FOR THE PROCESSING DATE ARE KEPT, AND THE
007437* NAME IS STORED ALREADY NORMALIZED SO EACH ROSTER NAME IS ONE
007438* COMPARE PER ENTRY.
007439*----------------------------------------------------------------
007440 01  WS-WATCH-TABLE.
007441     05  WS-WATCH-ENTRY OCCURS 200.
007442         10  WT-NAME PIC X(30).
007443         10  WT-REASON PIC X(30).
007444         10  WT-PRIMARY PIC X(30).
007445
007446 77  WS-NAME-NORM PIC X(30) VALUE SPACES.
007447
007448*----------------------------------------------------------------
007449* WORK FIELDS FOR THE NAME NORMALIZATION (9200-NORMALIZE-NAME)
007450*----------------------------------------------------------------
007451 77  WS-NORM-IN PIC X(30) VALUE SPACES.
007452 77  WS-NORM-OUT PIC X(30) VALUE SPACES.
007453 77  WS-NORM-POS PIC 9(02) COMP VALUE ZERO.
007454 77  WS-NORM-OUT-POS PIC 9(02) COMP VALUE ZERO.
007455 77  WS-NORM-CHAR PIC X(01) VALUE SPACE.
007456     88  WS-NORM-CHAR-KEEP VALUES "A" THRU "I"
007457         "J" THRU "R" "S" THRU "Z" "0" THRU "9".
007458 77  WS-NORM-PEND-SW PIC X(01) VALUE "N".
007459     88  WS-NORM-SPACE-PENDING VALUE "Y".
007460
007461 77  WS-DATE-CARD-STATUS PIC X(02) VALUE SPACES.
007462     88  WS-DATE-CARD-OK VALUE "00".
007463     88  WS-DATE-CARD-NOT-FOUND VALUE "35".
007464
007465 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
007466 77  WS-RUN-DATE-ED PIC 9999B99B99.
007467
007468 77  WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
007469     88  WS-RUNCTL-OK VALUES "00" "04".
007470     88  WS-RUNCTL-NOT-FOUND VALUE "35".
007471
007472 77  WS-FORCE-CARD-STATUS PIC X(02) VALUE SPACES.
007473     88  WS-FORCE-CARD-OK VALUE "00".
007474     88  WS-FORCE-CARD-NOT-FOUND VALUE "35".
007475
007476 77  WS-FORCE-SW PIC X(01) VALUE "N".
007477     88  WS-FORCE-SUPPLIED VALUE "Y".
007478
007479 77  WS-PRIOR-RUN-SW PIC X(01) VALUE "N".
007480     88  WS-PRIOR-RUN-COMPLETE VALUE "Y".
007481
007482*----------------------------------------------------------------
007483* ARRIVAL-NOTICE WORK FIELDS.  THE RUN DATE'S APPOINTMENTS ARE
007484* LOADED ONCE AT START-UP SO EACH ROSTER NAME CAN FIND ITS HOST
007485* WITHOUT REREADING THE EXPECTED LIST.
007486*----------------------------------------------------------------
007487 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
007488
007489 COPY HOSTREC REPLACING HOST-DIRECTORY-RECORD
007490     BY WS-HOST-RECORD.
007491
007492 COPY NOTEREC REPLACING ARRIVAL-NOTICE-RECORD
007493     BY WS-NOTICE-RECORD.
007494
007495 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
007496     88  WS-EXP-FILE-OK VALUES "00" "04".
007497     88  WS-EXP-FILE-NOT-FOUND VALUE "35".
007498
007499 77  WS-HOST-FILE-STATUS PIC X(02) VALUE SPACES.
007500     88  WS-HOST-FILE-OK VALUES "00" "04".
007501     88  WS-HOST-FILE-NOT-FOUND VALUE "35".
007502
007503 77  WS-NOTE-FILE-STATUS PIC X(02) VALUE SPACES.
007504     88  WS-NOTE-FILE-OK VALUES "00" "04".
007505     88  WS-NOTE-FILE-NOT-FOUND VALUE "35".
007506
007507 77  WS-EXP-EOF-SW PIC X(01) VALUE "N".
007508     88  WS-END-OF-EXPECTED VALUE "Y".
007509
007510 77  WS-HOST-OPEN-SW PIC X(01) VALUE "N".
007511     88  WS-HOSTDIR-IS-OPEN VALUE "Y".
007512
007513 77  WS-HOST-FOUND-SW PIC X(01) VALUE "N".
007514     88  WS-HOST-FOUND VALUE "Y".
007515
007516 77  WS-APPT-COUNT PIC 9(04) COMP VALUE ZERO.
007517 77  WS-APPT-SUB PIC 9(04) COMP VALUE ZERO.
007518 77  WS-APPT-HIT-SUB PIC 9(04) COMP VALUE ZERO.
007519 77  WS-HOST-NAME PIC X(30) VALUE SPACES.
007520 77  WS-HOST-KEY PIC X(30) VALUE SPACES.
007521 77  WS-HOST-REASON PIC X(01) VALUE SPACE.
007522 77  WS-NOTICES-SENT PIC 9(05) COMP VALUE ZERO.
007523 77  WS-HOSTS-TO-CALL PIC 9(05) COMP VALUE ZERO.
007524 77  WS-NOTICE-COUNT-ED PIC ZZZZ9.
007525
007526 77  WS-INCD-FILE-STATUS PIC X(02) VALUE SPACES.
007527     88  WS-INCD-FILE-OK VALUES "00" "04".
007528     88  WS-INCD-FILE-NOT-FOUND VALUE "35".
007529     88  WS-INCD-DUPLICATE-KEY VALUE "22".
007530
007531 77  WS-INCD-EOF-SW PIC X(01) VALUE "N".
007532     88  WS-END-OF-INCIDENTS VALUE "Y".
007533
007534 77  WS-INCIDENT-NO PIC 9(06) VALUE ZERO.
007535 77  WS-INCD-WRITTEN-SW PIC X(01) VALUE "N".
007536     88  WS-INCIDENT-WRITTEN VALUE "Y".
007537 77  WS-INCIDENTS-OPENED PIC 9(05) COMP VALUE ZERO.
007538
007539 01  WS-APPT-TABLE.
007540     05  WS-APPT-ENTRY OCCURS 500.
007541         10  AP-NAME PIC X(30).
007542         10  AP-HOST PIC X(30).
007543
007544*----------------------------------------------------------------
007545* CLEARANCE CHECK WORK FIELDS (2560-CHECK-CLEARANCE).  THE
007546* PROBLEMS FOUND FOR ONE ROSTER NAME ARE HELD IN WS-CLR-PROB-
007547* TABLE (SIX SLOTS PLUS A MISSING INDUCTION) UNTIL THE NAME'S
007548* REPORT LINES ARE PRINTED.  CP-ACTION IS "R" (REFUSE) OR "W"
007549* (WARN).
007550*----------------------------------------------------------------
007551 COPY CLRREC REPLACING CLEARANCE-RECORD BY WS-CLR-RECORD.
007552
007553 COPY CLRLREC REPLACING CLEARANCE-LOG-RECORD
007554     BY WS-CLR-LOG-RECORD.
007555
007556 77  WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
007557     88  WS-CLR-FILE-OK VALUES "00" "04".
007558     88  WS-CLR-FILE-NOT-FOUND VALUE "35".
007559
007560 77  WS-CLRLOG-FILE-STATUS PIC X(02) VALUE SPACES.
007561     88  WS-CLRLOG-FILE-OK VALUES "00" "04".
007562     88  WS-CLRLOG-FILE-NOT-FOUND VALUE "35".
007563
007564 77  WS-CLR-OPEN-SW PIC X(01) VALUE "N".
007565     88  WS-CLRMAST-IS-OPEN VALUE "Y".
007566
007567 77  WS-CLR-REFUSED-SW PIC X(01) VALUE "N".
007568     88  WS-CLEARANCE-REFUSED VALUE "Y".
007569
007570 77  WS-CLR-IND-SW PIC X(01) VALUE "N".
007571     88  WS-CLR-IND-SEEN VALUE "Y".
007572
007573 77  WS-CLR-SUB PIC 9(02) COMP VALUE ZERO.
007574 77  WS-CLR-PROB-COUNT PIC 9(02) COMP VALUE ZERO.
007575 77  WS-CLR-REFUSALS PIC 9(05) COMP VALUE ZERO.
007576 77  WS-CLR-WARNINGS PIC 9(05) COMP VALUE ZERO.
007577 77  WS-CLR-DATE-ED PIC 9999B99B99.
007578
007579 01  WS-CLR-PROB-TABLE.
007580     05  WS-CLR-PROB-ENTRY OCCURS 7.
007581         10  CP-TYPE PIC X(04).
007582         10  CP-EXPIRY-DATE PIC 9(08).
007583         10  CP-REASON PIC X(30).
007584         10  CP-ACTION PIC X(01).
007585             88  CP-ACTION-IS-REFUSE VALUE "R".
007586
007587 PROCEDURE DIVISION.
007600*----------------------------------------------------------------
007700 0000-MAINLINE.
007800*----------------------------------------------------------------
009700
009710     PERFORM 1500-READ-CHECKPOINT THRU 1500-READ-CHECKPOINT-EXIT
009720     PERFORM 1200-OPEN-MASTER THRU 1200-OPEN-MASTER-EXIT
009721     PERFORM 1250-OPEN-CLEARANCES THRU 1250-OPEN-CLEARANCES-EXIT
009722     PERFORM 1300-LOAD-WATCHLST THRU 1300-LOAD-WATCHLST-EXIT
009723     PERFORM 1400-OPEN-SCRNLOG THRU 1400-OPEN-SCRNLOG-EXIT
009724     PERFORM 1800-LOAD-APPTS THRU 1800-LOAD-APPTS-EXIT
009725     PERFORM 1900-OPEN-NOTICES THRU 1900-OPEN-NOTICES-EXIT
009726     PERFORM 1950-OPEN-INCIDENTS THRU 1950-OPEN-INCIDENTS-EXIT
009730
009800     MOVE "VISITOR GREETING REPORT" TO REPORT-LINE
009900     WRITE REPORT-LINE
010180             WS-RESTART-COUNT DELIMITED BY SIZE INTO REPORT-LINE
010190         WRITE REPORT-LINE
010195     END-IF
010196     IF NOT WS-CLRMAST-IS-OPEN
010197         MOVE "NO CLEARANCE FILE - CLEARANCES NOT CHECKED"
010198             TO REPORT-LINE
010199         WRITE REPORT-LINE
010229     END-IF
010259
010300     PERFORM 8000-READ-ROSTER THRU 8000-READ-ROSTER-EXIT
010310     PERFORM 1600-SKIP-ONE-RECORD THRU 1600-SKIP-ONE-RECORD-EXIT
010320         VARYING WS-SKIP-COUNT FROM 1 BY 1
010340         OR WS-END-OF-ROSTER.
010400
010500 1000-INITIALIZE-EXIT.
010520     EXIT.
010540
010560*----------------------------------------------------------------
010561* 1150-CHECK-RUN-CONTROL -- REFUSE A BUSINESS DATE THE LEDGER
010562*                           ALREADY SHOWS AS COMPLETED, UNLESS
010651
010652*----------------------------------------------------------------
010653* 1200-OPEN-MASTER -- OPEN THE INDEXED VISITOR MASTER FOR THE
010654*                     RUN.  A MISSING MASTER IS NOT AN ERROR --
010655*                     EVERY ROSTER NAME IS THEN LOGGED AS A
010656*                     WALK-IN.
010657*----------------------------------------------------------------
010658 1200-OPEN-MASTER.
010659     MOVE "N" TO WS-MAST-OPEN-SW
010660     OPEN INPUT VISMAST-FILE
010661     IF WS-MAST-FILE-NOT-FOUND
010662         GO TO 1200-OPEN-MASTER-EXIT
010663     END-IF
010664     IF NOT WS-MAST-FILE-OK
010665         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
010666         MOVE 16 TO RETURN-CODE
010667         STOP RUN
010668     END-IF
010669     SET WS-MASTER-IS-OPEN TO TRUE.
010670
010671 1200-OPEN-MASTER-EXIT.
010672     EXIT.
010673
010674*----------------------------------------------------------------
010675* 1250-OPEN-CLEARANCES -- OPEN THE CLEARANCE FILE AND THE
010676*                         CLEARANCE LOG FOR THE RUN.  A MISSING
010677*                         CLEARANCE FILE IS NOT AN ERROR -- THE
010678*                         NAMES ARE GREETED UNCHECKED AND THE
010679*                         REPORT SAYS SO.  A REFUSAL MUST NOT GO
010680*                         UNRECORDED, SO THE RUN DOES NOT PROCEED
010681*                         WITHOUT THE LOG.
010682*----------------------------------------------------------------
010683 1250-OPEN-CLEARANCES.
010684     MOVE "N" TO WS-CLR-OPEN-SW
010685     OPEN INPUT CLRMAST-FILE
010686     IF WS-CLR-FILE-OK
010687         SET WS-CLRMAST-IS-OPEN TO TRUE
010688     ELSE IF WS-CLR-FILE-NOT-FOUND
010689         DISPLAY "WARNING - NO CLEARANCE FILE - CLEARANCES NOT"
010690             " CHECKED"
010691     ELSE
010692         DISPLAY "CLEARANCE FILE COULD NOT BE OPENED - ABORTED"
010693         MOVE 16 TO RETURN-CODE
010694         STOP RUN
010695     END-IF
010696     END-IF
010697
010698     OPEN EXTEND CLRLOG-FILE
010699     IF WS-CLRLOG-FILE-NOT-FOUND
010700         OPEN OUTPUT CLRLOG-FILE
010701     END-IF
010702     IF NOT WS-CLRLOG-FILE-OK
010703         DISPLAY "CLEARANCE LOG COULD NOT BE OPENED - ABORTED"
010704         MOVE 16 TO RETURN-CODE
010705         STOP RUN
010706     END-IF.
010707
010708 1250-OPEN-CLEARANCES-EXIT.
010709     EXIT.
010710
010711*----------------------------------------------------------------
010712* 1500-READ-CHECKPOINT -- FETCH THE RESTART POINT LEFT BY A
010713*                         PRIOR RUN, IF ANY
010714*----------------------------------------------------------------
010715 1500-READ-CHECKPOINT.
010716     MOVE ZERO TO WS-RESTART-COUNT
010717     OPEN INPUT CHKPT-FILE
010718     IF WS-CHKPT-OK
010720         READ CHKPT-FILE
010730         IF WS-CHKPT-STATUS = "00"
010740             MOVE CHKPT-COUNT TO WS-RESTART-COUNT
011530             PERFORM 2650-SUPPRESS-HIT
011540                 THRU 2650-SUPPRESS-HIT-EXIT
011550         ELSE
011560             PERFORM 2500-FIND-MASTER-NO
011570                 THRU 2500-FIND-MASTER-NO-EXIT
011580             IF WS-CLEARANCE-REFUSED
011590                 PERFORM 2660-SUPPRESS-UNCLEARED
011595                     THRU 2660-SUPPRESS-UNCLEARED-EXIT
011597             ELSE
011598                 PERFORM 2100-GREET-AND-LOG
011599                     THRU 2100-GREET-AND-LOG-EXIT
012615             END-IF
012620         END-IF
012690     END-IF
012700     END-IF
012800
013200     EXIT.
013201
013202*----------------------------------------------------------------
013203* 2100-GREET-AND-LOG -- PRINT THE GREETING AND ANY CLEARANCE
013204*                       WARNINGS, LOG THE ARRIVAL UNDER THE
013205*                       VISITOR NUMBER 2500-FIND-MASTER-NO FOUND,
013206*                       TELL THE HOST AND CHECKPOINT
013207*----------------------------------------------------------------
013208 2100-GREET-AND-LOG.
013209     MOVE SPACES TO REPORT-LINE
013210     STRING "Hello " ROSTER-NAME DELIMITED BY SIZE
013211         INTO REPORT-LINE
013212     WRITE REPORT-LINE
013213     PERFORM 2670-PRINT-ONE-PROBLEM
013214         THRU 2670-PRINT-ONE-PROBLEM-EXIT
013215         VARYING WS-CLR-SUB FROM 1 BY 1
013216         UNTIL WS-CLR-SUB > WS-CLR-PROB-COUNT
013217
013218     MOVE ROSTER-NAME TO VR-NAME OF WS-VISITOR-RECORD
013219     MOVE WS-RUN-DATE TO VR-LOG-DATE OF WS-VISITOR-RECORD
013220     ACCEPT VR-LOG-TIME OF WS-VISITOR-RECORD FROM TIME
013221     SET VR-SOURCE-IS-BATCH OF WS-VISITOR-RECORD TO TRUE
013222     MOVE WS-LOOKUP-NO TO VR-VISITOR-NO OF WS-VISITOR-RECORD
013223     SET VR-ENTRY-IS-ARRIVAL OF WS-VISITOR-RECORD TO TRUE
013224     MOVE "GREETBAT" TO VR-OPERATOR-ID OF WS-VISITOR-RECORD
013225     MOVE "BTCH" TO VR-DESK-ID OF WS-VISITOR-RECORD
013226     MOVE ZERO TO VR-GROUP-NO OF WS-VISITOR-RECORD
013227     MOVE CORRESPONDING WS-VISITOR-RECORD TO LOG-RECORD
013228     WRITE LOG-RECORD
013229
013230     ADD 1 TO WS-NAMES-GREETED
013231     PERFORM 2800-SEND-NOTICE THRU 2800-SEND-NOTICE-EXIT
013232     PERFORM 1700-WRITE-CHKPT THRU 1700-WRITE-CHKPT-EXIT.
013233
013234 2100-GREET-AND-LOG-EXIT.
013235     EXIT.
013236
013237*----------------------------------------------------------------
013238* 2500-FIND-MASTER-NO -- READ THE MASTER BY THE VM-NAME
013239*                        ALTERNATE KEY; WS-LOOKUP-NO IS THE
013240*                        VISITOR NUMBER OF THE FIRST ACTIVE
013241*                        ENTRY FOR THE NAME, OR ZERO FOR A NAME
013242*                        NOT ON THE MASTER.  AN ACTIVE ENTRY
013243*                        FOUND HAS ITS CLEARANCES CHECKED.
013244*----------------------------------------------------------------
013245 2500-FIND-MASTER-NO.
013246     MOVE ZERO TO WS-LOOKUP-NO
013247     MOVE "N" TO WS-MAST-FOUND-SW
013248     MOVE "N" TO WS-MAST-EOF-SW
013249     MOVE "N" TO WS-CLR-REFUSED-SW
013250     MOVE ZERO TO WS-CLR-PROB-COUNT
013251     IF NOT WS-MASTER-IS-OPEN
013252         GO TO 2500-FIND-MASTER-NO-EXIT
013253     END-IF
013254     MOVE ROSTER-NAME TO VM-NAME OF MASTER-RECORD
013255     READ VISMAST-FILE
013256         KEY IS VM-NAME OF MASTER-RECORD
013257         INVALID KEY
013258             SET WS-END-OF-MASTER TO TRUE
013259     END-READ
013260     MOVE MASTER-RECORD TO WS-MASTER-RECORD
013261     PERFORM 2550-MATCH-ONE-ENTRY THRU 2550-MATCH-ONE-ENTRY-EXIT
013262         UNTIL WS-END-OF-MASTER
013263         OR WS-MASTER-FOUND
013264     IF WS-MASTER-FOUND
013265         PERFORM 2560-CHECK-CLEARANCE
013266             THRU 2560-CHECK-CLEARANCE-EXIT
013267     END-IF.
013268
013269 2500-FIND-MASTER-NO-EXIT.
013270     EXIT.
013271
013272*----------------------------------------------------------------
013273* 2550-MATCH-ONE-ENTRY -- TAKE THE CURRENT MASTER RECORD IF IT
013274*                         IS ACTIVE, ELSE STEP TO THE NEXT
013275*                         DUPLICATE FOR THE SAME NAME
013276*----------------------------------------------------------------
013277 2550-MATCH-ONE-ENTRY.
013278     IF VM-NAME OF WS-MASTER-RECORD NOT = ROSTER-NAME
013279         SET WS-END-OF-MASTER TO TRUE
013280         GO TO 2550-MATCH-ONE-ENTRY-EXIT
013281     END-IF
013282     IF VM-STATUS-IS-ACTIVE OF WS-MASTER-RECORD
013283         SET WS-MASTER-FOUND TO TRUE
013284         MOVE VM-VISITOR-NO OF WS-MASTER-RECORD TO WS-LOOKUP-NO
013285         GO TO 2550-MATCH-ONE-ENTRY-EXIT
013286     END-IF
013287
013288     PERFORM 8100-READ-MASTER THRU 8100-READ-MASTER-EXIT.
013289
013290 2550-MATCH-ONE-ENTRY-EXIT.
013291     EXIT.
013292
013293*----------------------------------------------------------------
013294* 2560-CHECK-CLEARANCE -- CHECK EVERY CLEARANCE ON FILE FOR THE
013295*                         VISITOR AGAINST THE RUN DATE.  A
013296*                         CONTRACTOR (AN ENTRY WITH A COMPANY)
013297*                         MUST HOLD A CURRENT SAFETY INDUCTION;
013298*                         NO RECORD OR NO IND SLOT COUNTS AS NOT
013299*                         INDUCTED.
013300*----------------------------------------------------------------
013301 2560-CHECK-CLEARANCE.
013302     IF NOT WS-CLRMAST-IS-OPEN
013303         GO TO 2560-CHECK-CLEARANCE-EXIT
013304     END-IF
013305     MOVE "N" TO WS-CLR-IND-SW
013306     MOVE WS-LOOKUP-NO TO CL-VISITOR-NO OF CLR-RECORD
013307     READ CLRMAST-FILE
013308         INVALID KEY
013309             MOVE SPACES TO WS-CLR-RECORD
013310             MOVE ZERO TO CL-ENTRY-COUNT OF WS-CLR-RECORD
013311         NOT INVALID KEY
013312             MOVE CLR-RECORD TO WS-CLR-RECORD
013313     END-READ
013314
013315     PERFORM 2570-CHECK-ONE-CLEARANCE
013316         THRU 2570-CHECK-ONE-CLEARANCE-EXIT
013317         VARYING WS-CLR-SUB FROM 1 BY 1
013318         UNTIL WS-CLR-SUB > CL-ENTRY-COUNT OF WS-CLR-RECORD
013319     IF VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
013320         AND NOT WS-CLR-IND-SEEN
013321         ADD 1 TO WS-CLR-PROB-COUNT
013322         MOVE "IND" TO CP-TYPE (WS-CLR-PROB-COUNT)
013323         MOVE ZERO TO CP-EXPIRY-DATE (WS-CLR-PROB-COUNT)
013324         MOVE "NO SAFETY INDUCTION ON FILE"
013325             TO CP-REASON (WS-CLR-PROB-COUNT)
013326         MOVE "R" TO CP-ACTION (WS-CLR-PROB-COUNT)
013327         PERFORM 2580-LOG-CLEARANCE THRU 2580-LOG-CLEARANCE-EXIT
013328     END-IF.
013329
013330 2560-CHECK-CLEARANCE-EXIT.
013331     EXIT.
013332
013333*----------------------------------------------------------------
013334* 2570-CHECK-ONE-CLEARANCE -- ONE SLOT.  MISSING OR EXPIRED
013335*                             REFUSES WHEN THE CLEARANCE IS
013336*                             MARKED REQUIRED, OR IS A
013337*                             CONTRACTOR'S INDUCTION; OTHERWISE
013338*                             IT IS A WARNING ONLY.
013339*----------------------------------------------------------------
013340 2570-CHECK-ONE-CLEARANCE.
013341     IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-CLR-SUB)
013342         SET WS-CLR-IND-SEEN TO TRUE
013343     END-IF
013344     IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB) NOT = 0
013345         AND CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB)
013346         NOT < WS-RUN-DATE
013347         GO TO 2570-CHECK-ONE-CLEARANCE-EXIT
013348     END-IF
013349
013350     ADD 1 TO WS-CLR-PROB-COUNT
013351     MOVE CL-TYPE OF WS-CLR-RECORD (WS-CLR-SUB)
013352         TO CP-TYPE (WS-CLR-PROB-COUNT)
013353     MOVE CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB)
013354         TO CP-EXPIRY-DATE (WS-CLR-PROB-COUNT)
013355     IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-CLR-SUB) = 0
013356         MOVE "CLEARANCE NOT HELD"
013357             TO CP-REASON (WS-CLR-PROB-COUNT)
013358     ELSE
013359         MOVE "CLEARANCE EXPIRED"
013360             TO CP-REASON (WS-CLR-PROB-COUNT)
013361     END-IF
013362     IF CL-IS-REQUIRED OF WS-CLR-RECORD (WS-CLR-SUB)
013363         MOVE "R" TO CP-ACTION (WS-CLR-PROB-COUNT)
013364     ELSE IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-CLR-SUB)
013365         AND VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
013366         MOVE "R" TO CP-ACTION (WS-CLR-PROB-COUNT)
013367     ELSE
013368         MOVE "W" TO CP-ACTION (WS-CLR-PROB-COUNT)
013369     END-IF
013370     END-IF
013371     PERFORM 2580-LOG-CLEARANCE THRU 2580-LOG-CLEARANCE-EXIT.
013372
013373 2570-CHECK-ONE-CLEARANCE-EXIT.
013374     EXIT.
013375
013376*----------------------------------------------------------------
013377* 2580-LOG-CLEARANCE -- APPEND THE PROBLEM JUST NOTED TO CLRLOG
013378*----------------------------------------------------------------
013379 2580-LOG-CLEARANCE.
013380     IF CP-ACTION-IS-REFUSE (WS-CLR-PROB-COUNT)
013381         SET WS-CLEARANCE-REFUSED TO TRUE
013382     ELSE
013383         ADD 1 TO WS-CLR-WARNINGS
013384     END-IF
013385     MOVE SPACES TO WS-CLR-LOG-RECORD
013386     MOVE WS-RUN-DATE TO CR-LOG-DATE OF WS-CLR-LOG-RECORD
013387     ACCEPT CR-LOG-TIME OF WS-CLR-LOG-RECORD FROM TIME
013388     MOVE WS-LOOKUP-NO TO CR-VISITOR-NO OF WS-CLR-LOG-RECORD
013389     MOVE ROSTER-NAME TO CR-NAME OF WS-CLR-LOG-RECORD
013390     MOVE VM-COMPANY OF WS-MASTER-RECORD
013391         TO CR-COMPANY OF WS-CLR-LOG-RECORD
013392     MOVE CP-TYPE (WS-CLR-PROB-COUNT)
013393         TO CR-CLEARANCE-TYPE OF WS-CLR-LOG-RECORD
013394     MOVE CP-EXPIRY-DATE (WS-CLR-PROB-COUNT)
013395         TO CR-EXPIRY-DATE OF WS-CLR-LOG-RECORD
013396     MOVE CP-ACTION (WS-CLR-PROB-COUNT)
013397         TO CR-ACTION-CODE OF WS-CLR-LOG-RECORD
013398     MOVE CP-REASON (WS-CLR-PROB-COUNT)
013399         TO CR-REASON OF WS-CLR-LOG-RECORD
013400     SET CR-SOURCE-IS-BATCH OF WS-CLR-LOG-RECORD TO TRUE
013401     MOVE "GREETBAT" TO CR-OPERATOR-ID OF WS-CLR-LOG-RECORD
013402     MOVE "BTCH" TO CR-DESK-ID OF WS-CLR-LOG-RECORD
013403     WRITE CLRLOG-RECORD FROM WS-CLR-LOG-RECORD
013404     IF NOT WS-CLRLOG-FILE-OK
013405         DISPLAY "CLRLOG WRITE FAILED, STATUS "
013406             WS-CLRLOG-FILE-STATUS " - " ROSTER-NAME
013407         MOVE 8 TO RETURN-CODE
013408     END-IF.
013409
013410 2580-LOG-CLEARANCE-EXIT.
013411     EXIT.
013412
013413*----------------------------------------------------------------
013414* 1300-LOAD-WATCHLST -- LOAD THE WATCHLIST INTO THE TABLE.  A
013415*                       MISSING WATCHLIST IS NOT AN ERROR --
013416*                       EVERY SCREENING THEN COMES BACK A MISS.
013417*----------------------------------------------------------------
013418 1300-LOAD-WATCHLST.
013419     MOVE ZERO TO WS-WATCH-COUNT
013420     OPEN INPUT WATCHLST-FILE
013421     IF WS-WATCH-FILE-NOT-FOUND
013422         GO TO 1300-LOAD-WATCHLST-EXIT
013423     END-IF
013424
013425     PERFORM 8200-READ-WATCHLST THRU 8200-READ-WATCHLST-EXIT
013426     PERFORM 1350-LOAD-ONE-WATCH THRU 1350-LOAD-ONE-WATCH-EXIT
013427         UNTIL WS-END-OF-WATCHLST
013428     CLOSE WATCHLST-FILE.
013429
013430 1300-LOAD-WATCHLST-EXIT.
013431     EXIT.
013432
013433*----------------------------------------------------------------
013434* 1350-LOAD-ONE-WATCH -- STORE ONE WATCHLIST ENTRY, NORMALIZED,
013435*                        IF IT IS IN EFFECT FOR THE RUN DATE
013436*----------------------------------------------------------------
013437 1350-LOAD-ONE-WATCH.
013438     IF WL-EFF-DATE OF WS-WATCHLIST-RECORD NUMERIC
013439         AND WL-EFF-DATE OF WS-WATCHLIST-RECORD > WS-RUN-DATE
013440         GO TO 1350-LOAD-ONE-WATCH-READ
013441     END-IF
013442     IF WL-EXP-DATE OF WS-WATCHLIST-RECORD NUMERIC
013443         AND WL-EXP-DATE OF WS-WATCHLIST-RECORD > 0
013444         AND WL-EXP-DATE OF WS-WATCHLIST-RECORD < WS-RUN-DATE
013445         GO TO 1350-LOAD-ONE-WATCH-READ
013446     END-IF
013447
013448     IF WS-WATCH-COUNT = 200
013449         DISPLAY "WATCHLIST TABLE FULL - RUN ABORTED"
013450         MOVE 16 TO RETURN-CODE
013451         STOP RUN
013452     END-IF
013453     ADD 1 TO WS-WATCH-COUNT
013454     MOVE WL-NAME OF WS-WATCHLIST-RECORD TO WS-NORM-IN
013455     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
013456     MOVE WS-NORM-OUT TO WT-NAME (WS-WATCH-COUNT)
013457     MOVE WL-REASON OF WS-WATCHLIST-RECORD
013458         TO WT-REASON (WS-WATCH-COUNT)
013459     IF WL-TYPE-IS-ALIAS OF WS-WATCHLIST-RECORD
013460         MOVE WL-PRIMARY-NAME OF WS-WATCHLIST-RECORD
013461             TO WT-PRIMARY (WS-WATCH-COUNT)
013462     ELSE
013463         MOVE SPACES TO WT-PRIMARY (WS-WATCH-COUNT)
013464     END-IF.
013465
013466 1350-LOAD-ONE-WATCH-READ.
013467     PERFORM 8200-READ-WATCHLST THRU 8200-READ-WATCHLST-EXIT.
013468
013469 1350-LOAD-ONE-WATCH-EXIT.
013470     EXIT.
013471
013472*----------------------------------------------------------------
013473* 1400-OPEN-SCRNLOG -- THE SCREENING AUDIT FILE STAYS OPEN FOR
013474*                      THE WHOLE RUN.  THE RUN DOES NOT PROCEED
013475*                      WITHOUT ITS AUDIT TRAIL.
013476*----------------------------------------------------------------
013477 1400-OPEN-SCRNLOG.
013478     OPEN EXTEND SCRNLOG-FILE
013479     IF WS-SCRN-FILE-NOT-FOUND
013480         OPEN OUTPUT SCRNLOG-FILE
013481     END-IF
013482     IF NOT WS-SCRN-FILE-OK
013483         DISPLAY "SCREENING LOG COULD NOT BE OPENED - ABORTED"
013484         MOVE 16 TO RETURN-CODE
013485         STOP RUN
013486     END-IF.
013487
013488 1400-OPEN-SCRNLOG-EXIT.
013489     EXIT.
013490
013491*----------------------------------------------------------------
013492* 1800-LOAD-APPTS -- LOAD THE RUN DATE'S APPOINTMENTS, NAME AND
013493*                    HOST, FROM THE EXPECTED LIST.  A MISSING
013494*                    LIST IS NOT AN ERROR -- HOSTS ARE THEN
013495*                    TAKEN FROM THE MASTER ONLY.
013496*----------------------------------------------------------------
013497 1800-LOAD-APPTS.
013498     MOVE ZERO TO WS-APPT-COUNT
013499     MOVE "N" TO WS-EXP-EOF-SW
013500     OPEN INPUT EXPECTED-FILE
013501     IF NOT WS-EXP-FILE-OK
013502         GO TO 1800-LOAD-APPTS-EXIT
013503     END-IF
013504
013505     PERFORM 8300-READ-EXPECTED THRU 8300-READ-EXPECTED-EXIT
013506     PERFORM 1850-LOAD-ONE-APPT THRU 1850-LOAD-ONE-APPT-EXIT
013507         UNTIL WS-END-OF-EXPECTED
013508     CLOSE EXPECTED-FILE.
013509
013510 1800-LOAD-APPTS-EXIT.
013511     EXIT.
013512
013513*----------------------------------------------------------------
013514* 1850-LOAD-ONE-APPT -- STORE ONE APPOINTMENT IF IT IS FOR THE
013515*                       RUN DATE AND NAMES A HOST.  A GROUP
013516*                       HEADER NAMES THE PARTY, NOT A VISITOR.
013517*----------------------------------------------------------------
013518 1850-LOAD-ONE-APPT.
013519     IF EX-APPT-DATE OF WS-EXPECTED-RECORD NOT = WS-RUN-DATE
013520         OR EX-NAME OF WS-EXPECTED-RECORD = SPACES
013521         OR EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD = SPACES
013522         OR EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
013523         GO TO 1850-LOAD-ONE-APPT-READ
013524     END-IF
013525
013526     IF WS-APPT-COUNT = 500
013527         DISPLAY "APPOINTMENT TABLE FULL - RUN ABORTED"
013528         MOVE 16 TO RETURN-CODE
013529         STOP RUN
013530     END-IF
013531     ADD 1 TO WS-APPT-COUNT
013532     MOVE EX-NAME OF WS-EXPECTED-RECORD TO AP-NAME (WS-APPT-COUNT)
013533     MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
013534         TO AP-HOST (WS-APPT-COUNT).
013535
013536 1850-LOAD-ONE-APPT-READ.
013537     PERFORM 8300-READ-EXPECTED THRU 8300-READ-EXPECTED-EXIT.
013538
013539 1850-LOAD-ONE-APPT-EXIT.
013540     EXIT.
013541
013542*----------------------------------------------------------------
013543* 1900-OPEN-NOTICES -- OPEN THE HOST DIRECTORY AND THE NOTICE
013544*                      FILE FOR THE RUN.  WITH NO DIRECTORY NO
013545*                      NOTICE CAN BE ADDRESSED, SO EVERY HOST IS
013546*                      LISTED FOR RECEPTION TO PHONE.  THE RUN
013547*                      DOES NOT PROCEED IF NOTICES CANNOT BE
013548*                      WRITTEN.
013549*----------------------------------------------------------------
013550 1900-OPEN-NOTICES.
013551     MOVE "N" TO WS-HOST-OPEN-SW
013552     OPEN INPUT HOSTDIR-FILE
013553     IF WS-HOST-FILE-OK
013554         SET WS-HOSTDIR-IS-OPEN TO TRUE
013555     ELSE
013556         DISPLAY "NO HOST DIRECTORY - ARRIVAL NOTICES NOT SENT"
013557     END-IF
013558
013559     OPEN EXTEND NOTICE-FILE
013560     IF WS-NOTE-FILE-NOT-FOUND
013561         OPEN OUTPUT NOTICE-FILE
013562     END-IF
013563     IF NOT WS-NOTE-FILE-OK
013564         DISPLAY "NOTICE FILE COULD NOT BE OPENED - ABORTED"
013565         MOVE 16 TO RETURN-CODE
013566         STOP RUN
013567     END-IF.
013568
013569 1900-OPEN-NOTICES-EXIT.
013570     EXIT.
013571
013572*----------------------------------------------------------------
013573* 1950-OPEN-INCIDENTS -- OPEN THE INCIDENT FILE FOR THE RUN AND
013574*                        FIND THE HIGHEST INCIDENT NUMBER ON IT;
013575*                        EACH HIT TAKES THE NEXT ONE.  A HIT
013576*                        MUST NOT GO UNRECORDED, SO THE RUN DOES
013577*                        NOT PROCEED WITHOUT THE FILE.
013578*----------------------------------------------------------------
013579 1950-OPEN-INCIDENTS.
013580     OPEN I-O INCIDENT-FILE
013581     IF WS-INCD-FILE-NOT-FOUND
013582         OPEN OUTPUT INCIDENT-FILE
013583         CLOSE INCIDENT-FILE
013584         OPEN I-O INCIDENT-FILE
013585     END-IF
013586     IF NOT WS-INCD-FILE-OK
013587         DISPLAY "INCIDENT FILE COULD NOT BE OPENED - ABORTED"
013588         MOVE 16 TO RETURN-CODE
013589         STOP RUN
013590     END-IF
013591
013592     MOVE ZERO TO WS-INCIDENT-NO
013593     MOVE "N" TO WS-INCD-EOF-SW
013594     MOVE ZEROES TO IN-INCIDENT-NO OF INCD-RECORD
013595     START INCIDENT-FILE
013596         KEY IS NOT LESS THAN IN-INCIDENT-NO OF INCD-RECORD
013597         INVALID KEY
013598             SET WS-END-OF-INCIDENTS TO TRUE
013599     END-START
013600     PERFORM 1960-SCAN-ONE-INCIDENT
013601         THRU 1960-SCAN-ONE-INCIDENT-EXIT
013602         UNTIL WS-END-OF-INCIDENTS.
013603
013604 1950-OPEN-INCIDENTS-EXIT.
013605     EXIT.
013606
013607*----------------------------------------------------------------
013608* 1960-SCAN-ONE-INCIDENT -- STEP ONE RECORD FORWARD, REMEMBERING
013609*                           THE NUMBER JUST READ
013610*----------------------------------------------------------------
013611 1960-SCAN-ONE-INCIDENT.
013612     READ INCIDENT-FILE NEXT RECORD
013613         AT END
013614             SET WS-END-OF-INCIDENTS TO TRUE
013615     END-READ
013616     IF NOT WS-END-OF-INCIDENTS
013617         MOVE IN-INCIDENT-NO OF INCD-RECORD TO WS-INCIDENT-NO
013618     END-IF.
013619
013620 1960-SCAN-ONE-INCIDENT-EXIT.
013621     EXIT.
013622
013623*----------------------------------------------------------------
013624* 2600-SCREEN-NAME -- CHECK THE ROSTER NAME AGAINST THE
013625*                     WATCHLIST TABLE AND WRITE THE AUDIT RECORD
013626*----------------------------------------------------------------
013627 2600-SCREEN-NAME.
013628     MOVE "N" TO WS-WATCH-HIT-SW
013629     MOVE SPACES TO WS-WATCH-REASON
013630     MOVE ZERO TO WS-WATCH-HIT-SUB
013631     MOVE ROSTER-NAME TO WS-NORM-IN
013632     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
013633     MOVE WS-NORM-OUT TO WS-NAME-NORM
013634     PERFORM 2620-MATCH-ONE-WATCH THRU 2620-MATCH-ONE-WATCH-EXIT
013635         VARYING WS-WATCH-SUB FROM 1 BY 1
013636         UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
013637         OR WS-WATCHLIST-HIT
013638     PERFORM 2700-WRITE-SCREENING
013639         THRU 2700-WRITE-SCREENING-EXIT.
013640
013641 2600-SCREEN-NAME-EXIT.
013642     EXIT.
013643
013644 2620-MATCH-ONE-WATCH.
013645     IF WT-NAME (WS-WATCH-SUB) = WS-NAME-NORM
013646         SET WS-WATCHLIST-HIT TO TRUE
013647         MOVE WT-REASON (WS-WATCH-SUB) TO WS-WATCH-REASON
013648         MOVE WS-WATCH-SUB TO WS-WATCH-HIT-SUB
013649     END-IF.
013650
013651 2620-MATCH-ONE-WATCH-EXIT.
013652     EXIT.
013653
013654*----------------------------------------------------------------
013655* 2650-SUPPRESS-HIT -- NO GREETING, NO VISITLOG RECORD -- OPEN
013656*                      AN INCIDENT, FLAG THE NAME ON THE REPORT
013657*                      FOR SECURITY AND CHECKPOINT PAST IT SO A
013658*                      RESTART DOES NOT PROCESS IT AGAIN
013659*----------------------------------------------------------------
013660 2650-SUPPRESS-HIT.
013661     ADD 1 TO WS-HITS-FLAGGED
013662     PERFORM 2900-OPEN-INCIDENT THRU 2900-OPEN-INCIDENT-EXIT
013663     MOVE SPACES TO REPORT-LINE
013664     STRING "** WATCHLIST - NOT GREETED: " ROSTER-NAME
013665         DELIMITED BY SIZE INTO REPORT-LINE
013666     WRITE REPORT-LINE
013667     MOVE SPACES TO REPORT-LINE
013668     STRING "**   REASON: " WS-WATCH-REASON
013669         DELIMITED BY SIZE INTO REPORT-LINE
013670     WRITE REPORT-LINE
013671     IF WS-WATCH-HIT-SUB > 0
013672         AND WT-PRIMARY (WS-WATCH-HIT-SUB) NOT = SPACES
013673         MOVE SPACES TO REPORT-LINE
013674         STRING "**   ALIAS OF: " WT-PRIMARY (WS-WATCH-HIT-SUB)
013675             DELIMITED BY SIZE INTO REPORT-LINE
013676         WRITE REPORT-LINE
013677     END-IF
013678     MOVE SPACES TO REPORT-LINE
013679     STRING "**   INCIDENT: " WS-INCIDENT-NO
013680         DELIMITED BY SIZE INTO REPORT-LINE
013681     WRITE REPORT-LINE
013682     DISPLAY "WATCHLIST HIT ON ROSTER: " ROSTER-NAME
013683         " - INCIDENT " WS-INCIDENT-NO
013684     PERFORM 1700-WRITE-CHKPT THRU 1700-WRITE-CHKPT-EXIT.
013685
013686 2650-SUPPRESS-HIT-EXIT.
013687     EXIT.
013688
013689*----------------------------------------------------------------
013690* 2660-SUPPRESS-UNCLEARED -- NO GREETING, NO VISITLOG RECORD --
013691*                            FLAG THE NAME ON THE REPORT WITH
013692*                            EVERY CLEARANCE PROBLEM FOUND AND
013693*                            CHECKPOINT PAST IT
013694*----------------------------------------------------------------
013695 2660-SUPPRESS-UNCLEARED.
013696     ADD 1 TO WS-CLR-REFUSALS
013697     MOVE SPACES TO REPORT-LINE
013698     STRING "** CLEARANCE - NOT GREETED: " ROSTER-NAME
013699         DELIMITED BY SIZE INTO REPORT-LINE
013700     WRITE REPORT-LINE
013701     PERFORM 2670-PRINT-ONE-PROBLEM
013702         THRU 2670-PRINT-ONE-PROBLEM-EXIT
013703         VARYING WS-CLR-SUB FROM 1 BY 1
013704         UNTIL WS-CLR-SUB > WS-CLR-PROB-COUNT
013705     DISPLAY "CLEARANCE NOT IN ORDER ON ROSTER: " ROSTER-NAME
013706     PERFORM 1700-WRITE-CHKPT THRU 1700-WRITE-CHKPT-EXIT.
013707
013708 2660-SUPPRESS-UNCLEARED-EXIT.
013709     EXIT.
013710
013711*----------------------------------------------------------------
013712* 2670-PRINT-ONE-PROBLEM -- ONE REPORT LINE PER CLEARANCE PROBLEM
013713*----------------------------------------------------------------
013714 2670-PRINT-ONE-PROBLEM.
013715     MOVE SPACES TO REPORT-LINE
013716     IF CP-ACTION-IS-REFUSE (WS-CLR-SUB)
013717         MOVE "**   REFUSED: " TO REPORT-LINE
013718     ELSE
013719         MOVE "     WARNING: " TO REPORT-LINE
013720     END-IF
013721     MOVE CP-TYPE (WS-CLR-SUB) TO REPORT-LINE(15:4)
013722     MOVE CP-REASON (WS-CLR-SUB) TO REPORT-LINE(21:30)
013723     IF CP-EXPIRY-DATE (WS-CLR-SUB) > 0
013724         MOVE CP-EXPIRY-DATE (WS-CLR-SUB) TO WS-CLR-DATE-ED
013725         MOVE WS-CLR-DATE-ED TO REPORT-LINE(52:10)
013726     END-IF
013727     WRITE REPORT-LINE.
013728
013729 2670-PRINT-ONE-PROBLEM-EXIT.
013730     EXIT.
013731
013732*----------------------------------------------------------------
013733* 2700-WRITE-SCREENING -- ONE AUDIT RECORD PER DECISION
013734*----------------------------------------------------------------
013735 2700-WRITE-SCREENING.
013736     MOVE WS-RUN-DATE TO SC-LOG-DATE OF WS-SCREENING-RECORD
013737     ACCEPT SC-LOG-TIME OF WS-SCREENING-RECORD FROM TIME
013738     MOVE ROSTER-NAME TO SC-NAME OF WS-SCREENING-RECORD
013739     IF WS-WATCHLIST-HIT
013740         SET SC-RESULT-IS-HIT OF WS-SCREENING-RECORD TO TRUE
013741     ELSE
013742         SET SC-RESULT-IS-MISS OF WS-SCREENING-RECORD TO TRUE
013743     END-IF
013744     SET SC-SOURCE-IS-BATCH OF WS-SCREENING-RECORD TO TRUE
013745     MOVE CORRESPONDING WS-SCREENING-RECORD TO SCRNLOG-RECORD
013746     WRITE SCRNLOG-RECORD.
013747
013748 2700-WRITE-SCREENING-EXIT.
013749     EXIT.
013750
013751*----------------------------------------------------------------
013752* 2800-SEND-NOTICE -- TELL THE HOST THE VISITOR JUST LOGGED IS
013753*                     HERE.  THE HOST COMES FROM THE RUN DATE'S
013754*                     APPOINTMENT FOR THE NAME, ELSE FROM THE
013755*                     MASTER ENTRY FOUND BY 2500-FIND-MASTER-NO.
013756*                     A HOST NOT ON THE DIRECTORY, OR MARKED AS
013757*                     LEFT, GOES ON THE REPORT TO PHONE.
013758*----------------------------------------------------------------
013759 2800-SEND-NOTICE.
013760     MOVE SPACES TO WS-HOST-NAME
013761     MOVE SPACE TO WS-HOST-REASON
013762     MOVE ZERO TO WS-APPT-HIT-SUB
013763     PERFORM 2850-MATCH-ONE-APPT THRU 2850-MATCH-ONE-APPT-EXIT
013764         VARYING WS-APPT-SUB FROM 1 BY 1
013765         UNTIL WS-APPT-SUB > WS-APPT-COUNT
013766         OR WS-APPT-HIT-SUB > 0
013767     IF WS-APPT-HIT-SUB > 0
013768         MOVE AP-HOST (WS-APPT-HIT-SUB) TO WS-HOST-NAME
013769         MOVE "E" TO WS-HOST-REASON
013770     ELSE
013771         IF WS-MASTER-FOUND
013772             AND VM-HOST-EMPLOYEE OF WS-MASTER-RECORD
013773                 NOT = SPACES
013774             MOVE VM-HOST-EMPLOYEE OF WS-MASTER-RECORD
013775                 TO WS-HOST-NAME
013776             MOVE "M" TO WS-HOST-REASON
013777         END-IF
013778     END-IF
013779     IF WS-HOST-NAME = SPACES
013780         GO TO 2800-SEND-NOTICE-EXIT
013781     END-IF
013782
013783     MOVE "N" TO WS-HOST-FOUND-SW
013784     IF WS-HOSTDIR-IS-OPEN
013785         MOVE WS-HOST-NAME TO WS-HOST-KEY
013786         INSPECT WS-HOST-KEY CONVERTING
013787             "abcdefghijklmnopqrstuvwxyz" TO
013788             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
013789         MOVE WS-HOST-KEY TO HD-EMPLOYEE OF HOST-RECORD
013790         READ HOSTDIR-FILE
013791             INVALID KEY
013792                 CONTINUE
013793             NOT INVALID KEY
013794                 MOVE HOST-RECORD TO WS-HOST-RECORD
013795                 SET WS-HOST-FOUND TO TRUE
013796         END-READ
013797     END-IF
013798
013799     IF NOT WS-HOST-FOUND
013800         ADD 1 TO WS-HOSTS-TO-CALL
013801         MOVE SPACES TO REPORT-LINE
013802         STRING "   PHONE HOST - NOT IN DIRECTORY: " WS-HOST-NAME
013803             DELIMITED BY SIZE INTO REPORT-LINE
013804         WRITE REPORT-LINE
013805         GO TO 2800-SEND-NOTICE-EXIT
013806     END-IF
013807     IF HD-STATUS-HAS-LEFT OF WS-HOST-RECORD
013808         ADD 1 TO WS-HOSTS-TO-CALL
013809         MOVE SPACES TO REPORT-LINE
013810         STRING "   PHONE DEPT - HOST HAS LEFT: " WS-HOST-NAME
013811             DELIMITED BY SIZE INTO REPORT-LINE
013812         WRITE REPORT-LINE
013813         GO TO 2800-SEND-NOTICE-EXIT
013814     END-IF
013815
013816     MOVE SPACES TO WS-NOTICE-RECORD
013817     MOVE WS-RUN-DATE TO AN-NOTICE-DATE OF WS-NOTICE-RECORD
013818     MOVE VR-LOG-TIME OF WS-VISITOR-RECORD
013819         TO AN-NOTICE-TIME OF WS-NOTICE-RECORD
013820     MOVE ROSTER-NAME TO AN-VISITOR-NAME OF WS-NOTICE-RECORD
013821     MOVE WS-LOOKUP-NO TO AN-VISITOR-NO OF WS-NOTICE-RECORD
013822     IF WS-MASTER-FOUND
013823         MOVE VM-COMPANY OF WS-MASTER-RECORD
013824             TO AN-COMPANY OF WS-NOTICE-RECORD
013825     END-IF
013826     MOVE HD-EMPLOYEE OF WS-HOST-RECORD
013827         TO AN-HOST-EMPLOYEE OF WS-NOTICE-RECORD
013828     MOVE HD-EMAIL OF WS-HOST-RECORD
013829         TO AN-HOST-EMAIL OF WS-NOTICE-RECORD
013830     MOVE HD-EXTENSION OF WS-HOST-RECORD
013831         TO AN-HOST-EXTENSION OF WS-NOTICE-RECORD
013832     MOVE "BTCH" TO AN-DESK-ID OF WS-NOTICE-RECORD
013833     SET AN-SOURCE-IS-BATCH OF WS-NOTICE-RECORD TO TRUE
013834     MOVE WS-HOST-REASON TO AN-REASON-CODE OF WS-NOTICE-RECORD
013835     MOVE WS-NOTICE-RECORD TO NOTICE-RECORD
013836     WRITE NOTICE-RECORD
013837     IF NOT WS-NOTE-FILE-OK
013838         DISPLAY "NOTIFOUT WRITE FAILED, STATUS "
013839             WS-NOTE-FILE-STATUS " - " ROSTER-NAME
013840         MOVE 8 TO RETURN-CODE
013841         ADD 1 TO WS-HOSTS-TO-CALL
013842         MOVE SPACES TO REPORT-LINE
013843         STRING "   PHONE HOST - NOTICE NOT SENT: " WS-HOST-NAME
013844             DELIMITED BY SIZE INTO REPORT-LINE
013845         WRITE REPORT-LINE
013846         GO TO 2800-SEND-NOTICE-EXIT
013847     END-IF
013848     ADD 1 TO WS-NOTICES-SENT.
013849
013850 2800-SEND-NOTICE-EXIT.
013851     EXIT.
013852
013853 2850-MATCH-ONE-APPT.
013854     IF AP-NAME (WS-APPT-SUB) = ROSTER-NAME
013855         MOVE WS-APPT-SUB TO WS-APPT-HIT-SUB
013856     END-IF.
013857
013858 2850-MATCH-ONE-APPT-EXIT.
013859     EXIT.
013860
013861*----------------------------------------------------------------
013862* 2900-OPEN-INCIDENT -- OPEN A NUMBERED SECURITY CASE FOR THE
013863*                       ROSTER NAME JUST STOPPED.  THE ROSTER
013864*                       CARRIES NO VISITOR NUMBER, SO IT IS LEFT
013865*                       ZERO FOR SECURITY TO FILL IN.
013866*----------------------------------------------------------------
013867 2900-OPEN-INCIDENT.
013868     MOVE "N" TO WS-INCD-WRITTEN-SW
013869     PERFORM 2950-WRITE-INCIDENT THRU 2950-WRITE-INCIDENT-EXIT
013870         UNTIL WS-INCIDENT-WRITTEN
013871     ADD 1 TO WS-INCIDENTS-OPENED.
013872
013873 2900-OPEN-INCIDENT-EXIT.
013874     EXIT.
013875
013876*----------------------------------------------------------------
013877* 2950-WRITE-INCIDENT -- TRY THE NEXT NUMBER.  INCMAINT AND THE
013878*                        DESK OPEN INCIDENTS WHILE THE RUN IS
013879*                        GOING, SO A NUMBER ALREADY TAKEN MEANS
013880*                        READING FORWARD AGAIN FOR THE HIGHEST
013881*                        (AS 1950 DOES) AND TRYING THE ONE AFTER.
013882*                        ANY OTHER WRITE FAILURE STOPS THE RUN --
013883*                        A HIT MUST NOT GO UNRECORDED.
013884*----------------------------------------------------------------
013885 2950-WRITE-INCIDENT.
013886     ADD 1 TO WS-INCIDENT-NO
013887     MOVE SPACES TO INCD-RECORD
013888     MOVE WS-INCIDENT-NO TO IN-INCIDENT-NO OF INCD-RECORD
013889     MOVE WS-RUN-DATE TO IN-OPEN-DATE OF INCD-RECORD
013890     ACCEPT IN-OPEN-TIME OF INCD-RECORD FROM TIME
013891     MOVE ROSTER-NAME TO IN-NAME OF INCD-RECORD
013892     MOVE ZERO TO IN-VISITOR-NO OF INCD-RECORD
013893     MOVE WS-WATCH-REASON TO IN-WATCH-REASON OF INCD-RECORD
013894     SET IN-SOURCE-IS-BATCH OF INCD-RECORD TO TRUE
013895     MOVE "GREETBAT" TO IN-OPERATOR-ID OF INCD-RECORD
013896     MOVE "BTCH" TO IN-DESK-ID OF INCD-RECORD
013897     SET IN-STATUS-IS-OPEN OF INCD-RECORD TO TRUE
013898     MOVE ZEROES TO IN-CLOSE-DATE OF INCD-RECORD
013899     MOVE ZEROES TO IN-CLOSE-TIME OF INCD-RECORD
013900     MOVE ZERO TO IN-ACTION-COUNT OF INCD-RECORD
013901     WRITE INCD-RECORD
013902         INVALID KEY
013903             CONTINUE
013904     END-WRITE
013905     IF WS-INCD-FILE-OK
013906         SET WS-INCIDENT-WRITTEN TO TRUE
013907         GO TO 2950-WRITE-INCIDENT-EXIT
013908     END-IF
013909     IF NOT WS-INCD-DUPLICATE-KEY
013910         DISPLAY "INCIDENT " WS-INCIDENT-NO
013911             " WRITE FAILED, STATUS " WS-INCD-FILE-STATUS
013912             " - ABORTED"
013913         MOVE 16 TO RETURN-CODE
013914         STOP RUN
013915     END-IF
013916     DISPLAY "INCIDENT " WS-INCIDENT-NO
013917         " TAKEN DURING THE RUN - RENUMBERING"
013918     MOVE "N" TO WS-INCD-EOF-SW
013919     MOVE WS-INCIDENT-NO TO IN-INCIDENT-NO OF INCD-RECORD
013920     START INCIDENT-FILE
013921         KEY IS NOT LESS THAN IN-INCIDENT-NO OF INCD-RECORD
013922         INVALID KEY
013923             SET WS-END-OF-INCIDENTS TO TRUE
013924     END-START
013925     PERFORM 1960-SCAN-ONE-INCIDENT
013926         THRU 1960-SCAN-ONE-INCIDENT-EXIT
013927         UNTIL WS-END-OF-INCIDENTS.
013928
013929 2950-WRITE-INCIDENT-EXIT.
013930     EXIT.
013931
013932*----------------------------------------------------------------
013933* 8200-READ-WATCHLST -- READ THE NEXT WATCHLIST RECORD
013934*----------------------------------------------------------------
013935 8200-READ-WATCHLST.
013936     READ WATCHLST-FILE INTO WS-WATCHLIST-RECORD
013937         AT END
013938             SET WS-END-OF-WATCHLST TO TRUE
013939     END-READ.
013940
013941 8200-READ-WATCHLST-EXIT.
013942     EXIT.
013943
013944*----------------------------------------------------------------
013945* 8300-READ-EXPECTED -- READ THE NEXT APPOINTMENT
013946*----------------------------------------------------------------
013947 8300-READ-EXPECTED.
013948     READ EXPECTED-FILE INTO WS-EXPECTED-RECORD
013949         AT END
013950             SET WS-END-OF-EXPECTED TO TRUE
013951     END-READ.
013952
013953 8300-READ-EXPECTED-EXIT.
013954     EXIT.
013955
013956*----------------------------------------------------------------
013957* 1700-WRITE-CHKPT -- RECORD THE ROSTER POSITION JUST
013958*                          COMPLETED SO A RESTART CAN RESUME HERE
013959*----------------------------------------------------------------
013960 1700-WRITE-CHKPT.
013961     OPEN OUTPUT CHKPT-FILE
013962     IF NOT WS-CHKPT-OK
013963         DISPLAY "WARNING - CHECKPOINT FILE COULD NOT BE WRITTEN"
013964         GO TO 1700-WRITE-CHKPT-EXIT
013965     END-IF
013966     MOVE WS-CURRENT-RECNO TO CHKPT-COUNT
013967     WRITE CHKPT-RECORD
013968     CLOSE CHKPT-FILE.
013969
013970 1700-WRITE-CHKPT-EXIT.
013971     EXIT.
013972
013973*----------------------------------------------------------------
013974* 8000-READ-ROSTER -- READ THE NEXT ROSTER RECORD
013975*----------------------------------------------------------------
013976 8000-READ-ROSTER.
013977     READ ROSTER-FILE
013978         AT END
014000             SET WS-END-OF-ROSTER TO TRUE
014050         NOT AT END
014060             ADD 1 TO WS-CURRENT-RECNO
015590             DELIMITED BY SIZE INTO REPORT-LINE
015595         WRITE REPORT-LINE
015596     END-IF
015598     IF WS-INCIDENTS-OPENED > 0
015600         MOVE WS-INCIDENTS-OPENED TO WS-HITS-FLAGGED-ED
015602         MOVE SPACES TO REPORT-LINE
015604         STRING "INCIDENTS OPENED      : " WS-HITS-FLAGGED-ED
015606             DELIMITED BY SIZE INTO REPORT-LINE
015608         WRITE REPORT-LINE
015610     END-IF
015612     IF WS-CLR-REFUSALS > 0
015614         MOVE WS-CLR-REFUSALS TO WS-HITS-FLAGGED-ED
015616         MOVE SPACES TO REPORT-LINE
015618         STRING "CLEARANCE REFUSALS    : " WS-HITS-FLAGGED-ED
015620             DELIMITED BY SIZE INTO REPORT-LINE
015622         WRITE REPORT-LINE
015624     END-IF
015626     IF WS-CLR-WARNINGS > 0
015628         MOVE WS-CLR-WARNINGS TO WS-HITS-FLAGGED-ED
015630         MOVE SPACES TO REPORT-LINE
015632         STRING "CLEARANCE WARNINGS    : " WS-HITS-FLAGGED-ED
015634             DELIMITED BY SIZE INTO REPORT-LINE
015636         WRITE REPORT-LINE
015638     END-IF
015640
015642     MOVE WS-NOTICES-SENT TO WS-NOTICE-COUNT-ED
015644     MOVE SPACES TO REPORT-LINE
015646     STRING "ARRIVAL NOTICES SENT  : " WS-NOTICE-COUNT-ED
015648         DELIMITED BY SIZE INTO REPORT-LINE
015650     WRITE REPORT-LINE
015652     IF WS-HOSTS-TO-CALL > 0
015654         MOVE WS-HOSTS-TO-CALL TO WS-NOTICE-COUNT-ED
015656         MOVE SPACES TO REPORT-LINE
015658         STRING "HOSTS TO PHONE        : " WS-NOTICE-COUNT-ED
015660             DELIMITED BY SIZE INTO REPORT-LINE
015662         WRITE REPORT-LINE
015664     END-IF
015666
015668     CLOSE ROSTER-FILE
015700     CLOSE REPORT-FILE
015800     CLOSE VISITLOG-FILE
015810     CLOSE SCRNLOG-FILE
015820     IF WS-MASTER-IS-OPEN
015830         CLOSE VISMAST-FILE
015840     END-IF
015841     IF WS-HOSTDIR-IS-OPEN
015842         CLOSE HOSTDIR-FILE
015843     END-IF
015844     CLOSE NOTICE-FILE
015845     CLOSE INCIDENT-FILE
015846     IF WS-CLRMAST-IS-OPEN
015847         CLOSE CLRMAST-FILE
015848     END-IF
015849     CLOSE CLRLOG-FILE
015850
015851*    ----------------------------------------------------------
015852*    MARK THE BUSINESS DATE COMPLETED ON THE RUN-CONTROL LEDGER
015853*    -- THIS IS WHAT STOPS AN ACCIDENTAL RERUN.
015854*    ----------------------------------------------------------
015855     MOVE WS-RUN-DATE TO RC-RUN-DATE OF RUNCTL-RECORD
015856     MOVE "GREETBAT" TO RC-STEP-NAME OF RUNCTL-RECORD
015857     MOVE "C" TO RC-STATUS-CODE OF RUNCTL-RECORD
015858     MOVE RETURN-CODE TO RC-RETURN-CODE OF RUNCTL-RECORD
015859     MOVE WS-NAMES-GREETED TO RC-RECORD-COUNT OF RUNCTL-RECORD
015860     ACCEPT RC-END-DATE OF RUNCTL-RECORD FROM DATE YYYYMMDD
015861     ACCEPT RC-END-TIME OF RUNCTL-RECORD FROM TIME
015862     WRITE RUNCTL-RECORD
015863         INVALID KEY
015864             REWRITE RUNCTL-RECORD
015865     END-WRITE
015866     CLOSE RUNCTL-FILE
015867
015868*    ----------------------------------------------------------
015870*    THE ROSTER RAN TO COMPLETION -- CLEAR THE CHECKPOINT SO THE
015880*    NEXT RUN STARTS FROM THE TOP OF A FRESH ROSTER.
015890*    ----------------------------------------------------------
