000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERASEPII.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  ERASES A VISITOR'S NAME ON
001100*                LEGAL'S INSTRUCTION.  EACH ERASREQ CARD GIVES
001200*                LEGAL'S REQUEST REFERENCE, THE VISITOR NUMBER
001300*                IF THEY HAD ONE, AND THE NAME.  THE NAME IS
001400*                REPLACED BY "*ERASED* " AND THE REFERENCE IN
001500*                VISITLOG, THE ARCHIVE GENERATION ON THE STEP,
001600*                SCRNLOG, VISMAST AND BADGEINV; DATES, TIMES,
001700*                NUMBERS AND COUNTS ARE LEFT ALONE, AND EACH
001800*                PERSON KEEPS A TOKEN OF THEIR OWN SO ARRIVALS
001900*                STILL PAIR WITH DEPARTURES AND TRENDRPT AND
002000*                OCCUPRPT STILL BALANCE.  MUSTLOG HOLDS DRILL
002100*                HEAD COUNTS ONLY (SEE MUSTREC) AND NEEDS NO
002200*                CHANGE.
002300*
002400*                A NAME ON THE WATCHLIST, OR A NAME OR NUMBER ON
002500*                AN OPEN INCIDENT, IS HELD BACK AND REPORTED
002600*                INSTEAD.  EVERY REQUEST, ERASED OR HELD, IS
002700*                APPENDED TO THE ERASREG REGISTER (ERASREC),
002800*                FROM WHICH ERASCERT PRINTS THE CERTIFICATES.
002900*                A RECORD ALREADY CARRYING ITS TOKEN IS NOT
003000*                COUNTED AGAIN, SO THE SAME CARDS CAN BE RUN
003100*                ONE ARCHIVE GENERATION AT A TIME, AS VMMERGE
003200*                IS, AND A RERUN AFTER A FAILURE IS HARMLESS.
003204* 2026-10-15 TD  A CARD WITH A VISITOR NUMBER NOW MATCHES ON THE
003208*                NUMBER ALONE WHEREVER THE RECORD CARRIES ONE, SO
003212*                ANOTHER VISITOR OF THE SAME NAME IS LEFT ALONE;
003216*                THE NAME IS USED ONLY FOR A CARD WITH NO NUMBER
003220*                AND FOR FILES THAT HOLD NO NUMBER (SCRNLOG,
003224*                BADGEINV).  THE NAME IS NOW ALSO REPLACED IN THE
003228*                CHANGE JOURNAL (VISMAST AND BADGEINV IMAGES),
003232*                CLRLOG, CHARGES AND NOTIFOUT.  CLOSED INCIDENTS
003236*                FOR THE PERSON ARE COUNTED AS KEPT -- INCIDENT
003240*                IS SECURITY'S RECORD AND IS NEVER ERASED HERE.
003244* 2026-10-15 TD  A RECORD LOGGED WITH VISITOR NUMBER ZERO (WALK-IN
003248*                OR GROUP MEMBER) IS MATCHED ON THE NAME EVEN WHEN
003252*                THE CARD GIVES A NUMBER, SO THOSE VISITS ARE
003256*                ERASED TOO.
003260* 2026-10-15 TD  NUMBERS RETIRED BY VMMERGE ARE TABLED FROM
003264*                VISMAST BEFORE THE CHECKS, AND A RECORD FILED
003268*                UNDER A RETIRED NUMBER NOW MATCHES A CARD GIVING
003272*                THE KEPT ONE (AND THE OTHER WAY ABOUT): THE
003276*                RETIRED MASTER IS ERASED, ITS VISITS AND OTHER
003280*                RECORDS WITH IT, AND ITS OPEN INCIDENTS HOLD
003284*                THE REQUEST BACK.
003300*----------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ERASREQ-FILE ASSIGN TO "ERASREQ"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CARD-STATUS.
004100
004200     SELECT WATCHLST-FILE ASSIGN TO "WATCHLST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-WATCH-FILE-STATUS.
004500
004600     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS IN-INCIDENT-NO OF INCD-RECORD
005000         FILE STATUS IS WS-INCD-FILE-STATUS.
005100
005200     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
005600         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-MAST-FILE-STATUS.
005900
006000     SELECT BADGE-FILE ASSIGN TO "BADGEINV"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS BG-BADGE-NO OF BADGE-RECORD
006400         FILE STATUS IS WS-BADGE-FILE-STATUS.
006500
006600     SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-LOG-FILE-STATUS.
006900
007000     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-ARCH-FILE-STATUS.
007300
007400     SELECT SCRNLOG-FILE ASSIGN TO "SCRNLOG"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SCRN-FILE-STATUS.
007700
007705     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
007710         ORGANIZATION IS SEQUENTIAL
007715         FILE STATUS IS WS-JRNL-FILE-STATUS.
007720
007725     SELECT CLRLOG-FILE ASSIGN TO "CLRLOG"
007730         ORGANIZATION IS SEQUENTIAL
007735         FILE STATUS IS WS-CLRLOG-FILE-STATUS.
007740
007745     SELECT CHARGE-FILE ASSIGN TO "CHARGES"
007750         ORGANIZATION IS SEQUENTIAL
007755         FILE STATUS IS WS-CHRG-FILE-STATUS.
007760
007765     SELECT NOTICE-FILE ASSIGN TO "NOTIFOUT"
007770         ORGANIZATION IS SEQUENTIAL
007775         FILE STATUS IS WS-NOTE-FILE-STATUS.
007780
007800     SELECT ERASREG-FILE ASSIGN TO "ERASREG"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-REG-FILE-STATUS.
008100
008200     SELECT REPORT-FILE ASSIGN TO "ERASRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REPORT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800*----------------------------------------------------------------
008900* ERASREQ-FILE -- ONE CARD PER ERASURE REQUEST: LEGAL'S
009000*                 REFERENCE (COLS 1-10), VISITOR NUMBER OR
009100*                 BLANK (COLS 11-15), NAME (COLS 16-45)
009200*----------------------------------------------------------------
009300 FD  ERASREQ-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  ERASREQ-RECORD.
009600     05  EQ-REQUEST-REF PIC X(10).
009700     05  EQ-VISITOR-NO-X PIC X(05).
009800     05  EQ-NAME PIC X(30).
009900     05  FILLER PIC X(35).
010000
010100*----------------------------------------------------------------
010200* WATCHLST-FILE -- THE DENIED-ENTRY WATCHLIST, READ ONLY
010300*----------------------------------------------------------------
010400 FD  WATCHLST-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY WATCHREC REPLACING WATCHLIST-RECORD BY WATCH-RECORD.
010700
010800*----------------------------------------------------------------
010900* INCIDENT-FILE -- SECURITY INCIDENTS, READ ONLY
011000*----------------------------------------------------------------
011100 FD  INCIDENT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY INCDREC REPLACING INCIDENT-RECORD BY INCD-RECORD.
011400
011500*----------------------------------------------------------------
011600* VISMAST-FILE -- VISITOR MASTER, UPDATED IN PLACE
011700*----------------------------------------------------------------
011800 FD  VISMAST-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
012100         BY MASTER-RECORD.
012200
012300*----------------------------------------------------------------
012400* BADGE-FILE -- LOANER BADGE INVENTORY, UPDATED IN PLACE
012500*----------------------------------------------------------------
012600 FD  BADGE-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
012900         BY BADGE-RECORD.
013000
013100*----------------------------------------------------------------
013200* VISITLOG-FILE -- THE LIVE LOG, UPDATED IN PLACE
013300*----------------------------------------------------------------
013400 FD  VISITLOG-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY NAMEREC REPLACING VISITOR-RECORD BY LOG-RECORD.
013700
013800*----------------------------------------------------------------
013900* ARCHIVE-FILE -- ONE DATED ARCHIVE GENERATION, UPDATED IN PLACE
014000*----------------------------------------------------------------
014100 FD  ARCHIVE-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY NAMEREC REPLACING VISITOR-RECORD BY ARCHIVE-RECORD.
014400
014500*----------------------------------------------------------------
014600* SCRNLOG-FILE -- SCREENING DECISIONS, UPDATED IN PLACE
014700*----------------------------------------------------------------
014800 FD  SCRNLOG-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY SCRNREC REPLACING SCREENING-RECORD BY SCRN-RECORD.
015100
015103*----------------------------------------------------------------
015106* JOURNAL-FILE -- THE MAINTENANCE CHANGE JOURNAL, UPDATED IN PLACE
015109*----------------------------------------------------------------
015112 FD  JOURNAL-FILE
015115     LABEL RECORDS ARE STANDARD.
015118     COPY JRNLREC REPLACING JOURNAL-RECORD BY JRNL-RECORD.
015121
015124*----------------------------------------------------------------
015127* CLRLOG-FILE -- THE CLEARANCE CHECK LOG, UPDATED IN PLACE
015130*----------------------------------------------------------------
015133 FD  CLRLOG-FILE
015136     LABEL RECORDS ARE STANDARD.
015139     COPY CLRLREC REPLACING CLEARANCE-LOG-RECORD BY CLRLOG-RECORD.
015142
015145*----------------------------------------------------------------
015148* CHARGE-FILE -- LOST-BADGE CHARGES, UPDATED IN PLACE
015151*----------------------------------------------------------------
015154 FD  CHARGE-FILE
015157     LABEL RECORDS ARE STANDARD.
015160     COPY CHRGREC REPLACING CHARGE-RECORD BY CHRG-RECORD.
015163
015166*----------------------------------------------------------------
015169* NOTICE-FILE -- HOST ARRIVAL NOTICES, UPDATED IN PLACE
015172*----------------------------------------------------------------
015175 FD  NOTICE-FILE
015178     LABEL RECORDS ARE STANDARD.
015181     COPY NOTEREC REPLACING ARRIVAL-NOTICE-RECORD BY NOTE-RECORD.
015184
015200*----------------------------------------------------------------
015300* ERASREG-FILE -- THE ERASURE REGISTER, APPENDED
015400*----------------------------------------------------------------
015500 FD  ERASREG-FILE
015600     LABEL RECORDS ARE STANDARD.
015700     COPY ERASREC REPLACING ERASURE-RECORD BY REGISTER-RECORD.
015800
015900*----------------------------------------------------------------
016000* REPORT-FILE -- THE RUN REPORT FOR LEGAL
016100*----------------------------------------------------------------
016200 FD  REPORT-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  REPORT-LINE PIC X(80).
016500
016600 WORKING-STORAGE SECTION.
016700 77  WS-CARD-STATUS PIC X(02) VALUE SPACES.
016800     88  WS-CARD-OK VALUE "00".
016900     88  WS-CARD-NOT-FOUND VALUE "35".
017000
017100 77  WS-WATCH-FILE-STATUS PIC X(02) VALUE SPACES.
017200     88  WS-WATCH-FILE-OK VALUES "00" "04".
017300     88  WS-WATCH-FILE-NOT-FOUND VALUE "35".
017400
017500 77  WS-INCD-FILE-STATUS PIC X(02) VALUE SPACES.
017600     88  WS-INCD-FILE-OK VALUES "00" "04".
017700     88  WS-INCD-FILE-NOT-FOUND VALUE "35".
017800
017900 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
018000     88  WS-MAST-FILE-OK VALUES "00" "04".
018100     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
018200
018300 77  WS-BADGE-FILE-STATUS PIC X(02) VALUE SPACES.
018400     88  WS-BADGE-FILE-OK VALUES "00" "04".
018500     88  WS-BADGE-FILE-NOT-FOUND VALUE "35".
018600
018700 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
018800     88  WS-LOG-FILE-OK VALUES "00" "04".
018900     88  WS-LOG-FILE-NOT-FOUND VALUE "35".
019000
019100 77  WS-ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
019200     88  WS-ARCH-FILE-OK VALUES "00" "04".
019300     88  WS-ARCH-FILE-NOT-FOUND VALUE "35".
019400
019500 77  WS-SCRN-FILE-STATUS PIC X(02) VALUE SPACES.
019600     88  WS-SCRN-FILE-OK VALUES "00" "04".
019700     88  WS-SCRN-FILE-NOT-FOUND VALUE "35".
019800
019805 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
019810     88  WS-JRNL-FILE-OK VALUES "00" "04".
019815     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
019820
019825 77  WS-CLRLOG-FILE-STATUS PIC X(02) VALUE SPACES.
019830     88  WS-CLRLOG-FILE-OK VALUES "00" "04".
019835     88  WS-CLRLOG-FILE-NOT-FOUND VALUE "35".
019840
019845 77  WS-CHRG-FILE-STATUS PIC X(02) VALUE SPACES.
019850     88  WS-CHRG-FILE-OK VALUES "00" "04".
019855     88  WS-CHRG-FILE-NOT-FOUND VALUE "35".
019860
019865 77  WS-NOTE-FILE-STATUS PIC X(02) VALUE SPACES.
019870     88  WS-NOTE-FILE-OK VALUES "00" "04".
019875     88  WS-NOTE-FILE-NOT-FOUND VALUE "35".
019880
019900 77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
020000     88  WS-REG-FILE-OK VALUES "00" "04".
020100     88  WS-REG-FILE-NOT-FOUND VALUE "35".
020200
020300 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
020400     88  WS-REPORT-OK VALUE "00".
020500
020600 77  WS-EOF-SW PIC X(01) VALUE "N".
020700     88  WS-END-OF-FILE VALUE "Y".
020800
020900 77  WS-HIT-SW PIC X(01) VALUE "N".
021000     88  WS-NAME-TO-ERASE VALUE "Y".
021100
021110 77  WS-MATCH-KEYED-SW PIC X(01) VALUE "N".
021120     88  WS-MATCH-HAS-NUMBER VALUE "Y".
021130
021140 77  WS-JRNL-CHANGED-SW PIC X(01) VALUE "N".
021150     88  WS-JRNL-CHANGED VALUE "Y".
021160
021170 77  WS-MERGE-SCAN-SW PIC X(01) VALUE "N".
021175     88  WS-MERGE-FOUND VALUE "F".
021180     88  WS-MERGE-PASSED VALUE "P".
021185
021190 77  WS-MERGE-FULL-SW PIC X(01) VALUE "N".
021195     88  WS-MERGE-TABLE-FULL VALUE "Y".
021198
021200 77  WS-TODAY PIC 9(08) VALUE ZERO.
021300 77  WS-NOW PIC 9(08) VALUE ZERO.
021400 77  WS-REQ-COUNT PIC 9(04) COMP VALUE ZERO.
021500 77  WS-ERASE-COUNT PIC 9(04) COMP VALUE ZERO.
021600 77  WS-HELD-COUNT PIC 9(04) COMP VALUE ZERO.
021700 77  WS-REJECT-COUNT PIC 9(04) COMP VALUE ZERO.
021800 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
021900 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
022000 77  WS-HIT-SUB PIC 9(04) COMP VALUE ZERO.
022050 77  WS-JRNL-HIT-SUB PIC 9(04) COMP VALUE ZERO.
022060 77  WS-MERGE-SUB PIC 9(04) COMP VALUE ZERO.
022070 77  WS-MERGE-COUNT PIC 9(04) COMP VALUE ZERO.
022080 77  WS-HOP-COUNT PIC 9(04) COMP VALUE ZERO.
022100 77  WS-MATCH-NAME PIC X(30) VALUE SPACES.
022200 77  WS-MATCH-NO PIC 9(05) VALUE ZERO.
022210 77  WS-MATCH-KEPT-NO PIC 9(05) VALUE ZERO.
022220 77  WS-LOOK-NO PIC 9(05) VALUE ZERO.
022300 77  WS-HOLD-NOTE PIC X(30) VALUE SPACES.
022400 77  WS-HOLD-CODE PIC X(01) VALUE SPACE.
022500 77  WS-INCD-NO-ED PIC 9(06).
022600 77  WS-COUNT-ED PIC ZZZ9.
022700 77  WS-BIG-COUNT-ED PIC Z,ZZZ,ZZ9.
022800 77  WS-DATE-ED PIC 9999B99B99.
022900
023000*----------------------------------------------------------------
023100* WORK FIELDS FOR THE NAME NORMALIZATION (9200-NORMALIZE-NAME)
023200*----------------------------------------------------------------
023300 77  WS-NORM-IN PIC X(30) VALUE SPACES.
023400 77  WS-NORM-OUT PIC X(30) VALUE SPACES.
023500 77  WS-NORM-POS PIC 9(02) COMP VALUE ZERO.
023600 77  WS-NORM-OUT-POS PIC 9(02) COMP VALUE ZERO.
023700 77  WS-NORM-CHAR PIC X(01) VALUE SPACE.
023800     88  WS-NORM-CHAR-KEEP VALUES "A" THRU "I"
023900         "J" THRU "R" "S" THRU "Z" "0" THRU "9".
024000 77  WS-NORM-PEND-SW PIC X(01) VALUE "N".
024100     88  WS-NORM-SPACE-PENDING VALUE "Y".
024200
024210*----------------------------------------------------------------
024220* THE BEFORE AND AFTER IMAGES OF A JOURNAL RECORD, LAID OUT AS
024230* THE MASTER OR BADGE RECORD THEY WERE TAKEN FROM
024240*----------------------------------------------------------------
024250 COPY VISMREC REPLACING VISITOR-MASTER-RECORD BY WS-JRNL-MASTER.
024260
024270 COPY BDGREC REPLACING BADGE-INVENTORY-RECORD BY WS-JRNL-BADGE.
024280
024281*----------------------------------------------------------------
024282* ONE ENTRY PER NUMBER RETIRED BY VMMERGE (VISMAST STATUS "M"),
024283* IN VISITOR-NUMBER ORDER AS VISMAST IS READ.  MM-KEPT-NO IS THE
024284* NUMBER IT WAS MERGED INTO, WHICH MAY ITSELF BE IN THE TABLE.
024285*----------------------------------------------------------------
024286 01  WS-MERGED-TABLE.
024287     05  WS-MERGED-ENTRY OCCURS 2000.
024288         10  MM-RETIRED-NO PIC 9(05).
024289         10  MM-KEPT-NO PIC 9(05).
024290
024300*----------------------------------------------------------------
024400* ONE ENTRY PER REQUEST CARD.  RQ-ACTION "E" = TO BE ERASED,
024500* "H" = HELD BACK, "R" = CARD REJECTED.  ONLY "E" ENTRIES ARE
024600* MATCHED BY THE FILE PASSES; "E" AND "H" GO TO THE REGISTER.
024700*----------------------------------------------------------------
024800 01  WS-REQUEST-TABLE.
024900     05  WS-REQUEST-ENTRY OCCURS 50.
025000         10  RQ-REF PIC X(10).
025100         10  RQ-VISITOR-NO PIC 9(05).
025200         10  RQ-NAME PIC X(30).
025300         10  RQ-NORM-NAME PIC X(30).
025400         10  RQ-TOKEN PIC X(30).
025500         10  RQ-ACTION PIC X(01).
025600             88  RQ-ACTION-ERASE VALUE "E".
025700             88  RQ-ACTION-HELD VALUE "H".
025800             88  RQ-ACTION-REJECTED VALUE "R".
025900         10  RQ-HOLD-CODE PIC X(01).
026000         10  RQ-NOTE PIC X(30).
026100         10  RQ-LOG-COUNT PIC 9(07) COMP.
026200         10  RQ-ARCH-COUNT PIC 9(07) COMP.
026300         10  RQ-SCRN-COUNT PIC 9(07) COMP.
026400         10  RQ-MAST-COUNT PIC 9(05) COMP.
026500         10  RQ-BADGE-COUNT PIC 9(05) COMP.
026510         10  RQ-JRNL-COUNT PIC 9(05) COMP.
026520         10  RQ-CLR-COUNT PIC 9(05) COMP.
026530         10  RQ-CHRG-COUNT PIC 9(05) COMP.
026540         10  RQ-NOTICE-COUNT PIC 9(05) COMP.
026550         10  RQ-INCD-KEPT PIC 9(05) COMP.
026560         10  RQ-KEPT-NO PIC 9(05).
026600
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------------
026900 0000-MAINLINE.
027000*----------------------------------------------------------------
027100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
027200     ACCEPT WS-NOW FROM TIME
027300     PERFORM 1000-LOAD-REQUESTS THRU 1000-LOAD-REQUESTS-EXIT
027400     PERFORM 1500-OPEN-OUTPUTS THRU 1500-OPEN-OUTPUTS-EXIT
027450     PERFORM 1700-LOAD-MERGED THRU 1700-LOAD-MERGED-EXIT
027500     PERFORM 2000-CHECK-WATCHLIST THRU 2000-CHECK-WATCHLIST-EXIT
027600     PERFORM 2500-CHECK-INCIDENTS THRU 2500-CHECK-INCIDENTS-EXIT
027700     PERFORM 2900-COUNT-ACTIONS THRU 2900-COUNT-ACTIONS-EXIT
027800         VARYING WS-SUB FROM 1 BY 1
027900         UNTIL WS-SUB > WS-REQ-COUNT
028000     IF WS-ERASE-COUNT > 0
028100         PERFORM 3000-ERASE-VISMAST THRU 3000-ERASE-VISMAST-EXIT
028200         PERFORM 3500-ERASE-BADGES THRU 3500-ERASE-BADGES-EXIT
028300         PERFORM 4000-ERASE-LOG THRU 4000-ERASE-LOG-EXIT
028400         PERFORM 4500-ERASE-ARCHIVE THRU 4500-ERASE-ARCHIVE-EXIT
028500         PERFORM 5000-ERASE-SCRNLOG THRU 5000-ERASE-SCRNLOG-EXIT
028520         PERFORM 5200-ERASE-JOURNAL THRU 5200-ERASE-JOURNAL-EXIT
028540         PERFORM 5400-ERASE-CLRLOG THRU 5400-ERASE-CLRLOG-EXIT
028560         PERFORM 5500-ERASE-CHARGES THRU 5500-ERASE-CHARGES-EXIT
028580         PERFORM 5600-ERASE-NOTICES THRU 5600-ERASE-NOTICES-EXIT
028600     END-IF
028700     PERFORM 6000-REGISTER-REQUEST THRU 6000-REGISTER-REQUEST-EXIT
028800         VARYING WS-SUB FROM 1 BY 1
028900         UNTIL WS-SUB > WS-REQ-COUNT
029000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
029100     STOP RUN.
029200
029300*----------------------------------------------------------------
029400* 1000-LOAD-REQUESTS -- READ THE REQUEST CARDS.  NO CARD FILE
029500*                       STOPS THE RUN; A BAD CARD IS REJECTED ON
029600*                       ITS OWN.
029700*----------------------------------------------------------------
029800 1000-LOAD-REQUESTS.
029900     OPEN INPUT ERASREQ-FILE
030000     IF NOT WS-CARD-OK
030100         DISPLAY "ERASREQ REQUEST CARDS MISSING - RUN ABORTED"
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF
030500     MOVE "N" TO WS-EOF-SW
030600     PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-LOAD-ONE-REQUEST-EXIT
030700         UNTIL WS-END-OF-FILE
030800     CLOSE ERASREQ-FILE
030900     IF WS-REQ-COUNT = 0
031000         DISPLAY "ERASREQ IS EMPTY - RUN ABORTED"
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400
031500 1000-LOAD-REQUESTS-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900* 1100-LOAD-ONE-REQUEST -- TABLE ONE CARD WITH ITS NORMALIZED
032000*                          NAME AND ITS TOKEN.  THE REFERENCE
032100*                          MAKES THE TOKEN, SO IT MUST BE GIVEN
032200*                          AND MUST NOT REPEAT IN THE DECK.
032300*----------------------------------------------------------------
032400 1100-LOAD-ONE-REQUEST.
032500     READ ERASREQ-FILE
032600         AT END
032700             SET WS-END-OF-FILE TO TRUE
032800             GO TO 1100-LOAD-ONE-REQUEST-EXIT
032900     END-READ
033000     IF ERASREQ-RECORD = SPACES
033100         GO TO 1100-LOAD-ONE-REQUEST-EXIT
033200     END-IF
033300     IF WS-REQ-COUNT NOT < 50
033400         DISPLAY "MORE THAN 50 ERASURE REQUESTS - REST IGNORED"
033500         MOVE 4 TO RETURN-CODE
033600         SET WS-END-OF-FILE TO TRUE
033700         GO TO 1100-LOAD-ONE-REQUEST-EXIT
033800     END-IF
033900
034000     ADD 1 TO WS-REQ-COUNT
034100     MOVE EQ-REQUEST-REF TO RQ-REF (WS-REQ-COUNT)
034200     MOVE EQ-NAME TO RQ-NAME (WS-REQ-COUNT)
034300     MOVE ZERO TO RQ-VISITOR-NO (WS-REQ-COUNT)
034400     MOVE SPACES TO RQ-NORM-NAME (WS-REQ-COUNT)
034500     MOVE SPACES TO RQ-TOKEN (WS-REQ-COUNT)
034600     MOVE SPACES TO RQ-NOTE (WS-REQ-COUNT)
034700     MOVE SPACE TO RQ-HOLD-CODE (WS-REQ-COUNT)
034800     MOVE ZERO TO RQ-LOG-COUNT (WS-REQ-COUNT)
034900     MOVE ZERO TO RQ-ARCH-COUNT (WS-REQ-COUNT)
035000     MOVE ZERO TO RQ-SCRN-COUNT (WS-REQ-COUNT)
035100     MOVE ZERO TO RQ-MAST-COUNT (WS-REQ-COUNT)
035200     MOVE ZERO TO RQ-BADGE-COUNT (WS-REQ-COUNT)
035210     MOVE ZERO TO RQ-JRNL-COUNT (WS-REQ-COUNT)
035220     MOVE ZERO TO RQ-CLR-COUNT (WS-REQ-COUNT)
035230     MOVE ZERO TO RQ-CHRG-COUNT (WS-REQ-COUNT)
035240     MOVE ZERO TO RQ-NOTICE-COUNT (WS-REQ-COUNT)
035250     MOVE ZERO TO RQ-INCD-KEPT (WS-REQ-COUNT)
035300     SET RQ-ACTION-REJECTED (WS-REQ-COUNT) TO TRUE
035400
035500     IF EQ-REQUEST-REF = SPACES
035600         MOVE "NO REQUEST REFERENCE" TO RQ-NOTE (WS-REQ-COUNT)
035700         GO TO 1100-LOAD-ONE-REQUEST-EXIT
035800     END-IF
035900     IF EQ-VISITOR-NO-X NOT = SPACES
036000         IF EQ-VISITOR-NO-X NOT NUMERIC
036100             MOVE "VISITOR NUMBER NOT NUMERIC"
036200                 TO RQ-NOTE (WS-REQ-COUNT)
036300             GO TO 1100-LOAD-ONE-REQUEST-EXIT
036400         END-IF
036500         MOVE EQ-VISITOR-NO-X TO RQ-VISITOR-NO (WS-REQ-COUNT)
036600     END-IF
036700     MOVE EQ-NAME TO WS-NORM-IN
036800     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
036900     IF WS-NORM-OUT = SPACES
037000         MOVE "NO NAME ON CARD" TO RQ-NOTE (WS-REQ-COUNT)
037100         GO TO 1100-LOAD-ONE-REQUEST-EXIT
037200     END-IF
037300     MOVE WS-NORM-OUT TO RQ-NORM-NAME (WS-REQ-COUNT)
037400     PERFORM 1150-CHECK-DUP-REF THRU 1150-CHECK-DUP-REF-EXIT
037500         VARYING WS-SUB FROM 1 BY 1
037600         UNTIL WS-SUB NOT < WS-REQ-COUNT
037700     IF RQ-NOTE (WS-REQ-COUNT) NOT = SPACES
037800         GO TO 1100-LOAD-ONE-REQUEST-EXIT
037900     END-IF
038000
038100     STRING "*ERASED* " EQ-REQUEST-REF
038200         DELIMITED BY SIZE INTO RQ-TOKEN (WS-REQ-COUNT)
038300     SET RQ-ACTION-ERASE (WS-REQ-COUNT) TO TRUE.
038400
038500 1100-LOAD-ONE-REQUEST-EXIT.
038600     EXIT.
038700
038800 1150-CHECK-DUP-REF.
038900     IF RQ-REF (WS-SUB) = RQ-REF (WS-REQ-COUNT)
039000         MOVE "REFERENCE REPEATED IN THIS DECK"
039100             TO RQ-NOTE (WS-REQ-COUNT)
039200     END-IF.
039300
039400 1150-CHECK-DUP-REF-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800* 1500-OPEN-OUTPUTS -- THE REPORT AND THE REGISTER ARE OPENED
039900*                      BEFORE ANYTHING IS CHANGED, SO A RUN THAT
040000*                      COULD NOT RECORD ITS ERASURES NEVER MAKES
040100*                      ANY.
040200*----------------------------------------------------------------
040300 1500-OPEN-OUTPUTS.
040400     OPEN OUTPUT REPORT-FILE
040500     IF NOT WS-REPORT-OK
040600         DISPLAY "ERASURE REPORT COULD NOT BE OPENED - ABORTED"
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF
041000     OPEN EXTEND ERASREG-FILE
041100     IF WS-REG-FILE-NOT-FOUND
041200         OPEN OUTPUT ERASREG-FILE
041300     END-IF
041400     IF NOT WS-REG-FILE-OK
041500         DISPLAY "ERASURE REGISTER COULD NOT BE OPENED - ABORTED"
041600         MOVE 16 TO RETURN-CODE
041700         STOP RUN
041800     END-IF
041900     MOVE WS-TODAY TO WS-DATE-ED
042000     MOVE SPACES TO REPORT-LINE
042100     STRING "VISITOR PERSONAL-DATA ERASURE - " WS-DATE-ED
042200         DELIMITED BY SIZE INTO REPORT-LINE
042300     WRITE REPORT-LINE
042400     MOVE SPACES TO REPORT-LINE
042500     WRITE REPORT-LINE.
042600
042700 1500-OPEN-OUTPUTS-EXIT.
042800     EXIT.
042900
042901*----------------------------------------------------------------
042902* 1700-LOAD-MERGED -- TABLE EVERY NUMBER VMMERGE HAS RETIRED, SO A
042903*                     CARD GIVING THE KEPT NUMBER ALSO FINDS THE
042904*                     RETIRED MASTER AND EVERYTHING STILL FILED
042905*                     UNDER THE RETIRED NUMBER.  EACH CARD NUMBER
042906*                     IS THEN TAKEN TO THE NUMBER IT NOW LIVES AS.
042907*----------------------------------------------------------------
042908 1700-LOAD-MERGED.
042909     OPEN INPUT VISMAST-FILE
042910     IF NOT WS-MAST-FILE-OK
042911         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
042912         MOVE 16 TO RETURN-CODE
042913         STOP RUN
042914     END-IF
042915     MOVE "N" TO WS-EOF-SW
042916     PERFORM 1710-LOAD-ONE-MERGED THRU 1710-LOAD-ONE-MERGED-EXIT
042917         UNTIL WS-END-OF-FILE
042918     CLOSE VISMAST-FILE
042919     PERFORM 1750-RESOLVE-REQUEST THRU 1750-RESOLVE-REQUEST-EXIT
042920         VARYING WS-SUB FROM 1 BY 1
042921         UNTIL WS-SUB > WS-REQ-COUNT.
042922
042923 1700-LOAD-MERGED-EXIT.
042924     EXIT.
042925
042926 1710-LOAD-ONE-MERGED.
042927     READ VISMAST-FILE NEXT RECORD
042928         AT END
042929             SET WS-END-OF-FILE TO TRUE
042930             GO TO 1710-LOAD-ONE-MERGED-EXIT
042931     END-READ
042932     IF NOT VM-STATUS-IS-MERGED OF MASTER-RECORD
042933         OR VM-MERGED-INTO OF MASTER-RECORD NOT NUMERIC
042934         OR VM-MERGED-INTO OF MASTER-RECORD = ZERO
042935         GO TO 1710-LOAD-ONE-MERGED-EXIT
042936     END-IF
042937     IF WS-MERGE-COUNT NOT < 2000
042938         IF NOT WS-MERGE-TABLE-FULL
042939             DISPLAY "MERGED-NUMBER TABLE FULL - RETIRED NUMBERS "
042940                 "MAY BE MISSED"
042941             MOVE 4 TO RETURN-CODE
042942             SET WS-MERGE-TABLE-FULL TO TRUE
042943         END-IF
042944         GO TO 1710-LOAD-ONE-MERGED-EXIT
042945     END-IF
042946     ADD 1 TO WS-MERGE-COUNT
042947     MOVE VM-VISITOR-NO OF MASTER-RECORD
042948         TO MM-RETIRED-NO (WS-MERGE-COUNT)
042949     MOVE VM-MERGED-INTO OF MASTER-RECORD
042950         TO MM-KEPT-NO (WS-MERGE-COUNT).
042951
042952 1710-LOAD-ONE-MERGED-EXIT.
042953     EXIT.
042954
042955 1750-RESOLVE-REQUEST.
042956     MOVE RQ-VISITOR-NO (WS-SUB) TO WS-LOOK-NO
042957     PERFORM 8200-FIND-KEPT-NO THRU 8200-FIND-KEPT-NO-EXIT
042958     MOVE WS-LOOK-NO TO RQ-KEPT-NO (WS-SUB).
042959
042960 1750-RESOLVE-REQUEST-EXIT.
042961     EXIT.
042962
043000*----------------------------------------------------------------
043100* 2000-CHECK-WATCHLIST -- HOLD BACK ANY REQUEST WHOSE NAME IS ON
043200*                         THE WATCHLIST, PRIMARY OR ALIAS, IN
043300*                         EFFECT OR NOT -- SECURITY KEEPS LAPSED
043400*                         ENTRIES AS HISTORY AND MUST DECIDE.
043500*                         NO WATCHLIST ON FILE HOLDS NOTHING, AS
043600*                         IN GREETBAT.
043700*----------------------------------------------------------------
043800 2000-CHECK-WATCHLIST.
043900     OPEN INPUT WATCHLST-FILE
044000     IF WS-WATCH-FILE-NOT-FOUND
044100         GO TO 2000-CHECK-WATCHLIST-EXIT
044200     END-IF
044300     IF NOT WS-WATCH-FILE-OK
044400         DISPLAY "WATCHLIST COULD NOT BE OPENED - ABORTED"
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF
044800     MOVE "N" TO WS-EOF-SW
044900     PERFORM 2100-CHECK-ONE-WATCH THRU 2100-CHECK-ONE-WATCH-EXIT
045000         UNTIL WS-END-OF-FILE
045100     CLOSE WATCHLST-FILE.
045200
045300 2000-CHECK-WATCHLIST-EXIT.
045400     EXIT.
045500
045600 2100-CHECK-ONE-WATCH.
045700     READ WATCHLST-FILE
045800         AT END
045900             SET WS-END-OF-FILE TO TRUE
046000             GO TO 2100-CHECK-ONE-WATCH-EXIT
046100     END-READ
046200     MOVE WL-NAME OF WATCH-RECORD TO WS-NORM-IN
046300     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
046400     IF WS-NORM-OUT = SPACES
046500         GO TO 2100-CHECK-ONE-WATCH-EXIT
046600     END-IF
046700     MOVE WS-NORM-OUT TO WS-MATCH-NAME
046800     MOVE ZERO TO WS-MATCH-NO
046900     MOVE "W" TO WS-HOLD-CODE
047000     MOVE "ON WATCHLIST - REFER TO SECURITY" TO WS-HOLD-NOTE
047100     PERFORM 2800-HOLD-MATCHES THRU 2800-HOLD-MATCHES-EXIT
047200         VARYING WS-SUB FROM 1 BY 1
047300         UNTIL WS-SUB > WS-REQ-COUNT.
047400
047500 2100-CHECK-ONE-WATCH-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------
047900* 2500-CHECK-INCIDENTS -- HOLD BACK ANY REQUEST WHOSE NAME OR
048000*                         VISITOR NUMBER IS ON AN OPEN INCIDENT.
048100*                         NO INCIDENT FILE MEANS NONE OPEN.  A
048130*                         CLOSED INCIDENT HOLDS NOTHING BACK BUT
048160*                         IS COUNTED AS KEPT FOR THE REGISTER.
048200*----------------------------------------------------------------
048300 2500-CHECK-INCIDENTS.
048400     OPEN INPUT INCIDENT-FILE
048500     IF WS-INCD-FILE-NOT-FOUND
048600         GO TO 2500-CHECK-INCIDENTS-EXIT
048700     END-IF
048800     IF NOT WS-INCD-FILE-OK
048900         DISPLAY "INCIDENT FILE COULD NOT BE OPENED - ABORTED"
049000         MOVE 16 TO RETURN-CODE
049100         STOP RUN
049200     END-IF
049300     MOVE "N" TO WS-EOF-SW
049400     PERFORM 2600-CHECK-ONE-INCD THRU 2600-CHECK-ONE-INCD-EXIT
049500         UNTIL WS-END-OF-FILE
049600     CLOSE INCIDENT-FILE.
049700
049800 2500-CHECK-INCIDENTS-EXIT.
049900     EXIT.
050000
050100 2600-CHECK-ONE-INCD.
050200     READ INCIDENT-FILE
050300         AT END
050400             SET WS-END-OF-FILE TO TRUE
050500             GO TO 2600-CHECK-ONE-INCD-EXIT
050600     END-READ
050700     IF NOT IN-STATUS-IS-OPEN OF INCD-RECORD
050800         PERFORM 2700-COUNT-KEPT-INCD
050830             THRU 2700-COUNT-KEPT-INCD-EXIT
050860         GO TO 2600-CHECK-ONE-INCD-EXIT
050900     END-IF
051000     MOVE IN-NAME OF INCD-RECORD TO WS-NORM-IN
051100     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
051200     MOVE WS-NORM-OUT TO WS-MATCH-NAME
051300     MOVE ZERO TO WS-MATCH-NO
051400     IF IN-VISITOR-NO OF INCD-RECORD NUMERIC
051500         MOVE IN-VISITOR-NO OF INCD-RECORD TO WS-MATCH-NO
051600     END-IF
051610     MOVE WS-MATCH-NO TO WS-LOOK-NO
051620     PERFORM 8200-FIND-KEPT-NO THRU 8200-FIND-KEPT-NO-EXIT
051630     MOVE WS-LOOK-NO TO WS-MATCH-KEPT-NO
051700     MOVE "I" TO WS-HOLD-CODE
051800     MOVE IN-INCIDENT-NO OF INCD-RECORD TO WS-INCD-NO-ED
051900     MOVE SPACES TO WS-HOLD-NOTE
052000     STRING "OPEN INCIDENT " WS-INCD-NO-ED
052100         DELIMITED BY SIZE INTO WS-HOLD-NOTE
052200     PERFORM 2800-HOLD-MATCHES THRU 2800-HOLD-MATCHES-EXIT
052300         VARYING WS-SUB FROM 1 BY 1
052400         UNTIL WS-SUB > WS-REQ-COUNT.
052500
052600 2600-CHECK-ONE-INCD-EXIT.
052700     EXIT.
052800
052804*----------------------------------------------------------------
052808* 2700-COUNT-KEPT-INCD -- A CLOSED INCIDENT FOR A PERSON TO BE
052812*                         ERASED STAYS AS IT IS; COUNT IT AGAINST
052816*                         THE REQUEST SO THE REGISTER SAYS SO.
052820*----------------------------------------------------------------
052824 2700-COUNT-KEPT-INCD.
052828     MOVE IN-NAME OF INCD-RECORD TO WS-MATCH-NAME
052832     MOVE ZERO TO WS-MATCH-NO
052836     MOVE "N" TO WS-MATCH-KEYED-SW
052840     IF IN-VISITOR-NO OF INCD-RECORD NUMERIC
052844         MOVE IN-VISITOR-NO OF INCD-RECORD TO WS-MATCH-NO
052848         SET WS-MATCH-HAS-NUMBER TO TRUE
052852     END-IF
052856     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
052860     IF WS-NAME-TO-ERASE
052864         ADD 1 TO RQ-INCD-KEPT (WS-HIT-SUB)
052868     END-IF.
052872
052876 2700-COUNT-KEPT-INCD-EXIT.
052880     EXIT.
052884
052900*----------------------------------------------------------------
053000* 2800-HOLD-MATCHES -- HOLD REQUEST WS-SUB BACK IF IT MATCHES
053100*                      THE NORMALIZED NAME IN WS-MATCH-NAME OR A
053200*                      NON-ZERO NUMBER IN WS-MATCH-NO, TAKEN
053250*                      THROUGH ANY MERGE (WS-MATCH-KEPT-NO).  THE
053300*                      FIRST REASON FOUND IS THE ONE REPORTED.
053400*----------------------------------------------------------------
053500 2800-HOLD-MATCHES.
053600     IF NOT RQ-ACTION-ERASE (WS-SUB)
053700         GO TO 2800-HOLD-MATCHES-EXIT
053800     END-IF
053900     IF (WS-MATCH-NAME NOT = SPACES
054000         AND WS-MATCH-NAME = RQ-NORM-NAME (WS-SUB))
054100         OR (WS-MATCH-NO NOT = ZERO
054200         AND WS-MATCH-KEPT-NO = RQ-KEPT-NO (WS-SUB))
054300         SET RQ-ACTION-HELD (WS-SUB) TO TRUE
054400         MOVE WS-HOLD-CODE TO RQ-HOLD-CODE (WS-SUB)
054500         MOVE WS-HOLD-NOTE TO RQ-NOTE (WS-SUB)
054600     END-IF.
054700
054800 2800-HOLD-MATCHES-EXIT.
054900     EXIT.
055000
055100 2900-COUNT-ACTIONS.
055200     IF RQ-ACTION-ERASE (WS-SUB)
055300         ADD 1 TO WS-ERASE-COUNT
055400     ELSE
055500         IF RQ-ACTION-HELD (WS-SUB)
055600             ADD 1 TO WS-HELD-COUNT
055700         ELSE
055800             ADD 1 TO WS-REJECT-COUNT
055900         END-IF
056000     END-IF.
056100
056200 2900-COUNT-ACTIONS-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------------
056600* 3000-ERASE-VISMAST -- REPLACE THE NAME ON EVERY MASTER ENTRY
056700*                       FOR THE PERSON AND TAKE A LIVE ONE OUT OF
056800*                       USE.  THE VISIT COUNT AND LAST-VISIT DATE
056900*                       STAY FOR THE DORMANCY AND TREND FIGURES.
057000*----------------------------------------------------------------
057100 3000-ERASE-VISMAST.
057200     OPEN I-O VISMAST-FILE
057300     IF NOT WS-MAST-FILE-OK
057400         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
057500         MOVE 16 TO RETURN-CODE
057600         STOP RUN
057700     END-IF
057800     MOVE "N" TO WS-EOF-SW
057900     PERFORM 3100-ERASE-ONE-MASTER THRU 3100-ERASE-ONE-MASTER-EXIT
058000         UNTIL WS-END-OF-FILE
058100     CLOSE VISMAST-FILE.
058200
058300 3000-ERASE-VISMAST-EXIT.
058400     EXIT.
058500
058600 3100-ERASE-ONE-MASTER.
058700     READ VISMAST-FILE NEXT RECORD
058800         AT END
058900             SET WS-END-OF-FILE TO TRUE
059000             GO TO 3100-ERASE-ONE-MASTER-EXIT
059100     END-READ
059200     MOVE VM-NAME OF MASTER-RECORD TO WS-MATCH-NAME
059300     MOVE VM-VISITOR-NO OF MASTER-RECORD TO WS-MATCH-NO
059350     SET WS-MATCH-HAS-NUMBER TO TRUE
059400     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
059500     IF NOT WS-NAME-TO-ERASE
059600         GO TO 3100-ERASE-ONE-MASTER-EXIT
059700     END-IF
059800     MOVE RQ-TOKEN (WS-HIT-SUB) TO VM-NAME OF MASTER-RECORD
059900     IF VM-STATUS-IS-ACTIVE OF MASTER-RECORD
060000         SET VM-STATUS-IS-INACTIVE OF MASTER-RECORD TO TRUE
060100     END-IF
060200     REWRITE MASTER-RECORD
060300         INVALID KEY
060400             DISPLAY "VISMAST REWRITE FAILED, STATUS "
060500                 WS-MAST-FILE-STATUS
060600             MOVE 8 TO RETURN-CODE
060700             GO TO 3100-ERASE-ONE-MASTER-EXIT
060800     END-REWRITE
060900     ADD 1 TO RQ-MAST-COUNT (WS-HIT-SUB).
061000
061100 3100-ERASE-ONE-MASTER-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------------
061500* 3500-ERASE-BADGES -- THE SAME FOR THE HOLDER NAME KEPT ON A
061600*                      LOANER BADGE (BY NAME ONLY -- THE BADGE
061700*                      FILE CARRIES NO VISITOR NUMBER)
061800*----------------------------------------------------------------
061900 3500-ERASE-BADGES.
062000     OPEN I-O BADGE-FILE
062100     IF NOT WS-BADGE-FILE-OK
062200         DISPLAY "BADGE FILE COULD NOT BE OPENED - ABORTED"
062300         MOVE 16 TO RETURN-CODE
062400         STOP RUN
062500     END-IF
062600     MOVE "N" TO WS-EOF-SW
062700     PERFORM 3600-ERASE-ONE-BADGE THRU 3600-ERASE-ONE-BADGE-EXIT
062800         UNTIL WS-END-OF-FILE
062900     CLOSE BADGE-FILE.
063000
063100 3500-ERASE-BADGES-EXIT.
063200     EXIT.
063300
063400 3600-ERASE-ONE-BADGE.
063500     READ BADGE-FILE NEXT RECORD
063600         AT END
063700             SET WS-END-OF-FILE TO TRUE
063800             GO TO 3600-ERASE-ONE-BADGE-EXIT
063900     END-READ
064000     IF BG-NAME OF BADGE-RECORD = SPACES
064100         GO TO 3600-ERASE-ONE-BADGE-EXIT
064200     END-IF
064300     MOVE BG-NAME OF BADGE-RECORD TO WS-MATCH-NAME
064400     MOVE ZERO TO WS-MATCH-NO
064450     MOVE "N" TO WS-MATCH-KEYED-SW
064500     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
064600     IF NOT WS-NAME-TO-ERASE
064700         GO TO 3600-ERASE-ONE-BADGE-EXIT
064800     END-IF
064900     MOVE RQ-TOKEN (WS-HIT-SUB) TO BG-NAME OF BADGE-RECORD
065000     REWRITE BADGE-RECORD
065100         INVALID KEY
065200             DISPLAY "BADGEINV REWRITE FAILED, STATUS "
065300                 WS-BADGE-FILE-STATUS
065400             MOVE 8 TO RETURN-CODE
065500             GO TO 3600-ERASE-ONE-BADGE-EXIT
065600     END-REWRITE
065700     ADD 1 TO RQ-BADGE-COUNT (WS-HIT-SUB).
065800
065900 3600-ERASE-ONE-BADGE-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------
066300* 4000-ERASE-LOG -- REWRITE EVERY LIVE LOG RECORD FOR THE PERSON,
066400*                   MATCHED AS 8000 DESCRIBES.  NO LOG ON THE
066500*                   STEP (THE ARCHIVE-ONLY RERUNS) IS NOT AN
066600*                   ERROR.
066700*----------------------------------------------------------------
066800 4000-ERASE-LOG.
066900     OPEN I-O VISITLOG-FILE
067000     IF NOT WS-LOG-FILE-OK
067100         DISPLAY "NO VISITOR LOG ON THIS STEP - NOT ERASED"
067200         GO TO 4000-ERASE-LOG-EXIT
067300     END-IF
067400     MOVE "N" TO WS-EOF-SW
067500     PERFORM 4100-ERASE-ONE-LOG THRU 4100-ERASE-ONE-LOG-EXIT
067600         UNTIL WS-END-OF-FILE
067700     CLOSE VISITLOG-FILE.
067800
067900 4000-ERASE-LOG-EXIT.
068000     EXIT.
068100
068200 4100-ERASE-ONE-LOG.
068300     READ VISITLOG-FILE
068400         AT END
068500             SET WS-END-OF-FILE TO TRUE
068600             GO TO 4100-ERASE-ONE-LOG-EXIT
068700     END-READ
068800     MOVE VR-NAME OF LOG-RECORD TO WS-MATCH-NAME
068900     MOVE ZERO TO WS-MATCH-NO
068950     MOVE "N" TO WS-MATCH-KEYED-SW
069000     IF VR-VISITOR-NO OF LOG-RECORD NUMERIC
069100         MOVE VR-VISITOR-NO OF LOG-RECORD TO WS-MATCH-NO
069150         SET WS-MATCH-HAS-NUMBER TO TRUE
069200     END-IF
069300     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
069400     IF NOT WS-NAME-TO-ERASE
069500         GO TO 4100-ERASE-ONE-LOG-EXIT
069600     END-IF
069700     MOVE RQ-TOKEN (WS-HIT-SUB) TO VR-NAME OF LOG-RECORD
069800     REWRITE LOG-RECORD
069900     IF WS-LOG-FILE-OK
070000         ADD 1 TO RQ-LOG-COUNT (WS-HIT-SUB)
070100     ELSE
070200         DISPLAY "VISITLOG REWRITE FAILED, STATUS "
070300             WS-LOG-FILE-STATUS
070400         MOVE 8 TO RETURN-CODE
070500     END-IF.
070600
070700 4100-ERASE-ONE-LOG-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------------
071100* 4500-ERASE-ARCHIVE -- THE SAME FOR THE ARCHIVE GENERATION
071200*                       ALLOCATED TO THIS STEP, IF ANY
071300*----------------------------------------------------------------
071400 4500-ERASE-ARCHIVE.
071500     OPEN I-O ARCHIVE-FILE
071600     IF NOT WS-ARCH-FILE-OK
071700         GO TO 4500-ERASE-ARCHIVE-EXIT
071800     END-IF
071900     MOVE "N" TO WS-EOF-SW
072000     PERFORM 4600-ERASE-ONE-ARCH THRU 4600-ERASE-ONE-ARCH-EXIT
072100         UNTIL WS-END-OF-FILE
072200     CLOSE ARCHIVE-FILE.
072300
072400 4500-ERASE-ARCHIVE-EXIT.
072500     EXIT.
072600
072700 4600-ERASE-ONE-ARCH.
072800     READ ARCHIVE-FILE
072900         AT END
073000             SET WS-END-OF-FILE TO TRUE
073100             GO TO 4600-ERASE-ONE-ARCH-EXIT
073200     END-READ
073300     MOVE VR-NAME OF ARCHIVE-RECORD TO WS-MATCH-NAME
073400     MOVE ZERO TO WS-MATCH-NO
073450     MOVE "N" TO WS-MATCH-KEYED-SW
073500     IF VR-VISITOR-NO OF ARCHIVE-RECORD NUMERIC
073600         MOVE VR-VISITOR-NO OF ARCHIVE-RECORD TO WS-MATCH-NO
073650         SET WS-MATCH-HAS-NUMBER TO TRUE
073700     END-IF
073800     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
073900     IF NOT WS-NAME-TO-ERASE
074000         GO TO 4600-ERASE-ONE-ARCH-EXIT
074100     END-IF
074200     MOVE RQ-TOKEN (WS-HIT-SUB) TO VR-NAME OF ARCHIVE-RECORD
074300     REWRITE ARCHIVE-RECORD
074400     IF WS-ARCH-FILE-OK
074500         ADD 1 TO RQ-ARCH-COUNT (WS-HIT-SUB)
074600     ELSE
074700         DISPLAY "ARCHIVE REWRITE FAILED, STATUS "
074800             WS-ARCH-FILE-STATUS
074900         MOVE 8 TO RETURN-CODE
075000     END-IF.
075100
075200 4600-ERASE-ONE-ARCH-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600* 5000-ERASE-SCRNLOG -- THE SAME FOR THE SCREENING LOG (BY NAME
075700*                       ONLY).  NO SCRNLOG ON THE STEP IS NOT AN
075800*                       ERROR.
075900*----------------------------------------------------------------
076000 5000-ERASE-SCRNLOG.
076100     OPEN I-O SCRNLOG-FILE
076200     IF NOT WS-SCRN-FILE-OK
076300         DISPLAY "NO SCREENING LOG ON THIS STEP - NOT ERASED"
076400         GO TO 5000-ERASE-SCRNLOG-EXIT
076500     END-IF
076600     MOVE "N" TO WS-EOF-SW
076700     PERFORM 5100-ERASE-ONE-SCRN THRU 5100-ERASE-ONE-SCRN-EXIT
076800         UNTIL WS-END-OF-FILE
076900     CLOSE SCRNLOG-FILE.
077000
077100 5000-ERASE-SCRNLOG-EXIT.
077200     EXIT.
077300
077400 5100-ERASE-ONE-SCRN.
077500     READ SCRNLOG-FILE
077600         AT END
077700             SET WS-END-OF-FILE TO TRUE
077800             GO TO 5100-ERASE-ONE-SCRN-EXIT
077900     END-READ
078000     MOVE SC-NAME OF SCRN-RECORD TO WS-MATCH-NAME
078100     MOVE ZERO TO WS-MATCH-NO
078150     MOVE "N" TO WS-MATCH-KEYED-SW
078200     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
078300     IF NOT WS-NAME-TO-ERASE
078400         GO TO 5100-ERASE-ONE-SCRN-EXIT
078500     END-IF
078600     MOVE RQ-TOKEN (WS-HIT-SUB) TO SC-NAME OF SCRN-RECORD
078700     REWRITE SCRN-RECORD
078800     IF WS-SCRN-FILE-OK
078900         ADD 1 TO RQ-SCRN-COUNT (WS-HIT-SUB)
079000     ELSE
079100         DISPLAY "SCRNLOG REWRITE FAILED, STATUS "
079200             WS-SCRN-FILE-STATUS
079300         MOVE 8 TO RETURN-CODE
079400     END-IF.
079500
079600 5100-ERASE-ONE-SCRN-EXIT.
079700     EXIT.
079800
079801*----------------------------------------------------------------
079802* 5200-ERASE-JOURNAL -- THE SAME FOR THE BEFORE AND AFTER
079803*                       IMAGES ON THE CHANGE JOURNAL.  ONLY
079804*                       VISITOR MASTER AND BADGE CHANGES CARRY A
079805*                       VISITOR'S NAME IN THE IMAGES; THEIR
079806*                       JR-RECORD-KEY IS THE VISITOR OR BADGE
079807*                       NUMBER AND NEEDS NO CHANGE.  CLEARANCE
079808*                       IMAGES HOLD NO NAME, AND WATCHLIST
079809*                       CHANGES ARE SECURITY'S RECORD (ANYONE
079810*                       STILL LISTED IS HELD BACK BY 2000).  NO
079811*                       JOURNAL ON THE STEP IS NOT AN ERROR.
079812*----------------------------------------------------------------
079813 5200-ERASE-JOURNAL.
079814     OPEN I-O JOURNAL-FILE
079815     IF NOT WS-JRNL-FILE-OK
079816         DISPLAY "NO CHANGE JOURNAL ON THIS STEP - NOT ERASED"
079817         GO TO 5200-ERASE-JOURNAL-EXIT
079818     END-IF
079819     MOVE "N" TO WS-EOF-SW
079820     PERFORM 5300-ERASE-ONE-JRNL THRU 5300-ERASE-ONE-JRNL-EXIT
079821         UNTIL WS-END-OF-FILE
079822     CLOSE JOURNAL-FILE.
079823
079824 5200-ERASE-JOURNAL-EXIT.
079825     EXIT.
079826
079827*----------------------------------------------------------------
079828* 5300-ERASE-ONE-JRNL -- BOTH IMAGES ARE CHECKED; THE RECORD
079829*                        IS REWRITTEN AND COUNTED ONCE IF
079830*                        EITHER CHANGED
079831*----------------------------------------------------------------
079832 5300-ERASE-ONE-JRNL.
079833     READ JOURNAL-FILE
079834         AT END
079835             SET WS-END-OF-FILE TO TRUE
079836             GO TO 5300-ERASE-ONE-JRNL-EXIT
079837     END-READ
079838     MOVE "N" TO WS-JRNL-CHANGED-SW
079839     MOVE ZERO TO WS-JRNL-HIT-SUB
079840     IF JR-FILE-IS-VISMAST OF JRNL-RECORD
079841         MOVE JR-BEFORE-IMAGE OF JRNL-RECORD TO WS-JRNL-MASTER
079842         PERFORM 5320-ERASE-JRNL-MASTER
079843             THRU 5320-ERASE-JRNL-MASTER-EXIT
079844         MOVE WS-JRNL-MASTER TO JR-BEFORE-IMAGE OF JRNL-RECORD
079845         MOVE JR-AFTER-IMAGE OF JRNL-RECORD TO WS-JRNL-MASTER
079846         PERFORM 5320-ERASE-JRNL-MASTER
079847             THRU 5320-ERASE-JRNL-MASTER-EXIT
079848         MOVE WS-JRNL-MASTER TO JR-AFTER-IMAGE OF JRNL-RECORD
079849     ELSE
079850         IF JR-FILE-IS-BADGEINV OF JRNL-RECORD
079851             MOVE JR-BEFORE-IMAGE OF JRNL-RECORD TO WS-JRNL-BADGE
079852             PERFORM 5340-ERASE-JRNL-BADGE
079853                 THRU 5340-ERASE-JRNL-BADGE-EXIT
079854             MOVE WS-JRNL-BADGE TO JR-BEFORE-IMAGE OF JRNL-RECORD
079855             MOVE JR-AFTER-IMAGE OF JRNL-RECORD TO WS-JRNL-BADGE
079856             PERFORM 5340-ERASE-JRNL-BADGE
079857                 THRU 5340-ERASE-JRNL-BADGE-EXIT
079858             MOVE WS-JRNL-BADGE TO JR-AFTER-IMAGE OF JRNL-RECORD
079859         END-IF
079860     END-IF
079861     IF NOT WS-JRNL-CHANGED
079862         GO TO 5300-ERASE-ONE-JRNL-EXIT
079863     END-IF
079864     REWRITE JRNL-RECORD
079865     IF WS-JRNL-FILE-OK
079866         ADD 1 TO RQ-JRNL-COUNT (WS-JRNL-HIT-SUB)
079867     ELSE
079868         DISPLAY "JOURNAL REWRITE FAILED, STATUS "
079869             WS-JRNL-FILE-STATUS
079870         MOVE 8 TO RETURN-CODE
079871     END-IF.
079872
079873 5300-ERASE-ONE-JRNL-EXIT.
079874     EXIT.
079875
079876*----------------------------------------------------------------
079877* 5320-ERASE-JRNL-MASTER -- ONE MASTER IMAGE IN WS-JRNL-MASTER.
079878*                           THE BEFORE IMAGE OF AN ADD IS
079879*                           SPACES.
079880*----------------------------------------------------------------
079881 5320-ERASE-JRNL-MASTER.
079882     IF VM-NAME OF WS-JRNL-MASTER = SPACES
079883         GO TO 5320-ERASE-JRNL-MASTER-EXIT
079884     END-IF
079885     MOVE VM-NAME OF WS-JRNL-MASTER TO WS-MATCH-NAME
079886     MOVE ZERO TO WS-MATCH-NO
079887     MOVE "N" TO WS-MATCH-KEYED-SW
079888     IF VM-VISITOR-NO OF WS-JRNL-MASTER NUMERIC
079889         MOVE VM-VISITOR-NO OF WS-JRNL-MASTER TO WS-MATCH-NO
079890         SET WS-MATCH-HAS-NUMBER TO TRUE
079891     END-IF
079892     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
079893     IF NOT WS-NAME-TO-ERASE
079894         GO TO 5320-ERASE-JRNL-MASTER-EXIT
079895     END-IF
079896     MOVE RQ-TOKEN (WS-HIT-SUB) TO VM-NAME OF WS-JRNL-MASTER
079897     MOVE WS-HIT-SUB TO WS-JRNL-HIT-SUB
079898     SET WS-JRNL-CHANGED TO TRUE.
079899
079900 5320-ERASE-JRNL-MASTER-EXIT.
079901     EXIT.
079902
079903*----------------------------------------------------------------
079904* 5340-ERASE-JRNL-BADGE -- ONE BADGE IMAGE IN WS-JRNL-BADGE,
079905*                          BY NAME ONLY, AS IN 3600
079906*----------------------------------------------------------------
079907 5340-ERASE-JRNL-BADGE.
079908     IF BG-NAME OF WS-JRNL-BADGE = SPACES
079909         GO TO 5340-ERASE-JRNL-BADGE-EXIT
079910     END-IF
079911     MOVE BG-NAME OF WS-JRNL-BADGE TO WS-MATCH-NAME
079912     MOVE ZERO TO WS-MATCH-NO
079913     MOVE "N" TO WS-MATCH-KEYED-SW
079914     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
079915     IF NOT WS-NAME-TO-ERASE
079916         GO TO 5340-ERASE-JRNL-BADGE-EXIT
079917     END-IF
079918     MOVE RQ-TOKEN (WS-HIT-SUB) TO BG-NAME OF WS-JRNL-BADGE
079919     MOVE WS-HIT-SUB TO WS-JRNL-HIT-SUB
079920     SET WS-JRNL-CHANGED TO TRUE.
079921
079922 5340-ERASE-JRNL-BADGE-EXIT.
079923     EXIT.
079924
079925*----------------------------------------------------------------
079926* 5400-ERASE-CLRLOG -- THE SAME FOR THE CLEARANCE CHECK LOG.  NO
079927*                      CLRLOG ON THE STEP IS NOT AN ERROR.
079928*----------------------------------------------------------------
079929 5400-ERASE-CLRLOG.
079930     OPEN I-O CLRLOG-FILE
079931     IF NOT WS-CLRLOG-FILE-OK
079932         DISPLAY "NO CLEARANCE LOG ON THIS STEP - NOT ERASED"
079933         GO TO 5400-ERASE-CLRLOG-EXIT
079934     END-IF
079935     MOVE "N" TO WS-EOF-SW
079936     PERFORM 5450-ERASE-ONE-CLRLOG THRU 5450-ERASE-ONE-CLRLOG-EXIT
079937         UNTIL WS-END-OF-FILE
079938     CLOSE CLRLOG-FILE.
079939
079940 5400-ERASE-CLRLOG-EXIT.
079941     EXIT.
079942
079943 5450-ERASE-ONE-CLRLOG.
079944     READ CLRLOG-FILE
079945         AT END
079946             SET WS-END-OF-FILE TO TRUE
079947             GO TO 5450-ERASE-ONE-CLRLOG-EXIT
079948     END-READ
079949     MOVE CR-NAME OF CLRLOG-RECORD TO WS-MATCH-NAME
079950     MOVE ZERO TO WS-MATCH-NO
079951     MOVE "N" TO WS-MATCH-KEYED-SW
079952     IF CR-VISITOR-NO OF CLRLOG-RECORD NUMERIC
079953         MOVE CR-VISITOR-NO OF CLRLOG-RECORD TO WS-MATCH-NO
079954         SET WS-MATCH-HAS-NUMBER TO TRUE
079955     END-IF
079956     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
079957     IF NOT WS-NAME-TO-ERASE
079958         GO TO 5450-ERASE-ONE-CLRLOG-EXIT
079959     END-IF
079960     MOVE RQ-TOKEN (WS-HIT-SUB) TO CR-NAME OF CLRLOG-RECORD
079961     REWRITE CLRLOG-RECORD
079962     IF WS-CLRLOG-FILE-OK
079963         ADD 1 TO RQ-CLR-COUNT (WS-HIT-SUB)
079964     ELSE
079965         DISPLAY "CLRLOG REWRITE FAILED, STATUS "
079966             WS-CLRLOG-FILE-STATUS
079967         MOVE 8 TO RETURN-CODE
079968     END-IF.
079969
079970 5450-ERASE-ONE-CLRLOG-EXIT.
079971     EXIT.
079972
079973*----------------------------------------------------------------
079974* 5500-ERASE-CHARGES -- THE SAME FOR THE LOST-BADGE CHARGES
079975*                       FILE.  A WALK-IN CHARGE CARRIES VISITOR
079976*                       NUMBER ZERO.  NO CHARGES FILE ON THE STEP
079977*                       IS NOT AN ERROR.
079978*----------------------------------------------------------------
079979 5500-ERASE-CHARGES.
079980     OPEN I-O CHARGE-FILE
079981     IF NOT WS-CHRG-FILE-OK
079982         DISPLAY "NO CHARGES FILE ON THIS STEP - NOT ERASED"
079983         GO TO 5500-ERASE-CHARGES-EXIT
079984     END-IF
079985     MOVE "N" TO WS-EOF-SW
079986     PERFORM 5550-ERASE-ONE-CHARGE THRU 5550-ERASE-ONE-CHARGE-EXIT
079987         UNTIL WS-END-OF-FILE
079988     CLOSE CHARGE-FILE.
079989
079990 5500-ERASE-CHARGES-EXIT.
079991     EXIT.
079992
079993 5550-ERASE-ONE-CHARGE.
079994     READ CHARGE-FILE
079995         AT END
079996             SET WS-END-OF-FILE TO TRUE
079997             GO TO 5550-ERASE-ONE-CHARGE-EXIT
079998     END-READ
079999     MOVE CH-NAME OF CHRG-RECORD TO WS-MATCH-NAME
080000     MOVE ZERO TO WS-MATCH-NO
080001     MOVE "N" TO WS-MATCH-KEYED-SW
080002     IF CH-VISITOR-NO OF CHRG-RECORD NUMERIC
080003         MOVE CH-VISITOR-NO OF CHRG-RECORD TO WS-MATCH-NO
080004         SET WS-MATCH-HAS-NUMBER TO TRUE
080005     END-IF
080006     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
080007     IF NOT WS-NAME-TO-ERASE
080008         GO TO 5550-ERASE-ONE-CHARGE-EXIT
080009     END-IF
080010     MOVE RQ-TOKEN (WS-HIT-SUB) TO CH-NAME OF CHRG-RECORD
080011     REWRITE CHRG-RECORD
080012     IF WS-CHRG-FILE-OK
080013         ADD 1 TO RQ-CHRG-COUNT (WS-HIT-SUB)
080014     ELSE
080015         DISPLAY "CHARGES REWRITE FAILED, STATUS "
080016             WS-CHRG-FILE-STATUS
080017         MOVE 8 TO RETURN-CODE
080018     END-IF.
080019
080020 5550-ERASE-ONE-CHARGE-EXIT.
080021     EXIT.
080022
080023*----------------------------------------------------------------
080024* 5600-ERASE-NOTICES -- THE SAME FOR THE HOST ARRIVAL NOTICES.
080025*                       A GROUP NOTICE CARRIES THE PARTY'S NAME,
080026*                       NOT A PERSON'S, AND IS LEFT ALONE.  NO
080027*                       NOTIFOUT ON THE STEP IS NOT AN ERROR.
080028*----------------------------------------------------------------
080029 5600-ERASE-NOTICES.
080030     OPEN I-O NOTICE-FILE
080031     IF NOT WS-NOTE-FILE-OK
080032         DISPLAY "NO ARRIVAL NOTICES ON THIS STEP - NOT ERASED"
080033         GO TO 5600-ERASE-NOTICES-EXIT
080034     END-IF
080035     MOVE "N" TO WS-EOF-SW
080036     PERFORM 5650-ERASE-ONE-NOTICE THRU 5650-ERASE-ONE-NOTICE-EXIT
080037         UNTIL WS-END-OF-FILE
080038     CLOSE NOTICE-FILE.
080039
080040 5600-ERASE-NOTICES-EXIT.
080041     EXIT.
080042
080043 5650-ERASE-ONE-NOTICE.
080044     READ NOTICE-FILE
080045         AT END
080046             SET WS-END-OF-FILE TO TRUE
080047             GO TO 5650-ERASE-ONE-NOTICE-EXIT
080048     END-READ
080049     IF AN-HOST-FROM-GROUP OF NOTE-RECORD
080050         GO TO 5650-ERASE-ONE-NOTICE-EXIT
080051     END-IF
080052     MOVE AN-VISITOR-NAME OF NOTE-RECORD TO WS-MATCH-NAME
080053     MOVE ZERO TO WS-MATCH-NO
080054     MOVE "N" TO WS-MATCH-KEYED-SW
080055     IF AN-VISITOR-NO OF NOTE-RECORD NUMERIC
080056         MOVE AN-VISITOR-NO OF NOTE-RECORD TO WS-MATCH-NO
080057         SET WS-MATCH-HAS-NUMBER TO TRUE
080058     END-IF
080059     PERFORM 8000-FIND-REQUEST THRU 8000-FIND-REQUEST-EXIT
080060     IF NOT WS-NAME-TO-ERASE
080061         GO TO 5650-ERASE-ONE-NOTICE-EXIT
080062     END-IF
080063     MOVE RQ-TOKEN (WS-HIT-SUB) TO AN-VISITOR-NAME OF NOTE-RECORD
080064     REWRITE NOTE-RECORD
080065     IF WS-NOTE-FILE-OK
080066         ADD 1 TO RQ-NOTICE-COUNT (WS-HIT-SUB)
080067     ELSE
080068         DISPLAY "NOTIFOUT REWRITE FAILED, STATUS "
080069             WS-NOTE-FILE-STATUS
080070         MOVE 8 TO RETURN-CODE
080071     END-IF.
080072
080073 5650-ERASE-ONE-NOTICE-EXIT.
080074     EXIT.
080075
080076*----------------------------------------------------------------
080077* 6000-REGISTER-REQUEST -- APPEND ONE REGISTER RECORD FOR EACH
080100*                          ERASED OR HELD REQUEST AND REPORT IT.
080200*                          A REJECTED CARD IS REPORTED ONLY.
080300*----------------------------------------------------------------
080400 6000-REGISTER-REQUEST.
080500     MOVE SPACES TO REPORT-LINE
080600     IF RQ-ACTION-ERASE (WS-SUB)
080700         STRING RQ-REF (WS-SUB) " ERASED AS " RQ-TOKEN (WS-SUB)
080800             DELIMITED BY SIZE INTO REPORT-LINE
080900     ELSE
081000         IF RQ-ACTION-HELD (WS-SUB)
081100             STRING RQ-REF (WS-SUB) " HELD BACK - "
081200                 RQ-NOTE (WS-SUB)
081300                 DELIMITED BY SIZE INTO REPORT-LINE
081400         ELSE
081500             STRING RQ-REF (WS-SUB) " CARD REJECTED - "
081600                 RQ-NOTE (WS-SUB)
081700                 DELIMITED BY SIZE INTO REPORT-LINE
081800         END-IF
081900     END-IF
082000     WRITE REPORT-LINE
082100     IF RQ-ACTION-REJECTED (WS-SUB)
082200         GO TO 6000-REGISTER-REQUEST-EXIT
082300     END-IF
082400     IF RQ-ACTION-HELD (WS-SUB)
082500         MOVE SPACES TO REPORT-LINE
082600         STRING "           NAME: " RQ-NAME (WS-SUB)
082700             DELIMITED BY SIZE INTO REPORT-LINE
082800         WRITE REPORT-LINE
082900     ELSE
083000         PERFORM 6100-REPORT-COUNTS THRU 6100-REPORT-COUNTS-EXIT
083100     END-IF
083200
083300     MOVE SPACES TO REGISTER-RECORD
083400     MOVE WS-TODAY TO ER-ERASE-DATE OF REGISTER-RECORD
083500     MOVE WS-NOW TO ER-ERASE-TIME OF REGISTER-RECORD
083600     MOVE RQ-REF (WS-SUB) TO ER-REQUEST-REF OF REGISTER-RECORD
083700     MOVE RQ-VISITOR-NO (WS-SUB)
083800         TO ER-VISITOR-NO OF REGISTER-RECORD
083900     MOVE RQ-TOKEN (WS-SUB) TO ER-TOKEN OF REGISTER-RECORD
084000     MOVE RQ-ACTION (WS-SUB) TO ER-STATUS-CODE OF REGISTER-RECORD
084100     MOVE RQ-HOLD-CODE (WS-SUB)
084200         TO ER-HOLD-CODE OF REGISTER-RECORD
084300     IF RQ-ACTION-HELD (WS-SUB)
084400         MOVE RQ-NOTE (WS-SUB) TO ER-HOLD-NOTE OF REGISTER-RECORD
084450         MOVE SPACES TO ER-TOKEN OF REGISTER-RECORD
084500     END-IF
084600     MOVE RQ-LOG-COUNT (WS-SUB) TO ER-LOG-COUNT OF REGISTER-RECORD
084700     MOVE RQ-ARCH-COUNT (WS-SUB)
084800         TO ER-ARCH-COUNT OF REGISTER-RECORD
084900     MOVE RQ-SCRN-COUNT (WS-SUB)
085000         TO ER-SCRN-COUNT OF REGISTER-RECORD
085100     MOVE RQ-MAST-COUNT (WS-SUB)
085200         TO ER-MAST-COUNT OF REGISTER-RECORD
085300     MOVE RQ-BADGE-COUNT (WS-SUB)
085400         TO ER-BADGE-COUNT OF REGISTER-RECORD
085410     MOVE RQ-JRNL-COUNT (WS-SUB)
085420         TO ER-JRNL-COUNT OF REGISTER-RECORD
085430     MOVE RQ-CLR-COUNT (WS-SUB) TO ER-CLR-COUNT OF REGISTER-RECORD
085440     MOVE RQ-CHRG-COUNT (WS-SUB)
085450         TO ER-CHRG-COUNT OF REGISTER-RECORD
085460     MOVE RQ-NOTICE-COUNT (WS-SUB)
085470         TO ER-NOTICE-COUNT OF REGISTER-RECORD
085480     MOVE RQ-INCD-KEPT (WS-SUB)
085490         TO ER-INCD-KEPT-COUNT OF REGISTER-RECORD
085500     WRITE REGISTER-RECORD
085600     IF NOT WS-REG-FILE-OK
085700         DISPLAY "ERASURE REGISTER WRITE FAILED, STATUS "
085800             WS-REG-FILE-STATUS " - REF " RQ-REF (WS-SUB)
085900         MOVE 8 TO RETURN-CODE
086000     END-IF.
086100
086200 6000-REGISTER-REQUEST-EXIT.
086300     EXIT.
086400
086500 6100-REPORT-COUNTS.
086600     MOVE RQ-LOG-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
086700     MOVE SPACES TO REPORT-LINE
086800     STRING "           VISITLOG RECORDS : " WS-BIG-COUNT-ED
086900         DELIMITED BY SIZE INTO REPORT-LINE
087000     WRITE REPORT-LINE
087100     MOVE RQ-ARCH-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
087200     MOVE SPACES TO REPORT-LINE
087300     STRING "           ARCHIVE RECORDS  : " WS-BIG-COUNT-ED
087400         DELIMITED BY SIZE INTO REPORT-LINE
087500     WRITE REPORT-LINE
087600     MOVE RQ-SCRN-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
087700     MOVE SPACES TO REPORT-LINE
087800     STRING "           SCRNLOG RECORDS  : " WS-BIG-COUNT-ED
087900         DELIMITED BY SIZE INTO REPORT-LINE
088000     WRITE REPORT-LINE
088100     MOVE RQ-MAST-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
088200     MOVE SPACES TO REPORT-LINE
088300     STRING "           VISMAST ENTRIES  : " WS-BIG-COUNT-ED
088400         DELIMITED BY SIZE INTO REPORT-LINE
088500     WRITE REPORT-LINE
088600     MOVE RQ-BADGE-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
088700     MOVE SPACES TO REPORT-LINE
088800     STRING "           BADGEINV ENTRIES : " WS-BIG-COUNT-ED
089000         DELIMITED BY SIZE INTO REPORT-LINE
089003     WRITE REPORT-LINE
089006     MOVE RQ-JRNL-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
089009     MOVE SPACES TO REPORT-LINE
089012     STRING "           JOURNAL RECORDS  : " WS-BIG-COUNT-ED
089015         DELIMITED BY SIZE INTO REPORT-LINE
089018     WRITE REPORT-LINE
089021     MOVE RQ-CLR-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
089024     MOVE SPACES TO REPORT-LINE
089027     STRING "           CLRLOG RECORDS   : " WS-BIG-COUNT-ED
089030         DELIMITED BY SIZE INTO REPORT-LINE
089033     WRITE REPORT-LINE
089036     MOVE RQ-CHRG-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
089039     MOVE SPACES TO REPORT-LINE
089042     STRING "           CHARGES RECORDS  : " WS-BIG-COUNT-ED
089045         DELIMITED BY SIZE INTO REPORT-LINE
089048     WRITE REPORT-LINE
089051     MOVE RQ-NOTICE-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
089054     MOVE SPACES TO REPORT-LINE
089057     STRING "           NOTIFOUT RECORDS : " WS-BIG-COUNT-ED
089060         DELIMITED BY SIZE INTO REPORT-LINE
089063     WRITE REPORT-LINE
089066     MOVE RQ-INCD-KEPT (WS-SUB) TO WS-BIG-COUNT-ED
089069     MOVE SPACES TO REPORT-LINE
089072     STRING "           INCIDENTS KEPT   : " WS-BIG-COUNT-ED
089075         DELIMITED BY SIZE INTO REPORT-LINE
089100     WRITE REPORT-LINE.
089150
089200 6100-REPORT-COUNTS-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------------
089600* 8000-FIND-REQUEST -- IS THE RECORD IN WS-MATCH-NAME /
089700*                      WS-MATCH-NO ONE TO ERASE?  WHEN THE CARD
089800*                      GAVE A VISITOR NUMBER AND THE RECORD HAS
089900*                      A NON-ZERO ONE (WS-MATCH-HAS-NUMBER), ONLY
089920*                      THE NUMBER COUNTS.  A RECORD WITH NUMBER
089940*                      ZERO (A WALK-IN OR GROUP MEMBER) OR NONE
089960*                      AT ALL GOES ON THE NORMALIZED NAME.  A
089980*                      NAME ALREADY CARRYING THE TOKEN NEVER
090000*                      DOES.  NUMBERS ARE COMPARED AFTER BOTH ARE
090050*                      TAKEN THROUGH ANY MERGE, SO A NUMBER
090100*                      RETIRED BY VMMERGE MATCHES THE NUMBER IT
090150*                      WAS MERGED INTO, AND THE OTHER WAY ABOUT.
090170*                      WS-HIT-SUB POINTS AT THE REQUEST.
090200*----------------------------------------------------------------
090300 8000-FIND-REQUEST.
090400     MOVE "N" TO WS-HIT-SW
090500     MOVE ZERO TO WS-HIT-SUB
090600     MOVE WS-MATCH-NAME TO WS-NORM-IN
090700     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
090710     MOVE WS-MATCH-NO TO WS-LOOK-NO
090720     PERFORM 8200-FIND-KEPT-NO THRU 8200-FIND-KEPT-NO-EXIT
090730     MOVE WS-LOOK-NO TO WS-MATCH-KEPT-NO
090800     PERFORM 8100-MATCH-ONE-REQUEST
090850         THRU 8100-MATCH-ONE-REQUEST-EXIT
090900         VARYING WS-SUB2 FROM 1 BY 1
091000         UNTIL WS-SUB2 > WS-REQ-COUNT
091100         OR WS-NAME-TO-ERASE.
091200
091300 8000-FIND-REQUEST-EXIT.
091400     EXIT.
091500
091600 8100-MATCH-ONE-REQUEST.
091700     IF NOT RQ-ACTION-ERASE (WS-SUB2)
091800         GO TO 8100-MATCH-ONE-REQUEST-EXIT
091900     END-IF
092000     IF WS-MATCH-NAME = RQ-TOKEN (WS-SUB2)
092100         GO TO 8100-MATCH-ONE-REQUEST-EXIT
092200     END-IF
092400     IF WS-MATCH-HAS-NUMBER
092405         AND WS-MATCH-NO NOT = ZERO
092410         AND RQ-VISITOR-NO (WS-SUB2) NOT = ZERO
092420         IF WS-MATCH-KEPT-NO = RQ-KEPT-NO (WS-SUB2)
092430             SET WS-NAME-TO-ERASE TO TRUE
092440             MOVE WS-SUB2 TO WS-HIT-SUB
092450         END-IF
092460         GO TO 8100-MATCH-ONE-REQUEST-EXIT
092470     END-IF
092500     IF WS-NORM-OUT NOT = SPACES
092600         AND WS-NORM-OUT = RQ-NORM-NAME (WS-SUB2)
092700         SET WS-NAME-TO-ERASE TO TRUE
092800         MOVE WS-SUB2 TO WS-HIT-SUB
092900     END-IF.
093000
093100 8100-MATCH-ONE-REQUEST-EXIT.
093200     EXIT.
093300
093301*----------------------------------------------------------------
093302* 8200-FIND-KEPT-NO -- TAKE THE NUMBER IN WS-LOOK-NO THROUGH THE
093303*                      MERGED-NUMBER TABLE TO THE NUMBER IT NOW
093304*                      LIVES AS, FOLLOWING A NUMBER MERGED MORE
093305*                      THAN ONCE.  AN UNMERGED NUMBER COMES BACK
093306*                      AS IT WENT IN.
093307*----------------------------------------------------------------
093308 8200-FIND-KEPT-NO.
093309     MOVE ZERO TO WS-HOP-COUNT
093310     IF WS-LOOK-NO = ZERO
093311         OR WS-MERGE-COUNT = ZERO
093312         GO TO 8200-FIND-KEPT-NO-EXIT
093313     END-IF
093314     MOVE "F" TO WS-MERGE-SCAN-SW
093315     PERFORM 8210-FOLLOW-ONE-MERGE THRU 8210-FOLLOW-ONE-MERGE-EXIT
093316         UNTIL NOT WS-MERGE-FOUND
093317         OR WS-HOP-COUNT > WS-MERGE-COUNT.
093318
093319 8200-FIND-KEPT-NO-EXIT.
093320     EXIT.
093321
093322 8210-FOLLOW-ONE-MERGE.
093323     ADD 1 TO WS-HOP-COUNT
093324     MOVE "N" TO WS-MERGE-SCAN-SW
093325     PERFORM 8220-CHECK-ONE-MERGED THRU 8220-CHECK-ONE-MERGED-EXIT
093326         VARYING WS-MERGE-SUB FROM 1 BY 1
093327         UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
093328         OR WS-MERGE-FOUND
093329         OR WS-MERGE-PASSED.
093330
093331 8210-FOLLOW-ONE-MERGE-EXIT.
093332     EXIT.
093333
093334 8220-CHECK-ONE-MERGED.
093335     IF MM-RETIRED-NO (WS-MERGE-SUB) > WS-LOOK-NO
093336         SET WS-MERGE-PASSED TO TRUE
093337         GO TO 8220-CHECK-ONE-MERGED-EXIT
093338     END-IF
093339     IF MM-RETIRED-NO (WS-MERGE-SUB) = WS-LOOK-NO
093340         MOVE MM-KEPT-NO (WS-MERGE-SUB) TO WS-LOOK-NO
093341         SET WS-MERGE-FOUND TO TRUE
093342     END-IF.
093343
093344 8220-CHECK-ONE-MERGED-EXIT.
093345     EXIT.
093346
093400*----------------------------------------------------------------
093500* 9000-TERMINATE -- THE COUNTS AND THE CLOSE.  RC=4 WHEN ANY
093600*                   REQUEST WAS HELD BACK OR REJECTED.
093700*----------------------------------------------------------------
093800 9000-TERMINATE.
093900     CLOSE ERASREG-FILE
094000     MOVE SPACES TO REPORT-LINE
094100     WRITE REPORT-LINE
094200     MOVE "MUSTLOG HOLDS DRILL HEAD COUNTS ONLY - NO NAMES"
094300         TO REPORT-LINE
094400     WRITE REPORT-LINE
094410     MOVE "INCIDENT IS SECURITY'S RECORD - KEPT, NOT ERASED"
094420         TO REPORT-LINE
094430     WRITE REPORT-LINE
094440     MOVE "WATCHLIST CHANGES ON THE JOURNAL - KEPT, NOT ERASED"
094450         TO REPORT-LINE
094460     WRITE REPORT-LINE
094470     MOVE "EXPECTED (HOSTS' APPOINTMENT LIST) - NOT ERASED HERE"
094480         TO REPORT-LINE
094490     WRITE REPORT-LINE
094500     MOVE SPACES TO REPORT-LINE
094600     WRITE REPORT-LINE
094700     MOVE WS-ERASE-COUNT TO WS-COUNT-ED
094800     MOVE SPACES TO REPORT-LINE
094900     STRING "REQUESTS ERASED    : " WS-COUNT-ED
095000         DELIMITED BY SIZE INTO REPORT-LINE
095100     WRITE REPORT-LINE
095200     MOVE WS-HELD-COUNT TO WS-COUNT-ED
095300     MOVE SPACES TO REPORT-LINE
095400     STRING "REQUESTS HELD BACK : " WS-COUNT-ED
095500         DELIMITED BY SIZE INTO REPORT-LINE
095600     WRITE REPORT-LINE
095700     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
095800     MOVE SPACES TO REPORT-LINE
095900     STRING "CARDS REJECTED     : " WS-COUNT-ED
096000         DELIMITED BY SIZE INTO REPORT-LINE
096100     WRITE REPORT-LINE
096200     CLOSE REPORT-FILE
096300     IF (WS-HELD-COUNT > 0 OR WS-REJECT-COUNT > 0)
096400         AND RETURN-CODE < 4
096500         MOVE 4 TO RETURN-CODE
096600     END-IF
096700     MOVE WS-ERASE-COUNT TO WS-COUNT-ED
096800     DISPLAY WS-COUNT-ED " ERASURE REQUEST(S) CARRIED OUT".
096900
097000 9000-TERMINATE-EXIT.
097100     EXIT.
097200
097300*----------------------------------------------------------------
097400* 9200-NORMALIZE-NAME -- FOLD WS-NORM-IN TO THE FORM THE
097500*                        WATCHLIST IS MATCHED ON: UPPER CASE,
097600*                        LETTERS AND DIGITS ONLY, RUNS OF
097700*                        ANYTHING ELSE COLLAPSED TO ONE SPACE,
097800*                        NO LEADING OR TRAILING SPACES.  THE
097900*                        RESULT IS LEFT IN WS-NORM-OUT.
098000*----------------------------------------------------------------
098100 9200-NORMALIZE-NAME.
098200     MOVE SPACES TO WS-NORM-OUT
098300     MOVE ZERO TO WS-NORM-OUT-POS
098400     MOVE "N" TO WS-NORM-PEND-SW
098500     INSPECT WS-NORM-IN CONVERTING
098600         "abcdefghijklmnopqrstuvwxyz" TO
098700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
098800     PERFORM 9250-NORM-ONE-CHAR THRU 9250-NORM-ONE-CHAR-EXIT
098900         VARYING WS-NORM-POS FROM 1 BY 1
099000         UNTIL WS-NORM-POS > 30.
099100
099200 9200-NORMALIZE-NAME-EXIT.
099300     EXIT.
099400
099500*----------------------------------------------------------------
099600* 9250-NORM-ONE-CHAR -- FOLD ONE CHARACTER INTO WS-NORM-OUT
099700*----------------------------------------------------------------
099800 9250-NORM-ONE-CHAR.
099900     MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
100000     IF WS-NORM-CHAR-KEEP
100100         IF WS-NORM-SPACE-PENDING
100200             AND WS-NORM-OUT-POS > 0
100300             AND WS-NORM-OUT-POS < 30
100400             ADD 1 TO WS-NORM-OUT-POS
100500         END-IF
100600         MOVE "N" TO WS-NORM-PEND-SW
100700         IF WS-NORM-OUT-POS < 30
100800             ADD 1 TO WS-NORM-OUT-POS
100900             MOVE WS-NORM-CHAR
101000                 TO WS-NORM-OUT(WS-NORM-OUT-POS:1)
101100         END-IF
101200     ELSE
101300         SET WS-NORM-SPACE-PENDING TO TRUE
101400     END-IF.
101500
101600 9250-NORM-ONE-CHAR-EXIT.
101700     EXIT.
