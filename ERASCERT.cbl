000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERASCERT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  PRINTS THE ERASURE
001100*                CERTIFICATES FOR ONE DAY'S ERASEPII RUN FROM
001200*                THE ERASREG REGISTER.  THE ERASE JOB WRITES ONE
001300*                REGISTER RECORD PER REQUEST PER STEP, SO THE
001400*                RECORDS FOR A REFERENCE ARE ADDED UP INTO ONE
001500*                CERTIFICATE GIVING THE TOKEN AND THE NUMBER OF
001600*                RECORDS CHANGED IN EACH FILE.  REQUESTS HELD
001700*                BACK GET NO CERTIFICATE; THEY ARE LISTED AT THE
001800*                END FOR LEGAL WITH THE REASON.  THE DATE IS
001900*                TODAY'S UNLESS A DATECARD IS SUPPLIED, SO A
002000*                CERTIFICATE CAN BE REPRINTED LATER.
002010* 2026-10-15 TD  CERTIFICATE NOW ALSO GIVES THE CHANGE JOURNAL,
002020*                CLEARANCE CHECK LOG, LOST-BADGE CHARGES AND HOST
002030*                ARRIVAL NOTICES, AND LISTS WHAT STILL HOLDS THE
002040*                NAME: CLOSED SECURITY INCIDENTS (WITH THE COUNT),
002050*                WATCHLIST CHANGE HISTORY AND THE HOSTS'
002060*                APPOINTMENT LISTS.  THE WORDING NOW SAYS THE NAME
002070*                WAS REPLACED IN THE RECORDS COUNTED AGAINST EACH
002080*                FILE LISTED, NOT IN EVERY RECORD.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT DATECARD-FILE ASSIGN TO "DATECARD"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-DATE-CARD-STATUS.
002900
003000     SELECT ERASREG-FILE ASSIGN TO "ERASREG"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-REG-FILE-STATUS.
003300
003400     SELECT REPORT-FILE ASSIGN TO "ERASCRT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-REPORT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*----------------------------------------------------------------
004100* DATECARD-FILE -- OPTIONAL, THE ERASURE DATE YYYYMMDD
004200*----------------------------------------------------------------
004300 FD  DATECARD-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DATECARD-RECORD.
004600     05  DC-RUN-DATE-X PIC X(08).
004700     05  FILLER PIC X(72).
004800
004900*----------------------------------------------------------------
005000* ERASREG-FILE -- THE ERASURE REGISTER, READ ONLY
005100*----------------------------------------------------------------
005200 FD  ERASREG-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY ERASREC REPLACING ERASURE-RECORD BY REGISTER-RECORD.
005500
005600*----------------------------------------------------------------
005700* REPORT-FILE -- THE CERTIFICATES
005800*----------------------------------------------------------------
005900 FD  REPORT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  REPORT-LINE PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 77  WS-DATE-CARD-STATUS PIC X(02) VALUE SPACES.
006500     88  WS-DATE-CARD-OK VALUE "00".
006600     88  WS-DATE-CARD-NOT-FOUND VALUE "35".
006700
006800 77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
006900     88  WS-REG-FILE-OK VALUES "00" "04".
007000     88  WS-REG-FILE-NOT-FOUND VALUE "35".
007100
007200 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
007300     88  WS-REPORT-OK VALUE "00".
007400
007500 77  WS-EOF-SW PIC X(01) VALUE "N".
007600     88  WS-END-OF-FILE VALUE "Y".
007700
007800 77  WS-FOUND-SW PIC X(01) VALUE "N".
007900     88  WS-REF-IN-TABLE VALUE "Y".
008000
008100 77  WS-FULL-SW PIC X(01) VALUE "N".
008200     88  WS-TABLE-IS-FULL VALUE "Y".
008300
008400 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
008500 77  WS-REF-COUNT PIC 9(04) COMP VALUE ZERO.
008600 77  WS-CERT-COUNT PIC 9(04) COMP VALUE ZERO.
008700 77  WS-HELD-COUNT PIC 9(04) COMP VALUE ZERO.
008800 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
008900 77  WS-HIT-SUB PIC 9(04) COMP VALUE ZERO.
009000 77  WS-COUNT-ED PIC ZZZ9.
009100 77  WS-BIG-COUNT-ED PIC Z,ZZZ,ZZ9.
009300 77  WS-RUN-DATE-ED PIC 9999B99B99.
009400
009500*----------------------------------------------------------------
009600* ONE ENTRY PER REQUEST REFERENCE REGISTERED ON THE DATE.
009700* CT-STATUS "E" AS SOON AS ANY STEP ERASED IT, ELSE "H".
009800*----------------------------------------------------------------
009900 01  WS-CERT-TABLE.
010000     05  WS-CERT-ENTRY OCCURS 50.
010100         10  CT-REF PIC X(10).
010200         10  CT-VISITOR-NO PIC 9(05).
010300         10  CT-TOKEN PIC X(30).
010400         10  CT-STATUS PIC X(01).
010500             88  CT-STATUS-IS-ERASED VALUE "E".
010600             88  CT-STATUS-IS-HELD VALUE "H".
010700         10  CT-HOLD-NOTE PIC X(30).
010800         10  CT-PASSES PIC 9(04) COMP.
010900         10  CT-LOG-COUNT PIC 9(07) COMP.
011000         10  CT-ARCH-COUNT PIC 9(07) COMP.
011100         10  CT-SCRN-COUNT PIC 9(07) COMP.
011200         10  CT-MAST-COUNT PIC 9(05) COMP.
011300         10  CT-BADGE-COUNT PIC 9(05) COMP.
011310         10  CT-JRNL-COUNT PIC 9(05) COMP.
011320         10  CT-CLR-COUNT PIC 9(05) COMP.
011330         10  CT-CHRG-COUNT PIC 9(05) COMP.
011340         10  CT-NOTICE-COUNT PIC 9(05) COMP.
011350         10  CT-INCD-KEPT PIC 9(05) COMP.
011400
011500 PROCEDURE DIVISION.
011600*----------------------------------------------------------------
011700 0000-MAINLINE.
011800*----------------------------------------------------------------
011900     PERFORM 1000-GET-RUN-DATE THRU 1000-GET-RUN-DATE-EXIT
012000     PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT
012100     OPEN OUTPUT REPORT-FILE
012200     IF NOT WS-REPORT-OK
012300         DISPLAY "CERTIFICATES COULD NOT BE OPENED - ABORTED"
012400         MOVE 16 TO RETURN-CODE
012500         STOP RUN
012600     END-IF
012700     IF WS-REF-COUNT = 0
012800         MOVE SPACES TO REPORT-LINE
012900         STRING "NO ERASURES REGISTERED FOR " WS-RUN-DATE-ED
013000             DELIMITED BY SIZE INTO REPORT-LINE
013100         WRITE REPORT-LINE
013200     END-IF
013300     PERFORM 3000-PRINT-CERTIFICATE
013350         THRU 3000-PRINT-CERTIFICATE-EXIT
013400         VARYING WS-SUB FROM 1 BY 1
013500         UNTIL WS-SUB > WS-REF-COUNT
013600     IF WS-HELD-COUNT > 0
013700         PERFORM 4000-PRINT-HELD-HEAD
013750             THRU 4000-PRINT-HELD-HEAD-EXIT
013800         PERFORM 4100-PRINT-ONE-HELD THRU 4100-PRINT-ONE-HELD-EXIT
013900             VARYING WS-SUB FROM 1 BY 1
014000             UNTIL WS-SUB > WS-REF-COUNT
014100     END-IF
014200     CLOSE REPORT-FILE
014300     MOVE WS-CERT-COUNT TO WS-COUNT-ED
014400     DISPLAY WS-COUNT-ED " ERASURE CERTIFICATE(S) PRINTED"
014500     IF WS-HELD-COUNT > 0 AND RETURN-CODE < 4
014600         MOVE 4 TO RETURN-CODE
014700     END-IF
014800     STOP RUN.
014900
015000*----------------------------------------------------------------
015100* 1000-GET-RUN-DATE -- THE ERASURE DATE COMES FROM THE DATECARD
015200*                      CONTROL CARD WHEN A CERTIFICATE IS BEING
015300*                      REPRINTED.  NO CARD MEANS THE SYSTEM DATE;
015400*                      A BAD CARD ABORTS THE RUN.
015500*----------------------------------------------------------------
015600 1000-GET-RUN-DATE.
015700     OPEN INPUT DATECARD-FILE
015800     IF WS-DATE-CARD-NOT-FOUND
015900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016000         MOVE WS-RUN-DATE TO WS-RUN-DATE-ED
016100         GO TO 1000-GET-RUN-DATE-EXIT
016200     END-IF
016300     READ DATECARD-FILE
016400         AT END
016500             DISPLAY "DATECARD IS EMPTY - RUN ABORTED"
016600             MOVE 16 TO RETURN-CODE
016700             CLOSE DATECARD-FILE
016800             STOP RUN
016900     END-READ
017000     CLOSE DATECARD-FILE
017100
017200     IF DC-RUN-DATE-X NOT NUMERIC
017300         DISPLAY "DATECARD DATE NOT NUMERIC - RUN ABORTED"
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF
017700     MOVE DC-RUN-DATE-X TO WS-RUN-DATE
017800     IF WS-RUN-DATE(5:2) < "01" OR WS-RUN-DATE(5:2) > "12"
017900         OR WS-RUN-DATE(7:2) < "01" OR WS-RUN-DATE(7:2) > "31"
018000         DISPLAY "DATECARD DATE IMPLAUSIBLE - RUN ABORTED"
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     MOVE WS-RUN-DATE TO WS-RUN-DATE-ED
018500     DISPLAY "CERTIFICATES FOR " WS-RUN-DATE-ED " FROM DATECARD".
018600
018700 1000-GET-RUN-DATE-EXIT.
018800     EXIT.
018900
019000*----------------------------------------------------------------
019100* 2000-LOAD-REGISTER -- ADD UP THE REGISTER RECORDS FOR THE DATE
019200*                       BY REQUEST REFERENCE.  NO REGISTER AT ALL
019300*                       STOPS THE RUN.
019400*----------------------------------------------------------------
019500 2000-LOAD-REGISTER.
019600     OPEN INPUT ERASREG-FILE
019700     IF NOT WS-REG-FILE-OK
019800         DISPLAY "ERASURE REGISTER COULD NOT BE OPENED - ABORTED"
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF
020200     MOVE "N" TO WS-EOF-SW
020300     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-LOAD-ONE-RECORD-EXIT
020400         UNTIL WS-END-OF-FILE
020500     CLOSE ERASREG-FILE
020600     PERFORM 2300-COUNT-STATUS THRU 2300-COUNT-STATUS-EXIT
020700         VARYING WS-SUB FROM 1 BY 1
020800         UNTIL WS-SUB > WS-REF-COUNT.
020900
021000 2000-LOAD-REGISTER-EXIT.
021100     EXIT.
021200
021300 2100-LOAD-ONE-RECORD.
021400     READ ERASREG-FILE
021500         AT END
021600             SET WS-END-OF-FILE TO TRUE
021700             GO TO 2100-LOAD-ONE-RECORD-EXIT
021800     END-READ
021900     IF ER-ERASE-DATE OF REGISTER-RECORD NOT = WS-RUN-DATE
022000         GO TO 2100-LOAD-ONE-RECORD-EXIT
022100     END-IF
022200     MOVE "N" TO WS-FOUND-SW
022300     MOVE ZERO TO WS-HIT-SUB
022400     PERFORM 2150-FIND-REF THRU 2150-FIND-REF-EXIT
022500         VARYING WS-SUB FROM 1 BY 1
022600         UNTIL WS-SUB > WS-REF-COUNT
022700         OR WS-REF-IN-TABLE
022800     IF NOT WS-REF-IN-TABLE
022900         IF WS-REF-COUNT NOT < 50
023000             IF NOT WS-TABLE-IS-FULL
023100                 DISPLAY "WARNING - MORE THAN 50 REQUESTS ON THE "
023200                     "DATE - THE REST ARE NOT CERTIFIED"
023300                 MOVE 4 TO RETURN-CODE
023400                 SET WS-TABLE-IS-FULL TO TRUE
023500             END-IF
023600             GO TO 2100-LOAD-ONE-RECORD-EXIT
023700         END-IF
023800         PERFORM 2200-ADD-REF THRU 2200-ADD-REF-EXIT
023900     END-IF
024000
024100     ADD 1 TO CT-PASSES (WS-HIT-SUB)
024200     IF ER-STATUS-IS-ERASED OF REGISTER-RECORD
024300         SET CT-STATUS-IS-ERASED (WS-HIT-SUB) TO TRUE
024400         MOVE ER-TOKEN OF REGISTER-RECORD TO CT-TOKEN (WS-HIT-SUB)
024500     END-IF
024600     IF ER-HOLD-NOTE OF REGISTER-RECORD NOT = SPACES
024700         MOVE ER-HOLD-NOTE OF REGISTER-RECORD
024800             TO CT-HOLD-NOTE (WS-HIT-SUB)
024900     END-IF
025000     IF ER-LOG-COUNT OF REGISTER-RECORD NUMERIC
025100         ADD ER-LOG-COUNT OF REGISTER-RECORD
025200             TO CT-LOG-COUNT (WS-HIT-SUB)
025300     END-IF
025400     IF ER-ARCH-COUNT OF REGISTER-RECORD NUMERIC
025500         ADD ER-ARCH-COUNT OF REGISTER-RECORD
025600             TO CT-ARCH-COUNT (WS-HIT-SUB)
025700     END-IF
025800     IF ER-SCRN-COUNT OF REGISTER-RECORD NUMERIC
025900         ADD ER-SCRN-COUNT OF REGISTER-RECORD
026000             TO CT-SCRN-COUNT (WS-HIT-SUB)
026100     END-IF
026200     IF ER-MAST-COUNT OF REGISTER-RECORD NUMERIC
026300         ADD ER-MAST-COUNT OF REGISTER-RECORD
026400             TO CT-MAST-COUNT (WS-HIT-SUB)
026500     END-IF
026600     IF ER-BADGE-COUNT OF REGISTER-RECORD NUMERIC
026700         ADD ER-BADGE-COUNT OF REGISTER-RECORD
026800             TO CT-BADGE-COUNT (WS-HIT-SUB)
026900     END-IF
026904     IF ER-JRNL-COUNT OF REGISTER-RECORD NUMERIC
026908         ADD ER-JRNL-COUNT OF REGISTER-RECORD
026912             TO CT-JRNL-COUNT (WS-HIT-SUB)
026916     END-IF
026920     IF ER-CLR-COUNT OF REGISTER-RECORD NUMERIC
026924         ADD ER-CLR-COUNT OF REGISTER-RECORD
026928             TO CT-CLR-COUNT (WS-HIT-SUB)
026932     END-IF
026936     IF ER-CHRG-COUNT OF REGISTER-RECORD NUMERIC
026940         ADD ER-CHRG-COUNT OF REGISTER-RECORD
026944             TO CT-CHRG-COUNT (WS-HIT-SUB)
026948     END-IF
026952     IF ER-NOTICE-COUNT OF REGISTER-RECORD NUMERIC
026956         ADD ER-NOTICE-COUNT OF REGISTER-RECORD
026960             TO CT-NOTICE-COUNT (WS-HIT-SUB)
026964     END-IF
026968*    EVERY STEP COUNTS THE SAME INCIDENT FILE, SO THE KEPT COUNT
026972*    IS THE HIGHEST FROM ANY STEP, NOT THE SUM
026976     IF ER-INCD-KEPT-COUNT OF REGISTER-RECORD NUMERIC
026980         AND ER-INCD-KEPT-COUNT OF REGISTER-RECORD
026984             > CT-INCD-KEPT (WS-HIT-SUB)
026988         MOVE ER-INCD-KEPT-COUNT OF REGISTER-RECORD
026992             TO CT-INCD-KEPT (WS-HIT-SUB)
026996     END-IF.
027000
027100 2100-LOAD-ONE-RECORD-EXIT.
027200     EXIT.
027300
027400 2150-FIND-REF.
027500     IF CT-REF (WS-SUB) = ER-REQUEST-REF OF REGISTER-RECORD
027600         SET WS-REF-IN-TABLE TO TRUE
027700         MOVE WS-SUB TO WS-HIT-SUB
027800     END-IF.
027900
028000 2150-FIND-REF-EXIT.
028100     EXIT.
028200
028300 2200-ADD-REF.
028400     ADD 1 TO WS-REF-COUNT
028500     MOVE WS-REF-COUNT TO WS-HIT-SUB
028600     MOVE ER-REQUEST-REF OF REGISTER-RECORD
028700         TO CT-REF (WS-HIT-SUB)
028800     MOVE ER-VISITOR-NO OF REGISTER-RECORD
028900         TO CT-VISITOR-NO (WS-HIT-SUB)
029000     MOVE SPACES TO CT-TOKEN (WS-HIT-SUB)
029100     MOVE SPACES TO CT-HOLD-NOTE (WS-HIT-SUB)
029200     SET CT-STATUS-IS-HELD (WS-HIT-SUB) TO TRUE
029300     MOVE ZERO TO CT-PASSES (WS-HIT-SUB)
029400     MOVE ZERO TO CT-LOG-COUNT (WS-HIT-SUB)
029500     MOVE ZERO TO CT-ARCH-COUNT (WS-HIT-SUB)
029600     MOVE ZERO TO CT-SCRN-COUNT (WS-HIT-SUB)
029700     MOVE ZERO TO CT-MAST-COUNT (WS-HIT-SUB)
029800     MOVE ZERO TO CT-BADGE-COUNT (WS-HIT-SUB)
029810     MOVE ZERO TO CT-JRNL-COUNT (WS-HIT-SUB)
029820     MOVE ZERO TO CT-CLR-COUNT (WS-HIT-SUB)
029830     MOVE ZERO TO CT-CHRG-COUNT (WS-HIT-SUB)
029840     MOVE ZERO TO CT-NOTICE-COUNT (WS-HIT-SUB)
029850     MOVE ZERO TO CT-INCD-KEPT (WS-HIT-SUB).
029900
030000 2200-ADD-REF-EXIT.
030100     EXIT.
030200
030300 2300-COUNT-STATUS.
030400     IF CT-STATUS-IS-ERASED (WS-SUB)
030500         ADD 1 TO WS-CERT-COUNT
030600     ELSE
030700         ADD 1 TO WS-HELD-COUNT
030800     END-IF.
030900
031000 2300-COUNT-STATUS-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* 3000-PRINT-CERTIFICATE -- ONE CERTIFICATE PER ERASED REQUEST,
031500*                           FOR LEGAL TO SEND TO THE REQUESTER
031600*----------------------------------------------------------------
031700 3000-PRINT-CERTIFICATE.
031800     IF NOT CT-STATUS-IS-ERASED (WS-SUB)
031900         GO TO 3000-PRINT-CERTIFICATE-EXIT
032000     END-IF
032100     MOVE ALL "=" TO REPORT-LINE
032200     WRITE REPORT-LINE
032300     MOVE "    CERTIFICATE OF ERASURE OF VISITOR PERSONAL DATA"
032400         TO REPORT-LINE
032500     WRITE REPORT-LINE
032600     MOVE ALL "=" TO REPORT-LINE
032700     WRITE REPORT-LINE
032800     MOVE SPACES TO REPORT-LINE
032900     WRITE REPORT-LINE
033000     MOVE SPACES TO REPORT-LINE
033100     STRING "REQUEST REFERENCE : " CT-REF (WS-SUB)
033200         DELIMITED BY SIZE INTO REPORT-LINE
033300     WRITE REPORT-LINE
033400     MOVE SPACES TO REPORT-LINE
033500     STRING "DATE OF ERASURE   : " WS-RUN-DATE-ED
033600         DELIMITED BY SIZE INTO REPORT-LINE
033700     WRITE REPORT-LINE
033800     MOVE SPACES TO REPORT-LINE
033900     IF CT-VISITOR-NO (WS-SUB) = ZERO
034000         MOVE "VISITOR NUMBER    : NONE GIVEN" TO REPORT-LINE
034100     ELSE
034200         STRING "VISITOR NUMBER    : " CT-VISITOR-NO (WS-SUB)
034300             DELIMITED BY SIZE INTO REPORT-LINE
034400     END-IF
034500     WRITE REPORT-LINE
034600     MOVE SPACES TO REPORT-LINE
034700     STRING "REPLACED BY       : " CT-TOKEN (WS-SUB)
034800         DELIMITED BY SIZE INTO REPORT-LINE
034900     WRITE REPORT-LINE
035000     MOVE SPACES TO REPORT-LINE
035100     WRITE REPORT-LINE
035200     MOVE "THE VISITOR'S NAME HAS BEEN REPLACED BY THE TOKEN"
035300         TO REPORT-LINE
035400     WRITE REPORT-LINE
035500     MOVE "ABOVE IN THE RECORDS COUNTED AGAINST EACH FILE LISTED"
035600         TO REPORT-LINE
035700     WRITE REPORT-LINE
035720     MOVE "BELOW.  DATES, TIMES AND VISIT COUNTS ARE KEPT SO"
035740         TO REPORT-LINE
035760     WRITE REPORT-LINE
035800     MOVE "BUILDING STATISTICS BALANCE.  FILES MARKED KEPT OR NOT"
035900         TO REPORT-LINE
036000     WRITE REPORT-LINE
036020     MOVE "ERASED STILL HOLD THE NAME, FOR THE REASON GIVEN."
036040         TO REPORT-LINE
036060     WRITE REPORT-LINE
036100     MOVE SPACES TO REPORT-LINE
036200     WRITE REPORT-LINE
036300
036400     MOVE CT-LOG-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
036500     MOVE SPACES TO REPORT-LINE
036600     STRING "  VISITOR LOG                   RECORDS "
036650         WS-BIG-COUNT-ED
036700         DELIMITED BY SIZE INTO REPORT-LINE
036800     WRITE REPORT-LINE
036900     MOVE CT-ARCH-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
037000     MOVE SPACES TO REPORT-LINE
037100     STRING "  VISITOR LOG ARCHIVES          RECORDS "
037150         WS-BIG-COUNT-ED
037200         DELIMITED BY SIZE INTO REPORT-LINE
037300     WRITE REPORT-LINE
037400     MOVE CT-SCRN-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
037500     MOVE SPACES TO REPORT-LINE
037600     STRING "  SCREENING LOG                 RECORDS "
037650         WS-BIG-COUNT-ED
037700         DELIMITED BY SIZE INTO REPORT-LINE
037800     WRITE REPORT-LINE
037900     MOVE CT-MAST-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038000     MOVE SPACES TO REPORT-LINE
038100     STRING "  VISITOR MASTER                ENTRIES "
038150         WS-BIG-COUNT-ED
038200         DELIMITED BY SIZE INTO REPORT-LINE
038300     WRITE REPORT-LINE
038400     MOVE CT-BADGE-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038500     MOVE SPACES TO REPORT-LINE
038600     STRING "  LOANER BADGE FILE             ENTRIES "
038650         WS-BIG-COUNT-ED
038700         DELIMITED BY SIZE INTO REPORT-LINE
038800     WRITE REPORT-LINE
038804     MOVE CT-JRNL-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038808     MOVE SPACES TO REPORT-LINE
038812     STRING "  CHANGE JOURNAL                RECORDS "
038816         WS-BIG-COUNT-ED
038820         DELIMITED BY SIZE INTO REPORT-LINE
038824     WRITE REPORT-LINE
038828     MOVE CT-CLR-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038832     MOVE SPACES TO REPORT-LINE
038836     STRING "  CLEARANCE CHECK LOG           RECORDS "
038840         WS-BIG-COUNT-ED
038844         DELIMITED BY SIZE INTO REPORT-LINE
038848     WRITE REPORT-LINE
038852     MOVE CT-CHRG-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038856     MOVE SPACES TO REPORT-LINE
038860     STRING "  LOST-BADGE CHARGES            RECORDS "
038864         WS-BIG-COUNT-ED
038868         DELIMITED BY SIZE INTO REPORT-LINE
038872     WRITE REPORT-LINE
038876     MOVE CT-NOTICE-COUNT (WS-SUB) TO WS-BIG-COUNT-ED
038880     MOVE SPACES TO REPORT-LINE
038884     STRING "  HOST ARRIVAL NOTICES          RECORDS "
038888         WS-BIG-COUNT-ED
038892         DELIMITED BY SIZE INTO REPORT-LINE
038896     WRITE REPORT-LINE
038900     MOVE "  EVACUATION DRILL EVIDENCE     COUNTS ONLY, NO NAMES"
039000         TO REPORT-LINE
039100     WRITE REPORT-LINE
039106     MOVE SPACES TO REPORT-LINE
039112     WRITE REPORT-LINE
039118     MOVE CT-INCD-KEPT (WS-SUB) TO WS-BIG-COUNT-ED
039124     MOVE SPACES TO REPORT-LINE
039130     STRING "  SECURITY INCIDENTS (KEPT)     RECORDS "
039136         WS-BIG-COUNT-ED
039142         DELIMITED BY SIZE INTO REPORT-LINE
039148     WRITE REPORT-LINE
039154     MOVE "  WATCHLIST CHANGE HISTORY      KEPT FOR SECURITY"
039160         TO REPORT-LINE
039166     WRITE REPORT-LINE
039172     MOVE "  HOSTS' APPOINTMENT LISTS      NOT ERASED, HOSTS' OWN"
039178         TO REPORT-LINE
039184     WRITE REPORT-LINE
039200     MOVE SPACES TO REPORT-LINE
039300     WRITE REPORT-LINE
039400     MOVE CT-PASSES (WS-SUB) TO WS-COUNT-ED
039500     MOVE SPACES TO REPORT-LINE
039600     STRING "ERASURE REGISTER ENTRIES: " WS-COUNT-ED
039700         DELIMITED BY SIZE INTO REPORT-LINE
039800     WRITE REPORT-LINE
039900     MOVE SPACES TO REPORT-LINE
040000     WRITE REPORT-LINE
040100     MOVE SPACES TO REPORT-LINE
040200     WRITE REPORT-LINE.
040300
040400 3000-PRINT-CERTIFICATE-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* 4000-PRINT-HELD-HEAD -- HEADING FOR THE HELD-BACK LIST
040900*----------------------------------------------------------------
041000 4000-PRINT-HELD-HEAD.
041100     MOVE ALL "=" TO REPORT-LINE
041200     WRITE REPORT-LINE
041300     MOVE SPACES TO REPORT-LINE
041400     STRING "REQUESTS HELD BACK - NOT ERASED - " WS-RUN-DATE-ED
041500         DELIMITED BY SIZE INTO REPORT-LINE
041600     WRITE REPORT-LINE
041700     MOVE ALL "=" TO REPORT-LINE
041800     WRITE REPORT-LINE
041900     MOVE " REFERENCE  VIS.  REASON" TO REPORT-LINE
042000     WRITE REPORT-LINE.
042100
042200 4000-PRINT-HELD-HEAD-EXIT.
042300     EXIT.
042400
042500 4100-PRINT-ONE-HELD.
042600     IF NOT CT-STATUS-IS-HELD (WS-SUB)
042700         GO TO 4100-PRINT-ONE-HELD-EXIT
042800     END-IF
042900     MOVE SPACES TO REPORT-LINE
043000     STRING " " CT-REF (WS-SUB) " " CT-VISITOR-NO (WS-SUB)
043100         " " CT-HOLD-NOTE (WS-SUB)
043200         DELIMITED BY SIZE INTO REPORT-LINE
043300     WRITE REPORT-LINE.
043400
043500 4100-PRINT-ONE-HELD-EXIT.
043600     EXIT.
