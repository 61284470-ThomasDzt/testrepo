000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTHRS.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  MONTHLY CONTRACTOR HOURS-ON-
001100*                SITE STATEMENT, SO FACILITIES CAN CHECK THE
001200*                CONTRACTOR FIRMS' HOURLY INVOICES AGAINST THE
001300*                DESK'S OWN RECORD.  EVERY NUMBERED ARRIVAL ON
001400*                VISITLOG (PLUS ANY ARCHIVES ON THE ARCHIVE DD)
001500*                IN THE MONTH ON THE HRSCARD CARD IS PAIRED WITH
001600*                THE NEXT DEPARTURE FOR THE SAME VISITOR NUMBER
001700*                ON THE SAME DAY, AND THE VISITOR IS GROUPED
001800*                UNDER VM-COMPANY FROM THE VISITOR MASTER.
001900*                MASTERS WITH NO COMPANY ARE NOT CONTRACTORS AND
002000*                ARE LEFT OFF.  EACH PERSON GETS ONE LINE PER DAY
002100*                ON SITE WITH THE HOURS, THEN DAYS AND HOURS FOR
002200*                THE MONTH; EACH COMPANY GETS A TOTAL.  A VISIT
002300*                CLOSED BY THE AUTOCLOS "C" DEPARTURE RATHER
002400*                THAN A DESK CHECK-OUT IS MARKED ESTIMATED AND
002500*                ITS HOURS ARE TOTALLED SEPARATELY -- THOSE ARE
002600*                THE HOURS FACILITIES DISPUTES.  AN ARRIVAL WITH
002700*                NO DEPARTURE THAT DAY IS SHOWN BUT NOT COUNTED.
002710* 2026-10-15 TD  THE ARCHIVES ARE NOW PAIRED BEFORE THE LIVE LOG,
002720*                OLDEST RECORDS FIRST, SO EACH ARRIVAL IS OPENED
002730*                BEFORE THE DEPARTURE THAT CLOSES IT.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HRSCARD-FILE ASSIGN TO "HRSCARD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CARD-STATUS.
003600
003700     SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-LOG-FILE-STATUS.
004000
004100     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-ARCH-FILE-STATUS.
004400
004500     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
004900         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-MAST-FILE-STATUS.
005200
005300     SELECT REPORT-FILE ASSIGN TO "CONTHRS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* HRSCARD-FILE -- ONE CARD: THE STATEMENT MONTH, YYYYMM
006100*----------------------------------------------------------------
006200 FD  HRSCARD-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  HRSCARD-RECORD.
006500     05  HC-MONTH-X PIC X(06).
006600     05  HC-MONTH-N REDEFINES HC-MONTH-X.
006700         10  HC-YEAR PIC 9(04).
006800         10  HC-MONTH PIC 9(02).
006900     05  FILLER PIC X(74).
007000
007100*----------------------------------------------------------------
007200* VISITLOG-FILE -- THE LIVE LOG
007300*----------------------------------------------------------------
007400 FD  VISITLOG-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY NAMEREC REPLACING VISITOR-RECORD BY LOG-RECORD.
007700
007800*----------------------------------------------------------------
007900* ARCHIVE-FILE -- THE DATED ARCHIVES CUT BY VLARCH, CONCATENATED
008000*----------------------------------------------------------------
008100 FD  ARCHIVE-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY NAMEREC REPLACING VISITOR-RECORD BY ARCHIVE-RECORD.
008400
008500*----------------------------------------------------------------
008600* VISMAST-FILE -- VISITOR MASTER, KEYED BY VISITOR NUMBER
008700*----------------------------------------------------------------
008800 FD  VISMAST-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
009100         BY MASTER-RECORD.
009200
009300*----------------------------------------------------------------
009400* REPORT-FILE -- THE HOURS-ON-SITE STATEMENT
009500*----------------------------------------------------------------
009600 FD  REPORT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  REPORT-LINE PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
010200
010300 77  WS-CARD-STATUS PIC X(02) VALUE SPACES.
010400     88  WS-CARD-OK VALUE "00".
010500     88  WS-CARD-NOT-FOUND VALUE "35".
010600
010700 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
010800     88  WS-LOG-FILE-OK VALUES "00" "04".
010900     88  WS-LOG-FILE-EOF VALUE "10".
011000     88  WS-LOG-FILE-NOT-FOUND VALUE "35".
011100
011200 77  WS-ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
011300     88  WS-ARCH-FILE-OK VALUES "00" "04".
011400     88  WS-ARCH-FILE-EOF VALUE "10".
011500     88  WS-ARCH-FILE-NOT-FOUND VALUE "35".
011600
011700 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
011800     88  WS-MAST-FILE-OK VALUES "00" "04".
011900     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
012000
012100 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
012200     88  WS-REPORT-OK VALUE "00".
012300
012400 77  WS-LOG-EOF-SW PIC X(01) VALUE "N".
012500     88  WS-END-OF-LOG VALUE "Y".
012600
012700 77  WS-ARCH-EOF-SW PIC X(01) VALUE "N".
012800     88  WS-END-OF-ARCHIVE VALUE "Y".
012900
013000 77  WS-DAY-FOUND-SW PIC X(01) VALUE "N".
013100     88  WS-DAY-IN-TABLE VALUE "Y".
013200
013300 77  WS-TABLE-SW PIC X(01) VALUE "N".
013400     88  WS-TABLE-IS-FULL VALUE "Y".
013500
013600 77  WS-RANGE-START PIC 9(08) VALUE ZERO.
013700 77  WS-RANGE-END PIC 9(08) VALUE ZERO.
013800
013900 77  WS-DAY-COUNT PIC 9(04) COMP VALUE ZERO.
014000 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
014100 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
014200 77  WS-HIT-SUB PIC 9(04) COMP VALUE ZERO.
014300 77  WS-HOUR-WORK PIC 9(02) VALUE ZERO.
014400 77  WS-MIN-WORK PIC 9(02) VALUE ZERO.
014500 77  WS-REC-MINUTES PIC 9(04) COMP VALUE ZERO.
014600 77  WS-STRAY-DEPARTS PIC 9(04) COMP VALUE ZERO.
014700 77  WS-NOT-CONTRACTOR PIC 9(04) COMP VALUE ZERO.
014800
014900 77  WS-PREV-COMPANY PIC X(30) VALUE SPACES.
015000 77  WS-PREV-VISITOR-NO PIC 9(05) VALUE ZERO.
015100 77  WS-PER-DAYS PIC 9(04) COMP VALUE ZERO.
015200 77  WS-PER-MINUTES PIC 9(07) COMP VALUE ZERO.
015300 77  WS-PER-EST-MINUTES PIC 9(07) COMP VALUE ZERO.
015400 77  WS-CO-PEOPLE PIC 9(04) COMP VALUE ZERO.
015500 77  WS-CO-MINUTES PIC 9(07) COMP VALUE ZERO.
015600 77  WS-CO-EST-MINUTES PIC 9(07) COMP VALUE ZERO.
015700 77  WS-ALL-COMPANIES PIC 9(04) COMP VALUE ZERO.
015800 77  WS-ALL-MINUTES PIC 9(07) COMP VALUE ZERO.
015900 77  WS-ALL-EST-MINUTES PIC 9(07) COMP VALUE ZERO.
016000 77  WS-EST-VISITS PIC 9(04) COMP VALUE ZERO.
016100
016200 77  WS-HOURS PIC 9(05)V99 VALUE ZERO.
016300 77  WS-DATE-ED PIC 9999B99B99.
016400 77  WS-COUNT-ED PIC ZZZ9.
016500 77  WS-VNO-ED PIC ZZZZ9.
016600 77  WS-HOURS-ED PIC ZZ,ZZ9.99.
016700 77  WS-EST-ED PIC ZZ,ZZ9.99.
016800
016900*----------------------------------------------------------------
017000* ONE ENTRY PER CONTRACTOR PER DAY ON SITE.  PD-OPEN-SW IS "Y"
017100* WHILE AN ARRIVAL IS WAITING FOR ITS DEPARTURE, WITH THE
017200* ARRIVAL TIME IN MINUTES PAST MIDNIGHT IN PD-OPEN-MINUTES.
017300* SEVERAL VISITS IN ONE DAY ADD INTO PD-MINUTES; PD-EST-MINUTES
017400* IS THE PART OF THAT CLOSED BY AUTOCLOS.
017500*----------------------------------------------------------------
017600 01  WS-DAY-TABLE.
017700     05  WS-DAY-ENTRY OCCURS 2000.
017800         10  PD-COMPANY PIC X(30).
017900         10  PD-VISITOR-NO PIC 9(05).
018000         10  PD-DATE PIC 9(08).
018100         10  PD-NAME PIC X(30).
018200         10  PD-OPEN-SW PIC X(01).
018300             88  PD-VISIT-IS-OPEN VALUE "Y".
018400         10  PD-OPEN-MINUTES PIC 9(04) COMP.
018500         10  PD-MINUTES PIC 9(04) COMP.
018600         10  PD-EST-MINUTES PIC 9(04) COMP.
018700
018800*----------------------------------------------------------------
018900* SWAP AREA FOR THE DAY-TABLE SORT -- SAME SHAPE AS ONE ENTRY
019000*----------------------------------------------------------------
019100 01  WS-DAY-SWAP.
019200     05  SW-COMPANY PIC X(30).
019300     05  SW-VISITOR-NO PIC 9(05).
019400     05  SW-DATE PIC 9(08).
019500     05  SW-NAME PIC X(30).
019600     05  SW-OPEN-SW PIC X(01).
019700     05  SW-OPEN-MINUTES PIC 9(04) COMP.
019800     05  SW-MINUTES PIC 9(04) COMP.
019900     05  SW-EST-MINUTES PIC 9(04) COMP.
020000
020100 PROCEDURE DIVISION.
020200*----------------------------------------------------------------
020300 0000-MAINLINE.
020400*----------------------------------------------------------------
020500     PERFORM 1000-GET-CARD THRU 1000-GET-CARD-EXIT
020600     PERFORM 2500-SCAN-ARCHIVE THRU 2500-SCAN-ARCHIVE-EXIT
020700     PERFORM 2000-SCAN-LOG THRU 2000-SCAN-LOG-EXIT
020800     CLOSE VISMAST-FILE
020900     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
021000     STOP RUN.
021100
021200*----------------------------------------------------------------
021300* 1000-GET-CARD -- READ AND EDIT THE MONTH CARD AND OPEN THE
021400*                  MASTER.  WITHOUT THE MASTER THERE IS NO
021500*                  COMPANY TO GROUP BY, SO THE RUN STOPS.
021600*----------------------------------------------------------------
021700 1000-GET-CARD.
021800     OPEN INPUT HRSCARD-FILE
021900     IF NOT WS-CARD-OK
022000         DISPLAY "HRSCARD CONTROL CARD MISSING - RUN ABORTED"
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022400     READ HRSCARD-FILE
022500         AT END
022600             DISPLAY "HRSCARD IS EMPTY - RUN ABORTED"
022700             MOVE 16 TO RETURN-CODE
022800             CLOSE HRSCARD-FILE
022900             STOP RUN
023000     END-READ
023100     CLOSE HRSCARD-FILE
023200
023300     IF HC-MONTH-X NOT NUMERIC
023400         DISPLAY "HRSCARD MONTH NOT NUMERIC - RUN ABORTED"
023500         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     IF HC-MONTH < 1 OR HC-MONTH > 12
023900         DISPLAY "HRSCARD MONTH NOT 01-12 - RUN ABORTED"
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF
024300     COMPUTE WS-RANGE-START = (HC-YEAR * 10000)
024400         + (HC-MONTH * 100) + 1
024500     COMPUTE WS-RANGE-END = (HC-YEAR * 10000)
024600         + (HC-MONTH * 100) + 31
024700
024800     OPEN INPUT VISMAST-FILE
024900     IF NOT WS-MAST-FILE-OK
025000         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
025100         MOVE 16 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400
025500 1000-GET-CARD-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900* 2000-SCAN-LOG -- PAIR UP THE LIVE LOG
026000*----------------------------------------------------------------
026100 2000-SCAN-LOG.
026200     OPEN INPUT VISITLOG-FILE
026300     IF WS-LOG-FILE-NOT-FOUND
026400         DISPLAY "NO VISITOR LOG ON FILE YET"
026500         GO TO 2000-SCAN-LOG-EXIT
026600     END-IF
026700
026800     PERFORM 8000-READ-LOG THRU 8000-READ-LOG-EXIT
026900     PERFORM 2100-PAIR-ONE THRU 2100-PAIR-ONE-EXIT
027000         UNTIL WS-END-OF-LOG
027100     CLOSE VISITLOG-FILE.
027200
027300 2000-SCAN-LOG-EXIT.
027400     EXIT.
027500
027600 2100-PAIR-ONE.
027700     PERFORM 2200-APPLY-RECORD THRU 2200-APPLY-RECORD-EXIT
027800     PERFORM 8000-READ-LOG THRU 8000-READ-LOG-EXIT.
027900
028000 2100-PAIR-ONE-EXIT.
028100     EXIT.
028200
028300*----------------------------------------------------------------
028400* 2200-APPLY-RECORD -- OPEN A VISIT ON AN ARRIVAL, CLOSE IT ON
028500*                      THE DEPARTURE.  ONLY NUMBERED RECORDS IN
028600*                      THE MONTH WITH A USABLE TIME TAKE PART.
028700*----------------------------------------------------------------
028800 2200-APPLY-RECORD.
028900     IF VR-LOG-DATE OF WS-VISITOR-RECORD NOT NUMERIC
029000         OR VR-LOG-TIME OF WS-VISITOR-RECORD NOT NUMERIC
029100         OR VR-VISITOR-NO OF WS-VISITOR-RECORD NOT NUMERIC
029200         GO TO 2200-APPLY-RECORD-EXIT
029300     END-IF
029400     IF VR-VISITOR-NO OF WS-VISITOR-RECORD = ZERO
029500         GO TO 2200-APPLY-RECORD-EXIT
029600     END-IF
029700     IF VR-LOG-DATE OF WS-VISITOR-RECORD < WS-RANGE-START
029800         OR VR-LOG-DATE OF WS-VISITOR-RECORD > WS-RANGE-END
029900         GO TO 2200-APPLY-RECORD-EXIT
030000     END-IF
030100
030200     MOVE VR-LOG-TIME OF WS-VISITOR-RECORD(1:2) TO WS-HOUR-WORK
030300     MOVE VR-LOG-TIME OF WS-VISITOR-RECORD(3:2) TO WS-MIN-WORK
030400     IF WS-HOUR-WORK > 23 OR WS-MIN-WORK > 59
030500         GO TO 2200-APPLY-RECORD-EXIT
030600     END-IF
030700     COMPUTE WS-REC-MINUTES = (WS-HOUR-WORK * 60) + WS-MIN-WORK
030800
030900     PERFORM 2300-FIND-DAY THRU 2300-FIND-DAY-EXIT
031000     IF WS-HIT-SUB = 0
031100         GO TO 2200-APPLY-RECORD-EXIT
031200     END-IF
031300
031400     IF NOT VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
031500         MOVE "Y" TO PD-OPEN-SW (WS-HIT-SUB)
031600         MOVE WS-REC-MINUTES TO PD-OPEN-MINUTES (WS-HIT-SUB)
031700         GO TO 2200-APPLY-RECORD-EXIT
031800     END-IF
031900
032000     IF NOT PD-VISIT-IS-OPEN (WS-HIT-SUB)
032100         OR WS-REC-MINUTES < PD-OPEN-MINUTES (WS-HIT-SUB)
032200         ADD 1 TO WS-STRAY-DEPARTS
032300         GO TO 2200-APPLY-RECORD-EXIT
032400     END-IF
032500     MOVE "N" TO PD-OPEN-SW (WS-HIT-SUB)
032600     COMPUTE PD-MINUTES (WS-HIT-SUB) = PD-MINUTES (WS-HIT-SUB)
032700         + WS-REC-MINUTES - PD-OPEN-MINUTES (WS-HIT-SUB)
032800     IF VR-ENTRY-IS-AUTO-CLOSE OF WS-VISITOR-RECORD
032900         ADD 1 TO WS-EST-VISITS
033000         COMPUTE PD-EST-MINUTES (WS-HIT-SUB) =
033100             PD-EST-MINUTES (WS-HIT-SUB)
033200             + WS-REC-MINUTES - PD-OPEN-MINUTES (WS-HIT-SUB)
033300     END-IF.
033400
033500 2200-APPLY-RECORD-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------
033900* 2300-FIND-DAY -- FIND OR ADD THE ENTRY FOR THE RECORD'S
034000*                  VISITOR AND DATE.  A NEW VISITOR-DAY IS ONLY
034100*                  ADDED FOR AN ARRIVAL BY A MASTER WITH A
034200*                  COMPANY.  WS-HIT-SUB ZERO MEANS SKIP IT.
034300*----------------------------------------------------------------
034400 2300-FIND-DAY.
034500     MOVE "N" TO WS-DAY-FOUND-SW
034600     MOVE ZERO TO WS-HIT-SUB
034700     PERFORM 2350-MATCH-ONE-DAY THRU 2350-MATCH-ONE-DAY-EXIT
034800         VARYING WS-SUB FROM 1 BY 1
034900         UNTIL WS-SUB > WS-DAY-COUNT
035000         OR WS-DAY-IN-TABLE
035100     IF WS-DAY-IN-TABLE
035200         GO TO 2300-FIND-DAY-EXIT
035300     END-IF
035400     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
035500         GO TO 2300-FIND-DAY-EXIT
035600     END-IF
035700
035800     MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
035900         TO VM-VISITOR-NO OF MASTER-RECORD
036000     READ VISMAST-FILE
036100         INVALID KEY
036200             ADD 1 TO WS-NOT-CONTRACTOR
036300             GO TO 2300-FIND-DAY-EXIT
036400     END-READ
036500     IF VM-COMPANY OF MASTER-RECORD = SPACES
036600         ADD 1 TO WS-NOT-CONTRACTOR
036700         GO TO 2300-FIND-DAY-EXIT
036800     END-IF
036900
037000     IF WS-DAY-COUNT = 2000
037100         IF NOT WS-TABLE-IS-FULL
037200             DISPLAY "DAY TABLE FULL - STATEMENT INCOMPLETE"
037300             MOVE 4 TO RETURN-CODE
037400             SET WS-TABLE-IS-FULL TO TRUE
037500         END-IF
037600         GO TO 2300-FIND-DAY-EXIT
037700     END-IF
037800     ADD 1 TO WS-DAY-COUNT
037900     MOVE WS-DAY-COUNT TO WS-HIT-SUB
038000     MOVE VM-COMPANY OF MASTER-RECORD TO PD-COMPANY (WS-HIT-SUB)
038100     MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
038200         TO PD-VISITOR-NO (WS-HIT-SUB)
038300     MOVE VR-LOG-DATE OF WS-VISITOR-RECORD TO PD-DATE (WS-HIT-SUB)
038400     MOVE VM-NAME OF MASTER-RECORD TO PD-NAME (WS-HIT-SUB)
038500     MOVE "N" TO PD-OPEN-SW (WS-HIT-SUB)
038600     MOVE ZERO TO PD-OPEN-MINUTES (WS-HIT-SUB)
038700     MOVE ZERO TO PD-MINUTES (WS-HIT-SUB)
038800     MOVE ZERO TO PD-EST-MINUTES (WS-HIT-SUB).
038900
039000 2300-FIND-DAY-EXIT.
039100     EXIT.
039200
039300 2350-MATCH-ONE-DAY.
039400     IF PD-VISITOR-NO (WS-SUB)
039450         = VR-VISITOR-NO OF WS-VISITOR-RECORD
039500         AND PD-DATE (WS-SUB) = VR-LOG-DATE OF WS-VISITOR-RECORD
039600         SET WS-DAY-IN-TABLE TO TRUE
039700         MOVE WS-SUB TO WS-HIT-SUB
039800     END-IF.
039900
040000 2350-MATCH-ONE-DAY-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* 2500-SCAN-ARCHIVE -- PAIR UP THE ARCHIVES, IF ANY ARE ALLOCATED
040500*----------------------------------------------------------------
040600 2500-SCAN-ARCHIVE.
040700     OPEN INPUT ARCHIVE-FILE
040800     IF WS-ARCH-FILE-NOT-FOUND
040900         GO TO 2500-SCAN-ARCHIVE-EXIT
041000     END-IF
041100
041200     PERFORM 8100-READ-ARCHIVE THRU 8100-READ-ARCHIVE-EXIT
041300     PERFORM 2600-PAIR-ONE-ARCH THRU 2600-PAIR-ONE-ARCH-EXIT
041400         UNTIL WS-END-OF-ARCHIVE
041500     CLOSE ARCHIVE-FILE.
041600
041700 2500-SCAN-ARCHIVE-EXIT.
041800     EXIT.
041900
042000 2600-PAIR-ONE-ARCH.
042100     PERFORM 2200-APPLY-RECORD THRU 2200-APPLY-RECORD-EXIT
042200     PERFORM 8100-READ-ARCHIVE THRU 8100-READ-ARCHIVE-EXIT.
042300
042400 2600-PAIR-ONE-ARCH-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------
042800* 3000-PRINT-REPORT -- SORT THE VISITOR-DAYS AND PRINT THE
042900*                      STATEMENT WITH BREAKS ON PERSON AND COMPANY
043000*----------------------------------------------------------------
043100 3000-PRINT-REPORT.
043200     OPEN OUTPUT REPORT-FILE
043300     IF NOT WS-REPORT-OK
043400         DISPLAY "HOURS STATEMENT COULD NOT BE OPENED - ABORTED"
043500         MOVE 16 TO RETURN-CODE
043600         STOP RUN
043700     END-IF
043800
044000     MOVE SPACES TO REPORT-LINE
044100     STRING "CONTRACTOR HOURS ON SITE - MONTH OF "
044200         HC-YEAR "-" HC-MONTH
044300         DELIMITED BY SIZE INTO REPORT-LINE
044400     WRITE REPORT-LINE
044500     MOVE "(E) = CLOSED BY AUTO-CLOSE, HOURS ESTIMATED"
044600         TO REPORT-LINE
044700     WRITE REPORT-LINE
044800     MOVE SPACES TO REPORT-LINE
044900     WRITE REPORT-LINE
045000
045100     PERFORM 3050-SORT-DAYS THRU 3050-SORT-DAYS-EXIT
045200
045300     IF WS-DAY-COUNT = 0
045400         MOVE "NO CONTRACTOR VISITS IN THE MONTH" TO REPORT-LINE
045500         WRITE REPORT-LINE
045600         GO TO 3000-PRINT-REPORT-TOTALS
045700     END-IF
045800
045900     MOVE SPACES TO WS-PREV-COMPANY
046000     MOVE ZERO TO WS-PREV-VISITOR-NO
046100     PERFORM 3100-PRINT-ONE-DAY THRU 3100-PRINT-ONE-DAY-EXIT
046200         VARYING WS-SUB FROM 1 BY 1
046300         UNTIL WS-SUB > WS-DAY-COUNT
046400     PERFORM 3300-PERSON-TOTAL THRU 3300-PERSON-TOTAL-EXIT
046500     PERFORM 3400-COMPANY-TOTAL THRU 3400-COMPANY-TOTAL-EXIT.
046600
046700 3000-PRINT-REPORT-TOTALS.
046800     MOVE SPACES TO REPORT-LINE
046900     WRITE REPORT-LINE
047000     MOVE WS-ALL-COMPANIES TO WS-COUNT-ED
047100     MOVE SPACES TO REPORT-LINE
047200     STRING "COMPANIES ON SITE          : " WS-COUNT-ED
047300         DELIMITED BY SIZE INTO REPORT-LINE
047400     WRITE REPORT-LINE
047500     COMPUTE WS-HOURS ROUNDED = WS-ALL-MINUTES / 60
047600     MOVE WS-HOURS TO WS-HOURS-ED
047700     MOVE SPACES TO REPORT-LINE
047800     STRING "TOTAL HOURS, ALL COMPANIES : " WS-HOURS-ED
047900         DELIMITED BY SIZE INTO REPORT-LINE
048000     WRITE REPORT-LINE
048100     COMPUTE WS-HOURS ROUNDED = WS-ALL-EST-MINUTES / 60
048200     MOVE WS-HOURS TO WS-HOURS-ED
048300     MOVE WS-EST-VISITS TO WS-COUNT-ED
048400     MOVE SPACES TO REPORT-LINE
048500     STRING "  OF WHICH ESTIMATED       : " WS-HOURS-ED
048600         "  (" WS-COUNT-ED " VISITS)"
048700         DELIMITED BY SIZE INTO REPORT-LINE
048800     WRITE REPORT-LINE
048900     MOVE WS-STRAY-DEPARTS TO WS-COUNT-ED
049000     MOVE SPACES TO REPORT-LINE
049100     STRING "DEPARTURES WITH NO ARRIVAL : " WS-COUNT-ED
049200         DELIMITED BY SIZE INTO REPORT-LINE
049300     WRITE REPORT-LINE
049310     MOVE WS-NOT-CONTRACTOR TO WS-COUNT-ED
049320     MOVE SPACES TO REPORT-LINE
049330     STRING "NON-CONTRACTOR ARRIVALS    : " WS-COUNT-ED
049340         DELIMITED BY SIZE INTO REPORT-LINE
049350     WRITE REPORT-LINE
049400     CLOSE REPORT-FILE.
049500
049600 3000-PRINT-REPORT-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000* 3050-SORT-DAYS -- EXCHANGE-SORT THE TABLE BY COMPANY, VISITOR
050100*                   NUMBER AND DATE
050200*----------------------------------------------------------------
050300 3050-SORT-DAYS.
050400     IF WS-DAY-COUNT < 2
050500         GO TO 3050-SORT-DAYS-EXIT
050600     END-IF
050700     PERFORM 3060-SORT-ONE-PASS THRU 3060-SORT-ONE-PASS-EXIT
050800         VARYING WS-SUB FROM 1 BY 1
050900         UNTIL WS-SUB = WS-DAY-COUNT.
051000
051100 3050-SORT-DAYS-EXIT.
051200     EXIT.
051300
051400 3060-SORT-ONE-PASS.
051500     PERFORM 3070-COMPARE-ONE-PAIR
051600         THRU 3070-COMPARE-ONE-PAIR-EXIT
051700         VARYING WS-SUB2 FROM 1 BY 1
051800         UNTIL WS-SUB2 = WS-DAY-COUNT.
051900
052000 3060-SORT-ONE-PASS-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400* 3070-COMPARE-ONE-PAIR -- THE FIRST 43 BYTES OF AN ENTRY ARE
052500*                          COMPANY, VISITOR NUMBER AND DATE, SO
052600*                          ONE COMPARE ORDERS ON ALL THREE
052700*----------------------------------------------------------------
052800 3070-COMPARE-ONE-PAIR.
052900     IF WS-DAY-ENTRY (WS-SUB2)(1:43)
053000         > WS-DAY-ENTRY (WS-SUB2 + 1)(1:43)
053100         MOVE WS-DAY-ENTRY (WS-SUB2) TO WS-DAY-SWAP
053200         MOVE WS-DAY-ENTRY (WS-SUB2 + 1)
053300             TO WS-DAY-ENTRY (WS-SUB2)
053400         MOVE WS-DAY-SWAP TO WS-DAY-ENTRY (WS-SUB2 + 1)
053500     END-IF.
053600
053700 3070-COMPARE-ONE-PAIR-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------
054100* 3100-PRINT-ONE-DAY -- ONE LINE PER VISITOR-DAY, WITH THE
054200*                       COMPANY AND PERSON HEADINGS AND TOTALS
054300*                       AS THEY CHANGE
054400*----------------------------------------------------------------
054500 3100-PRINT-ONE-DAY.
054600     IF PD-COMPANY (WS-SUB) NOT = WS-PREV-COMPANY
054700         IF WS-PREV-COMPANY NOT = SPACES
054800             PERFORM 3300-PERSON-TOTAL THRU 3300-PERSON-TOTAL-EXIT
054900             PERFORM 3400-COMPANY-TOTAL
055000                 THRU 3400-COMPANY-TOTAL-EXIT
055100         END-IF
055200         MOVE PD-COMPANY (WS-SUB) TO WS-PREV-COMPANY
055300         MOVE ZERO TO WS-PREV-VISITOR-NO
055400         ADD 1 TO WS-ALL-COMPANIES
055500         MOVE SPACES TO REPORT-LINE
055600         STRING "COMPANY: " WS-PREV-COMPANY
055700             DELIMITED BY SIZE INTO REPORT-LINE
055800         WRITE REPORT-LINE
055900     END-IF
056000     IF PD-VISITOR-NO (WS-SUB) NOT = WS-PREV-VISITOR-NO
056100         IF WS-PREV-VISITOR-NO NOT = ZERO
056200             PERFORM 3300-PERSON-TOTAL THRU 3300-PERSON-TOTAL-EXIT
056300         END-IF
056400         MOVE PD-VISITOR-NO (WS-SUB) TO WS-PREV-VISITOR-NO
056500         ADD 1 TO WS-CO-PEOPLE
056600         MOVE PD-VISITOR-NO (WS-SUB) TO WS-VNO-ED
056700         MOVE SPACES TO REPORT-LINE
056800         STRING "  " WS-VNO-ED " " PD-NAME (WS-SUB)
056900             DELIMITED BY SIZE INTO REPORT-LINE
057000         WRITE REPORT-LINE
057100     END-IF
057200     PERFORM 3200-PRINT-DAY-LINE THRU 3200-PRINT-DAY-LINE-EXIT.
057300
057400 3100-PRINT-ONE-DAY-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------
057800* 3200-PRINT-DAY-LINE -- DATE AND HOURS FOR ONE DAY ON SITE.  A
057900*                        DAY WHOSE LAST ARRIVAL NEVER CLOSED IS
058000*                        MARKED; ONLY THE CLOSED VISITS COUNT.
058100*----------------------------------------------------------------
058200 3200-PRINT-DAY-LINE.
058300     ADD 1 TO WS-PER-DAYS
058400     ADD PD-MINUTES (WS-SUB) TO WS-PER-MINUTES
058500     ADD PD-EST-MINUTES (WS-SUB) TO WS-PER-EST-MINUTES
058600     MOVE PD-DATE (WS-SUB) TO WS-DATE-ED
058700     COMPUTE WS-HOURS ROUNDED = PD-MINUTES (WS-SUB) / 60
058800     MOVE WS-HOURS TO WS-HOURS-ED
058900     MOVE SPACES TO REPORT-LINE
059000     STRING "        " WS-DATE-ED "  " WS-HOURS-ED
059100         DELIMITED BY SIZE INTO REPORT-LINE
059200     IF PD-EST-MINUTES (WS-SUB) > ZERO
059300         MOVE "(E)" TO REPORT-LINE(33:3)
059400     END-IF
059500     IF PD-VISIT-IS-OPEN (WS-SUB)
059600         MOVE "NO DEPARTURE - NOT COUNTED" TO REPORT-LINE(38:26)
059700     END-IF
059800     WRITE REPORT-LINE.
059900
060000 3200-PRINT-DAY-LINE-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------
060400* 3300-PERSON-TOTAL -- DAYS AND HOURS FOR THE MONTH, WITH THE
060500*                      ESTIMATED PART CALLED OUT
060600*----------------------------------------------------------------
060700 3300-PERSON-TOTAL.
060800     MOVE WS-PER-DAYS TO WS-COUNT-ED
060900     COMPUTE WS-HOURS ROUNDED = WS-PER-MINUTES / 60
061000     MOVE WS-HOURS TO WS-HOURS-ED
061100     MOVE SPACES TO REPORT-LINE
061200     STRING "        DAYS ON SITE " WS-COUNT-ED
061300         "  MONTH HOURS " WS-HOURS-ED
061400         DELIMITED BY SIZE INTO REPORT-LINE
061500     IF WS-PER-EST-MINUTES > ZERO
061600         COMPUTE WS-HOURS ROUNDED = WS-PER-EST-MINUTES / 60
061700         MOVE WS-HOURS TO WS-EST-ED
061800         STRING "  EST " WS-EST-ED
061900             DELIMITED BY SIZE INTO REPORT-LINE(57:24)
062000     END-IF
062100     WRITE REPORT-LINE
062200     ADD WS-PER-MINUTES TO WS-CO-MINUTES
062300     ADD WS-PER-EST-MINUTES TO WS-CO-EST-MINUTES
062400     MOVE ZERO TO WS-PER-DAYS
062500     MOVE ZERO TO WS-PER-MINUTES
062600     MOVE ZERO TO WS-PER-EST-MINUTES.
062700
062800 3300-PERSON-TOTAL-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200* 3400-COMPANY-TOTAL -- PEOPLE AND HOURS FOR THE COMPANY
063300*----------------------------------------------------------------
063400 3400-COMPANY-TOTAL.
063500     MOVE WS-CO-PEOPLE TO WS-COUNT-ED
063600     COMPUTE WS-HOURS ROUNDED = WS-CO-MINUTES / 60
063700     MOVE WS-HOURS TO WS-HOURS-ED
063800     COMPUTE WS-HOURS ROUNDED = WS-CO-EST-MINUTES / 60
063900     MOVE WS-HOURS TO WS-EST-ED
064000     MOVE SPACES TO REPORT-LINE
064100     STRING "  COMPANY TOTAL " WS-COUNT-ED " PEOPLE  HOURS "
064200         WS-HOURS-ED "  EST " WS-EST-ED
064300         DELIMITED BY SIZE INTO REPORT-LINE
064400     WRITE REPORT-LINE
064500     MOVE SPACES TO REPORT-LINE
064600     WRITE REPORT-LINE
064700     ADD WS-CO-MINUTES TO WS-ALL-MINUTES
064800     ADD WS-CO-EST-MINUTES TO WS-ALL-EST-MINUTES
064900     MOVE ZERO TO WS-CO-PEOPLE
065000     MOVE ZERO TO WS-CO-MINUTES
065100     MOVE ZERO TO WS-CO-EST-MINUTES.
065200
065300 3400-COMPANY-TOTAL-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------
065700* 8000-READ-LOG -- READ THE NEXT VISITLOG RECORD
065800*----------------------------------------------------------------
065900 8000-READ-LOG.
066000     READ VISITLOG-FILE INTO WS-VISITOR-RECORD
066100         AT END
066200             SET WS-END-OF-LOG TO TRUE
066300     END-READ.
066400
066500 8000-READ-LOG-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900* 8100-READ-ARCHIVE -- READ THE NEXT ARCHIVE RECORD
067000*----------------------------------------------------------------
067100 8100-READ-ARCHIVE.
067200     READ ARCHIVE-FILE INTO WS-VISITOR-RECORD
067300         AT END
067400             SET WS-END-OF-ARCHIVE TO TRUE
067500     END-READ.
067600
067700 8100-READ-ARCHIVE-EXIT.
067800     EXIT.
