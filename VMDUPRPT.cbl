000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VMDUPRPT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  LIKELY-DUPLICATE REPORT OVER
001100*                THE VISITOR MASTER -- VISMAINT HANDS OUT A NEW
001200*                NUMBER ON EVERY ADD, SO THE SAME COURIER CAN BE
001300*                ON FILE TWO OR THREE TIMES WITH THE VISIT COUNT
001400*                SPLIT BETWEEN THE COPIES.  EVERY ENTRY NOT
001500*                ALREADY MERGED IS KEYED ON ITS NAME AND COMPANY,
001600*                EACH FOLDED THE WAY WLMAINT FOLDS WATCHLIST
001700*                NAMES (9200-NORMALIZE-NAME), AND EVERY KEY HELD
001800*                BY MORE THAN ONE NUMBER IS LISTED WITH ITS VISIT
001900*                HISTORY FOR REVIEW.  THE MERGE ITSELF IS DONE BY
002000*                VMMERGE FROM THE CARDS THE REVIEWER WRITES.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
003000         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
003100             WITH DUPLICATES
003200         FILE STATUS IS WS-MAST-FILE-STATUS.
003300
003400     SELECT REPORT-FILE ASSIGN TO "VMDUPRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-REPORT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*----------------------------------------------------------------
004100* VISMAST-FILE -- ONE RECORD PER KNOWN REPEAT VISITOR
004200*----------------------------------------------------------------
004300 FD  VISMAST-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
004600         BY MASTER-RECORD.
004700
004800*----------------------------------------------------------------
004900* REPORT-FILE -- THE LIKELY-DUPLICATE LIST
005000*----------------------------------------------------------------
005100 FD  REPORT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  REPORT-LINE PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
005700     BY WS-MASTER-RECORD.
005800
005900 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
006000     88  WS-MAST-FILE-OK VALUES "00" "04".
006100     88  WS-MAST-FILE-EOF VALUE "10".
006200     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
006300
006400 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
006500     88  WS-REPORT-OK VALUE "00".
006600
006700 77  WS-EOF-SW PIC X(01) VALUE "N".
006800     88  WS-END-OF-MASTER VALUE "Y".
006900
007000 77  WS-TABLE-SW PIC X(01) VALUE "N".
007100     88  WS-TABLE-IS-FULL VALUE "Y".
007200
007300 77  WS-MEMBER-SW PIC X(01) VALUE "N".
007400     88  WS-IS-GROUP-MEMBER VALUE "Y".
007500
007600 77  WS-TODAY PIC 9(08) VALUE ZERO.
007700 77  WS-ENTRY-COUNT PIC 9(04) COMP VALUE ZERO.
007800 77  WS-MERGED-COUNT PIC 9(04) COMP VALUE ZERO.
007900 77  WS-GROUP-COUNT PIC 9(04) COMP VALUE ZERO.
008000 77  WS-DUP-COUNT PIC 9(04) COMP VALUE ZERO.
008100 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
008200 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
008300 77  WS-COUNT-ED PIC ZZZ9.
008400 77  WS-DATE-ED PIC 9999B99B99.
008500 77  WS-VISITS-ED PIC ZZZZ9.
008600
008700*----------------------------------------------------------------
008800* WORK FIELDS FOR THE NAME NORMALIZATION (9200-NORMALIZE-NAME)
008900*----------------------------------------------------------------
009000 77  WS-NORM-IN PIC X(30) VALUE SPACES.
009100 77  WS-NORM-OUT PIC X(30) VALUE SPACES.
009200 77  WS-NORM-POS PIC 9(02) COMP VALUE ZERO.
009300 77  WS-NORM-OUT-POS PIC 9(02) COMP VALUE ZERO.
009400 77  WS-NORM-CHAR PIC X(01) VALUE SPACE.
009500     88  WS-NORM-CHAR-KEEP VALUES "A" THRU "I"
009600         "J" THRU "R" "S" THRU "Z" "0" THRU "9".
009700 77  WS-NORM-PEND-SW PIC X(01) VALUE "N".
009800     88  WS-NORM-SPACE-PENDING VALUE "Y".
009900
010000*----------------------------------------------------------------
010100* ONE ENTRY PER MASTER NOT YET MERGED.  THE FIRST 60 BYTES --
010200* NORMALIZED NAME AND NORMALIZED COMPANY -- ARE THE DUPLICATE
010300* KEY; THE VISITOR NUMBER AFTER THEM ORDERS EACH GROUP.
010400*----------------------------------------------------------------
010500 01  WS-DUP-TABLE.
010600     05  WS-DUP-ENTRY OCCURS 3000.
010700         10  DP-NORM-NAME PIC X(30).
010800         10  DP-NORM-COMPANY PIC X(30).
010900         10  DP-VISITOR-NO PIC 9(05).
011000         10  DP-NAME PIC X(30).
011100         10  DP-COMPANY PIC X(30).
011200         10  DP-STATUS PIC X(01).
011300         10  DP-VISITS PIC 9(05).
011400         10  DP-LAST-DATE PIC 9(08).
011500
011600*----------------------------------------------------------------
011700* SWAP AREA FOR THE TABLE SORT -- SAME SHAPE AS ONE ENTRY
011800*----------------------------------------------------------------
011900 01  WS-DUP-SWAP.
012000     05  SW-NORM-NAME PIC X(30).
012100     05  SW-NORM-COMPANY PIC X(30).
012200     05  SW-VISITOR-NO PIC 9(05).
012300     05  SW-NAME PIC X(30).
012400     05  SW-COMPANY PIC X(30).
012500     05  SW-STATUS PIC X(01).
012600     05  SW-VISITS PIC 9(05).
012700     05  SW-LAST-DATE PIC 9(08).
012800
012900 PROCEDURE DIVISION.
013000*----------------------------------------------------------------
013100 0000-MAINLINE.
013200*----------------------------------------------------------------
013300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013400     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
013500     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-LOAD-ONE-ENTRY-EXIT
013600         UNTIL WS-END-OF-MASTER
013700     PERFORM 3000-SORT-TABLE THRU 3000-SORT-TABLE-EXIT
013800     PERFORM 4000-PRINT-ONE-ENTRY THRU 4000-PRINT-ONE-ENTRY-EXIT
013900         VARYING WS-SUB FROM 1 BY 1
014000         UNTIL WS-SUB > WS-ENTRY-COUNT
014100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014200     STOP RUN.
014300
014400*----------------------------------------------------------------
014500* 1000-OPEN-FILES -- OPEN THE MASTER AND THE REPORT, PRIME THE
014600*                    FIRST READ
014700*----------------------------------------------------------------
014800 1000-OPEN-FILES.
014900     OPEN OUTPUT REPORT-FILE
015000     IF NOT WS-REPORT-OK
015100         DISPLAY "DUPLICATE REPORT COULD NOT BE OPENED - ABORTED"
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015400     END-IF
015500
015600     MOVE WS-TODAY TO WS-DATE-ED
015700     MOVE SPACES TO REPORT-LINE
015800     STRING "LIKELY DUPLICATE VISITOR MASTERS - " WS-DATE-ED
015900         DELIMITED BY SIZE INTO REPORT-LINE
016000     WRITE REPORT-LINE
016100     MOVE "SAME NAME AND COMPANY IGNORING CASE, SPACING AND "
016200         TO REPORT-LINE
016300     MOVE "PUNCTUATION" TO REPORT-LINE(50:11)
016400     WRITE REPORT-LINE
016500     MOVE SPACES TO REPORT-LINE
016600     WRITE REPORT-LINE
016700
016800     OPEN INPUT VISMAST-FILE
016900     IF WS-MAST-FILE-NOT-FOUND
017000         MOVE "NO VISITOR MASTER ON FILE" TO REPORT-LINE
017100         WRITE REPORT-LINE
017200         SET WS-END-OF-MASTER TO TRUE
017300         GO TO 1000-OPEN-FILES-EXIT
017400     END-IF
017500
017600     PERFORM 8000-READ-MASTER THRU 8000-READ-MASTER-EXIT.
017700
017800 1000-OPEN-FILES-EXIT.
017900     EXIT.
018000
018100*----------------------------------------------------------------
018200* 2000-LOAD-ONE-ENTRY -- TABLE ONE MASTER UNDER ITS NORMALIZED
018300*                        NAME AND COMPANY.  A NUMBER ALREADY
018400*                        MERGED AWAY IS NOT A CANDIDATE.
018500*----------------------------------------------------------------
018600 2000-LOAD-ONE-ENTRY.
018700     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
018800         ADD 1 TO WS-MERGED-COUNT
018900         GO TO 2000-LOAD-ONE-ENTRY-READ
019000     END-IF
019100     IF WS-ENTRY-COUNT NOT < 3000
019200         IF NOT WS-TABLE-IS-FULL
019300             DISPLAY "WARNING - MORE THAN 3000 MASTERS - "
019400                 "THE REST ARE NOT CHECKED"
019500             MOVE 4 TO RETURN-CODE
019600             SET WS-TABLE-IS-FULL TO TRUE
019700         END-IF
019800         GO TO 2000-LOAD-ONE-ENTRY-READ
019900     END-IF
020000
020100     ADD 1 TO WS-ENTRY-COUNT
020200     MOVE VM-NAME OF WS-MASTER-RECORD TO WS-NORM-IN
020300     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
020400     MOVE WS-NORM-OUT TO DP-NORM-NAME (WS-ENTRY-COUNT)
020500     MOVE VM-COMPANY OF WS-MASTER-RECORD TO WS-NORM-IN
020600     PERFORM 9200-NORMALIZE-NAME THRU 9200-NORMALIZE-NAME-EXIT
020700     MOVE WS-NORM-OUT TO DP-NORM-COMPANY (WS-ENTRY-COUNT)
020800     MOVE VM-VISITOR-NO OF WS-MASTER-RECORD
020900         TO DP-VISITOR-NO (WS-ENTRY-COUNT)
021000     MOVE VM-NAME OF WS-MASTER-RECORD TO DP-NAME (WS-ENTRY-COUNT)
021100     MOVE VM-COMPANY OF WS-MASTER-RECORD
021200         TO DP-COMPANY (WS-ENTRY-COUNT)
021300     MOVE VM-STATUS-CODE OF WS-MASTER-RECORD
021400         TO DP-STATUS (WS-ENTRY-COUNT)
021500     MOVE ZERO TO DP-VISITS (WS-ENTRY-COUNT)
021600     IF VM-VISIT-COUNT OF WS-MASTER-RECORD NUMERIC
021700         MOVE VM-VISIT-COUNT OF WS-MASTER-RECORD
021800             TO DP-VISITS (WS-ENTRY-COUNT)
021900     END-IF
022000     MOVE ZERO TO DP-LAST-DATE (WS-ENTRY-COUNT)
022100     IF VM-LAST-VISIT-DATE OF WS-MASTER-RECORD NUMERIC
022200         MOVE VM-LAST-VISIT-DATE OF WS-MASTER-RECORD
022300             TO DP-LAST-DATE (WS-ENTRY-COUNT)
022400     END-IF.
022500
022600 2000-LOAD-ONE-ENTRY-READ.
022700     PERFORM 8000-READ-MASTER THRU 8000-READ-MASTER-EXIT.
022800
022900 2000-LOAD-ONE-ENTRY-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------------
023300* 3000-SORT-TABLE -- EXCHANGE-SORT ON NORMALIZED NAME, COMPANY
023400*                    AND VISITOR NUMBER, SO EACH DUPLICATE GROUP
023500*                    LANDS TOGETHER WITH ITS OLDEST NUMBER FIRST
023600*----------------------------------------------------------------
023700 3000-SORT-TABLE.
023800     IF WS-ENTRY-COUNT < 2
023900         GO TO 3000-SORT-TABLE-EXIT
024000     END-IF
024100     PERFORM 3100-SORT-ONE-PASS THRU 3100-SORT-ONE-PASS-EXIT
024200         VARYING WS-SUB FROM 1 BY 1
024300         UNTIL WS-SUB = WS-ENTRY-COUNT.
024400
024500 3000-SORT-TABLE-EXIT.
024600     EXIT.
024700
024800 3100-SORT-ONE-PASS.
024900     PERFORM 3200-COMPARE-ONE-PAIR
025000         THRU 3200-COMPARE-ONE-PAIR-EXIT
025100         VARYING WS-SUB2 FROM 1 BY 1
025200         UNTIL WS-SUB2 = WS-ENTRY-COUNT.
025300
025400 3100-SORT-ONE-PASS-EXIT.
025500     EXIT.
025600
025700 3200-COMPARE-ONE-PAIR.
025800     IF WS-DUP-ENTRY (WS-SUB2)(1:65)
025900         > WS-DUP-ENTRY (WS-SUB2 + 1)(1:65)
026000         MOVE WS-DUP-ENTRY (WS-SUB2) TO WS-DUP-SWAP
026100         MOVE WS-DUP-ENTRY (WS-SUB2 + 1)
026200             TO WS-DUP-ENTRY (WS-SUB2)
026300         MOVE WS-DUP-SWAP TO WS-DUP-ENTRY (WS-SUB2 + 1)
026400     END-IF.
026500
026600 3200-COMPARE-ONE-PAIR-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------------
027000* 4000-PRINT-ONE-ENTRY -- AN ENTRY SHARING ITS KEY WITH THE ONE
027100*                         BEFORE OR AFTER IS IN A GROUP.  THE
027200*                         FIRST OF A GROUP GETS THE HEADING.
027300*----------------------------------------------------------------
027400 4000-PRINT-ONE-ENTRY.
027500     MOVE "N" TO WS-MEMBER-SW
027600     IF WS-SUB > 1
027700         IF WS-DUP-ENTRY (WS-SUB)(1:60)
027800             = WS-DUP-ENTRY (WS-SUB - 1)(1:60)
027900             SET WS-IS-GROUP-MEMBER TO TRUE
028000         END-IF
028100     END-IF
028200     IF WS-SUB < WS-ENTRY-COUNT
028300         IF WS-DUP-ENTRY (WS-SUB)(1:60)
028400             = WS-DUP-ENTRY (WS-SUB + 1)(1:60)
028500             IF NOT WS-IS-GROUP-MEMBER
028600                 PERFORM 4100-GROUP-HEADING
028700                     THRU 4100-GROUP-HEADING-EXIT
028800             END-IF
028900             SET WS-IS-GROUP-MEMBER TO TRUE
029000         END-IF
029100     END-IF
029200     IF NOT WS-IS-GROUP-MEMBER
029300         GO TO 4000-PRINT-ONE-ENTRY-EXIT
029400     END-IF
029500
029600     ADD 1 TO WS-DUP-COUNT
029700     MOVE DP-VISITS (WS-SUB) TO WS-VISITS-ED
029800     MOVE SPACES TO REPORT-LINE
029900     IF DP-LAST-DATE (WS-SUB) > 0
030000         MOVE DP-LAST-DATE (WS-SUB) TO WS-DATE-ED
030100         STRING "    " DP-VISITOR-NO (WS-SUB)
030200             " " DP-NAME (WS-SUB)
030300             " " DP-STATUS (WS-SUB)
030400             " VISITS " WS-VISITS-ED
030500             " LAST " WS-DATE-ED
030600             DELIMITED BY SIZE INTO REPORT-LINE
030700     ELSE
030800         STRING "    " DP-VISITOR-NO (WS-SUB)
030900             " " DP-NAME (WS-SUB)
031000             " " DP-STATUS (WS-SUB)
031100             " VISITS " WS-VISITS-ED
031200             " NO VISIT POSTED"
031300             DELIMITED BY SIZE INTO REPORT-LINE
031400     END-IF
031500     WRITE REPORT-LINE.
031600
031700 4000-PRINT-ONE-ENTRY-EXIT.
031800     EXIT.
031900
032000 4100-GROUP-HEADING.
032100     ADD 1 TO WS-GROUP-COUNT
032200     MOVE SPACES TO REPORT-LINE
032300     WRITE REPORT-LINE
032400     MOVE SPACES TO REPORT-LINE
032500     STRING "  " DP-NORM-NAME (WS-SUB)
032600         " / " DP-COMPANY (WS-SUB)
032700         DELIMITED BY SIZE INTO REPORT-LINE
032800     WRITE REPORT-LINE.
032900
033000 4100-GROUP-HEADING-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400* 8000-READ-MASTER -- READ THE NEXT MASTER RECORD IN KEY ORDER
033500*----------------------------------------------------------------
033600 8000-READ-MASTER.
033700     READ VISMAST-FILE INTO WS-MASTER-RECORD
033800         AT END
033900             SET WS-END-OF-MASTER TO TRUE
034000     END-READ.
034100
034200 8000-READ-MASTER-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------
034600* 9000-TERMINATE -- THE COUNTS AND THE CLOSES
034700*----------------------------------------------------------------
034800 9000-TERMINATE.
034900     IF NOT WS-MAST-FILE-NOT-FOUND
035000         CLOSE VISMAST-FILE
035100     END-IF
035200     MOVE SPACES TO REPORT-LINE
035300     WRITE REPORT-LINE
035400     IF WS-GROUP-COUNT = 0
035500         MOVE "NO LIKELY DUPLICATES FOUND" TO REPORT-LINE
035600         WRITE REPORT-LINE
035700     END-IF
035800     MOVE WS-GROUP-COUNT TO WS-COUNT-ED
035900     MOVE SPACES TO REPORT-LINE
036000     STRING "DUPLICATE GROUPS   : " WS-COUNT-ED
036100         DELIMITED BY SIZE INTO REPORT-LINE
036200     WRITE REPORT-LINE
036300     MOVE WS-DUP-COUNT TO WS-COUNT-ED
036400     MOVE SPACES TO REPORT-LINE
036500     STRING "NUMBERS IN GROUPS  : " WS-COUNT-ED
036600         DELIMITED BY SIZE INTO REPORT-LINE
036700     WRITE REPORT-LINE
036800     MOVE WS-ENTRY-COUNT TO WS-COUNT-ED
036900     MOVE SPACES TO REPORT-LINE
037000     STRING "ENTRIES CHECKED    : " WS-COUNT-ED
037100         DELIMITED BY SIZE INTO REPORT-LINE
037200     WRITE REPORT-LINE
037300     MOVE WS-MERGED-COUNT TO WS-COUNT-ED
037400     MOVE SPACES TO REPORT-LINE
037500     STRING "ALREADY MERGED     : " WS-COUNT-ED
037600         DELIMITED BY SIZE INTO REPORT-LINE
037700     WRITE REPORT-LINE
037800     CLOSE REPORT-FILE
037900     MOVE WS-GROUP-COUNT TO WS-COUNT-ED
038000     DISPLAY WS-COUNT-ED " LIKELY DUPLICATE GROUP(S)".
038100
038200 9000-TERMINATE-EXIT.
038300     EXIT.
038400
038500*----------------------------------------------------------------
038600* 9200-NORMALIZE-NAME -- FOLD WS-NORM-IN TO THE FORM THE
038700*                        WATCHLIST IS MATCHED ON: UPPER CASE,
038800*                        LETTERS AND DIGITS ONLY, RUNS OF
038900*                        ANYTHING ELSE COLLAPSED TO ONE SPACE,
039000*                        NO LEADING OR TRAILING SPACES.  THE
039100*                        RESULT IS LEFT IN WS-NORM-OUT.
039200*----------------------------------------------------------------
039300 9200-NORMALIZE-NAME.
039400     MOVE SPACES TO WS-NORM-OUT
039500     MOVE ZERO TO WS-NORM-OUT-POS
039600     MOVE "N" TO WS-NORM-PEND-SW
039700     INSPECT WS-NORM-IN CONVERTING
039800         "abcdefghijklmnopqrstuvwxyz" TO
039900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
040000     PERFORM 9250-NORM-ONE-CHAR THRU 9250-NORM-ONE-CHAR-EXIT
040100         VARYING WS-NORM-POS FROM 1 BY 1
040200         UNTIL WS-NORM-POS > 30.
040300
040400 9200-NORMALIZE-NAME-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* 9250-NORM-ONE-CHAR -- FOLD ONE CHARACTER INTO WS-NORM-OUT
040900*----------------------------------------------------------------
041000 9250-NORM-ONE-CHAR.
041100     MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
041200     IF WS-NORM-CHAR-KEEP
041300         IF WS-NORM-SPACE-PENDING
041400             AND WS-NORM-OUT-POS > 0
041500             AND WS-NORM-OUT-POS < 30
041600             ADD 1 TO WS-NORM-OUT-POS
041700         END-IF
041800         MOVE "N" TO WS-NORM-PEND-SW
041900         IF WS-NORM-OUT-POS < 30
042000             ADD 1 TO WS-NORM-OUT-POS
042100             MOVE WS-NORM-CHAR
042200                 TO WS-NORM-OUT(WS-NORM-OUT-POS:1)
042300         END-IF
042400     ELSE
042500         SET WS-NORM-SPACE-PENDING TO TRUE
042600     END-IF.
042700
042800 9250-NORM-ONE-CHAR-EXIT.
042900     EXIT.
