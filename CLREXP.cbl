000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLREXP.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  WEEKLY LIST OF THE VISITOR
001100*                CLEARANCES (CLRREC) DUE TO EXPIRE IN THE NEXT
001200*                30 DAYS, GROUPED BY THE COMPANY ON THE VISITOR
001300*                MASTER, SO EACH EMPLOYER CAN REBOOK THE SAFETY
001400*                INDUCTION OR NDA BEFORE THE PERSON ARRIVES AT
001500*                THE DESK AND IS TURNED AWAY.  EACH LINE SAYS
001600*                WHETHER THE DESK WILL REFUSE OR ONLY WARN ONCE
001700*                THE DATE PASSES.  CLEARANCES ALREADY EXPIRED ARE
001800*                COUNTED, NOT LISTED; INACTIVE AND MERGED MASTER
001900*                ENTRIES ARE LEFT OFF.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CLRMAST-FILE ASSIGN TO "CLRMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS CL-VISITOR-NO OF CLR-RECORD
002900         FILE STATUS IS WS-CLR-FILE-STATUS.
003000
003100     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
003500         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-MAST-FILE-STATUS.
003800
003900     SELECT REPORT-FILE ASSIGN TO "CLREXP"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
004600* CLRMAST-FILE -- VISITOR CLEARANCES, KEYED BY VISITOR NUMBER
004700*----------------------------------------------------------------
004800 FD  CLRMAST-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CLRREC REPLACING CLEARANCE-RECORD BY CLR-RECORD.
005100
005200*----------------------------------------------------------------
005300* VISMAST-FILE -- VISITOR MASTER, KEYED BY VISITOR NUMBER
005400*----------------------------------------------------------------
005500 FD  VISMAST-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
005800         BY MASTER-RECORD.
005900
006000*----------------------------------------------------------------
006100* REPORT-FILE -- THE EXPIRY LIST
006200*----------------------------------------------------------------
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  REPORT-LINE PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 COPY CLRREC REPLACING CLEARANCE-RECORD BY WS-CLR-RECORD.
006900
007000 77  WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
007100     88  WS-CLR-FILE-OK VALUES "00" "04".
007200     88  WS-CLR-FILE-EOF VALUE "10".
007300     88  WS-CLR-FILE-NOT-FOUND VALUE "35".
007400
007500 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
007600     88  WS-MAST-FILE-OK VALUES "00" "04".
007700     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
007800
007900 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
008000     88  WS-REPORT-OK VALUE "00".
008100
008200 77  WS-EOF-SW PIC X(01) VALUE "N".
008300     88  WS-END-OF-CLEARANCES VALUE "Y".
008400
008500 77  WS-CLR-OPEN-SW PIC X(01) VALUE "N".
008600     88  WS-CLEARANCES-ARE-OPEN VALUE "Y".
008700
008800 77  WS-TABLE-SW PIC X(01) VALUE "N".
008900     88  WS-TABLE-IS-FULL VALUE "Y".
009000
009100 77  WS-TODAY PIC 9(08) VALUE ZERO.
009200 77  WS-TODAY-DAYS PIC S9(07) COMP VALUE ZERO.
009300 77  WS-DAYS-LEFT PIC S9(07) COMP VALUE ZERO.
009400 77  WS-LOOKAHEAD-DAYS PIC S9(03) COMP VALUE 30.
009500
009600*----------------------------------------------------------------
009700* DAY-NUMBER WORK AREA -- 9300-DAY-NUMBER TURNS WS-DN-DATE INTO
009800* A RUNNING DAY COUNT IN WS-DN-DAYS SO TWO DATES CAN BE
009900* SUBTRACTED.  THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY
010000* FALLS AT THE END OF IT.
010100*----------------------------------------------------------------
010200 01  WS-DN-DATE PIC 9(08) VALUE ZERO.
010300 01  WS-DN-PARTS REDEFINES WS-DN-DATE.
010400     05  WS-DN-YYYY PIC 9(04).
010500     05  WS-DN-MM PIC 9(02).
010600     05  WS-DN-DD PIC 9(02).
010700
010800 77  WS-DN-YEAR PIC S9(05) COMP VALUE ZERO.
010900 77  WS-DN-MONTH PIC S9(03) COMP VALUE ZERO.
011000 77  WS-DN-Q4 PIC S9(05) COMP VALUE ZERO.
011100 77  WS-DN-Q100 PIC S9(05) COMP VALUE ZERO.
011200 77  WS-DN-Q400 PIC S9(05) COMP VALUE ZERO.
011300 77  WS-DN-MTH-DAYS PIC S9(05) COMP VALUE ZERO.
011400 77  WS-DN-DAYS PIC S9(07) COMP VALUE ZERO.
011500
011600 77  WS-EXP-COUNT PIC 9(04) COMP VALUE ZERO.
011700 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
011800 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
011900 77  WS-SLOT PIC 9(02) COMP VALUE ZERO.
012000 77  WS-RECORDS-READ PIC 9(04) COMP VALUE ZERO.
012100 77  WS-ALREADY-EXPIRED PIC 9(04) COMP VALUE ZERO.
012200 77  WS-NOT-ACTIVE PIC 9(04) COMP VALUE ZERO.
012300 77  WS-BAD-RECORDS PIC 9(04) COMP VALUE ZERO.
012400 77  WS-CO-COUNT PIC 9(04) COMP VALUE ZERO.
012500 77  WS-ALL-COMPANIES PIC 9(04) COMP VALUE ZERO.
012600
012700 77  WS-PREV-COMPANY PIC X(30) VALUE SPACES.
012800 77  WS-MAST-NAME PIC X(30) VALUE SPACES.
012900 77  WS-MAST-COMPANY PIC X(30) VALUE SPACES.
013000
013100 77  WS-DATE-ED PIC 9999B99B99.
013200 77  WS-COUNT-ED PIC ZZZ9.
013300 77  WS-DAYS-ED PIC ZZZ9.
013400 77  WS-VNO-ED PIC ZZZZ9.
013500
013600*----------------------------------------------------------------
013700* ONE ENTRY PER CLEARANCE DUE TO EXPIRE.  A VISITOR WITH NO
013800* COMPANY ON THE MASTER IS GROUPED UNDER "(NO COMPANY ON FILE)".
013900* CE-REFUSE-SW IS "Y" WHEN THE DESK WILL TURN THE VISITOR AWAY
014000* ONCE THE CLEARANCE LAPSES -- A REQUIRED CLEARANCE, OR A
014100* CONTRACTOR'S SAFETY INDUCTION.
014200*----------------------------------------------------------------
014300 01  WS-EXP-TABLE.
014400     05  WS-EXP-ENTRY OCCURS 2000.
014500         10  CE-COMPANY PIC X(30).
014600         10  CE-EXPIRY-DATE PIC 9(08).
014700         10  CE-NAME PIC X(30).
014800         10  CE-VISITOR-NO PIC 9(05).
014900         10  CE-TYPE PIC X(04).
015000         10  CE-DAYS-LEFT PIC 9(04) COMP.
015100         10  CE-REFUSE-SW PIC X(01).
015200             88  CE-DESK-WILL-REFUSE VALUE "Y".
015300
015400*----------------------------------------------------------------
015500* SWAP AREA FOR THE EXPIRY-TABLE SORT -- SAME SHAPE AS ONE ENTRY
015600*----------------------------------------------------------------
015700 01  WS-EXP-SWAP.
015800     05  SW-COMPANY PIC X(30).
015900     05  SW-EXPIRY-DATE PIC 9(08).
016000     05  SW-NAME PIC X(30).
016100     05  SW-VISITOR-NO PIC 9(05).
016200     05  SW-TYPE PIC X(04).
016300     05  SW-DAYS-LEFT PIC 9(04) COMP.
016400     05  SW-REFUSE-SW PIC X(01).
016500
016600 PROCEDURE DIVISION.
016700*----------------------------------------------------------------
016800 0000-MAINLINE.
016900*----------------------------------------------------------------
017000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
017100     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
017200     PERFORM 2000-CHECK-ONE-VISITOR
017300         THRU 2000-CHECK-ONE-VISITOR-EXIT
017400         UNTIL WS-END-OF-CLEARANCES
017500     IF WS-CLEARANCES-ARE-OPEN
017600         CLOSE CLRMAST-FILE
017700     END-IF
017800     CLOSE VISMAST-FILE
017900     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
018000     STOP RUN.
018100
018200*----------------------------------------------------------------
018300* 1000-OPEN-FILES -- OPEN THE MASTER AND THE CLEARANCE FILE AND
018400*                    PRIME THE FIRST READ.  WITHOUT THE MASTER
018500*                    THERE IS NO COMPANY TO GROUP BY, SO THE RUN
018600*                    STOPS; NO CLEARANCE FILE IS AN EMPTY LIST.
018700*----------------------------------------------------------------
018800 1000-OPEN-FILES.
018900     MOVE WS-TODAY TO WS-DN-DATE
019000     PERFORM 9300-DAY-NUMBER THRU 9300-DAY-NUMBER-EXIT
019100     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
019200
019300     OPEN INPUT VISMAST-FILE
019400     IF NOT WS-MAST-FILE-OK
019500         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF
019900
020000     OPEN INPUT CLRMAST-FILE
020100     IF WS-CLR-FILE-NOT-FOUND
020200         DISPLAY "NO CLEARANCE FILE - NOTHING TO LIST"
020300         SET WS-END-OF-CLEARANCES TO TRUE
020400         GO TO 1000-OPEN-FILES-EXIT
020500     END-IF
020600     IF NOT WS-CLR-FILE-OK
020700         DISPLAY "CLEARANCE FILE COULD NOT BE OPENED - ABORTED"
020800         MOVE 16 TO RETURN-CODE
020900         STOP RUN
021000     END-IF
021100     SET WS-CLEARANCES-ARE-OPEN TO TRUE
021200     PERFORM 8000-READ-CLEARANCE THRU 8000-READ-CLEARANCE-EXIT.
021300
021400 1000-OPEN-FILES-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------------
021800* 2000-CHECK-ONE-VISITOR -- LOOK THE VISITOR UP ON THE MASTER
021900*                           AND TABLE EVERY CLEARANCE ON THE
022000*                           RECORD DUE TO EXPIRE IN THE WINDOW
022100*----------------------------------------------------------------
022200 2000-CHECK-ONE-VISITOR.
022300     ADD 1 TO WS-RECORDS-READ
022400     IF CL-ENTRY-COUNT OF WS-CLR-RECORD NOT NUMERIC
022500         OR CL-ENTRY-COUNT OF WS-CLR-RECORD > 6
022600         ADD 1 TO WS-BAD-RECORDS
022700         DISPLAY "CLEARANCE RECORD DAMAGED, SKIPPED: "
022800             CL-VISITOR-NO OF WS-CLR-RECORD
022900         GO TO 2000-CHECK-ONE-VISITOR-READ
023000     END-IF
023100
023200     MOVE CL-VISITOR-NO OF WS-CLR-RECORD
023300         TO VM-VISITOR-NO OF MASTER-RECORD
023400     READ VISMAST-FILE
023500         INVALID KEY
023600             MOVE "NOT ON VISITOR MASTER" TO WS-MAST-NAME
023700             MOVE SPACES TO WS-MAST-COMPANY
023800         NOT INVALID KEY
023900             MOVE VM-NAME OF MASTER-RECORD TO WS-MAST-NAME
024000             MOVE VM-COMPANY OF MASTER-RECORD TO WS-MAST-COMPANY
024100             IF NOT VM-STATUS-IS-ACTIVE OF MASTER-RECORD
024200                 ADD 1 TO WS-NOT-ACTIVE
024300                 GO TO 2000-CHECK-ONE-VISITOR-READ
024400             END-IF
024500     END-READ
024600
024700     PERFORM 2100-CHECK-ONE-SLOT THRU 2100-CHECK-ONE-SLOT-EXIT
024800         VARYING WS-SLOT FROM 1 BY 1
024900         UNTIL WS-SLOT > CL-ENTRY-COUNT OF WS-CLR-RECORD.
025000
025100 2000-CHECK-ONE-VISITOR-READ.
025200     PERFORM 8000-READ-CLEARANCE THRU 8000-READ-CLEARANCE-EXIT.
025300
025400 2000-CHECK-ONE-VISITOR-EXIT.
025500     EXIT.
025600
025700*----------------------------------------------------------------
025800* 2100-CHECK-ONE-SLOT -- TABLE ONE CLEARANCE IF IT EXPIRES TODAY
025900*                        OR WITHIN THE NEXT 30 DAYS.  A SLOT NOT
026000*                        YET HELD (EXPIRY ZERO) IS LEFT TO THE
026100*                        DESK CHECK.
026200*----------------------------------------------------------------
026300 2100-CHECK-ONE-SLOT.
026400     IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SLOT) NOT NUMERIC
026500         OR CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SLOT) = ZERO
026600         GO TO 2100-CHECK-ONE-SLOT-EXIT
026700     END-IF
026800     MOVE CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SLOT) TO WS-DN-DATE
026900     PERFORM 9300-DAY-NUMBER THRU 9300-DAY-NUMBER-EXIT
027000     COMPUTE WS-DAYS-LEFT = WS-DN-DAYS - WS-TODAY-DAYS
027100     IF WS-DAYS-LEFT < ZERO
027200         ADD 1 TO WS-ALREADY-EXPIRED
027300         GO TO 2100-CHECK-ONE-SLOT-EXIT
027400     END-IF
027500     IF WS-DAYS-LEFT > WS-LOOKAHEAD-DAYS
027600         GO TO 2100-CHECK-ONE-SLOT-EXIT
027700     END-IF
027800
027900     IF WS-EXP-COUNT = 2000
028000         IF NOT WS-TABLE-IS-FULL
028100             DISPLAY "EXPIRY TABLE FULL - LIST INCOMPLETE"
028200             MOVE 4 TO RETURN-CODE
028300             SET WS-TABLE-IS-FULL TO TRUE
028400         END-IF
028500         GO TO 2100-CHECK-ONE-SLOT-EXIT
028600     END-IF
028700     ADD 1 TO WS-EXP-COUNT
028800     IF WS-MAST-COMPANY = SPACES
028900         MOVE "(NO COMPANY ON FILE)" TO CE-COMPANY (WS-EXP-COUNT)
029000     ELSE
029100         MOVE WS-MAST-COMPANY TO CE-COMPANY (WS-EXP-COUNT)
029200     END-IF
029300     MOVE CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SLOT)
029400         TO CE-EXPIRY-DATE (WS-EXP-COUNT)
029500     MOVE WS-MAST-NAME TO CE-NAME (WS-EXP-COUNT)
029600     MOVE CL-VISITOR-NO OF WS-CLR-RECORD
029700         TO CE-VISITOR-NO (WS-EXP-COUNT)
029800     MOVE CL-TYPE OF WS-CLR-RECORD (WS-SLOT)
029900         TO CE-TYPE (WS-EXP-COUNT)
030000     MOVE WS-DAYS-LEFT TO CE-DAYS-LEFT (WS-EXP-COUNT)
030100     MOVE "N" TO CE-REFUSE-SW (WS-EXP-COUNT)
030200     IF CL-IS-REQUIRED OF WS-CLR-RECORD (WS-SLOT)
030300         MOVE "Y" TO CE-REFUSE-SW (WS-EXP-COUNT)
030400     END-IF
030500     IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-SLOT)
030600         AND WS-MAST-COMPANY NOT = SPACES
030700         MOVE "Y" TO CE-REFUSE-SW (WS-EXP-COUNT)
030800     END-IF.
030900
031000 2100-CHECK-ONE-SLOT-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* 3000-PRINT-REPORT -- SORT THE TABLE AND PRINT IT WITH A BREAK
031500*                      ON COMPANY
031600*----------------------------------------------------------------
031700 3000-PRINT-REPORT.
031800     OPEN OUTPUT REPORT-FILE
031900     IF NOT WS-REPORT-OK
032000         DISPLAY "EXPIRY LIST COULD NOT BE OPENED - ABORTED"
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF
032400
032500     MOVE WS-TODAY TO WS-DATE-ED
032600     MOVE SPACES TO REPORT-LINE
032700     STRING "CLEARANCES EXPIRING IN THE NEXT 30 DAYS - "
032800         WS-DATE-ED
032900         DELIMITED BY SIZE INTO REPORT-LINE
033000     WRITE REPORT-LINE
033100     MOVE "AT DESK: REFUSE = TURNED AWAY ONCE LAPSED, WARN = DESK"
033200         TO REPORT-LINE
033300     WRITE REPORT-LINE
033400     MOVE "         WARNED ONLY" TO REPORT-LINE
033500     WRITE REPORT-LINE
033600     MOVE SPACES TO REPORT-LINE
033700     WRITE REPORT-LINE
033800     MOVE SPACES TO REPORT-LINE
033900     STRING "  VISNO NAME                           TYPE "
034000         "EXPIRES     DAYS  AT DESK"
034100         DELIMITED BY SIZE INTO REPORT-LINE
034200     WRITE REPORT-LINE
034300
034400     PERFORM 3050-SORT-EXPIRIES THRU 3050-SORT-EXPIRIES-EXIT
034500
034600     IF WS-EXP-COUNT = 0
034700         MOVE "NO CLEARANCES EXPIRING IN THE NEXT 30 DAYS"
034800             TO REPORT-LINE
034900         WRITE REPORT-LINE
035000         GO TO 3000-PRINT-REPORT-TOTALS
035100     END-IF
035200
035300     MOVE SPACES TO WS-PREV-COMPANY
035400     PERFORM 3100-PRINT-ONE-EXPIRY THRU 3100-PRINT-ONE-EXPIRY-EXIT
035500         VARYING WS-SUB FROM 1 BY 1
035600         UNTIL WS-SUB > WS-EXP-COUNT
035700     PERFORM 3400-COMPANY-TOTAL THRU 3400-COMPANY-TOTAL-EXIT.
035800
035900 3000-PRINT-REPORT-TOTALS.
036000     MOVE SPACES TO REPORT-LINE
036100     WRITE REPORT-LINE
036200     MOVE WS-ALL-COMPANIES TO WS-COUNT-ED
036300     MOVE SPACES TO REPORT-LINE
036400     STRING "COMPANIES TO CONTACT       : " WS-COUNT-ED
036500         DELIMITED BY SIZE INTO REPORT-LINE
036600     WRITE REPORT-LINE
036700     MOVE WS-EXP-COUNT TO WS-COUNT-ED
036800     MOVE SPACES TO REPORT-LINE
036900     STRING "CLEARANCES EXPIRING        : " WS-COUNT-ED
037000         DELIMITED BY SIZE INTO REPORT-LINE
037100     WRITE REPORT-LINE
037200     MOVE WS-ALREADY-EXPIRED TO WS-COUNT-ED
037300     MOVE SPACES TO REPORT-LINE
037400     STRING "ALREADY EXPIRED, NOT LISTED: " WS-COUNT-ED
037500         DELIMITED BY SIZE INTO REPORT-LINE
037600     WRITE REPORT-LINE
037700     MOVE WS-NOT-ACTIVE TO WS-COUNT-ED
037800     MOVE SPACES TO REPORT-LINE
037900     STRING "INACTIVE OR MERGED, SKIPPED: " WS-COUNT-ED
038000         DELIMITED BY SIZE INTO REPORT-LINE
038100     WRITE REPORT-LINE
038200     IF WS-BAD-RECORDS > 0
038300         MOVE WS-BAD-RECORDS TO WS-COUNT-ED
038400         MOVE SPACES TO REPORT-LINE
038500         STRING "DAMAGED RECORDS, SKIPPED   : " WS-COUNT-ED
038600             DELIMITED BY SIZE INTO REPORT-LINE
038700         WRITE REPORT-LINE
038800     END-IF
038900     CLOSE REPORT-FILE
039000     MOVE WS-EXP-COUNT TO WS-COUNT-ED
039100     DISPLAY WS-COUNT-ED " CLEARANCE(S) EXPIRING IN 30 DAYS".
039200
039300 3000-PRINT-REPORT-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700* 3050-SORT-EXPIRIES -- EXCHANGE-SORT THE TABLE BY COMPANY,
039800*                       EXPIRY DATE AND NAME
039900*----------------------------------------------------------------
040000 3050-SORT-EXPIRIES.
040100     IF WS-EXP-COUNT < 2
040200         GO TO 3050-SORT-EXPIRIES-EXIT
040300     END-IF
040400     PERFORM 3060-SORT-ONE-PASS THRU 3060-SORT-ONE-PASS-EXIT
040500         VARYING WS-SUB FROM 1 BY 1
040600         UNTIL WS-SUB = WS-EXP-COUNT.
040700
040800 3050-SORT-EXPIRIES-EXIT.
040900     EXIT.
041000
041100 3060-SORT-ONE-PASS.
041200     PERFORM 3070-COMPARE-ONE-PAIR
041300         THRU 3070-COMPARE-ONE-PAIR-EXIT
041400         VARYING WS-SUB2 FROM 1 BY 1
041500         UNTIL WS-SUB2 = WS-EXP-COUNT.
041600
041700 3060-SORT-ONE-PASS-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------------
042100* 3070-COMPARE-ONE-PAIR -- THE FIRST 77 BYTES OF AN ENTRY ARE
042200*                          COMPANY, EXPIRY DATE, NAME, VISITOR
042300*                          NUMBER AND TYPE, SO ONE COMPARE ORDERS
042400*                          ON ALL OF THEM
042500*----------------------------------------------------------------
042600 3070-COMPARE-ONE-PAIR.
042700     IF WS-EXP-ENTRY (WS-SUB2)(1:77)
042800         > WS-EXP-ENTRY (WS-SUB2 + 1)(1:77)
042900         MOVE WS-EXP-ENTRY (WS-SUB2) TO WS-EXP-SWAP
043000         MOVE WS-EXP-ENTRY (WS-SUB2 + 1)
043100             TO WS-EXP-ENTRY (WS-SUB2)
043200         MOVE WS-EXP-SWAP TO WS-EXP-ENTRY (WS-SUB2 + 1)
043300     END-IF.
043400
043500 3070-COMPARE-ONE-PAIR-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------------
043900* 3100-PRINT-ONE-EXPIRY -- ONE LINE PER CLEARANCE, WITH THE
044000*                          COMPANY HEADING AND TOTAL AS IT CHANGES
044100*----------------------------------------------------------------
044200 3100-PRINT-ONE-EXPIRY.
044300     IF CE-COMPANY (WS-SUB) NOT = WS-PREV-COMPANY
044400         IF WS-PREV-COMPANY NOT = SPACES
044500             PERFORM 3400-COMPANY-TOTAL
044600                 THRU 3400-COMPANY-TOTAL-EXIT
044700         END-IF
044800         MOVE CE-COMPANY (WS-SUB) TO WS-PREV-COMPANY
044900         ADD 1 TO WS-ALL-COMPANIES
045000         MOVE SPACES TO REPORT-LINE
045100         STRING "COMPANY: " WS-PREV-COMPANY
045200             DELIMITED BY SIZE INTO REPORT-LINE
045300         WRITE REPORT-LINE
045400     END-IF
045500
045600     ADD 1 TO WS-CO-COUNT
045700     MOVE CE-VISITOR-NO (WS-SUB) TO WS-VNO-ED
045800     MOVE CE-EXPIRY-DATE (WS-SUB) TO WS-DATE-ED
045900     MOVE CE-DAYS-LEFT (WS-SUB) TO WS-DAYS-ED
046000     MOVE SPACES TO REPORT-LINE
046100     STRING "  " WS-VNO-ED " " CE-NAME (WS-SUB)
046200         " " CE-TYPE (WS-SUB) " " WS-DATE-ED "  " WS-DAYS-ED
046300         DELIMITED BY SIZE INTO REPORT-LINE
046400     IF CE-DESK-WILL-REFUSE (WS-SUB)
046500         MOVE "REFUSE" TO REPORT-LINE(63:6)
046600     ELSE
046700         MOVE "WARN" TO REPORT-LINE(63:4)
046800     END-IF
046900     WRITE REPORT-LINE.
047000
047100 3100-PRINT-ONE-EXPIRY-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* 3400-COMPANY-TOTAL -- CLEARANCES EXPIRING FOR THE COMPANY
047600*----------------------------------------------------------------
047700 3400-COMPANY-TOTAL.
047800     MOVE WS-CO-COUNT TO WS-COUNT-ED
047900     MOVE SPACES TO REPORT-LINE
048000     STRING "  COMPANY TOTAL " WS-COUNT-ED " CLEARANCES TO RENEW"
048100         DELIMITED BY SIZE INTO REPORT-LINE
048200     WRITE REPORT-LINE
048300     MOVE SPACES TO REPORT-LINE
048400     WRITE REPORT-LINE
048500     MOVE ZERO TO WS-CO-COUNT.
048600
048700 3400-COMPANY-TOTAL-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------------
049100* 8000-READ-CLEARANCE -- READ THE NEXT CLEARANCE RECORD IN
049200*                        VISITOR-NUMBER ORDER
049300*----------------------------------------------------------------
049400 8000-READ-CLEARANCE.
049500     READ CLRMAST-FILE INTO WS-CLR-RECORD
049600         AT END
049700             SET WS-END-OF-CLEARANCES TO TRUE
049800     END-READ.
049900
050000 8000-READ-CLEARANCE-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 9300-DAY-NUMBER -- RUNNING DAY COUNT FOR WS-DN-DATE.  MARCH
050500*                    IS MONTH 0 SO JANUARY AND FEBRUARY BELONG
050600*                    TO THE YEAR BEFORE; EACH DIVIDE TRUNCATES.
050700*----------------------------------------------------------------
050800 9300-DAY-NUMBER.
050900     MOVE WS-DN-YYYY TO WS-DN-YEAR
051000     IF WS-DN-MM > 2
051100         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
051200     ELSE
051300         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
051400         SUBTRACT 1 FROM WS-DN-YEAR
051500     END-IF
051600     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
051700     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
051800     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
051900     COMPUTE WS-DN-MTH-DAYS = 153 * WS-DN-MONTH + 2
052000     DIVIDE WS-DN-MTH-DAYS BY 5 GIVING WS-DN-MTH-DAYS
052100     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
052200         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
052300         + WS-DN-MTH-DAYS + WS-DN-DD.
052400
052500 9300-DAY-NUMBER-EXIT.
052600     EXIT.
