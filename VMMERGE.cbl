000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VMMERGE.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  MERGES DUPLICATE VISITOR
001100*                MASTERS FOUND BY THE VMDUPRPT REVIEW.  EACH
001200*                MERGCARD CARD NAMES THE NUMBER TO KEEP AND THE
001300*                NUMBER TO RETIRE.  THE KEPT ENTRY TAKES THE
001400*                RETIRED ONE'S VISIT COUNT ADDED TO ITS OWN AND
001500*                THE LATER OF THE TWO LAST-VISIT DATES; THE
001600*                RETIRED ENTRY IS LEFT ON FILE WITH STATUS "M"
001700*                AND VM-MERGED-INTO SET, SO OLD REFERENCES STILL
001800*                RESOLVE BUT THE NUMBER IS NEVER USED AGAIN.
001900*                EVERY VISITLOG AND ARCHIVE RECORD CARRYING THE
002000*                RETIRED NUMBER IS REWRITTEN WITH THE KEPT ONE.
002100*
002200*                A CARD WHOSE RETIRED NUMBER IS ALREADY MERGED
002300*                INTO THE SAME KEPT NUMBER ONLY RENUMBERS THE
002400*                LOGS, SO THE SAME CARDS CAN BE RUN AGAIN ONE
002500*                ARCHIVE GENERATION AT A TIME (A CONCATENATION
002600*                CANNOT BE UPDATED IN PLACE) AND A RERUN AFTER A
002700*                FAILURE DOES NOT COUNT THE VISITS TWICE.
002710* 2026-10-15 TD  A CARD THAT WOULD CHAIN ON AN EARLIER CARD IN THE
002720*                DECK -- KEEPING A NUMBER THAT CARD RETIRES, OR
002730*                RETIRING A NUMBER THAT CARD KEEPS -- IS REJECTED.
002740*                OTHERWISE LOG RECORDS MOVED ONTO THE FIRST KEPT
002750*                NUMBER WOULD BE LEFT CARRYING A RETIRED ONE.  THE
002760*                CHECK IS ON THE DECK, SO EVERY ARCHIVE STEP
002770*                REJECTS THE SAME CARDS.
002772* 2026-10-15 TD  THE RETIRED NUMBER'S CLEARANCES (CLRMAST) ARE
002774*                NOW MERGED INTO THE KEPT NUMBER'S RECORD, THE
002776*                LATER EXPIRY WINNING FOR A TYPE BOTH HOLD, AND
002778*                THE RETIRED RECORD IS DELETED.  BOTH CHANGES GO
002780*                TO THE CHANGE JOURNAL AS CLRMAINT'S DO AND ARE
002782*                PRINTED ON MERGRPT.  WITHOUT CLRMAST THE MERGE
002784*                RUNS AS BEFORE.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MERGCARD-FILE ASSIGN TO "MERGCARD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CARD-STATUS.
003600
003700     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
004100         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-MAST-FILE-STATUS.
004400
004500     SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-LOG-FILE-STATUS.
004800
004900     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCH-FILE-STATUS.
005200
005205     SELECT CLRMAST-FILE ASSIGN TO "CLRMAST"
005210         ORGANIZATION IS INDEXED
005215         ACCESS MODE IS RANDOM
005220         RECORD KEY IS CL-VISITOR-NO OF CLR-RECORD
005225         FILE STATUS IS WS-CLR-FILE-STATUS.
005230
005235     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
005240         ORGANIZATION IS SEQUENTIAL
005245         FILE STATUS IS WS-JRNL-FILE-STATUS.
005250
005300     SELECT REPORT-FILE ASSIGN TO "MERGRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* MERGCARD-FILE -- ONE CARD PER MERGE: NUMBER TO KEEP, NUMBER TO
006100*                  RETIRE (FIVE DIGITS EACH)
006200*----------------------------------------------------------------
006300 FD  MERGCARD-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  MERGCARD-RECORD.
006600     05  MC-KEEP-X PIC X(05).
006700     05  MC-RETIRE-X PIC X(05).
006800     05  FILLER PIC X(70).
006900
007000*----------------------------------------------------------------
007100* VISMAST-FILE -- VISITOR MASTER, KEYED BY VISITOR NUMBER
007200*----------------------------------------------------------------
007300 FD  VISMAST-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
007600         BY MASTER-RECORD.
007700
007800*----------------------------------------------------------------
007900* VISITLOG-FILE -- THE LIVE LOG, UPDATED IN PLACE
008000*----------------------------------------------------------------
008100 FD  VISITLOG-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY NAMEREC REPLACING VISITOR-RECORD BY LOG-RECORD.
008400
008500*----------------------------------------------------------------
008600* ARCHIVE-FILE -- ONE DATED ARCHIVE GENERATION, UPDATED IN PLACE
008700*----------------------------------------------------------------
008800 FD  ARCHIVE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY NAMEREC REPLACING VISITOR-RECORD BY ARCHIVE-RECORD.
009100
009105*----------------------------------------------------------------
009110* CLRMAST-FILE -- VISITOR CLEARANCES, KEYED BY VISITOR NUMBER
009115*----------------------------------------------------------------
009120 FD  CLRMAST-FILE
009125     LABEL RECORDS ARE STANDARD.
009130     COPY CLRREC REPLACING CLEARANCE-RECORD BY CLR-RECORD.
009135
009140*----------------------------------------------------------------
009145* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY CHANGE, APPENDED
009150*----------------------------------------------------------------
009155 FD  JOURNAL-FILE
009160     LABEL RECORDS ARE STANDARD.
009165     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-OUT.
009170
009200*----------------------------------------------------------------
009300* REPORT-FILE -- THE MERGE REPORT
009400*----------------------------------------------------------------
009500 FD  REPORT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  REPORT-LINE PIC X(80).
009800
009900 WORKING-STORAGE SECTION.
010000 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
010100     BY WS-KEEP-RECORD.
010200 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
010300     BY WS-RETIRE-RECORD.
010310 COPY CLRREC REPLACING CLEARANCE-RECORD
010320     BY WS-KEEP-CLR.
010330 COPY CLRREC REPLACING CLEARANCE-RECORD
010340     BY WS-RETIRE-CLR.
010350 COPY CLRREC REPLACING CLEARANCE-RECORD
010360     BY WS-BEFORE-CLR.
010370 COPY JRNLREC REPLACING JOURNAL-RECORD
010380     BY WS-JOURNAL-RECORD.
010400
010500 77  WS-CARD-STATUS PIC X(02) VALUE SPACES.
010600     88  WS-CARD-OK VALUE "00".
010700     88  WS-CARD-NOT-FOUND VALUE "35".
010800
010900 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
011000     88  WS-MAST-FILE-OK VALUES "00" "04".
011100     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
011200
011300 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
011400     88  WS-LOG-FILE-OK VALUES "00" "04".
011500     88  WS-LOG-FILE-NOT-FOUND VALUE "35".
011600
011700 77  WS-ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
011800     88  WS-ARCH-FILE-OK VALUES "00" "04".
011900     88  WS-ARCH-FILE-NOT-FOUND VALUE "35".
012000
012010 77  WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
012020     88  WS-CLR-FILE-OK VALUES "00" "04".
012030     88  WS-CLR-FILE-NOT-FOUND VALUE "35".
012040
012050 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
012060     88  WS-JRNL-FILE-OK VALUES "00" "04".
012070     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
012080
012100 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
012200     88  WS-REPORT-OK VALUE "00".
012300
012400 77  WS-EOF-SW PIC X(01) VALUE "N".
012500     88  WS-END-OF-FILE VALUE "Y".
012600
012700 77  WS-HIT-SW PIC X(01) VALUE "N".
012800     88  WS-NUMBER-RETIRED VALUE "Y".
012810
012820 77  WS-CHAIN-SW PIC X(01) VALUE "N".
012830     88  WS-CARD-CHAINS VALUE "Y".
012835
012840 77  WS-CLR-OPEN-SW PIC X(01) VALUE "N".
012850     88  WS-CLR-FILE-OPEN VALUE "Y".
012860
012870 77  WS-KEEP-CLR-SW PIC X(01) VALUE "N".
012880     88  WS-KEEP-CLR-ON-FILE VALUE "Y".
012900
013000 77  WS-TODAY PIC 9(08) VALUE ZERO.
013100 77  WS-CARD-COUNT PIC 9(04) COMP VALUE ZERO.
013200 77  WS-MERGED-COUNT PIC 9(04) COMP VALUE ZERO.
013300 77  WS-RELOG-COUNT PIC 9(04) COMP VALUE ZERO.
013400 77  WS-REJECT-COUNT PIC 9(04) COMP VALUE ZERO.
013500 77  WS-LOG-CHANGED PIC 9(07) COMP VALUE ZERO.
013600 77  WS-ARCH-CHANGED PIC 9(07) COMP VALUE ZERO.
013700 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
013800 77  WS-HIT-SUB PIC 9(04) COMP VALUE ZERO.
013810 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
013820 77  WS-CLR-SUB PIC 9(02) COMP VALUE ZERO.
013830 77  WS-CLR-SUB2 PIC 9(02) COMP VALUE ZERO.
013840 77  WS-CLR-HIT PIC 9(02) COMP VALUE ZERO.
013850 77  WS-CLR-ADDS PIC 9(02) COMP VALUE ZERO.
013860 77  WS-CLR-MOVED PIC 9(04) COMP VALUE ZERO.
013870 77  WS-CLR-NOTE PIC X(50) VALUE SPACES.
013900 77  WS-KEEP-VISITS PIC 9(05) VALUE ZERO.
014000 77  WS-RETIRE-VISITS PIC 9(05) VALUE ZERO.
014100 77  WS-KEEP-LAST PIC 9(08) VALUE ZERO.
014200 77  WS-RETIRE-LAST PIC 9(08) VALUE ZERO.
014300 77  WS-LOG-NO PIC 9(05) VALUE ZERO.
014400 77  WS-COUNT-ED PIC ZZZ9.
014500 77  WS-BIG-COUNT-ED PIC Z,ZZZ,ZZ9.
014600 77  WS-VISITS-ED PIC ZZZZ9.
014700 77  WS-DATE-ED PIC 9999B99B99.
014800
014900*----------------------------------------------------------------
015000* ONE ENTRY PER MERGE CARD.  MG-ACTION "M" = MASTER MERGED THIS
015100* RUN, "L" = ALREADY MERGED, LOGS ONLY, "R" = REJECTED.  THE LOG
015200* PASSES RENUMBER FOR EVERY "M" AND "L" ENTRY.
015300*----------------------------------------------------------------
015400 01  WS-MERGE-TABLE.
015500     05  WS-MERGE-ENTRY OCCURS 50.
015600         10  MG-KEEP-NO PIC 9(05).
015700         10  MG-RETIRE-NO PIC 9(05).
015800         10  MG-ACTION PIC X(01).
015900             88  MG-ACTION-MERGED VALUE "M".
016000             88  MG-ACTION-LOGS-ONLY VALUE "L".
016100             88  MG-ACTION-REJECTED VALUE "R".
016200             88  MG-ACTION-RENUMBERS VALUES "M" "L".
016300         10  MG-NOTE PIC X(40).
016400
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------------
016700 0000-MAINLINE.
016800*----------------------------------------------------------------
016900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
017000     PERFORM 1000-LOAD-CARDS THRU 1000-LOAD-CARDS-EXIT
017100     PERFORM 2000-MERGE-MASTERS THRU 2000-MERGE-MASTERS-EXIT
017200     IF WS-MERGED-COUNT > 0 OR WS-RELOG-COUNT > 0
017300         PERFORM 3000-RENUMBER-LOG THRU 3000-RENUMBER-LOG-EXIT
017400         PERFORM 4000-RENUMBER-ARCHIVE
017500             THRU 4000-RENUMBER-ARCHIVE-EXIT
017600     END-IF
017700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017800     STOP RUN.
017900
018000*----------------------------------------------------------------
018100* 1000-LOAD-CARDS -- READ THE MERGE CARDS.  NO CARD FILE STOPS
018200*                    THE RUN; A BAD CARD IS REJECTED ON ITS OWN.
018300*----------------------------------------------------------------
018400 1000-LOAD-CARDS.
018500     OPEN INPUT MERGCARD-FILE
018600     IF NOT WS-CARD-OK
018700         DISPLAY "MERGCARD CONTROL CARDS MISSING - RUN ABORTED"
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF
019100     MOVE "N" TO WS-EOF-SW
019200     PERFORM 1100-LOAD-ONE-CARD THRU 1100-LOAD-ONE-CARD-EXIT
019300         UNTIL WS-END-OF-FILE
019400     CLOSE MERGCARD-FILE
019500     IF WS-CARD-COUNT = 0
019600         DISPLAY "MERGCARD IS EMPTY - RUN ABORTED"
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000
020100 1000-LOAD-CARDS-EXIT.
020200     EXIT.
020300
020400 1100-LOAD-ONE-CARD.
020500     READ MERGCARD-FILE
020600         AT END
020700             SET WS-END-OF-FILE TO TRUE
020800             GO TO 1100-LOAD-ONE-CARD-EXIT
020900     END-READ
021000     IF MERGCARD-RECORD = SPACES
021100         GO TO 1100-LOAD-ONE-CARD-EXIT
021200     END-IF
021300     IF WS-CARD-COUNT NOT < 50
021400         DISPLAY "MORE THAN 50 MERGE CARDS - REST IGNORED"
021500         MOVE 4 TO RETURN-CODE
021600         SET WS-END-OF-FILE TO TRUE
021700         GO TO 1100-LOAD-ONE-CARD-EXIT
021800     END-IF
021900
022000     ADD 1 TO WS-CARD-COUNT
022100     MOVE SPACES TO MG-NOTE (WS-CARD-COUNT)
022200     MOVE ZERO TO MG-KEEP-NO (WS-CARD-COUNT)
022300     MOVE ZERO TO MG-RETIRE-NO (WS-CARD-COUNT)
022400     SET MG-ACTION-REJECTED (WS-CARD-COUNT) TO TRUE
022500     IF MC-KEEP-X NOT NUMERIC OR MC-RETIRE-X NOT NUMERIC
022600         MOVE "CARD NUMBERS NOT NUMERIC"
022700             TO MG-NOTE (WS-CARD-COUNT)
022800         GO TO 1100-LOAD-ONE-CARD-EXIT
022900     END-IF
023000     MOVE MC-KEEP-X TO MG-KEEP-NO (WS-CARD-COUNT)
023100     MOVE MC-RETIRE-X TO MG-RETIRE-NO (WS-CARD-COUNT)
023200     MOVE SPACE TO MG-ACTION (WS-CARD-COUNT).
023300
023400 1100-LOAD-ONE-CARD-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------------
023800* 2000-MERGE-MASTERS -- OPEN THE MASTER FOR UPDATE AND WORK
023900*                       THROUGH THE CARDS IN ORDER
024000*----------------------------------------------------------------
024100 2000-MERGE-MASTERS.
024200     OPEN OUTPUT REPORT-FILE
024300     IF NOT WS-REPORT-OK
024400         DISPLAY "MERGE REPORT COULD NOT BE OPENED - ABORTED"
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     MOVE WS-TODAY TO WS-DATE-ED
024900     MOVE SPACES TO REPORT-LINE
025000     STRING "VISITOR MASTER MERGE - " WS-DATE-ED
025100         DELIMITED BY SIZE INTO REPORT-LINE
025200     WRITE REPORT-LINE
025300     MOVE SPACES TO REPORT-LINE
025400     WRITE REPORT-LINE
025500     MOVE " KEEP RETIRE RESULT" TO REPORT-LINE
025600     WRITE REPORT-LINE
025700
025800     OPEN I-O VISMAST-FILE
025900     IF NOT WS-MAST-FILE-OK
026000         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF
026305     OPEN I-O CLRMAST-FILE
026310     IF WS-CLR-FILE-OK
026315         SET WS-CLR-FILE-OPEN TO TRUE
026320     ELSE IF WS-CLR-FILE-NOT-FOUND
026325         DISPLAY "NO CLEARANCE FILE - CLEARANCES NOT MERGED"
026330     ELSE
026335         DISPLAY "CLEARANCE FILE COULD NOT BE OPENED - ABORTED"
026340         MOVE 16 TO RETURN-CODE
026345         STOP RUN
026350     END-IF
026355     END-IF
026400     PERFORM 2100-MERGE-ONE-CARD THRU 2100-MERGE-ONE-CARD-EXIT
026500         VARYING WS-SUB FROM 1 BY 1
026600         UNTIL WS-SUB > WS-CARD-COUNT
026700     CLOSE VISMAST-FILE
026720     IF WS-CLR-FILE-OPEN
026740         CLOSE CLRMAST-FILE
026760     END-IF.
026800
026900 2000-MERGE-MASTERS-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------
027300* 2100-MERGE-ONE-CARD -- CHECK BOTH NUMBERS AND MERGE.  THE KEPT
027400*                        ENTRY MUST BE ON FILE AND NOT ITSELF
027500*                        MERGED; THE RETIRED ONE MUST BE ON FILE
027600*                        AND EITHER LIVE OR ALREADY MERGED INTO
027700*                        THE SAME KEPT NUMBER.  NEITHER MAY
027710*                        CHAIN ON AN EARLIER CARD (2150).
027800*----------------------------------------------------------------
027900 2100-MERGE-ONE-CARD.
028000     IF MG-ACTION-REJECTED (WS-SUB)
028100         GO TO 2100-MERGE-ONE-CARD-PRINT
028200     END-IF
028300     SET MG-ACTION-REJECTED (WS-SUB) TO TRUE
028400     IF MG-KEEP-NO (WS-SUB) = ZERO OR MG-RETIRE-NO (WS-SUB) = ZERO
028500         MOVE "VISITOR NUMBER ZERO" TO MG-NOTE (WS-SUB)
028600         GO TO 2100-MERGE-ONE-CARD-PRINT
028700     END-IF
028800     IF MG-KEEP-NO (WS-SUB) = MG-RETIRE-NO (WS-SUB)
028900         MOVE "KEEP AND RETIRE ARE THE SAME NUMBER"
029000             TO MG-NOTE (WS-SUB)
029100         GO TO 2100-MERGE-ONE-CARD-PRINT
029200     END-IF
029210     MOVE "N" TO WS-CHAIN-SW
029220     PERFORM 2150-CHECK-CHAIN THRU 2150-CHECK-CHAIN-EXIT
029230         VARYING WS-SUB2 FROM 1 BY 1
029240         UNTIL WS-SUB2 NOT < WS-SUB
029250         OR WS-CARD-CHAINS
029260     IF WS-CARD-CHAINS
029270         GO TO 2100-MERGE-ONE-CARD-PRINT
029280     END-IF
029300
029400     MOVE MG-KEEP-NO (WS-SUB) TO VM-VISITOR-NO OF MASTER-RECORD
029500     READ VISMAST-FILE
029600         INVALID KEY
029700             MOVE "KEEP NUMBER NOT ON FILE" TO MG-NOTE (WS-SUB)
029800             GO TO 2100-MERGE-ONE-CARD-PRINT
029900     END-READ
030000     MOVE MASTER-RECORD TO WS-KEEP-RECORD
030100     IF VM-STATUS-IS-MERGED OF WS-KEEP-RECORD
030200         MOVE "KEEP NUMBER IS ITSELF MERGED" TO MG-NOTE (WS-SUB)
030300         GO TO 2100-MERGE-ONE-CARD-PRINT
030400     END-IF
030500
030600     MOVE MG-RETIRE-NO (WS-SUB) TO VM-VISITOR-NO OF MASTER-RECORD
030700     READ VISMAST-FILE
030800         INVALID KEY
030900             MOVE "RETIRE NUMBER NOT ON FILE" TO MG-NOTE (WS-SUB)
031000             GO TO 2100-MERGE-ONE-CARD-PRINT
031100     END-READ
031200     MOVE MASTER-RECORD TO WS-RETIRE-RECORD
031300     IF VM-STATUS-IS-MERGED OF WS-RETIRE-RECORD
031400         IF VM-MERGED-INTO OF WS-RETIRE-RECORD
031500             = MG-KEEP-NO (WS-SUB)
031600             SET MG-ACTION-LOGS-ONLY (WS-SUB) TO TRUE
031700             MOVE "ALREADY MERGED - LOGS ONLY" TO MG-NOTE (WS-SUB)
031800             ADD 1 TO WS-RELOG-COUNT
031900         ELSE
032000             MOVE "RETIRE NUMBER MERGED ELSEWHERE"
032100                 TO MG-NOTE (WS-SUB)
032200         END-IF
032300         GO TO 2100-MERGE-ONE-CARD-PRINT
032400     END-IF
032500
032600     PERFORM 2200-COMBINE-HISTORY THRU 2200-COMBINE-HISTORY-EXIT
032700     MOVE WS-KEEP-RECORD TO MASTER-RECORD
032800     REWRITE MASTER-RECORD
032900         INVALID KEY
033000             MOVE "REWRITE OF KEEP FAILED" TO MG-NOTE (WS-SUB)
033100             GO TO 2100-MERGE-ONE-CARD-PRINT
033200     END-REWRITE
033300
033400     SET VM-STATUS-IS-MERGED OF WS-RETIRE-RECORD TO TRUE
033500     MOVE MG-KEEP-NO (WS-SUB)
033550         TO VM-MERGED-INTO OF WS-RETIRE-RECORD
033600     MOVE ZERO TO VM-VISIT-COUNT OF WS-RETIRE-RECORD
033700     MOVE WS-RETIRE-RECORD TO MASTER-RECORD
033800     REWRITE MASTER-RECORD
033900         INVALID KEY
034000             MOVE "KEEP UPDATED BUT RETIRE NOT MARKED - CHECK"
034100                 TO MG-NOTE (WS-SUB)
034200             GO TO 2100-MERGE-ONE-CARD-PRINT
034300     END-REWRITE
034400
034500     SET MG-ACTION-MERGED (WS-SUB) TO TRUE
034600     ADD 1 TO WS-MERGED-COUNT
034700     MOVE "MERGED" TO MG-NOTE (WS-SUB)
034800     IF VM-AUTH-FLAG OF WS-KEEP-RECORD
034900         NOT = VM-AUTH-FLAG OF WS-RETIRE-RECORD
035000         MOVE "MERGED - STANDING AUTH DIFFERED, CHECK KEEP"
035100             TO MG-NOTE (WS-SUB)
035200     END-IF.
035300
035400 2100-MERGE-ONE-CARD-PRINT.
035410     MOVE SPACES TO WS-CLR-NOTE
035420     IF MG-ACTION-RENUMBERS (WS-SUB)
035430         PERFORM 2300-MERGE-CLEARANCES
035440             THRU 2300-MERGE-CLEARANCES-EXIT
035450     END-IF
035500     IF MG-ACTION-REJECTED (WS-SUB)
035600         ADD 1 TO WS-REJECT-COUNT
035700     END-IF
035800     MOVE SPACES TO REPORT-LINE
035900     STRING MG-KEEP-NO (WS-SUB) " " MG-RETIRE-NO (WS-SUB)
036000         "  " MG-NOTE (WS-SUB)
036100         DELIMITED BY SIZE INTO REPORT-LINE
036200     WRITE REPORT-LINE
036300     IF MG-ACTION-MERGED (WS-SUB)
036400         MOVE VM-VISIT-COUNT OF WS-KEEP-RECORD TO WS-VISITS-ED
036500         MOVE VM-LAST-VISIT-DATE OF WS-KEEP-RECORD TO WS-DATE-ED
036600         MOVE SPACES TO REPORT-LINE
036700         STRING "             " VM-NAME OF WS-KEEP-RECORD
036800             " VISITS " WS-VISITS-ED " LAST " WS-DATE-ED
036900             DELIMITED BY SIZE INTO REPORT-LINE
037000         WRITE REPORT-LINE
037020     END-IF
037040     IF WS-CLR-NOTE NOT = SPACES
037060         MOVE SPACES TO REPORT-LINE
037080         STRING "             " WS-CLR-NOTE
037100             DELIMITED BY SIZE INTO REPORT-LINE
037120         WRITE REPORT-LINE
037140     END-IF.
037200
037300 2100-MERGE-ONE-CARD-EXIT.
037400     EXIT.
037410
037420*----------------------------------------------------------------
037430* 2150-CHECK-CHAIN -- COMPARE THE CARD IN WS-SUB WITH ONE EARLIER
037440*                     CARD TAKEN THIS RUN.  A CHAINED PAIR MUST
037450*                     BE PUT ON ONE CARD AGAINST THE FINAL KEPT
037460*                     NUMBER.
037470*----------------------------------------------------------------
037480 2150-CHECK-CHAIN.
037490     IF MG-ACTION-REJECTED (WS-SUB2)
037500         GO TO 2150-CHECK-CHAIN-EXIT
037510     END-IF
037520     IF MG-KEEP-NO (WS-SUB) = MG-RETIRE-NO (WS-SUB2)
037530         MOVE "KEEP NUMBER RETIRED BY AN EARLIER CARD"
037540             TO MG-NOTE (WS-SUB)
037550         SET WS-CARD-CHAINS TO TRUE
037560         GO TO 2150-CHECK-CHAIN-EXIT
037570     END-IF
037580     IF MG-RETIRE-NO (WS-SUB) = MG-KEEP-NO (WS-SUB2)
037590         MOVE "RETIRE NUMBER KEPT BY AN EARLIER CARD"
037600             TO MG-NOTE (WS-SUB)
037610         SET WS-CARD-CHAINS TO TRUE
037620     END-IF.
037630
037640 2150-CHECK-CHAIN-EXIT.
037655     EXIT.
037670
037685*----------------------------------------------------------------
037700* 2200-COMBINE-HISTORY -- ADD THE VISIT COUNTS AND TAKE THE LATER
037800*                         LAST-VISIT DATE INTO THE KEPT ENTRY.
037900*                         FIELDS STILL SPACES FROM BEFORE THE
038000*                         POSTING EXISTED COUNT AS ZERO.
038100*----------------------------------------------------------------
038200 2200-COMBINE-HISTORY.
038300     MOVE ZERO TO WS-KEEP-VISITS
038400     IF VM-VISIT-COUNT OF WS-KEEP-RECORD NUMERIC
038500         MOVE VM-VISIT-COUNT OF WS-KEEP-RECORD TO WS-KEEP-VISITS
038600     END-IF
038700     MOVE ZERO TO WS-RETIRE-VISITS
038800     IF VM-VISIT-COUNT OF WS-RETIRE-RECORD NUMERIC
038900         MOVE VM-VISIT-COUNT OF WS-RETIRE-RECORD
039000             TO WS-RETIRE-VISITS
039100     END-IF
039200     MOVE ZERO TO WS-KEEP-LAST
039300     IF VM-LAST-VISIT-DATE OF WS-KEEP-RECORD NUMERIC
039400         MOVE VM-LAST-VISIT-DATE OF WS-KEEP-RECORD TO WS-KEEP-LAST
039500     END-IF
039600     MOVE ZERO TO WS-RETIRE-LAST
039700     IF VM-LAST-VISIT-DATE OF WS-RETIRE-RECORD NUMERIC
039800         MOVE VM-LAST-VISIT-DATE OF WS-RETIRE-RECORD
039900             TO WS-RETIRE-LAST
040000     END-IF
040100
040200     ADD WS-RETIRE-VISITS TO WS-KEEP-VISITS
040300         ON SIZE ERROR
040400             MOVE 99999 TO WS-KEEP-VISITS
040500     END-ADD
040600     MOVE WS-KEEP-VISITS TO VM-VISIT-COUNT OF WS-KEEP-RECORD
040700     IF WS-RETIRE-LAST > WS-KEEP-LAST
040800         MOVE WS-RETIRE-LAST TO WS-KEEP-LAST
040900     END-IF
041000     MOVE WS-KEEP-LAST TO VM-LAST-VISIT-DATE OF WS-KEEP-RECORD
041100     IF VM-MERGED-INTO OF WS-KEEP-RECORD NOT NUMERIC
041200         MOVE ZEROES TO VM-MERGED-INTO OF WS-KEEP-RECORD
041300     END-IF.
041400
041500 2200-COMBINE-HISTORY-EXIT.
041600     EXIT.
041700
041710*----------------------------------------------------------------
041720* 2300-MERGE-CLEARANCES -- MOVE THE RETIRED NUMBER'S CLEARANCES
041730*                          ONTO THE KEPT NUMBER.  A TYPE ONLY
041740*                          THE RETIRED RECORD HOLDS IS ADDED; FOR
041750*                          A TYPE BOTH HOLD THE LATER EXPIRY IS
041760*                          KEPT, AND THE DESK REFUSES IF EITHER
041770*                          SAID SO.  THE RETIRED RECORD IS THEN
041780*                          DELETED.  NOTHING MOVES IF THE TWO
041790*                          WOULD NEED MORE THAN SIX SLOTS.  NO
041800*                          RETIRED RECORD IS NOTHING TO DO.
041810*----------------------------------------------------------------
041820 2300-MERGE-CLEARANCES.
041830     IF NOT WS-CLR-FILE-OPEN
041840         GO TO 2300-MERGE-CLEARANCES-EXIT
041850     END-IF
041860     MOVE MG-RETIRE-NO (WS-SUB) TO CL-VISITOR-NO OF CLR-RECORD
041870     READ CLRMAST-FILE
041880         INVALID KEY
041890             GO TO 2300-MERGE-CLEARANCES-EXIT
041900     END-READ
041910     MOVE CLR-RECORD TO WS-RETIRE-CLR
041920     IF CL-ENTRY-COUNT OF WS-RETIRE-CLR NOT NUMERIC
041930         OR CL-ENTRY-COUNT OF WS-RETIRE-CLR > 6
041940         MOVE ZERO TO CL-ENTRY-COUNT OF WS-RETIRE-CLR
041950     END-IF
041960
041970     MOVE SPACES TO WS-KEEP-CLR
041980     MOVE MG-KEEP-NO (WS-SUB) TO CL-VISITOR-NO OF WS-KEEP-CLR
041990     MOVE ZERO TO CL-ENTRY-COUNT OF WS-KEEP-CLR
042000     SET WS-KEEP-CLR-ON-FILE TO TRUE
042010     MOVE MG-KEEP-NO (WS-SUB) TO CL-VISITOR-NO OF CLR-RECORD
042020     READ CLRMAST-FILE
042030         INVALID KEY
042040             MOVE "N" TO WS-KEEP-CLR-SW
042050     END-READ
042060     IF WS-KEEP-CLR-ON-FILE
042070         MOVE CLR-RECORD TO WS-KEEP-CLR
042080         IF CL-ENTRY-COUNT OF WS-KEEP-CLR NOT NUMERIC
042090             OR CL-ENTRY-COUNT OF WS-KEEP-CLR > 6
042100             MOVE ZERO TO CL-ENTRY-COUNT OF WS-KEEP-CLR
042110         END-IF
042120     END-IF
042130     MOVE WS-KEEP-CLR TO WS-BEFORE-CLR
042140
042150     MOVE ZERO TO WS-CLR-ADDS
042160     PERFORM 2350-COUNT-NEW-TYPE THRU 2350-COUNT-NEW-TYPE-EXIT
042170         VARYING WS-CLR-SUB FROM 1 BY 1
042180         UNTIL WS-CLR-SUB > CL-ENTRY-COUNT OF WS-RETIRE-CLR
042190     IF CL-ENTRY-COUNT OF WS-KEEP-CLR + WS-CLR-ADDS > 6
042200         MOVE "CLEARANCES NOT MOVED - OVER SIX TYPES"
042210             TO WS-CLR-NOTE
042220         IF RETURN-CODE < 4
042230             MOVE 4 TO RETURN-CODE
042240         END-IF
042250         GO TO 2300-MERGE-CLEARANCES-EXIT
042260     END-IF
042270     PERFORM 2360-MERGE-ONE-TYPE THRU 2360-MERGE-ONE-TYPE-EXIT
042280         VARYING WS-CLR-SUB FROM 1 BY 1
042290         UNTIL WS-CLR-SUB > CL-ENTRY-COUNT OF WS-RETIRE-CLR
042300
042310     IF WS-KEEP-CLR-ON-FILE
042320         AND WS-KEEP-CLR = WS-BEFORE-CLR
042330         GO TO 2300-MERGE-CLEARANCES-DROP
042340     END-IF
042350     MOVE WS-TODAY TO CL-LAST-CHANGED OF WS-KEEP-CLR
042360     MOVE "VMMERGE" TO CL-CHANGED-BY OF WS-KEEP-CLR
042370     MOVE SPACES TO WS-JOURNAL-RECORD
042380     MOVE WS-KEEP-CLR TO CLR-RECORD
042390     IF WS-KEEP-CLR-ON-FILE
042400         REWRITE CLR-RECORD
042410             INVALID KEY
042420                 MOVE "CLEARANCES NOT MOVED - REWRITE FAILED"
042430                     TO WS-CLR-NOTE
042440                 MOVE 8 TO RETURN-CODE
042450                 GO TO 2300-MERGE-CLEARANCES-EXIT
042460         END-REWRITE
042470         SET JR-ACTION-IS-CHANGE OF WS-JOURNAL-RECORD TO TRUE
042480         MOVE WS-BEFORE-CLR
042490             TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
042500     ELSE
042510         WRITE CLR-RECORD
042520             INVALID KEY
042530                 MOVE "CLEARANCES NOT MOVED - WRITE FAILED"
042540                     TO WS-CLR-NOTE
042550                 MOVE 8 TO RETURN-CODE
042560                 GO TO 2300-MERGE-CLEARANCES-EXIT
042570         END-WRITE
042580         SET JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD TO TRUE
042590     END-IF
042600     MOVE WS-KEEP-CLR TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
042610     MOVE CL-VISITOR-NO OF WS-KEEP-CLR
042620         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
042630     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
042640
042650 2300-MERGE-CLEARANCES-DROP.
042660     MOVE MG-RETIRE-NO (WS-SUB) TO CL-VISITOR-NO OF CLR-RECORD
042670     DELETE CLRMAST-FILE RECORD
042680         INVALID KEY
042690             MOVE "CLEARANCES COPIED, RETIRED RECORD NOT DELETED"
042700                 TO WS-CLR-NOTE
042710             MOVE 8 TO RETURN-CODE
042720             GO TO 2300-MERGE-CLEARANCES-EXIT
042730     END-DELETE
042740     MOVE SPACES TO WS-JOURNAL-RECORD
042750     SET JR-ACTION-IS-RETIRE OF WS-JOURNAL-RECORD TO TRUE
042760     MOVE WS-RETIRE-CLR TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
042770     MOVE CL-VISITOR-NO OF WS-RETIRE-CLR
042780         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
042790     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT
042800     ADD 1 TO WS-CLR-MOVED
042810     STRING "CLEARANCES MOVED FROM " MG-RETIRE-NO (WS-SUB)
042820         DELIMITED BY SIZE INTO WS-CLR-NOTE.
042830
042840 2300-MERGE-CLEARANCES-EXIT.
042850     EXIT.
042860
042870 2350-COUNT-NEW-TYPE.
042880     PERFORM 2370-FIND-KEEP-TYPE THRU 2370-FIND-KEEP-TYPE-EXIT
042890     IF WS-CLR-HIT = 0
042900         ADD 1 TO WS-CLR-ADDS
042910     END-IF.
042920
042930 2350-COUNT-NEW-TYPE-EXIT.
042940     EXIT.
042950
042960 2360-MERGE-ONE-TYPE.
042970     PERFORM 2370-FIND-KEEP-TYPE THRU 2370-FIND-KEEP-TYPE-EXIT
042980     IF WS-CLR-HIT = 0
042990         ADD 1 TO CL-ENTRY-COUNT OF WS-KEEP-CLR
043000         MOVE CL-ENTRY-COUNT OF WS-KEEP-CLR TO WS-CLR-HIT
043010         MOVE CL-ENTRY OF WS-RETIRE-CLR (WS-CLR-SUB)
043020             TO CL-ENTRY OF WS-KEEP-CLR (WS-CLR-HIT)
043030         GO TO 2360-MERGE-ONE-TYPE-EXIT
043040     END-IF
043050     IF CL-EXPIRY-DATE OF WS-RETIRE-CLR (WS-CLR-SUB)
043060         > CL-EXPIRY-DATE OF WS-KEEP-CLR (WS-CLR-HIT)
043070         MOVE CL-EXPIRY-DATE OF WS-RETIRE-CLR (WS-CLR-SUB)
043080             TO CL-EXPIRY-DATE OF WS-KEEP-CLR (WS-CLR-HIT)
043090     END-IF
043100     IF CL-IS-REQUIRED OF WS-RETIRE-CLR (WS-CLR-SUB)
043110         SET CL-IS-REQUIRED OF WS-KEEP-CLR (WS-CLR-HIT) TO TRUE
043120     END-IF.
043130
043140 2360-MERGE-ONE-TYPE-EXIT.
043150     EXIT.
043160
043170 2370-FIND-KEEP-TYPE.
043180     MOVE ZERO TO WS-CLR-HIT
043190     PERFORM 2380-CHECK-KEEP-TYPE THRU 2380-CHECK-KEEP-TYPE-EXIT
043200         VARYING WS-CLR-SUB2 FROM 1 BY 1
043210         UNTIL WS-CLR-SUB2 > CL-ENTRY-COUNT OF WS-KEEP-CLR
043220         OR WS-CLR-HIT NOT = 0.
043230
043240 2370-FIND-KEEP-TYPE-EXIT.
043250     EXIT.
043260
043270 2380-CHECK-KEEP-TYPE.
043280     IF CL-TYPE OF WS-KEEP-CLR (WS-CLR-SUB2)
043290         = CL-TYPE OF WS-RETIRE-CLR (WS-CLR-SUB)
043300         MOVE WS-CLR-SUB2 TO WS-CLR-HIT
043310     END-IF.
043320
043330 2380-CHECK-KEEP-TYPE-EXIT.
043340     EXIT.
043400*----------------------------------------------------------------
043500* 3000-RENUMBER-LOG -- REWRITE EVERY LIVE LOG RECORD CARRYING A
043600*                      RETIRED NUMBER.  NO LOG ON THE STEP (THE
043700*                      ARCHIVE-ONLY RERUNS) IS NOT AN ERROR.
043800*----------------------------------------------------------------
043900 3000-RENUMBER-LOG.
044000     OPEN I-O VISITLOG-FILE
044100     IF NOT WS-LOG-FILE-OK
044200         DISPLAY "NO VISITOR LOG ON THIS STEP - NOT RENUMBERED"
044300         GO TO 3000-RENUMBER-LOG-EXIT
044400     END-IF
044500     MOVE "N" TO WS-EOF-SW
044600     PERFORM 3100-RENUMBER-ONE-LOG THRU 3100-RENUMBER-ONE-LOG-EXIT
044700         UNTIL WS-END-OF-FILE
044800     CLOSE VISITLOG-FILE.
044900
045000 3000-RENUMBER-LOG-EXIT.
045100     EXIT.
045200
045300 3100-RENUMBER-ONE-LOG.
045400     READ VISITLOG-FILE
045500         AT END
045600             SET WS-END-OF-FILE TO TRUE
045700             GO TO 3100-RENUMBER-ONE-LOG-EXIT
045800     END-READ
045900     IF VR-VISITOR-NO OF LOG-RECORD NOT NUMERIC
046000         GO TO 3100-RENUMBER-ONE-LOG-EXIT
046100     END-IF
046200     MOVE VR-VISITOR-NO OF LOG-RECORD TO WS-LOG-NO
046300     PERFORM 5000-FIND-RETIRED THRU 5000-FIND-RETIRED-EXIT
046400     IF NOT WS-NUMBER-RETIRED
046500         GO TO 3100-RENUMBER-ONE-LOG-EXIT
046600     END-IF
046700     MOVE MG-KEEP-NO (WS-HIT-SUB) TO VR-VISITOR-NO OF LOG-RECORD
046800     REWRITE LOG-RECORD
046900     IF WS-LOG-FILE-OK
047000         ADD 1 TO WS-LOG-CHANGED
047100     ELSE
047200         DISPLAY "VISITLOG REWRITE FAILED, STATUS "
047300             WS-LOG-FILE-STATUS
047400         MOVE 8 TO RETURN-CODE
047500     END-IF.
047600
047700 3100-RENUMBER-ONE-LOG-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100* 4000-RENUMBER-ARCHIVE -- THE SAME FOR THE ARCHIVE GENERATION
048200*                          ALLOCATED TO THIS STEP, IF ANY
048300*----------------------------------------------------------------
048400 4000-RENUMBER-ARCHIVE.
048500     OPEN I-O ARCHIVE-FILE
048600     IF NOT WS-ARCH-FILE-OK
048700         GO TO 4000-RENUMBER-ARCHIVE-EXIT
048800     END-IF
048900     MOVE "N" TO WS-EOF-SW
049000     PERFORM 4100-RENUMBER-ONE-ARCH
049100         THRU 4100-RENUMBER-ONE-ARCH-EXIT
049200         UNTIL WS-END-OF-FILE
049300     CLOSE ARCHIVE-FILE.
049400
049500 4000-RENUMBER-ARCHIVE-EXIT.
049600     EXIT.
049700
049800 4100-RENUMBER-ONE-ARCH.
049900     READ ARCHIVE-FILE
050000         AT END
050100             SET WS-END-OF-FILE TO TRUE
050200             GO TO 4100-RENUMBER-ONE-ARCH-EXIT
050300     END-READ
050400     IF VR-VISITOR-NO OF ARCHIVE-RECORD NOT NUMERIC
050500         GO TO 4100-RENUMBER-ONE-ARCH-EXIT
050600     END-IF
050700     MOVE VR-VISITOR-NO OF ARCHIVE-RECORD TO WS-LOG-NO
050800     PERFORM 5000-FIND-RETIRED THRU 5000-FIND-RETIRED-EXIT
050900     IF NOT WS-NUMBER-RETIRED
051000         GO TO 4100-RENUMBER-ONE-ARCH-EXIT
051100     END-IF
051200     MOVE MG-KEEP-NO (WS-HIT-SUB)
051300         TO VR-VISITOR-NO OF ARCHIVE-RECORD
051400     REWRITE ARCHIVE-RECORD
051500     IF WS-ARCH-FILE-OK
051600         ADD 1 TO WS-ARCH-CHANGED
051700     ELSE
051800         DISPLAY "ARCHIVE REWRITE FAILED, STATUS "
051900             WS-ARCH-FILE-STATUS
052000         MOVE 8 TO RETURN-CODE
052100     END-IF.
052200
052300 4100-RENUMBER-ONE-ARCH-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------------
052700* 5000-FIND-RETIRED -- IS WS-LOG-NO A NUMBER RETIRED BY THIS
052800*                      RUN'S CARDS?  WS-HIT-SUB POINTS AT THE
052900*                      CARD THAT RETIRED IT.
053000*----------------------------------------------------------------
053100 5000-FIND-RETIRED.
053200     MOVE "N" TO WS-HIT-SW
053300     MOVE ZERO TO WS-HIT-SUB
053400     IF WS-LOG-NO = ZERO
053500         GO TO 5000-FIND-RETIRED-EXIT
053600     END-IF
053700     PERFORM 5100-MATCH-ONE-CARD THRU 5100-MATCH-ONE-CARD-EXIT
053800         VARYING WS-SUB FROM 1 BY 1
053900         UNTIL WS-SUB > WS-CARD-COUNT
054000         OR WS-NUMBER-RETIRED.
054100
054200 5000-FIND-RETIRED-EXIT.
054300     EXIT.
054400
054500 5100-MATCH-ONE-CARD.
054600     IF MG-ACTION-RENUMBERS (WS-SUB)
054700         AND MG-RETIRE-NO (WS-SUB) = WS-LOG-NO
054800         SET WS-NUMBER-RETIRED TO TRUE
054900         MOVE WS-SUB TO WS-HIT-SUB
055000     END-IF.
055100
055200 5100-MATCH-ONE-CARD-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600* 9000-TERMINATE -- THE COUNTS AND THE CLOSE.  RC=4 WHEN ANY CARD
055700*                   WAS REJECTED.
055800*----------------------------------------------------------------
055900 9000-TERMINATE.
056000     MOVE SPACES TO REPORT-LINE
056100     WRITE REPORT-LINE
056200     MOVE WS-MERGED-COUNT TO WS-COUNT-ED
056300     MOVE SPACES TO REPORT-LINE
056400     STRING "MASTERS MERGED          : " WS-COUNT-ED
056500         DELIMITED BY SIZE INTO REPORT-LINE
056600     WRITE REPORT-LINE
056700     MOVE WS-RELOG-COUNT TO WS-COUNT-ED
056800     MOVE SPACES TO REPORT-LINE
056900     STRING "ALREADY MERGED, LOGS ONLY: " WS-COUNT-ED
057000         DELIMITED BY SIZE INTO REPORT-LINE
057100     WRITE REPORT-LINE
057200     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
057300     MOVE SPACES TO REPORT-LINE
057400     STRING "CARDS REJECTED          : " WS-COUNT-ED
057500         DELIMITED BY SIZE INTO REPORT-LINE
057600     WRITE REPORT-LINE
057700     MOVE WS-LOG-CHANGED TO WS-BIG-COUNT-ED
057800     MOVE SPACES TO REPORT-LINE
057900     STRING "VISITLOG RECORDS RENUMBERED: " WS-BIG-COUNT-ED
058000         DELIMITED BY SIZE INTO REPORT-LINE
058100     WRITE REPORT-LINE
058200     MOVE WS-ARCH-CHANGED TO WS-BIG-COUNT-ED
058300     MOVE SPACES TO REPORT-LINE
058400     STRING "ARCHIVE RECORDS RENUMBERED : " WS-BIG-COUNT-ED
058500         DELIMITED BY SIZE INTO REPORT-LINE
058600     WRITE REPORT-LINE
058700     MOVE WS-CLR-MOVED TO WS-COUNT-ED
058800     MOVE SPACES TO REPORT-LINE
058900     STRING "CLEARANCES MERGED       : " WS-COUNT-ED
059000         DELIMITED BY SIZE INTO REPORT-LINE
059100     WRITE REPORT-LINE
059200     CLOSE REPORT-FILE
059300     IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
059400         MOVE 4 TO RETURN-CODE
059500     END-IF
059600     MOVE WS-MERGED-COUNT TO WS-COUNT-ED
059700     DISPLAY WS-COUNT-ED " VISITOR MASTER(S) MERGED".
059800
059900 9000-TERMINATE-EXIT.
060000     EXIT.
060050
060100*----------------------------------------------------------------
060200* 8500-WRITE-JOURNAL -- STAMP AND APPEND THE CLEARANCE CHANGE IN
060300*                       WS-JOURNAL-RECORD (ACTION, KEY AND IMAGES
060400*                       ALREADY SET).  THE JOURNAL IS OPENED AND
060500*                       CLOSED AROUND EACH RECORD AS IN CLRMAINT.
060600*                       A JOURNAL THAT CANNOT BE WRITTEN DOES NOT
060700*                       UNDO THE MERGE.
060800*----------------------------------------------------------------
060900 8500-WRITE-JOURNAL.
061000     ACCEPT JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
061100         FROM DATE YYYYMMDD
061200     ACCEPT JR-JOURNAL-TIME OF WS-JOURNAL-RECORD FROM TIME
061300     MOVE "VMMERGE" TO JR-OPERATOR-ID OF WS-JOURNAL-RECORD
061400     MOVE "BTCH" TO JR-DESK-ID OF WS-JOURNAL-RECORD
061500     MOVE "VMMERGE" TO JR-PROGRAM-ID OF WS-JOURNAL-RECORD
061600     SET JR-FILE-IS-CLRMAST OF WS-JOURNAL-RECORD TO TRUE
061700     MOVE "N" TO JR-SECURITY-SW OF WS-JOURNAL-RECORD
061800
061900     OPEN EXTEND JOURNAL-FILE
062000     IF WS-JRNL-FILE-NOT-FOUND
062100         OPEN OUTPUT JOURNAL-FILE
062200     END-IF
062300     IF NOT WS-JRNL-FILE-OK
062400         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
062500         GO TO 8500-WRITE-JOURNAL-EXIT
062600     END-IF
062700     WRITE JOURNAL-OUT FROM WS-JOURNAL-RECORD
062800     IF NOT WS-JRNL-FILE-OK
062900         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
063000     END-IF
063100     CLOSE JOURNAL-FILE.
063200
063300 8500-WRITE-JOURNAL-EXIT.
063400     EXIT.
