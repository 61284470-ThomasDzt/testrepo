000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOSTBILL.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  MONTH-END LOST-BADGE
001100*                CHARGE-BACK.  EVERY LOANER BADGE BDGMAINT HAS
001200*                RETIRED AS LOST AND NOT YET CHARGED IS TRACED
001300*                FROM ITS LAST HOLDER (BG-NAME AND BG-VISIT-DATE)
001400*                TO THE ARRIVAL ON VISITLOG OR THE ARCHIVES, AND
001500*                FROM THAT ARRIVAL'S VR-VISITOR-NO TO VM-COMPANY
001600*                ON THE VISITOR MASTER.  ONE CHRGREC RECORD PER
001700*                BADGE IS APPENDED TO CHARGES FOR ACCOUNTS
001800*                RECEIVABLE AT THE REPLACEMENT FEE ON THE
001900*                FEECARD CARD, THE BADGE IS MARKED CHARGED, AND
002000*                AN INVOICE LISTING IS PRINTED BY COMPANY WITH
002100*                WALK-INS (NO COMPANY ON FILE) IN A SECTION OF
002200*                THEIR OWN.
002210* 2026-10-15 TD  A LOST BADGE WITH NO HOLDER NAME ON FILE CANNOT
002220*                BE TRACED TO ANYONE AND IS NO LONGER BILLED AS A
002230*                WALK-IN; IT IS LISTED UNDER "NOT CHARGEABLE - NO
002240*                HOLDER" AND LEFT UNMARKED FOR RECEPTION TO SORT
002250*                OUT.  A FAILED WRITE TO CHARGES NOW SETS RC=8 AND
002260*                THE BADGE IS NEITHER TOTALLED, LISTED NOR MARKED
002270*                CHARGED, SO THE NEXT RUN PICKS IT UP AGAIN.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FEECARD-FILE ASSIGN TO "FEECARD"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CARD-STATUS.
003100
003200     SELECT BADGE-FILE ASSIGN TO "BADGEINV"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS BG-BADGE-NO OF BADGE-RECORD
003600         FILE STATUS IS WS-BADGE-FILE-STATUS.
003700
003800     SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LOG-FILE-STATUS.
004100
004200     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ARCH-FILE-STATUS.
004500
004600     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
005000         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-MAST-FILE-STATUS.
005300
005400     SELECT CHARGE-FILE ASSIGN TO "CHARGES"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CHRG-FILE-STATUS.
005700
005800     SELECT REPORT-FILE ASSIGN TO "LOSTRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------------
006500* FEECARD-FILE -- ONE CARD: THE REPLACEMENT FEE PER LOST BADGE,
006600*                 SEVEN DIGITS WITH TWO IMPLIED DECIMALS
006700*                 (0002500 = 25.00)
006800*----------------------------------------------------------------
006900 FD  FEECARD-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  FEECARD-RECORD.
007200     05  FE-FEE-X PIC X(07).
007300     05  FE-FEE-N REDEFINES FE-FEE-X PIC 9(05)V99.
007400     05  FILLER PIC X(73).
007500
007600*----------------------------------------------------------------
007700* BADGE-FILE -- LOANER BADGE INVENTORY, KEYED BY BADGE NUMBER
007800*----------------------------------------------------------------
007900 FD  BADGE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY BDGREC REPLACING BADGE-INVENTORY-RECORD
008200         BY BADGE-RECORD.
008300
008400*----------------------------------------------------------------
008500* VISITLOG-FILE -- THE LIVE LOG
008600*----------------------------------------------------------------
008700 FD  VISITLOG-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY NAMEREC REPLACING VISITOR-RECORD BY LOG-RECORD.
009000
009100*----------------------------------------------------------------
009200* ARCHIVE-FILE -- THE DATED ARCHIVES CUT BY VLARCH, CONCATENATED
009300*----------------------------------------------------------------
009400 FD  ARCHIVE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY NAMEREC REPLACING VISITOR-RECORD BY ARCHIVE-RECORD.
009700
009800*----------------------------------------------------------------
009900* VISMAST-FILE -- VISITOR MASTER, KEYED BY VISITOR NUMBER
010000*----------------------------------------------------------------
010100 FD  VISMAST-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
010400         BY MASTER-RECORD.
010500
010600*----------------------------------------------------------------
010700* CHARGE-FILE -- ONE RECORD PER BADGE CHARGED, FOR RECEIVABLES
010800*----------------------------------------------------------------
010900 FD  CHARGE-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CHRGREC REPLACING CHARGE-RECORD BY CHRG-RECORD.
011200
011300*----------------------------------------------------------------
011400* REPORT-FILE -- THE INVOICE LISTING
011500*----------------------------------------------------------------
011600 FD  REPORT-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  REPORT-LINE PIC X(80).
011900
012000 WORKING-STORAGE SECTION.
012100 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
012200
012300 77  WS-CARD-STATUS PIC X(02) VALUE SPACES.
012400     88  WS-CARD-OK VALUE "00".
012500     88  WS-CARD-NOT-FOUND VALUE "35".
012600
012700 77  WS-BADGE-FILE-STATUS PIC X(02) VALUE SPACES.
012800     88  WS-BADGE-FILE-OK VALUES "00" "04".
012900     88  WS-BADGE-FILE-NOT-FOUND VALUE "35".
013000
013100 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
013200     88  WS-LOG-FILE-OK VALUES "00" "04".
013300     88  WS-LOG-FILE-NOT-FOUND VALUE "35".
013400
013500 77  WS-ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
013600     88  WS-ARCH-FILE-OK VALUES "00" "04".
013700     88  WS-ARCH-FILE-NOT-FOUND VALUE "35".
013800
013900 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
014000     88  WS-MAST-FILE-OK VALUES "00" "04".
014100     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
014200
014300 77  WS-CHRG-FILE-STATUS PIC X(02) VALUE SPACES.
014400     88  WS-CHRG-FILE-OK VALUES "00" "04".
014500     88  WS-CHRG-FILE-NOT-FOUND VALUE "35".
014600
014700 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
014800     88  WS-REPORT-OK VALUE "00".
014900
015000 77  WS-EOF-SW PIC X(01) VALUE "N".
015100     88  WS-END-OF-FILE VALUE "Y".
015200
015300 77  WS-MAST-OPEN-SW PIC X(01) VALUE "N".
015400     88  WS-MASTER-IS-OPEN VALUE "Y".
015500
015600 77  WS-TABLE-SW PIC X(01) VALUE "N".
015700     88  WS-TABLE-IS-FULL VALUE "Y".
015800
015900 77  WS-TODAY PIC 9(08) VALUE ZERO.
016000 77  WS-FEE PIC 9(05)V99 VALUE ZERO.
016100 77  WS-LOST-COUNT PIC 9(04) COMP VALUE ZERO.
016200 77  WS-COMPANY-COUNT PIC 9(04) COMP VALUE ZERO.
016300 77  WS-WALKIN-COUNT PIC 9(04) COMP VALUE ZERO.
016320 77  WS-CHARGED-COUNT PIC 9(04) COMP VALUE ZERO.
016340 77  WS-FAILED-COUNT PIC 9(04) COMP VALUE ZERO.
016360 77  WS-NOHOLD-COUNT PIC 9(04) COMP VALUE ZERO.
016400 77  WS-SUB PIC 9(04) COMP VALUE ZERO.
016500 77  WS-SUB2 PIC 9(04) COMP VALUE ZERO.
016600 77  WS-CO-BADGES PIC 9(04) COMP VALUE ZERO.
016700 77  WS-CO-TOTAL PIC 9(07)V99 VALUE ZERO.
016800 77  WS-COMPANY-TOTAL PIC 9(07)V99 VALUE ZERO.
016900 77  WS-WALKIN-TOTAL PIC 9(07)V99 VALUE ZERO.
017000 77  WS-GRAND-TOTAL PIC 9(07)V99 VALUE ZERO.
017100 77  WS-PREV-COMPANY PIC X(30) VALUE SPACES.
017200 77  WS-COUNT-ED PIC ZZZ9.
017300 77  WS-VNO-ED PIC ZZZZ9.
017400 77  WS-DATE-ED PIC 9999B99B99.
017500 77  WS-FEE-ED PIC ZZ,ZZ9.99.
017600 77  WS-TOTAL-ED PIC Z,ZZZ,ZZ9.99.
017700 77  WS-TRACE-ED PIC X(09) VALUE SPACES.
017800
017900*----------------------------------------------------------------
018000* ONE ENTRY PER LOST BADGE TO BE CHARGED THIS RUN.  THE VISITOR
018100* NUMBER IS FILLED IN FROM THE LOG, THE COMPANY FROM THE MASTER;
018200* A BLANK COMPANY AT PRINT TIME MEANS A WALK-IN.
018300*----------------------------------------------------------------
018400 01  WS-LOST-TABLE.
018500     05  WS-LOST-ENTRY OCCURS 300.
018600         10  LB-COMPANY PIC X(30).
018700         10  LB-BADGE-NO PIC X(08).
018800         10  LB-NAME PIC X(30).
018900         10  LB-VISIT-DATE PIC 9(08).
019000         10  LB-RETIRE-DATE PIC 9(08).
019100         10  LB-VISITOR-NO PIC 9(05).
019130         10  LB-WRITE-SW PIC X(01).
019160             88  LB-CHARGE-FAILED VALUE "F".
019200
019300*----------------------------------------------------------------
019400* SWAP AREA FOR THE COMPANY SORT -- SAME SHAPE AS ONE ENTRY
019500*----------------------------------------------------------------
019600 01  WS-LOST-SWAP.
019700     05  SW-COMPANY PIC X(30).
019800     05  SW-BADGE-NO PIC X(08).
019900     05  SW-NAME PIC X(30).
020000     05  SW-VISIT-DATE PIC 9(08).
020100     05  SW-RETIRE-DATE PIC 9(08).
020200     05  SW-VISITOR-NO PIC 9(05).
020250     05  SW-WRITE-SW PIC X(01).
020300
020310*----------------------------------------------------------------
020320* LOST BADGES WITH NO HOLDER NAME -- NOT CHARGED, LISTED ONLY
020330*----------------------------------------------------------------
020340 01  WS-NOHOLD-TABLE.
020350     05  WS-NOHOLD-ENTRY OCCURS 300.
020360         10  NH-BADGE-NO PIC X(08).
020370         10  NH-RETIRE-DATE PIC 9(08).
020380
020400 PROCEDURE DIVISION.
020500*----------------------------------------------------------------
020600 0000-MAINLINE.
020700*----------------------------------------------------------------
020800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021000     PERFORM 2000-LOAD-LOST THRU 2000-LOAD-LOST-EXIT
021100     IF WS-LOST-COUNT > 0
021200         PERFORM 3000-TRACE-HOLDERS THRU 3000-TRACE-HOLDERS-EXIT
021300         PERFORM 4000-FIND-COMPANIES THRU 4000-FIND-COMPANIES-EXIT
021400         PERFORM 5000-SORT-LOST THRU 5000-SORT-LOST-EXIT
021500         PERFORM 6000-WRITE-CHARGES THRU 6000-WRITE-CHARGES-EXIT
021600         PERFORM 7000-PRINT-INVOICES THRU 7000-PRINT-INVOICES-EXIT
021700     END-IF
021720     IF WS-NOHOLD-COUNT > 0
021740         PERFORM 7500-PRINT-NO-HOLDER
021760             THRU 7500-PRINT-NO-HOLDER-EXIT
021780     END-IF
021800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
021900     STOP RUN.
022000
022100*----------------------------------------------------------------
022200* 1000-INITIALIZE -- READ THE FEE CARD, OPEN THE INVENTORY AND
022300*                    THE REPORT.  A MISSING, EMPTY OR
022400*                    NON-NUMERIC CARD STOPS THE RUN -- NOTHING
022500*                    IS BILLED AT A GUESSED PRICE.
022600*----------------------------------------------------------------
022700 1000-INITIALIZE.
022800     OPEN INPUT FEECARD-FILE
022900     IF NOT WS-CARD-OK
023000         DISPLAY "FEECARD CONTROL CARD MISSING - RUN ABORTED"
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     READ FEECARD-FILE
023500         AT END
023600             DISPLAY "FEECARD IS EMPTY - RUN ABORTED"
023700             MOVE 16 TO RETURN-CODE
023800             CLOSE FEECARD-FILE
023900             STOP RUN
024000     END-READ
024100     CLOSE FEECARD-FILE
024200     IF FE-FEE-X NOT NUMERIC
024300         DISPLAY "FEECARD FEE NOT NUMERIC - RUN ABORTED"
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF
024700     MOVE FE-FEE-N TO WS-FEE
024800     IF WS-FEE = ZERO
024900         DISPLAY "FEECARD FEE IS ZERO - RUN ABORTED"
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF
025300
025400     OPEN I-O BADGE-FILE
025500     IF NOT WS-BADGE-FILE-OK
025600         DISPLAY "BADGE INVENTORY COULD NOT BE OPENED - ABORTED"
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF
026000
026100     OPEN OUTPUT REPORT-FILE
026200     IF NOT WS-REPORT-OK
026300         DISPLAY "INVOICE LISTING COULD NOT BE OPENED - ABORTED"
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF
026700     MOVE WS-TODAY TO WS-DATE-ED
026800     MOVE SPACES TO REPORT-LINE
026900     STRING "LOST BADGE CHARGE-BACK - " WS-DATE-ED
027000         DELIMITED BY SIZE INTO REPORT-LINE
027100     WRITE REPORT-LINE
027200     MOVE WS-FEE TO WS-FEE-ED
027300     MOVE SPACES TO REPORT-LINE
027400     STRING "REPLACEMENT FEE PER BADGE: " WS-FEE-ED
027500         DELIMITED BY SIZE INTO REPORT-LINE
027600     WRITE REPORT-LINE
027700     MOVE SPACES TO REPORT-LINE
027800     WRITE REPORT-LINE.
027900
028000 1000-INITIALIZE-EXIT.
028100     EXIT.
028200
028300*----------------------------------------------------------------
028400* 2000-LOAD-LOST -- ONE PASS OVER THE INVENTORY PICKING UP EVERY
028500*                   BADGE RETIRED AS LOST AND NOT YET CHARGED
028600*----------------------------------------------------------------
028700 2000-LOAD-LOST.
028800     MOVE "N" TO WS-EOF-SW
028900     MOVE LOW-VALUES TO BG-BADGE-NO OF BADGE-RECORD
029000     START BADGE-FILE
029100         KEY IS NOT LESS THAN BG-BADGE-NO OF BADGE-RECORD
029200         INVALID KEY
029300             SET WS-END-OF-FILE TO TRUE
029400     END-START
029500     PERFORM 2100-LOAD-ONE-BADGE THRU 2100-LOAD-ONE-BADGE-EXIT
029600         UNTIL WS-END-OF-FILE
029700     IF WS-LOST-COUNT = 0
029800         MOVE "NO LOST BADGES TO CHARGE THIS RUN" TO REPORT-LINE
029900         WRITE REPORT-LINE
030000     END-IF.
030100
030200 2000-LOAD-LOST-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------------
030600* 2100-LOAD-ONE-BADGE -- READ THE NEXT BADGE AND TABLE IT IF IT
030700*                        IS DUE A CHARGE.  A FULL TABLE LEAVES
030800*                        THE REST UNCHARGED FOR THE NEXT RUN.  A
030830*                        BADGE WITH NO HOLDER NAME GOES TO THE
030860*                        NOT-CHARGEABLE LIST INSTEAD.
030900*----------------------------------------------------------------
031000 2100-LOAD-ONE-BADGE.
031100     READ BADGE-FILE NEXT RECORD
031200         AT END
031300             SET WS-END-OF-FILE TO TRUE
031400             GO TO 2100-LOAD-ONE-BADGE-EXIT
031500     END-READ
031600     IF NOT BG-STATUS-IS-RETIRED OF BADGE-RECORD
031700         OR NOT BG-RETIRED-LOST OF BADGE-RECORD
031800         OR BG-CHARGE-IS-RAISED OF BADGE-RECORD
031900         GO TO 2100-LOAD-ONE-BADGE-EXIT
032000     END-IF
032010     IF BG-NAME OF BADGE-RECORD = SPACES
032020         PERFORM 2200-TABLE-NO-HOLDER
032030             THRU 2200-TABLE-NO-HOLDER-EXIT
032040         GO TO 2100-LOAD-ONE-BADGE-EXIT
032050     END-IF
032100     IF WS-LOST-COUNT NOT < 300
032200         IF NOT WS-TABLE-IS-FULL
032300             DISPLAY "WARNING - MORE THAN 300 LOST BADGES - "
032400                 "THE REST ARE LEFT FOR THE NEXT RUN"
032500             MOVE 4 TO RETURN-CODE
032600             SET WS-TABLE-IS-FULL TO TRUE
032700         END-IF
032800         GO TO 2100-LOAD-ONE-BADGE-EXIT
032900     END-IF
033000
033100     ADD 1 TO WS-LOST-COUNT
033200     MOVE SPACES TO LB-COMPANY (WS-LOST-COUNT)
033300     MOVE BG-BADGE-NO OF BADGE-RECORD
033350         TO LB-BADGE-NO (WS-LOST-COUNT)
033400     MOVE BG-NAME OF BADGE-RECORD TO LB-NAME (WS-LOST-COUNT)
033500     MOVE ZERO TO LB-VISIT-DATE (WS-LOST-COUNT)
033600     IF BG-VISIT-DATE OF BADGE-RECORD NUMERIC
033700         MOVE BG-VISIT-DATE OF BADGE-RECORD
033800             TO LB-VISIT-DATE (WS-LOST-COUNT)
033900     END-IF
034000     MOVE ZERO TO LB-RETIRE-DATE (WS-LOST-COUNT)
034100     IF BG-RETIRE-DATE OF BADGE-RECORD NUMERIC
034200         MOVE BG-RETIRE-DATE OF BADGE-RECORD
034300             TO LB-RETIRE-DATE (WS-LOST-COUNT)
034400     END-IF
034500     MOVE ZERO TO LB-VISITOR-NO (WS-LOST-COUNT)
034550     MOVE SPACE TO LB-WRITE-SW (WS-LOST-COUNT).
034600
034700 2100-LOAD-ONE-BADGE-EXIT.
034800     EXIT.
034900
034905 2200-TABLE-NO-HOLDER.
034910     ADD 1 TO WS-NOHOLD-COUNT
034915     IF WS-NOHOLD-COUNT > 300
034920         GO TO 2200-TABLE-NO-HOLDER-EXIT
034925     END-IF
034930     MOVE BG-BADGE-NO OF BADGE-RECORD
034935         TO NH-BADGE-NO (WS-NOHOLD-COUNT)
034940     MOVE ZERO TO NH-RETIRE-DATE (WS-NOHOLD-COUNT)
034945     IF BG-RETIRE-DATE OF BADGE-RECORD NUMERIC
034950         MOVE BG-RETIRE-DATE OF BADGE-RECORD
034955             TO NH-RETIRE-DATE (WS-NOHOLD-COUNT)
034960     END-IF.
034965
034970 2200-TABLE-NO-HOLDER-EXIT.
034975     EXIT.
034980
035000*----------------------------------------------------------------
035100* 3000-TRACE-HOLDERS -- FIND THE VISITOR NUMBER ON THE ARRIVAL
035200*                       THAT TOOK EACH BADGE: SAME NAME, SAME
035300*                       DATE.  THE LIVE LOG FIRST, THEN ANY
035400*                       ARCHIVES ALLOCATED TO THE RUN.
035500*----------------------------------------------------------------
035600 3000-TRACE-HOLDERS.
035700     OPEN INPUT VISITLOG-FILE
035800     IF WS-LOG-FILE-OK
035900         MOVE "N" TO WS-EOF-SW
036000         PERFORM 8100-READ-LOG THRU 8100-READ-LOG-EXIT
036100         PERFORM 3100-TRACE-ONE-LOG THRU 3100-TRACE-ONE-LOG-EXIT
036200             UNTIL WS-END-OF-FILE
036300         CLOSE VISITLOG-FILE
036400     ELSE
036500         DISPLAY "NO VISITOR LOG - HOLDERS TRACED FROM "
036550             "ARCHIVES ONLY"
036600     END-IF
036700
036800     OPEN INPUT ARCHIVE-FILE
036900     IF WS-ARCH-FILE-OK
037000         MOVE "N" TO WS-EOF-SW
037100         PERFORM 8200-READ-ARCHIVE THRU 8200-READ-ARCHIVE-EXIT
037200         PERFORM 3200-TRACE-ONE-ARCH THRU 3200-TRACE-ONE-ARCH-EXIT
037300             UNTIL WS-END-OF-FILE
037400         CLOSE ARCHIVE-FILE
037500     END-IF.
037600
037700 3000-TRACE-HOLDERS-EXIT.
037800     EXIT.
037900
038000 3100-TRACE-ONE-LOG.
038100     PERFORM 3300-MATCH-RECORD THRU 3300-MATCH-RECORD-EXIT
038200     PERFORM 8100-READ-LOG THRU 8100-READ-LOG-EXIT.
038300
038400 3100-TRACE-ONE-LOG-EXIT.
038500     EXIT.
038600
038700 3200-TRACE-ONE-ARCH.
038800     PERFORM 3300-MATCH-RECORD THRU 3300-MATCH-RECORD-EXIT
038900     PERFORM 8200-READ-ARCHIVE THRU 8200-READ-ARCHIVE-EXIT.
039000
039100 3200-TRACE-ONE-ARCH-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500* 3300-MATCH-RECORD -- ONLY A NUMBERED ARRIVAL CAN TRACE A
039600*                      HOLDER; TRY IT AGAINST EVERY LOST BADGE
039700*----------------------------------------------------------------
039800 3300-MATCH-RECORD.
039900     IF NOT VR-ENTRY-IS-ARRIVAL OF WS-VISITOR-RECORD
040000         OR VR-VISITOR-NO OF WS-VISITOR-RECORD NOT NUMERIC
040100         OR VR-VISITOR-NO OF WS-VISITOR-RECORD = ZERO
040200         GO TO 3300-MATCH-RECORD-EXIT
040300     END-IF
040400     PERFORM 3350-MATCH-ONE-BADGE THRU 3350-MATCH-ONE-BADGE-EXIT
040500         VARYING WS-SUB FROM 1 BY 1
040600         UNTIL WS-SUB > WS-LOST-COUNT.
040700
040800 3300-MATCH-RECORD-EXIT.
040900     EXIT.
041000
041100 3350-MATCH-ONE-BADGE.
041200     IF LB-NAME (WS-SUB) = VR-NAME OF WS-VISITOR-RECORD
041300         AND LB-VISIT-DATE (WS-SUB)
041400             = VR-LOG-DATE OF WS-VISITOR-RECORD
041500         MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
041600             TO LB-VISITOR-NO (WS-SUB)
041700     END-IF.
041800
041900 3350-MATCH-ONE-BADGE-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------------
042300* 4000-FIND-COMPANIES -- LOOK UP EACH TRACED VISITOR NUMBER ON
042400*                        THE MASTER.  WITH NO MASTER EVERY BADGE
042500*                        FALLS INTO THE WALK-IN SECTION.
042600*----------------------------------------------------------------
042700 4000-FIND-COMPANIES.
042800     OPEN INPUT VISMAST-FILE
042900     IF NOT WS-MAST-FILE-OK
043000         DISPLAY "NO VISITOR MASTER - ALL CHARGES LISTED AS "
043050             "WALK-INS"
043100         GO TO 4000-FIND-COMPANIES-EXIT
043200     END-IF
043300     PERFORM 4100-FIND-ONE-COMPANY THRU 4100-FIND-ONE-COMPANY-EXIT
043400         VARYING WS-SUB FROM 1 BY 1
043500         UNTIL WS-SUB > WS-LOST-COUNT
043600     CLOSE VISMAST-FILE.
043700
043800 4000-FIND-COMPANIES-EXIT.
043900     EXIT.
044000
044100 4100-FIND-ONE-COMPANY.
044200     IF LB-VISITOR-NO (WS-SUB) = ZERO
044300         GO TO 4100-FIND-ONE-COMPANY-EXIT
044400     END-IF
044500     MOVE LB-VISITOR-NO (WS-SUB) TO VM-VISITOR-NO OF MASTER-RECORD
044600     READ VISMAST-FILE
044700         INVALID KEY
044800             GO TO 4100-FIND-ONE-COMPANY-EXIT
044900     END-READ
045000     MOVE VM-COMPANY OF MASTER-RECORD TO LB-COMPANY (WS-SUB).
045100
045200 4100-FIND-ONE-COMPANY-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------
045600* 5000-SORT-LOST -- EXCHANGE-SORT THE TABLE INTO COMPANY ORDER,
045700*                   BADGE NUMBER WITHIN COMPANY.  WALK-INS (NO
045800*                   COMPANY) COME OUT AT THE TOP.
045900*----------------------------------------------------------------
046000 5000-SORT-LOST.
046100     IF WS-LOST-COUNT < 2
046200         GO TO 5000-SORT-LOST-EXIT
046300     END-IF
046400     PERFORM 5100-SORT-ONE-PASS THRU 5100-SORT-ONE-PASS-EXIT
046500         VARYING WS-SUB FROM 1 BY 1
046600         UNTIL WS-SUB = WS-LOST-COUNT.
046700
046800 5000-SORT-LOST-EXIT.
046900     EXIT.
047000
047100 5100-SORT-ONE-PASS.
047200     PERFORM 5200-COMPARE-ONE-PAIR
047300         THRU 5200-COMPARE-ONE-PAIR-EXIT
047400         VARYING WS-SUB2 FROM 1 BY 1
047500         UNTIL WS-SUB2 = WS-LOST-COUNT.
047600
047700 5100-SORT-ONE-PASS-EXIT.
047800     EXIT.
047900
048000 5200-COMPARE-ONE-PAIR.
048100     IF LB-COMPANY (WS-SUB2) > LB-COMPANY (WS-SUB2 + 1)
048200         OR (LB-COMPANY (WS-SUB2) = LB-COMPANY (WS-SUB2 + 1)
048300         AND LB-BADGE-NO (WS-SUB2) > LB-BADGE-NO (WS-SUB2 + 1))
048400         MOVE WS-LOST-ENTRY (WS-SUB2) TO WS-LOST-SWAP
048500         MOVE WS-LOST-ENTRY (WS-SUB2 + 1)
048600             TO WS-LOST-ENTRY (WS-SUB2)
048700         MOVE WS-LOST-SWAP TO WS-LOST-ENTRY (WS-SUB2 + 1)
048800     END-IF.
048900
049000 5200-COMPARE-ONE-PAIR-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------------
049400* 6000-WRITE-CHARGES -- APPEND ONE CHARGE PER BADGE AND MARK THE
049500*                       BADGE CHARGED SO NEXT MONTH DOES NOT BILL
049600*                       IT AGAIN.  A CHARGE THAT CANNOT BE WRITTEN
049630*                       IS FLAGGED IN THE TABLE AND LEFT OUT OF
049660*                       THE TOTALS AND THE LISTING.
049700*----------------------------------------------------------------
049800 6000-WRITE-CHARGES.
049900     OPEN EXTEND CHARGE-FILE
050000     IF WS-CHRG-FILE-NOT-FOUND
050100         OPEN OUTPUT CHARGE-FILE
050200     END-IF
050300     IF NOT WS-CHRG-FILE-OK
050400         DISPLAY "CHARGES FILE COULD NOT BE OPENED - ABORTED"
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF
050800     PERFORM 6100-WRITE-ONE-CHARGE THRU 6100-WRITE-ONE-CHARGE-EXIT
050900         VARYING WS-SUB FROM 1 BY 1
051000         UNTIL WS-SUB > WS-LOST-COUNT
051100     CLOSE CHARGE-FILE.
051200
051300 6000-WRITE-CHARGES-EXIT.
051400     EXIT.
051500
051600 6100-WRITE-ONE-CHARGE.
051700     MOVE SPACES TO CHRG-RECORD
051800     MOVE WS-TODAY TO CH-CHARGE-DATE OF CHRG-RECORD
051900     MOVE LB-BADGE-NO (WS-SUB) TO CH-BADGE-NO OF CHRG-RECORD
052000     IF LB-COMPANY (WS-SUB) = SPACES
052100         SET CH-BILL-TO-WALKIN OF CHRG-RECORD TO TRUE
052400     ELSE
052500         SET CH-BILL-TO-COMPANY OF CHRG-RECORD TO TRUE
052800     END-IF
052900     MOVE LB-COMPANY (WS-SUB) TO CH-COMPANY OF CHRG-RECORD
053000     MOVE LB-VISITOR-NO (WS-SUB) TO CH-VISITOR-NO OF CHRG-RECORD
053100     MOVE LB-NAME (WS-SUB) TO CH-NAME OF CHRG-RECORD
053200     MOVE LB-VISIT-DATE (WS-SUB) TO CH-VISIT-DATE OF CHRG-RECORD
053300     MOVE LB-RETIRE-DATE (WS-SUB) TO CH-RETIRE-DATE OF CHRG-RECORD
053400     MOVE WS-FEE TO CH-FEE-AMOUNT OF CHRG-RECORD
053500     WRITE CHRG-RECORD
053505     IF NOT WS-CHRG-FILE-OK
053510         DISPLAY "CHARGES WRITE FAILED, STATUS "
053515             WS-CHRG-FILE-STATUS " - BADGE " LB-BADGE-NO (WS-SUB)
053520             " NOT CHARGED"
053525         MOVE 8 TO RETURN-CODE
053530         SET LB-CHARGE-FAILED (WS-SUB) TO TRUE
053535         ADD 1 TO WS-FAILED-COUNT
053540         GO TO 6100-WRITE-ONE-CHARGE-EXIT
053545     END-IF
053550     IF LB-COMPANY (WS-SUB) = SPACES
053555         ADD 1 TO WS-WALKIN-COUNT
053560         ADD WS-FEE TO WS-WALKIN-TOTAL
053565     ELSE
053570         ADD 1 TO WS-COMPANY-COUNT
053575         ADD WS-FEE TO WS-COMPANY-TOTAL
053580     END-IF
053585     ADD 1 TO WS-CHARGED-COUNT
053600     ADD WS-FEE TO WS-GRAND-TOTAL
053700
053800     MOVE LB-BADGE-NO (WS-SUB) TO BG-BADGE-NO OF BADGE-RECORD
053900     READ BADGE-FILE
054000         INVALID KEY
054100             DISPLAY "BADGE " LB-BADGE-NO (WS-SUB)
054200                 " VANISHED - NOT MARKED CHARGED"
054300             GO TO 6100-WRITE-ONE-CHARGE-EXIT
054400     END-READ
054500     SET BG-CHARGE-IS-RAISED OF BADGE-RECORD TO TRUE
054600     REWRITE BADGE-RECORD
054700         INVALID KEY
054800             DISPLAY "BADGE " LB-BADGE-NO (WS-SUB)
054900                 " NOT MARKED CHARGED - CHECK BEFORE NEXT RUN"
055000     END-REWRITE.
055100
055200 6100-WRITE-ONE-CHARGE-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600* 7000-PRINT-INVOICES -- THE COMPANY SECTION, ONE BLOCK AND
055700*                        SUBTOTAL PER COMPANY, THEN THE WALK-INS
055800*----------------------------------------------------------------
055900 7000-PRINT-INVOICES.
056000     MOVE "CHARGES BY COMPANY:" TO REPORT-LINE
056100     WRITE REPORT-LINE
056200     MOVE SPACES TO WS-PREV-COMPANY
056300     MOVE ZERO TO WS-CO-BADGES
056400     MOVE ZERO TO WS-CO-TOTAL
056500     PERFORM 7100-PRINT-ONE-COMPANY
056550         THRU 7100-PRINT-ONE-COMPANY-EXIT
056600         VARYING WS-SUB FROM 1 BY 1
056700         UNTIL WS-SUB > WS-LOST-COUNT
056800     IF WS-PREV-COMPANY NOT = SPACES
056900         PERFORM 7200-COMPANY-TOTAL THRU 7200-COMPANY-TOTAL-EXIT
057000     END-IF
057100     IF WS-COMPANY-COUNT = 0
057200         MOVE "  (NONE)" TO REPORT-LINE
057300         WRITE REPORT-LINE
057400     END-IF
057500
057600     MOVE SPACES TO REPORT-LINE
057700     WRITE REPORT-LINE
057800     MOVE "WALK-INS - NO COMPANY ON FILE:" TO REPORT-LINE
057900     WRITE REPORT-LINE
058000     PERFORM 7300-PRINT-ONE-WALKIN THRU 7300-PRINT-ONE-WALKIN-EXIT
058100         VARYING WS-SUB FROM 1 BY 1
058200         UNTIL WS-SUB > WS-LOST-COUNT
058300     IF WS-WALKIN-COUNT = 0
058400         MOVE "  (NONE)" TO REPORT-LINE
058500         WRITE REPORT-LINE
058600     END-IF.
058700
058800 7000-PRINT-INVOICES-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------
059200* 7100-PRINT-ONE-COMPANY -- ONE BADGE LINE, WITH A HEADING AND
059300*                           THE PRIOR COMPANY'S SUBTOTAL WHEN
059400*                           THE COMPANY CHANGES
059500*----------------------------------------------------------------
059600 7100-PRINT-ONE-COMPANY.
059700     IF LB-COMPANY (WS-SUB) = SPACES
059750         OR LB-CHARGE-FAILED (WS-SUB)
059800         GO TO 7100-PRINT-ONE-COMPANY-EXIT
059900     END-IF
060000     IF LB-COMPANY (WS-SUB) NOT = WS-PREV-COMPANY
060100         IF WS-PREV-COMPANY NOT = SPACES
060200             PERFORM 7200-COMPANY-TOTAL
060300                 THRU 7200-COMPANY-TOTAL-EXIT
060400         END-IF
060500         MOVE LB-COMPANY (WS-SUB) TO WS-PREV-COMPANY
060600         MOVE SPACES TO REPORT-LINE
060700         WRITE REPORT-LINE
060800         MOVE SPACES TO REPORT-LINE
060900         STRING "  BILL TO: " WS-PREV-COMPANY
061000             DELIMITED BY SIZE INTO REPORT-LINE
061100         WRITE REPORT-LINE
061200     END-IF
061300     ADD 1 TO WS-CO-BADGES
061400     ADD WS-FEE TO WS-CO-TOTAL
061500     MOVE LB-VISITOR-NO (WS-SUB) TO WS-VNO-ED
061600     MOVE WS-VNO-ED TO WS-TRACE-ED
061700     PERFORM 7400-PRINT-BADGE-LINE
061750         THRU 7400-PRINT-BADGE-LINE-EXIT.
061800
061900 7100-PRINT-ONE-COMPANY-EXIT.
062000     EXIT.
062100
062200 7200-COMPANY-TOTAL.
062300     MOVE WS-CO-BADGES TO WS-COUNT-ED
062400     MOVE WS-CO-TOTAL TO WS-TOTAL-ED
062500     MOVE SPACES TO REPORT-LINE
062600     STRING "    " WS-COUNT-ED " BADGE(S)  AMOUNT DUE "
062700         WS-TOTAL-ED
062800         DELIMITED BY SIZE INTO REPORT-LINE
062900     WRITE REPORT-LINE
063000     MOVE ZERO TO WS-CO-BADGES
063100     MOVE ZERO TO WS-CO-TOTAL.
063200
063300 7200-COMPANY-TOTAL-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700* 7300-PRINT-ONE-WALKIN -- ONE WALK-IN LINE.  "NOT TRACED" MEANS
063800*                          NO NUMBERED ARRIVAL MATCHED THE BADGE
063900*                          HOLDER; A NUMBER MEANS THE MASTER HAS
064000*                          NO COMPANY FOR THEM.
064100*----------------------------------------------------------------
064200 7300-PRINT-ONE-WALKIN.
064300     IF LB-COMPANY (WS-SUB) NOT = SPACES
064350         OR LB-CHARGE-FAILED (WS-SUB)
064400         GO TO 7300-PRINT-ONE-WALKIN-EXIT
064500     END-IF
064600     IF LB-VISITOR-NO (WS-SUB) = ZERO
064700         MOVE "NOT TRACED" TO WS-TRACE-ED
064800     ELSE
064900         MOVE LB-VISITOR-NO (WS-SUB) TO WS-VNO-ED
065000         MOVE WS-VNO-ED TO WS-TRACE-ED
065100     END-IF
065200     PERFORM 7400-PRINT-BADGE-LINE
065250         THRU 7400-PRINT-BADGE-LINE-EXIT.
065300
065400 7300-PRINT-ONE-WALKIN-EXIT.
065500     EXIT.
065600
065700 7400-PRINT-BADGE-LINE.
065800     MOVE LB-VISIT-DATE (WS-SUB) TO WS-DATE-ED
065900     MOVE WS-FEE TO WS-FEE-ED
066000     MOVE SPACES TO REPORT-LINE
066100     STRING "    " LB-BADGE-NO (WS-SUB)
066200         " " LB-NAME (WS-SUB)
066300         " " WS-DATE-ED
066400         " " WS-TRACE-ED
066500         " " WS-FEE-ED
066600         DELIMITED BY SIZE INTO REPORT-LINE
066700     WRITE REPORT-LINE.
066800
066900 7400-PRINT-BADGE-LINE-EXIT.
067000     EXIT.
067100
067102*----------------------------------------------------------------
067104* 7500-PRINT-NO-HOLDER -- LOST BADGES NOBODY CAN BE BILLED FOR:
067106*                         NO HOLDER NAME WAS KEPT WHEN THEY WERE
067108*                         RETIRED.  THEY STAY UNMARKED, SO THEY
067110*                         ARE LISTED AGAIN UNTIL BDGMAINT SETS
067112*                         THEM RIGHT.
067114*----------------------------------------------------------------
067116 7500-PRINT-NO-HOLDER.
067118     MOVE SPACES TO REPORT-LINE
067120     WRITE REPORT-LINE
067122     MOVE "NOT CHARGEABLE - NO HOLDER:" TO REPORT-LINE
067124     WRITE REPORT-LINE
067126     PERFORM 7600-PRINT-ONE-NO-HOLDER
067128         THRU 7600-PRINT-ONE-NO-HOLDER-EXIT
067130         VARYING WS-SUB FROM 1 BY 1
067132         UNTIL WS-SUB > WS-NOHOLD-COUNT
067134         OR WS-SUB > 300
067136     IF WS-NOHOLD-COUNT > 300
067138         MOVE "    (MORE THAN 300 - LIST CUT SHORT)"
067140             TO REPORT-LINE
067142         WRITE REPORT-LINE
067144     END-IF
067146     MOVE WS-NOHOLD-COUNT TO WS-COUNT-ED
067148     MOVE SPACES TO REPORT-LINE
067150     STRING "    " WS-COUNT-ED " BADGE(S) NOT CHARGEABLE"
067152         DELIMITED BY SIZE INTO REPORT-LINE
067154     WRITE REPORT-LINE.
067156
067158 7500-PRINT-NO-HOLDER-EXIT.
067160     EXIT.
067162
067164 7600-PRINT-ONE-NO-HOLDER.
067166     MOVE NH-RETIRE-DATE (WS-SUB) TO WS-DATE-ED
067168     MOVE SPACES TO REPORT-LINE
067170     STRING "    " NH-BADGE-NO (WS-SUB)
067172         " RETIRED LOST " WS-DATE-ED
067174         DELIMITED BY SIZE INTO REPORT-LINE
067176     WRITE REPORT-LINE.
067178
067180 7600-PRINT-ONE-NO-HOLDER-EXIT.
067182     EXIT.
067184
067200*----------------------------------------------------------------
067300* 8100-READ-LOG -- READ THE NEXT LIVE LOG RECORD
067400*----------------------------------------------------------------
067500 8100-READ-LOG.
067600     READ VISITLOG-FILE INTO WS-VISITOR-RECORD
067700         AT END
067800             SET WS-END-OF-FILE TO TRUE
067900     END-READ.
068000
068100 8100-READ-LOG-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------
068500* 8200-READ-ARCHIVE -- READ THE NEXT ARCHIVE RECORD
068600*----------------------------------------------------------------
068700 8200-READ-ARCHIVE.
068800     READ ARCHIVE-FILE INTO WS-VISITOR-RECORD
068900         AT END
069000             SET WS-END-OF-FILE TO TRUE
069100     END-READ.
069200
069300 8200-READ-ARCHIVE-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------
069700* 9000-TERMINATE -- THE TOTALS AND THE CLOSE
069800*----------------------------------------------------------------
069900 9000-TERMINATE.
070000     MOVE SPACES TO REPORT-LINE
070100     WRITE REPORT-LINE
070200     MOVE WS-COMPANY-COUNT TO WS-COUNT-ED
070300     MOVE WS-COMPANY-TOTAL TO WS-TOTAL-ED
070400     MOVE SPACES TO REPORT-LINE
070500     STRING "BILLED TO COMPANIES: " WS-COUNT-ED "  " WS-TOTAL-ED
070600         DELIMITED BY SIZE INTO REPORT-LINE
070700     WRITE REPORT-LINE
070800     MOVE WS-WALKIN-COUNT TO WS-COUNT-ED
070900     MOVE WS-WALKIN-TOTAL TO WS-TOTAL-ED
071000     MOVE SPACES TO REPORT-LINE
071100     STRING "WALK-INS           : " WS-COUNT-ED "  " WS-TOTAL-ED
071200         DELIMITED BY SIZE INTO REPORT-LINE
071300     WRITE REPORT-LINE
071400     MOVE WS-CHARGED-COUNT TO WS-COUNT-ED
071500     MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED
071600     MOVE SPACES TO REPORT-LINE
071700     STRING "TOTAL CHARGED      : " WS-COUNT-ED "  " WS-TOTAL-ED
071800         DELIMITED BY SIZE INTO REPORT-LINE
071900     WRITE REPORT-LINE
071907     MOVE WS-NOHOLD-COUNT TO WS-COUNT-ED
071914     MOVE SPACES TO REPORT-LINE
071921     STRING "NOT CHARGEABLE     : " WS-COUNT-ED
071928         DELIMITED BY SIZE INTO REPORT-LINE
071935     WRITE REPORT-LINE
071942     IF WS-FAILED-COUNT > 0
071949         MOVE WS-FAILED-COUNT TO WS-COUNT-ED
071956         MOVE SPACES TO REPORT-LINE
071963         STRING "CHARGE WRITE FAILED: " WS-COUNT-ED
071970             "  - NOT BILLED, RERUN AFTER FIXING CHARGES"
071977             DELIMITED BY SIZE INTO REPORT-LINE
071984         WRITE REPORT-LINE
071991     END-IF
072000
072100     CLOSE BADGE-FILE
072200     CLOSE REPORT-FILE
072300     MOVE WS-CHARGED-COUNT TO WS-COUNT-ED
072400     DISPLAY WS-COUNT-ED " LOST BADGE(S) CHARGED".
072500
072600 9000-TERMINATE-EXIT.
072700     EXIT.
