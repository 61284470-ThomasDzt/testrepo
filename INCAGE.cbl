000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCAGE.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  AGING REPORT FOR THE SECURITY
001100*                INCIDENT FILE (INCDREC).  EVERY INCIDENT STILL
001200*                OPEN IS LISTED OLDEST FIRST WITH ITS AGE IN DAYS
001300*                AND THE DATE OF THE LAST ACTION RECORDED ON IT,
001400*                FOLLOWED BY THE OPEN COUNT IN AGE BANDS AND THE
001500*                CLOSED COUNT BY OUTCOME CODE, SO THE QUARTERLY
001600*                AUDIT CAN SEE EVERY HIT AND HOW IT WAS RESOLVED
001700*                WITHOUT PAGING THROUGH INCMAINT.  ANY INCIDENT
001800*                OPEN MORE THAN 30 DAYS ENDS THE RUN RC=4.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS IN-INCIDENT-NO OF INCD-RECORD
002800         FILE STATUS IS WS-INCD-FILE-STATUS.
002900
003000     SELECT REPORT-FILE ASSIGN TO "INCAGRPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REPORT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600*----------------------------------------------------------------
003700* INCIDENT-FILE -- SECURITY INCIDENTS, KEYED BY INCIDENT NUMBER
003800*----------------------------------------------------------------
003900 FD  INCIDENT-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY INCDREC REPLACING INCIDENT-RECORD BY INCD-RECORD.
004200
004300*----------------------------------------------------------------
004400* REPORT-FILE -- THE AGING REPORT
004500*----------------------------------------------------------------
004600 FD  REPORT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  REPORT-LINE PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 COPY INCDREC REPLACING INCIDENT-RECORD BY WS-INCD-RECORD.
005200
005300 77  WS-INCD-FILE-STATUS PIC X(02) VALUE SPACES.
005400     88  WS-INCD-FILE-OK VALUES "00" "04".
005500     88  WS-INCD-FILE-EOF VALUE "10".
005600     88  WS-INCD-FILE-NOT-FOUND VALUE "35".
005700
005800 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
005900     88  WS-REPORT-OK VALUE "00".
006000
006100 77  WS-EOF-SW PIC X(01) VALUE "N".
006200     88  WS-END-OF-INCIDENTS VALUE "Y".
006300
006310 77  WS-INCD-OPEN-SW PIC X(01) VALUE "N".
006320     88  WS-INCIDENTS-ARE-OPEN VALUE "Y".
006330
006400 77  WS-TODAY PIC 9(08) VALUE ZERO.
006500 77  WS-TODAY-DAYS PIC S9(07) COMP VALUE ZERO.
006600 77  WS-AGE-DAYS PIC S9(07) COMP VALUE ZERO.
006700
006800*----------------------------------------------------------------
006900* DAY-NUMBER WORK AREA -- 9300-DAY-NUMBER TURNS WS-DN-DATE INTO
007000* A RUNNING DAY COUNT IN WS-DN-DAYS SO TWO DATES CAN BE
007100* SUBTRACTED.  THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY
007200* FALLS AT THE END OF IT.
007300*----------------------------------------------------------------
007400 01  WS-DN-DATE PIC 9(08) VALUE ZERO.
007500 01  WS-DN-PARTS REDEFINES WS-DN-DATE.
007600     05  WS-DN-YYYY PIC 9(04).
007700     05  WS-DN-MM PIC 9(02).
007800     05  WS-DN-DD PIC 9(02).
007900
008000 77  WS-DN-YEAR PIC S9(05) COMP VALUE ZERO.
008100 77  WS-DN-MONTH PIC S9(03) COMP VALUE ZERO.
008200 77  WS-DN-Q4 PIC S9(05) COMP VALUE ZERO.
008300 77  WS-DN-Q100 PIC S9(05) COMP VALUE ZERO.
008400 77  WS-DN-Q400 PIC S9(05) COMP VALUE ZERO.
008500 77  WS-DN-MTH-DAYS PIC S9(05) COMP VALUE ZERO.
008600 77  WS-DN-DAYS PIC S9(07) COMP VALUE ZERO.
008700
008800 77  WS-OPEN-COUNT PIC 9(04) COMP VALUE ZERO.
008900 77  WS-CLOSED-COUNT PIC 9(04) COMP VALUE ZERO.
009000 77  WS-BAND-1-COUNT PIC 9(04) COMP VALUE ZERO.
009100 77  WS-BAND-2-COUNT PIC 9(04) COMP VALUE ZERO.
009200 77  WS-BAND-3-COUNT PIC 9(04) COMP VALUE ZERO.
009300 77  WS-BAND-4-COUNT PIC 9(04) COMP VALUE ZERO.
009400 77  WS-NO-ACTION-COUNT PIC 9(04) COMP VALUE ZERO.
009500 77  WS-AD-COUNT PIC 9(04) COMP VALUE ZERO.
009600 77  WS-RL-COUNT PIC 9(04) COMP VALUE ZERO.
009700 77  WS-ES-COUNT PIC 9(04) COMP VALUE ZERO.
009800 77  WS-PO-COUNT PIC 9(04) COMP VALUE ZERO.
009900 77  WS-NL-COUNT PIC 9(04) COMP VALUE ZERO.
010000 77  WS-LAST-SUB PIC 9(04) COMP VALUE ZERO.
010100 77  WS-COUNT-ED PIC ZZZ9.
010200 77  WS-AGE-ED PIC ZZZZ9.
010300 77  WS-DATE-ED PIC 9999B99B99.
010400 77  WS-LAST-ED PIC X(10) VALUE SPACES.
010500
010600 PROCEDURE DIVISION.
010700*----------------------------------------------------------------
010800 0000-MAINLINE.
010900*----------------------------------------------------------------
011000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011100     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT
011200     PERFORM 2000-CHECK-ONE-INCIDENT
011300         THRU 2000-CHECK-ONE-INCIDENT-EXIT
011400         UNTIL WS-END-OF-INCIDENTS
011500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011600     STOP RUN.
011700
011800*----------------------------------------------------------------
011900* 1000-OPEN-FILES -- OPEN THE REPORT AND THE INCIDENT FILE,
012000*                    PRINT THE HEADINGS AND PRIME THE FIRST READ
012100*----------------------------------------------------------------
012200 1000-OPEN-FILES.
012300     OPEN OUTPUT REPORT-FILE
012400     IF NOT WS-REPORT-OK
012500         DISPLAY "AGING REPORT COULD NOT BE OPENED - ABORTED"
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF
012900
013000     MOVE WS-TODAY TO WS-DN-DATE
013100     PERFORM 9300-DAY-NUMBER THRU 9300-DAY-NUMBER-EXIT
013200     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
013300
013400     MOVE WS-TODAY TO WS-DATE-ED
013500     MOVE SPACES TO REPORT-LINE
013600     STRING "OPEN SECURITY INCIDENTS BY AGE - " WS-DATE-ED
013700         DELIMITED BY SIZE INTO REPORT-LINE
013800     WRITE REPORT-LINE
013900     MOVE SPACES TO REPORT-LINE
014000     WRITE REPORT-LINE
014100     MOVE SPACES TO REPORT-LINE
014200     STRING "INCDNT  OPENED      DAYS  NAME"
014300         "                            LAST ACTION"
014400         DELIMITED BY SIZE INTO REPORT-LINE
014500     WRITE REPORT-LINE
014600
014700     OPEN INPUT INCIDENT-FILE
014800     IF WS-INCD-FILE-NOT-FOUND
014900         MOVE "NO INCIDENTS ON FILE" TO REPORT-LINE
015000         WRITE REPORT-LINE
015100         SET WS-END-OF-INCIDENTS TO TRUE
015200         GO TO 1000-OPEN-FILES-EXIT
015300     END-IF
015400     IF NOT WS-INCD-FILE-OK
015500         DISPLAY "INCIDENT FILE COULD NOT BE OPENED - ABORTED"
015600         MOVE 16 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015850     SET WS-INCIDENTS-ARE-OPEN TO TRUE
015900     PERFORM 8000-READ-INCIDENT THRU 8000-READ-INCIDENT-EXIT.
016000
016100 1000-OPEN-FILES-EXIT.
016200     EXIT.
016300
016400*----------------------------------------------------------------
016500* 2000-CHECK-ONE-INCIDENT -- AGE AND PRINT AN OPEN INCIDENT, OR
016600*                            COUNT A CLOSED ONE BY ITS OUTCOME
016700*----------------------------------------------------------------
016800 2000-CHECK-ONE-INCIDENT.
016900     IF IN-STATUS-IS-CLOSED OF WS-INCD-RECORD
017000         PERFORM 2500-COUNT-CLOSED THRU 2500-COUNT-CLOSED-EXIT
017100         GO TO 2000-CHECK-ONE-INCIDENT-READ
017200     END-IF
017300
017400     ADD 1 TO WS-OPEN-COUNT
017500     MOVE ZERO TO WS-AGE-DAYS
017600     IF IN-OPEN-DATE OF WS-INCD-RECORD NUMERIC
017700         AND IN-OPEN-DATE OF WS-INCD-RECORD > ZERO
017800         MOVE IN-OPEN-DATE OF WS-INCD-RECORD TO WS-DN-DATE
017900         PERFORM 9300-DAY-NUMBER THRU 9300-DAY-NUMBER-EXIT
018000         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS
018100         IF WS-AGE-DAYS < ZERO
018200             MOVE ZERO TO WS-AGE-DAYS
018300         END-IF
018400     END-IF
018500
018600     IF WS-AGE-DAYS NOT > 7
018700         ADD 1 TO WS-BAND-1-COUNT
018800     ELSE IF WS-AGE-DAYS NOT > 30
018900         ADD 1 TO WS-BAND-2-COUNT
019000     ELSE IF WS-AGE-DAYS NOT > 90
019100         ADD 1 TO WS-BAND-3-COUNT
019200     ELSE
019300         ADD 1 TO WS-BAND-4-COUNT
019400     END-IF
019500     END-IF
019600     END-IF
019700
019800     MOVE IN-ACTION-COUNT OF WS-INCD-RECORD TO WS-LAST-SUB
019900     IF WS-LAST-SUB > 0 AND WS-LAST-SUB NOT > 10
020000         MOVE IN-ACT-DATE OF WS-INCD-RECORD (WS-LAST-SUB)
020100             TO WS-DATE-ED
020200         MOVE WS-DATE-ED TO WS-LAST-ED
020300     ELSE
020400         ADD 1 TO WS-NO-ACTION-COUNT
020500         MOVE "NONE" TO WS-LAST-ED
020600     END-IF
020700
020800     MOVE IN-OPEN-DATE OF WS-INCD-RECORD TO WS-DATE-ED
020900     MOVE WS-AGE-DAYS TO WS-AGE-ED
021000     MOVE SPACES TO REPORT-LINE
021100     STRING IN-INCIDENT-NO OF WS-INCD-RECORD
021200         "  " WS-DATE-ED
021300         " " WS-AGE-ED
021400         "  " IN-NAME OF WS-INCD-RECORD
021500         "  " WS-LAST-ED
021600         DELIMITED BY SIZE INTO REPORT-LINE
021700     WRITE REPORT-LINE
021800     MOVE SPACES TO REPORT-LINE
021900     STRING "        REASON: " IN-WATCH-REASON OF WS-INCD-RECORD
022000         "  DESK " IN-DESK-ID OF WS-INCD-RECORD
022100         DELIMITED BY SIZE INTO REPORT-LINE
022200     WRITE REPORT-LINE.
022300
022400 2000-CHECK-ONE-INCIDENT-READ.
022500     PERFORM 8000-READ-INCIDENT THRU 8000-READ-INCIDENT-EXIT.
022600
022700 2000-CHECK-ONE-INCIDENT-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------
023100* 2500-COUNT-CLOSED -- TALLY A CLOSED INCIDENT BY OUTCOME CODE
023200*----------------------------------------------------------------
023300 2500-COUNT-CLOSED.
023400     ADD 1 TO WS-CLOSED-COUNT
023500     IF IN-OUTCOME-ADMITTED OF WS-INCD-RECORD
023600         ADD 1 TO WS-AD-COUNT
023700     END-IF
023800     IF IN-OUTCOME-REFUSED-LEFT OF WS-INCD-RECORD
023900         ADD 1 TO WS-RL-COUNT
024000     END-IF
024100     IF IN-OUTCOME-ESCORTED OF WS-INCD-RECORD
024200         ADD 1 TO WS-ES-COUNT
024300     END-IF
024400     IF IN-OUTCOME-POLICE OF WS-INCD-RECORD
024500         ADD 1 TO WS-PO-COUNT
024600     END-IF
024700     IF IN-OUTCOME-NOT-LOCATED OF WS-INCD-RECORD
024800         ADD 1 TO WS-NL-COUNT
024900     END-IF.
025000
025100 2500-COUNT-CLOSED-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------
025500* 8000-READ-INCIDENT -- READ THE NEXT INCIDENT IN NUMBER ORDER
025600*----------------------------------------------------------------
025700 8000-READ-INCIDENT.
025800     READ INCIDENT-FILE INTO WS-INCD-RECORD
025900         AT END
026000             SET WS-END-OF-INCIDENTS TO TRUE
026100     END-READ.
026200
026300 8000-READ-INCIDENT-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------------
026700* 9000-TERMINATE -- THE AGE BANDS, THE OUTCOME COUNTS AND THE
026800*                   CLOSE
026900*----------------------------------------------------------------
027000 9000-TERMINATE.
027100     MOVE SPACES TO REPORT-LINE
027200     WRITE REPORT-LINE
027300     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
027400     MOVE SPACES TO REPORT-LINE
027500     STRING "INCIDENTS OPEN        : " WS-COUNT-ED
027600         DELIMITED BY SIZE INTO REPORT-LINE
027700     WRITE REPORT-LINE
027800     MOVE WS-BAND-1-COUNT TO WS-COUNT-ED
027900     MOVE SPACES TO REPORT-LINE
028000     STRING "  UP TO 7 DAYS       : " WS-COUNT-ED
028100         DELIMITED BY SIZE INTO REPORT-LINE
028200     WRITE REPORT-LINE
028300     MOVE WS-BAND-2-COUNT TO WS-COUNT-ED
028400     MOVE SPACES TO REPORT-LINE
028500     STRING "  8 TO 30 DAYS       : " WS-COUNT-ED
028600         DELIMITED BY SIZE INTO REPORT-LINE
028700     WRITE REPORT-LINE
028800     MOVE WS-BAND-3-COUNT TO WS-COUNT-ED
028900     MOVE SPACES TO REPORT-LINE
029000     STRING "  31 TO 90 DAYS      : " WS-COUNT-ED
029100         DELIMITED BY SIZE INTO REPORT-LINE
029200     WRITE REPORT-LINE
029300     MOVE WS-BAND-4-COUNT TO WS-COUNT-ED
029400     MOVE SPACES TO REPORT-LINE
029500     STRING "  OVER 90 DAYS       : " WS-COUNT-ED
029600         DELIMITED BY SIZE INTO REPORT-LINE
029700     WRITE REPORT-LINE
029800     MOVE WS-NO-ACTION-COUNT TO WS-COUNT-ED
029900     MOVE SPACES TO REPORT-LINE
030000     STRING "  NO ACTION RECORDED : " WS-COUNT-ED
030100         DELIMITED BY SIZE INTO REPORT-LINE
030200     WRITE REPORT-LINE
030300
030400     MOVE SPACES TO REPORT-LINE
030500     WRITE REPORT-LINE
030600     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
030700     MOVE SPACES TO REPORT-LINE
030800     STRING "INCIDENTS CLOSED      : " WS-COUNT-ED
030900         DELIMITED BY SIZE INTO REPORT-LINE
031000     WRITE REPORT-LINE
031100     MOVE WS-AD-COUNT TO WS-COUNT-ED
031200     MOVE SPACES TO REPORT-LINE
031300     STRING "  AD ADMITTED        : " WS-COUNT-ED
031400         DELIMITED BY SIZE INTO REPORT-LINE
031500     WRITE REPORT-LINE
031600     MOVE WS-RL-COUNT TO WS-COUNT-ED
031700     MOVE SPACES TO REPORT-LINE
031800     STRING "  RL REFUSED, LEFT   : " WS-COUNT-ED
031900         DELIMITED BY SIZE INTO REPORT-LINE
032000     WRITE REPORT-LINE
032100     MOVE WS-ES-COUNT TO WS-COUNT-ED
032200     MOVE SPACES TO REPORT-LINE
032300     STRING "  ES ESCORTED OFF    : " WS-COUNT-ED
032400         DELIMITED BY SIZE INTO REPORT-LINE
032500     WRITE REPORT-LINE
032600     MOVE WS-PO-COUNT TO WS-COUNT-ED
032700     MOVE SPACES TO REPORT-LINE
032800     STRING "  PO POLICE          : " WS-COUNT-ED
032900         DELIMITED BY SIZE INTO REPORT-LINE
033000     WRITE REPORT-LINE
033100     MOVE WS-NL-COUNT TO WS-COUNT-ED
033200     MOVE SPACES TO REPORT-LINE
033300     STRING "  NL NOT LOCATED     : " WS-COUNT-ED
033400         DELIMITED BY SIZE INTO REPORT-LINE
033500     WRITE REPORT-LINE
033600
033700     IF WS-INCIDENTS-ARE-OPEN
033800         CLOSE INCIDENT-FILE
033900     END-IF
034000     CLOSE REPORT-FILE
034100
034200     IF WS-BAND-3-COUNT > 0 OR WS-BAND-4-COUNT > 0
034300         MOVE 4 TO RETURN-CODE
034400     END-IF
034500     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
034600     DISPLAY WS-COUNT-ED " SECURITY INCIDENT(S) OPEN".
034700
034800 9000-TERMINATE-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------------
035200* 9300-DAY-NUMBER -- RUNNING DAY COUNT FOR WS-DN-DATE.  MARCH
035300*                    IS MONTH 0 SO JANUARY AND FEBRUARY BELONG
035400*                    TO THE YEAR BEFORE; EACH DIVIDE TRUNCATES.
035500*----------------------------------------------------------------
035600 9300-DAY-NUMBER.
035700     MOVE WS-DN-YYYY TO WS-DN-YEAR
035800     IF WS-DN-MM > 2
035900         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
036000     ELSE
036100         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
036200         SUBTRACT 1 FROM WS-DN-YEAR
036300     END-IF
036400     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
036500     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
036600     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
036700     COMPUTE WS-DN-MTH-DAYS = 153 * WS-DN-MONTH + 2
036800     DIVIDE WS-DN-MTH-DAYS BY 5 GIVING WS-DN-MTH-DAYS
036900     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
037000         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
037100         + WS-DN-MTH-DAYS + WS-DN-DD.
037200
037300 9300-DAY-NUMBER-EXIT.
037400     EXIT.
