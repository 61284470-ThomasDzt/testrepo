000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLRMAINT.
000300 AUTHOR. ThomasD.
000400 INSTALLATION. FRONT-DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 TD  ORIGINAL VERSION.  MAINTENANCE FOR THE VISITOR
001100*                CLEARANCE FILE (CLRMAST, SEE CLRREC) -- THE
001200*                OPERATOR CAN RECORD OR RENEW ONE CLEARANCE FOR A
001300*                VISITOR ON THE MASTER (SAFETY INDUCTION, NDA AND
001400*                THE AREA PERMITS) WITH ITS EXPIRY DATE AND
001500*                WHETHER THE DESK MUST REFUSE WITHOUT IT, DROP
001600*                ONE, OR INQUIRE.  SAME SIGN-ON AS THE DESK, AND
001700*                EVERY CHANGE APPENDS A BEFORE AND AFTER IMAGE TO
001800*                THE CHANGE JOURNAL (JRNLREC).  NO SESSION
001900*                WITHOUT THE JOURNAL.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CLRMAST-FILE ASSIGN TO "CLRMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS CL-VISITOR-NO OF CLR-RECORD
002900         FILE STATUS IS WS-CLR-FILE-STATUS.
003000
003100     SELECT VISMAST-FILE ASSIGN TO "VISMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS VM-VISITOR-NO OF MASTER-RECORD
003500         ALTERNATE RECORD KEY IS VM-NAME OF MASTER-RECORD
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-MAST-FILE-STATUS.
003800
003900     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-JRNL-FILE-STATUS.
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
005300* VISMAST-FILE -- ONE RECORD PER KNOWN REPEAT VISITOR
005400*----------------------------------------------------------------
005500 FD  VISMAST-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY VISMREC REPLACING VISITOR-MASTER-RECORD
005800         BY MASTER-RECORD.
005900
006000*----------------------------------------------------------------
006100* JOURNAL-FILE -- BEFORE/AFTER IMAGE OF EVERY CHANGE, APPENDED
006200*----------------------------------------------------------------
006300 FD  JOURNAL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY JRNLREC REPLACING JOURNAL-RECORD BY JOURNAL-OUT.
006600
006700 WORKING-STORAGE SECTION.
006800 COPY VISMREC REPLACING VISITOR-MASTER-RECORD
006900     BY WS-MASTER-RECORD.
007000 COPY CLRREC REPLACING CLEARANCE-RECORD
007100     BY WS-CLR-RECORD.
007200 COPY CLRREC REPLACING CLEARANCE-RECORD
007300     BY WS-BEFORE-CLR.
007400 COPY JRNLREC REPLACING JOURNAL-RECORD
007500     BY WS-JOURNAL-RECORD.
007600
007700 77  WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
007800     88  WS-CLR-FILE-OK VALUES "00" "04".
007900     88  WS-CLR-FILE-NOT-FOUND VALUE "35".
008000
008100 77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
008200     88  WS-MAST-FILE-OK VALUES "00" "04".
008300     88  WS-MAST-FILE-NOT-FOUND VALUE "35".
008400
008500 77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
008600     88  WS-JRNL-FILE-OK VALUES "00" "04".
008700     88  WS-JRNL-FILE-NOT-FOUND VALUE "35".
008800
008900 77  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
009000 77  WS-DESK-ID PIC X(04) VALUE SPACES.
009100 77  WS-SIGNON-SW PIC X(01) VALUE "N".
009200     88  WS-SIGNED-ON VALUE "Y".
009300
009400 77  WS-DONE-SW PIC X(01) VALUE "N".
009500     88  WS-SESSION-DONE VALUE "Y".
009600
009700 77  WS-FOUND-SW PIC X(01) VALUE "N".
009800     88  WS-ENTRY-FOUND VALUE "Y".
009900
010000 77  WS-ON-FILE-SW PIC X(01) VALUE "N".
010100     88  WS-CLR-ON-FILE VALUE "Y".
010200
010300 77  WS-IND-SW PIC X(01) VALUE "N".
010400     88  WS-IND-SEEN VALUE "Y".
010500
010600 77  WS-ACTION PIC X(01) VALUE SPACE.
010700     88  WS-ACTION-IS-ADD VALUES "A" "a".
010800     88  WS-ACTION-IS-DROP VALUES "D" "d".
010900     88  WS-ACTION-IS-INQ VALUES "I" "i".
011000     88  WS-ACTION-IS-END VALUES "E" "e".
011100
011200 77  WS-TYPE-IN PIC X(04) VALUE SPACES.
011300     88  WS-TYPE-IN-IS-KNOWN VALUES "IND" "NDA" "HOTW"
011400         "CONF" "HGHT" "ELEC".
011500
011600 77  WS-KEY-IN PIC X(05) VALUE SPACES.
011700 77  WS-KEY-X PIC X(05) VALUE ZEROES.
011800 77  WS-KEY-LEN PIC 9(02) COMP VALUE ZERO.
011900 77  WS-KEY-POS PIC 9(02) COMP VALUE ZERO.
012000 77  WS-KEY-SCAN-SW PIC X(01) VALUE "N".
012100     88  WS-KEY-SCAN-DONE VALUE "Y".
012200 77  WS-KEY-NO PIC 9(05) VALUE ZERO.
012300 77  WS-ANSWER PIC X(30) VALUE SPACES.
012400
012500 77  WS-DATE-IN PIC X(08) VALUE SPACES.
012600 77  WS-DATE-OUT PIC 9(08) VALUE ZERO.
012700 77  WS-DATE-OK-SW PIC X(01) VALUE "N".
012800     88  WS-DATE-IS-GOOD VALUE "Y".
012900 77  WS-TODAY PIC 9(08) VALUE ZERO.
013000 77  WS-REQUIRED-IN PIC X(01) VALUE SPACE.
013100
013200 77  WS-SUB PIC 9(02) COMP VALUE ZERO.
013300 77  WS-HIT-SUB PIC 9(02) COMP VALUE ZERO.
013400 77  WS-DATE-ED PIC 9999B99B99.
013500 77  WS-STATE-TEXT PIC X(08) VALUE SPACES.
013600 77  WS-REQ-TEXT PIC X(09) VALUE SPACES.
013700
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------
014000 0000-MAINLINE.
014100*----------------------------------------------------------------
014200     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
014300         UNTIL WS-SIGNED-ON
014400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014500     PERFORM 2000-PROCESS-ACTION THRU 2000-PROCESS-ACTION-EXIT
014600         UNTIL WS-SESSION-DONE
014700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014800     STOP RUN.
014900
015000*----------------------------------------------------------------
015100* 0100-SIGN-ON -- THE SAME SIGN-ON AS THE DESK.  THE OPERATOR ID
015200*                 IS STAMPED ON EVERY JOURNAL RECORD AND ON THE
015300*                 CLEARANCE RECORD ITSELF.
015400*----------------------------------------------------------------
015500 0100-SIGN-ON.
015600     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR ID"
015700     ACCEPT WS-OPERATOR-ID
015800     IF WS-OPERATOR-ID = SPACES
015900         DISPLAY "OPERATOR ID CANNOT BE BLANK"
016000         GO TO 0100-SIGN-ON-EXIT
016100     END-IF
016200     DISPLAY "ENTER DESK/STATION ID"
016300     ACCEPT WS-DESK-ID
016400     IF WS-DESK-ID = SPACES
016500         DISPLAY "DESK ID CANNOT BE BLANK"
016600         GO TO 0100-SIGN-ON-EXIT
016700     END-IF
016800     SET WS-SIGNED-ON TO TRUE
016900     DISPLAY "SIGNED ON: " WS-OPERATOR-ID " AT DESK " WS-DESK-ID.
017000
017100 0100-SIGN-ON-EXIT.
017200     EXIT.
017300
017400*----------------------------------------------------------------
017500* 1000-INITIALIZE -- OPEN THE CLEARANCE FILE FOR UPDATE, CREATING
017600*                    IT EMPTY ON A FIRST RUN, AND THE VISITOR
017700*                    MASTER TO CHECK EACH NUMBER KEYED.  THE
017800*                    CHANGE JOURNAL MUST BE WRITABLE -- IT IS
017900*                    OPENED ONLY AROUND EACH WRITE, SO CHECK IT
018000*                    ONCE HERE AND REFUSE THE SESSION IF NOT.
018100*----------------------------------------------------------------
018200 1000-INITIALIZE.
018300     OPEN I-O CLRMAST-FILE
018400     IF WS-CLR-FILE-NOT-FOUND
018500         DISPLAY "NO CLEARANCE FILE ON FILE YET - STARTING EMPTY"
018600         OPEN OUTPUT CLRMAST-FILE
018700         CLOSE CLRMAST-FILE
018800         OPEN I-O CLRMAST-FILE
018900     END-IF
019000     IF NOT WS-CLR-FILE-OK
019100         DISPLAY "CLEARANCE FILE COULD NOT BE OPENED - ABORTED"
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019500
019600     OPEN INPUT VISMAST-FILE
019700     IF NOT WS-MAST-FILE-OK
019800         DISPLAY "VISITOR MASTER COULD NOT BE OPENED - ABORTED"
019900         CLOSE CLRMAST-FILE
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF
020300
020400     OPEN EXTEND JOURNAL-FILE
020500     IF WS-JRNL-FILE-NOT-FOUND
020600         OPEN OUTPUT JOURNAL-FILE
020700     END-IF
020800     IF NOT WS-JRNL-FILE-OK
020900         DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED - ABORTED"
021000         CLOSE CLRMAST-FILE
021100         CLOSE VISMAST-FILE
021200         MOVE 16 TO RETURN-CODE
021300         STOP RUN
021400     END-IF
021500     CLOSE JOURNAL-FILE.
021600
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900
022000*----------------------------------------------------------------
022100* 2000-PROCESS-ACTION -- SHOW THE MENU AND RUN ONE ACTION.  THE
022200*                        DATE IS TAKEN AFRESH EACH TIME SO THE
022300*                        EXPIRED/CURRENT SHOWN IS RIGHT.
022400*----------------------------------------------------------------
022500 2000-PROCESS-ACTION.
022600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
022700     DISPLAY " "
022800     DISPLAY "VISITOR CLEARANCE MAINTENANCE"
022900     DISPLAY "A = ADD/RENEW  D = DROP  I = INQUIRE  E = END"
023000     DISPLAY "ENTER ACTION"
023100     ACCEPT WS-ACTION
023200
023300     IF WS-ACTION-IS-ADD
023400         PERFORM 3000-SET-CLEARANCE THRU 3000-SET-CLEARANCE-EXIT
023500     ELSE IF WS-ACTION-IS-DROP
023600         PERFORM 4000-DROP-CLEARANCE
023700             THRU 4000-DROP-CLEARANCE-EXIT
023800     ELSE IF WS-ACTION-IS-INQ
023900         PERFORM 7000-INQUIRE-ENTRY THRU 7000-INQUIRE-ENTRY-EXIT
024000     ELSE IF WS-ACTION-IS-END
024100         SET WS-SESSION-DONE TO TRUE
024200     ELSE
024300         DISPLAY "INVALID ACTION, PLEASE RE-ENTER"
024400     END-IF
024500     END-IF
024600     END-IF
024700     END-IF.
024800
024900 2000-PROCESS-ACTION-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------------
025300* 3000-SET-CLEARANCE -- RECORD ONE CLEARANCE FOR A VISITOR, OR
025400*                       RENEW IT IF THE VISITOR ALREADY HAS THAT
025500*                       TYPE.  THE FIRST CLEARANCE FOR A VISITOR
025600*                       ADDS THEIR RECORD; ANY LATER ONE CHANGES
025700*                       IT.  A BLANK EXPIRY RECORDS A CLEARANCE
025800*                       THE VISITOR NEEDS BUT DOES NOT YET HOLD.
025900*----------------------------------------------------------------
026000 3000-SET-CLEARANCE.
026100     PERFORM 6000-ASK-VISITOR-NO THRU 6000-ASK-VISITOR-NO-EXIT
026200     IF NOT WS-ENTRY-FOUND
026300         GO TO 3000-SET-CLEARANCE-EXIT
026400     END-IF
026500     PERFORM 6500-SHOW-CLEARANCES THRU 6500-SHOW-CLEARANCES-EXIT
026600
026700     PERFORM 6300-ASK-TYPE THRU 6300-ASK-TYPE-EXIT
026800     IF NOT WS-TYPE-IN-IS-KNOWN
026900         DISPLAY "UNKNOWN CLEARANCE TYPE - NOTHING CHANGED"
027000         GO TO 3000-SET-CLEARANCE-EXIT
027100     END-IF
027200
027300     DISPLAY "EXPIRY DATE YYYYMMDD (BLANK = NEEDED, NOT YET HELD)"
027400     MOVE SPACES TO WS-DATE-IN
027500     ACCEPT WS-DATE-IN
027600     IF WS-DATE-IN = SPACES
027700         MOVE ZERO TO WS-DATE-OUT
027800     ELSE
027900         PERFORM 7500-EDIT-DATE THRU 7500-EDIT-DATE-EXIT
028000         IF NOT WS-DATE-IS-GOOD
028100             DISPLAY "BAD DATE - NOTHING CHANGED"
028200             GO TO 3000-SET-CLEARANCE-EXIT
028300         END-IF
028400     END-IF
028500
028600     DISPLAY "REFUSE AT THE DESK IF MISSING OR EXPIRED (Y/N)"
028700     MOVE SPACES TO WS-ANSWER
028800     ACCEPT WS-ANSWER
028900     IF WS-ANSWER(1:1) = "Y" OR WS-ANSWER(1:1) = "y"
029000         MOVE "Y" TO WS-REQUIRED-IN
029100     ELSE
029200         MOVE "N" TO WS-REQUIRED-IN
029300     END-IF
029400
029500     MOVE WS-CLR-RECORD TO WS-BEFORE-CLR
029600     PERFORM 6400-FIND-TYPE THRU 6400-FIND-TYPE-EXIT
029700     IF WS-HIT-SUB = 0
029800         IF CL-ENTRY-COUNT OF WS-CLR-RECORD = 6
029900             DISPLAY "ALL SIX CLEARANCE SLOTS IN USE - DROP ONE"
030000                 " FIRST"
030100             GO TO 3000-SET-CLEARANCE-EXIT
030200         END-IF
030300         ADD 1 TO CL-ENTRY-COUNT OF WS-CLR-RECORD
030400         MOVE CL-ENTRY-COUNT OF WS-CLR-RECORD TO WS-HIT-SUB
030500     END-IF
030600     MOVE WS-TYPE-IN TO CL-TYPE OF WS-CLR-RECORD (WS-HIT-SUB)
030700     MOVE WS-DATE-OUT
030800         TO CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-HIT-SUB)
030900     MOVE WS-REQUIRED-IN
031000         TO CL-REQUIRED-SW OF WS-CLR-RECORD (WS-HIT-SUB)
031100     IF WS-CLR-RECORD = WS-BEFORE-CLR
031200         DISPLAY "NO CHANGE - CLEARANCE ALREADY RECORDED AS KEYED"
031300         GO TO 3000-SET-CLEARANCE-EXIT
031400     END-IF
031500     MOVE WS-TODAY TO CL-LAST-CHANGED OF WS-CLR-RECORD
031600     MOVE WS-OPERATOR-ID TO CL-CHANGED-BY OF WS-CLR-RECORD
031700
031800     MOVE SPACES TO WS-JOURNAL-RECORD
031900     MOVE WS-CLR-RECORD TO CLR-RECORD
032000     IF WS-CLR-ON-FILE
032100         REWRITE CLR-RECORD
032200             INVALID KEY
032300                 DISPLAY "REWRITE FAILED - CLEARANCE NOT UPDATED"
032400                 GO TO 3000-SET-CLEARANCE-EXIT
032500         END-REWRITE
032600         SET JR-ACTION-IS-CHANGE OF WS-JOURNAL-RECORD TO TRUE
032700         MOVE WS-BEFORE-CLR
032750             TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
032800     ELSE
032900         WRITE CLR-RECORD
033000             INVALID KEY
033100                 DISPLAY "WRITE FAILED - NUMBER ALREADY ON FILE"
033200                 GO TO 3000-SET-CLEARANCE-EXIT
033300         END-WRITE
033400         SET JR-ACTION-IS-ADD OF WS-JOURNAL-RECORD TO TRUE
033500         SET WS-CLR-ON-FILE TO TRUE
033600     END-IF
033700     DISPLAY "CLEARANCE " WS-TYPE-IN " RECORDED FOR VISITOR "
033800         CL-VISITOR-NO OF WS-CLR-RECORD
033900
034000     MOVE WS-CLR-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
034100     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
034200
034300 3000-SET-CLEARANCE-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
034700* 4000-DROP-CLEARANCE -- REMOVE ONE CLEARANCE FROM A VISITOR AND
034800*                        CLOSE UP THE SLOTS BEHIND IT.  THE
034900*                        RECORD STAYS ON FILE EVEN WHEN THE LAST
035000*                        CLEARANCE GOES, SO ITS HISTORY IS KEPT.
035100*----------------------------------------------------------------
035200 4000-DROP-CLEARANCE.
035300     PERFORM 6000-ASK-VISITOR-NO THRU 6000-ASK-VISITOR-NO-EXIT
035400     IF NOT WS-ENTRY-FOUND
035500         GO TO 4000-DROP-CLEARANCE-EXIT
035600     END-IF
035700     PERFORM 6500-SHOW-CLEARANCES THRU 6500-SHOW-CLEARANCES-EXIT
035800     IF CL-ENTRY-COUNT OF WS-CLR-RECORD = 0
035900         GO TO 4000-DROP-CLEARANCE-EXIT
036000     END-IF
036100
036200     PERFORM 6300-ASK-TYPE THRU 6300-ASK-TYPE-EXIT
036300     PERFORM 6400-FIND-TYPE THRU 6400-FIND-TYPE-EXIT
036400     IF WS-HIT-SUB = 0
036500         DISPLAY "VISITOR DOES NOT HOLD THAT CLEARANCE"
036600         GO TO 4000-DROP-CLEARANCE-EXIT
036700     END-IF
036800
036900     MOVE WS-CLR-RECORD TO WS-BEFORE-CLR
037000     PERFORM 4100-CLOSE-UP-ONE THRU 4100-CLOSE-UP-ONE-EXIT
037100         VARYING WS-SUB FROM WS-HIT-SUB BY 1
037200         UNTIL WS-SUB NOT < CL-ENTRY-COUNT OF WS-CLR-RECORD
037300     MOVE SPACES TO CL-ENTRY OF WS-CLR-RECORD
037400         (CL-ENTRY-COUNT OF WS-CLR-RECORD)
037500     SUBTRACT 1 FROM CL-ENTRY-COUNT OF WS-CLR-RECORD
037600     MOVE WS-TODAY TO CL-LAST-CHANGED OF WS-CLR-RECORD
037700     MOVE WS-OPERATOR-ID TO CL-CHANGED-BY OF WS-CLR-RECORD
037800
037900     MOVE WS-CLR-RECORD TO CLR-RECORD
038000     REWRITE CLR-RECORD
038100         INVALID KEY
038200             DISPLAY "REWRITE FAILED - CLEARANCE NOT UPDATED"
038300             GO TO 4000-DROP-CLEARANCE-EXIT
038400     END-REWRITE
038500     DISPLAY "CLEARANCE " WS-TYPE-IN " DROPPED FOR VISITOR "
038600         CL-VISITOR-NO OF WS-CLR-RECORD
038700
038800     MOVE SPACES TO WS-JOURNAL-RECORD
038900     SET JR-ACTION-IS-CHANGE OF WS-JOURNAL-RECORD TO TRUE
039000     MOVE WS-BEFORE-CLR TO JR-BEFORE-IMAGE OF WS-JOURNAL-RECORD
039100     MOVE WS-CLR-RECORD TO JR-AFTER-IMAGE OF WS-JOURNAL-RECORD
039200     PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
039300
039400 4000-DROP-CLEARANCE-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800* 4100-CLOSE-UP-ONE -- MOVE THE NEXT SLOT DOWN OVER THIS ONE
039900*----------------------------------------------------------------
040000 4100-CLOSE-UP-ONE.
040100     MOVE CL-ENTRY OF WS-CLR-RECORD (WS-SUB + 1)
040200         TO CL-ENTRY OF WS-CLR-RECORD (WS-SUB).
040300
040400 4100-CLOSE-UP-ONE-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* 7000-INQUIRE-ENTRY -- SHOW ONE VISITOR'S CLEARANCES WITHOUT
040900*                       CHANGING ANYTHING
041000*----------------------------------------------------------------
041100 7000-INQUIRE-ENTRY.
041200     PERFORM 6000-ASK-VISITOR-NO THRU 6000-ASK-VISITOR-NO-EXIT
041300     IF NOT WS-ENTRY-FOUND
041400         GO TO 7000-INQUIRE-ENTRY-EXIT
041500     END-IF
041600     PERFORM 6500-SHOW-CLEARANCES THRU 6500-SHOW-CLEARANCES-EXIT
041700     IF WS-CLR-ON-FILE
041800         MOVE CL-LAST-CHANGED OF WS-CLR-RECORD TO WS-DATE-ED
041900         DISPLAY "LAST CHANGED " WS-DATE-ED " BY "
042000             CL-CHANGED-BY OF WS-CLR-RECORD
042100     END-IF.
042200
042300 7000-INQUIRE-ENTRY-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------
042700* 6000-ASK-VISITOR-NO -- PROMPT FOR A VISITOR NUMBER, CHECK IT ON
042800*                        THE MASTER AND READ THE VISITOR'S
042900*                        CLEARANCE RECORD.  A VISITOR WITH NONE
043000*                        YET GETS AN EMPTY RECORD IN STORAGE.
043100*----------------------------------------------------------------
043200 6000-ASK-VISITOR-NO.
043300     MOVE "N" TO WS-FOUND-SW
043400     MOVE "N" TO WS-ON-FILE-SW
043500     DISPLAY "VISITOR NUMBER"
043600     MOVE SPACES TO WS-KEY-IN
043700     ACCEPT WS-KEY-IN
043800     PERFORM 6050-EDIT-KEY THRU 6050-EDIT-KEY-EXIT
043900     IF WS-KEY-X NOT NUMERIC
044000         DISPLAY "VISITOR NUMBER MUST BE NUMERIC"
044100         GO TO 6000-ASK-VISITOR-NO-EXIT
044200     END-IF
044300     MOVE WS-KEY-X TO WS-KEY-NO
044400
044500     MOVE WS-KEY-NO TO VM-VISITOR-NO OF MASTER-RECORD
044600     READ VISMAST-FILE
044700         INVALID KEY
044800             DISPLAY "VISITOR NUMBER " WS-KEY-NO " NOT ON MASTER"
044900             GO TO 6000-ASK-VISITOR-NO-EXIT
045000     END-READ
045100     MOVE MASTER-RECORD TO WS-MASTER-RECORD
045200     IF VM-STATUS-IS-MERGED OF WS-MASTER-RECORD
045300         DISPLAY "NUMBER RETIRED - MERGED INTO "
045400             VM-MERGED-INTO OF WS-MASTER-RECORD
045500         GO TO 6000-ASK-VISITOR-NO-EXIT
045600     END-IF
045700     SET WS-ENTRY-FOUND TO TRUE
045800     DISPLAY "VISITOR " WS-KEY-NO " " VM-NAME OF WS-MASTER-RECORD
045900     IF VM-COMPANY OF WS-MASTER-RECORD = SPACES
046000         DISPLAY "NO COMPANY ON THE MASTER - NOT A CONTRACTOR"
046100     ELSE
046200         DISPLAY "CONTRACTOR FOR " VM-COMPANY OF WS-MASTER-RECORD
046300     END-IF
046400
046500     MOVE WS-KEY-NO TO CL-VISITOR-NO OF CLR-RECORD
046600     READ CLRMAST-FILE
046700         INVALID KEY
046800             MOVE SPACES TO WS-CLR-RECORD
046900             MOVE WS-KEY-NO TO CL-VISITOR-NO OF WS-CLR-RECORD
047000             MOVE ZERO TO CL-ENTRY-COUNT OF WS-CLR-RECORD
047100             MOVE ZERO TO CL-LAST-CHANGED OF WS-CLR-RECORD
047200         NOT INVALID KEY
047300             MOVE CLR-RECORD TO WS-CLR-RECORD
047400             SET WS-CLR-ON-FILE TO TRUE
047500     END-READ.
047600
047700 6000-ASK-VISITOR-NO-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100* 6050-EDIT-KEY -- RIGHT-JUSTIFY THE KEYED VISITOR NUMBER INTO
048200*                  WS-KEY-X SO A SHORT ENTRY LIKE "1" STILL
048300*                  PASSES THE NUMERIC TEST
048400*----------------------------------------------------------------
048500 6050-EDIT-KEY.
048600     MOVE 5 TO WS-KEY-LEN
048700     MOVE "N" TO WS-KEY-SCAN-SW
048800     PERFORM 6060-BACK-UP-ONE THRU 6060-BACK-UP-ONE-EXIT
048900         UNTIL WS-KEY-SCAN-DONE
049000     MOVE ZEROES TO WS-KEY-X
049100     IF WS-KEY-LEN > 0
049200         COMPUTE WS-KEY-POS = 6 - WS-KEY-LEN
049300         MOVE WS-KEY-IN(1:WS-KEY-LEN)
049400             TO WS-KEY-X(WS-KEY-POS:WS-KEY-LEN)
049500     END-IF.
049600
049700 6050-EDIT-KEY-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------
050100* 6060-BACK-UP-ONE -- STEP WS-KEY-LEN BACK PAST ANY TRAILING
050200*                     SPACES IN THE KEYED VISITOR NUMBER
050300*----------------------------------------------------------------
050400 6060-BACK-UP-ONE.
050500     IF WS-KEY-LEN = 0
050600         SET WS-KEY-SCAN-DONE TO TRUE
050700     ELSE
050800         IF WS-KEY-IN(WS-KEY-LEN:1) NOT = SPACE
050900             SET WS-KEY-SCAN-DONE TO TRUE
051000         ELSE
051100             SUBTRACT 1 FROM WS-KEY-LEN
051200         END-IF
051300     END-IF.
051400
051500 6060-BACK-UP-ONE-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------
051900* 6300-ASK-TYPE -- PROMPT FOR A CLEARANCE TYPE, FOLDED TO UPPER
052000*                  CASE
052100*----------------------------------------------------------------
052200 6300-ASK-TYPE.
052300     DISPLAY "CLEARANCE TYPE: IND = SAFETY INDUCTION  NDA = NDA"
052400     DISPLAY "  HOTW = HOT WORK  CONF = CONFINED SPACE"
052500     DISPLAY "  HGHT = WORK AT HEIGHT  ELEC = ELECTRICAL"
052600     MOVE SPACES TO WS-TYPE-IN
052700     ACCEPT WS-TYPE-IN
052800     INSPECT WS-TYPE-IN CONVERTING
052900         "abcdefghijklmnopqrstuvwxyz" TO
053000         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
053100
053200 6300-ASK-TYPE-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------
053600* 6400-FIND-TYPE -- WS-HIT-SUB IS THE SLOT HOLDING WS-TYPE-IN, OR
053700*                   ZERO IF THE VISITOR DOES NOT HAVE IT
053800*----------------------------------------------------------------
053900 6400-FIND-TYPE.
054000     MOVE ZERO TO WS-HIT-SUB
054100     PERFORM 6450-CHECK-ONE-TYPE THRU 6450-CHECK-ONE-TYPE-EXIT
054200         VARYING WS-SUB FROM 1 BY 1
054300         UNTIL WS-SUB > CL-ENTRY-COUNT OF WS-CLR-RECORD
054400         OR WS-HIT-SUB > 0.
054500
054600 6400-FIND-TYPE-EXIT.
054700     EXIT.
054800
054900 6450-CHECK-ONE-TYPE.
055000     IF CL-TYPE OF WS-CLR-RECORD (WS-SUB) = WS-TYPE-IN
055100         MOVE WS-SUB TO WS-HIT-SUB
055200     END-IF.
055300
055400 6450-CHECK-ONE-TYPE-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800* 6500-SHOW-CLEARANCES -- ONE LINE PER CLEARANCE HELD, WITH ITS
055900*                         STANDING TODAY, AND A WARNING WHEN A
056000*                         CONTRACTOR HAS NO SAFETY INDUCTION --
056100*                         THE DESK WILL TURN THEM AWAY
056200*----------------------------------------------------------------
056300 6500-SHOW-CLEARANCES.
056400     MOVE "N" TO WS-IND-SW
056500     IF CL-ENTRY-COUNT OF WS-CLR-RECORD = 0
056600         DISPLAY "NO CLEARANCES ON FILE"
056700     ELSE
056800         DISPLAY "TYPE  EXPIRES     STANDING  AT THE DESK"
056900         PERFORM 6550-SHOW-ONE THRU 6550-SHOW-ONE-EXIT
057000             VARYING WS-SUB FROM 1 BY 1
057100             UNTIL WS-SUB > CL-ENTRY-COUNT OF WS-CLR-RECORD
057200     END-IF
057300     IF VM-COMPANY OF WS-MASTER-RECORD NOT = SPACES
057400         AND NOT WS-IND-SEEN
057500         DISPLAY "** NO SAFETY INDUCTION ON FILE - THE DESK WILL"
057600             " REFUSE THIS CONTRACTOR"
057700     END-IF.
057800
057900 6500-SHOW-CLEARANCES-EXIT.
058000     EXIT.
058100
058200 6550-SHOW-ONE.
058300     IF CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-SUB)
058400         SET WS-IND-SEEN TO TRUE
058500     END-IF
058600     MOVE CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SUB) TO WS-DATE-ED
058700     IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SUB) = 0
058800         MOVE "NOT HELD" TO WS-STATE-TEXT
058900     ELSE IF CL-EXPIRY-DATE OF WS-CLR-RECORD (WS-SUB) < WS-TODAY
059000         MOVE "EXPIRED" TO WS-STATE-TEXT
059100     ELSE
059200         MOVE "CURRENT" TO WS-STATE-TEXT
059300     END-IF
059400     END-IF
059500     IF CL-IS-REQUIRED OF WS-CLR-RECORD (WS-SUB)
059600         OR CL-TYPE-IS-INDUCTION OF WS-CLR-RECORD (WS-SUB)
059700         MOVE "REFUSE" TO WS-REQ-TEXT
059800     ELSE
059900         MOVE "WARN ONLY" TO WS-REQ-TEXT
060000     END-IF
060100     DISPLAY CL-TYPE OF WS-CLR-RECORD (WS-SUB) "  " WS-DATE-ED
060200         "  " WS-STATE-TEXT "  " WS-REQ-TEXT.
060300
060400 6550-SHOW-ONE-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800* 7500-EDIT-DATE -- VALIDATE WS-DATE-IN AS YYYYMMDD INTO
060900*                   WS-DATE-OUT
061000*----------------------------------------------------------------
061100 7500-EDIT-DATE.
061200     MOVE "N" TO WS-DATE-OK-SW
061300     MOVE ZERO TO WS-DATE-OUT
061400     IF WS-DATE-IN NOT NUMERIC
061500         GO TO 7500-EDIT-DATE-EXIT
061600     END-IF
061700     IF WS-DATE-IN(5:2) < "01" OR WS-DATE-IN(5:2) > "12"
061800         OR WS-DATE-IN(7:2) < "01" OR WS-DATE-IN(7:2) > "31"
061900         GO TO 7500-EDIT-DATE-EXIT
062000     END-IF
062100     MOVE WS-DATE-IN TO WS-DATE-OUT
062200     SET WS-DATE-IS-GOOD TO TRUE.
062300
062400 7500-EDIT-DATE-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800* 8500-WRITE-JOURNAL -- STAMP AND APPEND THE JOURNAL RECORD THE
062900*                       CALLER BUILT IN WS-JOURNAL-RECORD.  THE
063000*                       CLEARANCE IS ALREADY CHANGED BY NOW, SO
063100*                       A FAILED WRITE IS REPORTED, NOT UNDONE.
063200*----------------------------------------------------------------
063300 8500-WRITE-JOURNAL.
063400     ACCEPT JR-JOURNAL-DATE OF WS-JOURNAL-RECORD
063500         FROM DATE YYYYMMDD
063600     ACCEPT JR-JOURNAL-TIME OF WS-JOURNAL-RECORD FROM TIME
063700     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID OF WS-JOURNAL-RECORD
063800     MOVE WS-DESK-ID TO JR-DESK-ID OF WS-JOURNAL-RECORD
063900     MOVE "CLRMAINT" TO JR-PROGRAM-ID OF WS-JOURNAL-RECORD
064000     SET JR-FILE-IS-CLRMAST OF WS-JOURNAL-RECORD TO TRUE
064100     MOVE CL-VISITOR-NO OF WS-CLR-RECORD
064200         TO JR-RECORD-KEY OF WS-JOURNAL-RECORD
064300     MOVE "N" TO JR-SECURITY-SW OF WS-JOURNAL-RECORD
064400
064500     OPEN EXTEND JOURNAL-FILE
064600     IF WS-JRNL-FILE-NOT-FOUND
064700         OPEN OUTPUT JOURNAL-FILE
064800     END-IF
064900     IF NOT WS-JRNL-FILE-OK
065000         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
065100         GO TO 8500-WRITE-JOURNAL-EXIT
065200     END-IF
065300     WRITE JOURNAL-OUT FROM WS-JOURNAL-RECORD
065400     IF NOT WS-JRNL-FILE-OK
065500         DISPLAY "WARNING - CHANGE JOURNAL COULD NOT BE WRITTEN"
065600     END-IF
065700     CLOSE JOURNAL-FILE.
065800
065900 8500-WRITE-JOURNAL-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------
066300* 9000-TERMINATE -- CLOSE THE FILES.  EVERY CHANGE WAS WRITTEN
066400*                   WHEN IT WAS MADE.
066500*----------------------------------------------------------------
066600 9000-TERMINATE.
066700     CLOSE CLRMAST-FILE
066800     CLOSE VISMAST-FILE
066900     DISPLAY "CLEARANCE FILE CLOSED".
067000
067100 9000-TERMINATE-EXIT.
067200     EXIT.
