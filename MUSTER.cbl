001900*                LIST, AND APPENDS THE DRILL-EVIDENCE RECORD
002000*                (SEE MUSTREC) TO THE MUSTLOG FILE FOR THE
002100*                SAFETY COMMITTEE.
002110* 2026-10-15 TD  PRINT UNACCOUNTED-FOR GROUP MEMBERS UNDER THEIR
002120*                GROUP, WITH THE GROUP NAME AND HOST FROM TODAY'S
002130*                GROUP HEADER ON THE EXPECTED LIST, SO THE
002140*                MARSHAL CAN ASK THE HOST WHERE THE PARTY IS.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-REPORT-STATUS.
003400
003410     SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-EXP-FILE-STATUS.
003440
003500     SELECT MUSTLOG-FILE ASSIGN TO "MUSTLOG"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-MUST-FILE-STATUS.
006000     LABEL RECORDS ARE STANDARD.
006100     COPY MUSTREC REPLACING MUSTER-RECORD BY MUSTLOG-RECORD.
006200
006210*----------------------------------------------------------------
006220* EXPECTED-FILE -- ONE RECORD PER ANNOUNCED APPOINTMENT, WITH
006230*                  A HEADER RECORD FOR EACH ANNOUNCED GROUP
006240*----------------------------------------------------------------
006250 FD  EXPECTED-FILE
006260     LABEL RECORDS ARE STANDARD.
006270     COPY EXPREC REPLACING EXPECTED-RECORD BY EXPECTED-IN.
006280
006300 WORKING-STORAGE SECTION.
006400 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
006500
006600 COPY MUSTREC REPLACING MUSTER-RECORD BY WS-MUSTER-RECORD.
006700
006710 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
006720
006800 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
006900     88  WS-LOG-FILE-OK VALUE "00".
007000     88  WS-LOG-FILE-EOF VALUE "10".
007700     88  WS-MUST-FILE-OK VALUES "00" "04".
007800     88  WS-MUST-FILE-NOT-FOUND VALUE "35".
007900
007910 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
007920     88  WS-EXP-FILE-OK VALUE "00".
007930     88  WS-EXP-FILE-NOT-FOUND VALUE "35".
007940
007950 77  WS-EXP-EOF-SW PIC X(01) VALUE "N".
007960     88  WS-END-OF-EXPECTED VALUE "Y".
007970
008000 77  WS-EOF-SW PIC X(01) VALUE "N".
008100     88  WS-END-OF-LOG VALUE "Y".
008200
010500 77  WS-COUNT-ED PIC ZZZ9.
010600 77  WS-DATE-ED PIC 9999B99B99.
010700 77  WS-TIME-ED PIC 99B99B99.
010710 77  WS-GROUP-COUNT PIC 9(04) COMP VALUE ZERO.
010720 77  WS-GRP-SUB PIC 9(04) COMP VALUE ZERO.
010730 77  WS-GROUP-HIT PIC 9(04) COMP VALUE ZERO.
010740 77  WS-GROUP-KEY PIC 9(04) VALUE ZERO.
010750 77  WS-GROUP-OUT PIC 9(04) COMP VALUE ZERO.
010800
010900 77  WS-ENTRY-IN PIC X(30) VALUE SPACES.
011000 77  WS-ENTRY-LEN PIC 9(02) COMP VALUE ZERO.
013000         10  MS-NET PIC S9(04) COMP.
013100         10  MS-ACCTD-SW PIC X(01).
013200             88  MS-IS-ACCOUNTED VALUE "Y".
013210         10  MS-GROUP-NO PIC 9(04).
013220
013230*----------------------------------------------------------------
013240* TODAY'S GROUPS -- THE HEADERS ON THE EXPECTED LIST, PLUS ANY
013250* GROUP NUMBER SEEN ON AN ARRIVAL THAT HAS NO HEADER TODAY
013260*----------------------------------------------------------------
013270 01  WS-GROUP-TABLE.
013280     05  WS-GROUP-ENTRY OCCURS 50.
013290         10  GT-GROUP-NO PIC 9(04).
013291         10  GT-GROUP-NAME PIC X(30).
013292         10  GT-HOST PIC X(30).
013293         10  GT-ANNOUNCED-SW PIC X(01).
013294             88  GT-WAS-ANNOUNCED VALUE "Y".
013300
013400 PROCEDURE DIVISION.
013500*----------------------------------------------------------------
013900     ACCEPT WS-START-TIME FROM TIME
014000     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
014100         UNTIL WS-SIGNED-ON
014150     PERFORM 0500-LOAD-GROUPS THRU 0500-LOAD-GROUPS-EXIT
014200     PERFORM 1000-PAIR-UP-LOG THRU 1000-PAIR-UP-LOG-EXIT
014300     PERFORM 1500-COUNT-ONSITE THRU 1500-COUNT-ONSITE-EXIT
014400     MOVE WS-ONSITE-TOTAL TO WS-COUNT-ED
016800
016900 0100-SIGN-ON-EXIT.
017000     EXIT.
017010
017020*----------------------------------------------------------------
017030* 0500-LOAD-GROUPS -- TABLE TODAY'S GROUP HEADERS FROM THE
017040*                     EXPECTED LIST.  WITH NO LIST, GROUPS ARE
017050*                     STILL LISTED BY NUMBER.
017060*----------------------------------------------------------------
017070 0500-LOAD-GROUPS.
017080     MOVE ZERO TO WS-GROUP-COUNT
017090     MOVE "N" TO WS-EXP-EOF-SW
017092     OPEN INPUT EXPECTED-FILE
017094     IF NOT WS-EXP-FILE-OK
017096         GO TO 0500-LOAD-GROUPS-EXIT
017098     END-IF
017100
017102     PERFORM 8100-READ-EXPECTED THRU 8100-READ-EXPECTED-EXIT
017104     PERFORM 0550-LOAD-ONE-GROUP THRU 0550-LOAD-ONE-GROUP-EXIT
017106         UNTIL WS-END-OF-EXPECTED
017108
017110     CLOSE EXPECTED-FILE.
017112
017114 0500-LOAD-GROUPS-EXIT.
017116     EXIT.
017118
017120*----------------------------------------------------------------
017122* 0550-LOAD-ONE-GROUP -- TAKE ONE EXPECTED RECORD IF IT IS ONE
017124*                        OF TODAY'S GROUP HEADERS
017126*----------------------------------------------------------------
017128 0550-LOAD-ONE-GROUP.
017130     IF EX-APPT-DATE OF WS-EXPECTED-RECORD NOT = WS-TODAY
017132         OR NOT EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
017134         OR EX-GROUP-NO OF WS-EXPECTED-RECORD NOT NUMERIC
017136         GO TO 0550-LOAD-ONE-GROUP-READ
017138     END-IF
017140
017142     MOVE EX-GROUP-NO OF WS-EXPECTED-RECORD TO WS-GROUP-KEY
017144     PERFORM 1300-FIND-GROUP THRU 1300-FIND-GROUP-EXIT
017146     IF WS-GROUP-HIT > 0
017148         SET GT-WAS-ANNOUNCED (WS-GROUP-HIT) TO TRUE
017150         MOVE EX-NAME OF WS-EXPECTED-RECORD
017152             TO GT-GROUP-NAME (WS-GROUP-HIT)
017154         MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
017156             TO GT-HOST (WS-GROUP-HIT)
017158     END-IF.
017160
017162 0550-LOAD-ONE-GROUP-READ.
017164     PERFORM 8100-READ-EXPECTED THRU 8100-READ-EXPECTED-EXIT.
017166
017168 0550-LOAD-ONE-GROUP-EXIT.
017170     EXIT.
017172
017200*----------------------------------------------------------------
017300* 1000-PAIR-UP-LOG -- ONE PASS OVER THE LOG, NETTING TODAY'S
017400*                     ARRIVALS AGAINST DEPARTURES BY NAME, THE
021500         MOVE SPACES TO MS-DESK-ID (WS-HIT-SUB)
021600         MOVE ZERO TO MS-NET (WS-HIT-SUB)
021700         MOVE "N" TO MS-ACCTD-SW (WS-HIT-SUB)
021710         MOVE ZERO TO MS-GROUP-NO (WS-HIT-SUB)
021800     END-IF
021900
022000     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
022900             MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
023000                 TO MS-VISITOR-NO (WS-HIT-SUB)
023100         END-IF
023110         PERFORM 1150-NOTE-GROUP THRU 1150-NOTE-GROUP-EXIT
023200     END-IF.
023300
023400 1100-NET-ONE-RECORD-READ.
023600
023700 1100-NET-ONE-RECORD-EXIT.
023800     EXIT.
023810
023820*----------------------------------------------------------------
023830* 1150-NOTE-GROUP -- KEEP THE GROUP NUMBER OF THE LATEST ARRIVAL
023840*                    FOR THE NAME.  A GROUP THAT CANNOT BE
023850*                    TABLED LEAVES ITS MEMBER LISTED ON THEIR
023860*                    OWN RATHER THAN NOT AT ALL.
023870*----------------------------------------------------------------
023880 1150-NOTE-GROUP.
023890     MOVE ZERO TO MS-GROUP-NO (WS-HIT-SUB)
023896     IF VR-GROUP-NO OF WS-VISITOR-RECORD NOT NUMERIC
023902         GO TO 1150-NOTE-GROUP-EXIT
023908     END-IF
023914     IF VR-GROUP-NO OF WS-VISITOR-RECORD = ZERO
023920         GO TO 1150-NOTE-GROUP-EXIT
023926     END-IF
023932
023938     MOVE VR-GROUP-NO OF WS-VISITOR-RECORD TO WS-GROUP-KEY
023944     PERFORM 1300-FIND-GROUP THRU 1300-FIND-GROUP-EXIT
023950     IF WS-GROUP-HIT > 0
023956         MOVE WS-GROUP-KEY TO MS-GROUP-NO (WS-HIT-SUB)
023962     END-IF.
023968
023974 1150-NOTE-GROUP-EXIT.
023980     EXIT.
023986
024000*----------------------------------------------------------------
024100* 1200-FIND-NAME -- LOOK THE CURRENT LOG NAME UP IN THE TABLE
024200*----------------------------------------------------------------
025800
025900 1250-MATCH-ONE-EXIT.
026000     EXIT.
026010
026020*----------------------------------------------------------------
026030* 1300-FIND-GROUP -- POINT WS-GROUP-HIT AT THE TABLE ENTRY FOR
026040*                    WS-GROUP-KEY, ADDING A BLANK ONE IF THE
026050*                    GROUP IS NEW.  ZERO WHEN THE TABLE IS FULL.
026060*----------------------------------------------------------------
026070 1300-FIND-GROUP.
026080     MOVE ZERO TO WS-GROUP-HIT
026090     PERFORM 1350-MATCH-ONE-GROUP THRU 1350-MATCH-ONE-GROUP-EXIT
026093         VARYING WS-GRP-SUB FROM 1 BY 1
026096         UNTIL WS-GRP-SUB > WS-GROUP-COUNT
026099         OR WS-GROUP-HIT > 0
026102     IF WS-GROUP-HIT > 0
026105         GO TO 1300-FIND-GROUP-EXIT
026108     END-IF
026111
026114     IF WS-GROUP-COUNT = 50
026117         DISPLAY "GROUP TABLE FULL - SOME MEMBERS LISTED ALONE"
026120         GO TO 1300-FIND-GROUP-EXIT
026123     END-IF
026126     ADD 1 TO WS-GROUP-COUNT
026129     MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
026132     MOVE WS-GROUP-KEY TO GT-GROUP-NO (WS-GROUP-HIT)
026135     MOVE SPACES TO GT-GROUP-NAME (WS-GROUP-HIT)
026138     MOVE SPACES TO GT-HOST (WS-GROUP-HIT)
026141     MOVE "N" TO GT-ANNOUNCED-SW (WS-GROUP-HIT).
026144
026147 1300-FIND-GROUP-EXIT.
026150     EXIT.
026153
026156 1350-MATCH-ONE-GROUP.
026159     IF GT-GROUP-NO (WS-GRP-SUB) = WS-GROUP-KEY
026162         MOVE WS-GRP-SUB TO WS-GROUP-HIT
026165     END-IF.
026168
026171 1350-MATCH-ONE-GROUP-EXIT.
026174     EXIT.
026177
026200*----------------------------------------------------------------
026300* 1500-COUNT-ONSITE -- HOW MANY NAMES SHOULD BE AT THE MUSTER
026400*                      POINT
041600*----------------------------------------------------------------
041700* 5000-PRINT-OUTSTANDING -- PRINT EVERYONE STILL UNACCOUNTED
041800*                           FOR, WITH LATEST ARRIVAL TIME AND
041900*                           GREETING DESK -- THOSE ON THEIR OWN
041910*                           FIRST, THEN GROUP MEMBERS UNDER
041920*                           THEIR GROUP AND HOST
042000*----------------------------------------------------------------
042100 5000-PRINT-OUTSTANDING.
042200     OPEN OUTPUT REPORT-FILE
043700     PERFORM 5100-PRINT-ONE-NAME THRU 5100-PRINT-ONE-NAME-EXIT
043800         VARYING WS-SUB FROM 1 BY 1
043900         UNTIL WS-SUB > WS-NAME-COUNT
043910     PERFORM 5200-PRINT-ONE-GROUP THRU 5200-PRINT-ONE-GROUP-EXIT
043920         VARYING WS-GRP-SUB FROM 1 BY 1
043930         UNTIL WS-GRP-SUB > WS-GROUP-COUNT
044000
044100     COMPUTE WS-OUTSTANDING = WS-ONSITE-TOTAL - WS-ACCOUNTED
044200     MOVE WS-OUTSTANDING TO WS-COUNT-ED
045500
045600*----------------------------------------------------------------
045700* 5100-PRINT-ONE-NAME -- ONE LINE PER NAME STILL OUTSTANDING
045710*                        THAT IS NOT PART OF A GROUP
045800*----------------------------------------------------------------
045900 5100-PRINT-ONE-NAME.
046000     IF MS-NET (WS-SUB) > 0
046100         AND NOT MS-IS-ACCOUNTED (WS-SUB)
046110         AND MS-GROUP-NO (WS-SUB) = ZERO
046200         MOVE MS-ARRIVAL-TIME (WS-SUB)(1:6) TO WS-TIME-ED
046300         MOVE SPACES TO REPORT-LINE
046400         STRING "  " MS-NAME (WS-SUB)
047100
047200 5100-PRINT-ONE-NAME-EXIT.
047300     EXIT.
047310
047320*----------------------------------------------------------------
047330* 5200-PRINT-ONE-GROUP -- IF ANY MEMBER OF THE GROUP IS STILL
047340*                         OUTSTANDING, PRINT THE GROUP HEADER
047350*                         LINE AND THEN THOSE MEMBERS
047360*----------------------------------------------------------------
047370 5200-PRINT-ONE-GROUP.
047380     MOVE ZERO TO WS-GROUP-OUT
047390     PERFORM 5250-COUNT-ONE-MEMBER THRU 5250-COUNT-ONE-MEMBER-EXIT
047391         VARYING WS-SUB FROM 1 BY 1
047392         UNTIL WS-SUB > WS-NAME-COUNT
047393     IF WS-GROUP-OUT = 0
047394         GO TO 5200-PRINT-ONE-GROUP-EXIT
047395     END-IF
047396
047397     MOVE SPACES TO REPORT-LINE
047398     IF GT-WAS-ANNOUNCED (WS-GRP-SUB)
047399         STRING "  GROUP " GT-GROUP-NO (WS-GRP-SUB)
047400             " " GT-GROUP-NAME (WS-GRP-SUB)
047401             " HOST " GT-HOST (WS-GRP-SUB)
047402             DELIMITED BY SIZE INTO REPORT-LINE
047403     ELSE
047404         STRING "  GROUP " GT-GROUP-NO (WS-GRP-SUB)
047405             " NOT ON TODAY'S EXPECTED LIST"
047406             DELIMITED BY SIZE INTO REPORT-LINE
047407     END-IF
047408     WRITE REPORT-LINE
047409     PERFORM 5300-PRINT-ONE-MEMBER THRU 5300-PRINT-ONE-MEMBER-EXIT
047410         VARYING WS-SUB FROM 1 BY 1
047411         UNTIL WS-SUB > WS-NAME-COUNT.
047412
047413 5200-PRINT-ONE-GROUP-EXIT.
047414     EXIT.
047415
047416 5250-COUNT-ONE-MEMBER.
047417     IF MS-NET (WS-SUB) > 0
047418         AND NOT MS-IS-ACCOUNTED (WS-SUB)
047419         AND MS-GROUP-NO (WS-SUB) = GT-GROUP-NO (WS-GRP-SUB)
047420         ADD 1 TO WS-GROUP-OUT
047421     END-IF.
047422
047423 5250-COUNT-ONE-MEMBER-EXIT.
047424     EXIT.
047425
047426*----------------------------------------------------------------
047427* 5300-PRINT-ONE-MEMBER -- ONE LINE PER OUTSTANDING MEMBER OF
047428*                          THE CURRENT GROUP
047429*----------------------------------------------------------------
047430 5300-PRINT-ONE-MEMBER.
047431     IF MS-NET (WS-SUB) > 0
047432         AND NOT MS-IS-ACCOUNTED (WS-SUB)
047433         AND MS-GROUP-NO (WS-SUB) = GT-GROUP-NO (WS-GRP-SUB)
047434         MOVE MS-ARRIVAL-TIME (WS-SUB)(1:6) TO WS-TIME-ED
047435         MOVE SPACES TO REPORT-LINE
047436         STRING "    " MS-NAME (WS-SUB)
047437             "  NO " MS-VISITOR-NO (WS-SUB)
047438             "  IN AT " WS-TIME-ED
047439             "  DESK " MS-DESK-ID (WS-SUB)
047440             DELIMITED BY SIZE INTO REPORT-LINE
047441         WRITE REPORT-LINE
047442     END-IF.
047443
047444 5300-PRINT-ONE-MEMBER-EXIT.
047445     EXIT.
047446
047500*----------------------------------------------------------------
047600* 9000-END-DRILL -- PRINT THE FINAL LIST AND APPEND THE DRILL
047700*                   EVIDENCE RECORD TO MUSTLOG
053300
053400 8000-READ-LOG-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 8100-READ-EXPECTED -- READ THE NEXT EXPECTED-VISITOR RECORD
053900*----------------------------------------------------------------
054000 8100-READ-EXPECTED.
054100     READ EXPECTED-FILE INTO WS-EXPECTED-RECORD
054200         AT END
054300             SET WS-END-OF-EXPECTED TO TRUE
054400     END-READ.
054500
054600 8100-READ-EXPECTED-EXIT.
054700     EXIT.
