001300*                ARRIVAL TIME, SO THE DESK HAS AN EVACUATION LIST
001400*                WHEN THE ALARM GOES.  A NAME WITH MORE ARRIVALS
001500*                THAN DEPARTURES TODAY COUNTS AS ON SITE.
001510* 2026-10-15 TD  LIST GROUP MEMBERS UNDER THEIR GROUP -- EACH
001520*                PARTY STILL ON SITE GETS A HEADER LINE WITH THE
001530*                GROUP NAME AND HOST FROM TODAY'S GROUP HEADER ON
001540*                THE EXPECTED LIST, FOLLOWED BY ITS MEMBERS, SO
001550*                THE HOST CAN BE SENT TO ROUND THEM UP.  PEOPLE
001560*                ON SITE ON THEIR OWN ARE LISTED FIRST AS BEFORE.
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
002200         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-LOG-FILE-STATUS.
002400
002410     SELECT EXPECTED-FILE ASSIGN TO "EXPECTED"
002420         ORGANIZATION IS LINE SEQUENTIAL
002430         FILE STATUS IS WS-EXP-FILE-STATUS.
002440
002500     SELECT REPORT-FILE ASSIGN TO "ONSITERP"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-REPORT-STATUS.
003500     LABEL RECORDS ARE STANDARD.
003600     COPY NAMEREC REPLACING VISITOR-RECORD BY LOG-RECORD.
003700
003710*----------------------------------------------------------------
003720* EXPECTED-FILE -- ONE RECORD PER ANNOUNCED APPOINTMENT, WITH
003730*                  A HEADER RECORD FOR EACH ANNOUNCED GROUP
003740*----------------------------------------------------------------
003750 FD  EXPECTED-FILE
003760     LABEL RECORDS ARE STANDARD.
003770     COPY EXPREC REPLACING EXPECTED-RECORD BY EXPECTED-IN.
003780
003800*----------------------------------------------------------------
003900* REPORT-FILE -- WHO-IS-STILL-IN-THE-BUILDING LIST
004000*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 COPY NAMEREC REPLACING VISITOR-RECORD BY WS-VISITOR-RECORD.
004700
004710 COPY EXPREC REPLACING EXPECTED-RECORD BY WS-EXPECTED-RECORD.
004720
004800 77  WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
004900     88  WS-LOG-FILE-OK VALUE "00".
005000     88  WS-LOG-FILE-EOF VALUE "10".
005300 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
005400     88  WS-REPORT-OK VALUE "00".
005500
005510 77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
005520     88  WS-EXP-FILE-OK VALUE "00".
005530     88  WS-EXP-FILE-NOT-FOUND VALUE "35".
005540
005550 77  WS-EXP-EOF-SW PIC X(01) VALUE "N".
005560     88  WS-END-OF-EXPECTED VALUE "Y".
005570
005600 77  WS-EOF-SW PIC X(01) VALUE "N".
005700     88  WS-END-OF-LOG VALUE "Y".
005800
006700 77  WS-ONSITE-TOTAL-ED PIC ZZZ9.
006800 77  WS-DATE-ED PIC 9999B99B99.
006900 77  WS-TIME-ED PIC 99B99B99.
006910 77  WS-GROUP-COUNT PIC 9(04) COMP VALUE ZERO.
006920 77  WS-GRP-SUB PIC 9(04) COMP VALUE ZERO.
006930 77  WS-GROUP-HIT PIC 9(04) COMP VALUE ZERO.
006940 77  WS-GROUP-KEY PIC 9(04) VALUE ZERO.
006950 77  WS-GROUP-ON-SITE PIC 9(04) COMP VALUE ZERO.
006960 77  WS-GROUP-ON-SITE-ED PIC ZZZ9.
006970 77  WS-GROUPS-PRINTED PIC 9(04) COMP VALUE ZERO.
007000
007100*----------------------------------------------------------------
007200* ONE ENTRY PER DISTINCT NAME SEEN IN TODAY'S LOG -- OS-NET IS
007800         10  OS-VISITOR-NO PIC 9(05).
007900         10  OS-ARRIVAL-TIME PIC 9(08).
008000         10  OS-NET PIC S9(04) COMP.
008010         10  OS-GROUP-NO PIC 9(04).
008020
008030*----------------------------------------------------------------
008040* TODAY'S GROUPS -- THE HEADERS ON THE EXPECTED LIST, PLUS ANY
008050* GROUP NUMBER SEEN ON AN ARRIVAL THAT HAS NO HEADER TODAY
008060*----------------------------------------------------------------
008070 01  WS-GROUP-TABLE.
008080     05  WS-GROUP-ENTRY OCCURS 50.
008090         10  GT-GROUP-NO PIC 9(04).
008091         10  GT-GROUP-NAME PIC X(30).
008092         10  GT-HOST PIC X(30).
008093         10  GT-ANNOUNCED-SW PIC X(01).
008094             88  GT-WAS-ANNOUNCED VALUE "Y".
008100
008200 PROCEDURE DIVISION.
008300*----------------------------------------------------------------
008400 0000-MAINLINE.
008500*----------------------------------------------------------------
008600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
008650     PERFORM 0500-LOAD-GROUPS THRU 0500-LOAD-GROUPS-EXIT
008700     PERFORM 1000-PAIR-UP-LOG THRU 1000-PAIR-UP-LOG-EXIT
008800     PERFORM 2000-PRINT-REPORT THRU 2000-PRINT-REPORT-EXIT
008900     STOP RUN.
009000
009010*----------------------------------------------------------------
009020* 0500-LOAD-GROUPS -- TABLE TODAY'S GROUP HEADERS FROM THE
009030*                     EXPECTED LIST.  WITH NO LIST, GROUPS ARE
009040*                     STILL LISTED BY NUMBER.
009050*----------------------------------------------------------------
009060 0500-LOAD-GROUPS.
009070     MOVE ZERO TO WS-GROUP-COUNT
009080     MOVE "N" TO WS-EXP-EOF-SW
009090     OPEN INPUT EXPECTED-FILE
009100     IF NOT WS-EXP-FILE-OK
009110         GO TO 0500-LOAD-GROUPS-EXIT
009120     END-IF
009130
009140     PERFORM 8100-READ-EXPECTED THRU 8100-READ-EXPECTED-EXIT
009150     PERFORM 0550-LOAD-ONE-GROUP THRU 0550-LOAD-ONE-GROUP-EXIT
009160         UNTIL WS-END-OF-EXPECTED
009170
009180     CLOSE EXPECTED-FILE.
009190
009193 0500-LOAD-GROUPS-EXIT.
009196     EXIT.
009199
009202*----------------------------------------------------------------
009205* 0550-LOAD-ONE-GROUP -- TAKE ONE EXPECTED RECORD IF IT IS ONE
009208*                        OF TODAY'S GROUP HEADERS
009211*----------------------------------------------------------------
009214 0550-LOAD-ONE-GROUP.
009217     IF EX-APPT-DATE OF WS-EXPECTED-RECORD NOT = WS-TODAY
009220         OR NOT EX-RECORD-IS-GROUP OF WS-EXPECTED-RECORD
009223         OR EX-GROUP-NO OF WS-EXPECTED-RECORD NOT NUMERIC
009226         GO TO 0550-LOAD-ONE-GROUP-READ
009229     END-IF
009232
009235     MOVE EX-GROUP-NO OF WS-EXPECTED-RECORD TO WS-GROUP-KEY
009238     PERFORM 1300-FIND-GROUP THRU 1300-FIND-GROUP-EXIT
009241     IF WS-GROUP-HIT > 0
009244         SET GT-WAS-ANNOUNCED (WS-GROUP-HIT) TO TRUE
009247         MOVE EX-NAME OF WS-EXPECTED-RECORD
009250             TO GT-GROUP-NAME (WS-GROUP-HIT)
009253         MOVE EX-HOST-EMPLOYEE OF WS-EXPECTED-RECORD
009256             TO GT-HOST (WS-GROUP-HIT)
009259     END-IF.
009262
009265 0550-LOAD-ONE-GROUP-READ.
009268     PERFORM 8100-READ-EXPECTED THRU 8100-READ-EXPECTED-EXIT.
009271
009274 0550-LOAD-ONE-GROUP-EXIT.
009277     EXIT.
009280
009283*----------------------------------------------------------------
009286* 1000-PAIR-UP-LOG -- ONE PASS OVER THE LOG, NETTING TODAY'S
009300*                     ARRIVALS AGAINST DEPARTURES BY NAME
009400*----------------------------------------------------------------
009500 1000-PAIR-UP-LOG.
013100         MOVE ZERO TO OS-VISITOR-NO (WS-HIT-SUB)
013200         MOVE ZERO TO OS-ARRIVAL-TIME (WS-HIT-SUB)
013300         MOVE ZERO TO OS-NET (WS-HIT-SUB)
013310         MOVE ZERO TO OS-GROUP-NO (WS-HIT-SUB)
013400     END-IF
013500
013600     IF VR-ENTRY-IS-DEPARTURE OF WS-VISITOR-RECORD
014300             MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
014400                 TO OS-VISITOR-NO (WS-HIT-SUB)
014500         END-IF
014510         PERFORM 1150-NOTE-GROUP THRU 1150-NOTE-GROUP-EXIT
014600     END-IF.
014700
014800 1100-NET-ONE-RECORD-READ.
015000
015100 1100-NET-ONE-RECORD-EXIT.
015200     EXIT.
015210
015220*----------------------------------------------------------------
015230* 1150-NOTE-GROUP -- KEEP THE GROUP NUMBER OF THE LATEST ARRIVAL
015240*                    FOR THE NAME.  A GROUP THAT CANNOT BE
015250*                    TABLED LEAVES ITS MEMBER LISTED ON THEIR
015260*                    OWN RATHER THAN NOT AT ALL.
015270*----------------------------------------------------------------
015280 1150-NOTE-GROUP.
015290     MOVE ZERO TO OS-GROUP-NO (WS-HIT-SUB)
015296     IF VR-GROUP-NO OF WS-VISITOR-RECORD NOT NUMERIC
015302         GO TO 1150-NOTE-GROUP-EXIT
015308     END-IF
015314     IF VR-GROUP-NO OF WS-VISITOR-RECORD = ZERO
015320         GO TO 1150-NOTE-GROUP-EXIT
015326     END-IF
015332
015338     MOVE VR-GROUP-NO OF WS-VISITOR-RECORD TO WS-GROUP-KEY
015344     PERFORM 1300-FIND-GROUP THRU 1300-FIND-GROUP-EXIT
015350     IF WS-GROUP-HIT > 0
015356         MOVE WS-GROUP-KEY TO OS-GROUP-NO (WS-HIT-SUB)
015362     END-IF.
015368
015374 1150-NOTE-GROUP-EXIT.
015380     EXIT.
015386
015400*----------------------------------------------------------------
015500* 1200-FIND-NAME -- LOOK THE CURRENT LOG NAME UP IN THE TABLE
015600*----------------------------------------------------------------
017200
017300 1250-MATCH-ONE-EXIT.
017400     EXIT.
017410
017420*----------------------------------------------------------------
017430* 1300-FIND-GROUP -- POINT WS-GROUP-HIT AT THE TABLE ENTRY FOR
017440*                    WS-GROUP-KEY, ADDING A BLANK ONE IF THE
017450*                    GROUP IS NEW.  ZERO WHEN THE TABLE IS FULL.
017460*----------------------------------------------------------------
017470 1300-FIND-GROUP.
017480     MOVE ZERO TO WS-GROUP-HIT
017490     PERFORM 1350-MATCH-ONE-GROUP THRU 1350-MATCH-ONE-GROUP-EXIT
017493         VARYING WS-GRP-SUB FROM 1 BY 1
017496         UNTIL WS-GRP-SUB > WS-GROUP-COUNT
017499         OR WS-GROUP-HIT > 0
017502     IF WS-GROUP-HIT > 0
017505         GO TO 1300-FIND-GROUP-EXIT
017508     END-IF
017511
017514     IF WS-GROUP-COUNT = 50
017517         DISPLAY "GROUP TABLE FULL - SOME MEMBERS LISTED ALONE"
017520         GO TO 1300-FIND-GROUP-EXIT
017523     END-IF
017526     ADD 1 TO WS-GROUP-COUNT
017529     MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
017532     MOVE WS-GROUP-KEY TO GT-GROUP-NO (WS-GROUP-HIT)
017535     MOVE SPACES TO GT-GROUP-NAME (WS-GROUP-HIT)
017538     MOVE SPACES TO GT-HOST (WS-GROUP-HIT)
017541     MOVE "N" TO GT-ANNOUNCED-SW (WS-GROUP-HIT).
017544
017547 1300-FIND-GROUP-EXIT.
017550     EXIT.
017553
017556 1350-MATCH-ONE-GROUP.
017559     IF GT-GROUP-NO (WS-GRP-SUB) = WS-GROUP-KEY
017562         MOVE WS-GRP-SUB TO WS-GROUP-HIT
017565     END-IF.
017568
017571 1350-MATCH-ONE-GROUP-EXIT.
017574     EXIT.
017577
017600*----------------------------------------------------------------
017700* 2000-PRINT-REPORT -- PRINT EVERY NAME WITH A POSITIVE NET,
017710*                      THOSE ON THEIR OWN FIRST, THEN EACH
017720*                      GROUP WITH ANYONE STILL ON SITE
017800*----------------------------------------------------------------
017900 2000-PRINT-REPORT.
018000     OPEN OUTPUT REPORT-FILE
019700         VARYING WS-SUB FROM 1 BY 1
019800         UNTIL WS-SUB > WS-NAME-COUNT
019900
019910     MOVE ZERO TO WS-GROUPS-PRINTED
019920     PERFORM 2200-PRINT-ONE-GROUP THRU 2200-PRINT-ONE-GROUP-EXIT
019930         VARYING WS-GRP-SUB FROM 1 BY 1
019940         UNTIL WS-GRP-SUB > WS-GROUP-COUNT
019950
020000     MOVE SPACES TO REPORT-LINE
020100     WRITE REPORT-LINE
020200     MOVE WS-ONSITE-TOTAL TO WS-ONSITE-TOTAL-ED
021300
021400*----------------------------------------------------------------
021500* 2100-PRINT-ONE-NAME -- PRINT ONE NAME IF ITS NET SAYS ON SITE
021510*                        AND IT IS NOT PART OF A GROUP
021600*----------------------------------------------------------------
021700 2100-PRINT-ONE-NAME.
021800     IF OS-NET (WS-SUB) > 0
021810         AND OS-GROUP-NO (WS-SUB) = ZERO
021900         ADD 1 TO WS-ONSITE-TOTAL
022000         MOVE OS-ARRIVAL-TIME (WS-SUB)(1:6) TO WS-TIME-ED
022100         MOVE SPACES TO REPORT-LINE
022800
022900 2100-PRINT-ONE-NAME-EXIT.
023000     EXIT.
023010
023020*----------------------------------------------------------------
023030* 2200-PRINT-ONE-GROUP -- IF ANY MEMBER OF THE GROUP IS STILL ON
023040*                         SITE, PRINT THE GROUP HEADER LINE AND
023050*                         THEN THOSE MEMBERS
023060*----------------------------------------------------------------
023070 2200-PRINT-ONE-GROUP.
023080     MOVE ZERO TO WS-GROUP-ON-SITE
023090     PERFORM 2250-COUNT-ONE-MEMBER THRU 2250-COUNT-ONE-MEMBER-EXIT
023091         VARYING WS-SUB FROM 1 BY 1
023092         UNTIL WS-SUB > WS-NAME-COUNT
023093     IF WS-GROUP-ON-SITE = 0
023094         GO TO 2200-PRINT-ONE-GROUP-EXIT
023095     END-IF
023096
023097     ADD 1 TO WS-GROUPS-PRINTED
023098     IF WS-GROUPS-PRINTED = 1
023099         MOVE SPACES TO REPORT-LINE
023100         WRITE REPORT-LINE
023101         MOVE "GROUPS ON SITE:" TO REPORT-LINE
023102         WRITE REPORT-LINE
023103     END-IF
023104     MOVE SPACES TO REPORT-LINE
023105     IF GT-WAS-ANNOUNCED (WS-GRP-SUB)
023106         STRING "  GROUP " GT-GROUP-NO (WS-GRP-SUB)
023107             " " GT-GROUP-NAME (WS-GRP-SUB)
023108             " HOST " GT-HOST (WS-GRP-SUB)
023109             DELIMITED BY SIZE INTO REPORT-LINE
023110     ELSE
023111         STRING "  GROUP " GT-GROUP-NO (WS-GRP-SUB)
023112             " NOT ON TODAY'S EXPECTED LIST"
023113             DELIMITED BY SIZE INTO REPORT-LINE
023114     END-IF
023115     WRITE REPORT-LINE
023116     MOVE WS-GROUP-ON-SITE TO WS-GROUP-ON-SITE-ED
023117     MOVE SPACES TO REPORT-LINE
023118     STRING "    MEMBERS ON SITE: " WS-GROUP-ON-SITE-ED
023119         DELIMITED BY SIZE INTO REPORT-LINE
023120     WRITE REPORT-LINE
023121     PERFORM 2300-PRINT-ONE-MEMBER THRU 2300-PRINT-ONE-MEMBER-EXIT
023122         VARYING WS-SUB FROM 1 BY 1
023123         UNTIL WS-SUB > WS-NAME-COUNT.
023124
023125 2200-PRINT-ONE-GROUP-EXIT.
023126     EXIT.
023127
023128 2250-COUNT-ONE-MEMBER.
023129     IF OS-NET (WS-SUB) > 0
023130         AND OS-GROUP-NO (WS-SUB) = GT-GROUP-NO (WS-GRP-SUB)
023131         ADD 1 TO WS-GROUP-ON-SITE
023132     END-IF.
023133
023134 2250-COUNT-ONE-MEMBER-EXIT.
023135     EXIT.
023136
023137*----------------------------------------------------------------
023138* 2300-PRINT-ONE-MEMBER -- PRINT ONE MEMBER OF THE CURRENT GROUP
023139*                          IF THEIR NET SAYS ON SITE
023140*----------------------------------------------------------------
023141 2300-PRINT-ONE-MEMBER.
023142     IF OS-NET (WS-SUB) > 0
023143         AND OS-GROUP-NO (WS-SUB) = GT-GROUP-NO (WS-GRP-SUB)
023144         ADD 1 TO WS-ONSITE-TOTAL
023145         MOVE OS-ARRIVAL-TIME (WS-SUB)(1:6) TO WS-TIME-ED
023146         MOVE SPACES TO REPORT-LINE
023147         STRING "    " OS-NAME (WS-SUB)
023148             "  NO " OS-VISITOR-NO (WS-SUB)
023149             "  IN AT " WS-TIME-ED
023150             DELIMITED BY SIZE INTO REPORT-LINE
023151         WRITE REPORT-LINE
023152     END-IF.
023153
023154 2300-PRINT-ONE-MEMBER-EXIT.
023155     EXIT.
023156
023200*----------------------------------------------------------------
023300* 8000-READ-LOG -- READ THE NEXT VISITLOG RECORD
023400*----------------------------------------------------------------
024000
024100 8000-READ-LOG-EXIT.
024200     EXIT.
024300
024400*----------------------------------------------------------------
024500* 8100-READ-EXPECTED -- READ THE NEXT EXPECTED-VISITOR RECORD
024600*----------------------------------------------------------------
024700 8100-READ-EXPECTED.
024800     READ EXPECTED-FILE INTO WS-EXPECTED-RECORD
024900         AT END
025000             SET WS-END-OF-EXPECTED TO TRUE
025100     END-READ.
025200
025300 8100-READ-EXPECTED-EXIT.
025400     EXIT.
