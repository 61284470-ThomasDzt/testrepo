001800*                NAMEREC) FOR EVERY ARRIVAL STILL OPEN, AND
001900*                PRINTS THE EXCEPTION LIST SO RECEPTION CAN
002000*                CHASE REPEAT OFFENDERS.
002010* 2026-10-15 TD  CARRY THE GROUP NUMBER FROM THE ARRIVAL ONTO THE
002020*                CLOSING RECORD, SO A PARTY LEFT OPEN IS CLOSED
002030*                UNDER ITS GROUP.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
010200         10  AC-VISITOR-NO PIC 9(05).
010300         10  AC-ARRIVAL-TIME PIC 9(08).
010400         10  AC-DESK-ID PIC X(04).
010450         10  AC-GROUP-NO PIC 9(04).
010500         10  AC-NET PIC S9(04) COMP.
010600
010700 PROCEDURE DIVISION.
019400         MOVE ZERO TO AC-VISITOR-NO (WS-HIT-SUB)
019500         MOVE ZERO TO AC-ARRIVAL-TIME (WS-HIT-SUB)
019600         MOVE SPACES TO AC-DESK-ID (WS-HIT-SUB)
019650         MOVE ZERO TO AC-GROUP-NO (WS-HIT-SUB)
019700         MOVE ZERO TO AC-NET (WS-HIT-SUB)
019800     END-IF
019900
020900             MOVE VR-VISITOR-NO OF WS-VISITOR-RECORD
021000                 TO AC-VISITOR-NO (WS-HIT-SUB)
021100         END-IF
021110         MOVE ZERO TO AC-GROUP-NO (WS-HIT-SUB)
021120         IF VR-GROUP-NO OF WS-VISITOR-RECORD NUMERIC
021130             MOVE VR-GROUP-NO OF WS-VISITOR-RECORD
021140                 TO AC-GROUP-NO (WS-HIT-SUB)
021150         END-IF
021200     END-IF.
021300
021400 1100-NET-ONE-RECORD-READ.
032600     SET VR-ENTRY-IS-AUTO-CLOSE OF WS-VISITOR-RECORD TO TRUE
032700     MOVE "AUTOCLOS" TO VR-OPERATOR-ID OF WS-VISITOR-RECORD
032800     MOVE "BTCH" TO VR-DESK-ID OF WS-VISITOR-RECORD
032850     MOVE AC-GROUP-NO (WS-SUB) TO VR-GROUP-NO OF WS-VISITOR-RECORD
032900     MOVE CORRESPONDING WS-VISITOR-RECORD TO LOG-RECORD
033000     WRITE LOG-RECORD
033100
