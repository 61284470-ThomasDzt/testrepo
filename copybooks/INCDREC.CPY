000100*----------------------------------------------------------------
000200* INCDREC -- SECURITY INCIDENT RECORD LAYOUT
000300*
000400* ONE RECORD PER WATCHLIST HIT, ON THE INDEXED INCIDENT FILE
000500* KEYED BY IN-INCIDENT-NO.  HELLOW AND GREETBAT OPEN THE RECORD
000600* AT THE MOMENT OF THE HIT (NUMBER ONE HIGHER THAN THE HIGHEST
000700* ON FILE); SECURITY RECORDS WHAT WAS DONE AND CLOSES IT WITH
000800* AN OUTCOME CODE THROUGH INCMAINT; INCAGE REPORTS THE ONES
000900* STILL OPEN.  COPY WITH REPLACING SO EACH PROGRAM CAN GIVE THE
001000* 01-LEVEL ITS OWN NAME, THE SAME WAY NAMEREC IS USED.
001100*
001200* IN-VISITOR-NO IS THE MASTER NUMBER WHEN THE DESK PULLED THE
001300* VISITOR UP BY NUMBER, ELSE ZERO.  UP TO TEN ACTIONS ARE HELD
001400* IN DATE ORDER; THE CLOSING NOTE IS KEPT SEPARATELY SO A FULL
001500* ACTION LIST CAN STILL BE CLOSED.
001600*----------------------------------------------------------------
001700 01  INCIDENT-RECORD.
001800     05  IN-INCIDENT-NO PIC 9(06).
001900     05  IN-OPEN-DATE PIC 9(08).
002000     05  IN-OPEN-TIME PIC 9(08).
002100     05  IN-NAME PIC X(30).
002200     05  IN-VISITOR-NO PIC 9(05).
002300     05  IN-WATCH-REASON PIC X(30).
002400     05  IN-SOURCE-CODE PIC X(01).
002500         88  IN-SOURCE-IS-INTERACTIVE VALUE "I".
002600         88  IN-SOURCE-IS-BATCH VALUE "B".
002700     05  IN-OPERATOR-ID PIC X(08).
002800     05  IN-DESK-ID PIC X(04).
002900     05  IN-STATUS-CODE PIC X(01).
003000         88  IN-STATUS-IS-OPEN VALUE "O".
003100         88  IN-STATUS-IS-CLOSED VALUE "C".
003200     05  IN-OUTCOME-CODE PIC X(02).
003300         88  IN-OUTCOME-ADMITTED VALUE "AD".
003400         88  IN-OUTCOME-REFUSED-LEFT VALUE "RL".
003500         88  IN-OUTCOME-ESCORTED VALUE "ES".
003600         88  IN-OUTCOME-POLICE VALUE "PO".
003700         88  IN-OUTCOME-NOT-LOCATED VALUE "NL".
003800         88  IN-OUTCOME-IS-VALID VALUES "AD" "RL" "ES" "PO" "NL".
003900     05  IN-CLOSE-DATE PIC 9(08).
004000     05  IN-CLOSE-TIME PIC 9(08).
004100     05  IN-CLOSED-BY PIC X(08).
004200     05  IN-CLOSE-NOTE PIC X(50).
004300     05  IN-ACTION-COUNT PIC 9(02).
004400     05  IN-ACTION OCCURS 10.
004500         10  IN-ACT-DATE PIC 9(08).
004600         10  IN-ACT-TIME PIC 9(08).
004700         10  IN-ACT-BY PIC X(08).
004800         10  IN-ACT-TEXT PIC X(50).
004900     05  FILLER PIC X(25) VALUE SPACES.
