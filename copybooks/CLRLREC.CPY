000100*----------------------------------------------------------------
000200* CLRLREC -- CLEARANCE CHECK LOG RECORD LAYOUT (CLRLOG)
000300*
000400* ONE RECORD PER CLEARANCE PROBLEM FOUND WHEN A KNOWN VISITOR IS
000500* GREETED, APPENDED BY HELLOW AT THE DESK AND BY GREETBAT
000600* OVERNIGHT.  CR-ACTION-CODE "R" MEANS THE VISITOR WAS REFUSED
000700* AND NOT LOGGED IN; "W" MEANS THE DESK WAS WARNED AND THE
000800* GREETING WENT AHEAD.  CR-EXPIRY-DATE IS ZERO WHEN THE
000900* CLEARANCE WAS NOT HELD AT ALL.  KEPT APART FROM SCRNLOG, WHICH
001000* IS THE WATCHLIST SCREENING AUDIT AND IS CROSS-CHECKED AGAINST
001100* VISITLOG BY SCRNRPT.
001200* COPY WITH REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS
001300* OWN NAME, THE SAME WAY NAMEREC IS USED.
001400*----------------------------------------------------------------
001500 01  CLEARANCE-LOG-RECORD.
001600     05  CR-LOG-DATE PIC 9(08).
001700     05  CR-LOG-TIME PIC 9(08).
001800     05  CR-VISITOR-NO PIC 9(05).
001900     05  CR-NAME PIC X(30).
002000     05  CR-COMPANY PIC X(30).
002100     05  CR-CLEARANCE-TYPE PIC X(04).
002200     05  CR-EXPIRY-DATE PIC 9(08).
002300     05  CR-ACTION-CODE PIC X(01).
002400         88  CR-ACTION-IS-REFUSED VALUE "R".
002500         88  CR-ACTION-IS-WARNED VALUE "W".
002600     05  CR-REASON PIC X(30).
002700     05  CR-SOURCE-CODE PIC X(01).
002800         88  CR-SOURCE-IS-INTERACTIVE VALUE "I".
002900         88  CR-SOURCE-IS-BATCH VALUE "B".
003000     05  CR-OPERATOR-ID PIC X(08).
003100     05  CR-DESK-ID PIC X(04).
003200     05  FILLER PIC X(13) VALUE SPACES.
