000100*----------------------------------------------------------------
000200* JRNLREC -- MAINTENANCE AUDIT JOURNAL RECORD LAYOUT
000300*
000400* ONE RECORD PER ADD, CHANGE, DEACTIVATE, EXPIRE OR RETIRE MADE
000500* THROUGH VISMAINT, WLMAINT, BDGMAINT OR CLRMAINT, APPENDED TO
000600* THE JOURNAL FILE AT THE MOMENT THE CHANGE IS MADE.  JR-FILE-ID
000700* NAMES THE FILE CHANGED AND JR-RECORD-KEY THE RECORD (VISITOR
000800* NUMBER, WATCHLIST NAME OR BADGE NUMBER).  THE BEFORE AND AFTER
000900* IMAGES ARE THE WHOLE RECORD IN THAT FILE'S OWN LAYOUT (VISMREC,
001000* WATCHREC, BDGREC OR CLRREC), LEFT-JUSTIFIED; THE BEFORE IMAGE
001100* OF AN ADD IS SPACES.  JR-SECURITY-SW IS "Y" FOR ANY WATCHLIST
001200* CHANGE AND FOR A MASTER ENTRY WHOSE STANDING AUTHORIZATION WAS
001300* SET OR CHANGED, SO THE WEEKLY CHGRPT CAN PUT THEM BEFORE
001350* SECURITY.  VMMERGE ALSO JOURNALS THE CLEARANCE RECORDS IT
001360* MOVES WHEN IT MERGES TWO VISITOR NUMBERS (PROGRAM AND OPERATOR
001370* "VMMERGE", DESK "BTCH"); THE RETIRED NUMBER'S RECORD IS DELETED,
001380* SO ITS "R" ENTRY HAS AN AFTER IMAGE OF SPACES.
001400* COPY WITH REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS
001500* OWN NAME, THE SAME WAY NAMEREC IS USED.
001600*----------------------------------------------------------------
001700 01  JOURNAL-RECORD.
001800     05  JR-JOURNAL-DATE PIC 9(08).
001900     05  JR-JOURNAL-TIME PIC 9(08).
002000     05  JR-OPERATOR-ID PIC X(08).
002100     05  JR-DESK-ID PIC X(04).
002200     05  JR-PROGRAM-ID PIC X(08).
002300     05  JR-FILE-ID PIC X(08).
002400         88  JR-FILE-IS-VISMAST VALUE "VISMAST".
002500         88  JR-FILE-IS-WATCHLST VALUE "WATCHLST".
002600         88  JR-FILE-IS-BADGEINV VALUE "BADGEINV".
002610         88  JR-FILE-IS-CLRMAST VALUE "CLRMAST".
002700     05  JR-ACTION-CODE PIC X(01).
002800         88  JR-ACTION-IS-ADD VALUE "A".
002900         88  JR-ACTION-IS-CHANGE VALUE "C".
003000         88  JR-ACTION-IS-DEACT VALUE "D".
003100         88  JR-ACTION-IS-EXPIRE VALUE "X".
003200         88  JR-ACTION-IS-RETIRE VALUE "R".
003300     05  JR-RECORD-KEY PIC X(30).
003400     05  JR-SECURITY-SW PIC X(01).
003500         88  JR-IS-SECURITY VALUE "Y".
003600     05  JR-BEFORE-IMAGE PIC X(125).
003700     05  JR-AFTER-IMAGE PIC X(125).
003800     05  FILLER PIC X(24) VALUE SPACES.
