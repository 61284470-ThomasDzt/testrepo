000100*----------------------------------------------------------------
000200* GRPREC -- VISITOR GROUP (PARTY) RECORD LAYOUT
000300*
000400* ONE ANNOUNCED PARTY -- SCHOOL TOUR, INTERVIEW PANEL, AUDIT
000500* TEAM -- AS THE DESK WORKS WITH IT: THE GROUP HEADER FROM THE
000600* EXPECTED LIST (SEE EXPREC) AND THE MEMBER LIST, BUILT FROM THE
000700* MEMBER RECORDS ANNOUNCED WITH IT PLUS ANY MEMBER KEYED AT THE
000800* DESK.  GR-HEADCOUNT IS THE NUMBER OF PEOPLE THE HOST EXPECTS;
000900* GR-MEMBER-COUNT IS HOW MANY OF THE 30 MEMBER SLOTS ARE IN USE.
001000* GR-MEMBER-SOURCE SAYS WHERE THE NAME CAME FROM AND
001100* GR-MEMBER-RESULT WHAT BECAME OF THE MEMBER AT CHECK-IN.  COPY
001200* WITH REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS OWN
001300* NAME, THE SAME WAY NAMEREC IS USED.
001400*----------------------------------------------------------------
001500 01  GROUP-RECORD.
001600     05  GR-GROUP-NO PIC 9(04).
001700     05  GR-GROUP-NAME PIC X(30).
001800     05  GR-HOST-EMPLOYEE PIC X(30).
001900     05  GR-VISIT-DATE PIC 9(08).
002000     05  GR-ARRIVAL-TIME PIC 9(04).
002100     05  GR-HEADCOUNT PIC 9(03).
002200     05  GR-MEMBER-COUNT PIC 9(02).
002300     05  GR-MEMBER-ENTRY OCCURS 30.
002400         10  GR-MEMBER-NAME PIC X(30).
002500         10  GR-MEMBER-SOURCE PIC X(01).
002600             88  GR-MEMBER-WAS-LISTED VALUE "L".
002700             88  GR-MEMBER-WAS-KEYED VALUE "K".
002800         10  GR-MEMBER-RESULT PIC X(01).
002900             88  GR-MEMBER-IS-PRESENT VALUE "P".
003000             88  GR-MEMBER-IS-ABSENT VALUE "N".
003100             88  GR-MEMBER-IS-ADMITTED VALUE "A".
003200             88  GR-MEMBER-IS-REFUSED VALUE "R".
003300             88  GR-MEMBER-WAS-ON-SITE VALUE "D".
