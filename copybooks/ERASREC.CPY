000100*----------------------------------------------------------------
000200* ERASREC -- PERSONAL-DATA ERASURE REGISTER RECORD LAYOUT
000300*
000400* ONE RECORD PER ERASURE REQUEST PER ERASEPII STEP, APPENDED TO
000500* THE ERASREG FILE AS PROOF THAT A VISITOR'S NAME WAS REMOVED.
000600* THE VISITOR'S NAME IS DELIBERATELY NOT HELD HERE -- ONLY
000700* LEGAL'S REQUEST REFERENCE, THE TOKEN THE NAME WAS REPLACED
000800* BY, AND HOW MANY RECORDS WERE CHANGED IN EACH FILE.  THE JOB
000900* RUNS ONE STEP PER ARCHIVE GENERATION, SO ONE REQUEST CAN HAVE
001000* SEVERAL RECORDS FOR THE SAME DATE; ERASCERT ADDS THEM UP FOR
001100* THE CERTIFICATE.  ER-STATUS-CODE "H" MEANS THE REQUEST WAS
001200* HELD BACK (WATCHLIST ENTRY OR OPEN INCIDENT) AND NOTHING WAS
001300* CHANGED.  ER-INCD-KEPT-COUNT IS THE NUMBER OF CLOSED INCIDENTS
001310* FOR THE PERSON, WHICH ARE KEPT AS SECURITY'S RECORD AND NOT
001320* ERASED.  RECORDS WRITTEN BEFORE THE JOURNAL, CLRLOG, CHARGES
001330* AND NOTIFOUT COUNTS EXISTED CARRY SPACES THERE.  COPY WITH
001340* REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS OWN NAME,
001400* THE SAME WAY NAMEREC IS USED.
001500*----------------------------------------------------------------
001600 01  ERASURE-RECORD.
001700     05  ER-ERASE-DATE PIC 9(08).
001800     05  ER-ERASE-TIME PIC 9(08).
001900     05  ER-REQUEST-REF PIC X(10).
002000     05  ER-VISITOR-NO PIC 9(05).
002100     05  ER-TOKEN PIC X(30).
002200     05  ER-STATUS-CODE PIC X(01).
002300         88  ER-STATUS-IS-ERASED VALUE "E".
002400         88  ER-STATUS-IS-HELD VALUE "H".
002500     05  ER-HOLD-CODE PIC X(01).
002600         88  ER-HELD-WATCHLIST VALUE "W".
002700         88  ER-HELD-INCIDENT VALUE "I".
002800     05  ER-HOLD-NOTE PIC X(30).
002900     05  ER-LOG-COUNT PIC 9(07).
003000     05  ER-ARCH-COUNT PIC 9(07).
003100     05  ER-SCRN-COUNT PIC 9(07).
003200     05  ER-MAST-COUNT PIC 9(05).
003300     05  ER-BADGE-COUNT PIC 9(05).
003310     05  ER-JRNL-COUNT PIC 9(05).
003320     05  ER-CLR-COUNT PIC 9(05).
003330     05  ER-CHRG-COUNT PIC 9(05).
003340     05  ER-NOTICE-COUNT PIC 9(05).
003350     05  ER-INCD-KEPT-COUNT PIC 9(05).
003400     05  FILLER PIC X(01) VALUE SPACES.
