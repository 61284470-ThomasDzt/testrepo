000100*----------------------------------------------------------------
000200* CLRREC -- VISITOR CLEARANCE RECORD LAYOUT (CLRMAST)
000300*
000400* ONE RECORD PER VISITOR WHO HOLDS, OR NEEDS, A SITE CLEARANCE,
000500* KEYED BY THE VISMAST VISITOR NUMBER.  EACH OF THE SIX SLOTS
000600* CARRIES ONE CLEARANCE TYPE WITH ITS OWN EXPIRY DATE; SLOTS
000700* PAST CL-ENTRY-COUNT ARE SPACES.  AN EXPIRY OF ZERO MEANS THE
000800* CLEARANCE IS NEEDED BUT NOT YET HELD.  CL-REQUIRED-SW "Y"
000900* TURNS THE VISITOR AWAY AT THE DESK WHEN THE CLEARANCE IS
001000* MISSING OR EXPIRED; "N" ONLY WARNS.  THE SAFETY INDUCTION
001100* (IND) IS ALWAYS REQUIRED OF A CONTRACTOR -- A MASTER ENTRY
001200* WITH A COMPANY -- WHATEVER ITS SWITCH SAYS, AND A CONTRACTOR
001300* WITH NO IND SLOT AT ALL IS TREATED AS NOT INDUCTED.  THE
001400* RECORD IS 125 BYTES SO A WHOLE RECORD FITS THE BEFORE AND
001500* AFTER IMAGES ON THE CHANGE JOURNAL (JRNLREC).
001600* COPY WITH REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS
001700* OWN NAME, THE SAME WAY NAMEREC IS USED.
001800*----------------------------------------------------------------
001900 01  CLEARANCE-RECORD.
002000     05  CL-VISITOR-NO PIC 9(05).
002100     05  CL-ENTRY-COUNT PIC 9(02).
002200     05  CL-ENTRY OCCURS 6.
002300         10  CL-TYPE PIC X(04).
002400             88  CL-TYPE-IS-INDUCTION VALUE "IND".
002500             88  CL-TYPE-IS-NDA VALUE "NDA".
002600             88  CL-TYPE-IS-HOT-WORK VALUE "HOTW".
002700             88  CL-TYPE-IS-CONFINED VALUE "CONF".
002800             88  CL-TYPE-IS-HEIGHTS VALUE "HGHT".
002900             88  CL-TYPE-IS-ELECTRICAL VALUE "ELEC".
003000             88  CL-TYPE-IS-KNOWN VALUES "IND" "NDA" "HOTW"
003100                 "CONF" "HGHT" "ELEC".
003200         10  CL-EXPIRY-DATE PIC 9(08).
003300         10  CL-REQUIRED-SW PIC X(01).
003400             88  CL-IS-REQUIRED VALUE "Y".
003500     05  CL-LAST-CHANGED PIC 9(08).
003600     05  CL-CHANGED-BY PIC X(08).
003700     05  FILLER PIC X(24) VALUE SPACES.
