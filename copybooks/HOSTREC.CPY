000100*----------------------------------------------------------------
000200* HOSTREC -- HOST DIRECTORY RECORD LAYOUT
000300*
000400* ONE RECORD PER EMPLOYEE WHO RECEIVES VISITORS, ON THE INDEXED
000500* HOSTDIR FILE KEYED BY HD-EMPLOYEE.  MAINTAINED BY HOSTMNT.
000600* THE HOST NAMES ON EXPREC AND VISMREC ARE FREE TEXT, SO THE
000700* KEY IS HELD IN UPPER CASE AND EVERY PROGRAM UPPER-CASES THE
000800* HOST NAME IT IS HOLDING BEFORE THE KEYED READ.  COPY WITH
000900* REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS OWN NAME,
001000* THE SAME WAY NAMEREC IS USED.
001100*
001200* AN EMPLOYEE WHO LEAVES IS MARKED "L" WITH THE LEAVING DATE
001300* RATHER THAN DELETED, SO AN APPOINTMENT STILL NAMING THEM IS
001400* FLAGGED "HOST HAS LEFT" INSTEAD OF "NOT IN DIRECTORY".
001500*----------------------------------------------------------------
001600 01  HOST-DIRECTORY-RECORD.
001700     05  HD-EMPLOYEE PIC X(30).
001800     05  HD-EXTENSION PIC X(06).
001900     05  HD-EMAIL PIC X(50).
002000     05  HD-DEPARTMENT PIC X(20).
002100     05  HD-STATUS-CODE PIC X(01).
002200         88  HD-STATUS-IS-ACTIVE VALUE "A".
002300         88  HD-STATUS-HAS-LEFT VALUE "L".
002400     05  HD-LEFT-DATE PIC 9(08).
002500     05  FILLER PIC X(05) VALUE SPACES.
