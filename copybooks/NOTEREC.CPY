000100*----------------------------------------------------------------
000200* NOTEREC -- HOST ARRIVAL-NOTICE RECORD LAYOUT
000300*
000400* ONE RECORD PER ARRIVAL LOGGED FOR AN ANNOUNCED VISITOR (ON
000500* THE DAY'S EXPECTED LIST) OR A KNOWN ONE (ON VISMAST WITH A
000600* HOST), WHEN THE HOST IS ON THE HOSTDIR DIRECTORY.  HELLOW AND
000700* GREETBAT APPEND THEM TO THE SEQUENTIAL NOTIFOUT FILE, WHICH
000800* THE MAIL GATEWAY PICKS UP AND TURNS INTO AN E-MAIL TO
000900* AN-HOST-EMAIL.  COPY WITH REPLACING SO EACH PROGRAM CAN GIVE
001000* THE 01-LEVEL ITS OWN NAME, THE SAME WAY NAMEREC IS USED.
001100*
001200* AN-REASON-CODE SAYS WHERE THE HOST CAME FROM: "E" THE
001300* EXPECTED APPOINTMENT, "M" THE VISITOR MASTER, "G" A GROUP
001310* ANNOUNCED ON THE EXPECTED LIST -- ONE NOTICE FOR THE WHOLE
001320* PARTY, WITH THE GROUP'S NAME IN AN-VISITOR-NAME AND THE GROUP
001330* NUMBER AND ARRIVED COUNT IN AN-COMPANY.
001400*----------------------------------------------------------------
001500 01  ARRIVAL-NOTICE-RECORD.
001600     05  AN-NOTICE-DATE PIC 9(08).
001700     05  AN-NOTICE-TIME PIC 9(08).
001800     05  AN-VISITOR-NAME PIC X(30).
001900     05  AN-VISITOR-NO PIC 9(05).
002000     05  AN-COMPANY PIC X(30).
002100     05  AN-HOST-EMPLOYEE PIC X(30).
002200     05  AN-HOST-EMAIL PIC X(50).
002300     05  AN-HOST-EXTENSION PIC X(06).
002400     05  AN-DESK-ID PIC X(04).
002500     05  AN-SOURCE-CODE PIC X(01).
002600         88  AN-SOURCE-IS-INTERACTIVE VALUE "I".
002700         88  AN-SOURCE-IS-BATCH VALUE "B".
002800     05  AN-REASON-CODE PIC X(01).
002900         88  AN-HOST-FROM-APPOINTMENT VALUE "E".
003000         88  AN-HOST-FROM-MASTER VALUE "M".
003010         88  AN-HOST-FROM-GROUP VALUE "G".
003100     05  FILLER PIC X(27) VALUE SPACES.
