000100*----------------------------------------------------------------
000200* CHRGREC -- LOST-BADGE CHARGE RECORD LAYOUT
000300*
000400* ONE RECORD PER LOST LOANER BADGE CHARGED BACK, WRITTEN BY THE
000500* MONTH-END LOSTBILL RUN TO THE CHARGES FILE THAT ACCOUNTS
000600* RECEIVABLE LOADS.  CH-BILL-TO-CODE SAYS WHETHER THE CHARGE
000700* GOES TO THE VISITOR'S COMPANY ("C") OR IS A WALK-IN WITH NO
000800* COMPANY ON FILE ("W"), IN WHICH CASE CH-COMPANY IS SPACES.
000900* COPY WITH REPLACING SO EACH PROGRAM CAN GIVE THE 01-LEVEL ITS
001000* OWN NAME, THE SAME WAY NAMEREC IS USED.
001100*----------------------------------------------------------------
001200 01  CHARGE-RECORD.
001300     05  CH-CHARGE-DATE PIC 9(08).
001400     05  CH-BADGE-NO PIC X(08).
001500     05  CH-BILL-TO-CODE PIC X(01).
001600         88  CH-BILL-TO-COMPANY VALUE "C".
001700         88  CH-BILL-TO-WALKIN VALUE "W".
001800     05  CH-COMPANY PIC X(30).
001900     05  CH-VISITOR-NO PIC 9(05).
002000     05  CH-NAME PIC X(30).
002100     05  CH-VISIT-DATE PIC 9(08).
002200     05  CH-RETIRE-DATE PIC 9(08).
002300     05  CH-FEE-AMOUNT PIC 9(05)V99.
002400     05  FILLER PIC X(15) VALUE SPACES.
