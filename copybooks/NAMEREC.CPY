001083* AT WHICH DESK -- THE SIGNED-ON OPERATOR FOR THE INTERACTIVE
001084* PROGRAMS, THE JOB IDENTITY FOR GREETBAT.  RECORDS WRITTEN
001085* BEFORE SIGN-ON EXISTED CARRY SPACES THERE.
001086*
001087* VR-GROUP-NO CARRIES THE GROUP NUMBER (SEE EXPREC) WHEN THE
001088* VISITOR CAME IN AS A MEMBER OF AN ANNOUNCED PARTY, ON THE
001089* ARRIVAL AND ON THE DEPARTURE THAT PAIRS WITH IT.  ZERO MEANS
001090* NO GROUP; RECORDS WRITTEN BEFORE GROUPS EXISTED CARRY SPACES
001091* THERE, SO TEST IT FOR NUMERIC BEFORE USE.
001100*----------------------------------------------------------------
001200 01  VISITOR-RECORD.
001300     05  VR-NAME PIC X(30).
002210         88  VR-ENTRY-IS-AUTO-CLOSE VALUE "C".
002300     05  VR-OPERATOR-ID PIC X(08).
002400     05  VR-DESK-ID PIC X(04).
002500     05  VR-GROUP-NO PIC 9(04).
