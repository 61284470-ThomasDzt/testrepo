000700* RECORDS FOR ITS RUN DATE.  COPY WITH REPLACING SO EACH PROGRAM
000800* CAN GIVE THE 01-LEVEL ITS OWN NAME, THE SAME WAY NAMEREC IS
000900* USED.
000910*
000920* A PARTY (SCHOOL TOUR, INTERVIEW PANEL, AUDIT TEAM) IS ANNOUNCED
000930* AS ONE GROUP HEADER RECORD (EX-RECORD-TYPE "G") FOLLOWED BY
000940* ONE MEMBER RECORD (TYPE "M") PER NAMED MEMBER, ALL CARRYING THE
000950* SAME EX-GROUP-NO AND EX-APPT-DATE.  ON THE HEADER EX-NAME IS
000960* THE GROUP'S NAME, EX-HOST-EMPLOYEE THE ONE HOST FOR THE WHOLE
000970* PARTY AND EX-HEADCOUNT THE NUMBER OF PEOPLE EXPECTED, WHICH
000980* MAY BE MORE THAN THE MEMBERS NAMED.  MEMBER RECORDS CARRY THE
000990* SAME HOST AS THE HEADER, SO A MEMBER READS LIKE ANY OTHER
000991* APPOINTMENT.  AN ORDINARY APPOINTMENT HAS SPACE IN
000992* EX-RECORD-TYPE AND SPACES IN EX-GROUP-NO AND EX-HEADCOUNT.
001000*----------------------------------------------------------------
001100 01  EXPECTED-RECORD.
001200     05  EX-NAME PIC X(30).
001300     05  EX-HOST-EMPLOYEE PIC X(30).
001400     05  EX-APPT-DATE PIC 9(08).
001500     05  EX-APPT-TIME PIC 9(04).
001600     05  EX-RECORD-TYPE PIC X(01).
001700         88  EX-RECORD-IS-APPOINTMENT VALUES SPACE "A".
001800         88  EX-RECORD-IS-GROUP VALUE "G".
001900         88  EX-RECORD-IS-MEMBER VALUE "M".
002000     05  EX-GROUP-NO PIC 9(04).
002100     05  EX-HEADCOUNT PIC 9(03).
