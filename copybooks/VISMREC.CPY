001050* DORMANCY REPORT CAN FLAG DEACTIVATION CANDIDATES.  RECORDS
001060* LOADED BEFORE THE FIELDS EXISTED CARRY SPACES THERE -- READ
001070* NON-NUMERIC AS ZERO / NEVER VISITED.
001080*
001081* VM-STATUS-CODE "M" MARKS A NUMBER RETIRED BY THE VMMERGE
001082* DUPLICATE MERGE; VM-MERGED-INTO THEN CARRIES THE NUMBER IT WAS
001083* MERGED INTO, AND THE RETIRED NUMBER MUST NOT BE USED AGAIN.
001084* RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES THERE.
001100*----------------------------------------------------------------
001200 01  VISITOR-MASTER-RECORD.
001300     05  VM-VISITOR-NO PIC 9(05).
002100     05  VM-STATUS-CODE PIC X(01).
002200         88  VM-STATUS-IS-ACTIVE VALUE "A".
002300         88  VM-STATUS-IS-INACTIVE VALUE "I".
002310         88  VM-STATUS-IS-MERGED VALUE "M".
002400     05  VM-VISIT-COUNT PIC 9(05).
002500     05  VM-LAST-VISIT-DATE PIC 9(08).
002600     05  VM-MERGED-INTO PIC 9(05).
002700     05  FILLER PIC X(02) VALUE SPACES.
