001100*
001200* A RETIRED BADGE ("R") STAYS ON FILE SO A LOST OR BILLED
001300* BADGE NUMBER IS NEVER REISSUED BY MISTAKE.
001310*
001320* BDGMAINT RECORDS WHY AND WHEN A BADGE WAS RETIRED.  A BADGE
001330* RETIRED AS LOST KEEPS THE NAME AND VISIT DATE OF ITS LAST
001340* HOLDER, WHICH LOSTBILL TRACES TO THE VISITOR'S COMPANY FOR
001350* THE MONTH-END CHARGE-BACK; LOSTBILL THEN SETS BG-CHARGE-SW SO
001360* THE SAME BADGE IS NEVER CHARGED TWICE.
001400*----------------------------------------------------------------
001500 01  BADGE-INVENTORY-RECORD.
001600     05  BG-BADGE-NO PIC X(08).
002300     05  BG-ISSUE-TIME PIC 9(08).
002400     05  BG-DESK-ID PIC X(04).
002500     05  BG-OPERATOR-ID PIC X(08).
002510     05  BG-RETIRE-REASON PIC X(01).
002520         88  BG-RETIRED-LOST VALUE "L".
002530         88  BG-RETIRED-DAMAGED VALUE "D".
002540         88  BG-RETIRED-WITHDRAWN VALUE "W".
002550         88  BG-RETIRE-REASON-VALID VALUES "L" "D" "W".
002560     05  BG-RETIRE-DATE PIC 9(08).
002570     05  BG-CHARGE-SW PIC X(01).
002580         88  BG-CHARGE-IS-RAISED VALUE "Y".
002600     05  FILLER PIC X(03) VALUE SPACES.
