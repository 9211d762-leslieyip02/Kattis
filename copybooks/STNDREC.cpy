000100*--------------------------------------------------------------
000200* STNDREC -- STANDING INSTRUCTIONS MASTER RECORD (STNDINST)
000300*   ONE RECORD PER RECURRING BROKENCALCULATOR ENTRY, KEYED BY
000400*   INSTRUCTION ID AND MAINTAINED BY THE OFFICE THROUGH
000500*   CTLMAINT. EACH NIGHT BROKENCALCULATOR POSTS THE ACTIVE
000600*   INSTRUCTIONS FALLING DUE ON THE BUSINESS DATE AHEAD OF THE
000700*   KEYED FEED, AS IF THE LINE "LEDGER AMOUNT OPERATOR OPERAND"
000800*   HAD BEEN KEYED. FREQUENCY D POSTS EVERY BUSINESS DAY, W
000900*   EVERY SEVEN DAYS COUNTED FROM THE START DATE (ON THE NEXT
001000*   BUSINESS DAY WHEN THAT DAY IS NOT ONE), AND M ON THE LAST
001100*   BUSINESS DAY OF THE MONTH. AN END DATE OF ZERO MEANS THE
001200*   INSTRUCTION RUNS UNTIL IT IS MADE INACTIVE. AMOUNTS CARRY
001300*   A LEADING SEPARATE SIGN.
001400*
001500*   2026-10-15  RH   ORIGINAL VERSION.
001600*--------------------------------------------------------------
001700 01  STANDING-INSTRUCTION-RECORD.
001800     05  STI-ID               PIC X(8).
001900     05  STI-LEDGER           PIC X(8).
002000     05  STI-AMOUNT           PIC S9(14)V99
002100                              SIGN IS LEADING SEPARATE.
002200     05  STI-OPERATOR         PIC X(1).
002300     05  STI-OPERAND          PIC S9(14)V99
002400                              SIGN IS LEADING SEPARATE.
002500     05  STI-FREQUENCY        PIC X(1).
002600         88  STI-DAILY        VALUE "D".
002700         88  STI-WEEKLY       VALUE "W".
002800         88  STI-MONTH-END    VALUE "M".
002900         88  STI-FREQUENCY-KNOWN VALUE "D" "W" "M".
003000     05  STI-START-DATE       PIC 9(8).
003100     05  STI-END-DATE         PIC 9(8).
003200     05  STI-ACTIVE-FLAG      PIC X(1).
003300         88  STI-ACTIVE       VALUE "Y".
003400     05  STI-MEMO             PIC X(11).
