002099*                     SO THE ADVERTISED PER-ACCOUNT-RATE          *
002101*                     FALLBACK ACTUALLY RUNS INSTEAD OF LOOPING   *
002102*                     ON READS AGAINST AN UNOPENED FILE.          *
002103*    2026-10-05 DP    PASSES THE NEW PASSED-TRACE-NO ARGUMENT TO  *
002104*                     OPERATIONS AS SPACES - ONLY THE INBOUND     *
002105*                     ACH RUN CARRIES A TRACE NUMBER.             *
002106******************************************************************
002200 PROGRAM-ID. IntAccr.
002300
002400 ENVIRONMENT DIVISION.
004710 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
004720 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
004730 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'I'.
004731 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
004800
004900 01  WS-COUNTERS.
005000     05  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
012500     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-ACCT-ID
012600         WS-ACCRUED-INTEREST WS-RETURNED-BALANCE WS-OPER-STATUS
012610         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
012620         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
012700     IF WS-OPER-STATUS = '00'
012800         ADD 1 TO WS-ACCOUNTS-CREDITED
012900     ELSE
