002016*                    LEFT IT, SO TC-2.4, TC-3.1, TC-3.3, TC-3.4,
002029*                    AND TC-3.5'S EXPECTED BALANCES ARE RAISED
002042*                    THE SAME 100.00 TO MATCH.
002043*   2026-10-05 DP    OPERATIONS'S LINKAGE GREW PASSED-TRACE-NO
002044*                    FOR THE INBOUND ACH RUN - EVERY CALL NOW
002045*                    PASSES IT AS SPACES.
002046*   2026-10-05 DP    TC-3.8 PROVES A LATE CHARGE (LATEFE) IS
002047*                    REFUSED ON AN ACCOUNT THAT IS NOT A LOAN
002048*                    WITH THE BALANCE LEFT UNCHANGED.
002049*   2026-10-05 DP    TC-3.9 PROVES A CERTIFICATE RENEWAL (RENEW)
002050*                    IS REFUSED ON AN ACCOUNT THAT IS NOT A
002051*                    CERTIFICATE WITH THE BALANCE LEFT UNCHANGED.
002052*   2026-10-05 DP    TC-3.10 PROVES A SERVICE CHARGE (SVCCHG)
002053*                    NAMING A JOURNAL OPERATION CODE AS ITS FEE
002054*                    CODE IS REFUSED WITH STATUS 32 AND THE
002055*                    BALANCE LEFT UNCHANGED. TEST-CASE-ID WIDENED
002056*                    TO 7 FOR THE TWO-DIGIT CASE NUMBER.
002057*   2026-10-05 DP    TC-3.11 PROVES A CHARGE-OFF (CHGOFF) OF AN
002058*                    ACCOUNT THAT IS NOT OVERDRAWN IS REFUSED
002059*                    WITH STATUS 49 AND THE BALANCE LEFT
002060*                    UNCHANGED.
002099******************************************************************
002100 PROGRAM-ID. TestRunner.

002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400 01  TEST-CASE-ID                 PIC X(7).
002500 01  TEST-ACCT-ID                 PIC X(10) VALUE 'ACCT000001'.
002600 01  AMOUNT                       PIC S9(6)V99.
002700 01  RETURNED-BALANCE             PIC S9(6)V99.
003205 01  PASSED-REFERENCE             PIC X(10) VALUE SPACES.
003206 01  PASSED-TELLER-ID             PIC X(08) VALUE 'TESTRUN '.
003207 01  PASSED-SOURCE                PIC X(01) VALUE 'T'.
003208 01  PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
003210     COPY AMTEDTWS.
003220 01  WS-EXPECTED-BALANCE          PIC S9(6)V99.
003230 01  WS-RESULT-EDIT               PIC -(6)9.99.
004000     MOVE 'TOTAL ' TO PASSED-OPERATION
004100     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
004200         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
004205         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
004300     DISPLAY "TC TC-1.1: View Current Balance"
004400     DISPLAY "BALANCE: " RETURNED-BALANCE
004410     MOVE 1000.00 TO WS-EXPECTED-BALANCE
004900     MOVE 100.00 TO AMOUNT
005000     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
005100         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
005105         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
005200     DISPLAY "TC TC-2.1: Credit Valid Amount"
005300     DISPLAY "BALANCE: " RETURNED-BALANCE
005310     MOVE 1100.00 TO WS-EXPECTED-BALANCE
005800     MOVE 0 TO AMOUNT
005900     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
006000         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
006005         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
006100     DISPLAY "TC TC-2.2: Credit Zero Amount"
006200     DISPLAY "BALANCE: " RETURNED-BALANCE
006210     MOVE 1100.00 TO WS-EXPECTED-BALANCE
006700     MOVE -100.00 TO AMOUNT
006800     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
006900         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
006905         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
007000     DISPLAY "TC TC-2.3: Credit Negative Amount"
007100     DISPLAY "BALANCE: " RETURNED-BALANCE
007110     MOVE 1100.00 TO WS-EXPECTED-BALANCE
007640         MOVE WS-EDIT-AMOUNT TO AMOUNT
007650         CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
007660             AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
007665         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
007670         DISPLAY "BALANCE: " RETURNED-BALANCE
007680     ELSE
007690         CALL 'Operations' USING 'TOTAL ' TEST-ACCT-ID
007691             AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
007696         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
007697         DISPLAY "ENTRY REJECTED - AMOUNT NOT NUMERIC"
007698         DISPLAY "BALANCE: " RETURNED-BALANCE
007699     END-IF
008600     MOVE 50.00 TO AMOUNT
008700     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
008800         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
008805         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
008900     DISPLAY "TC TC-3.1: Debit Valid Amount"
009000     DISPLAY "BALANCE: " RETURNED-BALANCE
009010     MOVE 1050.00 TO WS-EXPECTED-BALANCE
009500     MOVE -50.00 TO AMOUNT
009600     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
009700         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
009705         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
009800     DISPLAY "TC TC-3.2: Debit Negative Amount"
009900     DISPLAY "BALANCE: " RETURNED-BALANCE
009910     MOVE 1050.00 TO WS-EXPECTED-BALANCE
010400     MOVE 2000.00 TO AMOUNT
010500     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
010600         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
010605         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
010700     DISPLAY "TC TC-3.3: Debit Over Bal + OD Limit"
010800     DISPLAY "BALANCE: " RETURNED-BALANCE
010810     MOVE 1050.00 TO WS-EXPECTED-BALANCE
011300     MOVE 0 TO AMOUNT
011400     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
011500         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
011505         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
011600     DISPLAY "TC TC-3.4: Debit Zero Amount"
011700     DISPLAY "BALANCE: " RETURNED-BALANCE
011710     MOVE 1050.00 TO WS-EXPECTED-BALANCE
012240         MOVE WS-EDIT-AMOUNT TO AMOUNT
012250         CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012260             AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012265         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012270         DISPLAY "BALANCE: " RETURNED-BALANCE
012280     ELSE
012290         CALL 'Operations' USING 'TOTAL ' TEST-ACCT-ID
012291             AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012296         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012297         DISPLAY "ENTRY REJECTED - AMOUNT NOT NUMERIC"
012298         DISPLAY "BALANCE: " RETURNED-BALANCE
012299     END-IF
012815     MOVE 0 TO AMOUNT
012818     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012821         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012824         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012827     DISPLAY "TC TC-3.6: Reverse Unknown Reference"
012830     DISPLAY "STATUS: " OPER-STATUS
012833     DISPLAY "BALANCE: " RETURNED-BALANCE
012860     MOVE 10.00 TO AMOUNT
012863     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012866         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012869         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012872     DISPLAY "TC TC-3.7: Transfer To Unknown Account"
012875     DISPLAY "STATUS: " OPER-STATUS
012878     DISPLAY "BALANCE: " RETURNED-BALANCE
012887     MOVE SPACES TO PASSED-REFERENCE
012890     DISPLAY "----------------------------------------"

012891* TC-3.8: Late Charge On A Non-Loan Account
012892     MOVE 'TC-3.8' TO TEST-CASE-ID
012893     MOVE 'LATEFE' TO PASSED-OPERATION
012894     MOVE 25.00 TO AMOUNT
012895     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012896         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012897         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012898     DISPLAY "TC TC-3.8: Late Charge On A Non-Loan Account"
012899     DISPLAY "STATUS: " OPER-STATUS
012900     DISPLAY "BALANCE: " RETURNED-BALANCE
012901     MOVE 1050.00 TO WS-EXPECTED-BALANCE
012902     PERFORM 9000-RECORD-RESULT
012903     DISPLAY "----------------------------------------"
012904
012905* TC-3.9: Renewal On A Non-Certificate Account
012906     MOVE 'TC-3.9' TO TEST-CASE-ID
012907     MOVE 'RENEW ' TO PASSED-OPERATION
012908     MOVE '20991231  ' TO PASSED-REFERENCE
012909     MOVE 1050.00 TO AMOUNT
012910     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012911         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012912         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012913     DISPLAY "TC TC-3.9: Renewal On A Non-Certificate Account"
012914     DISPLAY "STATUS: " OPER-STATUS
012915     DISPLAY "BALANCE: " RETURNED-BALANCE
012916     MOVE 1050.00 TO WS-EXPECTED-BALANCE
012917     PERFORM 9000-RECORD-RESULT
012918     MOVE SPACES TO PASSED-REFERENCE
012919     DISPLAY "----------------------------------------"

012920* TC-3.10: Service Charge With A Reserved Fee Code
012921     MOVE 'TC-3.10' TO TEST-CASE-ID
012922     MOVE 'SVCCHG' TO PASSED-OPERATION
012923     MOVE 'CREDIT    ' TO PASSED-REFERENCE
012924     MOVE 'B' TO PASSED-SOURCE
012925     MOVE 5.00 TO AMOUNT
012926     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012927         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012928         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012929     DISPLAY "TC TC-3.10: Service Charge With A Reserved Fee Code"
012930     DISPLAY "STATUS: " OPER-STATUS
012931     DISPLAY "BALANCE: " RETURNED-BALANCE
012932     MOVE 1050.00 TO WS-EXPECTED-BALANCE
012933     PERFORM 9000-RECORD-RESULT
012934     MOVE SPACES TO PASSED-REFERENCE
012935     MOVE 'T' TO PASSED-SOURCE
012936     DISPLAY "----------------------------------------"

012937* TC-3.11: Charge-Off Of An Account Not Overdrawn
012938     MOVE 'TC-3.11' TO TEST-CASE-ID
012939     MOVE 'CHGOFF' TO PASSED-OPERATION
012940     MOVE 'B' TO PASSED-SOURCE
012941     MOVE 1050.00 TO AMOUNT
012942     CALL 'Operations' USING PASSED-OPERATION TEST-ACCT-ID
012943         AMOUNT RETURNED-BALANCE OPER-STATUS PASSED-REFERENCE
012944         PASSED-TELLER-ID PASSED-SOURCE PASSED-TRACE-NO
012945     DISPLAY "TC TC-3.11: Charge-Off Of An Account Not Overdrawn"
012946     DISPLAY "STATUS: " OPER-STATUS
012947     DISPLAY "BALANCE: " RETURNED-BALANCE
012948     MOVE 1050.00 TO WS-EXPECTED-BALANCE
012949     PERFORM 9000-RECORD-RESULT
012950     MOVE 'T' TO PASSED-SOURCE
012951     DISPLAY "----------------------------------------"

012990* TC-4.1: Exit the Application
013000     MOVE 'TC-4.1' TO TEST-CASE-ID
013100     DISPLAY "TC TC-4.1: Exit the Application"
013200     DISPLAY "----------------------------------------"
