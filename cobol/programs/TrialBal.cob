002560*    2026-09-02 DP    'EWPEN ' (EARLY-WITHDRAWAL PENALTY)         *
002570*                     ENTRIES REPLAY LIKE THE OVERDRAFT FEE AND   *
002580*                     ROLL INTO THE SHOP-WIDE DEBIT TOTAL.        *
002581*    2026-10-05 DP    INSTALLMENT LOAN ENTRIES. 'LNPRIN' REPLAYS  *
002582*                     AS A CREDIT (IT REDUCES THE AMOUNT OWED)    *
002583*                     AND 'LATEFE' LIKE THE OVERDRAFT FEE;        *
002584*                     'LNINT ' MOVES NO BALANCE. BOTH PARTS OF A  *
002585*                     LOAN PAYMENT ROLL INTO THE SHOP-WIDE CREDIT *
002586*                     TOTAL AND THE LATE CHARGE INTO THE DEBIT    *
002587*                     TOTAL.                                      *
002588*    2026-10-05 DP    SCHEDULED SERVICE CHARGES FROM THE          *
002589*                     MONTH-END SERVICE CHARGE RUN (SOURCE 'F',   *
002590*                     OPERATION = THE FEE CODE) REPLAY AS DEBITS  *
002591*                     AND ROLL INTO THE SHOP-WIDE DEBIT TOTAL     *
002592*                     LIKE THE OTHER FEES.                        *
002593*    2026-10-05 DP    A CHARGE-OFF ENTRY REPLAYS AS A CREDIT THAT *
002594*                     BRINGS THE OVERDRAWN BALANCE TO ZERO AND    *
002595*                     COUNTS IN THE CREDIT TOTAL. A RECOVERY      *
002596*                     MOVES NO MASTER MONEY AND IS IGNORED.       *
002600******************************************************************
002700 PROGRAM-ID. TrialBal.
002800
023908             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
023910         WHEN JRNL-OP-REVERSAL
023920             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
023921         WHEN JRNL-OP-LOAN-PRINCIPAL
023922             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
023923         WHEN JRNL-OP-LATE-FEE
023924             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
023925         WHEN JRNL-OP-CHARGE-OFF
023926             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
023927         WHEN JRNL-SOURCE-FEE
023928             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
024000         WHEN OTHER
024100             MOVE ZERO TO WS-EFFECT-AMOUNT
024200     END-EVALUATE.
030100             ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
030110         WHEN JRNL-OP-EARLY-WD-PENALTY
030120             ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
030121         WHEN JRNL-OP-LOAN-INTEREST
030122             ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
030123         WHEN JRNL-OP-LOAN-PRINCIPAL
030124             ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
030125         WHEN JRNL-OP-LATE-FEE
030126             ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
030127         WHEN JRNL-OP-CHARGE-OFF
030128             ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
030129         WHEN JRNL-SOURCE-FEE
030130             ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
030200         WHEN OTHER
030300             CONTINUE
030400     END-EVALUATE.
