002644*                     ACTIVITY DATE NOR WAKES A DORMANT ACCOUNT   *
002645*                     (3600), SO THE SURRENDERED ACCOUNT STAYS    *
002646*                     DORMANT AT ZERO FOR THE CLOSE CARD.         *
002647*    2026-10-05 DP    INSTALLMENT LOANS (ACCOUNT TYPE 'L', TERMS  *
002648*                     ON THE LOAN MASTER). A CREDIT TO A LOAN, OR *
002649*                     THE TO-SIDE OF A TRANSFER INTO ONE, IS A    *
002650*                     LOAN PAYMENT (3800-3840): INTEREST SINCE    *
002651*                     THE LAST PAYMENT IS PAID FIRST AND THE REST *
002652*                     REDUCES THE AMOUNT OWED, THE PARTS JOURNAL  *
002653*                     AS 'LNINT ' AND 'LNPRIN', AND THE LOAN'S    *
002654*                     PAID-TO-DATE FIGURES AND NEXT DUE DATE MOVE *
002655*                     ON. THE CALLER SUPPLIES 2800-READ-LOAN AND  *
002656*                     4750-REWRITE-LOAN. NEW STATUSES '45'        *
002657*                     (DEBIT, TRANSFER OUT OR HOLD ON A LOAN, OR  *
002658*                     A LATE CHARGE ON ANYTHING ELSE), '46'       *
002659*                     (PAYMENT BEYOND THE PAYOFF) AND '47' (NO    *
002660*                     LOAN TERMS ROW). NEW 'LATEFE' OPERATION     *
002661*                     (3270) ADDS A LATE CHARGE TO A LOAN THROUGH *
002662*                     THE 4700 FEE HOOK. THE PAYMENT ENTRIES ARE  *
002663*                     NOT REVERSIBLE ('70'); A LATE CHARGE IS,    *
002664*                     WHICH IS HOW ONE IS WAIVED.                 *
002665*    2026-10-05 DP    NEW 'RENEW ' OPERATION (3760) FOR THE DAILY *
002666*                     CERTIFICATE MATURITY RUN (CERTMAT): ROLLS A *
002667*                     SHARE CERTIFICATE OVER TO THE NEW MATURITY  *
002668*                     DATE IN PASSED-REFERENCE AND JOURNALS IT    *
002669*                     WITHOUT MOVING MONEY. NEW STATUS '35' (NOT  *
002670*                     A CERTIFICATE, OR THE NEW DATE IS MISSING   *
002671*                     OR NOT BEYOND THE CURRENT ONE). THE RUN'S   *
002672*                     PAYOUT TRANSFER (SOURCE 'M') PAYS NO        *
002673*                     EARLY-WITHDRAWAL PENALTY (3150). A 'RENEW ' *
002674*                     ENTRY IS NOT REVERSIBLE ('70').             *
002675*    2026-10-05 DP    NEW 'SVCCHG' OPERATION (3280) FOR THE       *
002676*                     MONTH-END SERVICE CHARGE RUN (SVCCHG):      *
002677*                     CHARGES THE FEE IN AMOUNT THROUGH THE 4700  *
002678*                     FEE HOOK AND JOURNALS IT UNDER ITS OWN FEE  *
002679*                     CODE, TAKEN FROM PASSED-REFERENCE, AS       *
002680*                     SOURCE 'F'. NEW STATUS '32' (FEE CODE       *
002681*                     MISSING OR ALREADY AN OPERATION CODE, OR    *
002682*                     AMOUNT NOT POSITIVE). REFUSED ON A CLOSED   *
002683*                     ACCOUNT ('40'), A LOAN ('45') AND FROM A    *
002684*                     TELLER ('30'). A SERVICE CHARGE IS          *
002685*                     REVERSIBLE, WHICH IS HOW ONE IS REFUNDED.   *
002686*    2026-10-05 DP    OVERDRAWN AGING AND CHARGE-OFF. EVERY       *
002687*                     POSTING NOW KEEPS ACCT-OVERDRAWN-DATE IN    *
002688*                     STEP WITH THE BALANCE (3610, PERFORMED NEXT *
002689*                     TO 3600 AND BY THE CALLER'S 4700 FEE HOOK): *
002690*                     TODAY WHEN A DEPOSIT ACCOUNT GOES NEGATIVE, *
002691*                     ZERO WHEN IT COMES BACK. NEW 'CHGOFF'       *
002692*                     OPERATION (3290) FOR THE NIGHTLY OVERDRAWN  *
002693*                     AGING RUN (ODAGING): WRITES THE NEGATIVE    *
002694*                     BALANCE IN AMOUNT OFF TO ZERO, SETS THE     *
002695*                     CHARGED-OFF STATUS 'W' AND JOURNALS THE     *
002696*                     OFFSET; STATUS '49' WHEN THE ACCOUNT IS NOT *
002697*                     OVERDRAWN BY EXACTLY THAT AMOUNT, '30' FROM *
002698*                     A TELLER. A CHARGED-OFF ACCOUNT REFUSES     *
002699*                     EVERY DEBIT-SIDE OPERATION, A REVERSAL AND  *
002700*                     A TRANSFER IN WITH THE NEW '48'; A CREDIT   *
002701*                     TO ONE IS A RECOVERY (3110), JOURNALED      *
002702*                     'RECOVR' WITH THE BALANCE LEFT AT ZERO.     *
002703*                     NEITHER NEW ENTRY IS REVERSIBLE ('70').     *
002704*    2026-10-15 DP    A REVERSAL WHOSE NUMBER IS FOUND ONLY IN    *
002705*                     THE OTHER POSTING PATH'S SEQUENCE SPACE NOW *
002706*                     COMES BACK '70' AHEAD OF THE NOT-FOUND TEST *
002707******************************************************************
002708 3000-PROCESS-OPERATION.
002709     MOVE ZERO TO WS-JRNL-REF
002710     MOVE PASSED-SOURCE TO WS-JRNL-SOURCE
002711     MOVE ACCOUNT-ID TO WS-JRNL-ACCT
002712     IF ACCT-CLOSED
002713         AND (PASSED-OPERATION = 'CREDIT' OR 'DEBIT '
002714             OR 'REVERS' OR 'XFER  ' OR 'HOLD  ' OR 'LATEFE'
002715             OR 'RENEW ' OR 'SVCCHG' OR 'CHGOFF')
002716         MOVE '40' TO OPER-STATUS
002717         MOVE ACCT-BALANCE TO RETURNED-BALANCE
002718     ELSE
002719     IF ACCT-TYPE-LOAN
002720         AND (PASSED-OPERATION = 'DEBIT ' OR 'XFER  ' OR 'HOLD  '
002721             OR 'SVCCHG' OR 'CHGOFF')
002722         MOVE '45' TO OPER-STATUS
002723         MOVE ACCT-BALANCE TO RETURNED-BALANCE
002724     ELSE
002725     IF ACCT-CHARGED-OFF
002726         AND (PASSED-OPERATION = 'DEBIT ' OR 'REVERS' OR 'XFER  '
002727             OR 'HOLD  ' OR 'LATEFE' OR 'RENEW ' OR 'SVCCHG'
002728             OR 'CHGOFF')
002729         MOVE '48' TO OPER-STATUS
002730         MOVE ACCT-BALANCE TO RETURNED-BALANCE
002731     ELSE
002732     EVALUATE PASSED-OPERATION
002800         WHEN 'CREDIT'
002900             PERFORM 3100-CREDIT-ACCOUNT
003000         WHEN 'DEBIT '
003384             PERFORM 3700-PLACE-HOLD
003386         WHEN 'HOLDRL'
003388             PERFORM 3750-RELEASE-HOLD
003389         WHEN 'LATEFE'
003390             PERFORM 3270-ASSESS-LATE-FEE
003391         WHEN 'RENEW '
003392             PERFORM 3760-RENEW-CERTIFICATE
003393         WHEN 'SVCCHG'
003394             PERFORM 3280-ASSESS-SERVICE-CHARGE
003395         WHEN 'CHGOFF'
003396             PERFORM 3290-CHARGE-OFF-ACCOUNT
003400         WHEN OTHER
003500             MOVE '30' TO OPER-STATUS
003600     END-EVALUATE
003603     END-IF
003604     END-IF
003610     END-IF.
003700 3000-PROCESS-OPERATION-EXIT.
003800     EXIT.
003900
004000******************************************************************
004100* 3100-CREDIT-ACCOUNT - ADD AMOUNT TO THE ACCOUNT BALANCE. A      *
004101*                       CREDIT TO AN INSTALLMENT LOAN IS A LOAN   *
004102*                       PAYMENT INSTEAD (3800), AND ONE TO A      *
004103*                       CHARGED-OFF ACCOUNT A RECOVERY (3110).    *
004200******************************************************************
004300 3100-CREDIT-ACCOUNT.
004302     IF ACCT-TYPE-LOAN
004303         PERFORM 3800-POST-LOAN-PAYMENT
004304     ELSE
004305     IF ACCT-CHARGED-OFF
004306         PERFORM 3110-POST-RECOVERY
004307     ELSE
004400     ADD AMOUNT TO ACCT-BALANCE
004500     MOVE ACCT-BALANCE TO RETURNED-BALANCE
004550     PERFORM 3600-STAMP-ACTIVITY-DATE
004551     PERFORM 3610-STAMP-OVERDRAWN-DATE
004600     PERFORM 4000-REWRITE-ACCOUNT
004700     MOVE PASSED-OPERATION TO WS-JRNL-OP
004800     MOVE AMOUNT TO WS-JRNL-AMT
004801     PERFORM 5000-WRITE-JOURNAL
004802     END-IF
004803     END-IF.
004804 3100-CREDIT-ACCOUNT-EXIT.
004805     EXIT.
004806
004807******************************************************************
004808* 3110-POST-RECOVERY - A DEPOSIT TO A CHARGED-OFF ACCOUNT PAYS    *
004809*                      BACK MONEY ALREADY WRITTEN OFF; IT DOES    *
004810*                      NOT REBUILD A BALANCE THE MEMBER COULD     *
004811*                      DRAW ON. JOURNAL IT AS 'RECOVR' FOR THE    *
004812*                      COLLECTIONS AND GL FIGURES AND LEAVE THE   *
004813*                      MASTER UNTOUCHED - STILL ZERO, STILL       *
004814*                      CHARGED OFF.                               *
004815******************************************************************
004816 3110-POST-RECOVERY.
004817     MOVE ACCT-BALANCE TO RETURNED-BALANCE
004818     MOVE 'RECOVR' TO WS-JRNL-OP
004819     MOVE AMOUNT TO WS-JRNL-AMT
004900     PERFORM 5000-WRITE-JOURNAL.
005000 3110-POST-RECOVERY-EXIT.
005100     EXIT.
005110
005120******************************************************************
005150*                       SAVINGS AND SHARE CERTIFICATES TAKE NO    *
005160*                       OVERDRAFT, AND A CERTIFICATE DEBITED      *
005170*                       BEFORE ITS MATURITY DATE OWES THE EARLY-  *
005180*                       WITHDRAWAL PENALTY - UNLESS THE DEBIT IS  *
005183*                       AN ESCHEATMENT SURRENDER (SOURCE 'E') OR  *
005186*                       THE MATURITY RUN'S PAYOUT (SOURCE 'M').   *
005188*                       A BLANK TYPE ON A LEGACY ROW BEHAVES AS   *
005190*                       CHECKING.                                 *
005191******************************************************************
005192 3150-SET-TYPE-RULES.
005193     MOVE ACCT-OVERDRAFT-LIMIT TO WS-EFF-OD-LIMIT
005197             MOVE ZERO TO WS-EFF-OD-LIMIT
005198         WHEN ACCT-TYPE-CERTIFICATE
005199             MOVE ZERO TO WS-EFF-OD-LIMIT
005200             ACCEPT WS-TYPE-TODAY FROM DATE YYYYMMDD
005201             IF WS-TYPE-TODAY < ACCT-MATURITY-DATE
005202                 AND PASSED-SOURCE NOT = 'E'
005203                 AND PASSED-SOURCE NOT = 'M'
005204                 SET EARLY-WD-PENALTY-DUE TO TRUE
005205             END-IF
005206         WHEN OTHER
006300         SUBTRACT AMOUNT FROM ACCT-BALANCE
006400         MOVE ACCT-BALANCE TO RETURNED-BALANCE
006450         PERFORM 3600-STAMP-ACTIVITY-DATE
006451         PERFORM 3610-STAMP-OVERDRAWN-DATE
006500         PERFORM 4000-REWRITE-ACCOUNT
006600         MOVE PASSED-OPERATION TO WS-JRNL-OP
006700         MOVE AMOUNT TO WS-JRNL-AMT
008905 3260-ASSESS-EARLY-WD-PENALTY-EXIT.
008906     EXIT.
008907
008908******************************************************************
008909* 3270-ASSESS-LATE-FEE - ADD THE LATE CHARGE IN AMOUNT TO AN      *
008910*                        INSTALLMENT LOAN'S PAYOFF THROUGH THE    *
008911*                        SAME 4700 HOOK THE OVERDRAFT FEE USES,   *
008912*                        JOURNAL IT AS 'LATEFE' SOURCE 'F', AND   *
008913*                        MARK THE LOAN'S CURRENT DUE DATE AS      *
008914*                        CHARGED SO THE NIGHTLY DELINQUENCY RUN   *
008915*                        CHARGES ONE MISSED INSTALLMENT ONCE. A   *
008916*                        LATE CHARGE IS NOT MEMBER ACTIVITY AND   *
008917*                        LEAVES THE ACTIVITY DATE ALONE.          *
008918******************************************************************
008919 3270-ASSESS-LATE-FEE.
008920     IF NOT ACCT-TYPE-LOAN
008921         MOVE '45' TO OPER-STATUS
008922         MOVE ACCT-BALANCE TO RETURNED-BALANCE
008923     ELSE
008924     MOVE ACCOUNT-ID TO WS-LOAN-ACCT
008925     PERFORM 2800-READ-LOAN
008926     IF LOAN-NOT-FOUND
008927         MOVE '47' TO OPER-STATUS
008928         MOVE ACCT-BALANCE TO RETURNED-BALANCE
008929     ELSE
008930     MOVE AMOUNT TO WS-FEE-AMOUNT
008931     PERFORM 4700-REWRITE-FEE-ACCOUNT
008932     MOVE ACCT-BALANCE TO RETURNED-BALANCE
008933     IF OPER-STATUS = '00'
008934         MOVE 'LATEFE' TO WS-JRNL-OP
008935         MOVE AMOUNT TO WS-JRNL-AMT
008936         MOVE 'F' TO WS-JRNL-SOURCE
008937         PERFORM 5000-WRITE-JOURNAL
008938         MOVE PASSED-SOURCE TO WS-JRNL-SOURCE
008939         MOVE LOAN-NEXT-DUE-DATE TO LOAN-LATE-FEE-DUE-DATE
008940         PERFORM 4750-REWRITE-LOAN
008941     END-IF
008942     END-IF
008943     END-IF.
008944 3270-ASSESS-LATE-FEE-EXIT.
008945     EXIT.
008946
008947******************************************************************
008948* 3280-ASSESS-SERVICE-CHARGE - CHARGE ONE SCHEDULED FEE (MONTHLY  *
008949*                              MAINTENANCE, LOW BALANCE, PAPER    *
008950*                              STATEMENT ...) FROM THE MONTH-END  *
008951*                              SERVICE CHARGE RUN. THE FEE CODE   *
008952*                              IN PASSED-REFERENCE BECOMES THE    *
008953*                              JOURNAL OPERATION, SO IT MAY NOT   *
008954*                              BE BLANK OR ONE THE JOURNAL        *
008955*                              ALREADY USES ('32'). THE AMOUNT    *
008956*                              GOES THROUGH THE SAME 4700 HOOK    *
008957*                              THE OVERDRAFT FEE USES AND IS      *
008958*                              JOURNALED AS SOURCE 'F' ONLY WHEN  *
008959*                              IT ACTUALLY LANDED. A FEE IS NOT   *
008960*                              MEMBER ACTIVITY AND LEAVES THE     *
008961*                              ACTIVITY DATE ALONE. TELLERS       *
008962*                              CANNOT KEY ONE ('30').             *
008963******************************************************************
008964 3280-ASSESS-SERVICE-CHARGE.
008965     MOVE PASSED-REFERENCE (1:6) TO WS-SVC-FEE-CODE
008966     IF PASSED-SOURCE = 'T'
008967         MOVE '30' TO OPER-STATUS
008968         MOVE ACCT-BALANCE TO RETURNED-BALANCE
008969     ELSE
008970     IF SVC-FEE-CODE-RESERVED
008971         OR AMOUNT NOT > ZERO
008972         MOVE '32' TO OPER-STATUS
008973         MOVE ACCT-BALANCE TO RETURNED-BALANCE
008974     ELSE
008975     MOVE AMOUNT TO WS-FEE-AMOUNT
008976     PERFORM 4700-REWRITE-FEE-ACCOUNT
008977     MOVE ACCT-BALANCE TO RETURNED-BALANCE
008978     IF OPER-STATUS = '00'
008979         MOVE WS-SVC-FEE-CODE TO WS-JRNL-OP
008980         MOVE AMOUNT TO WS-JRNL-AMT
008981         MOVE 'F' TO WS-JRNL-SOURCE
008982         PERFORM 5000-WRITE-JOURNAL
008983         MOVE PASSED-SOURCE TO WS-JRNL-SOURCE
008984     END-IF
008985     END-IF
008986     END-IF.
008987 3280-ASSESS-SERVICE-CHARGE-EXIT.
008988     EXIT.
008989
008990******************************************************************
008991* 3290-CHARGE-OFF-ACCOUNT - WRITE OFF AN OVERDRAWN ACCOUNT FOR    *
008992*                           THE NIGHTLY OVERDRAWN AGING RUN. THE  *
008993*                           AMOUNT MUST BE EXACTLY THE NEGATIVE   *
008994*                           BALANCE THE RUN SAW, SO A POSTING     *
008995*                           THAT LANDED SINCE ITS BROWSE IS NOT   *
008996*                           WRITTEN OFF BLIND ('49'). THE         *
008997*                           BALANCE GOES TO ZERO, THE STATUS TO   *
008998*                           CHARGED OFF ('W') AND THE OVERDRAWN   *
008999*                           DATE CLEARS, AND THE OFFSET IS        *
009000*                           JOURNALED AS 'CHGOFF' ONLY WHEN THE   *
009001*                           MASTER REWRITE LANDED. NOT MEMBER     *
009002*                           ACTIVITY; TELLERS CANNOT KEY ONE      *
009003*                           ('30').                               *
009004******************************************************************
009005 3290-CHARGE-OFF-ACCOUNT.
009006     IF PASSED-SOURCE = 'T'
009007         MOVE '30' TO OPER-STATUS
009008         MOVE ACCT-BALANCE TO RETURNED-BALANCE
009009     ELSE
009010     IF NOT ACCT-BALANCE < ZERO
009011         OR AMOUNT NOT = ZERO - ACCT-BALANCE
009012         MOVE '49' TO OPER-STATUS
009013         MOVE ACCT-BALANCE TO RETURNED-BALANCE
009014     ELSE
009015     COMPUTE WS-CHGOFF-AMOUNT = ZERO - ACCT-BALANCE
009016     MOVE ZERO TO ACCT-BALANCE
009017     MOVE 'W' TO ACCT-STATUS-CODE
009018     PERFORM 3610-STAMP-OVERDRAWN-DATE
009019     PERFORM 4000-REWRITE-ACCOUNT
009020     MOVE ACCT-BALANCE TO RETURNED-BALANCE
009021     IF OPER-STATUS = '00'
009022         MOVE 'CHGOFF' TO WS-JRNL-OP
009023         MOVE WS-CHGOFF-AMOUNT TO WS-JRNL-AMT
009024         PERFORM 5000-WRITE-JOURNAL
009025     END-IF
009026     END-IF
009027     END-IF.
009028 3290-CHARGE-OFF-ACCOUNT-EXIT.
009029     EXIT.
009030
009031******************************************************************
009100* 3300-TOTAL-INQUIRY - RETURN THE CURRENT BALANCE, NO UPDATE      *
009200******************************************************************
009300 3300-TOTAL-INQUIRY.
010040*                      THE CORRECTION ENTRY TIED TO IT. A         *
010042*                      TRANSFER SIDE IS NOT REVERSIBLE ALONE -    *
010044*                      CORRECT A TRANSFER BY TRANSFERRING BACK.   *
010045*                      NEITHER PART OF A LOAN PAYMENT IS EITHER.  *
010046*                      THE REST:                                  *
010050*                      CALLER'S 6000-LOCATE-ORIGINAL FILLS IN THE *
010060*                      ORIGINAL ENTRY'S OPERATION AND AMOUNT AND  *
010070*                      WHETHER A REVERSAL OF IT ALREADY EXISTS.   *
010072*                      A DUPLICATED SEQUENCE NUMBER IN THE SCAN   *
010074*                      IS REFUSED ('50') RATHER THAN GUESSING     *
010076*                      WHICH ENTRY WAS MEANT, AND THE CALLER ONLY *
010077*                      LOOKS IN ITS OWN SEQUENCE SPACE - BATCH OR *
010078*                      TELLER - AND FLAGS A NUMBER FOUND ONLY IN  *
010079*                      THE OTHER POSTING PATH'S SPACE ('70').     *
010080******************************************************************
010090 3400-REVERSE-ENTRY.
010110     IF PASSED-REFERENCE (1:9) NOT NUMERIC
010160     MOVE PASSED-REFERENCE (1:9) TO WS-REV-REF-SEQ
010170     PERFORM 6000-LOCATE-ORIGINAL
010180     EVALUATE TRUE
010181         WHEN REV-WRONG-PATH
010182             MOVE '70' TO OPER-STATUS
010183             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010190         WHEN REV-ORIG-NOT-FOUND
010210             MOVE '50' TO OPER-STATUS
010220             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010230         WHEN REV-ALREADY-DONE
010240             MOVE '60' TO OPER-STATUS
010250             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010260         WHEN WS-REV-ORIG-OP = 'TOTAL ' OR 'REVERS'
010262             OR 'XFERDB' OR 'XFERCR' OR 'HOLD  ' OR 'HOLDRL'
010263             OR 'LNINT ' OR 'LNPRIN'
010264             OR 'RENEW ' OR 'CHGOFF' OR 'RECOVR'
010270             MOVE '70' TO OPER-STATUS
010280             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010290         WHEN OTHER
010490     ADD WS-REV-EFFECT TO ACCT-BALANCE
010510     MOVE ACCT-BALANCE TO RETURNED-BALANCE
010520     PERFORM 3600-STAMP-ACTIVITY-DATE
010521     PERFORM 3610-STAMP-OVERDRAWN-DATE
010530     PERFORM 4000-REWRITE-ACCOUNT
010540     MOVE 'REVERS' TO WS-JRNL-OP
010550     MOVE WS-REV-EFFECT TO WS-JRNL-AMT
010650*                         TO-ACCOUNT IS PROVEN FIRST SO A BAD     *
010660*                         TO-ACCOUNT LEAVES THE FROM-SIDE         *
010670*                         UNTOUCHED.                              *
010671*                         A LOAN TO-ACCOUNT IS PRICED AS A LOAN   *
010672*                         PAYMENT (3810) BEFORE ANY MONEY MOVES,  *
010673*                         SO A PAYMENT BEYOND THE PAYOFF ('46')   *
010674*                         LEAVES BOTH SIDES ALONE.                *
010680******************************************************************
010690 3500-TRANSFER-ACCOUNT.
010710     IF PASSED-REFERENCE = SPACES
010920             MOVE '40' TO OPER-STATUS
010930             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010940         ELSE
010941         IF ACCT-CHARGED-OFF
010942             MOVE WS-XFER-FROM-RECORD TO ACCT-MASTER-RECORD
010943             MOVE '48' TO OPER-STATUS
010944             MOVE ACCT-BALANCE TO RETURNED-BALANCE
010945         ELSE
010946             MOVE ACCT-MASTER-RECORD TO WS-XFER-TO-RECORD
010947             MOVE AMOUNT TO WS-XFER-CREDIT-AMT
010948             IF ACCT-TYPE-LOAN
010949                 MOVE WS-XFER-TO-ACCT TO WS-LOAN-ACCT
010950                 PERFORM 3810-PRICE-LOAN-PAYMENT
010951                 MOVE WS-LOAN-PRIN-PART TO WS-XFER-CREDIT-AMT
010952             END-IF
010953             IF OPER-STATUS NOT = '00'
010954                 MOVE WS-XFER-FROM-RECORD TO ACCT-MASTER-RECORD
010955                 MOVE ACCT-BALANCE TO RETURNED-BALANCE
010956             ELSE
010960             PERFORM 3510-POST-TRANSFER-DEBIT
010970             IF OPER-STATUS = '00'
010980                 PERFORM 3520-POST-TRANSFER-CREDIT
010987                 END-IF
010988                 MOVE WS-XFER-FROM-BAL TO RETURNED-BALANCE
010990             END-IF
010991             END-IF
010992         END-IF
011010         END-IF
011020         END-IF
011030     END-IF
011160     SUBTRACT AMOUNT FROM ACCT-BALANCE
011170     MOVE ACCT-BALANCE TO RETURNED-BALANCE
011180     PERFORM 3600-STAMP-ACTIVITY-DATE
011181     PERFORM 3610-STAMP-OVERDRAWN-DATE
011190     PERFORM 4000-REWRITE-ACCOUNT
011200     IF OPER-STATUS = '00'
011210         MOVE 'XFERDB' TO WS-JRNL-OP
011370*                             NUMBER AS THE COMMON REFERENCE.     *
011380*                             THE CALLER SEES THE FROM-SIDE       *
011390*                             BALANCE WHEN THE DUST SETTLES.      *
011391*                             A LOAN TO-ACCOUNT TAKES ONLY THE    *
011392*                             PRINCIPAL PART ONTO ITS BALANCE AND *
011393*                             JOURNALS AS A LOAN PAYMENT.         *
011410******************************************************************
011420 3520-POST-TRANSFER-CREDIT.
011430     MOVE WS-XFER-TO-RECORD TO ACCT-MASTER-RECORD
011440     ADD WS-XFER-CREDIT-AMT TO ACCT-BALANCE
011450     PERFORM 3600-STAMP-ACTIVITY-DATE
011451     PERFORM 3610-STAMP-OVERDRAWN-DATE
011460     PERFORM 4500-REWRITE-TO-ACCOUNT
011461     IF OPER-STATUS = '00'
011462         MOVE WS-XFER-DB-SEQ TO WS-JRNL-REF
011463         MOVE WS-XFER-TO-ACCT TO WS-JRNL-ACCT
011464         IF ACCT-TYPE-LOAN
011465             PERFORM 3820-APPLY-LOAN-TERMS
011466             PERFORM 3830-JOURNAL-LOAN-PAYMENT
011467         ELSE
011470         MOVE 'XFERCR' TO WS-JRNL-OP
011480         MOVE AMOUNT TO WS-JRNL-AMT
011520         MOVE ACCT-BALANCE TO RETURNED-BALANCE
011530         PERFORM 5000-WRITE-JOURNAL
011531         END-IF
011535     ELSE
011540         MOVE WS-XFER-FROM-RECORD TO ACCT-MASTER-RECORD
011545         MOVE ACCT-BALANCE TO WS-XFER-FROM-BAL
011792     END-IF.
011793 3750-RELEASE-HOLD-EXIT.
011794     EXIT.
011822
011823******************************************************************
011824* 3610-STAMP-OVERDRAWN-DATE - KEEP ACCT-OVERDRAWN-DATE IN STEP    *
011825*                             WITH THE BALANCE ABOUT TO BE        *
011826*                             REWRITTEN: TODAY WHEN A DEPOSIT     *
011827*                             ACCOUNT HAS JUST GONE NEGATIVE,     *
011828*                             UNCHANGED WHILE IT STAYS NEGATIVE,  *
011829*                             ZERO ONCE IT IS BACK TO ZERO OR     *
011830*                             ABOVE. A LOAN'S BALANCE IS ALWAYS   *
011831*                             NEGATIVE AND ITS DATE IS LEFT       *
011832*                             ALONE. SPACES ON A LEGACY ROW COUNT *
011833*                             AS NO DATE. PERFORMED NEXT TO 3600  *
011834*                             BY EVERY POSTING AND BY THE         *
011835*                             CALLER'S 4700 FEE HOOK.             *
011836******************************************************************
011837 3610-STAMP-OVERDRAWN-DATE.
011838     IF NOT ACCT-TYPE-LOAN
011839         IF ACCT-OVERDRAWN-DATE NOT NUMERIC
011840             MOVE ZERO TO ACCT-OVERDRAWN-DATE
011841         END-IF
011842         IF ACCT-BALANCE < ZERO
011843             IF ACCT-OVERDRAWN-DATE = ZERO
011844                 ACCEPT WS-OD-TODAY FROM DATE YYYYMMDD
011845                 MOVE WS-OD-TODAY TO ACCT-OVERDRAWN-DATE
011846             END-IF
011847         ELSE
011848             MOVE ZERO TO ACCT-OVERDRAWN-DATE
011849         END-IF
011850     END-IF.
011851 3610-STAMP-OVERDRAWN-DATE-EXIT.
011852     EXIT.
011853
011854******************************************************************
011855* 3760-RENEW-CERTIFICATE - ROLL A SHARE CERTIFICATE OVER FOR A    *
011856*                          NEW TERM ON THE MATURITY RUN'S         *
011857*                          STANDING INSTRUCTION. PASSED-REFERENCE *
011858*                          (1:8) IS THE NEW MATURITY DATE AS      *
011859*                          YYYYMMDD AND MUST LIE BEYOND THE       *
011860*                          CURRENT ONE; ANYTHING ELSE, OR AN      *
011861*                          ACCOUNT THAT IS NOT A CERTIFICATE,     *
011862*                          COMES BACK '35'. NO MONEY MOVES AND    *
011863*                          THE ACTIVITY DATE IS LEFT ALONE; THE   *
011864*                          'RENEW ' ENTRY JOURNALS THE BALANCE    *
011865*                          RENEWED WITH THE NEW MATURITY DATE IN  *
011866*                          THE REFERENCE FIELD.                   *
011867******************************************************************
011868 3760-RENEW-CERTIFICATE.
011869     IF NOT ACCT-TYPE-CERTIFICATE
011870         OR PASSED-REFERENCE (1:8) NOT NUMERIC
011871         MOVE '35' TO OPER-STATUS
011872         MOVE ACCT-BALANCE TO RETURNED-BALANCE
011873     ELSE
011874     MOVE PASSED-REFERENCE (1:8) TO WS-RENEW-MATURITY
011875     IF WS-RENEW-MATURITY NOT > ACCT-MATURITY-DATE
011876         MOVE '35' TO OPER-STATUS
011877         MOVE ACCT-BALANCE TO RETURNED-BALANCE
011878     ELSE
011879     MOVE WS-RENEW-MATURITY TO ACCT-MATURITY-DATE
011880     MOVE ACCT-BALANCE TO RETURNED-BALANCE
011881     PERFORM 4000-REWRITE-ACCOUNT
011882     IF OPER-STATUS = '00'
011883         MOVE 'RENEW ' TO WS-JRNL-OP
011884         MOVE ACCT-BALANCE TO WS-JRNL-AMT
011885         MOVE WS-RENEW-MATURITY TO WS-JRNL-REF
011886         PERFORM 5000-WRITE-JOURNAL
011887     END-IF
011888     END-IF
011889     END-IF.
011890 3760-RENEW-CERTIFICATE-EXIT.
011891     EXIT.
011892
011900******************************************************************
012000* 3800-POST-LOAN-PAYMENT - A CREDIT TO AN INSTALLMENT LOAN. THE   *
012100*                          PAYMENT IS PRICED (3810), ONLY ITS     *
012200*                          PRINCIPAL PART REDUCES THE AMOUNT OWED *
012300*                          ON THE MASTER, AND ONCE THAT HAS       *
012400*                          LANDED THE LOAN TERMS ROW IS BROUGHT   *
012500*                          UP TO DATE (3820) AND BOTH PARTS ARE   *
012600*                          JOURNALED (3830).                      *
012700******************************************************************
012800 3800-POST-LOAN-PAYMENT.
012900     MOVE ACCOUNT-ID TO WS-LOAN-ACCT
013000     PERFORM 3810-PRICE-LOAN-PAYMENT
013100     IF OPER-STATUS = '00'
013200         ADD WS-LOAN-PRIN-PART TO ACCT-BALANCE
013300         MOVE ACCT-BALANCE TO RETURNED-BALANCE
013400         PERFORM 3600-STAMP-ACTIVITY-DATE
013500         PERFORM 4000-REWRITE-ACCOUNT
013600         IF OPER-STATUS = '00'
013700             PERFORM 3820-APPLY-LOAN-TERMS
013800             PERFORM 3830-JOURNAL-LOAN-PAYMENT
013900         END-IF
014000     ELSE
014100         MOVE ACCT-BALANCE TO RETURNED-BALANCE
014200     END-IF.
014300 3800-POST-LOAN-PAYMENT-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700* 3810-PRICE-LOAN-PAYMENT - SPLIT AMOUNT INTO ITS INTEREST AND    *
014800*                           PRINCIPAL PARTS FOR THE LOAN IN WS-   *
014900*                           LOAN-ACCT, WHOSE MASTER ROW IS IN     *
015000*                           ACCT-MASTER-RECORD. INTEREST DUE IS   *
015100*                           ANY INTEREST LEFT UNPAID BY AN        *
015200*                           EARLIER SHORT PAYMENT PLUS SIMPLE     *
015300*                           INTEREST ON THE AMOUNT OWED AT THE    *
015400*                           LOAN'S ANNUAL RATE FOR THE DAYS SINCE *
015500*                           INTEREST WAS LAST PAID (SINCE THE     *
015600*                           LOAN WAS BOOKED, THE FIRST TIME),     *
015700*                           ON AN ACTUAL/365 BASIS. INTEREST IS   *
015800*                           PAID FIRST; WHAT IS LEFT IS           *
015900*                           PRINCIPAL. A PAYMENT OF NOTHING, OR   *
016000*                           ONE WHOSE PRINCIPAL PART IS MORE THAN *
016100*                           IS OWED, COMES BACK '46'; A LOAN WITH *
016200*                           NO TERMS ROW COMES BACK '47'.         *
016300******************************************************************
016400 3810-PRICE-LOAN-PAYMENT.
016500     MOVE ZERO TO WS-LOAN-INT-PART
016600     MOVE ZERO TO WS-LOAN-PRIN-PART
016700     PERFORM 2800-READ-LOAN
016800     IF LOAN-NOT-FOUND
016900         MOVE '47' TO OPER-STATUS
017000     ELSE
017100     ACCEPT WS-LOAN-TODAY FROM DATE YYYYMMDD
017200     COMPUTE WS-LOAN-OWED = ZERO - ACCT-BALANCE
017300     IF WS-LOAN-OWED < ZERO
017400         MOVE ZERO TO WS-LOAN-OWED
017500     END-IF
017600     IF LOAN-INT-PAID-TO-DATE > ZERO
017700         MOVE LOAN-INT-PAID-TO-DATE TO WS-DAYNO-DATE
017800     ELSE
017900         MOVE LOAN-OPEN-DATE TO WS-DAYNO-DATE
018000     END-IF
018100     PERFORM 3890-COMPUTE-DAY-NUMBER
018200     MOVE WS-DAYNO-RESULT TO WS-LOAN-FROM-DAYNO
018300     MOVE WS-LOAN-TODAY TO WS-DAYNO-DATE
018400     PERFORM 3890-COMPUTE-DAY-NUMBER
018500     COMPUTE WS-LOAN-DAYS = WS-DAYNO-RESULT - WS-LOAN-FROM-DAYNO
018600     IF WS-LOAN-DAYS < ZERO
018700         MOVE ZERO TO WS-LOAN-DAYS
018800     END-IF
018900     COMPUTE WS-LOAN-INT-DUE ROUNDED = LOAN-ACCRUED-INT
019000         + (WS-LOAN-OWED * LOAN-ANNUAL-RATE * WS-LOAN-DAYS / 365)
019100     IF AMOUNT > WS-LOAN-INT-DUE
019200         MOVE WS-LOAN-INT-DUE TO WS-LOAN-INT-PART
019300     ELSE
019400         MOVE AMOUNT TO WS-LOAN-INT-PART
019500     END-IF
019600     COMPUTE WS-LOAN-PRIN-PART = AMOUNT - WS-LOAN-INT-PART
019700     IF AMOUNT NOT > ZERO
019800         OR WS-LOAN-PRIN-PART > WS-LOAN-OWED
019900         MOVE '46' TO OPER-STATUS
020000     END-IF
020100     END-IF.
020200 3810-PRICE-LOAN-PAYMENT-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600* 3820-APPLY-LOAN-TERMS - BRING THE LOAN TERMS ROW READ BY 3810   *
020700*                         UP TO DATE FOR A PAYMENT THAT HAS       *
020800*                         LANDED ON THE MASTER: INTEREST IS NOW   *
020900*                         PAID TO TODAY (LESS ANY SHORTFALL,      *
021000*                         CARRIED IN LOAN-ACCRUED-INT), THE PAID- *
021100*                         TO-DATE TOTALS GROW, AND THE NEXT DUE   *
021200*                         DATE MOVES ON ONE MONTH FOR EVERY FULL  *
021300*                         INSTALLMENT PAID SINCE IT LAST MOVED. A *
021400*                         LOAN PAID DOWN TO ZERO IS MARKED PAID   *
021500*                         OFF. THE MONEY HAS ALREADY LANDED, SO A *
021600*                         FAILED REWRITE OF THE TERMS ROW IS      *
021700*                         REPORTED BY THE CALLER'S 4750 BUT DOES  *
021800*                         NOT FAIL THE POSTING.                   *
021900******************************************************************
022000 3820-APPLY-LOAN-TERMS.
022100     COMPUTE LOAN-ACCRUED-INT = WS-LOAN-INT-DUE - WS-LOAN-INT-PART
022200     MOVE WS-LOAN-TODAY TO LOAN-INT-PAID-TO-DATE
022300     MOVE WS-LOAN-TODAY TO LOAN-LAST-PAYMENT-DATE
022400     ADD WS-LOAN-INT-PART TO LOAN-INTEREST-PAID
022500     ADD WS-LOAN-PRIN-PART TO LOAN-PRINCIPAL-PAID
022600     ADD AMOUNT TO LOAN-PAID-TOWARD-DUE
022700     PERFORM 3840-ADVANCE-LOAN-DUE-DATE
022800         UNTIL LOAN-PAYMENT-AMOUNT NOT > ZERO
022900            OR LOAN-PAID-TOWARD-DUE < LOAN-PAYMENT-AMOUNT
023000     IF ACCT-BALANCE NOT < ZERO
023100         SET LOAN-PAID-OFF TO TRUE
023200         MOVE ZERO TO LOAN-PAID-TOWARD-DUE
023300     END-IF
023400     PERFORM 4750-REWRITE-LOAN.
023500 3820-APPLY-LOAN-TERMS-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900* 3830-JOURNAL-LOAN-PAYMENT - JOURNAL THE TWO PARTS OF A LOAN     *
024000*                             PAYMENT: 'LNINT ' FOR THE INTEREST  *
024100*                             PART (WHEN THERE IS ONE), WHICH     *
024200*                             DOES NOT MOVE THE BALANCE, THEN     *
024300*                             'LNPRIN' FOR THE PRINCIPAL PART     *
024400*                             WITH THE NEW BALANCE. THE CALLER    *
024500*                             HAS SET THE JOURNAL ACCOUNT AND     *
024600*                             REFERENCE.                          *
024700******************************************************************
024800 3830-JOURNAL-LOAN-PAYMENT.
024900     IF WS-LOAN-INT-PART > ZERO
025000         MOVE 'LNINT ' TO WS-JRNL-OP
025100         MOVE WS-LOAN-INT-PART TO WS-JRNL-AMT
025200         COMPUTE RETURNED-BALANCE =
025300             ACCT-BALANCE - WS-LOAN-PRIN-PART
025400         PERFORM 5000-WRITE-JOURNAL
025500     END-IF
025600     MOVE 'LNPRIN' TO WS-JRNL-OP
025700     MOVE WS-LOAN-PRIN-PART TO WS-JRNL-AMT
025800     MOVE ACCT-BALANCE TO RETURNED-BALANCE
025900     PERFORM 5000-WRITE-JOURNAL.
026000 3830-JOURNAL-LOAN-PAYMENT-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 3840-ADVANCE-LOAN-DUE-DATE - ONE FULL INSTALLMENT HAS BEEN PAID *
026500*                              TOWARD THE CURRENT DUE DATE: TAKE  *
026600*                              IT OFF THE RUNNING TOTAL AND PUSH  *
026700*                              THE DUE DATE ON ONE MONTH, THE     *
026800*                              SAME MONTH ARITHMETIC AS THE       *
026900*                              STANDING ORDER RUN, WITH THE DAY   *
027000*                              CAPPED AT THE 28TH.                *
027100******************************************************************
027200 3840-ADVANCE-LOAN-DUE-DATE.
027300     SUBTRACT LOAN-PAYMENT-AMOUNT FROM LOAN-PAID-TOWARD-DUE
027400     MOVE LOAN-NEXT-DUE-DATE TO WS-LOAN-DUE-DATE
027500     COMPUTE WS-LOAN-TOTAL-MONTHS =
027600         (WS-LOAN-DUE-YYYY * 12) + WS-LOAN-DUE-MM
027700     DIVIDE WS-LOAN-TOTAL-MONTHS BY 12
027800         GIVING WS-LOAN-DUE-YYYY
027900         REMAINDER WS-LOAN-DUE-MM
028000     ADD 1 TO WS-LOAN-DUE-MM
028100     IF WS-LOAN-DUE-DD > 28
028200         MOVE 28 TO WS-LOAN-DUE-DD
028300     END-IF
028400     MOVE WS-LOAN-DUE-DATE TO LOAN-NEXT-DUE-DATE.
028500 3840-ADVANCE-LOAN-DUE-DATE-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900* 3890-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DAYNO-   *
029000*                           DATE INTO A CONTINUOUS DAY NUMBER IN  *
029100*                           WS-DAYNO-RESULT (THE JULIAN DAY       *
029200*                           NUMBER), SO THE DAYS BETWEEN TWO      *
029300*                           DATES IS ONE SUBTRACTION ACROSS MONTH *
029400*                           AND YEAR ENDS AND LEAP DAYS. EVERY    *
029500*                           DIVISION IS WHOLE-NUMBER DIVISION.    *
029600******************************************************************
029700 3890-COMPUTE-DAY-NUMBER.
029800     COMPUTE WS-DAYNO-A = (14 - WS-DAYNO-MM) / 12
029900     COMPUTE WS-DAYNO-Y = WS-DAYNO-YYYY + 4800 - WS-DAYNO-A
030000     COMPUTE WS-DAYNO-M = WS-DAYNO-MM + (12 * WS-DAYNO-A) - 3
030100     COMPUTE WS-DAYNO-WORK = ((153 * WS-DAYNO-M) + 2) / 5
030200     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-DD + WS-DAYNO-WORK
030300         + (365 * WS-DAYNO-Y) - 32045
030400     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-WORK
030500     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
030600     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-WORK
030700     SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
030800     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-WORK
030900     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT.
031000 3890-COMPUTE-DAY-NUMBER-EXIT.
031100     EXIT.
