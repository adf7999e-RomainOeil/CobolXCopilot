001869*                     MEMBER-INITIATED: IT PAYS NO EARLY-         *
001871*                     WITHDRAWAL PENALTY AND DOES NOT WAKE A      *
001872*                     DORMANT ACCOUNT (SEE OPERLOGC).             *
001874*    2026-10-05 DP    NEW SOURCE 'A' - AN INBOUND ACH ENTRY       *
001875*                     POSTED BY THE ACH RUN (ACHPOST). JRNL-      *
001876*                     TRACE-NO ADDED AND THE RECORD GROWN FROM    *
001877*                     85 TO 100 BYTES - THE 15-DIGIT NACHA TRACE  *
001878*                     NUMBER OF THE ENTRY, SPACES ON EVERY OTHER  *
001879*                     SOURCE. EVERY JOURNAL DATASET, ARCHIVE      *
001880*                     GENERATION AND THE ONLINE ESDS MOVE TO      *
001881*                     LRECL 100 AT THE SAME CYCLE CUT-OFF.        *
001882*    2026-10-05 DP    NEW OPERATIONS FOR INSTALLMENT LOANS -      *
001883*                     'LNINT ' (INTEREST PART OF A LOAN PAYMENT,  *
001884*                     NO BALANCE EFFECT), 'LNPRIN' (PRINCIPAL     *
001885*                     PART, REDUCES THE AMOUNT OWED) AND 'LATEFE' *
001886*                     (LATE CHARGE ADDED TO THE AMOUNT OWED,      *
001887*                     SOURCE 'F').                                *
001888*    2026-10-05 DP    NEW OPERATION 'RENEW ' - A SHARE            *
001889*                     CERTIFICATE ROLLED OVER ON ITS MATURITY     *
001890*                     DATE BY THE MATURITY RUN (CERTMAT). IT      *
001891*                     MOVES NO MONEY: THE AMOUNT IS THE BALANCE   *
001892*                     RENEWED, THE RESULT BALANCE IS UNCHANGED    *
001893*                     AND JRNL-REF-SEQ-NO CARRIES THE NEW         *
001894*                     MATURITY DATE. NEW SOURCE 'M' - WORK POSTED *
001895*                     BY THE MATURITY RUN ON THE MEMBER'S         *
001896*                     STANDING INSTRUCTION (THE RENEWAL, OR THE   *
001897*                     PAYOUT TRANSFER).                           *
001898*    2026-10-05 DP    JRNL-CASH-FLAG CARVED FROM FILLER - 'C'     *
001899*                     WHEN THE TELLER MARKED A CREDIT OR DEBIT    *
001900*                     (OR THE TWO PARTS OF A LOAN PAYMENT) AS     *
001901*                     CURRENCY, 'N' WHEN MARKED NON-CASH, SPACE   *
001902*                     FOR EVERY OTHER ENTRY. READ BY THE DAILY    *
001903*                     CASH TRANSACTION MONITORING RUN (CTRMON).   *
001904*    2026-10-05 DP    SCHEDULED SERVICE CHARGES. THE MONTH-END    *
001905*                     SERVICE CHARGE RUN (SVCCHG) JOURNALS EACH   *
001906*                     FEE IT CHARGES AS SOURCE 'F' WITH THE FEE   *
001907*                     CODE FROM THE FEE SCHEDULE (COPYBOOK        *
001908*                     FEEREC) AS THE OPERATION - E.G. 'MNTFEE',   *
001909*                     'LOWBAL', 'PAPRST'. NO FEE CODE MAY REUSE   *
001910*                     AN OPERATION NAMED ABOVE. READERS TREAT ANY *
001911*                     SOURCE-'F' ENTRY NOT NAMED ABOVE AS A       *
001912*                     DEBIT.                                      *
001913*    2026-10-05 DP    NEW OPERATIONS 'CHGOFF' (CHARGE-OFF OF AN   *
001914*                     OVERDRAWN ACCOUNT - THE AMOUNT IS THE       *
001915*                     NEGATIVE BALANCE WRITTEN OFF, A CREDIT THAT *
001916*                     BRINGS THE BALANCE TO ZERO) AND 'RECOVR' (A *
001917*                     DEPOSIT TO A CHARGED-OFF ACCOUNT - THE      *
001918*                     AMOUNT RECOVERED, WHICH LEAVES THE BALANCE  *
001919*                     AT ZERO). A CHARGE-OFF POSTS AS SOURCE 'B'  *
001920*                     AND A RECOVERY UNDER THE DEPOSIT'S OWN      *
001921*                     SOURCE; NEITHER IS EVER 'F'.                *
001922******************************************************************
001923 01  JRNL-RECORD.
002000     05  JRNL-ACCT-ID                PIC X(10).
002100     05  JRNL-POST-DATE              PIC 9(08).
002200     05  JRNL-POST-TIME              PIC 9(08).
002840         88  JRNL-OP-HOLD-PLACE              VALUE 'HOLD  '.
002850         88  JRNL-OP-HOLD-RELEASE            VALUE 'HOLDRL'.
002860         88  JRNL-OP-EARLY-WD-PENALTY        VALUE 'EWPEN '.
002861         88  JRNL-OP-LOAN-INTEREST           VALUE 'LNINT '.
002862         88  JRNL-OP-LOAN-PRINCIPAL          VALUE 'LNPRIN'.
002863         88  JRNL-OP-LATE-FEE                VALUE 'LATEFE'.
002864         88  JRNL-OP-CERT-RENEWAL            VALUE 'RENEW '.
002865         88  JRNL-OP-CHARGE-OFF              VALUE 'CHGOFF'.
002866         88  JRNL-OP-RECOVERY                VALUE 'RECOVR'.
002900     05  JRNL-AMOUNT                 PIC S9(6)V99.
003000     05  JRNL-RESULT-BALANCE         PIC S9(6)V99.
003050     05  JRNL-REF-SEQ-NO             PIC 9(09).
003073         88  JRNL-SOURCE-INTEREST            VALUE 'I'.
003074         88  JRNL-SOURCE-FEE                 VALUE 'F'.
003076         88  JRNL-SOURCE-ESCHEAT             VALUE 'E'.
003077         88  JRNL-SOURCE-ACH                 VALUE 'A'.
003078         88  JRNL-SOURCE-MATURITY            VALUE 'M'.
003080     05  JRNL-OVERRIDE-ID            PIC X(08).
003100     05  JRNL-TRACE-NO               PIC X(15).
003101     05  JRNL-CASH-FLAG              PIC X(01).
003102         88  JRNL-CASH-ITEM                  VALUE 'C'.
003103         88  JRNL-NON-CASH-ITEM              VALUE 'N'.
003104     05  FILLER                      PIC X(01).
