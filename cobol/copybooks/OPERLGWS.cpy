002012*                     4700-REWRITE-FEE-ACCOUNT NOW SUBTRACTS SO   *
002013*                     ONE HOOK SERVES BOTH THE OVERDRAFT FEE      *
002014*                     AND THE PENALTY.                            *
002015*    2026-10-05 DP    INSTALLMENT LOAN WORK FIELDS - THE LOAN     *
002016*                     BEING PAID AND WHETHER ITS TERMS ROW WAS    *
002017*                     FOUND (FILLED IN BY THE CALLER'S            *
002018*                     2800-READ-LOAN), THE AMOUNT OWED, THE       *
002019*                     INTEREST DUE AND THE INTEREST/PRINCIPAL     *
002020*                     SPLIT OF THE PAYMENT, THE DAY-NUMBER WORK   *
002021*                     AREAS FOR THE INTEREST DAY COUNT, AND       *
002022*                     WS-XFER-CREDIT-AMT, THE AMOUNT THE TRANSFER *
002023*                     TO-SIDE ADDS TO ITS BALANCE (THE WHOLE      *
002024*                     AMOUNT, OR ONLY THE PRINCIPAL PART WHEN THE *
002025*                     TO-ACCOUNT IS A LOAN).                      *
002026*    2026-10-05 DP    WS-RENEW-MATURITY - THE NEW MATURITY DATE A *
002027*                     'RENEW ' CALL ROLLS A SHARE CERTIFICATE     *
002028*                     OVER TO.                                    *
002029*    2026-10-05 DP    WS-SVC-FEE-CODE - THE FEE CODE AN 'SVCCHG'  *
002030*                     CALL CHARGES (PASSED-REFERENCE), WITH THE   *
002031*                     OPERATION CODES IT MAY NOT TAKE BECAUSE THE *
002032*                     JOURNAL ALREADY GIVES THEM A MEANING - THE  *
002033*                     SAME LIST THE FEE SCHEDULE LOAD REFUSES     *
002034*                     (FEEREC).                                   *
002035*    2026-10-05 DP    WS-OD-TODAY FOR THE OVERDRAWN DATE STAMP    *
002036*                     (3610) AND WS-CHGOFF-AMOUNT FOR THE NEW     *
002037*                     'CHGOFF' OPERATION (3290). 'CHGOFF' AND     *
002038*                     'RECOVR' JOIN THE RESERVED FEE CODES.       *
002039******************************************************************
002100 01  WS-JRNL-OP                      PIC X(06).
002200 01  WS-JRNL-AMT                     PIC S9(6)V99.
002250 01  WS-JRNL-REF                     PIC 9(09).
005700     88  EARLY-WD-PENALTY-DUE                VALUE 'Y'.
005800 01  WS-TYPE-TODAY                   PIC 9(08).
005900 01  WS-XFER-PEN-SEQ                 PIC 9(09).
006000 01  WS-XFER-CREDIT-AMT              PIC S9(6)V99.
006001 01  WS-RENEW-MATURITY               PIC 9(08).
006002 01  WS-SVC-FEE-CODE                 PIC X(06).
006003     88  SVC-FEE-CODE-RESERVED
006004             VALUE 'CREDIT' 'DEBIT ' 'TOTAL ' 'ODFEE ' 'REVERS'
006005                   'XFERDB' 'XFERCR' 'HOLD  ' 'HOLDRL' 'EWPEN '
006006                   'LNINT ' 'LNPRIN' 'LATEFE' 'RENEW ' 'XFER  '
006007                   'SVCCHG' 'CHGOFF' 'RECOVR' SPACES.
006008 01  WS-OD-TODAY                     PIC 9(08).
006009 01  WS-CHGOFF-AMOUNT                PIC S9(6)V99.
006100
006200 01  WS-LOAN-ACCT                    PIC X(10).
006300 01  WS-LOAN-FOUND-STATE             PIC X(01).
006400     88  LOAN-FOUND                          VALUE 'Y'.
006500     88  LOAN-NOT-FOUND                      VALUE 'N'.
006600 01  WS-LOAN-TODAY                   PIC 9(08).
006700 01  WS-LOAN-OWED                    PIC S9(7)V99.
006800 01  WS-LOAN-DAYS                    PIC S9(05).
006900 01  WS-LOAN-INT-DUE                 PIC S9(6)V99.
007000 01  WS-LOAN-INT-PART                PIC S9(6)V99.
007100 01  WS-LOAN-PRIN-PART               PIC S9(6)V99.
007200 01  WS-LOAN-FROM-DAYNO              PIC 9(07).
007300 01  WS-LOAN-DUE-DATE                PIC 9(08).
007400 01  WS-LOAN-DUE-DATE-PARTS REDEFINES WS-LOAN-DUE-DATE.
007500     05  WS-LOAN-DUE-YYYY            PIC 9(04).
007600     05  WS-LOAN-DUE-MM              PIC 9(02).
007700     05  WS-LOAN-DUE-DD              PIC 9(02).
007800 01  WS-LOAN-TOTAL-MONTHS            PIC S9(07) COMP.
007900
008000 01  WS-DAYNO-DATE                   PIC 9(08).
008100 01  WS-DAYNO-DATE-PARTS REDEFINES WS-DAYNO-DATE.
008200     05  WS-DAYNO-YYYY               PIC 9(04).
008300     05  WS-DAYNO-MM                 PIC 9(02).
008400     05  WS-DAYNO-DD                 PIC 9(02).
008500 01  WS-DAYNO-A                      PIC 9(02).
008600 01  WS-DAYNO-Y                      PIC 9(05).
008700 01  WS-DAYNO-M                      PIC 9(02).
008800 01  WS-DAYNO-WORK                   PIC 9(07).
008900 01  WS-DAYNO-RESULT                 PIC 9(07).
