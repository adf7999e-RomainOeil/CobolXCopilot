000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  LOANMNT                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     INSTALLMENT LOAN BOOKING. READS THE DAY'S LOAN  *
001000*                 MAINTENANCE CARDS (COPYBOOK LMNTREC) AND, FOR   *
001100*                 EACH BOOK CARD, OPENS THE LOAN ON THE VSAM      *
001200*                 ACCOUNT MASTER AS A TYPE 'L' ACCOUNT WHOSE      *
001300*                 NEGATIVE BALANCE IS THE PRINCIPAL OWED, AND     *
001400*                 WRITES ITS TERMS ROW TO THE LOAN MASTER         *
001500*                 (COPYBOOK LOANREC). THE LEVEL MONTHLY PAYMENT   *
001600*                 IS WORKED OUT FROM THE PRINCIPAL, RATE AND      *
001700*                 TERM UNLESS THE CARD NAMES ONE. THE ACCOUNT     *
001800*                 ROW IS WRITTEN FIRST; IF THE TERMS ROW CANNOT   *
001900*                 BE WRITTEN THE ACCOUNT ROW IS TAKEN BACK OFF SO *
002000*                 THE TWO MASTERS NEVER DISAGREE. EVERY CARD IS   *
002100*                 REPORTED, BOOKED OR NOT, ON THE LOAN REGISTER.  *
002200*                                                                 *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ----------------------------------------   *
002600*    2026-10-05 DP    ORIGINAL PROGRAM - LOAN BOOKING             *
002601*    2026-10-05 DP    EVERY LOAN BOOKED NOW APPENDS AN ADD RECORD *
002602*                     (COPYBOOK AUDREC) FOR BOTH THE ACCOUNT      *
002603*                     MASTER ROW AND THE LOAN TERMS ROW TO THE    *
002604*                     MAINTENANCE AUDIT FILE ON DD AUDFILE, SO    *
002605*                     FORWARD RECOVERY RESTORES THE NEW ACCOUNT.  *
002606*    2026-10-05 DP    A NEWLY BOOKED LOAN IS WRITTEN WITH A ZERO  *
002607*                     OVERDRAWN DATE (NEW ACCT-OVERDRAWN-DATE,    *
002608*                     PACKED). A LOAN'S NEGATIVE BALANCE IS THE   *
002609*                     AMOUNT OWED, NOT AN OVERDRAFT, SO THE DATE  *
002610*                     STAYS ZERO FOR ITS LIFE.                    *
002611*    2026-10-05 DP    A LOAN IS NOW BOOKED AS OF THE BUSDATE      *
002612*                     BUSINESS DATE (OPEN DATE, INTEREST-PAID-TO  *
002613*                     DATE AND FIRST DUE DATE EDIT) RATHER THAN   *
002614*                     THE SYSTEM DATE; AN UNREADABLE BUSDATE      *
002615*                     STOPS THE RUN (RC 16).                      *
002700******************************************************************
002800 PROGRAM-ID. LoanMnt.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOAN-MNT-FILE ASSIGN TO "LMNTIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-LMNT-FILE-STATUS.
003600
003700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACCT-ID
004100         FILE STATUS IS WS-ACCT-FILE-STATUS.
004200
004300     SELECT LOAN-FILE ASSIGN TO "LOANMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS LOAN-ACCT-ID
004700         FILE STATUS IS WS-LOAN-FILE-STATUS.
004800
004900     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-FILE-STATUS.
005101
005102     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
005103         ORGANIZATION IS SEQUENTIAL
005104         FILE STATUS IS WS-AUD-FILE-STATUS.
005105
005106     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005107         ORGANIZATION IS SEQUENTIAL
005108         FILE STATUS IS WS-BDAT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  LOAN-MNT-FILE.
005600     COPY LMNTREC.
005700
005800 FD  ACCOUNT-MASTER-FILE.
005900     COPY ACCTMAS.
006000
006100 FD  LOAN-FILE.
006200     COPY LOANREC.
006300
006400 FD  REPORT-FILE.
006500 01  REPORT-LINE                     PIC X(80).
006501
006502 FD  AUDIT-FILE.
006503     COPY AUDREC.
006504
006505 FD  BUSINESS-DATE-FILE.
006506     COPY BDATREC.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-LMNT-FILE-STATUS             PIC X(02).
006900     88  WS-LMNT-FILE-OK                      VALUE '00'.
007000     88  WS-LMNT-FILE-EOF                     VALUE '10'.
007100
007200 01  WS-ACCT-FILE-STATUS             PIC X(02).
007300     88  WS-ACCT-FILE-OK                      VALUE '00'.
007400     88  WS-ACCT-FILE-NOTFOUND                VALUE '23'.
007500
007600 01  WS-LOAN-FILE-STATUS             PIC X(02).
007700     88  WS-LOAN-FILE-OK                      VALUE '00'.
007800     88  WS-LOAN-FILE-NOTFOUND                VALUE '23'.
007900
008000 01  WS-RPT-FILE-STATUS              PIC X(02).
008100     88  WS-RPT-FILE-OK                       VALUE '00'.
008101
008102 01  WS-AUD-FILE-STATUS              PIC X(02).
008103     88  WS-AUD-FILE-OK                       VALUE '00'.
008200
008300 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
008400     88  OPEN-FAILED                          VALUE 'Y'.
008401
008402     COPY BDATEWS.
008500
008600 01  WS-LOAN-ON-FILE                 PIC X(01).
008700     88  LOAN-ON-FILE                         VALUE 'Y'.
008800
008900 01  WS-COUNTERS.
009000     05  WS-BOOKED-COUNT             PIC 9(07) VALUE ZERO.
009100     05  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
009200
009300 01  WS-TODAY                        PIC 9(08).
009400
009500 01  WS-DUE-DATE-N                   PIC 9(08).
009600 01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE-N.
009700     05  WS-DUE-YEAR                 PIC 9(04).
009800     05  WS-DUE-MONTH                PIC 9(02).
009900     05  WS-DUE-DAY                  PIC 9(02).
010000
010100 01  WS-TOTAL-MONTHS                 PIC S9(07) COMP.
010200
010300 01  WS-MONTHLY-RATE                 PIC S9(1)V9(09) COMP-3.
010400 01  WS-GROWTH-FACTOR                PIC S9(05)V9(09) COMP-3.
010500 01  WS-GROWTH-LESS-ONE              PIC S9(05)V9(09) COMP-3.
010600 01  WS-ANNUITY-FACTOR               PIC S9(1)V9(09) COMP-3.
010700 01  WS-PAYMENT-AMOUNT               PIC S9(6)V99 COMP-3.
010800
010900 01  WS-HEADING-LINE-1               PIC X(21) VALUE
011000     'LOAN BOOKING REGISTER'.
011100
011200 01  WS-COLUMN-HEADING.
011300     05  FILLER                      PIC X(06) VALUE 'FUNCTN'.
011400     05  FILLER                      PIC X(02) VALUE SPACES.
011500     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  FILLER                      PIC X(10) VALUE ' PRINCIPAL'.
011800     05  FILLER                      PIC X(02) VALUE SPACES.
011900     05  FILLER                      PIC X(03) VALUE 'TRM'.
012000     05  FILLER                      PIC X(02) VALUE SPACES.
012100     05  FILLER                      PIC X(10) VALUE '   PAYMENT'.
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  FILLER                      PIC X(08) VALUE 'FIRSTDUE'.
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  FILLER                      PIC X(07) VALUE 'REMARKS'.
012600
012700 01  WS-DETAIL-LINE.
012800     05  WS-DL-FUNCTION              PIC X(06).
012900     05  FILLER                      PIC X(02) VALUE SPACES.
013000     05  WS-DL-ACCT-ID               PIC X(10).
013100     05  FILLER                      PIC X(02) VALUE SPACES.
013200     05  WS-DL-PRINCIPAL             PIC ZZZ,ZZ9.99.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  WS-DL-TERM                  PIC ZZ9.
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  WS-DL-PAYMENT               PIC ZZZ,ZZ9.99.
013700     05  FILLER                      PIC X(02) VALUE SPACES.
013800     05  WS-DL-FIRST-DUE             PIC X(08).
013900     05  FILLER                      PIC X(02) VALUE SPACES.
014000     05  WS-DL-REMARKS               PIC X(21).
014100
014200 01  WS-TRAILER-LINE.
014300     05  FILLER                      PIC X(13) VALUE
014400         'LOANS BOOKED '.
014500     05  WS-TR-BOOKED                PIC ZZZ,ZZ9.
014600     05  FILLER                      PIC X(05) VALUE SPACES.
014700     05  FILLER                      PIC X(15) VALUE
014800         'CARDS REJECTED '.
014900     05  WS-TR-REJECTED              PIC ZZZ,ZZ9.
015000
015100 PROCEDURE DIVISION.
015200
015300******************************************************************
015400* 0000-MAINLINE - DRIVE THE LOAN BOOKING RUN                      *
015500******************************************************************
015600 0000-MAINLINE.
015700     PERFORM 1000-OPEN-FILES
015800     IF NOT OPEN-FAILED
015900         MOVE 'LOANMNT' TO WS-BDAT-PROGRAM
016000         PERFORM 9600-READ-BUSINESS-DATE
016100         IF NOT WS-BDAT-RUN-STOPPED
016200             MOVE WS-BDAT-CURRENT-DATE TO WS-TODAY
016300             PERFORM 1200-WRITE-HEADINGS
016301             PERFORM 2100-READ-CARD
016302             PERFORM 2000-PROCESS-CARD UNTIL WS-LMNT-FILE-EOF
016303             PERFORM 8000-WRITE-REPORT-TRAILER
016304         END-IF
016400         PERFORM 9000-CLOSE-FILES
016500     END-IF
016600     STOP RUN.
016700
016800******************************************************************
016900* 1000-OPEN-FILES - OPEN THE CARD INPUT, BOTH MASTERS, THE        *
017000*                   REGISTER AND (FOR APPEND) THE MAINTENANCE     *
017001*                   AUDIT FILE. A FAILURE ON ANY OF THEM SETS     *
017100*                   WS-LMNT-FILE-EOF SO THE CARD LOOP IN          *
017200*                   0000-MAINLINE NEVER RUNS FOR THIS RUN.        *
017300******************************************************************
017400 1000-OPEN-FILES.
017500     OPEN INPUT LOAN-MNT-FILE
017600     IF NOT WS-LMNT-FILE-OK
017700         DISPLAY 'LOANMNT: UNABLE TO OPEN LMNTIN - '
017800             WS-LMNT-FILE-STATUS
017900         SET WS-LMNT-FILE-EOF TO TRUE
018000         SET OPEN-FAILED TO TRUE
018100     END-IF
018200     OPEN I-O ACCOUNT-MASTER-FILE
018300     IF NOT WS-ACCT-FILE-OK
018400         DISPLAY 'LOANMNT: UNABLE TO OPEN ACCTMAS - '
018500             WS-ACCT-FILE-STATUS
018600         SET WS-LMNT-FILE-EOF TO TRUE
018700         SET OPEN-FAILED TO TRUE
018800     END-IF
018900     OPEN I-O LOAN-FILE
019000     IF NOT WS-LOAN-FILE-OK
019100         DISPLAY 'LOANMNT: UNABLE TO OPEN LOANMAS - '
019200             WS-LOAN-FILE-STATUS
019300         SET WS-LMNT-FILE-EOF TO TRUE
019400         SET OPEN-FAILED TO TRUE
019500     END-IF
019600     OPEN OUTPUT REPORT-FILE
019700     IF NOT WS-RPT-FILE-OK
019800         DISPLAY 'LOANMNT: UNABLE TO OPEN RPTOUT - '
019900             WS-RPT-FILE-STATUS
020000         SET WS-LMNT-FILE-EOF TO TRUE
020100         SET OPEN-FAILED TO TRUE
020200     END-IF
020201     OPEN EXTEND AUDIT-FILE
020202     IF NOT WS-AUD-FILE-OK
020203         OPEN OUTPUT AUDIT-FILE
020204     END-IF
020205     IF NOT WS-AUD-FILE-OK
020206         DISPLAY 'LOANMNT: UNABLE TO OPEN AUDFILE - '
020207             WS-AUD-FILE-STATUS
020208         SET WS-LMNT-FILE-EOF TO TRUE
020209         SET OPEN-FAILED TO TRUE
020210     END-IF.
020300 1000-OPEN-FILES-EXIT.
020400     EXIT.
020500
020600******************************************************************
020700* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
020800******************************************************************
020900 1200-WRITE-HEADINGS.
021000     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
021100     WRITE REPORT-LINE
021200     MOVE WS-COLUMN-HEADING TO REPORT-LINE
021300     WRITE REPORT-LINE.
021400 1200-WRITE-HEADINGS-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800* 2000-PROCESS-CARD - APPLY ONE LOAN MAINTENANCE CARD AND REPORT  *
021900*                     THE OUTCOME                                 *
022000******************************************************************
022100 2000-PROCESS-CARD.
022200     MOVE SPACES TO WS-DL-REMARKS
022300     MOVE ZERO TO WS-PAYMENT-AMOUNT
022400     EVALUATE TRUE
022500         WHEN LMNT-FUNC-BOOK
022600             PERFORM 3100-BOOK-LOAN
022700         WHEN OTHER
022800             MOVE 'INVALID FUNCTION CODE' TO WS-DL-REMARKS
022900             ADD 1 TO WS-EXCEPTION-COUNT
023000     END-EVALUATE
023100     PERFORM 2300-WRITE-DETAIL-LINE
023200     PERFORM 2100-READ-CARD.
023300 2000-PROCESS-CARD-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700* 2100-READ-CARD - READ THE NEXT LOAN MAINTENANCE CARD            *
023800******************************************************************
023900 2100-READ-CARD.
024000     READ LOAN-MNT-FILE
024100         AT END
024200             SET WS-LMNT-FILE-EOF TO TRUE
024300     END-READ.
024400 2100-READ-CARD-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800* 2200-READ-LOAN - LOOK UP THE TERMS ROW FOR THE CARD'S ACCOUNT   *
024900******************************************************************
025000 2200-READ-LOAN.
025100     MOVE 'Y' TO WS-LOAN-ON-FILE
025200     MOVE LMNT-ACCT-ID TO LOAN-ACCT-ID
025300     READ LOAN-FILE
025400         INVALID KEY
025500             MOVE 'N' TO WS-LOAN-ON-FILE
025600     END-READ.
025700 2200-READ-LOAN-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100* 2300-WRITE-DETAIL-LINE - FORMAT AND WRITE ONE REGISTER LINE.    *
026200*                          THE TERMS ARE ONLY ECHOED WHEN THEY    *
026300*                          ARE NUMERIC, SO A BAD CARD CANNOT      *
026400*                          ABEND THE EDIT.                        *
026500******************************************************************
026600 2300-WRITE-DETAIL-LINE.
026700     MOVE LMNT-FUNCTION TO WS-DL-FUNCTION
026800     MOVE LMNT-ACCT-ID  TO WS-DL-ACCT-ID
026900     MOVE ZERO TO WS-DL-PRINCIPAL
027000     MOVE ZERO TO WS-DL-TERM
027100     MOVE SPACES TO WS-DL-FIRST-DUE
027200     IF LMNT-PRINCIPAL NUMERIC
027300         MOVE LMNT-PRINCIPAL TO WS-DL-PRINCIPAL
027400     END-IF
027500     IF LMNT-TERM-MONTHS NUMERIC
027600         MOVE LMNT-TERM-MONTHS TO WS-DL-TERM
027700     END-IF
027800     IF LMNT-FIRST-DUE-DATE NUMERIC
027900         MOVE LMNT-FIRST-DUE-DATE TO WS-DL-FIRST-DUE
028000     END-IF
028100     MOVE WS-PAYMENT-AMOUNT TO WS-DL-PAYMENT
028200     MOVE WS-DETAIL-LINE TO REPORT-LINE
028300     WRITE REPORT-LINE.
028400 2300-WRITE-DETAIL-LINE-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 3100-BOOK-LOAN - EDIT THE CARD, PRICE THE MONTHLY PAYMENT AND   *
028900*                  OPEN THE LOAN ON BOTH MASTERS. A LOAN MAY      *
029000*                  ONLY BE BOOKED ONCE PER ACCOUNT ID.            *
029100******************************************************************
029200 3100-BOOK-LOAN.
029300     PERFORM 3200-EDIT-CARD
029400     IF WS-DL-REMARKS NOT = SPACES
029500         ADD 1 TO WS-EXCEPTION-COUNT
029600     ELSE
029700     PERFORM 2200-READ-LOAN
029800     IF LOAN-ON-FILE
029900         MOVE 'LOAN TERMS ON FILE' TO WS-DL-REMARKS
030000         ADD 1 TO WS-EXCEPTION-COUNT
030100     ELSE
030200         PERFORM 3300-COMPUTE-PAYMENT
030300         PERFORM 4000-WRITE-ACCOUNT
030400     END-IF
030500     END-IF.
030600 3100-BOOK-LOAN-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000* 3200-EDIT-CARD - CHECK THE TERMS ON A BOOK CARD. THE PRINCIPAL  *
031100*                  MUST BE POSITIVE, THE TERM 1 TO 480 MONTHS,    *
031200*                  THE RATE UNDER 100 PERCENT AND THE FIRST DUE   *
031300*                  DATE A REAL CALENDAR DATE AFTER TODAY. A DUE   *
031400*                  DAY PAST THE 28TH IS HELD TO THE 28TH SO EVERY *
031500*                  LATER MONTH HAS IT. LEAVES WS-DL-REMARKS SET   *
031600*                  WHEN THE CARD IS REJECTED.                     *
031700******************************************************************
031800 3200-EDIT-CARD.
031900     IF LMNT-PRINCIPAL NOT NUMERIC
032000         OR LMNT-ANNUAL-RATE NOT NUMERIC
032100         OR LMNT-TERM-MONTHS NOT NUMERIC
032200         OR LMNT-FIRST-DUE-DATE NOT NUMERIC
032300         OR LMNT-PAYMENT-AMOUNT NOT NUMERIC
032400         MOVE 'INVALID NUMERIC FIELD' TO WS-DL-REMARKS
032500     ELSE
032600     IF LMNT-PRINCIPAL NOT > ZERO
032700         OR LMNT-ANNUAL-RATE < ZERO
032800         OR LMNT-TERM-MONTHS = ZERO
032900         OR LMNT-TERM-MONTHS > 480
033000         OR LMNT-PAYMENT-AMOUNT < ZERO
033100         MOVE 'INVALID LOAN TERMS' TO WS-DL-REMARKS
033200     ELSE
033300         MOVE LMNT-FIRST-DUE-DATE TO WS-DUE-DATE-N
033400         IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
033500             OR WS-DUE-DAY < 1 OR WS-DUE-DAY > 31
033600             OR WS-DUE-DATE-N NOT > WS-TODAY
033700             MOVE 'BAD FIRST DUE DATE' TO WS-DL-REMARKS
033800         ELSE
033900             IF WS-DUE-DAY > 28
034000                 MOVE 28 TO WS-DUE-DAY
034100             END-IF
034200         END-IF
034300     END-IF
034400     END-IF.
034500 3200-EDIT-CARD-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 3300-COMPUTE-PAYMENT - THE LEVEL MONTHLY PAYMENT THAT RETIRES   *
035000*                        THE PRINCIPAL OVER THE TERM:             *
035100*                          PMT = P * (R * G / (G - 1))            *
035200*                        WHERE R IS THE ANNUAL RATE / 12 AND G IS *
035300*                        (1 + R) TO THE POWER OF THE TERM. AN     *
035400*                        INTEREST-FREE LOAN IS SIMPLY P / TERM.   *
035500*                        A PAYMENT NAMED ON THE CARD IS TAKEN AS  *
035600*                        IT STANDS.                               *
035700******************************************************************
035800 3300-COMPUTE-PAYMENT.
035900     IF LMNT-PAYMENT-AMOUNT > ZERO
036000         MOVE LMNT-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT
036100     ELSE
036200         IF LMNT-ANNUAL-RATE = ZERO
036300             COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
036400                 LMNT-PRINCIPAL / LMNT-TERM-MONTHS
036500         ELSE
036600             COMPUTE WS-MONTHLY-RATE ROUNDED =
036700                 LMNT-ANNUAL-RATE / 12
036800             COMPUTE WS-GROWTH-FACTOR ROUNDED =
036900                 (1 + WS-MONTHLY-RATE) ** LMNT-TERM-MONTHS
037000             COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH-FACTOR - 1
037100             COMPUTE WS-ANNUITY-FACTOR ROUNDED =
037200                 WS-MONTHLY-RATE * WS-GROWTH-FACTOR
037300                 / WS-GROWTH-LESS-ONE
037400             COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
037500                 LMNT-PRINCIPAL * WS-ANNUITY-FACTOR
037600         END-IF
037700     END-IF.
037800 3300-COMPUTE-PAYMENT-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 3400-COMPUTE-MATURITY - THE FINAL DUE DATE, TERM - 1 MONTHS     *
038300*                         AFTER THE FIRST, INTO WS-DUE-DATE-N.    *
038400*                         SAME MONTH ARITHMETIC AS THE STANDING   *
038500*                         ORDER RUN'S DUE-DATE ADVANCE.           *
038600******************************************************************
038700 3400-COMPUTE-MATURITY.
038800     COMPUTE WS-TOTAL-MONTHS =
038900         (WS-DUE-YEAR * 12) + WS-DUE-MONTH - 1
039000         + LMNT-TERM-MONTHS - 1
039100     DIVIDE WS-TOTAL-MONTHS BY 12
039200         GIVING WS-DUE-YEAR
039300         REMAINDER WS-DUE-MONTH
039400     ADD 1 TO WS-DUE-MONTH.
039500 3400-COMPUTE-MATURITY-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 4000-WRITE-ACCOUNT - OPEN THE LOAN ON THE ACCOUNT MASTER. THE   *
040000*                      BALANCE IS THE PRINCIPAL OWED, CARRIED     *
040100*                      NEGATIVE; THE RATE IS THE MONTHLY RATE AND *
040200*                      THE MATURITY DATE THE FINAL DUE DATE, BOTH *
040300*                      FOR INQUIRY ONLY - THE TERMS ROW GOVERNS.  *
040400*                      ON SUCCESS THE TERMS ROW IS WRITTEN.       *
040500******************************************************************
040600 4000-WRITE-ACCOUNT.
040700     MOVE LMNT-ACCT-ID TO ACCT-ID
040800     MOVE 'A' TO ACCT-STATUS-CODE
040900     MOVE 'L' TO ACCT-TYPE-CODE
041000     COMPUTE ACCT-BALANCE = ZERO - LMNT-PRINCIPAL
041100     MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
041200     COMPUTE ACCT-INTEREST-RATE ROUNDED = LMNT-ANNUAL-RATE / 12
041300     MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
041400     MOVE WS-DUE-DATE-N TO LOAN-NEXT-DUE-DATE
041500     PERFORM 3400-COMPUTE-MATURITY
041600     MOVE WS-DUE-DATE-N TO ACCT-MATURITY-DATE
041601     MOVE ZERO TO ACCT-OVERDRAWN-DATE
041700     WRITE ACCT-MASTER-RECORD
041800         INVALID KEY
041900             MOVE 'ACCT ALREADY ON FILE' TO WS-DL-REMARKS
042000             ADD 1 TO WS-EXCEPTION-COUNT
042100         NOT INVALID KEY
042200             PERFORM 4100-WRITE-LOAN
042300     END-WRITE.
042400 4000-WRITE-ACCOUNT-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 4100-WRITE-LOAN - WRITE THE TERMS ROW. INTEREST RUNS FROM THE   *
042900*                   BOOKING DATE. IF THE ROW WILL NOT WRITE THE   *
043000*                   ACCOUNT ROW JUST ADDED IS DELETED AGAIN;      *
043001*                   OTHERWISE BOTH NEW ROWS ARE AUDITED.          *
043100******************************************************************
043200 4100-WRITE-LOAN.
043300     MOVE LMNT-ACCT-ID TO LOAN-ACCT-ID
043400     MOVE 'A' TO LOAN-STATUS-CODE
043500     MOVE LMNT-PRINCIPAL TO LOAN-ORIG-PRINCIPAL
043600     MOVE LMNT-ANNUAL-RATE TO LOAN-ANNUAL-RATE
043700     MOVE LMNT-TERM-MONTHS TO LOAN-TERM-MONTHS
043800     MOVE WS-PAYMENT-AMOUNT TO LOAN-PAYMENT-AMOUNT
043900     MOVE WS-TODAY TO LOAN-OPEN-DATE
044000     MOVE WS-TODAY TO LOAN-INT-PAID-TO-DATE
044100     MOVE ZERO TO LOAN-PRINCIPAL-PAID
044200     MOVE ZERO TO LOAN-INTEREST-PAID
044300     MOVE ZERO TO LOAN-PAID-TOWARD-DUE
044400     MOVE ZERO TO LOAN-LAST-PAYMENT-DATE
044500     MOVE ZERO TO LOAN-LATE-FEE-DUE-DATE
044600     MOVE ZERO TO LOAN-ACCRUED-INT
044700     WRITE LOAN-RECORD
044800         INVALID KEY
044900             MOVE 'LOAN WRITE FAILED' TO WS-DL-REMARKS
045000             ADD 1 TO WS-EXCEPTION-COUNT
045100             DELETE ACCOUNT-MASTER-FILE RECORD
045200                 INVALID KEY
045300                     DISPLAY 'LOANMNT: ACCOUNT ROW LEFT WITHOUT '
045400                         'TERMS - ' ACCT-ID
045500             END-DELETE
045600         NOT INVALID KEY
045700             MOVE 'LOAN BOOKED' TO WS-DL-REMARKS
045800             ADD 1 TO WS-BOOKED-COUNT
045801             PERFORM 4200-WRITE-AUDIT-RECORDS
045900     END-WRITE.
046000 4100-WRITE-LOAN-EXIT.
046001     EXIT.
046002
046003******************************************************************
046004* 4200-WRITE-AUDIT-RECORDS - APPEND AN ADD RECORD FOR THE NEW     *
046005*                            ACCOUNT MASTER ROW AND ONE FOR THE   *
046006*                            NEW LOAN TERMS ROW TO THE            *
046007*                            MAINTENANCE AUDIT FILE, STAMPED WITH *
046008*                            THE SYSTEM DATE AND TIME. THE        *
046009*                            ACCOUNT ROW IS WHAT FORWARD RECOVERY *
046010*                            REPLAYS.                             *
046011******************************************************************
046012 4200-WRITE-AUDIT-RECORDS.
046013     MOVE SPACES TO AUD-RECORD
046014     ACCEPT AUD-DATE FROM DATE YYYYMMDD
046015     ACCEPT AUD-TIME FROM TIME
046016     MOVE 'ACCTMAS'             TO AUD-FILE-NAME
046017     MOVE ACCT-ID               TO AUD-KEY
046018     MOVE 'A'                   TO AUD-ACTION
046019     MOVE LMNT-FUNCTION         TO AUD-FUNCTION
046020     MOVE 'LOANMNT'             TO AUD-JOB-NAME
046021     MOVE ACCT-MASTER-RECORD    TO AUD-AFTER-IMAGE
046022     WRITE AUD-RECORD
046023     IF NOT WS-AUD-FILE-OK
046024         DISPLAY 'LOANMNT: AUDIT WRITE FAILED - ' ACCT-ID
046025             ' STATUS ' WS-AUD-FILE-STATUS
046026     END-IF
046027     MOVE 'LOANMAS'             TO AUD-FILE-NAME
046028     MOVE LOAN-ACCT-ID          TO AUD-KEY
046029     MOVE LOAN-RECORD           TO AUD-AFTER-IMAGE
046030     WRITE AUD-RECORD
046031     IF NOT WS-AUD-FILE-OK
046032         DISPLAY 'LOANMNT: AUDIT WRITE FAILED - ' LOAN-ACCT-ID
046033             ' STATUS ' WS-AUD-FILE-STATUS
046034     END-IF.
046035 4200-WRITE-AUDIT-RECORDS-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 8000-WRITE-REPORT-TRAILER - WRITE THE BOOKING SUMMARY LINE      *
046500******************************************************************
046600 8000-WRITE-REPORT-TRAILER.
046700     MOVE WS-BOOKED-COUNT TO WS-TR-BOOKED
046800     MOVE WS-EXCEPTION-COUNT TO WS-TR-REJECTED
046900     MOVE WS-TRAILER-LINE TO REPORT-LINE
047000     WRITE REPORT-LINE.
047100 8000-WRITE-REPORT-TRAILER-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
047600******************************************************************
047700 9000-CLOSE-FILES.
047800     CLOSE LOAN-MNT-FILE
047900     CLOSE ACCOUNT-MASTER-FILE
048000     CLOSE LOAN-FILE
048100     CLOSE REPORT-FILE
048101     CLOSE AUDIT-FILE.
048200 9000-CLOSE-FILES-EXIT.
048300     EXIT.
048301
048302     COPY BDATEPRC.
