000800*                                                                 *
000900*    PURPOSE:     DAILY STANDING ORDER POSTING RUN. BROWSES THE   *
001000*                 STANDING ORDER MASTER AND, FOR EVERY ACTIVE     *
001100*                 ORDER DUE ON OR BEFORE THE CURRENT BUSINESS     *
001200*                 DATE, POSTS THE TRANSFER THROUGH THE EXISTING   *
001300*                 XFER OPERATION IN OPERATIONS SO BOTH SIDES      *
001400*                 JOURNAL EXACTLY LIKE A KEYED TRANSFER. A        *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    ---------- ----  ----------------------------------------   *
002900*    2026-09-02 DP    ORIGINAL PROGRAM - STANDING ORDER POSTING   *
002901*    2026-10-05 DP    PASSES THE NEW PASSED-TRACE-NO ARGUMENT TO  *
002902*                     OPERATIONS AS SPACES - ONLY THE INBOUND     *
002903*                     ACH RUN CARRIES A TRACE NUMBER.             *
002904*    2026-10-05 DP    STANDING ORDER TO A LOAN ACCOUNT IS A LOAN  *
002905*                     PAYMENT; REFUSALS 45/46/47 REMARKED.        *
002906*    2026-10-05 DP    AN ORDER AGAINST A CHARGED-OFF ACCOUNT      *
002907*                     (STATUS '48') IS REPORTED AS SUCH.          *
002908*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
002909*                     BUSDATE CONTROL FILE; A SORDPARM DATE THAT  *
002910*                     DISAGREES STOPS THE RUN (RC 16). DUE AND    *
002911*                     EXPIRY DATES ON A WEEKEND OR HOLIDAY COUNT  *
002912*                     AS THE NEXT BUSINESS DAY.                   *
002913*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
002914*                     DATE IS NOT REFUSED AS A BAD DATE           *
003000******************************************************************
003100 PROGRAM-ID. SordPost.
003200
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900
004901     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004902         ORGANIZATION IS SEQUENTIAL
004903         FILE STATUS IS WS-BDAT-FILE-STATUS.
004904
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SORD-PARM-FILE.
005900
006000 FD  REPORT-FILE.
006100 01  REPORT-LINE                     PIC X(80).
006101
006102 FD  BUSINESS-DATE-FILE.
006103     COPY BDATREC.
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-PARM-FILE-STATUS             PIC X(02).
007500     88  OPEN-FAILED                          VALUE 'Y'.
007600
007700 01  WS-BUSINESS-DATE                PIC 9(08).
007701 01  WS-EFFECTIVE-DUE-DATE           PIC 9(08).
007702 01  WS-EFFECTIVE-EXPIRY-DATE        PIC 9(08).
007703
007704     COPY BDATEWS.
007800
007900 01  WS-DUE-DATE-PARTS.
008000     05  WS-DUE-YEAR                 PIC 9(04).
009200 01  WS-PASSED-REFERENCE             PIC X(10).
009300 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
009400 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'B'.
009401 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
009500
009600 01  WS-COUNTERS.
009700     05  WS-ORDERS-READ              PIC 9(07) VALUE ZERO.
015000     PERFORM 1000-OPEN-FILES
015100     IF NOT OPEN-FAILED
015200         PERFORM 1100-READ-PARM
015300         IF NOT WS-BDAT-RUN-STOPPED
015400             PERFORM 1200-WRITE-HEADINGS
015500             PERFORM 2100-READ-NEXT-ORDER
015600             PERFORM 2000-PROCESS-ORDER UNTIL WS-SORD-FILE-EOF
015601             PERFORM 8000-WRITE-REPORT-TRAILER
015602             DISPLAY 'SORDPOST: ORDERS READ   - ' WS-ORDERS-READ
015603             DISPLAY 'SORDPOST: ORDERS POSTED - ' WS-ORDERS-POSTED
015604         END-IF
015700         PERFORM 9000-CLOSE-FILES
016000     END-IF
016100     STOP RUN.
016200
019200     EXIT.
019300
019400******************************************************************
019500* 1100-READ-PARM - TAKE THE BUSINESS DATE ORDERS ARE DUE AGAINST  *
019600*                  FROM THE BUSINESS-DATE CONTROL FILE. A DATE ON *
019700*                  THE SORDPARM CARD IS OPTIONAL BUT MUST AGREE   *
019701*                  WITH IT, OR THE RUN STOPS.                     *
019800******************************************************************
019900 1100-READ-PARM.
020000     MOVE 'SORDPOST' TO WS-BDAT-PROGRAM
020001     PERFORM 9600-READ-BUSINESS-DATE
020002     MOVE SPACES TO WS-BDAT-CARD-DATE-X
020100     READ SORD-PARM-FILE
020400         NOT AT END
020500             MOVE SORD-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
020600     END-READ
020700     MOVE 'SORDPARM' TO WS-BDAT-CARD-NAME
020800     PERFORM 9620-CHECK-CARD-DATE
020900     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE.
021200 1100-READ-PARM-EXIT.
021300     EXIT.
021400
022600
022700******************************************************************
022800* 2000-PROCESS-ORDER - JUDGE ONE STANDING ORDER AGAINST THE       *
022900*                      BUSINESS DATE AND POST IT IF IT IS DUE.    *
022901*                      A DUE OR EXPIRY DATE ON A WEEKEND OR       *
022902*                      HOLIDAY COUNTS AS THE NEXT BUSINESS DAY;   *
022903*                      THE ORDER KEEPS ITS NOMINAL DUE DATE SO    *
022904*                      ITS DAY OF MONTH NEVER DRIFTS.             *
023000******************************************************************
023100 2000-PROCESS-ORDER.
023200     ADD 1 TO WS-ORDERS-READ
023201     MOVE SORD-NEXT-DUE-DATE TO WS-BDAT-ROLL-DATE
023202     PERFORM 9650-ROLL-TO-BUSINESS-DAY
023203     MOVE WS-BDAT-ROLL-DATE TO WS-EFFECTIVE-DUE-DATE
023204     MOVE SORD-EXPIRY-DATE TO WS-BDAT-ROLL-DATE
023205     PERFORM 9650-ROLL-TO-BUSINESS-DAY
023206     MOVE WS-BDAT-ROLL-DATE TO WS-EFFECTIVE-EXPIRY-DATE
023300     IF SORD-ACTIVE
023400         AND WS-EFFECTIVE-DUE-DATE NOT > WS-BUSINESS-DATE
023500         IF SORD-EXPIRY-DATE > ZERO
023600             AND WS-EFFECTIVE-EXPIRY-DATE < WS-BUSINESS-DATE
023700             PERFORM 2500-EXPIRE-ORDER
023800         ELSE
023900             PERFORM 2300-POST-ORDER
027000         WS-PASSED-ACCT-ID WS-PASSED-AMOUNT
027100         WS-RETURNED-BALANCE WS-OPER-STATUS
027200         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
027300         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
027400     IF WS-OPER-STATUS = '00'
027500         ADD 1 TO WS-ORDERS-POSTED
027600         MOVE 'POSTED' TO WS-DL-REMARKS
028900             WHEN '40'
029000                 MOVE 'SKIPPED - ACCOUNT CLOSED'
029100                     TO WS-DL-REMARKS
029101             WHEN '48'
029102                 MOVE 'SKIPPED - CHARGED OFF'
029103                     TO WS-DL-REMARKS
029200             WHEN '80'
029300                 MOVE 'SKIPPED - TO-ACCT INVALID'
029301                     TO WS-DL-REMARKS
029302             WHEN '45'
029303             WHEN '46'
029304             WHEN '47'
029305                 MOVE 'SKIPPED - LOAN PMT REFUSED'
029400                     TO WS-DL-REMARKS
029500             WHEN OTHER
029600                 MOVE 'SKIPPED - STATUS' TO WS-DL-REMARKS
038700     CLOSE REPORT-FILE.
038800 9000-CLOSE-FILES-EXIT.
038900     EXIT.
038901
038902     COPY BDATEPRC.
