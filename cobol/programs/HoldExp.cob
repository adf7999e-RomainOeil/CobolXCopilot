001000*                 HOLD FILE THE WAY THE INTEREST ACCRUAL RUN      *
001100*                 BROWSES THE ACCOUNT MASTER AND RELEASES EVERY   *
001200*                 HOLD WHOSE RELEASE DATE IS ON OR BEFORE THE     *
001300*                 CURRENT BUSINESS DATE ON THE BUSINESS-DATE      *
001400*                 CONTROL FILE. A RELEASE DATE ON A WEEKEND OR    *
001500*                 HOLIDAY FALLS DUE ON THE NEXT BUSINESS DAY, AND *
001600*                 THE REGISTER SHOWS THAT DATE. EACH RELEASE GOES *
001700*                 THROUGH THE 'HOLDRL' OPERATION IN OPERATIONS SO *
001800*                 IT IS JOURNALED LIKE ANY OTHER RELEASE, AND THE *
001900*                 EXPIRY REGISTER PRINTS WHAT WAS DROPPED. RUN IN *
002000*                 THE END-OF-DAY WINDOW AHEAD OF THE NEXT DAY'S   *
002001*                 POSTING SO COLLECTED FUNDS ARE AVAILABLE THE    *
002002*                 MORNING AFTER THE HOLD MATURES.                 *
002100*                                                                 *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ----------------------------------------   *
002500*    2026-09-02 DP    ORIGINAL PROGRAM - DEPOSIT HOLD EXPIRY      *
002501*    2026-10-05 DP    PASSES THE NEW PASSED-TRACE-NO ARGUMENT TO  *
002502*                     OPERATIONS AS SPACES - ONLY THE INBOUND     *
002503*                     ACH RUN CARRIES A TRACE NUMBER.             *
002504*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
002505*                     BUSDATE CONTROL FILE; A HOLDPARM DATE THAT  *
002506*                     DISAGREES STOPS THE RUN (RC 16). A RELEASE  *
002507*                     DATE ON A WEEKEND OR HOLIDAY FALLS DUE ON   *
002508*                     THE NEXT BUSINESS DAY.                      *
002509*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
002510*                     DATE IS NOT REFUSED AS A BAD DATE           *
002600******************************************************************
002700 PROGRAM-ID. HoldExp.
002800
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004500
004501     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004502         ORGANIZATION IS SEQUENTIAL
004503         FILE STATUS IS WS-BDAT-FILE-STATUS.
004504
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HOLD-PARM-FILE.
005500
005600 FD  REPORT-FILE.
005700 01  REPORT-LINE                     PIC X(80).
005701
005702 FD  BUSINESS-DATE-FILE.
005703     COPY BDATREC.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-PARM-FILE-STATUS             PIC X(02).
007200
007300 01  WS-BUSINESS-DATE                PIC 9(08).
007400
007401     COPY BDATEWS.
007402
007500 01  WS-LAST-HOLD-KEY.
007600     05  WS-LAST-HOLD-ACCT           PIC X(10).
007700     05  WS-LAST-HOLD-NO             PIC 9(03).
008500 01  WS-PASSED-REFERENCE             PIC X(10).
008600 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
008700 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'B'.
008701 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
008800
008900 01  WS-COUNTERS.
009000     05  WS-HOLDS-READ               PIC 9(07) VALUE ZERO.
014200     PERFORM 1000-OPEN-FILES
014300     IF NOT OPEN-FAILED
014400         PERFORM 1100-READ-PARM
014500         IF NOT WS-BDAT-RUN-STOPPED
014600             PERFORM 1200-WRITE-HEADINGS
014700             PERFORM 2100-READ-NEXT-HOLD
014800             PERFORM 2000-PROCESS-HOLD UNTIL WS-HOLD-FILE-EOF
014801             PERFORM 8000-WRITE-REPORT-TRAILER
014802             DISPLAY 'HOLDEXP: HOLDS READ     - ' WS-HOLDS-READ
014803             DISPLAY 'HOLDEXP: HOLDS RELEASED - '
014804                 WS-HOLDS-RELEASED
014805         END-IF
014900         PERFORM 9000-CLOSE-FILES
015200     END-IF
015300     STOP RUN.
015400
018400     EXIT.
018500
018600******************************************************************
018700* 1100-READ-PARM - TAKE THE BUSINESS DATE HOLDS EXPIRE AGAINST    *
018800*                  FROM THE BUSINESS-DATE CONTROL FILE. A DATE ON *
018900*                  THE HOLDPARM CARD IS OPTIONAL BUT MUST AGREE   *
018901*                  WITH IT, OR THE RUN STOPS.                     *
019000******************************************************************
019100 1100-READ-PARM.
019200     MOVE 'HOLDEXP' TO WS-BDAT-PROGRAM
019201     PERFORM 9600-READ-BUSINESS-DATE
019202     MOVE SPACES TO WS-BDAT-CARD-DATE-X
019300     READ HOLD-PARM-FILE
019600         NOT AT END
019700             MOVE HOLD-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
019800     END-READ
019900     MOVE 'HOLDPARM' TO WS-BDAT-CARD-NAME
020000     PERFORM 9620-CHECK-CARD-DATE
020100     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE.
020400 1100-READ-PARM-EXIT.
020500     EXIT.
020600
021800
021900******************************************************************
022000* 2000-PROCESS-HOLD - JUDGE ONE HOLD AGAINST THE BUSINESS DATE    *
022100*                     AND RELEASE IT IF ITS DATE HAS PASSED. A    *
022101*                     RELEASE DATE ON A WEEKEND OR HOLIDAY COUNTS *
022102*                     AS THE NEXT BUSINESS DAY.                   *
022200******************************************************************
022300 2000-PROCESS-HOLD.
022400     ADD 1 TO WS-HOLDS-READ
022500     MOVE HOLD-RELEASE-DATE TO WS-BDAT-ROLL-DATE
022503     PERFORM 9650-ROLL-TO-BUSINESS-DAY
022504     IF WS-BDAT-ROLL-DATE NOT > WS-BUSINESS-DATE
022600         PERFORM 2300-RELEASE-HOLD
022700     ELSE
022800         PERFORM 2100-READ-NEXT-HOLD
025200 2300-RELEASE-HOLD.
025300     MOVE HOLD-KEY TO WS-LAST-HOLD-KEY
025400     MOVE HOLD-AMOUNT TO WS-LAST-HOLD-AMOUNT
025500     MOVE WS-BDAT-ROLL-DATE TO WS-LAST-RELEASE-DATE
025600     CLOSE HOLD-FILE
025700     MOVE SPACES TO WS-PASSED-REFERENCE
025800     MOVE WS-LAST-HOLD-NO TO WS-PASSED-REFERENCE (1:3)
026000         WS-LAST-HOLD-ACCT WS-PASSED-AMOUNT
026100         WS-RETURNED-BALANCE WS-OPER-STATUS
026200         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
026300         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
026400     IF WS-OPER-STATUS = '00'
026500         ADD 1 TO WS-HOLDS-RELEASED
026600         MOVE 'RELEASED' TO WS-DL-REMARKS
031600     CLOSE REPORT-FILE.
031700 9000-CLOSE-FILES-EXIT.
031800     EXIT.
031801
031802     COPY BDATEPRC.
