002157*                     REASONS, SO A RECYCLED ITEM THAT FAILS      *
002158*                     DIFFERENTLY (E.G. '10' OR '80') CANNOT      *
002159*                     FALL OFF THE MACHINE-READABLE CHAIN.        *
002160*    2026-10-05 DP    PASSES THE NEW PASSED-TRACE-NO ARGUMENT TO  *
002161*                     OPERATIONS AS SPACES - ONLY THE INBOUND     *
002162*                     ACH RUN CARRIES A TRACE NUMBER.             *
002163*    2026-10-05 DP    THE HDR BUSINESS DATE MUST NOW MATCH THE    *
002164*                     BUSDATE CONTROL FILE; A DIFFERENT OR        *
002165*                     MISSING DATE REFUSES THE RUN (RC 16).       *
002166******************************************************************
002200 PROGRAM-ID. BatchDrv.
002300
002400 ENVIRONMENT DIVISION.
003406         ORGANIZATION IS SEQUENTIAL
003407         FILE STATUS IS WS-RCY-OUT-STATUS.
003408
003409     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
003410         ORGANIZATION IS SEQUENTIAL
003411         FILE STATUS IS WS-BDAT-FILE-STATUS.
003412
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TRANSACTION-FILE.
004221     05  RCY-OUT-CYCLE-COUNT         PIC 9(03).
004222     05  FILLER                      PIC X(07).
004223
004224 FD  BUSINESS-DATE-FILE.
004225     COPY BDATREC.
004226
004300 WORKING-STORAGE SECTION.
004400 01  WS-TRAN-FILE-STATUS             PIC X(02).
004500     88  WS-TRAN-FILE-OK                     VALUE '00'.
005142 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
005150 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
005160 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'B'.
005161 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
005200 01  WS-OPER-STATUS                  PIC X(02).
005210     COPY AMTEDTWS.
005211
005212     COPY BDATEWS.
005300
005400 01  WS-COUNTERS.
005500     05  WS-POSTED-COUNT             PIC 9(07) VALUE ZERO.
010342* 1200-VERIFY-CONTROLS - PRE-EDIT PASS OVER THE WHOLE            *
010343*                        TRANSACTION FILE BEFORE ANYTHING IS     *
010344*                        POSTED. PROVES THE HDR BUSINESS DATE    *
010345*                        IS BUSDATE'S AND UNPROCESSED, AND THAT   *
010346*                        THE TRL DETAIL COUNT AND AMOUNT HASH    *
010347*                        TOTAL MATCH WHAT IS ACTUALLY ON THE     *
010348*                        FILE, THEN REWINDS THE FILE FOR THE     *
010385             'DOES NOT MATCH TRL'
010386         MOVE 'N' TO WS-CONTROL-STATE
010387     END-IF
010388     PERFORM 1260-CHECK-BUSINESS-DATE
010389     CLOSE TRANSACTION-FILE
010390     IF CONTROLS-OK
010391         OPEN INPUT TRANSACTION-FILE
010392         IF NOT WS-TRAN-FILE-OK
010393             DISPLAY 'BATCHDRV: UNABLE TO REOPEN TRANIN - '
011731         CALL 'Operations' USING TRAN-OPERATION TRAN-ACCT-ID
011732             WS-EDIT-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
011733             TRAN-REFERENCE WS-PASSED-TELLER-ID
011734             WS-PASSED-SOURCE WS-PASSED-TRACE-NO
011735     ELSE
011736         MOVE ZERO TO WS-RETURNED-BALANCE
011737         MOVE '99' TO WS-OPER-STATUS
015014     EXIT.
015015
015016******************************************************************
015017* 1260-CHECK-BUSINESS-DATE - READ THE BUSDATE CONTROL FILE AND    *
015018*                            HOLD THE HDR BUSINESS DATE AGAINST   *
015019*                            IT. A ZERO HDR DATE NAMES NO DAY AT  *
015020*                            ALL AND IS REFUSED RATHER THAN       *
015021*                            DEFAULTED. A STOPPED DATE CHECK      *
015022*                            REFUSES THE WHOLE RUN.               *
015023******************************************************************
015024 1260-CHECK-BUSINESS-DATE.
015025     MOVE 'BATCHDRV' TO WS-BDAT-PROGRAM
015026     PERFORM 9600-READ-BUSINESS-DATE
015027     IF HEADER-SEEN
015028         AND WS-BDAT-LOADED
015029         MOVE WS-BUSINESS-DATE TO WS-BDAT-CARD-DATE
015030         MOVE 'TRANIN' TO WS-BDAT-CARD-NAME
015031         IF WS-BDAT-CARD-DATE = ZERO
015032             PERFORM 9625-REPORT-MISMATCH
015033         ELSE
015034             PERFORM 9620-CHECK-CARD-DATE
015035         END-IF
015036     END-IF
015037     IF WS-BDAT-RUN-STOPPED
015038         MOVE 'N' TO WS-CONTROL-STATE
015039     END-IF.
015040 1260-CHECK-BUSINESS-DATE-EXIT.
015041     EXIT.
015042
015043******************************************************************
015100* 8000-WRITE-REPORT-TRAILER - WRITE THE SETTLEMENT SUMMARY LINE   *
015200******************************************************************
015300 8000-WRITE-REPORT-TRAILER.
016700 9000-CLOSE-FILES-EXIT.
016800     EXIT.
016810
016811     COPY BDATEPRC.
016812
016820******************************************************************
016830* SHARED AMOUNT-EDIT ROUTINE - SEE COPYBOOK AMTEDIT               *
016840******************************************************************
