000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  ACHPOST                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     INBOUND ACH POSTING RUN. READS THE NACHA FILE   *
001000*                 RECEIVED FROM THE ACH OPERATOR AND PROVES IT    *
001100*                 FIRST - EVERY BATCH'S ENTRY COUNT, ENTRY HASH   *
001200*                 AND DEBIT AND CREDIT TOTALS AGAINST ITS BATCH   *
001300*                 CONTROL RECORD, AND THE FILE'S BATCH, BLOCK     *
001400*                 AND ENTRY COUNTS, HASH AND TOTALS AGAINST THE   *
001500*                 FILE CONTROL RECORD. A FILE THAT DOES NOT       *
001600*                 PROVE IS REFUSED WHOLE AND NOTHING POSTS. A     *
001700*                 PROVEN FILE IS REREAD AND EVERY LIVE ENTRY IS   *
001800*                 POSTED THROUGH OPERATIONS AS A CREDIT OR DEBIT  *
001900*                 WITH SOURCE 'A' AND THE ENTRY'S TRACE NUMBER    *
002000*                 ON THE JOURNAL. AN ENTRY OPERATIONS REFUSES     *
002100*                 FOR A REASON THE RECEIVER MUST ANSWER (NO SUCH  *
002200*                 ACCOUNT, ACCOUNT CLOSED, NOT ENOUGH FUNDS, BAD  *
002300*                 ACCOUNT NUMBER) BECOMES A RETURN ENTRY WITH     *
002400*                 ITS 99 ADDENDA ON THE OUTBOUND NACHA RETURNS    *
002500*                 FILE. ANYTHING ELSE IS HELD FOR HAND WORK. THE  *
002600*                 SETTLEMENT REPORT LISTS EVERY ENTRY AND TIES    *
002700*                 POSTED, RETURNED AND HELD TOTALS BACK TO THE    *
002800*                 FILE CONTROL RECORD. RETURN-CODE 16 MEANS THE   *
002900*                 FILE WAS REFUSED, 8 MEANS ENTRIES WERE HELD     *
003000*                 FOR HAND WORK, 4 MEANS A RETURNS FILE WAS       *
003100*                 WRITTEN AND MUST BE TRANSMITTED.                *
003200*                                                                 *
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  ----------------------------------------   *
003600*    2026-10-05 DP    ORIGINAL PROGRAM - INBOUND ACH POSTING      *
003601*    2026-10-05 DP    DEBIT TO A LOAN ACCOUNT (STATUS 45) IS      *
003602*                     RETURNED R20.                               *
003603*    2026-10-05 DP    A DEBIT AGAINST A CHARGED-OFF ACCOUNT       *
003604*                     (STATUS '48') IS RETURNED R02 LIKE A CLOSED *
003605*                     ACCOUNT. A CREDIT TO ONE POSTS AS A         *
003606*                     RECOVERY.                                   *
003607*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
003608*                     BUSDATE CONTROL FILE; AN ACHPARM DATE THAT  *
003609*                     DISAGREES STOPS THE RUN (RC 16).            *
003610*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
003611*                     DATE IS NOT REFUSED AS A BAD DATE           *
003700******************************************************************
003800 PROGRAM-ID. AchPost.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACH-PARM-FILE ASSIGN TO "ACHPARM"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PARM-FILE-STATUS.
004600
004700     SELECT ACH-IN-FILE ASSIGN TO "ACHIN"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-ACH-FILE-STATUS.
005000
005100     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RTN-FILE-STATUS.
005400
005500     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005701
005702     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005703         ORGANIZATION IS SEQUENTIAL
005704         FILE STATUS IS WS-BDAT-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ACH-PARM-FILE.
006200 01  ACH-PARM-RECORD.
006300     05  ACH-PARM-DATE               PIC 9(08).
006400     05  FILLER                      PIC X(72).
006500
006600 FD  ACH-IN-FILE.
006700     COPY ACHREC.
006800
006900 FD  ACH-RETURN-FILE.
007000     COPY ACHREC REPLACING LEADING ==ACH-== BY ==RTN-==.
007100
007200 FD  REPORT-FILE.
007300 01  REPORT-LINE                     PIC X(80).
007301
007302 FD  BUSINESS-DATE-FILE.
007303     COPY BDATREC.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-PARM-FILE-STATUS             PIC X(02).
007700     88  WS-PARM-FILE-OK                      VALUE '00'.
007800
007900 01  WS-ACH-FILE-STATUS              PIC X(02).
008000     88  WS-ACH-FILE-OK                       VALUE '00'.
008100     88  WS-ACH-FILE-EOF                      VALUE '10'.
008200
008300 01  WS-RTN-FILE-STATUS              PIC X(02).
008400     88  WS-RTN-FILE-OK                       VALUE '00'.
008500
008600 01  WS-RPT-FILE-STATUS              PIC X(02).
008700     88  WS-RPT-FILE-OK                       VALUE '00'.
008800
008900 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
009000     88  OPEN-FAILED                          VALUE 'Y'.
009100
009200 01  WS-CONTROL-STATE                PIC X(01) VALUE 'N'.
009300     88  CONTROLS-OK                          VALUE 'Y'.
009400
009500 01  WS-BUSINESS-DATE                PIC 9(08).
009600 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
009700     05  FILLER                      PIC X(02).
009800     05  WS-BUSINESS-YYMMDD          PIC X(06).
009801
009802     COPY BDATEWS.
009900 01  WS-TIME-NOW                     PIC 9(08).
010000 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.
010100     05  WS-TIME-HHMM                PIC X(04).
010200     05  FILLER                      PIC X(04).
010300
010400*    PASS 1 - CONTROL TOTAL PROOF
010500 01  WS-PROOF-FIELDS.
010600     05  WS-PF-FILE-HDR-SEEN         PIC X(01) VALUE 'N'.
010700         88  PF-FILE-HDR-SEEN                 VALUE 'Y'.
010800     05  WS-PF-FILE-CTL-SEEN         PIC X(01) VALUE 'N'.
010900         88  PF-FILE-CTL-SEEN                 VALUE 'Y'.
011000     05  WS-PF-IN-BATCH              PIC X(01) VALUE 'N'.
011100         88  PF-IN-BATCH                      VALUE 'Y'.
011200     05  WS-PF-ERROR-COUNT           PIC 9(05) VALUE ZERO.
011300     05  WS-PF-PHYS-RECORDS          PIC 9(07) VALUE ZERO.
011400     05  WS-PF-BLOCKS                PIC 9(06) VALUE ZERO.
011500     05  WS-PF-BATCH-COUNT           PIC 9(06) VALUE ZERO.
011600     05  WS-PF-BATCH-ENTRIES         PIC 9(06) VALUE ZERO.
011700     05  WS-PF-BATCH-HASH            PIC 9(12) VALUE ZERO.
011800     05  WS-PF-BATCH-DEBIT           PIC 9(10)V99 VALUE ZERO.
011900     05  WS-PF-BATCH-CREDIT          PIC 9(10)V99 VALUE ZERO.
012000     05  WS-PF-FILE-ENTRIES          PIC 9(08) VALUE ZERO.
012100     05  WS-PF-FILE-HASH             PIC 9(12) VALUE ZERO.
012200     05  WS-PF-FILE-DEBIT            PIC 9(10)V99 VALUE ZERO.
012300     05  WS-PF-FILE-CREDIT           PIC 9(10)V99 VALUE ZERO.
012400     05  WS-PF-HASH-10               PIC 9(10) VALUE ZERO.
012500     05  WS-PF-CREDIT-COUNT          PIC 9(07) VALUE ZERO.
012600     05  WS-PF-DEBIT-COUNT           PIC 9(07) VALUE ZERO.
012700 01  WS-FC-SAVED-FIELDS.
012800     05  WS-FC-BATCH-COUNT           PIC 9(06) VALUE ZERO.
012900     05  WS-FC-BLOCK-COUNT           PIC 9(06) VALUE ZERO.
013000     05  WS-FC-ENTRY-COUNT           PIC 9(08) VALUE ZERO.
013100     05  WS-FC-ENTRY-HASH            PIC 9(10) VALUE ZERO.
013200     05  WS-FC-TOTAL-DEBIT           PIC 9(10)V99 VALUE ZERO.
013300     05  WS-FC-TOTAL-CREDIT          PIC 9(10)V99 VALUE ZERO.
013400 01  WS-PROOF-MESSAGE                PIC X(40).
013500
013600*    PASS 2 - SAVED HEADERS FOR THE RETURNS FILE
013700 01  WS-SAVED-FILE-HEADER            PIC X(94).
013800 01  WS-SAVED-IMMED-DEST             PIC X(10).
013900 01  WS-SAVED-IMMED-ORIGIN           PIC X(10).
014000 01  WS-SAVED-DEST-NAME              PIC X(23).
014100 01  WS-SAVED-ORIGIN-NAME            PIC X(23).
014200 01  WS-SAVED-BATCH-HEADER           PIC X(94).
014300 01  WS-SAVED-SERVICE-CLASS          PIC 9(03).
014400 01  WS-SAVED-COMPANY-ID             PIC X(10).
014500 01  WS-SAVED-ODFI-ID                PIC X(08).
014600 01  WS-OUR-RDFI-ID                  PIC X(08).
014700
014800*    RETURNS FILE CONTROL TOTALS
014900 01  WS-RETURN-FIELDS.
015000     05  WS-RT-FILE-STARTED          PIC X(01) VALUE 'N'.
015100         88  RT-FILE-STARTED                  VALUE 'Y'.
015200     05  WS-RT-BATCH-OPEN            PIC X(01) VALUE 'N'.
015300         88  RT-BATCH-OPEN                    VALUE 'Y'.
015400     05  WS-RT-REASON                PIC X(03).
015500     05  WS-RT-TRACE-SEQ             PIC 9(07) VALUE ZERO.
015600     05  WS-RT-TRACE-NO.
015700         10  WS-RT-TRACE-RDFI        PIC X(08).
015800         10  WS-RT-TRACE-SEQ-NO      PIC 9(07).
015900     05  WS-RT-PHYS-RECORDS          PIC 9(07) VALUE ZERO.
016000     05  WS-RT-BLOCKS                PIC 9(06) VALUE ZERO.
016100     05  WS-RT-BATCH-COUNT           PIC 9(06) VALUE ZERO.
016200     05  WS-RT-BATCH-ENTRIES         PIC 9(06) VALUE ZERO.
016300     05  WS-RT-BATCH-HASH            PIC 9(12) VALUE ZERO.
016400     05  WS-RT-BATCH-DEBIT           PIC 9(10)V99 VALUE ZERO.
016500     05  WS-RT-BATCH-CREDIT          PIC 9(10)V99 VALUE ZERO.
016600     05  WS-RT-FILE-ENTRIES          PIC 9(08) VALUE ZERO.
016700     05  WS-RT-FILE-HASH             PIC 9(12) VALUE ZERO.
016800     05  WS-RT-FILE-DEBIT            PIC 9(10)V99 VALUE ZERO.
016900     05  WS-RT-FILE-CREDIT           PIC 9(10)V99 VALUE ZERO.
017000     05  WS-RT-HASH-10               PIC 9(10) VALUE ZERO.
017100     05  WS-RT-ODFI-N                PIC 9(08) VALUE ZERO.
017200
017300*    ROUTING NUMBER CHECK DIGIT - WEIGHTS 3 7 1 REPEATING
017400 01  WS-CD-ROUTING                   PIC 9(08).
017500 01  WS-CD-ROUTING-X REDEFINES WS-CD-ROUTING.
017600     05  WS-CD-DIGIT                 PIC 9(01) OCCURS 8 TIMES.
017700 01  WS-CD-WEIGHT-VALUES             PIC X(08) VALUE '37137137'.
017800 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHT-VALUES.
017900     05  WS-CD-WEIGHT                PIC 9(01) OCCURS 8 TIMES.
018000 01  WS-CD-SUB                       PIC 9(05) COMP.
018100 01  WS-CD-SUM                       PIC 9(05).
018200 01  WS-CD-CHECK                     PIC 9(01).
018300
018400 01  WS-ENTRY-STATE                  PIC X(01).
018500     88  ENTRY-POSTED                         VALUE 'P'.
018600     88  ENTRY-RETURNED                       VALUE 'R'.
018700     88  ENTRY-HELD                           VALUE 'H'.
018800     88  ENTRY-PRENOTE                        VALUE 'N'.
018900
019000 01  WS-PASSED-OPERATION             PIC X(06).
019100 01  WS-PASSED-ACCT-ID               PIC X(10).
019200 01  WS-PASSED-AMOUNT                PIC S9(6)V99.
019300 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
019400 01  WS-OPER-STATUS                  PIC X(02).
019500 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
019600 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
019700 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'A'.
019800 01  WS-PASSED-TRACE-NO              PIC X(15).
019900 01  WS-MAX-POSTING-AMOUNT           PIC 9(08)V99 VALUE 999999.99.
020000
020100 01  WS-COUNTERS.
020200     05  WS-ENTRIES-READ             PIC 9(07) VALUE ZERO.
020300     05  WS-POSTED-CR-COUNT          PIC 9(07) VALUE ZERO.
020400     05  WS-POSTED-DB-COUNT          PIC 9(07) VALUE ZERO.
020500     05  WS-RETURNED-CR-COUNT        PIC 9(07) VALUE ZERO.
020600     05  WS-RETURNED-DB-COUNT        PIC 9(07) VALUE ZERO.
020700     05  WS-HELD-CR-COUNT            PIC 9(07) VALUE ZERO.
020800     05  WS-HELD-DB-COUNT            PIC 9(07) VALUE ZERO.
020900     05  WS-PRENOTE-COUNT            PIC 9(07) VALUE ZERO.
021000 01  WS-AMOUNTS.
021100     05  WS-POSTED-CR-AMT            PIC 9(10)V99 VALUE ZERO.
021200     05  WS-POSTED-DB-AMT            PIC 9(10)V99 VALUE ZERO.
021300     05  WS-RETURNED-CR-AMT          PIC 9(10)V99 VALUE ZERO.
021400     05  WS-RETURNED-DB-AMT          PIC 9(10)V99 VALUE ZERO.
021500     05  WS-HELD-CR-AMT              PIC 9(10)V99 VALUE ZERO.
021600     05  WS-HELD-DB-AMT              PIC 9(10)V99 VALUE ZERO.
021700     05  WS-SETTLED-CR-AMT           PIC 9(10)V99 VALUE ZERO.
021800     05  WS-SETTLED-DB-AMT           PIC 9(10)V99 VALUE ZERO.
021900
022000 01  WS-HEADING-LINE-1.
022100     05  FILLER                      PIC X(21) VALUE
022200         'ACH SETTLEMENT REPORT'.
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  HL1-DATE                    PIC 9(08).
022500
022600 01  WS-COLUMN-HEADING.
022700     05  FILLER                      PIC X(15) VALUE
022800         'TRACE NUMBER'.
022900     05  FILLER                      PIC X(02) VALUE SPACES.
023000     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  FILLER                      PIC X(02) VALUE 'TC'.
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  FILLER                      PIC X(13) VALUE
023500         '       AMOUNT'.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  FILLER                      PIC X(07) VALUE 'RESULT'.
023800
023900 01  WS-DETAIL-LINE.
024000     05  WS-DL-TRACE-NO              PIC X(15).
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  WS-DL-ACCT-ID               PIC X(10).
024300     05  FILLER                      PIC X(02) VALUE SPACES.
024400     05  WS-DL-TRAN-CODE             PIC 9(02).
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  WS-DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  WS-DL-REMARKS               PIC X(30).
024900
025000 01  WS-PROOF-LINE.
025100     05  FILLER                      PIC X(14) VALUE
025200         'PROOF ERROR - '.
025300     05  WS-PL-MESSAGE               PIC X(40).
025400     05  FILLER                      PIC X(08) VALUE ' BATCH  '.
025500     05  WS-PL-BATCH                 PIC ZZZ,ZZ9.
025600
025700 01  WS-REFUSED-LINE.
025800     05  FILLER                      PIC X(30) VALUE
025900         'FILE REFUSED - CONTROL TOTALS '.
026000     05  FILLER                      PIC X(29) VALUE
026100         'DO NOT PROVE - NOTHING POSTED'.
026200
026300 01  WS-TOTAL-HEADING.
026400     05  FILLER                      PIC X(14) VALUE SPACES.
026500     05  FILLER                      PIC X(29) VALUE
026600         'CREDITS                      '.
026700     05  FILLER                      PIC X(06) VALUE 'DEBITS'.
026800
026900 01  WS-TOTAL-LINE.
027000     05  WS-TL-LABEL                 PIC X(12).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  WS-TL-CR-COUNT              PIC ZZZ,ZZ9.
027300     05  FILLER                      PIC X(01) VALUE SPACES.
027400     05  WS-TL-CR-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  WS-TL-DB-COUNT              PIC ZZZ,ZZ9.
027700     05  FILLER                      PIC X(01) VALUE SPACES.
027800     05  WS-TL-DB-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
027900
028000 01  WS-BALANCE-LINE.
028100     05  FILLER                      PIC X(14) VALUE
028200         'SETTLEMENT -  '.
028300     05  WS-BL-RESULT                PIC X(40).
028400
028500 PROCEDURE DIVISION.
028600
028700******************************************************************
028800* 0000-MAINLINE - DRIVE THE INBOUND ACH POSTING RUN               *
028900******************************************************************
029000 0000-MAINLINE.
029100     PERFORM 1000-OPEN-FILES
029200     IF NOT OPEN-FAILED
029300         PERFORM 1100-READ-PARM
029400         IF NOT WS-BDAT-RUN-STOPPED
029500             PERFORM 1200-WRITE-HEADINGS
029600             PERFORM 1500-PROVE-FILE
029700             IF CONTROLS-OK
029800                 PERFORM 2100-READ-ACH-RECORD
029900                 PERFORM 2000-PROCESS-RECORD
030000                     UNTIL WS-ACH-FILE-EOF
030100                 PERFORM 2900-FINISH-RETURNS-FILE
030200                 PERFORM 8000-WRITE-SETTLEMENT
030300                 PERFORM 9100-SET-RETURN-CODE
030400             ELSE
030500                 MOVE WS-REFUSED-LINE TO REPORT-LINE
030600                 WRITE REPORT-LINE
030700                 DISPLAY 'ACHPOST: FILE REFUSED - NOTHING POSTED'
030800                 MOVE 16 TO RETURN-CODE
030900             END-IF
031000         END-IF
031100         PERFORM 9000-CLOSE-FILES
031200         IF NOT WS-BDAT-RUN-STOPPED
031300             DISPLAY 'ACHPOST: ENTRIES READ    - ' WS-ENTRIES-READ
031400             DISPLAY 'ACHPOST: CREDITS POSTED  - '
031401                 WS-POSTED-CR-COUNT
031402             DISPLAY 'ACHPOST: DEBITS POSTED   - '
031403                 WS-POSTED-DB-COUNT
031404             DISPLAY 'ACHPOST: ENTRIES RETURNED- '
031405                 WS-RETURNED-CR-COUNT ' CR '
031406                 WS-RETURNED-DB-COUNT ' DB'
031407         END-IF
031500     ELSE
031600         MOVE 16 TO RETURN-CODE
031700     END-IF
031800     STOP RUN.
031900
032000******************************************************************
032100* 1000-OPEN-FILES - OPEN THE PARM CARD, THE INBOUND ACH FILE,     *
032200*                   THE RETURNS FILE AND THE SETTLEMENT REPORT.   *
032300*                   A FAILURE ON ANY OF THEM SETS WS-ACH-FILE-    *
032400*                   EOF SO NOTHING IS READ OR POSTED.             *
032500******************************************************************
032600 1000-OPEN-FILES.
032700     OPEN INPUT ACH-PARM-FILE
032800     IF NOT WS-PARM-FILE-OK
032900         DISPLAY 'ACHPOST: UNABLE TO OPEN ACHPARM - '
033000             WS-PARM-FILE-STATUS
033100         SET WS-ACH-FILE-EOF TO TRUE
033200         SET OPEN-FAILED TO TRUE
033300     END-IF
033400     OPEN INPUT ACH-IN-FILE
033500     IF NOT WS-ACH-FILE-OK
033600         DISPLAY 'ACHPOST: UNABLE TO OPEN ACHIN - '
033700             WS-ACH-FILE-STATUS
033800         SET WS-ACH-FILE-EOF TO TRUE
033900         SET OPEN-FAILED TO TRUE
034000     END-IF
034100     OPEN OUTPUT ACH-RETURN-FILE
034200     IF NOT WS-RTN-FILE-OK
034300         DISPLAY 'ACHPOST: UNABLE TO OPEN ACHRTN - '
034400             WS-RTN-FILE-STATUS
034500         SET WS-ACH-FILE-EOF TO TRUE
034600         SET OPEN-FAILED TO TRUE
034700     END-IF
034800     OPEN OUTPUT REPORT-FILE
034900     IF NOT WS-RPT-FILE-OK
035000         DISPLAY 'ACHPOST: UNABLE TO OPEN RPTOUT - '
035100             WS-RPT-FILE-STATUS
035200         SET WS-ACH-FILE-EOF TO TRUE
035300         SET OPEN-FAILED TO TRUE
035400     END-IF.
035500 1000-OPEN-FILES-EXIT.
035600     EXIT.
035700
035701******************************************************************
035702* 1100-READ-PARM - TAKE THE BUSINESS DATE THE FILE SETTLES ON     *
035703*                  FROM THE BUSINESS-DATE CONTROL FILE. A DATE ON *
035704*                  THE ACHPARM CARD IS OPTIONAL BUT MUST AGREE    *
035705*                  WITH IT, OR THE RUN STOPS.                     *
035706******************************************************************
035707 1100-READ-PARM.
035708     MOVE 'ACHPOST' TO WS-BDAT-PROGRAM
035709     PERFORM 9600-READ-BUSINESS-DATE
035710     MOVE SPACES TO WS-BDAT-CARD-DATE-X
035711     READ ACH-PARM-FILE
035712         NOT AT END
035713             MOVE ACH-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
035714     END-READ
035715     MOVE 'ACHPARM' TO WS-BDAT-CARD-NAME
035716     PERFORM 9620-CHECK-CARD-DATE
035717     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE.
037600 1100-READ-PARM-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000* 1200-WRITE-HEADINGS - PRINT THE SETTLEMENT REPORT HEADINGS      *
038100******************************************************************
038200 1200-WRITE-HEADINGS.
038300     MOVE WS-BUSINESS-DATE TO HL1-DATE
038400     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
038500     WRITE REPORT-LINE
038600     MOVE WS-COLUMN-HEADING TO REPORT-LINE
038700     WRITE REPORT-LINE.
038800 1200-WRITE-HEADINGS-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 1500-PROVE-FILE - PROOF PASS OVER THE WHOLE ACH FILE BEFORE     *
039300*                   ANYTHING IS POSTED. EACH BATCH IS PROVED      *
039400*                   AGAINST ITS BATCH CONTROL AS IT CLOSES        *
039500*                   (1540) AND THE FILE AS A WHOLE AGAINST THE    *
039600*                   FILE CONTROL ONCE THE LAST BLOCK IS READ      *
039700*                   (1560).                                       *
039800*                   A PROVEN FILE IS REWOUND FOR THE POSTING      *
039900*                   PASS; ANY PROOF ERROR REFUSES THE WHOLE RUN.  *
040000******************************************************************
040100 1500-PROVE-FILE.
040200     PERFORM 2100-READ-ACH-RECORD
040300     PERFORM 1520-PROVE-RECORD UNTIL WS-ACH-FILE-EOF
040400     PERFORM 1560-PROVE-FILE-CONTROL
040500     CLOSE ACH-IN-FILE
040600     IF WS-PF-ERROR-COUNT = ZERO
040700         SET CONTROLS-OK TO TRUE
040800         OPEN INPUT ACH-IN-FILE
040900         IF NOT WS-ACH-FILE-OK
041000             DISPLAY 'ACHPOST: UNABLE TO REOPEN ACHIN - '
041100                 WS-ACH-FILE-STATUS
041200             MOVE 'N' TO WS-CONTROL-STATE
041300         END-IF
041400     END-IF.
041500 1500-PROVE-FILE-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 1520-PROVE-RECORD - ACCUMULATE ONE RECORD OF THE PROOF PASS.    *
042000*                     EVERY PHYSICAL RECORD, NINES PADDING        *
042100*                     INCLUDED, COUNTS TOWARD THE BLOCK COUNT.    *
042200*                     ENTRY DETAIL AND ADDENDA RECORDS COUNT      *
042300*                     TOWARD THE ENTRY/ADDENDA COUNT; ENTRY       *
042400*                     DETAILS ALSO ADD THEIR RDFI ROUTING NUMBER  *
042500*                     TO THE HASH AND THEIR AMOUNT TO THE DEBIT   *
042600*                     OR CREDIT TOTAL BY TRANSACTION CODE.        *
042700******************************************************************
042800 1520-PROVE-RECORD.
042900     ADD 1 TO WS-PF-PHYS-RECORDS
043000     IF ACH-RECORD = ALL '9'
043100         CONTINUE
043200     ELSE
043300     EVALUATE TRUE
043400         WHEN ACH-FILE-HEADER-REC
043500             SET PF-FILE-HDR-SEEN TO TRUE
043600         WHEN ACH-BATCH-HEADER-REC
043700             IF PF-IN-BATCH
043800                 MOVE 'BATCH HEADER WITHOUT BATCH CONTROL'
043900                     TO WS-PROOF-MESSAGE
044000                 PERFORM 1590-REPORT-PROOF-ERROR
044100             END-IF
044200             SET PF-IN-BATCH TO TRUE
044300             ADD 1 TO WS-PF-BATCH-COUNT
044400             MOVE ZERO TO WS-PF-BATCH-ENTRIES
044500             MOVE ZERO TO WS-PF-BATCH-HASH
044600             MOVE ZERO TO WS-PF-BATCH-DEBIT
044700             MOVE ZERO TO WS-PF-BATCH-CREDIT
044800         WHEN ACH-ENTRY-DETAIL-REC
044900             PERFORM 1530-PROVE-ENTRY
045000         WHEN ACH-ADDENDA-REC
045100             ADD 1 TO WS-PF-BATCH-ENTRIES
045200         WHEN ACH-BATCH-CONTROL-REC
045300             PERFORM 1540-PROVE-BATCH-CONTROL
045400         WHEN ACH-FILE-CONTROL-REC
045500             SET PF-FILE-CTL-SEEN TO TRUE
045600             MOVE ACH-FC-BATCH-COUNT TO WS-FC-BATCH-COUNT
045700             MOVE ACH-FC-BLOCK-COUNT TO WS-FC-BLOCK-COUNT
045800             MOVE ACH-FC-ENTRY-COUNT TO WS-FC-ENTRY-COUNT
045900             MOVE ACH-FC-ENTRY-HASH TO WS-FC-ENTRY-HASH
046000             MOVE ACH-FC-TOTAL-DEBIT TO WS-FC-TOTAL-DEBIT
046100             MOVE ACH-FC-TOTAL-CREDIT TO WS-FC-TOTAL-CREDIT
046200         WHEN OTHER
046300             MOVE 'UNKNOWN RECORD TYPE' TO WS-PROOF-MESSAGE
046400             PERFORM 1590-REPORT-PROOF-ERROR
046500     END-EVALUATE
046600     END-IF
046700     PERFORM 2100-READ-ACH-RECORD.
046800 1520-PROVE-RECORD-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200* 1530-PROVE-ENTRY - ADD ONE ENTRY DETAIL TO THE BATCH TOTALS.    *
047300*                    A NON-NUMERIC AMOUNT OR ROUTING NUMBER IS A  *
047400*                    PROOF ERROR IN ITS OWN RIGHT.                *
047500******************************************************************
047600 1530-PROVE-ENTRY.
047700     IF NOT PF-IN-BATCH
047800         MOVE 'ENTRY OUTSIDE A BATCH' TO WS-PROOF-MESSAGE
047900         PERFORM 1590-REPORT-PROOF-ERROR
048000     END-IF
048100     ADD 1 TO WS-PF-BATCH-ENTRIES
048200     IF ACH-ED-TRAN-CODE NOT NUMERIC
048300         OR ACH-ED-RDFI-ID NOT NUMERIC
048400         OR ACH-ED-AMOUNT NOT NUMERIC
048500         MOVE 'NON-NUMERIC ENTRY DETAIL FIELD' TO WS-PROOF-MESSAGE
048600         PERFORM 1590-REPORT-PROOF-ERROR
048700     ELSE
048800         ADD ACH-ED-RDFI-ID TO WS-PF-BATCH-HASH
048900         IF ACH-ED-CREDIT-ACTION
049000             ADD ACH-ED-AMOUNT TO WS-PF-BATCH-CREDIT
049100             ADD 1 TO WS-PF-CREDIT-COUNT
049200         ELSE
049300             ADD ACH-ED-AMOUNT TO WS-PF-BATCH-DEBIT
049400             ADD 1 TO WS-PF-DEBIT-COUNT
049500         END-IF
049600     END-IF.
049700 1530-PROVE-ENTRY-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 1540-PROVE-BATCH-CONTROL - CLOSE THE BATCH: ITS ENTRY/ADDENDA   *
050200*                            COUNT, THE LOW TEN DIGITS OF ITS     *
050300*                            ROUTING HASH AND ITS DEBIT AND       *
050400*                            CREDIT TOTALS MUST MATCH THE BATCH   *
050500*                            CONTROL RECORD. THE BATCH THEN       *
050600*                            ROLLS INTO THE FILE TOTALS.          *
050700******************************************************************
050800 1540-PROVE-BATCH-CONTROL.
050900     IF NOT PF-IN-BATCH
051000         MOVE 'BATCH CONTROL WITHOUT BATCH HEADER'
051100             TO WS-PROOF-MESSAGE
051200         PERFORM 1590-REPORT-PROOF-ERROR
051300     END-IF
051400     MOVE 'N' TO WS-PF-IN-BATCH
051500     MOVE WS-PF-BATCH-HASH TO WS-PF-HASH-10
051600     IF ACH-BC-ENTRY-COUNT NOT = WS-PF-BATCH-ENTRIES
051700         MOVE 'BATCH ENTRY/ADDENDA COUNT' TO WS-PROOF-MESSAGE
051800         PERFORM 1590-REPORT-PROOF-ERROR
051900     END-IF
052000     IF ACH-BC-ENTRY-HASH NOT = WS-PF-HASH-10
052100         MOVE 'BATCH ENTRY HASH' TO WS-PROOF-MESSAGE
052200         PERFORM 1590-REPORT-PROOF-ERROR
052300     END-IF
052400     IF ACH-BC-TOTAL-DEBIT NOT = WS-PF-BATCH-DEBIT
052500         MOVE 'BATCH TOTAL DEBIT AMOUNT' TO WS-PROOF-MESSAGE
052600         PERFORM 1590-REPORT-PROOF-ERROR
052700     END-IF
052800     IF ACH-BC-TOTAL-CREDIT NOT = WS-PF-BATCH-CREDIT
052900         MOVE 'BATCH TOTAL CREDIT AMOUNT' TO WS-PROOF-MESSAGE
053000         PERFORM 1590-REPORT-PROOF-ERROR
053100     END-IF
053200     ADD WS-PF-BATCH-ENTRIES TO WS-PF-FILE-ENTRIES
053300     ADD WS-PF-BATCH-HASH TO WS-PF-FILE-HASH
053400     ADD WS-PF-BATCH-DEBIT TO WS-PF-FILE-DEBIT
053500     ADD WS-PF-BATCH-CREDIT TO WS-PF-FILE-CREDIT.
053600 1540-PROVE-BATCH-CONTROL-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 1560-PROVE-FILE-CONTROL - THE FILE HEADER AND FILE CONTROL      *
054100*                           MUST BOTH BE PRESENT, NO BATCH MAY    *
054200*                           BE LEFT OPEN, AND THE FILE CONTROL'S  *
054300*                           BATCH, BLOCK AND ENTRY COUNTS, HASH   *
054400*                           AND TOTALS MUST MATCH THE FILE.       *
054500******************************************************************
054600 1560-PROVE-FILE-CONTROL.
054700     IF NOT PF-FILE-HDR-SEEN
054800         MOVE 'NO FILE HEADER RECORD' TO WS-PROOF-MESSAGE
054900         PERFORM 1590-REPORT-PROOF-ERROR
055000     END-IF
055100     IF PF-IN-BATCH
055200         MOVE 'LAST BATCH HAS NO BATCH CONTROL'
055300             TO WS-PROOF-MESSAGE
055400         PERFORM 1590-REPORT-PROOF-ERROR
055500     END-IF
055600     IF NOT PF-FILE-CTL-SEEN
055700         MOVE 'NO FILE CONTROL RECORD' TO WS-PROOF-MESSAGE
055800         PERFORM 1590-REPORT-PROOF-ERROR
055900     ELSE
056000     COMPUTE WS-PF-BLOCKS = (WS-PF-PHYS-RECORDS + 9) / 10
056100     MOVE WS-PF-FILE-HASH TO WS-PF-HASH-10
056200     IF WS-FC-BATCH-COUNT NOT = WS-PF-BATCH-COUNT
056300         MOVE 'FILE BATCH COUNT' TO WS-PROOF-MESSAGE
056400         PERFORM 1590-REPORT-PROOF-ERROR
056500     END-IF
056600     IF WS-FC-BLOCK-COUNT NOT = WS-PF-BLOCKS
056700         MOVE 'FILE BLOCK COUNT' TO WS-PROOF-MESSAGE
056800         PERFORM 1590-REPORT-PROOF-ERROR
056900     END-IF
057000     IF WS-FC-ENTRY-COUNT NOT = WS-PF-FILE-ENTRIES
057100         MOVE 'FILE ENTRY/ADDENDA COUNT' TO WS-PROOF-MESSAGE
057200         PERFORM 1590-REPORT-PROOF-ERROR
057300     END-IF
057400     IF WS-FC-ENTRY-HASH NOT = WS-PF-HASH-10
057500         MOVE 'FILE ENTRY HASH' TO WS-PROOF-MESSAGE
057600         PERFORM 1590-REPORT-PROOF-ERROR
057700     END-IF
057800     IF WS-FC-TOTAL-DEBIT NOT = WS-PF-FILE-DEBIT
057900         MOVE 'FILE TOTAL DEBIT AMOUNT' TO WS-PROOF-MESSAGE
058000         PERFORM 1590-REPORT-PROOF-ERROR
058100     END-IF
058200     IF WS-FC-TOTAL-CREDIT NOT = WS-PF-FILE-CREDIT
058300         MOVE 'FILE TOTAL CREDIT AMOUNT' TO WS-PROOF-MESSAGE
058400         PERFORM 1590-REPORT-PROOF-ERROR
058500     END-IF
058600     END-IF.
058700 1560-PROVE-FILE-CONTROL-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 1590-REPORT-PROOF-ERROR - PRINT AND DISPLAY ONE PROOF ERROR     *
059200*                           AGAINST THE CURRENT BATCH NUMBER      *
059300******************************************************************
059400 1590-REPORT-PROOF-ERROR.
059500     ADD 1 TO WS-PF-ERROR-COUNT
059600     MOVE WS-PROOF-MESSAGE TO WS-PL-MESSAGE
059700     MOVE WS-PF-BATCH-COUNT TO WS-PL-BATCH
059800     MOVE WS-PROOF-LINE TO REPORT-LINE
059900     WRITE REPORT-LINE
060000     DISPLAY 'ACHPOST: PROOF ERROR - ' WS-PROOF-MESSAGE.
060100 1590-REPORT-PROOF-ERROR-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 2000-PROCESS-RECORD - POSTING PASS OVER THE PROVEN FILE. THE    *
060600*                       HEADERS ARE KEPT FOR THE RETURNS FILE,    *
060700*                       EACH ENTRY DETAIL IS POSTED, AND A BATCH  *
060800*                       CONTROL CLOSES ANY RETURN BATCH OPENED    *
060900*                       FOR ITS BATCH. ORIGINATOR ADDENDA AND     *
061000*                       NINES PADDING CARRY NOTHING TO POST.      *
061100******************************************************************
061200 2000-PROCESS-RECORD.
061300     IF ACH-RECORD NOT = ALL '9'
061400     EVALUATE TRUE
061500         WHEN ACH-FILE-HEADER-REC
061600             MOVE ACH-RECORD TO WS-SAVED-FILE-HEADER
061700             MOVE ACH-FH-IMMED-DEST TO WS-SAVED-IMMED-DEST
061800             MOVE ACH-FH-IMMED-ORIGIN TO WS-SAVED-IMMED-ORIGIN
061900             MOVE ACH-FH-DEST-NAME TO WS-SAVED-DEST-NAME
062000             MOVE ACH-FH-ORIGIN-NAME TO WS-SAVED-ORIGIN-NAME
062100         WHEN ACH-BATCH-HEADER-REC
062200             MOVE ACH-RECORD TO WS-SAVED-BATCH-HEADER
062300             MOVE ACH-BH-SERVICE-CLASS TO WS-SAVED-SERVICE-CLASS
062400             MOVE ACH-BH-COMPANY-ID TO WS-SAVED-COMPANY-ID
062500             MOVE ACH-BH-ODFI-ID TO WS-SAVED-ODFI-ID
062600         WHEN ACH-ENTRY-DETAIL-REC
062700             PERFORM 2300-POST-ENTRY
062800         WHEN ACH-BATCH-CONTROL-REC
062900             IF RT-BATCH-OPEN
063000                 PERFORM 2800-WRITE-RETURN-BATCH-CONTROL
063100             END-IF
063200         WHEN OTHER
063300             CONTINUE
063400     END-EVALUATE
063500     END-IF
063600     PERFORM 2100-READ-ACH-RECORD.
063700 2000-PROCESS-RECORD-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 2100-READ-ACH-RECORD - READ THE NEXT RECORD OF THE ACH FILE     *
064200******************************************************************
064300 2100-READ-ACH-RECORD.
064400     READ ACH-IN-FILE
064500         AT END
064600             SET WS-ACH-FILE-EOF TO TRUE
064700     END-READ.
064800 2100-READ-ACH-RECORD-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200* 2300-POST-ENTRY - JUDGE ONE ENTRY DETAIL. A PRENOTE MOVES NO    *
065300*                   MONEY AND IS ONLY LISTED. A TRANSACTION CODE  *
065400*                   OTHER THAN A LIVE CHECKING OR SAVINGS CREDIT  *
065500*                   OR DEBIT, OR AN AMOUNT BEYOND WHAT ONE        *
065600*                   POSTING CAN CARRY, IS HELD FOR HAND WORK. A   *
065700*                   DFI ACCOUNT NUMBER LONGER THAN OUR TEN-BYTE   *
065800*                   ACCOUNT ID IS RETURNED R04. EVERYTHING ELSE   *
065900*                   POSTS THROUGH OPERATIONS (2400).              *
066000******************************************************************
066100 2300-POST-ENTRY.
066200     ADD 1 TO WS-ENTRIES-READ
066300     MOVE SPACES TO WS-DL-REMARKS
066400     MOVE ACH-ED-RDFI-ID TO WS-OUR-RDFI-ID
066500     EVALUATE TRUE
066600         WHEN ACH-ED-PRENOTE-CREDIT
066700         WHEN ACH-ED-PRENOTE-DEBIT
066800             SET ENTRY-PRENOTE TO TRUE
066900             ADD 1 TO WS-PRENOTE-COUNT
067000             MOVE 'PRENOTE - NOT POSTED' TO WS-DL-REMARKS
067100         WHEN NOT ACH-ED-CHECKING AND NOT ACH-ED-SAVINGS
067200         WHEN NOT ACH-ED-LIVE-CREDIT AND NOT ACH-ED-LIVE-DEBIT
067300             SET ENTRY-HELD TO TRUE
067400             MOVE 'HELD - TRAN CODE NOT HANDLED' TO WS-DL-REMARKS
067500         WHEN ACH-ED-AMOUNT > WS-MAX-POSTING-AMOUNT
067600             SET ENTRY-HELD TO TRUE
067700             MOVE 'HELD - OVER POSTING LIMIT' TO WS-DL-REMARKS
067800         WHEN ACH-ED-DFI-ACCT (11:7) NOT = SPACES
067900             SET ENTRY-RETURNED TO TRUE
068000             MOVE 'R04' TO WS-RT-REASON
068100             MOVE 'RETURNED R04 - INVALID ACCT NO'
068200                 TO WS-DL-REMARKS
068300         WHEN OTHER
068400             PERFORM 2400-CALL-OPERATIONS
068500     END-EVALUATE
068600     PERFORM 2500-TALLY-ENTRY
068700     IF ENTRY-RETURNED
068800         PERFORM 2600-WRITE-RETURN-ENTRY
068900     END-IF
069000     PERFORM 2700-WRITE-DETAIL-LINE.
069100 2300-POST-ENTRY-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500* 2400-CALL-OPERATIONS - POST ONE LIVE ENTRY AS A CREDIT OR       *
069600*                        DEBIT, SOURCE 'A', CARRYING THE TRACE    *
069700*                        NUMBER TO THE JOURNAL, AND MAP A         *
069800*                        REFUSAL TO ITS NACHA RETURN REASON:      *
069900*                        '10'/'15' NOT ENOUGH FUNDS R01, '40'     *
070000*                        ACCOUNT CLOSED OR '48' CHARGED OFF R02,  *
070001*                        '20' NO ACCOUNT                          *
070100*                        R03, '45' LOAN ACCOUNT DEBIT R20.        *
070150*                        ANY OTHER REFUSAL IS HELD.               *
070200******************************************************************
070300 2400-CALL-OPERATIONS.
070400     IF ACH-ED-LIVE-CREDIT
070500         MOVE 'CREDIT' TO WS-PASSED-OPERATION
070600     ELSE
070700         MOVE 'DEBIT ' TO WS-PASSED-OPERATION
070800     END-IF
070900     MOVE ACH-ED-DFI-ACCT (1:10) TO WS-PASSED-ACCT-ID
071000     MOVE ACH-ED-AMOUNT TO WS-PASSED-AMOUNT
071100     MOVE ACH-ED-TRACE-NO TO WS-PASSED-TRACE-NO
071200     CALL 'Operations' USING WS-PASSED-OPERATION
071300         WS-PASSED-ACCT-ID WS-PASSED-AMOUNT
071400         WS-RETURNED-BALANCE WS-OPER-STATUS
071500         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
071600         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
071700     EVALUATE WS-OPER-STATUS
071800         WHEN '00'
071900             SET ENTRY-POSTED TO TRUE
072000             MOVE 'POSTED' TO WS-DL-REMARKS
072100         WHEN '10'
072200         WHEN '15'
072300             SET ENTRY-RETURNED TO TRUE
072400             MOVE 'R01' TO WS-RT-REASON
072500             MOVE 'RETURNED R01 - NSF' TO WS-DL-REMARKS
072600         WHEN '40'
072700             SET ENTRY-RETURNED TO TRUE
072800             MOVE 'R02' TO WS-RT-REASON
072900             MOVE 'RETURNED R02 - ACCOUNT CLOSED' TO WS-DL-REMARKS
072901         WHEN '48'
072902             SET ENTRY-RETURNED TO TRUE
072903             MOVE 'R02' TO WS-RT-REASON
072904             MOVE 'RETURNED R02 - CHARGED OFF' TO WS-DL-REMARKS
073000         WHEN '20'
073100             SET ENTRY-RETURNED TO TRUE
073200             MOVE 'R03' TO WS-RT-REASON
073300             MOVE 'RETURNED R03 - NO ACCOUNT' TO WS-DL-REMARKS
073301         WHEN '45'
073302             SET ENTRY-RETURNED TO TRUE
073303             MOVE 'R20' TO WS-RT-REASON
073304             MOVE 'RETURNED R20 - NON-TRANSACTION'
073305                 TO WS-DL-REMARKS
073400         WHEN OTHER
073500             SET ENTRY-HELD TO TRUE
073600             MOVE 'HELD - STATUS' TO WS-DL-REMARKS
073700             MOVE WS-OPER-STATUS TO WS-DL-REMARKS (15:2)
073800     END-EVALUATE.
073900 2400-CALL-OPERATIONS-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300* 2500-TALLY-ENTRY - ADD THE ENTRY TO THE POSTED, RETURNED OR     *
074400*                    HELD TOTALS ON ITS DEBIT OR CREDIT SIDE      *
074500******************************************************************
074600 2500-TALLY-ENTRY.
074700     IF ACH-ED-CREDIT-ACTION
074800         EVALUATE TRUE
074900             WHEN ENTRY-POSTED
075000                 ADD 1 TO WS-POSTED-CR-COUNT
075100                 ADD ACH-ED-AMOUNT TO WS-POSTED-CR-AMT
075200             WHEN ENTRY-RETURNED
075300                 ADD 1 TO WS-RETURNED-CR-COUNT
075400                 ADD ACH-ED-AMOUNT TO WS-RETURNED-CR-AMT
075500             WHEN ENTRY-HELD
075600                 ADD 1 TO WS-HELD-CR-COUNT
075700                 ADD ACH-ED-AMOUNT TO WS-HELD-CR-AMT
075800             WHEN OTHER
075900                 CONTINUE
076000         END-EVALUATE
076100     ELSE
076200         EVALUATE TRUE
076300             WHEN ENTRY-POSTED
076400                 ADD 1 TO WS-POSTED-DB-COUNT
076500                 ADD ACH-ED-AMOUNT TO WS-POSTED-DB-AMT
076600             WHEN ENTRY-RETURNED
076700                 ADD 1 TO WS-RETURNED-DB-COUNT
076800                 ADD ACH-ED-AMOUNT TO WS-RETURNED-DB-AMT
076900             WHEN ENTRY-HELD
077000                 ADD 1 TO WS-HELD-DB-COUNT
077100                 ADD ACH-ED-AMOUNT TO WS-HELD-DB-AMT
077200             WHEN OTHER
077300                 CONTINUE
077400         END-EVALUATE
077500     END-IF.
077600 2500-TALLY-ENTRY-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000* 2600-WRITE-RETURN-ENTRY - WRITE THE RETURN ENTRY AND ITS 99     *
078100*                           ADDENDA. THE RETURN GOES BACK TO THE  *
078200*                           ORIGINATING BANK (THE ROUTING NUMBER  *
078300*                           IN THE ORIGINAL TRACE) UNDER THE      *
078400*                           RETURN TRANSACTION CODE, ONE BELOW    *
078500*                           THE ORIGINAL, WITH A NEW TRACE        *
078600*                           NUMBER OF OUR OWN. THE ADDENDA        *
078700*                           CARRIES THE REASON AND THE ORIGINAL   *
078800*                           TRACE. THE FILE AND BATCH HEADERS     *
078900*                           ARE WRITTEN THE FIRST TIME THEY ARE   *
079000*                           NEEDED, SO A RUN WITH NO RETURNS      *
079100*                           LEAVES THE RETURNS FILE EMPTY.        *
079200******************************************************************
079300 2600-WRITE-RETURN-ENTRY.
079400     IF NOT RT-FILE-STARTED
079500         PERFORM 2610-WRITE-RETURN-FILE-HEADER
079600     END-IF
079700     IF NOT RT-BATCH-OPEN
079800         PERFORM 2620-WRITE-RETURN-BATCH-HEADER
079900     END-IF
080000     ADD 1 TO WS-RT-TRACE-SEQ
080100     MOVE WS-OUR-RDFI-ID TO WS-RT-TRACE-RDFI
080200     MOVE WS-RT-TRACE-SEQ TO WS-RT-TRACE-SEQ-NO
080300     IF ACH-ED-TRACE-NO (1:8) NUMERIC
080400         MOVE ACH-ED-TRACE-NO (1:8) TO WS-RT-ODFI-N
080500     ELSE
080600         MOVE WS-SAVED-ODFI-ID TO WS-RT-ODFI-N
080700     END-IF
080800     MOVE ACH-RECORD TO RTN-RECORD
080900     SUBTRACT 1 FROM RTN-ED-TRAN-CODE
081000     MOVE WS-RT-ODFI-N TO RTN-ED-RDFI-ID
081100     MOVE WS-RT-ODFI-N TO WS-CD-ROUTING
081200     PERFORM 2650-COMPUTE-CHECK-DIGIT
081300     MOVE WS-CD-CHECK TO RTN-ED-CHECK-DIGIT
081400     MOVE '1' TO RTN-ED-ADDENDA-IND
081500     MOVE WS-RT-TRACE-NO TO RTN-ED-TRACE-NO
081600     PERFORM 2690-WRITE-RETURN-RECORD
081700     ADD 1 TO WS-RT-BATCH-ENTRIES
081800     ADD WS-RT-ODFI-N TO WS-RT-BATCH-HASH
081900     IF ACH-ED-CREDIT-ACTION
082000         ADD ACH-ED-AMOUNT TO WS-RT-BATCH-CREDIT
082100     ELSE
082200         ADD ACH-ED-AMOUNT TO WS-RT-BATCH-DEBIT
082300     END-IF
082400     MOVE SPACES TO RTN-RECORD
082500     MOVE '7' TO RTN-RECORD-TYPE
082600     MOVE '99' TO RTN-AD-TYPE-CODE
082700     MOVE WS-RT-REASON TO RTN-AD-RETURN-REASON
082800     MOVE ACH-ED-TRACE-NO TO RTN-AD-ORIG-TRACE-NO
082900     MOVE WS-OUR-RDFI-ID TO RTN-AD-ORIG-RDFI-ID
083000     MOVE WS-RT-TRACE-NO TO RTN-AD-TRACE-NO
083100     PERFORM 2690-WRITE-RETURN-RECORD
083200     ADD 1 TO WS-RT-BATCH-ENTRIES.
083300 2600-WRITE-RETURN-ENTRY-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700* 2610-WRITE-RETURN-FILE-HEADER - THE RETURNS FILE GOES BACK THE  *
083800*                                 WAY THE INBOUND FILE CAME, SO   *
083900*                                 ITS DESTINATION AND ORIGIN ARE  *
084000*                                 THE INBOUND FILE'S ORIGIN AND   *
084100*                                 DESTINATION SWAPPED             *
084200******************************************************************
084300 2610-WRITE-RETURN-FILE-HEADER.
084400     SET RT-FILE-STARTED TO TRUE
084500     ACCEPT WS-TIME-NOW FROM TIME
084600     MOVE WS-SAVED-FILE-HEADER TO RTN-RECORD
084700     MOVE WS-SAVED-IMMED-ORIGIN TO RTN-FH-IMMED-DEST
084800     MOVE WS-SAVED-IMMED-DEST TO RTN-FH-IMMED-ORIGIN
084900     MOVE WS-BUSINESS-YYMMDD TO RTN-FH-CREATE-DATE
085000     MOVE WS-TIME-HHMM TO RTN-FH-CREATE-TIME
085100     MOVE 'A' TO RTN-FH-FILE-ID-MODIFIER
085200     MOVE '094' TO RTN-FH-RECORD-SIZE
085300     MOVE '10' TO RTN-FH-BLOCKING-FACTOR
085400     MOVE '1' TO RTN-FH-FORMAT-CODE
085500     MOVE WS-SAVED-ORIGIN-NAME TO RTN-FH-DEST-NAME
085600     MOVE WS-SAVED-DEST-NAME TO RTN-FH-ORIGIN-NAME
085700     MOVE SPACES TO RTN-FH-REFERENCE-CODE
085800     PERFORM 2690-WRITE-RETURN-RECORD.
085900 2610-WRITE-RETURN-FILE-HEADER-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* 2620-WRITE-RETURN-BATCH-HEADER - ONE RETURN BATCH PER INBOUND   *
086400*                                  BATCH THAT HAD RETURNS, UNDER  *
086500*                                  THE SAME COMPANY, SEC CODE     *
086600*                                  AND DESCRIPTION, WITH US AS    *
086700*                                  THE ORIGINATING BANK           *
086800******************************************************************
086900 2620-WRITE-RETURN-BATCH-HEADER.
087000     SET RT-BATCH-OPEN TO TRUE
087100     ADD 1 TO WS-RT-BATCH-COUNT
087200     MOVE ZERO TO WS-RT-BATCH-ENTRIES
087300     MOVE ZERO TO WS-RT-BATCH-HASH
087400     MOVE ZERO TO WS-RT-BATCH-DEBIT
087500     MOVE ZERO TO WS-RT-BATCH-CREDIT
087600     MOVE WS-SAVED-BATCH-HEADER TO RTN-RECORD
087700     MOVE WS-BUSINESS-YYMMDD TO RTN-BH-EFFECTIVE-DATE
087800     MOVE SPACES TO RTN-BH-SETTLE-DATE
087900     MOVE WS-OUR-RDFI-ID TO RTN-BH-ODFI-ID
088000     MOVE WS-RT-BATCH-COUNT TO RTN-BH-BATCH-NO
088100     PERFORM 2690-WRITE-RETURN-RECORD.
088200 2620-WRITE-RETURN-BATCH-HEADER-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600* 2650-COMPUTE-CHECK-DIGIT - THE ROUTING NUMBER CHECK DIGIT: THE  *
088700*                            EIGHT DIGITS WEIGHTED 3,7,1 IN TURN  *
088800*                            AND SUMMED; THE CHECK DIGIT BRINGS   *
088900*                            THE SUM UP TO A MULTIPLE OF TEN      *
089000******************************************************************
089100 2650-COMPUTE-CHECK-DIGIT.
089200     MOVE ZERO TO WS-CD-SUM
089300     PERFORM 2660-ADD-WEIGHTED-DIGIT
089400         VARYING WS-CD-SUB FROM 1 BY 1
089500         UNTIL WS-CD-SUB > 8
089600     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-SUB
089700         REMAINDER WS-CD-CHECK
089800     IF WS-CD-CHECK > ZERO
089900         COMPUTE WS-CD-CHECK = 10 - WS-CD-CHECK
090000     END-IF.
090100 2650-COMPUTE-CHECK-DIGIT-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500* 2660-ADD-WEIGHTED-DIGIT - ONE DIGIT OF THE CHECK DIGIT SUM      *
090600******************************************************************
090700 2660-ADD-WEIGHTED-DIGIT.
090800     COMPUTE WS-CD-SUM = WS-CD-SUM
090900         + (WS-CD-DIGIT (WS-CD-SUB) * WS-CD-WEIGHT (WS-CD-SUB)).
091000 2660-ADD-WEIGHTED-DIGIT-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400* 2690-WRITE-RETURN-RECORD - WRITE ONE RETURNS FILE RECORD AND    *
091500*                            COUNT IT TOWARD THE BLOCK COUNT      *
091600******************************************************************
091700 2690-WRITE-RETURN-RECORD.
091800     WRITE RTN-RECORD
091900     IF NOT WS-RTN-FILE-OK
092000         DISPLAY 'ACHPOST: UNABLE TO WRITE ACHRTN - '
092100             WS-RTN-FILE-STATUS
092200     END-IF
092300     ADD 1 TO WS-RT-PHYS-RECORDS.
092400 2690-WRITE-RETURN-RECORD-EXIT.
092500     EXIT.
092600
092700******************************************************************
092800* 2700-WRITE-DETAIL-LINE - PRINT ONE ENTRY AND WHAT BECAME OF IT  *
092900******************************************************************
093000 2700-WRITE-DETAIL-LINE.
093100     MOVE ACH-ED-TRACE-NO TO WS-DL-TRACE-NO
093200     MOVE ACH-ED-DFI-ACCT (1:10) TO WS-DL-ACCT-ID
093300     MOVE ACH-ED-TRAN-CODE TO WS-DL-TRAN-CODE
093400     MOVE ACH-ED-AMOUNT TO WS-DL-AMOUNT
093500     MOVE WS-DETAIL-LINE TO REPORT-LINE
093600     WRITE REPORT-LINE.
093700 2700-WRITE-DETAIL-LINE-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100* 2800-WRITE-RETURN-BATCH-CONTROL - CLOSE THE RETURN BATCH WITH   *
094200*                                   ITS OWN COUNTS, HASH AND      *
094300*                                   TOTALS AND ROLL THEM INTO     *
094400*                                   THE RETURNS FILE TOTALS       *
094500******************************************************************
094600 2800-WRITE-RETURN-BATCH-CONTROL.
094700     MOVE 'N' TO WS-RT-BATCH-OPEN
094800     MOVE WS-RT-BATCH-HASH TO WS-RT-HASH-10
094900     MOVE SPACES TO RTN-RECORD
095000     MOVE '8' TO RTN-RECORD-TYPE
095100     MOVE WS-SAVED-SERVICE-CLASS TO RTN-BC-SERVICE-CLASS
095200     MOVE WS-RT-BATCH-ENTRIES TO RTN-BC-ENTRY-COUNT
095300     MOVE WS-RT-HASH-10 TO RTN-BC-ENTRY-HASH
095400     MOVE WS-RT-BATCH-DEBIT TO RTN-BC-TOTAL-DEBIT
095500     MOVE WS-RT-BATCH-CREDIT TO RTN-BC-TOTAL-CREDIT
095600     MOVE WS-SAVED-COMPANY-ID TO RTN-BC-COMPANY-ID
095700     MOVE WS-OUR-RDFI-ID TO RTN-BC-ODFI-ID
095800     MOVE WS-RT-BATCH-COUNT TO RTN-BC-BATCH-NO
095900     PERFORM 2690-WRITE-RETURN-RECORD
096000     ADD WS-RT-BATCH-ENTRIES TO WS-RT-FILE-ENTRIES
096100     ADD WS-RT-BATCH-HASH TO WS-RT-FILE-HASH
096200     ADD WS-RT-BATCH-DEBIT TO WS-RT-FILE-DEBIT
096300     ADD WS-RT-BATCH-CREDIT TO WS-RT-FILE-CREDIT.
096400 2800-WRITE-RETURN-BATCH-CONTROL-EXIT.
096500     EXIT.
096600
096700******************************************************************
096800* 2900-FINISH-RETURNS-FILE - WHEN ANY RETURN WAS WRITTEN, CLOSE   *
096900*                            THE RETURNS FILE WITH ITS FILE       *
097000*                            CONTROL RECORD AND PAD THE LAST      *
097100*                            BLOCK OUT TO TEN RECORDS WITH NINES  *
097200******************************************************************
097300 2900-FINISH-RETURNS-FILE.
097400     IF RT-FILE-STARTED
097500         IF RT-BATCH-OPEN
097600             PERFORM 2800-WRITE-RETURN-BATCH-CONTROL
097700         END-IF
097800         MOVE WS-RT-FILE-HASH TO WS-RT-HASH-10
097900         MOVE SPACES TO RTN-RECORD
098000         MOVE '9' TO RTN-RECORD-TYPE
098100         MOVE WS-RT-BATCH-COUNT TO RTN-FC-BATCH-COUNT
098200         COMPUTE WS-RT-BLOCKS = (WS-RT-PHYS-RECORDS + 1 + 9) / 10
098300         MOVE WS-RT-BLOCKS TO RTN-FC-BLOCK-COUNT
098400         MOVE WS-RT-FILE-ENTRIES TO RTN-FC-ENTRY-COUNT
098500         MOVE WS-RT-HASH-10 TO RTN-FC-ENTRY-HASH
098600         MOVE WS-RT-FILE-DEBIT TO RTN-FC-TOTAL-DEBIT
098700         MOVE WS-RT-FILE-CREDIT TO RTN-FC-TOTAL-CREDIT
098800         PERFORM 2690-WRITE-RETURN-RECORD
098900         MOVE ALL '9' TO RTN-RECORD
099000         PERFORM 2910-WRITE-PADDING-RECORD
099100             UNTIL WS-RT-PHYS-RECORDS = WS-RT-BLOCKS * 10
099200     END-IF.
099300 2900-FINISH-RETURNS-FILE-EXIT.
099400     EXIT.
099500
099600******************************************************************
099700* 2910-WRITE-PADDING-RECORD - ONE RECORD OF NINES                 *
099800******************************************************************
099900 2910-WRITE-PADDING-RECORD.
100000     PERFORM 2690-WRITE-RETURN-RECORD.
100100 2910-WRITE-PADDING-RECORD-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500* 8000-WRITE-SETTLEMENT - TIE THE RUN BACK TO THE FILE CONTROL    *
100600*                         RECORD: POSTED PLUS RETURNED PLUS HELD  *
100700*                         MUST EQUAL THE FILE'S CREDIT AND DEBIT  *
100800*                         TOTALS ON EACH SIDE (A PRENOTE CARRIES  *
100900*                         NO AMOUNT)                              *
101000******************************************************************
101100 8000-WRITE-SETTLEMENT.
101200     MOVE SPACES TO REPORT-LINE
101300     WRITE REPORT-LINE
101400     MOVE WS-TOTAL-HEADING TO REPORT-LINE
101500     WRITE REPORT-LINE
101600     MOVE 'FILE CONTROL' TO WS-TL-LABEL
101700     MOVE WS-PF-CREDIT-COUNT TO WS-TL-CR-COUNT
101800     MOVE WS-FC-TOTAL-CREDIT TO WS-TL-CR-AMOUNT
101900     MOVE WS-PF-DEBIT-COUNT TO WS-TL-DB-COUNT
102000     MOVE WS-FC-TOTAL-DEBIT TO WS-TL-DB-AMOUNT
102100     PERFORM 8100-WRITE-TOTAL-LINE
102200     MOVE 'POSTED' TO WS-TL-LABEL
102300     MOVE WS-POSTED-CR-COUNT TO WS-TL-CR-COUNT
102400     MOVE WS-POSTED-CR-AMT TO WS-TL-CR-AMOUNT
102500     MOVE WS-POSTED-DB-COUNT TO WS-TL-DB-COUNT
102600     MOVE WS-POSTED-DB-AMT TO WS-TL-DB-AMOUNT
102700     PERFORM 8100-WRITE-TOTAL-LINE
102800     MOVE 'RETURNED' TO WS-TL-LABEL
102900     MOVE WS-RETURNED-CR-COUNT TO WS-TL-CR-COUNT
103000     MOVE WS-RETURNED-CR-AMT TO WS-TL-CR-AMOUNT
103100     MOVE WS-RETURNED-DB-COUNT TO WS-TL-DB-COUNT
103200     MOVE WS-RETURNED-DB-AMT TO WS-TL-DB-AMOUNT
103300     PERFORM 8100-WRITE-TOTAL-LINE
103400     MOVE 'HELD' TO WS-TL-LABEL
103500     MOVE WS-HELD-CR-COUNT TO WS-TL-CR-COUNT
103600     MOVE WS-HELD-CR-AMT TO WS-TL-CR-AMOUNT
103700     MOVE WS-HELD-DB-COUNT TO WS-TL-DB-COUNT
103800     MOVE WS-HELD-DB-AMT TO WS-TL-DB-AMOUNT
103900     PERFORM 8100-WRITE-TOTAL-LINE
104000     MOVE 'PRENOTES' TO WS-TL-LABEL
104100     MOVE WS-PRENOTE-COUNT TO WS-TL-CR-COUNT
104200     MOVE ZERO TO WS-TL-CR-AMOUNT
104300     MOVE ZERO TO WS-TL-DB-COUNT
104400     MOVE ZERO TO WS-TL-DB-AMOUNT
104500     PERFORM 8100-WRITE-TOTAL-LINE
104600     COMPUTE WS-SETTLED-CR-AMT = WS-POSTED-CR-AMT
104700         + WS-RETURNED-CR-AMT + WS-HELD-CR-AMT
104800     COMPUTE WS-SETTLED-DB-AMT = WS-POSTED-DB-AMT
104900         + WS-RETURNED-DB-AMT + WS-HELD-DB-AMT
105000     IF WS-SETTLED-CR-AMT = WS-FC-TOTAL-CREDIT
105100         AND WS-SETTLED-DB-AMT = WS-FC-TOTAL-DEBIT
105200         MOVE 'IN BALANCE WITH FILE CONTROL' TO WS-BL-RESULT
105300     ELSE
105400         MOVE 'OUT OF BALANCE WITH FILE CONTROL' TO WS-BL-RESULT
105500         DISPLAY 'ACHPOST: SETTLEMENT OUT OF BALANCE'
105600     END-IF
105700     MOVE WS-BALANCE-LINE TO REPORT-LINE
105800     WRITE REPORT-LINE.
105900 8000-WRITE-SETTLEMENT-EXIT.
106000     EXIT.
106100
106200******************************************************************
106300* 8100-WRITE-TOTAL-LINE - PRINT ONE SETTLEMENT TOTAL LINE         *
106400******************************************************************
106500 8100-WRITE-TOTAL-LINE.
106600     MOVE WS-TOTAL-LINE TO REPORT-LINE
106700     WRITE REPORT-LINE.
106800 8100-WRITE-TOTAL-LINE-EXIT.
106900     EXIT.
107000
107100******************************************************************
107200* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
107300******************************************************************
107400 9000-CLOSE-FILES.
107500     CLOSE ACH-PARM-FILE
107600     CLOSE ACH-IN-FILE
107700     CLOSE ACH-RETURN-FILE
107800     CLOSE REPORT-FILE.
107900 9000-CLOSE-FILES-EXIT.
108000     EXIT.
108001
108002     COPY BDATEPRC.
108100
108200******************************************************************
108300* 9100-SET-RETURN-CODE - RC 8 WHEN ENTRIES WERE HELD FOR HAND     *
108400*                        WORK OR THE SETTLEMENT DID NOT BALANCE,  *
108500*                        RC 4 WHEN A RETURNS FILE WAS WRITTEN     *
108600******************************************************************
108700 9100-SET-RETURN-CODE.
108800     IF WS-HELD-CR-COUNT > ZERO
108900         OR WS-HELD-DB-COUNT > ZERO
109000         OR WS-SETTLED-CR-AMT NOT = WS-FC-TOTAL-CREDIT
109100         OR WS-SETTLED-DB-AMT NOT = WS-FC-TOTAL-DEBIT
109200         MOVE 8 TO RETURN-CODE
109300     ELSE
109400         IF RT-FILE-STARTED
109500             MOVE 4 TO RETURN-CODE
109600         END-IF
109700     END-IF.
109800 9100-SET-RETURN-CODE-EXIT.
109900     EXIT.
