000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  LOANSCHD                                       *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     MONTHLY INSTALLMENT LOAN PAYMENT SCHEDULE.      *
001000*                 BROWSES THE VSAM LOAN MASTER (COPYBOOK LOANREC) *
001100*                 AND, FOR EVERY ACTIVE LOAN, PRINTS THE MEMBER'S *
001200*                 NAME AND THE LOAN TERMS FOLLOWED BY THE NEXT    *
001300*                 INSTALLMENTS FROM THE NEXT DUE DATE ON: THE     *
001400*                 DUE DATE, THE PAYMENT, ITS INTEREST AND         *
001500*                 PRINCIPAL SPLIT AND THE BALANCE LEFT OWING.     *
001600*                 THE PROJECTION STARTS FROM THE AMOUNT OWED ON   *
001700*                 THE ACCOUNT MASTER AND CHARGES ONE MONTH'S      *
001800*                 INTEREST (ANNUAL RATE / 12) PER INSTALLMENT;    *
001900*                 THE LAST INSTALLMENT IS CUT DOWN TO WHAT        *
002000*                 CLEARS THE LOAN. THE RUN DATE IS THE BUSDATE    *
002100*                 BUSINESS DATE; THE LSCHPARM CARD NAMES HOW MANY *
002101*                 INSTALLMENTS TO SHOW.                           *
002200*                                                                 *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ----------------------------------------   *
002600*    2026-10-05 DP    ORIGINAL PROGRAM - LOAN PAYMENT SCHEDULE    *
002601*    2026-10-05 DP    THE RUN DATE NOW COMES FROM THE BUSDATE     *
002602*                     CONTROL FILE; A DIFFERENT LSCHPARM DATE     *
002603*                     STOPS THE RUN (RC 16).                      *
002604*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
002605*                     DATE IS NOT REFUSED AS A BAD DATE           *
002700******************************************************************
002800 PROGRAM-ID. LoanSchd.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LSCH-PARM-FILE ASSIGN TO "LSCHPARM"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-PARM-FILE-STATUS.
003600
003700     SELECT LOAN-FILE ASSIGN TO "LOANMAS"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LOAN-ACCT-ID
004100         FILE STATUS IS WS-LOAN-FILE-STATUS.
004200
004300     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-ID
004700         FILE STATUS IS WS-ACCT-FILE-STATUS.
004800
004900     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRFILE"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MBR-ACCT-ID
005300         FILE STATUS IS WS-MBR-FILE-STATUS.
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
006100 FD  LSCH-PARM-FILE.
006200 01  LSCH-PARM-RECORD.
006300     05  LSCH-PARM-DATE              PIC 9(08).
006400     05  LSCH-PARM-COUNT             PIC 9(03).
006500     05  FILLER                      PIC X(69).
006600
006700 FD  LOAN-FILE.
006800     COPY LOANREC.
006900
007000 FD  ACCOUNT-MASTER-FILE.
007100     COPY ACCTMAS.
007200
007300 FD  MEMBER-MASTER-FILE.
007400     COPY MBRMAS.
007500
007600 FD  REPORT-FILE.
007700 01  REPORT-LINE                     PIC X(80).
007701
007702 FD  BUSINESS-DATE-FILE.
007703     COPY BDATREC.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-PARM-FILE-STATUS             PIC X(02).
008100     88  WS-PARM-FILE-OK                      VALUE '00'.
008200
008300 01  WS-LOAN-FILE-STATUS             PIC X(02).
008400     88  WS-LOAN-FILE-OK                      VALUE '00'.
008500     88  WS-LOAN-FILE-EOF                     VALUE '10'.
008600
008700 01  WS-ACCT-FILE-STATUS             PIC X(02).
008800     88  WS-ACCT-FILE-OK                      VALUE '00'.
008900
009000 01  WS-MBR-FILE-STATUS              PIC X(02).
009100     88  WS-MBR-FILE-OK                       VALUE '00'.
009200
009300 01  WS-RPT-FILE-STATUS              PIC X(02).
009400     88  WS-RPT-FILE-OK                       VALUE '00'.
009500
009600 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
009700     88  OPEN-FAILED                          VALUE 'Y'.
009800
009900 01  WS-ACCT-ON-FILE                 PIC X(01).
010000     88  ACCT-ON-FILE                         VALUE 'Y'.
010100
010200 01  WS-MBR-ON-FILE                  PIC X(01).
010300     88  MBR-ON-FILE                          VALUE 'Y'.
010400
010500 01  WS-COUNTERS.
010600     05  WS-LOANS-READ               PIC 9(07) VALUE ZERO.
010700     05  WS-LOANS-SCHEDULED          PIC 9(07) VALUE ZERO.
010800     05  WS-LOANS-SKIPPED            PIC 9(07) VALUE ZERO.
010900
011000 01  WS-RUN-DATE                     PIC 9(08).
011100 01  WS-SCHED-COUNT                  PIC 9(03) VALUE 12.
011101
011102     COPY BDATEWS.
011200 01  WS-INSTALL-NO                   PIC 9(03).
011300
011400 01  WS-DUE-DATE-N                   PIC 9(08).
011500 01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE-N.
011600     05  WS-DUE-YEAR                 PIC 9(04).
011700     05  WS-DUE-MONTH                PIC 9(02).
011800     05  WS-DUE-DAY                  PIC 9(02).
011900
012000 01  WS-TOTAL-MONTHS                 PIC S9(07) COMP.
012100
012200 01  WS-SCHED-BALANCE                PIC S9(7)V99 COMP-3.
012300 01  WS-SCHED-PAYMENT                PIC S9(7)V99 COMP-3.
012400 01  WS-SCHED-INTEREST               PIC S9(7)V99 COMP-3.
012500 01  WS-SCHED-PRINCIPAL              PIC S9(7)V99 COMP-3.
012600
012700 01  WS-HEADING-LINE-1.
012800     05  FILLER                      PIC X(40) VALUE
012900         'INSTALLMENT LOAN PAYMENT SCHEDULE AS OF '.
013000     05  HL1-RUN-DATE                PIC 9(08).
013100
013200 01  WS-LOAN-LINE-1.
013300     05  FILLER                      PIC X(05) VALUE 'LOAN '.
013400     05  WS-LL1-ACCT-ID              PIC X(10).
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  WS-LL1-NAME                 PIC X(30).
013700
013800 01  WS-LOAN-LINE-2.
013900     05  FILLER                      PIC X(05) VALUE SPACES.
014000     05  FILLER                      PIC X(08) VALUE 'PAYMENT '.
014100     05  WS-LL2-PAYMENT              PIC ZZZ,ZZ9.99.
014200     05  FILLER                      PIC X(07) VALUE '  OWED '.
014300     05  WS-LL2-OWED                 PIC Z,ZZZ,ZZ9.99.
014400     05  FILLER                      PIC X(07) VALUE '  RATE '.
014500     05  WS-LL2-RATE                 PIC 9.9999.
014600     05  FILLER                      PIC X(07) VALUE '  TERM '.
014700     05  WS-LL2-TERM                 PIC ZZ9.
014800
014900 01  WS-COLUMN-HEADING.
015000     05  FILLER                      PIC X(05) VALUE SPACES.
015100     05  FILLER                      PIC X(03) VALUE ' NO'.
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  FILLER                      PIC X(08) VALUE 'DUE DATE'.
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  FILLER                      PIC X(10) VALUE '   PAYMENT'.
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  FILLER                      PIC X(10) VALUE '  INTEREST'.
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  FILLER                      PIC X(10) VALUE ' PRINCIPAL'.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  FILLER                      PIC X(12) VALUE
016200         '     BALANCE'.
016300
016400 01  WS-DETAIL-LINE.
016500     05  FILLER                      PIC X(05) VALUE SPACES.
016600     05  WS-DL-INSTALL-NO            PIC ZZ9.
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  WS-DL-DUE-DATE              PIC 9(08).
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  WS-DL-PAYMENT               PIC ZZZ,ZZ9.99.
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  WS-DL-INTEREST              PIC ZZZ,ZZ9.99.
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  WS-DL-PRINCIPAL             PIC ZZZ,ZZ9.99.
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  WS-DL-BALANCE               PIC Z,ZZZ,ZZ9.99.
017700
017800 01  WS-TRAILER-LINE.
017900     05  FILLER                      PIC X(16) VALUE
018000         'LOANS SCHEDULED '.
018100     05  WS-TR-SCHEDULED             PIC ZZZ,ZZ9.
018200     05  FILLER                      PIC X(05) VALUE SPACES.
018300     05  FILLER                      PIC X(14) VALUE
018400         'LOANS SKIPPED '.
018500     05  WS-TR-SKIPPED               PIC ZZZ,ZZ9.
018600
018700 PROCEDURE DIVISION.
018800
018900******************************************************************
019000* 0000-MAINLINE - DRIVE THE LOAN PAYMENT SCHEDULE RUN             *
019100******************************************************************
019200 0000-MAINLINE.
019300     PERFORM 1000-OPEN-FILES
019400     IF NOT OPEN-FAILED
019500         PERFORM 1100-READ-PARM
019600         IF NOT WS-BDAT-RUN-STOPPED
019700             PERFORM 1200-WRITE-HEADINGS
019800             PERFORM 2100-READ-NEXT-LOAN
019900             PERFORM 2000-PROCESS-LOAN UNTIL WS-LOAN-FILE-EOF
020000             PERFORM 8000-WRITE-REPORT-TRAILER
020100             DISPLAY 'LOANSCHD: LOANS READ      - ' WS-LOANS-READ
020200             DISPLAY 'LOANSCHD: LOANS SCHEDULED - '
020201                 WS-LOANS-SCHEDULED
020202         END-IF
020203         PERFORM 9000-CLOSE-FILES
020300     END-IF
020400     STOP RUN.
020500
020600******************************************************************
020700* 1000-OPEN-FILES - OPEN THE PARM CARD, THE MASTERS AND THE       *
020800*                   SCHEDULE REPORT. A FAILURE ON ANY OF THEM     *
020900*                   SETS WS-LOAN-FILE-EOF SO THE BROWSE LOOP IN   *
021000*                   0000-MAINLINE NEVER RUNS.                     *
021100******************************************************************
021200 1000-OPEN-FILES.
021300     OPEN INPUT LSCH-PARM-FILE
021400     IF NOT WS-PARM-FILE-OK
021500         DISPLAY 'LOANSCHD: UNABLE TO OPEN LSCHPARM - '
021600             WS-PARM-FILE-STATUS
021700         SET WS-LOAN-FILE-EOF TO TRUE
021800         SET OPEN-FAILED TO TRUE
021900     END-IF
022000     OPEN INPUT LOAN-FILE
022100     IF NOT WS-LOAN-FILE-OK
022200         DISPLAY 'LOANSCHD: UNABLE TO OPEN LOANMAS - '
022300             WS-LOAN-FILE-STATUS
022400         SET WS-LOAN-FILE-EOF TO TRUE
022500         SET OPEN-FAILED TO TRUE
022600     END-IF
022700     OPEN INPUT ACCOUNT-MASTER-FILE
022800     IF NOT WS-ACCT-FILE-OK
022900         DISPLAY 'LOANSCHD: UNABLE TO OPEN ACCTMAS - '
023000             WS-ACCT-FILE-STATUS
023100         SET WS-LOAN-FILE-EOF TO TRUE
023200         SET OPEN-FAILED TO TRUE
023300     END-IF
023400     OPEN INPUT MEMBER-MASTER-FILE
023500     IF NOT WS-MBR-FILE-OK
023600         DISPLAY 'LOANSCHD: UNABLE TO OPEN MBRFILE - '
023700             WS-MBR-FILE-STATUS
023800         SET WS-LOAN-FILE-EOF TO TRUE
023900         SET OPEN-FAILED TO TRUE
024000     END-IF
024100     OPEN OUTPUT REPORT-FILE
024200     IF NOT WS-RPT-FILE-OK
024300         DISPLAY 'LOANSCHD: UNABLE TO OPEN RPTOUT - '
024400             WS-RPT-FILE-STATUS
024500         SET WS-LOAN-FILE-EOF TO TRUE
024600         SET OPEN-FAILED TO TRUE
024700     END-IF.
024800 1000-OPEN-FILES-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200* 1100-READ-PARM - TAKE THE RUN DATE FROM THE BUSDATE CONTROL     *
025300*                  FILE AND READ THE ONE CONTROL CARD NAMING THE  *
025400*                  NUMBER OF INSTALLMENTS TO PROJECT PER LOAN. A  *
025500*                  DATE ON THE CARD MUST MATCH THE BUSINESS DATE; *
025600*                  A MISSING OR ZERO COUNT FALLS BACK TO 12.      *
025700******************************************************************
025800 1100-READ-PARM.
025900     MOVE 'LOANSCHD' TO WS-BDAT-PROGRAM
026000     PERFORM 9600-READ-BUSINESS-DATE
026100     MOVE SPACES TO WS-BDAT-CARD-DATE-X
026200     READ LSCH-PARM-FILE
026300         NOT AT END
026400             MOVE LSCH-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
026500             IF LSCH-PARM-COUNT NUMERIC
026600                 AND LSCH-PARM-COUNT > ZERO
026700                 MOVE LSCH-PARM-COUNT TO WS-SCHED-COUNT
026800             END-IF
026900     END-READ
027000     MOVE 'LSCHPARM' TO WS-BDAT-CARD-NAME
027100     PERFORM 9620-CHECK-CARD-DATE
027200     MOVE WS-BDAT-CURRENT-DATE TO WS-RUN-DATE.
027400 1100-READ-PARM-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINE             *
027900******************************************************************
028000 1200-WRITE-HEADINGS.
028100     MOVE WS-RUN-DATE TO HL1-RUN-DATE
028200     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
028300     WRITE REPORT-LINE.
028400 1200-WRITE-HEADINGS-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 2000-PROCESS-LOAN - SCHEDULE ONE LOAN. A PAID-OFF LOAN, OR ONE  *
028900*                     WHOSE ACCOUNT ROW IS MISSING OR SHOWS       *
029000*                     NOTHING OWED, IS COUNTED AS SKIPPED.        *
029100******************************************************************
029200 2000-PROCESS-LOAN.
029300     ADD 1 TO WS-LOANS-READ
029400     IF NOT LOAN-ACTIVE
029500         ADD 1 TO WS-LOANS-SKIPPED
029600     ELSE
029700         PERFORM 2200-READ-ACCOUNT
029800         IF NOT ACCT-ON-FILE
029900             OR ACCT-BALANCE NOT < ZERO
030000             ADD 1 TO WS-LOANS-SKIPPED
030100         ELSE
030200             PERFORM 2300-READ-MEMBER
030300             PERFORM 3000-SCHEDULE-LOAN
030400         END-IF
030500     END-IF
030600     PERFORM 2100-READ-NEXT-LOAN.
030700 2000-PROCESS-LOAN-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100* 2100-READ-NEXT-LOAN - READ THE NEXT ROW OF THE LOAN MASTER      *
031200******************************************************************
031300 2100-READ-NEXT-LOAN.
031400     READ LOAN-FILE NEXT RECORD
031500         AT END
031600             SET WS-LOAN-FILE-EOF TO TRUE
031700     END-READ.
031800 2100-READ-NEXT-LOAN-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200* 2200-READ-ACCOUNT - LOOK UP THE LOAN'S ACCOUNT MASTER ROW       *
032300******************************************************************
032400 2200-READ-ACCOUNT.
032500     MOVE 'Y' TO WS-ACCT-ON-FILE
032600     MOVE LOAN-ACCT-ID TO ACCT-ID
032700     READ ACCOUNT-MASTER-FILE
032800         INVALID KEY
032900             MOVE 'N' TO WS-ACCT-ON-FILE
033000     END-READ.
033100 2200-READ-ACCOUNT-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 2300-READ-MEMBER - LOOK THE BORROWER UP ON THE MEMBER MASTER    *
033600******************************************************************
033700 2300-READ-MEMBER.
033800     MOVE 'Y' TO WS-MBR-ON-FILE
033900     MOVE LOAN-ACCT-ID TO MBR-ACCT-ID
034000     READ MEMBER-MASTER-FILE
034100         INVALID KEY
034200             MOVE 'N' TO WS-MBR-ON-FILE
034300     END-READ
034400     IF NOT MBR-ON-FILE
034500         MOVE SPACES TO MBR-MASTER-RECORD
034600         MOVE 'BORROWER NOT ON MEMBER MASTER' TO MBR-NAME
034700     END-IF.
034800 2300-READ-MEMBER-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 3000-SCHEDULE-LOAN - PRINT THE LOAN'S HEADING LINES AND PROJECT *
035300*                      ITS INSTALLMENTS UNTIL THE COUNT ON THE    *
035400*                      PARM CARD IS REACHED OR THE LOAN CLEARS    *
035500******************************************************************
035600 3000-SCHEDULE-LOAN.
035700     ADD 1 TO WS-LOANS-SCHEDULED
035800     COMPUTE WS-SCHED-BALANCE = ZERO - ACCT-BALANCE
035900     MOVE LOAN-ACCT-ID TO WS-LL1-ACCT-ID
036000     MOVE MBR-NAME TO WS-LL1-NAME
036100     MOVE SPACES TO REPORT-LINE
036200     WRITE REPORT-LINE
036300     MOVE WS-LOAN-LINE-1 TO REPORT-LINE
036400     WRITE REPORT-LINE
036500     MOVE LOAN-PAYMENT-AMOUNT TO WS-LL2-PAYMENT
036600     MOVE WS-SCHED-BALANCE TO WS-LL2-OWED
036700     MOVE LOAN-ANNUAL-RATE TO WS-LL2-RATE
036800     MOVE LOAN-TERM-MONTHS TO WS-LL2-TERM
036900     MOVE WS-LOAN-LINE-2 TO REPORT-LINE
037000     WRITE REPORT-LINE
037100     MOVE WS-COLUMN-HEADING TO REPORT-LINE
037200     WRITE REPORT-LINE
037300     MOVE ZERO TO WS-INSTALL-NO
037400     MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-N
037500     PERFORM 3100-PROJECT-INSTALLMENT
037600         UNTIL WS-SCHED-BALANCE NOT > ZERO
037700            OR WS-INSTALL-NO NOT < WS-SCHED-COUNT.
037800 3000-SCHEDULE-LOAN-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 3100-PROJECT-INSTALLMENT - ONE LINE OF THE SCHEDULE. A MONTH'S  *
038300*                            INTEREST ON THE BALANCE COMES OUT OF *
038400*                            THE PAYMENT FIRST AND THE REST GOES  *
038500*                            TO PRINCIPAL; WHEN THE PAYMENT WOULD *
038600*                            MORE THAN CLEAR THE LOAN IT IS CUT   *
038700*                            DOWN TO THE PAYOFF                   *
038800******************************************************************
038900 3100-PROJECT-INSTALLMENT.
039000     ADD 1 TO WS-INSTALL-NO
039100     COMPUTE WS-SCHED-INTEREST ROUNDED =
039200         WS-SCHED-BALANCE * LOAN-ANNUAL-RATE / 12
039300     MOVE LOAN-PAYMENT-AMOUNT TO WS-SCHED-PAYMENT
039400     IF WS-SCHED-PAYMENT > WS-SCHED-BALANCE + WS-SCHED-INTEREST
039500         COMPUTE WS-SCHED-PAYMENT =
039600             WS-SCHED-BALANCE + WS-SCHED-INTEREST
039700     END-IF
039800     COMPUTE WS-SCHED-PRINCIPAL =
039900         WS-SCHED-PAYMENT - WS-SCHED-INTEREST
040000     SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
040100     MOVE WS-INSTALL-NO TO WS-DL-INSTALL-NO
040200     MOVE WS-DUE-DATE-N TO WS-DL-DUE-DATE
040300     MOVE WS-SCHED-PAYMENT TO WS-DL-PAYMENT
040400     MOVE WS-SCHED-INTEREST TO WS-DL-INTEREST
040500     MOVE WS-SCHED-PRINCIPAL TO WS-DL-PRINCIPAL
040600     MOVE WS-SCHED-BALANCE TO WS-DL-BALANCE
040700     MOVE WS-DETAIL-LINE TO REPORT-LINE
040800     WRITE REPORT-LINE
040900     PERFORM 3200-ADVANCE-DUE-DATE.
041000 3100-PROJECT-INSTALLMENT-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400* 3200-ADVANCE-DUE-DATE - MOVE THE PROJECTED DUE DATE ON ONE      *
041500*                         MONTH, DAY HELD TO THE 28TH AS BOOKED   *
041600******************************************************************
041700 3200-ADVANCE-DUE-DATE.
041800     COMPUTE WS-TOTAL-MONTHS =
041900         (WS-DUE-YEAR * 12) + WS-DUE-MONTH - 1 + 1
042000     DIVIDE WS-TOTAL-MONTHS BY 12
042100         GIVING WS-DUE-YEAR
042200         REMAINDER WS-DUE-MONTH
042300     ADD 1 TO WS-DUE-MONTH
042400     IF WS-DUE-DAY > 28
042500         MOVE 28 TO WS-DUE-DAY
042600     END-IF.
042700 3200-ADVANCE-DUE-DATE-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100* 8000-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY LINE          *
043200******************************************************************
043300 8000-WRITE-REPORT-TRAILER.
043400     MOVE WS-LOANS-SCHEDULED TO WS-TR-SCHEDULED
043500     MOVE WS-LOANS-SKIPPED TO WS-TR-SKIPPED
043600     MOVE SPACES TO REPORT-LINE
043700     WRITE REPORT-LINE
043800     MOVE WS-TRAILER-LINE TO REPORT-LINE
043900     WRITE REPORT-LINE.
044000 8000-WRITE-REPORT-TRAILER-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
044500******************************************************************
044600 9000-CLOSE-FILES.
044700     CLOSE LSCH-PARM-FILE
044800     CLOSE LOAN-FILE
044900     CLOSE ACCOUNT-MASTER-FILE
045000     CLOSE MEMBER-MASTER-FILE
045100     CLOSE REPORT-FILE.
045200 9000-CLOSE-FILES-EXIT.
045300     EXIT.
045301
045302     COPY BDATEPRC.
