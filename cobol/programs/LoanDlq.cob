000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  LOANDLQ                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     NIGHTLY INSTALLMENT LOAN DELINQUENCY RUN.       *
001000*                 BROWSES THE VSAM LOAN MASTER (COPYBOOK LOANREC) *
001100*                 AND AGES EVERY ACTIVE LOAN WHOSE NEXT DUE DATE  *
001200*                 HAS PASSED AGAINST THE BUSDATE BUSINESS DATE:   *
001300*                 UNDER 30, 30-59, 60-89 AND 90 OR MORE DAYS PAST *
001400*                 DUE. ONCE AN INSTALLMENT IS PAST THE GRACE      *
001500*                 PERIOD ON THE PARM CARD A LATE CHARGE IS POSTED *
001600*                 THROUGH OPERATIONS (OPERATION 'LATEFE') - ONCE  *
001700*                 PER MISSED INSTALLMENT, SINCE OPERATIONS STAMPS *
001800*                 THE DUE DATE CHARGED ON THE LOAN ROW. EVERY     *
001900*                 PAST-DUE LOAN IS LISTED ON THE COLLECTIONS      *
002000*                 REPORT WITH THE BORROWER'S NAME AND TELEPHONE   *
002100*                 NUMBER FROM THE MEMBER MASTER, FOLLOWED BY THE  *
002200*                 COUNT AND AMOUNT OWED IN EACH AGING BUCKET.     *
002300*                                                                 *
002400*                 LIKE THE INTEREST RUN, THE LOAN AND ACCOUNT     *
002500*                 MASTERS ARE CLOSED AROUND EACH CALL SO          *
002600*                 OPERATIONS CAN OPEN THEM FOR UPDATE, AND THE    *
002700*                 BROWSE RESUMES AFTER THE LOAN JUST CHARGED.     *
002800*                                                                 *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ----------------------------------------   *
003200*    2026-10-05 DP    ORIGINAL PROGRAM - LOAN DELINQUENCY         *
003201*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
003202*                     BUSDATE CONTROL FILE; A LDLQPARM DATE THAT  *
003203*                     DISAGREES STOPS THE RUN (RC 16).            *
003204*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
003205*                     DATE IS NOT REFUSED AS A BAD DATE           *
003300******************************************************************
003400 PROGRAM-ID. LoanDlq.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LDLQ-PARM-FILE ASSIGN TO "LDLQPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-PARM-FILE-STATUS.
004200
004300     SELECT LOAN-FILE ASSIGN TO "LOANMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS LOAN-ACCT-ID
004700         FILE STATUS IS WS-LOAN-FILE-STATUS.
004800
004900     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACCT-ID
005300         FILE STATUS IS WS-ACCT-FILE-STATUS.
005400
005500     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRFILE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS MBR-ACCT-ID
005900         FILE STATUS IS WS-MBR-FILE-STATUS.
006000
006100     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RPT-FILE-STATUS.
006301
006302     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006303         ORGANIZATION IS SEQUENTIAL
006304         FILE STATUS IS WS-BDAT-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  LDLQ-PARM-FILE.
006800 01  LDLQ-PARM-RECORD.
006900     05  LDLQ-PARM-DATE              PIC 9(08).
007000     05  LDLQ-PARM-GRACE-DAYS        PIC 9(03).
007100     05  LDLQ-PARM-LATE-FEE          PIC 9(04)V99.
007200     05  FILLER                      PIC X(63).
007300
007400 FD  LOAN-FILE.
007500     COPY LOANREC.
007600
007700 FD  ACCOUNT-MASTER-FILE.
007800     COPY ACCTMAS.
007900
008000 FD  MEMBER-MASTER-FILE.
008100     COPY MBRMAS.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-LINE                     PIC X(80).
008401
008402 FD  BUSINESS-DATE-FILE.
008403     COPY BDATREC.
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-PARM-FILE-STATUS             PIC X(02).
008800     88  WS-PARM-FILE-OK                      VALUE '00'.
008900
009000 01  WS-LOAN-FILE-STATUS             PIC X(02).
009100     88  WS-LOAN-FILE-OK                      VALUE '00'.
009200     88  WS-LOAN-FILE-EOF                     VALUE '10'.
009300
009400 01  WS-ACCT-FILE-STATUS             PIC X(02).
009500     88  WS-ACCT-FILE-OK                      VALUE '00'.
009600
009700 01  WS-MBR-FILE-STATUS              PIC X(02).
009800     88  WS-MBR-FILE-OK                       VALUE '00'.
009900
010000 01  WS-RPT-FILE-STATUS              PIC X(02).
010100     88  WS-RPT-FILE-OK                       VALUE '00'.
010200
010300 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
010400     88  OPEN-FAILED                          VALUE 'Y'.
010500
010600 01  WS-ACCT-ON-FILE                 PIC X(01).
010700     88  ACCT-ON-FILE                         VALUE 'Y'.
010800
010900 01  WS-MBR-ON-FILE                  PIC X(01).
011000     88  MBR-ON-FILE                          VALUE 'Y'.
011100
011200 01  WS-FEE-DUE-STATE                PIC X(01).
011300     88  LATE-FEE-DUE                         VALUE 'Y'.
011400
011500 01  WS-COUNTERS.
011600     05  WS-LOANS-READ               PIC 9(07) VALUE ZERO.
011700     05  WS-LOANS-PAST-DUE           PIC 9(07) VALUE ZERO.
011800     05  WS-FEES-ASSESSED            PIC 9(07) VALUE ZERO.
011900
012000 01  WS-BUSINESS-DATE                PIC 9(08).
012100 01  WS-GRACE-DAYS                   PIC 9(03) VALUE 10.
012200 01  WS-LATE-FEE                     PIC 9(04)V99 VALUE 25.00.
012201
012202     COPY BDATEWS.
012300
012400 01  WS-LAST-LOAN-ID                 PIC X(10).
012500 01  WS-DAYS-PAST-DUE                PIC S9(05).
012600 01  WS-BUSINESS-DAYNO               PIC 9(07).
012700 01  WS-AMOUNT-OWED                  PIC S9(7)V99.
012800
012900 01  WS-DAYNO-DATE                   PIC 9(08).
013000 01  WS-DAYNO-DATE-PARTS REDEFINES WS-DAYNO-DATE.
013100     05  WS-DAYNO-YYYY               PIC 9(04).
013200     05  WS-DAYNO-MM                 PIC 9(02).
013300     05  WS-DAYNO-DD                 PIC 9(02).
013400 01  WS-DAYNO-A                      PIC 9(02).
013500 01  WS-DAYNO-Y                      PIC 9(05).
013600 01  WS-DAYNO-M                      PIC 9(02).
013700 01  WS-DAYNO-WORK                   PIC 9(07).
013800 01  WS-DAYNO-RESULT                 PIC 9(07).
013900
014000*    AGING BUCKETS - LABELS IN BUCKET ORDER
014100 01  WS-BK-LABEL-VALUES.
014200     05  FILLER                      PIC X(08) VALUE '1-29    '.
014300     05  FILLER                      PIC X(08) VALUE '30-59   '.
014400     05  FILLER                      PIC X(08) VALUE '60-89   '.
014500     05  FILLER                      PIC X(08) VALUE '90+     '.
014600 01  WS-BK-LABEL-TABLE REDEFINES WS-BK-LABEL-VALUES.
014700     05  WS-BK-LABEL                 PIC X(08) OCCURS 4 TIMES.
014800 01  WS-BK-SUB                       PIC 9(05) COMP.
014900 01  WS-BUCKET-TABLE.
015000     05  WS-BK-ENTRY OCCURS 4 TIMES.
015100         10  WS-BK-COUNT             PIC 9(07) COMP.
015200         10  WS-BK-OWED              PIC S9(9)V99 COMP-3.
015300
015400 01  WS-PASSED-OPERATION             PIC X(06) VALUE 'LATEFE'.
015500 01  WS-PASSED-AMOUNT                PIC S9(6)V99.
015600 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
015700 01  WS-OPER-STATUS                  PIC X(02).
015800 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
015900 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
016000 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'B'.
016100 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
016200
016300 01  WS-HEADING-LINE-1.
016400     05  FILLER                      PIC X(36) VALUE
016500         'LOAN DELINQUENCY / COLLECTIONS AS OF'.
016600     05  FILLER                      PIC X(01) VALUE SPACE.
016700     05  HL1-BUSINESS-DATE           PIC 9(08).
016800     05  FILLER                      PIC X(08) VALUE '  GRACE '.
016900     05  HL1-GRACE-DAYS              PIC ZZ9.
017000     05  FILLER                      PIC X(05) VALUE ' DAYS'.
017100
017200 01  WS-COLUMN-HEADING.
017300     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  FILLER                      PIC X(22) VALUE 'BORROWER'.
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  FILLER                      PIC X(10) VALUE 'TELEPHONE'.
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  FILLER                      PIC X(08) VALUE 'DUE DATE'.
018000     05  FILLER                      PIC X(01) VALUE SPACE.
018100     05  FILLER                      PIC X(04) VALUE 'DAYS'.
018200     05  FILLER                      PIC X(01) VALUE SPACE.
018300     05  FILLER                      PIC X(12) VALUE
018400         '        OWED'.
018500     05  FILLER                      PIC X(01) VALUE SPACE.
018600     05  FILLER                      PIC X(03) VALUE 'FEE'.
018700
018800 01  WS-DETAIL-LINE.
018900     05  WS-DL-ACCT-ID               PIC X(10).
019000     05  FILLER                      PIC X(01) VALUE SPACE.
019100     05  WS-DL-NAME                  PIC X(22).
019200     05  FILLER                      PIC X(01) VALUE SPACE.
019300     05  WS-DL-PHONE                 PIC X(10).
019400     05  FILLER                      PIC X(01) VALUE SPACE.
019500     05  WS-DL-DUE-DATE              PIC 9(08).
019600     05  FILLER                      PIC X(01) VALUE SPACE.
019700     05  WS-DL-DAYS                  PIC ZZZ9.
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  WS-DL-OWED                  PIC Z,ZZZ,ZZ9.99.
020000     05  FILLER                      PIC X(01) VALUE SPACE.
020100     05  WS-DL-FEE                   PIC X(07).
020200
020300 01  WS-BUCKET-HEADING.
020400     05  FILLER                      PIC X(36) VALUE
020500         'DAYS PAST DUE     LOANS         OWED'.
020600
020700 01  WS-BUCKET-LINE.
020800     05  WS-BL-LABEL                 PIC X(08).
020900     05  FILLER                      PIC X(06) VALUE SPACES.
021000     05  WS-BL-COUNT                 PIC ZZZ,ZZ9.
021100     05  FILLER                      PIC X(01) VALUE SPACE.
021200     05  WS-BL-OWED                  PIC ZZZ,ZZZ,ZZ9.99.
021300
021400 01  WS-TRAILER-LINE.
021500     05  FILLER                      PIC X(11) VALUE
021600         'LOANS READ '.
021700     05  WS-TR-READ                  PIC ZZZ,ZZ9.
021800     05  FILLER                      PIC X(04) VALUE SPACES.
021900     05  FILLER                      PIC X(09) VALUE 'PAST DUE '.
022000     05  WS-TR-PAST-DUE              PIC ZZZ,ZZ9.
022100     05  FILLER                      PIC X(04) VALUE SPACES.
022200     05  FILLER                      PIC X(13) VALUE
022300         'LATE CHARGES '.
022400     05  WS-TR-FEES                  PIC ZZZ,ZZ9.
022500
022600 PROCEDURE DIVISION.
022700
022800******************************************************************
022900* 0000-MAINLINE - DRIVE THE NIGHTLY LOAN DELINQUENCY RUN          *
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 1000-OPEN-FILES
023300     IF NOT OPEN-FAILED
023400         PERFORM 1100-READ-PARM
023500         IF NOT WS-BDAT-RUN-STOPPED
023600             PERFORM 1200-WRITE-HEADINGS
023700             PERFORM 2100-READ-NEXT-LOAN
023800             PERFORM 2000-PROCESS-LOAN UNTIL WS-LOAN-FILE-EOF
023900             PERFORM 8000-WRITE-BUCKET-TOTALS
024000             PERFORM 8100-WRITE-REPORT-TRAILER
024100             DISPLAY 'LOANDLQ: LOANS READ     - ' WS-LOANS-READ
024200             DISPLAY 'LOANDLQ: LOANS PAST DUE - '
024300                 WS-LOANS-PAST-DUE
024301             DISPLAY 'LOANDLQ: LATE CHARGES   - ' WS-FEES-ASSESSED
024302         END-IF
024303         PERFORM 9000-CLOSE-FILES
024400     END-IF
024500     STOP RUN.
024600
024700******************************************************************
024800* 1000-OPEN-FILES - OPEN THE PARM CARD, THE MASTERS AND THE       *
024900*                   COLLECTIONS REPORT. A FAILURE ON ANY OF THEM  *
025000*                   SETS WS-LOAN-FILE-EOF SO THE BROWSE LOOP IN   *
025100*                   0000-MAINLINE NEVER RUNS.                     *
025200******************************************************************
025300 1000-OPEN-FILES.
025400     OPEN INPUT LDLQ-PARM-FILE
025500     IF NOT WS-PARM-FILE-OK
025600         DISPLAY 'LOANDLQ: UNABLE TO OPEN LDLQPARM - '
025700             WS-PARM-FILE-STATUS
025800         SET WS-LOAN-FILE-EOF TO TRUE
025900         SET OPEN-FAILED TO TRUE
026000     END-IF
026100     OPEN INPUT LOAN-FILE
026200     IF NOT WS-LOAN-FILE-OK
026300         DISPLAY 'LOANDLQ: UNABLE TO OPEN LOANMAS - '
026400             WS-LOAN-FILE-STATUS
026500         SET WS-LOAN-FILE-EOF TO TRUE
026600         SET OPEN-FAILED TO TRUE
026700     END-IF
026800     OPEN INPUT ACCOUNT-MASTER-FILE
026900     IF NOT WS-ACCT-FILE-OK
027000         DISPLAY 'LOANDLQ: UNABLE TO OPEN ACCTMAS - '
027100             WS-ACCT-FILE-STATUS
027200         SET WS-LOAN-FILE-EOF TO TRUE
027300         SET OPEN-FAILED TO TRUE
027400     END-IF
027500     OPEN INPUT MEMBER-MASTER-FILE
027600     IF NOT WS-MBR-FILE-OK
027700         DISPLAY 'LOANDLQ: UNABLE TO OPEN MBRFILE - '
027800             WS-MBR-FILE-STATUS
027900         SET WS-LOAN-FILE-EOF TO TRUE
028000         SET OPEN-FAILED TO TRUE
028100     END-IF
028200     OPEN OUTPUT REPORT-FILE
028300     IF NOT WS-RPT-FILE-OK
028400         DISPLAY 'LOANDLQ: UNABLE TO OPEN RPTOUT - '
028500             WS-RPT-FILE-STATUS
028600         SET WS-LOAN-FILE-EOF TO TRUE
028700         SET OPEN-FAILED TO TRUE
028800     END-IF.
028900 1000-OPEN-FILES-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300* 1100-READ-PARM - TAKE THE BUSINESS DATE FROM THE BUSINESS-DATE  *
029400*                  CONTROL FILE AND READ THE ONE CONTROL CARD     *
029500*                  NAMING THE BUSINESS DATE, THE GRACE DAYS AND   *
029600*                  THE LATE CHARGE. A DATE ON THE CARD IS         *
029700*                  OPTIONAL BUT MUST AGREE WITH BUSDATE, OR THE   *
029701*                  RUN STOPS; A MISSING OR NON-NUMERIC GRACE      *
029702*                  PERIOD OR CHARGE KEEPS THE 10-DAY / 25.00      *
029703*                  DEFAULT. A ZERO CHARGE TURNS LATE CHARGES OFF. *
029800*                  THE AGING BUCKETS ARE CLEARED READY FOR THE    *
029900*                  RUN.                                           *
030000******************************************************************
030100 1100-READ-PARM.
030200     MOVE 'LOANDLQ' TO WS-BDAT-PROGRAM
030300     PERFORM 9600-READ-BUSINESS-DATE
030400     MOVE SPACES TO WS-BDAT-CARD-DATE-X
030500     READ LDLQ-PARM-FILE
030600         NOT AT END
030700             MOVE LDLQ-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
031300             IF LDLQ-PARM-GRACE-DAYS NUMERIC
031400                 MOVE LDLQ-PARM-GRACE-DAYS TO WS-GRACE-DAYS
031500             END-IF
031600             IF LDLQ-PARM-LATE-FEE NUMERIC
031700                 MOVE LDLQ-PARM-LATE-FEE TO WS-LATE-FEE
031800             END-IF
031900     END-READ
031901     MOVE 'LDLQPARM' TO WS-BDAT-CARD-NAME
031902     PERFORM 9620-CHECK-CARD-DATE
031903     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE
032000     MOVE WS-BUSINESS-DATE TO WS-DAYNO-DATE
032100     PERFORM 3900-COMPUTE-DAY-NUMBER
032200     MOVE WS-DAYNO-RESULT TO WS-BUSINESS-DAYNO
032300     PERFORM 1150-CLEAR-BUCKET
032400         VARYING WS-BK-SUB FROM 1 BY 1
032500         UNTIL WS-BK-SUB > 4.
032600 1100-READ-PARM-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000* 1150-CLEAR-BUCKET - ZERO ONE AGING BUCKET'S TOTALS              *
033100******************************************************************
033200 1150-CLEAR-BUCKET.
033300     MOVE ZERO TO WS-BK-COUNT (WS-BK-SUB)
033400     MOVE ZERO TO WS-BK-OWED (WS-BK-SUB).
033500 1150-CLEAR-BUCKET-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINES            *
034000******************************************************************
034100 1200-WRITE-HEADINGS.
034200     MOVE WS-BUSINESS-DATE TO HL1-BUSINESS-DATE
034300     MOVE WS-GRACE-DAYS TO HL1-GRACE-DAYS
034400     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
034500     WRITE REPORT-LINE
034600     MOVE WS-COLUMN-HEADING TO REPORT-LINE
034700     WRITE REPORT-LINE.
034800 1200-WRITE-HEADINGS-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 2000-PROCESS-LOAN - AGE ONE LOAN. A LOAN THAT IS PAID OFF OR    *
035300*                     NOT YET PAST ITS DUE DATE IS PASSED OVER;   *
035400*                     A PAST-DUE ONE IS REPORTED, AND CHARGED A   *
035500*                     LATE FEE FIRST WHEN ONE IS DUE              *
035600******************************************************************
035700 2000-PROCESS-LOAN.
035800     ADD 1 TO WS-LOANS-READ
035900     MOVE LOAN-ACCT-ID TO WS-LAST-LOAN-ID
036000     IF LOAN-ACTIVE
036100         AND LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
036200         PERFORM 2200-AGE-LOAN
036300         IF LATE-FEE-DUE
036400             PERFORM 2400-ASSESS-LATE-FEE
036500         ELSE
036600             PERFORM 2500-WRITE-DETAIL-LINE
036700             PERFORM 2100-READ-NEXT-LOAN
036800         END-IF
036900     ELSE
037000         PERFORM 2100-READ-NEXT-LOAN
037100     END-IF.
037200 2000-PROCESS-LOAN-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600* 2100-READ-NEXT-LOAN - READ THE NEXT ROW OF THE LOAN MASTER      *
037700******************************************************************
037800 2100-READ-NEXT-LOAN.
037900     READ LOAN-FILE NEXT RECORD
038000         AT END
038100             SET WS-LOAN-FILE-EOF TO TRUE
038200     END-READ.
038300 2100-READ-NEXT-LOAN-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 2200-AGE-LOAN - WORK OUT THE DAYS PAST DUE AND THE AMOUNT OWED, *
038800*                 PULL THE BORROWER'S NAME AND TELEPHONE, AND     *
038900*                 DECIDE WHETHER THIS INSTALLMENT HAS EARNED ITS  *
039000*                 LATE CHARGE: PAST THE GRACE PERIOD AND NOT      *
039100*                 ALREADY CHARGED FOR THIS DUE DATE               *
039200******************************************************************
039300 2200-AGE-LOAN.
039400     ADD 1 TO WS-LOANS-PAST-DUE
039500     MOVE LOAN-NEXT-DUE-DATE TO WS-DAYNO-DATE
039600     PERFORM 3900-COMPUTE-DAY-NUMBER
039700     COMPUTE WS-DAYS-PAST-DUE =
039800         WS-BUSINESS-DAYNO - WS-DAYNO-RESULT
039900     PERFORM 2300-READ-ACCOUNT
040000     IF ACCT-ON-FILE
040100         COMPUTE WS-AMOUNT-OWED = ZERO - ACCT-BALANCE
040200     ELSE
040300         MOVE ZERO TO WS-AMOUNT-OWED
040400     END-IF
040500     PERFORM 2350-READ-MEMBER
040600     MOVE LOAN-ACCT-ID TO WS-DL-ACCT-ID
040700     MOVE MBR-NAME TO WS-DL-NAME
040800     MOVE MBR-PHONE TO WS-DL-PHONE
040900     MOVE LOAN-NEXT-DUE-DATE TO WS-DL-DUE-DATE
041000     MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
041100     MOVE SPACES TO WS-DL-FEE
041200     MOVE 'N' TO WS-FEE-DUE-STATE
041300     IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
041400         AND WS-LATE-FEE > ZERO
041500         AND ACCT-ON-FILE
041600         AND LOAN-LATE-FEE-DUE-DATE NOT = LOAN-NEXT-DUE-DATE
041700         MOVE 'Y' TO WS-FEE-DUE-STATE
041800     END-IF.
041900 2200-AGE-LOAN-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300* 2300-READ-ACCOUNT - LOOK UP THE LOAN'S ACCOUNT MASTER ROW       *
042400******************************************************************
042500 2300-READ-ACCOUNT.
042600     MOVE 'Y' TO WS-ACCT-ON-FILE
042700     MOVE LOAN-ACCT-ID TO ACCT-ID
042800     READ ACCOUNT-MASTER-FILE
042900         INVALID KEY
043000             MOVE 'N' TO WS-ACCT-ON-FILE
043100     END-READ.
043200 2300-READ-ACCOUNT-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 2350-READ-MEMBER - LOOK THE BORROWER UP ON THE MEMBER MASTER    *
043700******************************************************************
043800 2350-READ-MEMBER.
043900     MOVE 'Y' TO WS-MBR-ON-FILE
044000     MOVE LOAN-ACCT-ID TO MBR-ACCT-ID
044100     READ MEMBER-MASTER-FILE
044200         INVALID KEY
044300             MOVE 'N' TO WS-MBR-ON-FILE
044400     END-READ
044500     IF NOT MBR-ON-FILE
044600         MOVE SPACES TO MBR-MASTER-RECORD
044700         MOVE 'NOT ON MEMBER MASTER' TO MBR-NAME
044800     END-IF.
044900 2350-READ-MEMBER-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 2400-ASSESS-LATE-FEE - CLOSE THE MASTERS, POST THE LATE CHARGE  *
045400*                        THROUGH OPERATIONS, REPORT THE LOAN WITH *
045500*                        ITS NEW BALANCE, THEN REOPEN AND RESUME  *
045600*                        THE BROWSE AFTER THE LOAN JUST CHARGED   *
045700******************************************************************
045800 2400-ASSESS-LATE-FEE.
045900     CLOSE LOAN-FILE
046000     CLOSE ACCOUNT-MASTER-FILE
046100     MOVE WS-LATE-FEE TO WS-PASSED-AMOUNT
046200     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-LOAN-ID
046300         WS-PASSED-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
046400         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
046500         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
046600     IF WS-OPER-STATUS = '00'
046700         ADD 1 TO WS-FEES-ASSESSED
046800         COMPUTE WS-AMOUNT-OWED = ZERO - WS-RETURNED-BALANCE
046900         MOVE 'CHARGED' TO WS-DL-FEE
047000     ELSE
047100         MOVE 'FAIL-' TO WS-DL-FEE
047200         MOVE WS-OPER-STATUS TO WS-DL-FEE (6:2)
047300         DISPLAY 'LOANDLQ: LATE CHARGE NOT POSTED FOR '
047400             WS-LAST-LOAN-ID ' STATUS ' WS-OPER-STATUS
047500     END-IF
047600     PERFORM 2500-WRITE-DETAIL-LINE
047700     OPEN INPUT ACCOUNT-MASTER-FILE
047800     OPEN INPUT LOAN-FILE
047900     MOVE WS-LAST-LOAN-ID TO LOAN-ACCT-ID
048000     START LOAN-FILE KEY IS GREATER THAN LOAN-ACCT-ID
048100         INVALID KEY
048200             SET WS-LOAN-FILE-EOF TO TRUE
048300     END-START
048400     IF NOT WS-LOAN-FILE-EOF
048500         PERFORM 2100-READ-NEXT-LOAN
048600     END-IF.
048700 2400-ASSESS-LATE-FEE-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 2500-WRITE-DETAIL-LINE - WRITE THE LOAN'S COLLECTIONS LINE AND  *
049200*                          ADD IT TO ITS AGING BUCKET             *
049300******************************************************************
049400 2500-WRITE-DETAIL-LINE.
049500     EVALUATE TRUE
049600         WHEN WS-DAYS-PAST-DUE < 30
049700             MOVE 1 TO WS-BK-SUB
049800         WHEN WS-DAYS-PAST-DUE < 60
049900             MOVE 2 TO WS-BK-SUB
050000         WHEN WS-DAYS-PAST-DUE < 90
050100             MOVE 3 TO WS-BK-SUB
050200         WHEN OTHER
050300             MOVE 4 TO WS-BK-SUB
050400     END-EVALUATE
050500     ADD 1 TO WS-BK-COUNT (WS-BK-SUB)
050600     ADD WS-AMOUNT-OWED TO WS-BK-OWED (WS-BK-SUB)
050700     MOVE WS-AMOUNT-OWED TO WS-DL-OWED
050800     MOVE WS-DETAIL-LINE TO REPORT-LINE
050900     WRITE REPORT-LINE.
051000 2500-WRITE-DETAIL-LINE-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400* 3900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DAYNO-   *
051500*                           DATE INTO A CONTINUOUS DAY NUMBER IN  *
051600*                           WS-DAYNO-RESULT (THE JULIAN DAY       *
051700*                           NUMBER), THE SAME WAY OPERATIONS      *
051800*                           COUNTS LOAN INTEREST DAYS. EVERY      *
051900*                           DIVISION IS WHOLE-NUMBER DIVISION.    *
052000******************************************************************
052100 3900-COMPUTE-DAY-NUMBER.
052200     COMPUTE WS-DAYNO-A = (14 - WS-DAYNO-MM) / 12
052300     COMPUTE WS-DAYNO-Y = WS-DAYNO-YYYY + 4800 - WS-DAYNO-A
052400     COMPUTE WS-DAYNO-M = WS-DAYNO-MM + (12 * WS-DAYNO-A) - 3
052500     COMPUTE WS-DAYNO-WORK = ((153 * WS-DAYNO-M) + 2) / 5
052600     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-DD + WS-DAYNO-WORK
052700         + (365 * WS-DAYNO-Y) - 32045
052800     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-WORK
052900     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
053000     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-WORK
053100     SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
053200     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-WORK
053300     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT.
053400 3900-COMPUTE-DAY-NUMBER-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 8000-WRITE-BUCKET-TOTALS - PRINT THE COUNT AND AMOUNT OWED IN   *
053900*                            EACH AGING BUCKET                    *
054000******************************************************************
054100 8000-WRITE-BUCKET-TOTALS.
054200     MOVE SPACES TO REPORT-LINE
054300     WRITE REPORT-LINE
054400     MOVE WS-BUCKET-HEADING TO REPORT-LINE
054500     WRITE REPORT-LINE
054600     PERFORM 8010-WRITE-BUCKET-LINE
054700         VARYING WS-BK-SUB FROM 1 BY 1
054800         UNTIL WS-BK-SUB > 4.
054900 8000-WRITE-BUCKET-TOTALS-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 8010-WRITE-BUCKET-LINE - PRINT ONE AGING BUCKET                 *
055400******************************************************************
055500 8010-WRITE-BUCKET-LINE.
055600     MOVE WS-BK-LABEL (WS-BK-SUB) TO WS-BL-LABEL
055700     MOVE WS-BK-COUNT (WS-BK-SUB) TO WS-BL-COUNT
055800     MOVE WS-BK-OWED (WS-BK-SUB) TO WS-BL-OWED
055900     MOVE WS-BUCKET-LINE TO REPORT-LINE
056000     WRITE REPORT-LINE.
056100 8010-WRITE-BUCKET-LINE-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* 8100-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY LINE          *
056600******************************************************************
056700 8100-WRITE-REPORT-TRAILER.
056800     MOVE WS-LOANS-READ TO WS-TR-READ
056900     MOVE WS-LOANS-PAST-DUE TO WS-TR-PAST-DUE
057000     MOVE WS-FEES-ASSESSED TO WS-TR-FEES
057100     MOVE SPACES TO REPORT-LINE
057200     WRITE REPORT-LINE
057300     MOVE WS-TRAILER-LINE TO REPORT-LINE
057400     WRITE REPORT-LINE.
057500 8100-WRITE-REPORT-TRAILER-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
058000******************************************************************
058100 9000-CLOSE-FILES.
058200     CLOSE LDLQ-PARM-FILE
058300     CLOSE LOAN-FILE
058400     CLOSE ACCOUNT-MASTER-FILE
058500     CLOSE MEMBER-MASTER-FILE
058600     CLOSE REPORT-FILE.
058700 9000-CLOSE-FILES-EXIT.
058800     EXIT.
058801
058802     COPY BDATEPRC.
