000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  ODAGING                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     NIGHTLY OVERDRAWN ACCOUNT AGING AND CHARGE-OFF  *
001000*                 RUN. BROWSES THE ACCOUNT MASTER FOR DEPOSIT     *
001100*                 ACCOUNTS WITH A NEGATIVE BALANCE AND AGES EACH  *
001200*                 FROM THE DATE IT FIRST WENT NEGATIVE (ACCT-     *
001300*                 OVERDRAWN-DATE, KEPT BY THE POSTING LOGIC)      *
001400*                 AGAINST THE BUSDATE BUSINESS DATE: 1-15,        *
001500*                 16-30, 31-60 AND OVER 60 DAYS. EVERY OVERDRAWN  *
001600*                 ACCOUNT IS LISTED WITH THE PRIMARY OWNER'S NAME *
001700*                 AND TELEPHONE FROM THE CUSTOMER INFORMATION     *
001800*                 FILE, FOLLOWED BY THE COUNT AND AMOUNT          *
001900*                 OVERDRAWN IN EACH BUCKET.                       *
002000*                                                                 *
002100*                 AN ACCOUNT OVERDRAWN LONGER THAN THE CHARGE-OFF *
002200*                 THRESHOLD ON THE PARM CARD IS CHARGED OFF       *
002300*                 THROUGH OPERATIONS (OPERATION 'CHGOFF'), WHICH  *
002400*                 JOURNALS THE OFFSETTING ENTRY, BRINGS THE       *
002500*                 BALANCE TO ZERO AND SETS THE CHARGED-OFF STATUS *
002600*                 THAT BLOCKS FURTHER DEBITS. EACH CHARGE-OFF IS  *
002700*                 WRITTEN TO THE CHARGE-OFF EXTRACT (COPYBOOK     *
002800*                 CHGOEXT) FOR COLLECTIONS AND THE GL.            *
002900*                                                                 *
003000*                 AN ACCOUNT THAT WENT NEGATIVE BEFORE THE        *
003100*                 OVERDRAWN DATE WAS KEPT HAS NONE ON FILE; IT IS *
003200*                 AGED FROM ITS LAST ACTIVITY DATE INSTEAD AND    *
003300*                 FLAGGED 'E' (ESTIMATED) ON THE REPORT. LIKE THE *
003400*                 LOAN DELINQUENCY RUN, THE ACCOUNT MASTER IS     *
003500*                 CLOSED AROUND EACH CALL SO OPERATIONS CAN OPEN  *
003600*                 IT FOR UPDATE, AND THE BROWSE RESUMES AFTER THE *
003700*                 ACCOUNT JUST CHARGED OFF.                       *
003800*                                                                 *
003900*    MODIFICATION HISTORY                                        *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    ---------- ----  ----------------------------------------   *
004200*    2026-10-05 DP    ORIGINAL PROGRAM - OVERDRAWN AGING AND      *
004300*                     CHARGE-OFF                                  *
004301*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
004302*                     BUSDATE CONTROL FILE; AN ODAGPARM DATE THAT *
004303*                     DISAGREES STOPS THE RUN (RC 16).            *
004304*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
004305*                     DATE IS NOT REFUSED AS A BAD DATE           *
004400******************************************************************
004500 PROGRAM-ID. OdAging.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ODAG-PARM-FILE ASSIGN TO "ODAGPARM"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PARM-FILE-STATUS.
005300
005400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ACCT-ID
005800         FILE STATUS IS WS-ACCT-FILE-STATUS.
005900
006000     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CUST-MEMBER-NO
006400         FILE STATUS IS WS-CUST-FILE-STATUS.
006500
006600     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS REL-KEY
007000         FILE STATUS IS WS-REL-FILE-STATUS.
007100
007200     SELECT EXTRACT-FILE ASSIGN TO "CHGOEXT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-EXT-FILE-STATUS.
007500
007600     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-RPT-FILE-STATUS.
007801
007802     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007803         ORGANIZATION IS SEQUENTIAL
007804         FILE STATUS IS WS-BDAT-FILE-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ODAG-PARM-FILE.
008300 01  ODAG-PARM-RECORD.
008400     05  ODAG-PARM-DATE              PIC 9(08).
008500     05  ODAG-PARM-CHGOFF-DAYS       PIC 9(03).
008600     05  FILLER                      PIC X(69).
008700
008800 FD  ACCOUNT-MASTER-FILE.
008900     COPY ACCTMAS.
009000
009100 FD  CUSTOMER-FILE.
009200     COPY CUSTREC.
009300
009400 FD  RELATIONSHIP-FILE.
009500     COPY RELREC.
009600
009700 FD  EXTRACT-FILE.
009800     COPY CHGOEXT.
009900
010000 FD  REPORT-FILE.
010100 01  REPORT-LINE                     PIC X(80).
010101
010102 FD  BUSINESS-DATE-FILE.
010103     COPY BDATREC.
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-PARM-FILE-STATUS             PIC X(02).
010500     88  WS-PARM-FILE-OK                      VALUE '00'.
010600
010700 01  WS-ACCT-FILE-STATUS             PIC X(02).
010800     88  WS-ACCT-FILE-OK                      VALUE '00'.
010900     88  WS-ACCT-FILE-EOF                     VALUE '10'.
011000
011100     COPY OWNRLKWS.
011200
011300 01  WS-EXT-FILE-STATUS              PIC X(02).
011400     88  WS-EXT-FILE-OK                       VALUE '00'.
011500
011600 01  WS-RPT-FILE-STATUS              PIC X(02).
011700     88  WS-RPT-FILE-OK                       VALUE '00'.
011800
011900 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
012000     88  OPEN-FAILED                          VALUE 'Y'.
012100
012200 01  WS-CHGOFF-DUE-STATE             PIC X(01).
012300     88  CHARGE-OFF-DUE                       VALUE 'Y'.
012400
012500 01  WS-COUNTERS.
012600     05  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
012700     05  WS-ACCOUNTS-OVERDRAWN       PIC 9(07) VALUE ZERO.
012800     05  WS-ACCOUNTS-CHARGED-OFF     PIC 9(07) VALUE ZERO.
012900
013000 01  WS-CHARGED-OFF-AMOUNT           PIC S9(9)V99 COMP-3
013100                                     VALUE ZERO.
013200
013300 01  WS-BUSINESS-DATE                PIC 9(08).
013400 01  WS-CHGOFF-DAYS                  PIC 9(03) VALUE 60.
013401
013402     COPY BDATEWS.
013500
013600 01  WS-LAST-ACCT-ID                 PIC X(10).
013700 01  WS-OVERDRAWN-DATE               PIC 9(08).
013800 01  WS-DAYS-OVERDRAWN               PIC S9(05).
013900 01  WS-BUSINESS-DAYNO               PIC 9(07).
014000 01  WS-AMOUNT-OVERDRAWN             PIC S9(7)V99.
014100
014200 01  WS-DAYNO-DATE                   PIC 9(08).
014300 01  WS-DAYNO-DATE-PARTS REDEFINES WS-DAYNO-DATE.
014400     05  WS-DAYNO-YYYY               PIC 9(04).
014500     05  WS-DAYNO-MM                 PIC 9(02).
014600     05  WS-DAYNO-DD                 PIC 9(02).
014700 01  WS-DAYNO-A                      PIC 9(02).
014800 01  WS-DAYNO-Y                      PIC 9(05).
014900 01  WS-DAYNO-M                      PIC 9(02).
015000 01  WS-DAYNO-WORK                   PIC 9(07).
015100 01  WS-DAYNO-RESULT                 PIC 9(07).
015200
015300*    AGING BUCKETS - LABELS IN BUCKET ORDER
015400 01  WS-BK-LABEL-VALUES.
015500     05  FILLER                      PIC X(08) VALUE '1-15    '.
015600     05  FILLER                      PIC X(08) VALUE '16-30   '.
015700     05  FILLER                      PIC X(08) VALUE '31-60   '.
015800     05  FILLER                      PIC X(08) VALUE 'OVER 60 '.
015900 01  WS-BK-LABEL-TABLE REDEFINES WS-BK-LABEL-VALUES.
016000     05  WS-BK-LABEL                 PIC X(08) OCCURS 4 TIMES.
016100 01  WS-BK-SUB                       PIC 9(05) COMP.
016200 01  WS-BUCKET-TABLE.
016300     05  WS-BK-ENTRY OCCURS 4 TIMES.
016400         10  WS-BK-COUNT             PIC 9(07) COMP.
016500         10  WS-BK-AMOUNT            PIC S9(9)V99 COMP-3.
016600
016700 01  WS-PASSED-OPERATION             PIC X(06) VALUE 'CHGOFF'.
016800 01  WS-PASSED-AMOUNT                PIC S9(6)V99.
016900 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
017000 01  WS-OPER-STATUS                  PIC X(02).
017100 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
017200 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
017300 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'B'.
017400 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
017500
017600 01  WS-HEADING-LINE-1.
017700     05  FILLER                      PIC X(29) VALUE
017800         'OVERDRAWN ACCOUNT AGING AS OF'.
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  HL1-BUSINESS-DATE           PIC 9(08).
018100     05  FILLER                      PIC X(20) VALUE
018200         '  CHARGE-OFF AFTER '.
018300     05  HL1-CHGOFF-DAYS             PIC ZZ9.
018400     05  FILLER                      PIC X(05) VALUE ' DAYS'.
018500
018600 01  WS-COLUMN-HEADING.
018700     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
018800     05  FILLER                      PIC X(01) VALUE SPACE.
018900     05  FILLER                      PIC X(20) VALUE 'OWNER'.
019000     05  FILLER                      PIC X(01) VALUE SPACE.
019100     05  FILLER                      PIC X(10) VALUE 'TELEPHONE'.
019200     05  FILLER                      PIC X(01) VALUE SPACE.
019300     05  FILLER                      PIC X(09) VALUE 'OD SINCE'.
019400     05  FILLER                      PIC X(01) VALUE SPACE.
019500     05  FILLER                      PIC X(04) VALUE 'DAYS'.
019600     05  FILLER                      PIC X(01) VALUE SPACE.
019700     05  FILLER                      PIC X(12) VALUE
019800         '   OVERDRAWN'.
019900     05  FILLER                      PIC X(01) VALUE SPACE.
020000     05  FILLER                      PIC X(07) VALUE 'ACTION'.
020100
020200 01  WS-DETAIL-LINE.
020300     05  WS-DL-ACCT-ID               PIC X(10).
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  WS-DL-NAME                  PIC X(20).
020600     05  FILLER                      PIC X(01) VALUE SPACE.
020700     05  WS-DL-PHONE                 PIC X(10).
020800     05  FILLER                      PIC X(01) VALUE SPACE.
020900     05  WS-DL-OVERDRAWN-DATE        PIC 9(08).
021000     05  WS-DL-ESTIMATED             PIC X(01).
021100     05  FILLER                      PIC X(01) VALUE SPACE.
021200     05  WS-DL-DAYS                  PIC ZZZ9.
021300     05  FILLER                      PIC X(01) VALUE SPACE.
021400     05  WS-DL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
021500     05  FILLER                      PIC X(01) VALUE SPACE.
021600     05  WS-DL-ACTION                PIC X(07).
021700
021800 01  WS-BUCKET-HEADING.
021900     05  FILLER                      PIC X(40) VALUE
022000         'DAYS OVERDRAWN  ACCOUNTS       OVERDRAWN'.
022100
022200 01  WS-BUCKET-LINE.
022300     05  WS-BL-LABEL                 PIC X(08).
022400     05  FILLER                      PIC X(09) VALUE SPACES.
022500     05  WS-BL-COUNT                 PIC ZZZ,ZZ9.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  WS-BL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
022800
022900 01  WS-TRAILER-LINE.
023000     05  FILLER                      PIC X(14) VALUE
023100         'ACCOUNTS READ '.
023200     05  WS-TR-READ                  PIC ZZZ,ZZ9.
023300     05  FILLER                      PIC X(04) VALUE SPACES.
023400     05  FILLER                      PIC X(10) VALUE 'OVERDRAWN '.
023500     05  WS-TR-OVERDRAWN             PIC ZZZ,ZZ9.
023600     05  FILLER                      PIC X(04) VALUE SPACES.
023700     05  FILLER                      PIC X(12) VALUE
023800         'CHARGED OFF '.
023900     05  WS-TR-CHARGED-OFF           PIC ZZZ,ZZ9.
024000
024100 01  WS-CHARGED-OFF-LINE.
024200     05  FILLER                      PIC X(24) VALUE
024300         'TOTAL CHARGED OFF       '.
024400     05  WS-CL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
024500
024600 PROCEDURE DIVISION.
024700
024800******************************************************************
024900* 0000-MAINLINE - DRIVE THE NIGHTLY OVERDRAWN AGING RUN           *
025000******************************************************************
025100 0000-MAINLINE.
025200     PERFORM 1000-OPEN-FILES
025300     IF NOT OPEN-FAILED
025400         PERFORM 1100-READ-PARM
025500         IF NOT WS-BDAT-RUN-STOPPED
025600             PERFORM 1200-WRITE-HEADINGS
025700             PERFORM 2100-READ-NEXT-ACCOUNT
025800             PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-ACCT-FILE-EOF
025900             PERFORM 8000-WRITE-BUCKET-TOTALS
026000             PERFORM 8100-WRITE-REPORT-TRAILER
026100             DISPLAY 'ODAGING: ACCOUNTS READ      - '
026200                 WS-ACCOUNTS-READ
026300             DISPLAY 'ODAGING: ACCOUNTS OVERDRAWN - '
026400                 WS-ACCOUNTS-OVERDRAWN
026500             DISPLAY 'ODAGING: ACCOUNTS CHGD OFF  - '
026501                 WS-ACCOUNTS-CHARGED-OFF
026502         END-IF
026503         PERFORM 9000-CLOSE-FILES
026600     END-IF
026700     STOP RUN.
026800
026900******************************************************************
027000* 1000-OPEN-FILES - OPEN THE PARM CARD, THE MASTERS, THE EXTRACT  *
027100*                   AND THE AGING REPORT. A FAILURE ON ANY OF     *
027200*                   THEM SETS WS-ACCT-FILE-EOF SO THE BROWSE LOOP *
027300*                   IN 0000-MAINLINE NEVER RUNS.                  *
027400******************************************************************
027500 1000-OPEN-FILES.
027600     OPEN INPUT ODAG-PARM-FILE
027700     IF NOT WS-PARM-FILE-OK
027800         DISPLAY 'ODAGING: UNABLE TO OPEN ODAGPARM - '
027900             WS-PARM-FILE-STATUS
028000         SET WS-ACCT-FILE-EOF TO TRUE
028100         SET OPEN-FAILED TO TRUE
028200     END-IF
028300     OPEN INPUT ACCOUNT-MASTER-FILE
028400     IF NOT WS-ACCT-FILE-OK
028500         DISPLAY 'ODAGING: UNABLE TO OPEN ACCTMAS - '
028600             WS-ACCT-FILE-STATUS
028700         SET WS-ACCT-FILE-EOF TO TRUE
028800         SET OPEN-FAILED TO TRUE
028900     END-IF
029000     OPEN INPUT CUSTOMER-FILE
029100     IF NOT WS-CUST-FILE-OK
029200         DISPLAY 'ODAGING: UNABLE TO OPEN CUSTMAS - '
029300             WS-CUST-FILE-STATUS
029400         SET WS-ACCT-FILE-EOF TO TRUE
029500         SET OPEN-FAILED TO TRUE
029600     END-IF
029700     OPEN INPUT RELATIONSHIP-FILE
029800     IF NOT WS-REL-FILE-OK
029900         DISPLAY 'ODAGING: UNABLE TO OPEN RELMAS - '
030000             WS-REL-FILE-STATUS
030100         SET WS-ACCT-FILE-EOF TO TRUE
030200         SET OPEN-FAILED TO TRUE
030300     END-IF
030400     OPEN OUTPUT EXTRACT-FILE
030500     IF NOT WS-EXT-FILE-OK
030600         DISPLAY 'ODAGING: UNABLE TO OPEN CHGOEXT - '
030700             WS-EXT-FILE-STATUS
030800         SET WS-ACCT-FILE-EOF TO TRUE
030900         SET OPEN-FAILED TO TRUE
031000     END-IF
031100     OPEN OUTPUT REPORT-FILE
031200     IF NOT WS-RPT-FILE-OK
031300         DISPLAY 'ODAGING: UNABLE TO OPEN RPTOUT - '
031400             WS-RPT-FILE-STATUS
031500         SET WS-ACCT-FILE-EOF TO TRUE
031600         SET OPEN-FAILED TO TRUE
031700     END-IF.
031800 1000-OPEN-FILES-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200* 1100-READ-PARM - TAKE THE BUSINESS DATE FROM THE BUSINESS-DATE  *
032300*                  CONTROL FILE AND READ THE ONE CONTROL CARD     *
032400*                  NAMING THE BUSINESS DATE AND THE CHARGE-OFF    *
032500*                  THRESHOLD IN DAYS. A DATE ON THE CARD IS       *
032501*                  OPTIONAL BUT MUST AGREE WITH BUSDATE, OR THE   *
032502*                  RUN STOPS; A MISSING OR NON-NUMERIC THRESHOLD  *
032600*                  KEEPS THE 60-DAY DEFAULT. A ZERO THRESHOLD     *
032700*                  TURNS CHARGE-OFF OFF AND THE RUN ONLY REPORTS. *
032800*                  THE AGING BUCKETS ARE CLEARED READY FOR THE    *
032900*                  RUN.                                           *
033000******************************************************************
033100 1100-READ-PARM.
033200     MOVE 'ODAGING' TO WS-BDAT-PROGRAM
033300     PERFORM 9600-READ-BUSINESS-DATE
033400     MOVE SPACES TO WS-BDAT-CARD-DATE-X
033500     READ ODAG-PARM-FILE
033600         NOT AT END
033700             MOVE ODAG-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
034300             IF ODAG-PARM-CHGOFF-DAYS NUMERIC
034400                 MOVE ODAG-PARM-CHGOFF-DAYS TO WS-CHGOFF-DAYS
034500             END-IF
034600     END-READ
034601     MOVE 'ODAGPARM' TO WS-BDAT-CARD-NAME
034602     PERFORM 9620-CHECK-CARD-DATE
034603     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE
034700     MOVE WS-BUSINESS-DATE TO WS-DAYNO-DATE
034800     PERFORM 3900-COMPUTE-DAY-NUMBER
034900     MOVE WS-DAYNO-RESULT TO WS-BUSINESS-DAYNO
035000     PERFORM 1150-CLEAR-BUCKET
035100         VARYING WS-BK-SUB FROM 1 BY 1
035200         UNTIL WS-BK-SUB > 4.
035300 1100-READ-PARM-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 1150-CLEAR-BUCKET - ZERO ONE AGING BUCKET'S TOTALS              *
035800******************************************************************
035900 1150-CLEAR-BUCKET.
036000     MOVE ZERO TO WS-BK-COUNT (WS-BK-SUB)
036100     MOVE ZERO TO WS-BK-AMOUNT (WS-BK-SUB).
036200 1150-CLEAR-BUCKET-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINES            *
036700******************************************************************
036800 1200-WRITE-HEADINGS.
036900     MOVE WS-BUSINESS-DATE TO HL1-BUSINESS-DATE
037000     MOVE WS-CHGOFF-DAYS TO HL1-CHGOFF-DAYS
037100     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
037200     WRITE REPORT-LINE
037300     MOVE WS-COLUMN-HEADING TO REPORT-LINE
037400     WRITE REPORT-LINE.
037500 1200-WRITE-HEADINGS-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 2000-PROCESS-ACCOUNT - AGE ONE ACCOUNT. ONLY A DEPOSIT ACCOUNT  *
038000*                        WITH A NEGATIVE BALANCE IS AGED - A      *
038100*                        LOAN'S BALANCE IS ALWAYS NEGATIVE, AND A *
038200*                        CLOSED OR CHARGED-OFF ACCOUNT IS DONE    *
038300*                        WITH. AN OVERDRAWN ONE IS REPORTED, AND  *
038400*                        CHARGED OFF FIRST WHEN IT IS PAST THE    *
038500*                        THRESHOLD.                               *
038600******************************************************************
038700 2000-PROCESS-ACCOUNT.
038800     ADD 1 TO WS-ACCOUNTS-READ
038900     MOVE ACCT-ID TO WS-LAST-ACCT-ID
039000     IF ACCT-BALANCE < ZERO
039100         AND NOT ACCT-TYPE-LOAN
039200         AND NOT ACCT-CLOSED
039300         AND NOT ACCT-CHARGED-OFF
039400         PERFORM 2200-AGE-ACCOUNT
039500         IF CHARGE-OFF-DUE
039600             PERFORM 2400-CHARGE-OFF-ACCOUNT
039700         ELSE
039800             PERFORM 2500-WRITE-DETAIL-LINE
039900             PERFORM 2100-READ-NEXT-ACCOUNT
040000         END-IF
040100     ELSE
040200         PERFORM 2100-READ-NEXT-ACCOUNT
040300     END-IF.
040400 2000-PROCESS-ACCOUNT-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 2100-READ-NEXT-ACCOUNT - READ THE NEXT ROW OF THE ACCOUNT       *
040900*                          MASTER                                 *
041000******************************************************************
041100 2100-READ-NEXT-ACCOUNT.
041200     READ ACCOUNT-MASTER-FILE NEXT RECORD
041300         AT END
041400             SET WS-ACCT-FILE-EOF TO TRUE
041500     END-READ.
041600 2100-READ-NEXT-ACCOUNT-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000* 2200-AGE-ACCOUNT - WORK OUT HOW LONG THE ACCOUNT HAS BEEN       *
042100*                    NEGATIVE AND BY HOW MUCH, PULL THE OWNER'S   *
042200*                    NAME AND TELEPHONE, AND DECIDE WHETHER IT IS *
042300*                    DUE FOR CHARGE-OFF. WITH NO OVERDRAWN DATE   *
042400*                    ON FILE THE LAST ACTIVITY DATE STANDS IN     *
042500*                    (OR, FAILING THAT, TODAY) AND THE LINE IS    *
042600*                    FLAGGED 'E'. A DATE AHEAD OF THE BUSINESS    *
042700*                    DATE COUNTS AS ZERO DAYS.                    *
042800******************************************************************
042900 2200-AGE-ACCOUNT.
043000     ADD 1 TO WS-ACCOUNTS-OVERDRAWN
043100     MOVE SPACE TO WS-DL-ESTIMATED
043200     IF ACCT-OVERDRAWN-DATE NUMERIC
043300         AND ACCT-OVERDRAWN-DATE > ZERO
043400         MOVE ACCT-OVERDRAWN-DATE TO WS-OVERDRAWN-DATE
043500     ELSE
043600         MOVE 'E' TO WS-DL-ESTIMATED
043700         IF ACCT-LAST-ACTIVITY-DATE NUMERIC
043800             AND ACCT-LAST-ACTIVITY-DATE > ZERO
043900             MOVE ACCT-LAST-ACTIVITY-DATE TO WS-OVERDRAWN-DATE
044000         ELSE
044100             MOVE WS-BUSINESS-DATE TO WS-OVERDRAWN-DATE
044200         END-IF
044300     END-IF
044400     MOVE WS-OVERDRAWN-DATE TO WS-DAYNO-DATE
044500     PERFORM 3900-COMPUTE-DAY-NUMBER
044600     COMPUTE WS-DAYS-OVERDRAWN =
044700         WS-BUSINESS-DAYNO - WS-DAYNO-RESULT
044800     IF WS-DAYS-OVERDRAWN < ZERO
044900         MOVE ZERO TO WS-DAYS-OVERDRAWN
045000     END-IF
045100     COMPUTE WS-AMOUNT-OVERDRAWN = ZERO - ACCT-BALANCE
045200     PERFORM 2300-READ-OWNER
045300     MOVE WS-LAST-ACCT-ID TO WS-DL-ACCT-ID
045400     MOVE CUST-NAME TO WS-DL-NAME
045500     MOVE CUST-PHONE TO WS-DL-PHONE
045600     MOVE WS-OVERDRAWN-DATE TO WS-DL-OVERDRAWN-DATE
045700     MOVE WS-DAYS-OVERDRAWN TO WS-DL-DAYS
045800     MOVE SPACES TO WS-DL-ACTION
045900     MOVE 'N' TO WS-CHGOFF-DUE-STATE
046000     IF WS-CHGOFF-DAYS > ZERO
046100         AND WS-DAYS-OVERDRAWN > WS-CHGOFF-DAYS
046200         MOVE 'Y' TO WS-CHGOFF-DUE-STATE
046300     END-IF.
046400 2200-AGE-ACCOUNT-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* 2300-READ-OWNER - LOOK THE ACCOUNT'S PRIMARY OWNER UP ON THE    *
046900*                   CUSTOMER FILE. AN ACCOUNT WITH NO PRIMARY     *
047000*                   OWNER ON FILE IS STILL AGED AND CHARGED OFF,  *
047100*                   WITH THE NAME SAYING SO FOR COLLECTIONS TO    *
047200*                   CHASE.                                        *
047300******************************************************************
047400 2300-READ-OWNER.
047500     MOVE WS-LAST-ACCT-ID TO WS-OWN-ACCT-ID
047600     PERFORM 9500-LOOKUP-OWNER
047700     IF NOT WS-OWNER-FOUND
047800         MOVE SPACES TO CUST-RECORD
047900         MOVE 'OWNER NOT ON CUSTOMER FILE' TO CUST-NAME
048000     END-IF.
048100 2300-READ-OWNER-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 2400-CHARGE-OFF-ACCOUNT - CLOSE THE MASTER, CHARGE THE ACCOUNT  *
048600*                           OFF THROUGH OPERATIONS FOR EXACTLY    *
048700*                           THE AMOUNT OVERDRAWN, WRITE THE       *
048800*                           EXTRACT AND REPORT LINES, THEN REOPEN *
048900*                           AND RESUME THE BROWSE AFTER THE       *
049000*                           ACCOUNT JUST CHARGED OFF. A REFUSAL   *
049100*                           IS REPORTED AS FAIL- AND THE STATUS.  *
049200******************************************************************
049300 2400-CHARGE-OFF-ACCOUNT.
049400     CLOSE ACCOUNT-MASTER-FILE
049500     MOVE WS-AMOUNT-OVERDRAWN TO WS-PASSED-AMOUNT
049600     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-ACCT-ID
049700         WS-PASSED-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
049800         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
049900         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
050000     IF WS-OPER-STATUS = '00'
050100         ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
050200         ADD WS-AMOUNT-OVERDRAWN TO WS-CHARGED-OFF-AMOUNT
050300         MOVE 'CHARGED' TO WS-DL-ACTION
050400         PERFORM 3000-WRITE-EXTRACT-RECORD
050500     ELSE
050600         MOVE 'FAIL-' TO WS-DL-ACTION
050700         MOVE WS-OPER-STATUS TO WS-DL-ACTION (6:2)
050800         DISPLAY 'ODAGING: CHARGE-OFF NOT POSTED FOR '
050900             WS-LAST-ACCT-ID ' STATUS ' WS-OPER-STATUS
051000     END-IF
051100     PERFORM 2500-WRITE-DETAIL-LINE
051200     OPEN INPUT ACCOUNT-MASTER-FILE
051300     MOVE WS-LAST-ACCT-ID TO ACCT-ID
051400     START ACCOUNT-MASTER-FILE KEY IS GREATER THAN ACCT-ID
051500         INVALID KEY
051600             SET WS-ACCT-FILE-EOF TO TRUE
051700     END-START
051800     IF NOT WS-ACCT-FILE-EOF
051900         PERFORM 2100-READ-NEXT-ACCOUNT
052000     END-IF.
052100 2400-CHARGE-OFF-ACCOUNT-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 2500-WRITE-DETAIL-LINE - WRITE THE ACCOUNT'S AGING LINE AND ADD *
052600*                          IT TO ITS AGING BUCKET                 *
052700******************************************************************
052800 2500-WRITE-DETAIL-LINE.
052900     EVALUATE TRUE
053000         WHEN WS-DAYS-OVERDRAWN < 16
053100             MOVE 1 TO WS-BK-SUB
053200         WHEN WS-DAYS-OVERDRAWN < 31
053300             MOVE 2 TO WS-BK-SUB
053400         WHEN WS-DAYS-OVERDRAWN < 61
053500             MOVE 3 TO WS-BK-SUB
053600         WHEN OTHER
053700             MOVE 4 TO WS-BK-SUB
053800     END-EVALUATE
053900     ADD 1 TO WS-BK-COUNT (WS-BK-SUB)
054000     ADD WS-AMOUNT-OVERDRAWN TO WS-BK-AMOUNT (WS-BK-SUB)
054100     MOVE WS-AMOUNT-OVERDRAWN TO WS-DL-AMOUNT
054200     MOVE WS-DETAIL-LINE TO REPORT-LINE
054300     WRITE REPORT-LINE.
054400 2500-WRITE-DETAIL-LINE-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800* 3000-WRITE-EXTRACT-RECORD - WRITE ONE CHARGED-OFF ACCOUNT TO    *
054900*                             THE CHARGE-OFF EXTRACT              *
055000******************************************************************
055100 3000-WRITE-EXTRACT-RECORD.
055200     MOVE WS-LAST-ACCT-ID TO CHGO-ACCT-ID
055300     MOVE WS-BUSINESS-DATE TO CHGO-CHARGEOFF-DATE
055400     MOVE WS-AMOUNT-OVERDRAWN TO CHGO-AMOUNT
055500     MOVE WS-OVERDRAWN-DATE TO CHGO-OVERDRAWN-DATE
055600     MOVE WS-DAYS-OVERDRAWN TO CHGO-DAYS-OVERDRAWN
055700     MOVE CUST-MEMBER-NO TO CHGO-MEMBER-NO
055800     MOVE CUST-NAME TO CHGO-MBR-NAME
055900     MOVE CUST-ADDR-LINE-1 TO CHGO-ADDR-LINE-1
056000     MOVE CUST-CITY TO CHGO-CITY
056100     MOVE CUST-STATE TO CHGO-STATE
056200     MOVE CUST-ZIP TO CHGO-ZIP
056300     MOVE CUST-PHONE TO CHGO-PHONE
056400     MOVE CUST-TAX-ID TO CHGO-TAX-ID
056500     WRITE CHGO-EXTRACT-RECORD.
056600 3000-WRITE-EXTRACT-RECORD-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 3900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DAYNO-   *
057100*                           DATE INTO A CONTINUOUS DAY NUMBER IN  *
057200*                           WS-DAYNO-RESULT (THE JULIAN DAY       *
057300*                           NUMBER), THE SAME WAY THE LOAN        *
057400*                           DELINQUENCY RUN AGES LOANS. EVERY     *
057500*                           DIVISION IS WHOLE-NUMBER DIVISION.    *
057600******************************************************************
057700 3900-COMPUTE-DAY-NUMBER.
057800     COMPUTE WS-DAYNO-A = (14 - WS-DAYNO-MM) / 12
057900     COMPUTE WS-DAYNO-Y = WS-DAYNO-YYYY + 4800 - WS-DAYNO-A
058000     COMPUTE WS-DAYNO-M = WS-DAYNO-MM + (12 * WS-DAYNO-A) - 3
058100     COMPUTE WS-DAYNO-WORK = ((153 * WS-DAYNO-M) + 2) / 5
058200     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-DD + WS-DAYNO-WORK
058300         + (365 * WS-DAYNO-Y) - 32045
058400     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-WORK
058500     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
058600     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-WORK
058700     SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
058800     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-WORK
058900     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT.
059000 3900-COMPUTE-DAY-NUMBER-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 8000-WRITE-BUCKET-TOTALS - PRINT THE COUNT AND AMOUNT OVERDRAWN *
059500*                            IN EACH AGING BUCKET                 *
059600******************************************************************
059700 8000-WRITE-BUCKET-TOTALS.
059800     MOVE SPACES TO REPORT-LINE
059900     WRITE REPORT-LINE
060000     MOVE WS-BUCKET-HEADING TO REPORT-LINE
060100     WRITE REPORT-LINE
060200     PERFORM 8010-WRITE-BUCKET-LINE
060300         VARYING WS-BK-SUB FROM 1 BY 1
060400         UNTIL WS-BK-SUB > 4.
060500 8000-WRITE-BUCKET-TOTALS-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 8010-WRITE-BUCKET-LINE - PRINT ONE AGING BUCKET                 *
061000******************************************************************
061100 8010-WRITE-BUCKET-LINE.
061200     MOVE WS-BK-LABEL (WS-BK-SUB) TO WS-BL-LABEL
061300     MOVE WS-BK-COUNT (WS-BK-SUB) TO WS-BL-COUNT
061400     MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-BL-AMOUNT
061500     MOVE WS-BUCKET-LINE TO REPORT-LINE
061600     WRITE REPORT-LINE.
061700 8010-WRITE-BUCKET-LINE-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100* 8100-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY AND THE       *
062200*                             CHARGED-OFF TOTAL                   *
062300******************************************************************
062400 8100-WRITE-REPORT-TRAILER.
062500     MOVE WS-ACCOUNTS-READ TO WS-TR-READ
062600     MOVE WS-ACCOUNTS-OVERDRAWN TO WS-TR-OVERDRAWN
062700     MOVE WS-ACCOUNTS-CHARGED-OFF TO WS-TR-CHARGED-OFF
062800     MOVE SPACES TO REPORT-LINE
062900     WRITE REPORT-LINE
063000     MOVE WS-TRAILER-LINE TO REPORT-LINE
063100     WRITE REPORT-LINE
063200     MOVE WS-CHARGED-OFF-AMOUNT TO WS-CL-AMOUNT
063300     MOVE WS-CHARGED-OFF-LINE TO REPORT-LINE
063400     WRITE REPORT-LINE.
063500 8100-WRITE-REPORT-TRAILER-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
064000******************************************************************
064100 9000-CLOSE-FILES.
064200     CLOSE ODAG-PARM-FILE
064300     CLOSE ACCOUNT-MASTER-FILE
064400     CLOSE CUSTOMER-FILE
064500     CLOSE RELATIONSHIP-FILE
064600     CLOSE EXTRACT-FILE
064700     CLOSE REPORT-FILE.
064800 9000-CLOSE-FILES-EXIT.
064900     EXIT.
064901
064902     COPY BDATEPRC.
065000
065100******************************************************************
065200* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
065300******************************************************************
065400     COPY OWNRLKUP.
