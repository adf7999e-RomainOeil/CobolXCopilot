000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  SVCCHG                                         *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     MONTH-END SERVICE CHARGE RUN. ASSESSES THE      *
001000*                 MONTHLY FEES ON THE FEE SCHEDULE (FEEFILE,      *
001100*                 COPYBOOK FEEREC) AGAINST EVERY OPEN ACCOUNT OF  *
001200*                 THE FEE'S ACCOUNT TYPE, POSTS EACH FEE CHARGED  *
001300*                 THROUGH OPERATIONS (OPERATION 'SVCCHG') SO IT   *
001400*                 JOURNALS AS SOURCE 'F' UNDER ITS OWN FEE CODE,  *
001500*                 AND PRINTS THE FEE REGISTER OF EVERY FEE        *
001600*                 CHARGED OR WAIVED.                              *
001700*                                                                 *
001800*                 THE MONTH'S ACTIVITY COMES FROM THE CURRENT     *
001900*                 CYCLE'S JOURNAL (JRNLIN), READ IN FULL BEFORE   *
002000*                 ANYTHING IS POSTED. PER ACCOUNT IT GIVES:       *
002100*                                                                 *
002200*                 - THE LOW BALANCE - THE BALANCE THE ACCOUNT     *
002300*                   OPENED THE MONTH WITH AND EVERY BALANCE IT    *
002400*                   WAS LEFT AT DURING THE MONTH, LOWEST WINS.    *
002500*                   AN ACCOUNT WITH NO ENTRIES THIS MONTH USES    *
002600*                   ITS CURRENT BALANCE;                          *
002700*                                                                 *
002800*                 - THE TRANSACTION COUNT - MEMBER-INITIATED      *
002900*                   CREDITS, DEBITS AND TRANSFERS (TELLER, BATCH  *
003000*                   OR ACH). INTEREST, MATURITY, ESCHEAT AND FEE  *
003100*                   ENTRIES DO NOT COUNT;                         *
003200*                                                                 *
003300*                 - THE SCHEDULED FEES ALREADY CHARGED THIS       *
003400*                   MONTH, SO A RERUN NEVER CHARGES A FEE TWICE.  *
003500*                                                                 *
003600*                 A FEE IS WAIVED WHEN THE LOW BALANCE REACHES    *
003700*                 THE FEE'S MINIMUM BALANCE, OR THE TRANSACTION   *
003800*                 COUNT REACHES ITS MINIMUM COUNT (A ZERO WAIVER  *
003900*                 FIELD NEVER WAIVES). A PAPER-STATEMENT FEE IS   *
004000*                 ALSO WAIVED WHEN THE ACCOUNT'S PRIMARY OWNER    *
004100*                 TAKES ELECTRONIC STATEMENTS (CUSTREC, THROUGH   *
004200*                 THE SHARED OWNER LOOKUP OWNRLKUP). DORMANT,     *
004300*                 CLOSED AND LOAN ACCOUNTS ARE NOT ASSESSED.      *
004400*                                                                 *
004500*                 THE FEE MONTH (YYYYMM) COMES FROM THE SVCPARM   *
004600*                 CARD; A MISSING OR BAD CARD MEANS THE MONTH OF  *
004700*                 THE BUSDATE BUSINESS DATE, NOT THE CALENDAR     *
004800*                 MONTH. RUN AFTER THE MONTH'S LAST END-OF-DAY    *
004900*                 JOB AND BEFORE THE JRNLCUTF CYCLE CUT-OFF. IF   *
004950*                 THE ACCOUNT ACTIVITY TABLE FILLS THE RUN IS     *
005000*                 ABANDONED WITH RC 16 BEFORE ANY FEE IS POSTED.  *
005100*                                                                 *
005200*    MODIFICATION HISTORY                                        *
005300*    DATE       INIT  DESCRIPTION                                *
005400*    ---------- ----  ----------------------------------------   *
005500*    2026-10-05 DP    ORIGINAL PROGRAM - MONTHLY SERVICE CHARGES  *
005501*    2026-10-05 DP    A CHARGE-OFF ENTRY NOW COUNTS AS A CREDIT   *
005502*                     WHEN AN ACCOUNT'S OPENING BALANCE IS WORKED *
005503*                     BACK; A RECOVERY MOVES NO MASTER MONEY.     *
005504*    2026-10-05 DP    THE DEFAULT FEE MONTH IS NOW THE MONTH OF   *
005505*                     THE BUSDATE BUSINESS DATE; AN SVCPARM MONTH *
005506*                     AFTER IT STOPS THE RUN (RC 16).             *
005600******************************************************************
005700 PROGRAM-ID. SvcChg.
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT SVC-PARM-FILE ASSIGN TO "SVCPARM"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-PARM-FILE-STATUS.
006500
006600     SELECT JOURNAL-FILE ASSIGN TO "JRNLIN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-JRNL-FILE-STATUS.
006900
007000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS ACCT-ID
007400         FILE STATUS IS WS-ACCT-FILE-STATUS.
007500
007600     SELECT FEE-TABLE-FILE ASSIGN TO "FEEFILE"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS FEE-KEY
008000         FILE STATUS IS WS-FEE-FILE-STATUS.
008100
008200     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS CUST-MEMBER-NO
008600         FILE STATUS IS WS-CUST-FILE-STATUS.
008700
008800     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS REL-KEY
009200         FILE STATUS IS WS-REL-FILE-STATUS.
009300
009400     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-RPT-FILE-STATUS.
009601
009602     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
009603         ORGANIZATION IS SEQUENTIAL
009604         FILE STATUS IS WS-BDAT-FILE-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  SVC-PARM-FILE.
010100 01  SVC-PARM-RECORD.
010200     05  SVCP-FEE-MONTH              PIC 9(06).
010300     05  FILLER                      PIC X(74).
010400
010500 FD  JOURNAL-FILE.
010600     COPY JRNLMAS.
010700
010800 FD  ACCOUNT-MASTER-FILE.
010900     COPY ACCTMAS.
011000
011100 FD  FEE-TABLE-FILE.
011200     COPY FEEREC.
011300
011400 FD  CUSTOMER-FILE.
011500     COPY CUSTREC.
011600
011700 FD  RELATIONSHIP-FILE.
011800     COPY RELREC.
011900
012000 FD  REPORT-FILE.
012100 01  REPORT-LINE                     PIC X(80).
012101
012102 FD  BUSINESS-DATE-FILE.
012103     COPY BDATREC.
012200
012300 WORKING-STORAGE SECTION.
012400 01  WS-PARM-FILE-STATUS             PIC X(02).
012500     88  WS-PARM-FILE-OK                      VALUE '00'.
012600
012700 01  WS-JRNL-FILE-STATUS             PIC X(02).
012800     88  WS-JRNL-FILE-OK                      VALUE '00'.
012900     88  WS-JRNL-FILE-EOF                     VALUE '10'.
013000
013100 01  WS-ACCT-FILE-STATUS             PIC X(02).
013200     88  WS-ACCT-FILE-OK                      VALUE '00'.
013300     88  WS-ACCT-FILE-EOF                     VALUE '10'.
013400
013500 01  WS-FEE-FILE-STATUS              PIC X(02).
013600     88  WS-FEE-FILE-OK                       VALUE '00'.
013700
013800     COPY OWNRLKWS.
013900
014000 01  WS-RPT-FILE-STATUS              PIC X(02).
014100     88  WS-RPT-FILE-OK                       VALUE '00'.
014200
014300 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
014400     88  OPEN-FAILED                          VALUE 'Y'.
014500
014600 01  WS-TABLE-FULL                   PIC X(01) VALUE 'N'.
014700     88  TABLE-FULL                           VALUE 'Y'.
014800
014900 01  WS-ENTRY-FOUND                  PIC X(01) VALUE 'N'.
015000     88  ENTRY-FOUND                          VALUE 'Y'.
015100
015200 01  WS-CODE-FOUND                   PIC X(01) VALUE 'N'.
015300     88  CODE-FOUND                           VALUE 'Y'.
015400
015500 01  WS-BROWSE-STATE                 PIC X(01) VALUE 'N'.
015600     88  BROWSE-BROKEN                        VALUE 'Y'.
015700
015800 01  WS-FEE-SCAN-STATE               PIC X(01).
015900     88  FEE-SCAN-DONE                        VALUE 'Y'.
016000
016100 01  WS-ACTIVITY-STATE               PIC X(01) VALUE 'N'.
016200     88  ACCOUNT-HAS-ACTIVITY                 VALUE 'Y'.
016300
016400 01  WS-OWNER-CHECKED                PIC X(01) VALUE 'N'.
016500     88  OWNER-CHECKED                        VALUE 'Y'.
016600
016700 01  WS-STMT-DELIVERY                PIC X(01).
016800     88  STMT-ELECTRONIC                      VALUE 'E'.
016900
017000 01  WS-PF-FULL-WARNED               PIC X(01) VALUE 'N'.
017100     88  PF-FULL-WARNED                       VALUE 'Y'.
017200
017300 01  WS-FS-FULL-WARNED               PIC X(01) VALUE 'N'.
017400     88  FS-FULL-WARNED                       VALUE 'Y'.
017500
017600 01  WS-TODAY                        PIC 9(08).
017700 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
017800     05  WS-TODAY-YYYYMM             PIC 9(06).
017900     05  WS-TODAY-DD                 PIC 9(02).
017901
017902     COPY BDATEWS.
018000
018100 01  WS-POST-DATE                    PIC 9(08).
018200 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
018300     05  WS-POST-YYYYMM              PIC 9(06).
018400     05  WS-POST-DD                  PIC 9(02).
018500
018600 01  WS-FEE-MONTH                    PIC 9(06).
018700 01  WS-EFFECT-AMOUNT                PIC S9(7)V99.
018800 01  WS-LOOKUP-TYPE                  PIC X(01).
018900 01  WS-ACTIVITY-ACCT-ID             PIC X(10).
019000 01  WS-LOW-BALANCE                  PIC S9(7)V99 COMP-3.
019100 01  WS-TRANS-COUNT                  PIC 9(05) COMP.
019200 01  WS-WAIVE-REASON                 PIC X(15).
019300 01  WS-SUMMARY-CODE                 PIC X(06).
019400 01  WS-SUMMARY-DESCRIPTION          PIC X(20).
019500 01  WS-SUMMARY-AMOUNT               PIC S9(4)V99 COMP-3.
019600 01  WS-SUMMARY-ACTION               PIC X(01).
019700     88  SUMMARY-CHARGED                      VALUE 'C'.
019800     88  SUMMARY-WAIVED                       VALUE 'W'.
019900
020000 01  WS-LAST-ACCT-ID                 PIC X(10).
020100 01  WS-PASSED-OPERATION             PIC X(06) VALUE 'SVCCHG'.
020200 01  WS-PASSED-AMOUNT                PIC S9(6)V99.
020300 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
020400 01  WS-OPER-STATUS                  PIC X(02).
020500 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
020600 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
020700 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'F'.
020800 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
020900
021000 01  WS-AT-MAX-ENTRIES               PIC 9(05) COMP VALUE 5000.
021100 01  WS-AT-COUNT                     PIC 9(05) COMP VALUE ZERO.
021200 01  WS-AT-SUB                       PIC 9(05) COMP.
021300 01  WS-AT-FOUND-SUB                 PIC 9(05) COMP.
021400 01  WS-CC-SUB                       PIC 9(02) COMP.
021500
021600 01  WS-ACTIVITY-TABLE.
021700     05  WS-AT-ENTRY OCCURS 5000 TIMES.
021800         10  WS-AT-ACCT-ID           PIC X(10).
021900         10  WS-AT-LOW-BALANCE       PIC S9(7)V99 COMP-3.
022000         10  WS-AT-TRANS-COUNT       PIC 9(05) COMP.
022100         10  WS-AT-CHARGED-COUNT     PIC 9(02) COMP.
022200         10  WS-AT-CHARGED-CODE      PIC X(06) OCCURS 10 TIMES.
022300
022400 01  WS-PF-MAX-ENTRIES               PIC 9(02) COMP VALUE 10.
022500 01  WS-PF-COUNT                     PIC 9(02) COMP VALUE ZERO.
022600 01  WS-PF-SUB                       PIC 9(02) COMP.
022700
022800 01  WS-PENDING-FEE-TABLE.
022900     05  WS-PF-ENTRY OCCURS 10 TIMES.
023000         10  WS-PF-CODE              PIC X(06).
023100         10  WS-PF-DESCRIPTION       PIC X(20).
023200         10  WS-PF-AMOUNT            PIC S9(4)V99 COMP-3.
023300
023400 01  WS-FS-MAX-ENTRIES               PIC 9(03) COMP VALUE 50.
023500 01  WS-FS-COUNT                     PIC 9(03) COMP VALUE ZERO.
023600 01  WS-FS-SUB                       PIC 9(03) COMP.
023700 01  WS-FS-FOUND-SUB                 PIC 9(03) COMP.
023800
023900 01  WS-FEE-SUMMARY-TABLE.
024000     05  WS-FS-ENTRY OCCURS 50 TIMES.
024100         10  WS-FS-CODE              PIC X(06).
024200         10  WS-FS-DESCRIPTION       PIC X(20).
024300         10  WS-FS-CHARGED-COUNT     PIC 9(07) COMP.
024400         10  WS-FS-CHARGED-AMOUNT    PIC S9(9)V99 COMP-3.
024500         10  WS-FS-WAIVED-COUNT      PIC 9(07) COMP.
024600         10  WS-FS-WAIVED-AMOUNT     PIC S9(9)V99 COMP-3.
024700
024800 01  WS-RUN-COUNTS.
024900     05  WS-ENTRIES-READ             PIC 9(07) VALUE ZERO.
025000     05  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
025100     05  WS-ACCOUNTS-ASSESSED        PIC 9(07) VALUE ZERO.
025200     05  WS-CHARGED-COUNT            PIC 9(07) VALUE ZERO.
025300     05  WS-WAIVED-COUNT             PIC 9(07) VALUE ZERO.
025400     05  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
025500     05  WS-FAILED-COUNT             PIC 9(07) VALUE ZERO.
025600
025700 01  WS-RUN-AMOUNTS.
025800     05  WS-CHARGED-AMOUNT           PIC S9(9)V99 COMP-3
025900                                     VALUE ZERO.
026000     05  WS-WAIVED-AMOUNT            PIC S9(9)V99 COMP-3
026100                                     VALUE ZERO.
026200
026300 01  WS-HEADING-LINE-1.
026400     05  FILLER                      PIC X(35) VALUE
026500         'MONTHLY SERVICE CHARGE REGISTER    '.
026600     05  FILLER                      PIC X(11) VALUE
026700         'FEE MONTH  '.
026800     05  HL1-FEE-MONTH               PIC 9(06).
026900
027000 01  WS-COLUMN-HEADING.
027100     05  FILLER                      PIC X(12) VALUE 'ACCOUNT'.
027200     05  FILLER                      PIC X(05) VALUE 'TYPE'.
027300     05  FILLER                      PIC X(08) VALUE 'FEE'.
027400     05  FILLER                      PIC X(21) VALUE
027500         'DESCRIPTION'.
027600     05  FILLER                      PIC X(09) VALUE '   AMOUNT'.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  FILLER                      PIC X(08) VALUE 'ACTION'.
027900     05  FILLER                      PIC X(15) VALUE 'REASON'.
028000
028100 01  WS-DETAIL-LINE.
028200     05  WS-DL-ACCT-ID               PIC X(10).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  WS-DL-TYPE                  PIC X(01).
028500     05  FILLER                      PIC X(04) VALUE SPACES.
028600     05  WS-DL-FEE-CODE              PIC X(06).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  WS-DL-DESCRIPTION           PIC X(20).
028900     05  FILLER                      PIC X(01) VALUE SPACES.
029000     05  WS-DL-AMOUNT                PIC ZZ,ZZ9.99.
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  WS-DL-ACTION                PIC X(08).
029300     05  WS-DL-REASON                PIC X(15).
029400
029500 01  WS-SUMMARY-HEADING              PIC X(36) VALUE
029600     'FEE CODE SUMMARY FOR THE FEE MONTH'.
029700
029800 01  WS-SUMMARY-COLUMN-HEADING.
029900     05  FILLER                      PIC X(10) VALUE 'FEE'.
030000     05  FILLER                      PIC X(21) VALUE
030100         'DESCRIPTION'.
030200     05  FILLER                      PIC X(08) VALUE ' CHARGED'.
030300     05  FILLER                      PIC X(13) VALUE
030400         '       AMOUNT'.
030500     05  FILLER                      PIC X(08) VALUE '  WAIVED'.
030600     05  FILLER                      PIC X(13) VALUE
030700         '       AMOUNT'.
030800
030900 01  WS-SUMMARY-LINE.
031000     05  WS-SL-FEE-CODE              PIC X(06).
031100     05  FILLER                      PIC X(04) VALUE SPACES.
031200     05  WS-SL-DESCRIPTION           PIC X(20).
031300     05  FILLER                      PIC X(01) VALUE SPACES.
031400     05  WS-SL-CHARGED-COUNT         PIC ZZZ,ZZ9.
031500     05  FILLER                      PIC X(01) VALUE SPACES.
031600     05  WS-SL-CHARGED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
031700     05  FILLER                      PIC X(01) VALUE SPACES.
031800     05  WS-SL-WAIVED-COUNT          PIC ZZZ,ZZ9.
031900     05  FILLER                      PIC X(01) VALUE SPACES.
032000     05  WS-SL-WAIVED-AMOUNT         PIC Z,ZZZ,ZZ9.99.
032100
032200 01  WS-NONE-LINE                    PIC X(06) VALUE '  NONE'.
032300
032400 01  WS-ABANDONED-LINE               PIC X(51) VALUE
032500     '** ACTIVITY TABLE FULL - RUN ABANDONED, NONE POSTED'.
032600
032700 01  WS-TRAILER-LINE-1.
032800     05  FILLER                      PIC X(19) VALUE
032900         'JOURNAL ENTRIES    '.
033000     05  WS-TR-ENTRIES               PIC ZZZ,ZZ9.
033100     05  FILLER                      PIC X(12) VALUE
033200         '  ACCOUNTS  '.
033300     05  WS-TR-ACCOUNTS              PIC ZZZ,ZZ9.
033400     05  FILLER                      PIC X(12) VALUE
033500         '  ASSESSED  '.
033600     05  WS-TR-ASSESSED              PIC ZZZ,ZZ9.
033700
033800 01  WS-TRAILER-LINE-2.
033900     05  FILLER                      PIC X(19) VALUE
034000         'FEES CHARGED       '.
034100     05  WS-TR-CHARGED               PIC ZZZ,ZZ9.
034200     05  FILLER                      PIC X(04) VALUE SPACES.
034300     05  WS-TR-CHARGED-AMT           PIC ZZZ,ZZZ,ZZ9.99.
034400
034500 01  WS-TRAILER-LINE-3.
034600     05  FILLER                      PIC X(19) VALUE
034700         'FEES WAIVED        '.
034800     05  WS-TR-WAIVED                PIC ZZZ,ZZ9.
034900     05  FILLER                      PIC X(04) VALUE SPACES.
035000     05  WS-TR-WAIVED-AMT            PIC ZZZ,ZZZ,ZZ9.99.
035100
035200 01  WS-TRAILER-LINE-4.
035300     05  FILLER                      PIC X(19) VALUE
035400         'ALREADY CHARGED    '.
035500     05  WS-TR-SKIPPED               PIC ZZZ,ZZ9.
035600     05  FILLER                      PIC X(14) VALUE
035700         '  NOT POSTED  '.
035800     05  WS-TR-FAILED                PIC ZZZ,ZZ9.
035900
036000 PROCEDURE DIVISION.
036100
036200******************************************************************
036300* 0000-MAINLINE - DRIVE THE MONTH-END SERVICE CHARGE RUN          *
036400******************************************************************
036500 0000-MAINLINE.
036600     PERFORM 1000-OPEN-FILES
036700     IF NOT OPEN-FAILED
036800         PERFORM 1100-READ-PARM
036900         IF NOT WS-BDAT-RUN-STOPPED
037000             PERFORM 1200-WRITE-HEADINGS
037100             PERFORM 2100-READ-JOURNAL
037200             PERFORM 2000-PROCESS-JOURNAL UNTIL WS-JRNL-FILE-EOF
037300             CLOSE JOURNAL-FILE
037400             IF NOT TABLE-FULL
037500                 PERFORM 3100-READ-NEXT-ACCOUNT
037600                 PERFORM 3000-PROCESS-ACCOUNT
037700                     UNTIL WS-ACCT-FILE-EOF
037800                 PERFORM 7000-WRITE-FEE-SUMMARY
037900                 PERFORM 8000-WRITE-REPORT-TRAILER
038000             END-IF
038100             PERFORM 9000-CLOSE-FILES
038200             DISPLAY 'SVCCHG: ACCOUNTS READ    - '
038300                 WS-ACCOUNTS-READ
038400             DISPLAY 'SVCCHG: FEES CHARGED     - '
038401                 WS-CHARGED-COUNT
038402             DISPLAY 'SVCCHG: FEES WAIVED      - ' WS-WAIVED-COUNT
038403             DISPLAY 'SVCCHG: ALREADY CHARGED  - '
038404                 WS-SKIPPED-COUNT
038405             DISPLAY 'SVCCHG: NOT POSTED       - ' WS-FAILED-COUNT
038406         ELSE
038407             CLOSE JOURNAL-FILE
038408             PERFORM 9000-CLOSE-FILES
038409         END-IF
038500     END-IF
038600     STOP RUN.
038700
038800******************************************************************
038900* 1000-OPEN-FILES - OPEN EVERY FILE FOR THIS RUN. A FAILURE ON    *
039000*                   ANY OF THEM SETS OPEN-FAILED SO               *
039100*                   0000-MAINLINE DOES NO WORK. THE ACCOUNT       *
039200*                   MASTER IS ONLY BROWSED HERE - OPERATIONS      *
039300*                   OPENS IT FOR UPDATE ITSELF ON EACH POSTING.   *
039400******************************************************************
039500 1000-OPEN-FILES.
039600     OPEN INPUT SVC-PARM-FILE
039700     IF NOT WS-PARM-FILE-OK
039800         DISPLAY 'SVCCHG: UNABLE TO OPEN SVCPARM - '
039900             WS-PARM-FILE-STATUS
040000         SET OPEN-FAILED TO TRUE
040100     END-IF
040200     OPEN INPUT JOURNAL-FILE
040300     IF NOT WS-JRNL-FILE-OK
040400         DISPLAY 'SVCCHG: UNABLE TO OPEN JRNLIN - '
040500             WS-JRNL-FILE-STATUS
040600         SET OPEN-FAILED TO TRUE
040700     END-IF
040800     OPEN INPUT ACCOUNT-MASTER-FILE
040900     IF NOT WS-ACCT-FILE-OK
041000         DISPLAY 'SVCCHG: UNABLE TO OPEN ACCTMAS - '
041100             WS-ACCT-FILE-STATUS
041200         SET OPEN-FAILED TO TRUE
041300     END-IF
041400     OPEN INPUT FEE-TABLE-FILE
041500     IF NOT WS-FEE-FILE-OK
041600         DISPLAY 'SVCCHG: UNABLE TO OPEN FEEFILE - '
041700             WS-FEE-FILE-STATUS
041800         SET OPEN-FAILED TO TRUE
041900     END-IF
042000     OPEN INPUT CUSTOMER-FILE
042100     IF NOT WS-CUST-FILE-OK
042200         DISPLAY 'SVCCHG: UNABLE TO OPEN CUSTMAS - '
042300             WS-CUST-FILE-STATUS
042400         SET OPEN-FAILED TO TRUE
042500     END-IF
042600     OPEN INPUT RELATIONSHIP-FILE
042700     IF NOT WS-REL-FILE-OK
042800         DISPLAY 'SVCCHG: UNABLE TO OPEN RELMAS - '
042900             WS-REL-FILE-STATUS
043000         SET OPEN-FAILED TO TRUE
043100     END-IF
043200     OPEN OUTPUT REPORT-FILE
043300     IF NOT WS-RPT-FILE-OK
043400         DISPLAY 'SVCCHG: UNABLE TO OPEN RPTOUT - '
043500             WS-RPT-FILE-STATUS
043600         SET OPEN-FAILED TO TRUE
043700     END-IF.
043800 1000-OPEN-FILES-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE FEE MONTH *
044300*                  (YYYYMM). A MISSING, NON-NUMERIC OR ZERO       *
044400*                  MONTH FALLS BACK TO THE MONTH OF THE BUSDATE   *
044500*                  BUSINESS DATE. A MONTH AFTER IT HAS NOT BEGUN, *
044600*                  SO THE RUN STOPS.                              *
044700******************************************************************
044701 1100-READ-PARM.
044702     MOVE 'SVCCHG' TO WS-BDAT-PROGRAM
044703     PERFORM 9600-READ-BUSINESS-DATE
044704     MOVE WS-BDAT-CURRENT-DATE TO WS-TODAY
044800     MOVE WS-TODAY-YYYYMM TO WS-FEE-MONTH
044900     READ SVC-PARM-FILE
045000         AT END
045100             DISPLAY 'SVCCHG: MISSING PARM CARD - '
045200                 'BUSINESS MONTH ASSUMED'
045300         NOT AT END
045400             IF SVCP-FEE-MONTH NUMERIC
045500                 AND SVCP-FEE-MONTH > ZERO
045600                 MOVE SVCP-FEE-MONTH TO WS-FEE-MONTH
045700             ELSE
045800                 DISPLAY 'SVCCHG: BAD PARM CARD - '
045900                     'BUSINESS MONTH ASSUMED'
046000             END-IF
046100     END-READ
046200     IF NOT WS-BDAT-RUN-STOPPED
046201         AND WS-FEE-MONTH > WS-TODAY-YYYYMM
046202         PERFORM 1150-REPORT-MONTH-MISMATCH
046203     END-IF.
046204 1100-READ-PARM-EXIT.
046205     EXIT.
046206
046207******************************************************************
046208* 1150-REPORT-MONTH-MISMATCH - THE SVCPARM MONTH IS AFTER THE     *
046209*                              BUSINESS DATE'S MONTH, SO NONE OF  *
046210*                              ITS ACTIVITY HAS HAPPENED. STOP    *
046211*                              THE RUN RATHER THAN CHARGE FEES    *
046212*                              FOR IT.                            *
046213******************************************************************
046214 1150-REPORT-MONTH-MISMATCH.
046215     MOVE SPACES TO WS-BDAT-TEXT
046216     STRING 'SVCPARM MONTH ' DELIMITED BY SIZE
046217         WS-FEE-MONTH DELIMITED BY SIZE
046218         ' IS AFTER BUSDATE BUSINESS DATE '
046219             DELIMITED BY SIZE
046220         WS-BDAT-CURRENT-DATE DELIMITED BY SIZE
046221         INTO WS-BDAT-TEXT
046222     PERFORM 9690-DISPLAY-MESSAGE
046223     MOVE SPACES TO WS-BDAT-TEXT
046224     STRING 'RUN STOPPED - CORRECT OR BLANK THE SVCPARM MONTH'
046225             DELIMITED BY SIZE
046226         INTO WS-BDAT-TEXT
046227     PERFORM 9690-DISPLAY-MESSAGE
046228     SET WS-BDAT-RUN-STOPPED TO TRUE
046229     MOVE 16 TO RETURN-CODE.
046230 1150-REPORT-MONTH-MISMATCH-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
046700******************************************************************
046800 1200-WRITE-HEADINGS.
046900     MOVE WS-FEE-MONTH TO HL1-FEE-MONTH
047000     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
047100     WRITE REPORT-LINE
047200     MOVE WS-COLUMN-HEADING TO REPORT-LINE
047300     WRITE REPORT-LINE.
047400 1200-WRITE-HEADINGS-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 2000-PROCESS-JOURNAL - ROLL ONE JOURNAL ENTRY POSTED IN THE FEE *
047900*                        MONTH INTO ITS ACCOUNT'S ACTIVITY.       *
048000*                        ENTRIES OF ANY OTHER MONTH ARE PASSED    *
048100*                        OVER.                                    *
048200******************************************************************
048300 2000-PROCESS-JOURNAL.
048400     MOVE JRNL-POST-DATE TO WS-POST-DATE
048500     IF WS-POST-YYYYMM = WS-FEE-MONTH
048600         PERFORM 2200-RECORD-ACTIVITY
048700     END-IF
048800     IF NOT TABLE-FULL
048900         PERFORM 2100-READ-JOURNAL
049000     END-IF.
049100 2000-PROCESS-JOURNAL-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500* 2100-READ-JOURNAL - READ THE NEXT JOURNAL RECORD                *
049600******************************************************************
049700 2100-READ-JOURNAL.
049800     READ JOURNAL-FILE
049900         AT END
050000             SET WS-JRNL-FILE-EOF TO TRUE
050100     END-READ.
050200 2100-READ-JOURNAL-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 2200-RECORD-ACTIVITY - NOTE ONE ENTRY AGAINST ITS ACCOUNT: THE  *
050700*                        BALANCE IT LEFT, WHETHER IT COUNTS AS A  *
050800*                        MEMBER TRANSACTION, AND WHETHER IT IS A  *
050900*                        SCHEDULED FEE ALREADY CHARGED. A SOURCE  *
051000*                        'F' ENTRY WHOSE OPERATION IS NOT ONE OF  *
051100*                        THE JOURNAL'S OWN CODES IS A FEE CODE    *
051200*                        FROM THE FEE SCHEDULE.                   *
051300******************************************************************
051400 2200-RECORD-ACTIVITY.
051500     ADD 1 TO WS-ENTRIES-READ
051600     PERFORM 2300-COMPUTE-EFFECT
051700     MOVE JRNL-ACCT-ID TO WS-ACTIVITY-ACCT-ID
051800     PERFORM 2700-LOCATE-ACTIVITY-ENTRY
051900     IF ENTRY-FOUND
052000         IF JRNL-RESULT-BALANCE
052100             < WS-AT-LOW-BALANCE (WS-AT-FOUND-SUB)
052200             MOVE JRNL-RESULT-BALANCE
052300                 TO WS-AT-LOW-BALANCE (WS-AT-FOUND-SUB)
052400         END-IF
052500         IF (JRNL-OP-CREDIT OR JRNL-OP-DEBIT
052600             OR JRNL-OP-XFER-CREDIT OR JRNL-OP-XFER-DEBIT)
052700             AND NOT JRNL-SOURCE-INTEREST
052800             AND NOT JRNL-SOURCE-MATURITY
052900             AND NOT JRNL-SOURCE-ESCHEAT
053000             ADD 1 TO WS-AT-TRANS-COUNT (WS-AT-FOUND-SUB)
053100         END-IF
053200         IF JRNL-SOURCE-FEE
053300             MOVE JRNL-OPERATION TO FEE-CODE
053400             IF NOT FEE-CODE-RESERVED
053500                 PERFORM 2500-NOTE-FEE-CHARGED
053600             END-IF
053700         END-IF
053800     END-IF.
053900 2200-RECORD-ACTIVITY-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 2300-COMPUTE-EFFECT - THE SIGNED AMOUNT BY WHICH THE ENTRY      *
054400*                       MOVED THE LEDGER BALANCE, SO THE BALANCE  *
054500*                       BEFORE AN ACCOUNT'S FIRST ENTRY OF THE    *
054600*                       MONTH CAN BE WORKED BACK. SAME RULES AS   *
054700*                       THE TRIAL BALANCE REPLAY.                 *
054800******************************************************************
054900 2300-COMPUTE-EFFECT.
055000     EVALUATE TRUE
055100         WHEN JRNL-OP-CREDIT
055200             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
055300         WHEN JRNL-OP-DEBIT
055400             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
055500         WHEN JRNL-OP-OVERDRAFT-FEE
055600             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
055700         WHEN JRNL-OP-EARLY-WD-PENALTY
055800             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
055900         WHEN JRNL-OP-XFER-CREDIT
056000             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
056100         WHEN JRNL-OP-XFER-DEBIT
056200             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
056300         WHEN JRNL-OP-REVERSAL
056400             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
056500         WHEN JRNL-OP-LOAN-PRINCIPAL
056600             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
056700         WHEN JRNL-OP-LATE-FEE
056800             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
056801         WHEN JRNL-OP-CHARGE-OFF
056802             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
056900         WHEN JRNL-SOURCE-FEE
057000             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
057100         WHEN OTHER
057200             MOVE ZERO TO WS-EFFECT-AMOUNT
057300     END-EVALUATE.
057400 2300-COMPUTE-EFFECT-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800* 2500-NOTE-FEE-CHARGED - REMEMBER A FEE CODE ALREADY CHARGED TO  *
057900*                         THE ACCOUNT THIS MONTH. PAST TEN CODES  *
058000*                         THE REST ARE NOT REMEMBERED.            *
058100******************************************************************
058200 2500-NOTE-FEE-CHARGED.
058300     IF WS-AT-CHARGED-COUNT (WS-AT-FOUND-SUB) < 10
058400         ADD 1 TO WS-AT-CHARGED-COUNT (WS-AT-FOUND-SUB)
058500         MOVE WS-AT-CHARGED-COUNT (WS-AT-FOUND-SUB) TO WS-CC-SUB
058600         MOVE JRNL-OPERATION
058700             TO WS-AT-CHARGED-CODE (WS-AT-FOUND-SUB, WS-CC-SUB)
058800     END-IF.
058900 2500-NOTE-FEE-CHARGED-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 2700-LOCATE-ACTIVITY-ENTRY - FIND THE ACTIVITY ENTRY FOR        *
059400*                              WS-ACTIVITY-ACCT-ID, CREATING IT   *
059500*                              ON THE ACCOUNT'S FIRST ENTRY OF    *
059600*                              THE MONTH WITH THE OPENING BALANCE *
059700*                              AS ITS LOW BALANCE. A FULL TABLE   *
059800*                              ABANDONS THE RUN.                  *
059900******************************************************************
060000 2700-LOCATE-ACTIVITY-ENTRY.
060100     PERFORM 2750-FIND-ACTIVITY-ENTRY
060200     IF NOT ENTRY-FOUND
060300         IF WS-AT-COUNT < WS-AT-MAX-ENTRIES
060400             ADD 1 TO WS-AT-COUNT
060500             MOVE WS-AT-COUNT TO WS-AT-FOUND-SUB
060600             MOVE WS-ACTIVITY-ACCT-ID
060700                 TO WS-AT-ACCT-ID (WS-AT-FOUND-SUB)
060800             COMPUTE WS-AT-LOW-BALANCE (WS-AT-FOUND-SUB) =
060900                 JRNL-RESULT-BALANCE - WS-EFFECT-AMOUNT
061000             MOVE ZERO TO WS-AT-TRANS-COUNT (WS-AT-FOUND-SUB)
061100             MOVE ZERO TO WS-AT-CHARGED-COUNT (WS-AT-FOUND-SUB)
061200             SET ENTRY-FOUND TO TRUE
061300         ELSE
061400             DISPLAY 'SVCCHG: ACTIVITY TABLE FULL AT '
061500                 WS-ACTIVITY-ACCT-ID ' - RUN ABANDONED'
061600             MOVE WS-ABANDONED-LINE TO REPORT-LINE
061700             WRITE REPORT-LINE
061800             MOVE 16 TO RETURN-CODE
061900             SET TABLE-FULL TO TRUE
062000             SET WS-JRNL-FILE-EOF TO TRUE
062100         END-IF
062200     END-IF.
062300 2700-LOCATE-ACTIVITY-ENTRY-EXIT.
062400     EXIT.
062500
062600******************************************************************
062700* 2750-FIND-ACTIVITY-ENTRY - LOOK WS-ACTIVITY-ACCT-ID UP IN THE   *
062800*                            ACTIVITY TABLE WITHOUT ADDING IT     *
062900******************************************************************
063000 2750-FIND-ACTIVITY-ENTRY.
063100     MOVE 'N' TO WS-ENTRY-FOUND
063200     PERFORM 2760-SCAN-ACTIVITY-TABLE
063300         VARYING WS-AT-SUB FROM 1 BY 1
063400         UNTIL ENTRY-FOUND OR WS-AT-SUB > WS-AT-COUNT.
063500 2750-FIND-ACTIVITY-ENTRY-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 2760-SCAN-ACTIVITY-TABLE - TEST ONE ACTIVITY ENTRY              *
064000******************************************************************
064100 2760-SCAN-ACTIVITY-TABLE.
064200     IF WS-AT-ACCT-ID (WS-AT-SUB) = WS-ACTIVITY-ACCT-ID
064300         MOVE WS-AT-SUB TO WS-AT-FOUND-SUB
064400         SET ENTRY-FOUND TO TRUE
064500     END-IF.
064600 2760-SCAN-ACTIVITY-TABLE-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000* 3000-PROCESS-ACCOUNT - ASSESS ONE ACCOUNT. ONLY AN ACTIVE       *
065100*                        DEPOSIT ACCOUNT IS ASSESSED. POSTING ITS *
065200*                        FEES BREAKS THE BROWSE, WHICH IS THEN    *
065300*                        RESUMED AFTER IT.                        *
065400******************************************************************
065500 3000-PROCESS-ACCOUNT.
065600     ADD 1 TO WS-ACCOUNTS-READ
065700     MOVE ACCT-ID TO WS-LAST-ACCT-ID
065800     MOVE 'N' TO WS-BROWSE-STATE
065900     IF ACCT-ACTIVE
066000         AND NOT ACCT-TYPE-LOAN
066100         PERFORM 3200-ASSESS-ACCOUNT
066200     END-IF
066300     IF BROWSE-BROKEN
066400         PERFORM 3900-RESUME-BROWSE
066500     ELSE
066600         PERFORM 3100-READ-NEXT-ACCOUNT
066700     END-IF.
066800 3000-PROCESS-ACCOUNT-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200* 3100-READ-NEXT-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD    *
067300******************************************************************
067400 3100-READ-NEXT-ACCOUNT.
067500     READ ACCOUNT-MASTER-FILE NEXT RECORD
067600         AT END
067700             SET WS-ACCT-FILE-EOF TO TRUE
067800     END-READ.
067900 3100-READ-NEXT-ACCOUNT-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300* 3200-ASSESS-ACCOUNT - WORK OUT THE ACCOUNT'S LOW BALANCE AND    *
068400*                       TRANSACTION COUNT FOR THE MONTH, TEST     *
068500*                       EVERY FEE SCHEDULED FOR ITS TYPE, THEN    *
068600*                       POST THE FEES NOT WAIVED. A BLANK TYPE IS *
068700*                       CHECKING, AS EVERYWHERE ELSE.             *
068800******************************************************************
068900 3200-ASSESS-ACCOUNT.
069000     ADD 1 TO WS-ACCOUNTS-ASSESSED
069100     MOVE ZERO TO WS-PF-COUNT
069200     MOVE 'N' TO WS-OWNER-CHECKED
069300     MOVE ACCT-TYPE-CODE TO WS-LOOKUP-TYPE
069400     IF WS-LOOKUP-TYPE = SPACE
069500         MOVE 'C' TO WS-LOOKUP-TYPE
069600     END-IF
069700     MOVE ACCT-BALANCE TO WS-LOW-BALANCE
069800     MOVE ZERO TO WS-TRANS-COUNT
069900     MOVE 'N' TO WS-ACTIVITY-STATE
070000     MOVE ACCT-ID TO WS-ACTIVITY-ACCT-ID
070100     PERFORM 2750-FIND-ACTIVITY-ENTRY
070200     IF ENTRY-FOUND
070300         SET ACCOUNT-HAS-ACTIVITY TO TRUE
070400         IF WS-AT-LOW-BALANCE (WS-AT-FOUND-SUB) < WS-LOW-BALANCE
070500             MOVE WS-AT-LOW-BALANCE (WS-AT-FOUND-SUB)
070600                 TO WS-LOW-BALANCE
070700         END-IF
070800         MOVE WS-AT-TRANS-COUNT (WS-AT-FOUND-SUB)
070900             TO WS-TRANS-COUNT
071000     END-IF
071100     MOVE 'N' TO WS-FEE-SCAN-STATE
071200     MOVE WS-LOOKUP-TYPE TO FEE-TYPE-CODE
071300     MOVE LOW-VALUES TO FEE-CODE
071400     START FEE-TABLE-FILE KEY IS NOT LESS THAN FEE-KEY
071500         INVALID KEY
071600             SET FEE-SCAN-DONE TO TRUE
071700     END-START
071800     PERFORM 3300-READ-NEXT-FEE UNTIL FEE-SCAN-DONE
071900     IF WS-PF-COUNT > ZERO
072000         PERFORM 3600-POST-FEES
072100     END-IF.
072200 3200-ASSESS-ACCOUNT-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 3300-READ-NEXT-FEE - EXAMINE ONE FEE OF THE BROWSE; THE BROWSE  *
072700*                      ENDS AT END OF FILE OR THE FIRST FEE OF    *
072800*                      ANOTHER TYPE. A FEE WITH NO AMOUNT IS      *
072900*                      RETIRED AND IS PASSED OVER.                *
073000******************************************************************
073100 3300-READ-NEXT-FEE.
073200     READ FEE-TABLE-FILE NEXT RECORD
073300         AT END
073400             SET FEE-SCAN-DONE TO TRUE
073500         NOT AT END
073600             IF FEE-TYPE-CODE NOT = WS-LOOKUP-TYPE
073700                 SET FEE-SCAN-DONE TO TRUE
073800             ELSE
073900                 IF FEE-AMOUNT > ZERO
074000                     PERFORM 3400-TEST-FEE
074100                 END-IF
074200             END-IF
074300     END-READ.
074400 3300-READ-NEXT-FEE-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800* 3400-TEST-FEE - DECIDE WHETHER THE ACCOUNT PAYS ONE FEE. A FEE  *
074900*                 ALREADY CHARGED THIS MONTH IS LISTED AND LEFT   *
075000*                 ALONE; A WAIVED FEE IS LISTED WITH ITS REASON;  *
075100*                 ANY OTHER FEE IS QUEUED FOR POSTING.            *
075200******************************************************************
075300 3400-TEST-FEE.
075400     MOVE SPACES TO WS-WAIVE-REASON
075500     PERFORM 3450-CHECK-ALREADY-CHARGED
075600     EVALUATE TRUE
075700         WHEN CODE-FOUND
075800             MOVE 'ALREADY CHARGED' TO WS-WAIVE-REASON
075900         WHEN FEE-WAIVE-MIN-BALANCE > ZERO
076000             AND WS-LOW-BALANCE NOT < FEE-WAIVE-MIN-BALANCE
076100             MOVE 'MINIMUM BALANCE' TO WS-WAIVE-REASON
076200         WHEN FEE-WAIVE-MIN-TRANS > ZERO
076300             AND WS-TRANS-COUNT NOT < FEE-WAIVE-MIN-TRANS
076400             MOVE 'ACTIVITY' TO WS-WAIVE-REASON
076500         WHEN FEE-PAPER-STMT-ONLY
076600             PERFORM 3500-CHECK-STATEMENT-DELIVERY
076700             IF STMT-ELECTRONIC
076800                 MOVE 'E-STATEMENTS' TO WS-WAIVE-REASON
076900             END-IF
077000         WHEN OTHER
077100             CONTINUE
077200     END-EVALUATE
077300     MOVE FEE-CODE TO WS-DL-FEE-CODE
077400     MOVE FEE-DESCRIPTION TO WS-DL-DESCRIPTION
077500     MOVE FEE-AMOUNT TO WS-DL-AMOUNT
077600     MOVE WS-WAIVE-REASON TO WS-DL-REASON
077700     EVALUATE TRUE
077800         WHEN CODE-FOUND
077900             MOVE 'SKIPPED' TO WS-DL-ACTION
078000             ADD 1 TO WS-SKIPPED-COUNT
078100             PERFORM 6000-WRITE-DETAIL-LINE
078200         WHEN WS-WAIVE-REASON NOT = SPACES
078300             MOVE 'WAIVED' TO WS-DL-ACTION
078400             ADD 1 TO WS-WAIVED-COUNT
078500             ADD FEE-AMOUNT TO WS-WAIVED-AMOUNT
078600             MOVE FEE-CODE TO WS-SUMMARY-CODE
078700             MOVE FEE-DESCRIPTION TO WS-SUMMARY-DESCRIPTION
078800             MOVE FEE-AMOUNT TO WS-SUMMARY-AMOUNT
078900             SET SUMMARY-WAIVED TO TRUE
079000             PERFORM 6100-ACCUMULATE-SUMMARY
079100             PERFORM 6000-WRITE-DETAIL-LINE
079200         WHEN WS-PF-COUNT < WS-PF-MAX-ENTRIES
079300             ADD 1 TO WS-PF-COUNT
079400             MOVE FEE-CODE TO WS-PF-CODE (WS-PF-COUNT)
079500             MOVE FEE-DESCRIPTION
079600                 TO WS-PF-DESCRIPTION (WS-PF-COUNT)
079700             MOVE FEE-AMOUNT TO WS-PF-AMOUNT (WS-PF-COUNT)
079800         WHEN OTHER
079900             IF NOT PF-FULL-WARNED
080000                 DISPLAY 'SVCCHG: MORE THAN 10 FEES FOR TYPE '
080100                     WS-LOOKUP-TYPE ' - LATER FEES NOT CHARGED'
080200                 SET PF-FULL-WARNED TO TRUE
080300             END-IF
080400     END-EVALUATE.
080500 3400-TEST-FEE-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900* 3450-CHECK-ALREADY-CHARGED - SET CODE-FOUND IF THE JOURNAL      *
081000*                              ALREADY SHOWS THIS FEE CODE        *
081100*                              CHARGED TO THE ACCOUNT THIS MONTH. *
081200*                              WS-AT-FOUND-SUB STILL POINTS AT    *
081300*                              THE ACCOUNT'S ACTIVITY FROM 3200.  *
081400******************************************************************
081500 3450-CHECK-ALREADY-CHARGED.
081600     MOVE 'N' TO WS-CODE-FOUND
081700     IF ACCOUNT-HAS-ACTIVITY
081800         PERFORM 3460-SCAN-CHARGED-CODES
081900             VARYING WS-CC-SUB FROM 1 BY 1
082000             UNTIL CODE-FOUND
082100                OR WS-CC-SUB
082200                   > WS-AT-CHARGED-COUNT (WS-AT-FOUND-SUB)
082300     END-IF.
082400 3450-CHECK-ALREADY-CHARGED-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800* 3460-SCAN-CHARGED-CODES - TEST ONE FEE CODE ALREADY CHARGED     *
082900******************************************************************
083000 3460-SCAN-CHARGED-CODES.
083100     IF WS-AT-CHARGED-CODE (WS-AT-FOUND-SUB, WS-CC-SUB) = FEE-CODE
083200         SET CODE-FOUND TO TRUE
083300     END-IF.
083400 3460-SCAN-CHARGED-CODES-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800* 3500-CHECK-STATEMENT-DELIVERY - HOW THE ACCOUNT'S PRIMARY OWNER *
083900*                                 TAKES STATEMENTS, LOOKED UP     *
084000*                                 ONCE PER ACCOUNT. NO PRIMARY    *
084100*                                 OWNER ON FILE MEANS PAPER.      *
084200******************************************************************
084300 3500-CHECK-STATEMENT-DELIVERY.
084400     IF NOT OWNER-CHECKED
084500         MOVE 'P' TO WS-STMT-DELIVERY
084600         MOVE ACCT-ID TO WS-OWN-ACCT-ID
084700         PERFORM 9500-LOOKUP-OWNER
084800         IF WS-OWNER-FOUND
084900             MOVE CUST-STMT-DELIVERY TO WS-STMT-DELIVERY
085000         END-IF
085100         SET OWNER-CHECKED TO TRUE
085200     END-IF.
085300 3500-CHECK-STATEMENT-DELIVERY-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700* 3600-POST-FEES - CLOSE THE BROWSE, HAVE OPERATIONS CHARGE AND   *
085800*                  JOURNAL EACH QUEUED FEE, THEN REOPEN THE       *
085900*                  MASTER FOR THE BROWSE TO RESUME                *
086000******************************************************************
086100 3600-POST-FEES.
086200     CLOSE ACCOUNT-MASTER-FILE
086300     SET BROWSE-BROKEN TO TRUE
086400     PERFORM 3700-POST-ONE-FEE
086500         VARYING WS-PF-SUB FROM 1 BY 1
086600         UNTIL WS-PF-SUB > WS-PF-COUNT
086700     OPEN INPUT ACCOUNT-MASTER-FILE.
086800 3600-POST-FEES-EXIT.
086900     EXIT.
087000
087100******************************************************************
087200* 3700-POST-ONE-FEE - CHARGE ONE QUEUED FEE THROUGH OPERATIONS    *
087300*                     WITH THE FEE CODE AS THE REFERENCE, AND     *
087400*                     LIST IT AS CHARGED OR, IF REFUSED, AS NOT   *
087500*                     POSTED WITH THE OPERATIONS STATUS           *
087600******************************************************************
087700 3700-POST-ONE-FEE.
087800     MOVE WS-PF-AMOUNT (WS-PF-SUB) TO WS-PASSED-AMOUNT
087900     MOVE SPACES TO WS-PASSED-REFERENCE
088000     MOVE WS-PF-CODE (WS-PF-SUB) TO WS-PASSED-REFERENCE (1:6)
088100     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-ACCT-ID
088200         WS-PASSED-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
088300         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
088400         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
088500     MOVE WS-PF-CODE (WS-PF-SUB) TO WS-DL-FEE-CODE
088600     MOVE WS-PF-DESCRIPTION (WS-PF-SUB) TO WS-DL-DESCRIPTION
088700     MOVE WS-PF-AMOUNT (WS-PF-SUB) TO WS-DL-AMOUNT
088800     IF WS-OPER-STATUS = '00'
088900         MOVE 'CHARGED' TO WS-DL-ACTION
089000         MOVE SPACES TO WS-DL-REASON
089100         ADD 1 TO WS-CHARGED-COUNT
089200         ADD WS-PF-AMOUNT (WS-PF-SUB) TO WS-CHARGED-AMOUNT
089300         MOVE WS-PF-CODE (WS-PF-SUB) TO WS-SUMMARY-CODE
089400         MOVE WS-PF-DESCRIPTION (WS-PF-SUB)
089500             TO WS-SUMMARY-DESCRIPTION
089600         MOVE WS-PF-AMOUNT (WS-PF-SUB) TO WS-SUMMARY-AMOUNT
089700         SET SUMMARY-CHARGED TO TRUE
089800         PERFORM 6100-ACCUMULATE-SUMMARY
089900     ELSE
090000         MOVE 'FAILED' TO WS-DL-ACTION
090100         MOVE 'STATUS' TO WS-DL-REASON
090200         MOVE WS-OPER-STATUS TO WS-DL-REASON (8:2)
090300         ADD 1 TO WS-FAILED-COUNT
090400         DISPLAY 'SVCCHG: FEE ' WS-PF-CODE (WS-PF-SUB)
090500             ' NOT POSTED FOR ' WS-LAST-ACCT-ID
090600             ' STATUS ' WS-OPER-STATUS
090700     END-IF
090800     PERFORM 6000-WRITE-DETAIL-LINE.
090900 3700-POST-ONE-FEE-EXIT.
091000     EXIT.
091100
091200******************************************************************
091300* 3900-RESUME-BROWSE - PICK THE ACCOUNT MASTER BROWSE UP AGAIN    *
091400*                      AFTER THE ACCOUNT JUST CHARGED             *
091500******************************************************************
091600 3900-RESUME-BROWSE.
091700     MOVE WS-LAST-ACCT-ID TO ACCT-ID
091800     START ACCOUNT-MASTER-FILE KEY IS GREATER THAN ACCT-ID
091900         INVALID KEY
092000             SET WS-ACCT-FILE-EOF TO TRUE
092100     END-START
092200     IF NOT WS-ACCT-FILE-EOF
092300         PERFORM 3100-READ-NEXT-ACCOUNT
092400     END-IF.
092500 3900-RESUME-BROWSE-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900* 6000-WRITE-DETAIL-LINE - PRINT ONE REGISTER LINE FOR THE        *
093000*                          ACCOUNT BEING ASSESSED                 *
093100******************************************************************
093200 6000-WRITE-DETAIL-LINE.
093300     MOVE WS-LAST-ACCT-ID TO WS-DL-ACCT-ID
093400     MOVE WS-LOOKUP-TYPE TO WS-DL-TYPE
093500     MOVE WS-DETAIL-LINE TO REPORT-LINE
093600     WRITE REPORT-LINE.
093700 6000-WRITE-DETAIL-LINE-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100* 6100-ACCUMULATE-SUMMARY - ADD ONE CHARGED OR WAIVED FEE TO ITS  *
094200*                           FEE CODE'S SUMMARY ENTRY, CREATING IT *
094300*                           ON FIRST USE. A FULL TABLE ONLY LOSES *
094400*                           SUMMARY LINES - THE REGISTER DETAIL   *
094500*                           AND RUN TOTALS STAY COMPLETE.         *
094600******************************************************************
094700 6100-ACCUMULATE-SUMMARY.
094800     MOVE 'N' TO WS-ENTRY-FOUND
094900     PERFORM 6110-SCAN-SUMMARY-TABLE
095000         VARYING WS-FS-SUB FROM 1 BY 1
095100         UNTIL ENTRY-FOUND OR WS-FS-SUB > WS-FS-COUNT
095200     IF NOT ENTRY-FOUND
095300         IF WS-FS-COUNT < WS-FS-MAX-ENTRIES
095400             ADD 1 TO WS-FS-COUNT
095500             MOVE WS-FS-COUNT TO WS-FS-FOUND-SUB
095600             MOVE WS-SUMMARY-CODE TO WS-FS-CODE (WS-FS-FOUND-SUB)
095700             MOVE WS-SUMMARY-DESCRIPTION
095800                 TO WS-FS-DESCRIPTION (WS-FS-FOUND-SUB)
095900             MOVE ZERO TO WS-FS-CHARGED-COUNT (WS-FS-FOUND-SUB)
096000             MOVE ZERO TO WS-FS-CHARGED-AMOUNT (WS-FS-FOUND-SUB)
096100             MOVE ZERO TO WS-FS-WAIVED-COUNT (WS-FS-FOUND-SUB)
096200             MOVE ZERO TO WS-FS-WAIVED-AMOUNT (WS-FS-FOUND-SUB)
096300             SET ENTRY-FOUND TO TRUE
096400         ELSE
096500             IF NOT FS-FULL-WARNED
096600                 DISPLAY 'SVCCHG: FEE SUMMARY TABLE FULL - '
096700                     'SUMMARY IS INCOMPLETE'
096800                 SET FS-FULL-WARNED TO TRUE
096900             END-IF
097000         END-IF
097100     END-IF
097200     IF ENTRY-FOUND
097300         IF SUMMARY-CHARGED
097400             ADD 1 TO WS-FS-CHARGED-COUNT (WS-FS-FOUND-SUB)
097500             ADD WS-SUMMARY-AMOUNT
097600                 TO WS-FS-CHARGED-AMOUNT (WS-FS-FOUND-SUB)
097700         ELSE
097800             ADD 1 TO WS-FS-WAIVED-COUNT (WS-FS-FOUND-SUB)
097900             ADD WS-SUMMARY-AMOUNT
098000                 TO WS-FS-WAIVED-AMOUNT (WS-FS-FOUND-SUB)
098100         END-IF
098200     END-IF.
098300 6100-ACCUMULATE-SUMMARY-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700* 6110-SCAN-SUMMARY-TABLE - TEST ONE SUMMARY ENTRY                *
098800******************************************************************
098900 6110-SCAN-SUMMARY-TABLE.
099000     IF WS-FS-CODE (WS-FS-SUB) = WS-SUMMARY-CODE
099100         MOVE WS-FS-SUB TO WS-FS-FOUND-SUB
099200         SET ENTRY-FOUND TO TRUE
099300     END-IF.
099400 6110-SCAN-SUMMARY-TABLE-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800* 7000-WRITE-FEE-SUMMARY - PRINT ONE LINE PER FEE CODE: HOW MANY  *
099900*                          WERE CHARGED AND WAIVED, AND FOR HOW   *
100000*                          MUCH                                   *
100100******************************************************************
100200 7000-WRITE-FEE-SUMMARY.
100300     MOVE SPACES TO REPORT-LINE
100400     WRITE REPORT-LINE
100500     MOVE WS-SUMMARY-HEADING TO REPORT-LINE
100600     WRITE REPORT-LINE
100700     MOVE WS-SUMMARY-COLUMN-HEADING TO REPORT-LINE
100800     WRITE REPORT-LINE
100900     PERFORM 7100-WRITE-SUMMARY-LINE
101000         VARYING WS-FS-SUB FROM 1 BY 1
101100         UNTIL WS-FS-SUB > WS-FS-COUNT
101200     IF WS-FS-COUNT = ZERO
101300         MOVE WS-NONE-LINE TO REPORT-LINE
101400         WRITE REPORT-LINE
101500     END-IF.
101600 7000-WRITE-FEE-SUMMARY-EXIT.
101700     EXIT.
101800
101900******************************************************************
102000* 7100-WRITE-SUMMARY-LINE - PRINT ONE FEE CODE'S SUMMARY LINE     *
102100******************************************************************
102200 7100-WRITE-SUMMARY-LINE.
102300     MOVE WS-FS-CODE (WS-FS-SUB) TO WS-SL-FEE-CODE
102400     MOVE WS-FS-DESCRIPTION (WS-FS-SUB) TO WS-SL-DESCRIPTION
102500     MOVE WS-FS-CHARGED-COUNT (WS-FS-SUB) TO WS-SL-CHARGED-COUNT
102600     MOVE WS-FS-CHARGED-AMOUNT (WS-FS-SUB) TO WS-SL-CHARGED-AMOUNT
102700     MOVE WS-FS-WAIVED-COUNT (WS-FS-SUB) TO WS-SL-WAIVED-COUNT
102800     MOVE WS-FS-WAIVED-AMOUNT (WS-FS-SUB) TO WS-SL-WAIVED-AMOUNT
102900     MOVE WS-SUMMARY-LINE TO REPORT-LINE
103000     WRITE REPORT-LINE.
103100 7100-WRITE-SUMMARY-LINE-EXIT.
103200     EXIT.
103300
103400******************************************************************
103500* 8000-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY LINES         *
103600******************************************************************
103700 8000-WRITE-REPORT-TRAILER.
103800     MOVE WS-ENTRIES-READ TO WS-TR-ENTRIES
103900     MOVE WS-ACCOUNTS-READ TO WS-TR-ACCOUNTS
104000     MOVE WS-ACCOUNTS-ASSESSED TO WS-TR-ASSESSED
104100     MOVE WS-CHARGED-COUNT TO WS-TR-CHARGED
104200     MOVE WS-CHARGED-AMOUNT TO WS-TR-CHARGED-AMT
104300     MOVE WS-WAIVED-COUNT TO WS-TR-WAIVED
104400     MOVE WS-WAIVED-AMOUNT TO WS-TR-WAIVED-AMT
104500     MOVE WS-SKIPPED-COUNT TO WS-TR-SKIPPED
104600     MOVE WS-FAILED-COUNT TO WS-TR-FAILED
104700     MOVE SPACES TO REPORT-LINE
104800     WRITE REPORT-LINE
104900     MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
105000     WRITE REPORT-LINE
105100     MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
105200     WRITE REPORT-LINE
105300     MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
105400     WRITE REPORT-LINE
105500     MOVE WS-TRAILER-LINE-4 TO REPORT-LINE
105600     WRITE REPORT-LINE.
105700 8000-WRITE-REPORT-TRAILER-EXIT.
105800     EXIT.
105900
106000******************************************************************
106100* 9000-CLOSE-FILES - CLOSE EVERY FILE STILL OPEN FOR THIS RUN     *
106200******************************************************************
106300 9000-CLOSE-FILES.
106400     CLOSE SVC-PARM-FILE
106500     CLOSE ACCOUNT-MASTER-FILE
106600     CLOSE FEE-TABLE-FILE
106700     CLOSE CUSTOMER-FILE
106800     CLOSE RELATIONSHIP-FILE
106900     CLOSE REPORT-FILE.
107000 9000-CLOSE-FILES-EXIT.
107100     EXIT.
107101
107102     COPY BDATEPRC.
107200
107300******************************************************************
107400* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
107500******************************************************************
107600     COPY OWNRLKUP.
