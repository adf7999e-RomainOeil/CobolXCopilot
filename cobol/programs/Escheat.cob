001400*                 CARD (A SECOND, LONGER PARM ALONGSIDE THE      *
001500*                 DORMANCY RUN'S DORM-PARM-MONTHS), PULLS THE     *
001600*                 OWNER'S NAME, ADDRESS AND STATE FROM THE       *
001700*                 CUSTOMER FILE, POSTS THE SURRENDERED BALANCE    *
001800*                 OUT OF THE ACCOUNT THROUGH OPERATIONS SO THE    *
001900*                 JOURNAL AND TRIAL BALANCE REFLECT THE           *
002000*                 REMITTANCE, AND WRITES THE REMITTANCE EXTRACT   *
002860*                     DORMANT INSTEAD OF WAKING TO ACTIVE. THE    *
002870*                     REMITTED ACCOUNT IS LEFT AT A ZERO          *
002880*                     BALANCE, STILL 'D', FOR THE NEXT ACCOUNT    *
002881*                     MAINTENANCE RUN'S CLOSE CARD.               *
002882*    2026-10-05 DP    PASSES THE NEW PASSED-TRACE-NO ARGUMENT TO  *
002883*                     OPERATIONS AS SPACES - ONLY THE INBOUND     *
002884*                     ACH RUN CARRIES A TRACE NUMBER.             *
002885*    2026-10-05 DP    THE OWNER'S NAME, ADDRESS, STATE AND TAX ID *
002886*                     NOW COME FROM THE CUSTOMER INFORMATION FILE *
002887*                     (CUSTREC) FOR THE ACCOUNT'S PRIMARY OWNER   *
002888*                     ON THE RELATIONSHIP FILE (RELREC), THROUGH  *
002889*                     THE SHARED OWNER LOOKUP (OWNRLKUP), INSTEAD *
002890*                     OF THE ACCOUNT-KEYED MEMBER MASTER.         *
002891*    2026-10-05 DP    THE INACTIVITY CUT-OFF IS NOW RECKONED FROM *
002892*                     THE BUSDATE BUSINESS DATE INSTEAD OF THE    *
002893*                     SYSTEM CLOCK.                               *
002900******************************************************************
003000 PROGRAM-ID. Escheat.
003100
004200         RECORD KEY IS ACCT-ID
004300         FILE STATUS IS WS-ACCT-FILE-STATUS.
004400
004500     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CUST-MEMBER-NO
004900         FILE STATUS IS WS-CUST-FILE-STATUS.
004901
004902     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
004903         ORGANIZATION IS INDEXED
004904         ACCESS MODE IS DYNAMIC
004905         RECORD KEY IS REL-KEY
004906         FILE STATUS IS WS-REL-FILE-STATUS.
005000
005100     SELECT EXTRACT-FILE ASSIGN TO "ESCHEXT"
005200         ORGANIZATION IS SEQUENTIAL
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
006600 FD  ACCOUNT-MASTER-FILE.
006700     COPY ACCTMAS.
006800
006900 FD  CUSTOMER-FILE.
007000     COPY CUSTREC.
007001
007002 FD  RELATIONSHIP-FILE.
007003     COPY RELREC.
007100
007200 FD  EXTRACT-FILE.
007300     COPY ESCHEXT.
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-LINE                     PIC X(80).
007601
007602 FD  BUSINESS-DATE-FILE.
007603     COPY BDATREC.
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-PARM-FILE-STATUS             PIC X(02).
008300     88  WS-ACCT-FILE-OK                      VALUE '00'.
008400     88  WS-ACCT-FILE-EOF                     VALUE '10'.
008500
008600     COPY OWNRLKWS.
008800
008900 01  WS-EXT-FILE-STATUS              PIC X(02).
009000     88  WS-EXT-FILE-OK                       VALUE '00'.
009500 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
009600     88  OPEN-FAILED                          VALUE 'Y'.
009700
010000
010100 01  WS-ENTRY-FOUND                  PIC X(01) VALUE 'N'.
010200     88  ENTRY-FOUND                          VALUE 'Y'.
011300 01  WS-CUTOFF-YYYYMM                PIC 9(06).
011400 01  WS-ACTIVITY-YYYYMM              PIC 9(06).
011500
011501     COPY BDATEWS.
011502
011600 01  WS-LAST-ACCT-ID                 PIC X(10).
011700 01  WS-LAST-ACTIVITY                PIC 9(08).
011800 01  WS-REMIT-AMOUNT                 PIC S9(6)V99.
012300 01  WS-PASSED-REFERENCE             PIC X(10) VALUE SPACES.
012400 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
012500 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'E'.
012501 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
012600
012700 01  WS-ST-MAX-ENTRIES               PIC 9(05) COMP VALUE 60.
012800 01  WS-ST-COUNT                     PIC 9(05) COMP VALUE ZERO.
021100     PERFORM 1000-OPEN-FILES
021200     IF NOT OPEN-FAILED
021300         PERFORM 1100-READ-PARM
021400         IF NOT WS-BDAT-RUN-STOPPED
021500             PERFORM 1150-COMPUTE-CUTOFF
021600             PERFORM 1200-WRITE-HEADINGS
021700             PERFORM 2100-READ-NEXT-ACCOUNT
021800             PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-ACCT-FILE-EOF
021900             PERFORM 8000-WRITE-STATE-TOTALS
021901             PERFORM 8100-WRITE-REPORT-TRAILER
021902             DISPLAY 'ESCHEAT: ACCOUNTS READ     - '
021903                 WS-ACCOUNTS-READ
021904             DISPLAY 'ESCHEAT: ACCOUNTS REMITTED - '
021905                 WS-ACCOUNTS-REMITTED
021906         END-IF
022000         PERFORM 9000-CLOSE-FILES
022400     END-IF
022500     STOP RUN.
022600
024500         SET WS-ACCT-FILE-EOF TO TRUE
024600         SET OPEN-FAILED TO TRUE
024700     END-IF
024800     OPEN INPUT CUSTOMER-FILE
024900     IF NOT WS-CUST-FILE-OK
025000         DISPLAY 'ESCHEAT: UNABLE TO OPEN CUSTMAS - '
025100             WS-CUST-FILE-STATUS
025101         SET WS-ACCT-FILE-EOF TO TRUE
025102         SET OPEN-FAILED TO TRUE
025103     END-IF
025104     OPEN INPUT RELATIONSHIP-FILE
025105     IF NOT WS-REL-FILE-OK
025106         DISPLAY 'ESCHEAT: UNABLE TO OPEN RELMAS - '
025107             WS-REL-FILE-STATUS
025200         SET WS-ACCT-FILE-EOF TO TRUE
025300         SET OPEN-FAILED TO TRUE
025400     END-IF
027300* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE           *
027400*                  STATUTORY NUMBER OF MONTHS OF INACTIVITY       *
027500*                  BEFORE ESCHEATMENT. A MISSING OR NON-NUMERIC   *
027600*                  CARD FALLS BACK TO THE 60-MONTH DEFAULT. THE   *
027601*                  BUSINESS DATE IS TAKEN FROM BUSDATE FIRST.     *
027700******************************************************************
027800 1100-READ-PARM.
027801     MOVE 'ESCHEAT' TO WS-BDAT-PROGRAM
027802     PERFORM 9600-READ-BUSINESS-DATE
027900     READ ESCH-PARM-FILE
028000         AT END
028100             DISPLAY 'ESCHEAT: MISSING PARM CARD - 60 ASSUMED'
029100     EXIT.
029200
029300******************************************************************
029400* 1150-COMPUTE-CUTOFF - TURN THE BUSINESS DATE MINUS THE          *
029500*                       STATUTORY MONTHS INTO A YYYYMM CUT-OFF,   *
029600*                       THE SAME ARITHMETIC THE DORMANCY RUN USES *
029700******************************************************************
029800 1150-COMPUTE-CUTOFF.
029900     MOVE WS-BDAT-CURRENT-DATE TO WS-TODAY-DATE
030000     COMPUTE WS-TOTAL-MONTHS =
030100         (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH - 1
030200         - WS-STATUTORY-MONTHS
035100
035200******************************************************************
035300* 2200-REMIT-ACCOUNT - SURRENDER ONE ACCOUNT'S BALANCE. THE       *
035400*                      PRIMARY OWNER SUPPLIES THE NAME AND STATE; *
035500*                      THE BALANCE POSTS OUT THROUGH A DEBIT IN   *
035600*                      OPERATIONS (CLOSE-AND-REOPEN BROWSE DANCE  *
035700*                      AS IN THE INTEREST ACCRUAL RUN) SO THE     *
038800     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-ACCT-ID
038900         WS-REMIT-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
039000         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
039100         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
039200     IF WS-OPER-STATUS = '00'
039300         ADD 1 TO WS-ACCOUNTS-REMITTED
039400         ADD WS-REMIT-AMOUNT TO WS-GRAND-AMOUNT
041900******************************************************************
042000 2400-WRITE-CONTROL-LINE.
042100     MOVE WS-LAST-ACCT-ID TO WS-DL-ACCT-ID
042200     MOVE CUST-STATE TO WS-DL-STATE
042300     MOVE WS-LAST-ACTIVITY TO WS-DL-LAST-ACTIVITY
042400     MOVE WS-REMIT-AMOUNT TO WS-DL-AMOUNT
042500     MOVE WS-DETAIL-LINE TO REPORT-LINE
043200*                             THE REMITTANCE EXTRACT              *
043300******************************************************************
043400 3000-WRITE-EXTRACT-RECORD.
043500     MOVE CUST-STATE TO ESCH-STATE
043600     MOVE WS-LAST-ACCT-ID TO ESCH-ACCT-ID
043700     MOVE CUST-NAME TO ESCH-MBR-NAME
043800     MOVE CUST-ADDR-LINE-1 TO ESCH-ADDR-LINE-1
043900     MOVE CUST-CITY TO ESCH-CITY
044000     MOVE CUST-ZIP TO ESCH-ZIP
044001     MOVE CUST-TAX-ID TO ESCH-TAX-ID
044100     MOVE WS-LAST-ACTIVITY TO ESCH-LAST-ACTIVITY-DATE
044200     MOVE WS-REMIT-AMOUNT TO ESCH-AMOUNT
044300     WRITE ESCH-EXTRACT-RECORD.
045800         IF WS-ST-COUNT < WS-ST-MAX-ENTRIES
045900             ADD 1 TO WS-ST-COUNT
046000             MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB
046100             MOVE CUST-STATE TO WS-ST-STATE (WS-ST-FOUND-SUB)
046200             MOVE ZERO TO WS-ST-ACCT-COUNT (WS-ST-FOUND-SUB)
046300             MOVE ZERO TO WS-ST-AMOUNT (WS-ST-FOUND-SUB)
046400             SET ENTRY-FOUND TO TRUE
046500         ELSE
046600             DISPLAY 'ESCHEAT: STATE TABLE FULL AT ' CUST-STATE
046700         END-IF
046800     END-IF
046900     IF ENTRY-FOUND
047800*                         STATE CODE                              *
047900******************************************************************
048000 3110-SCAN-STATE-TABLE.
048100     IF WS-ST-STATE (WS-ST-SUB) = CUST-STATE
048200         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
048300         SET ENTRY-FOUND TO TRUE
048400     END-IF.
048600     EXIT.
048700
048800******************************************************************
048900* 3200-READ-MEMBER - LOOK THE ACCOUNT'S PRIMARY OWNER UP ON THE   *
049000*                    CUSTOMER FILE. AN ACCOUNT WITH NO PRIMARY    *
049100*                    OWNER ON FILE REMITS UNDER STATE '??' SO THE *
049200*                    FILING CLERK CHASES IT RATHER THAN LOSING    *
049201*                    IT.                                          *
049300******************************************************************
049400 3200-READ-MEMBER.
049500     MOVE WS-LAST-ACCT-ID TO WS-OWN-ACCT-ID
049600     PERFORM 9500-LOOKUP-OWNER
049700     IF NOT WS-OWNER-FOUND
049800         MOVE SPACES TO CUST-RECORD
049900         MOVE 'OWNER NOT ON CUSTOMER FILE' TO CUST-NAME
050000         MOVE '??' TO CUST-STATE
050600     END-IF.
050700 3200-READ-MEMBER-EXIT.
050800     EXIT.
055400 9000-CLOSE-FILES.
055500     CLOSE ESCH-PARM-FILE
055600     CLOSE ACCOUNT-MASTER-FILE
055700     CLOSE CUSTOMER-FILE
055701     CLOSE RELATIONSHIP-FILE
055800     CLOSE EXTRACT-FILE
055900     CLOSE REPORT-FILE.
056000 9000-CLOSE-FILES-EXIT.
056100     EXIT.
056101
056102     COPY BDATEPRC.
056103
056104******************************************************************
056105* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
056106******************************************************************
056107     COPY OWNRLKUP.
