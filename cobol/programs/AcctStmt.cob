000900*    PURPOSE:     PRINTS A MEMBER ACCOUNT STATEMENT. READS ONE    *
001000*                 CONTROL CARD (STMTPRM COPYBOOK) NAMING THE      *
001100*                 ACCOUNT AND DATE RANGE TO REPORT, THEN READS    *
001200*                 THE JOURNAL HISTORY FILE FOR EVERY CREDIT/      *
001300*                 DEBIT/TOTAL/OVERDRAFT-FEE ENTRY FOR THAT        *
001400*                 ACCOUNT IN THAT RANGE, PRINTING EACH WITH ITS   *
001500*                 POST-TRANSACTION RUNNING BALANCE, AND FINISHES  *
001600*                 WITH THE ACCOUNT'S CURRENT BALANCE FROM THE     *
001601*                 MASTER.                                         *
001700*                                                                 *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002191*    2026-09-02 DP    THE CURRENT-BALANCE TRAILER NOW SHOWS THE   *
002192*                     ACCOUNT TYPE CODE FROM THE MASTER (A BLANK  *
002193*                     LEGACY ROW SHOWS AS CHECKING).              *
002194*    2026-10-05 DP    AN ACH ENTRY (SOURCE 'A') PRINTS A REMARK   *
002195*                     CARRYING ITS NACHA TRACE NUMBER SO THE      *
002196*                     MEMBER CAN QUOTE IT TO THE ORIGINATOR.      *
002197*    2026-10-05 DP    A LOAN PAYMENT ENTRY ('LNINT ' OR 'LNPRIN') *
002198*                     THAT ARRIVED BY TRANSFER PRINTS THE SAME    *
002199*                     TRANSFER REMARK AS AN 'XFERCR'.             *
002200*    2026-10-05 DP    A CERTIFICATE RENEWAL ENTRY ('RENEW ')      *
002201*                     SHOWS THE NEW MATURITY DATE IT ROLLED THE   *
002202*                     CERTIFICATE OVER TO.                        *
002203*    2026-10-05 DP    THE NAME AND MAILING ADDRESS NOW COME FROM  *
002204*                     THE CUSTOMER INFORMATION FILE (CUSTREC) FOR *
002205*                     THE ACCOUNT'S PRIMARY OWNER ON THE          *
002206*                     RELATIONSHIP FILE (RELREC), THROUGH THE     *
002207*                     SHARED OWNER LOOKUP (OWNRLKUP), INSTEAD OF  *
002208*                     THE ACCOUNT-KEYED MEMBER MASTER. JOINT      *
002209*                     OWNERS' NAMES PRINT UNDER THE PRIMARY       *
002210*                     OWNER'S.                                    *
002211*    2026-10-05 DP    A CHARGE-OFF OR A RECOVERY ON A CHARGED-OFF *
002212*                     ACCOUNT IS REMARKED AS SUCH ON ITS          *
002213*                     STATEMENT LINE.                             *
002214*    2026-10-05 DP    A BLANK STMTPARM TO DATE NOW MEANS THE      *
002215*                     BUSDATE BUSINESS DATE; A TO DATE AFTER IT   *
002216*                     STOPS THE RUN (RC 16).                      *
002217*    2026-10-05 DP    THE STATEMENT NOW READS THE ACCOUNT'S       *
002218*                     ENTRIES BY KEY FROM THE JOURNAL HISTORY     *
002219*                     FILE (JRNLHIST, COPYBOOK JHSTREC) - EVERY   *
002220*                     CYCLE, NOT JUST THE CURRENT JOURNAL -       *
002221*                     STARTING AT THE FROM DATE AND STOPPING AT   *
002222*                     THE TO DATE, INSTEAD OF READING THE WHOLE   *
002223*                     JOURNAL.                                    *
002224*    2026-10-15 DP    HISTORY START KEY CARRIES POST TIME AND     *
002225*                     SEQUENCE SPACE                              *
002226******************************************************************
002300 PROGRAM-ID. AcctStmt.
002400
002500 ENVIRONMENT DIVISION.
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PARM-FILE-STATUS.
003100
003200     SELECT JOURNAL-HISTORY-FILE ASSIGN TO "JRNLHIST"
003300         ORGANIZATION IS INDEXED
003301         ACCESS MODE IS DYNAMIC
003302         RECORD KEY IS JHST-KEY
003400         FILE STATUS IS WS-JRNL-FILE-STATUS.
003500
003600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
003900         RECORD KEY IS ACCT-ID
004000         FILE STATUS IS WS-ACCT-FILE-STATUS.
004010
004020     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS DYNAMIC
004050         RECORD KEY IS CUST-MEMBER-NO
004060         FILE STATUS IS WS-CUST-FILE-STATUS.
004061
004062     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
004063         ORGANIZATION IS INDEXED
004064         ACCESS MODE IS DYNAMIC
004065         RECORD KEY IS REL-KEY
004066         FILE STATUS IS WS-REL-FILE-STATUS.
004100
004200     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004401
004402     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004403         ORGANIZATION IS SEQUENTIAL
004404         FILE STATUS IS WS-BDAT-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STMT-PARM-FILE.
004900     COPY STMTPRM.
005000
005100 FD  JOURNAL-HISTORY-FILE.
005200     COPY JHSTREC.
005300
005400 FD  ACCOUNT-MASTER-FILE.
005500     COPY ACCTMAS.
005510
005520 FD  CUSTOMER-FILE.
005530     COPY CUSTREC.
005531
005532 FD  RELATIONSHIP-FILE.
005533     COPY RELREC.
005600
005700 FD  REPORT-FILE.
005800 01  REPORT-LINE                     PIC X(80).
005801
005802 FD  BUSINESS-DATE-FILE.
005803     COPY BDATREC.
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-PARM-FILE-STATUS             PIC X(02).
006400 01  WS-JRNL-FILE-STATUS             PIC X(02).
006500     88  WS-JRNL-FILE-OK                      VALUE '00'.
006600     88  WS-JRNL-FILE-EOF                     VALUE '10'.
006601
006602     COPY JRNLMAS.
006610
006620 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
006630     88  OPEN-FAILED                          VALUE 'Y'.
007100 01  WS-RPT-FILE-STATUS              PIC X(02).
007200     88  WS-RPT-FILE-OK                       VALUE '00'.
007210
007220     COPY OWNRLKWS.
007300
007400 01  WS-STMT-ACCT-ID                 PIC X(10).
007500 01  WS-STMT-FROM-DATE               PIC 9(08).
007600 01  WS-STMT-TO-DATE                 PIC 9(08).
007601
007602     COPY BDATEWS.
007700
007800 01  WS-LINE-COUNT                   PIC 9(05) VALUE ZERO.
007900
011420     05  DL-REMARK.
011430         10  DL-REMARK-TEXT          PIC X(13).
011440         10  DL-REMARK-SEQ           PIC Z(8)9.
011441     05  DL-REMARK-ACH REDEFINES DL-REMARK.
011442         10  DL-REMARK-ACH-TEXT      PIC X(04).
011443         10  DL-REMARK-TRACE-NO      PIC X(15).
011444         10  FILLER                  PIC X(03).
011500
011600 01  WS-TRAILER-LINE.
011700     05  FILLER                      PIC X(24) VALUE
013000     PERFORM 1000-OPEN-FILES
013050     IF NOT OPEN-FAILED
013100         PERFORM 1100-READ-PARM
013200         IF NOT WS-BDAT-RUN-STOPPED
013300             PERFORM 1200-WRITE-HEADINGS
013400             PERFORM 2050-START-JOURNAL
013500             PERFORM 2000-PROCESS-JOURNAL UNTIL WS-JRNL-FILE-EOF
013600             IF WS-LINE-COUNT = ZERO
013700                 MOVE WS-NO-ACTIVITY-LINE TO REPORT-LINE
013701                 WRITE REPORT-LINE
013702             END-IF
013703             PERFORM 8000-WRITE-CURRENT-BALANCE
013800         END-IF
014000         PERFORM 9000-CLOSE-FILES
014050     END-IF
014100     STOP RUN.
014200
014300******************************************************************
014400* 1000-OPEN-FILES - OPEN THE PARM CARD, JOURNAL HISTORY, MASTER,  *
014401*                   REPORT.                                       *
014410*                   A FAILURE ON ANY OF THEM SETS WS-JRNL-FILE-   *
014420*                   EOF SO THE JOURNAL-PROCESSING LOOP IN         *
014430*                   0000-MAINLINE NEVER RUNS FOR THIS STATEMENT.  *
014720         SET WS-JRNL-FILE-EOF TO TRUE
014725         SET OPEN-FAILED TO TRUE
014730     END-IF
014740     OPEN INPUT JOURNAL-HISTORY-FILE
014745     IF NOT WS-JRNL-FILE-OK
014748         DISPLAY 'ACCTSTMT: UNABLE TO OPEN JRNLHIST - '
014751             WS-JRNL-FILE-STATUS
014754         SET WS-JRNL-FILE-EOF TO TRUE
014757         SET OPEN-FAILED TO TRUE
014770     OPEN INPUT ACCOUNT-MASTER-FILE
014775     IF NOT WS-ACCT-FILE-OK
014778         DISPLAY 'ACCTSTMT: UNABLE TO OPEN ACCTMAS - '
014779             WS-ACCT-FILE-STATUS
014780         SET WS-JRNL-FILE-EOF TO TRUE
014781         SET OPEN-FAILED TO TRUE
014782     END-IF
014783     OPEN INPUT CUSTOMER-FILE
014784     IF NOT WS-CUST-FILE-OK
014785         DISPLAY 'ACCTSTMT: UNABLE TO OPEN CUSTMAS - '
014786             WS-CUST-FILE-STATUS
014787         SET WS-JRNL-FILE-EOF TO TRUE
014788         SET OPEN-FAILED TO TRUE
014789     END-IF
014790     OPEN INPUT RELATIONSHIP-FILE
014791     IF NOT WS-REL-FILE-OK
014792         DISPLAY 'ACCTSTMT: UNABLE TO OPEN RELMAS - '
014793             WS-REL-FILE-STATUS
014795         SET WS-JRNL-FILE-EOF TO TRUE
014796         SET OPEN-FAILED TO TRUE
014797     END-IF
015300
015400******************************************************************
015500* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE ACCOUNT   *
015600*                  AND DATE RANGE TO REPORT. A BLANK OR ZERO TO   *
015601*                  DATE MEANS THE BUSDATE BUSINESS DATE; A TO     *
015602*                  DATE AFTER IT HAS NOT HAPPENED YET, SO THE RUN *
015603*                  STOPS.                                         *
015700******************************************************************
015800 1100-READ-PARM.
015801     MOVE 'ACCTSTMT' TO WS-BDAT-PROGRAM
015802     PERFORM 9600-READ-BUSINESS-DATE
015900     READ STMT-PARM-FILE
016000         AT END
016100             DISPLAY 'ACCTSTMT: MISSING STATEMENT PARAMETER CARD'
016200     END-READ
016300     MOVE STMT-PARM-ACCT-ID   TO WS-STMT-ACCT-ID
016400     MOVE STMT-PARM-FROM-DATE TO WS-STMT-FROM-DATE
016500     MOVE STMT-PARM-TO-DATE   TO WS-STMT-TO-DATE
016506     IF WS-STMT-TO-DATE NOT NUMERIC
016507         OR WS-STMT-TO-DATE = ZERO
016508         MOVE WS-BDAT-CURRENT-DATE TO WS-STMT-TO-DATE
016509     END-IF
016510     IF NOT WS-BDAT-RUN-STOPPED
016511         AND WS-STMT-TO-DATE > WS-BDAT-CURRENT-DATE
016512         PERFORM 1150-REPORT-DATE-MISMATCH
016513     END-IF.
016600 1100-READ-PARM-EXIT.
016601     EXIT.
016602
016603******************************************************************
016604* 1150-REPORT-DATE-MISMATCH - THE STMTPARM TO DATE IS AFTER THE   *
016605*                             BUSINESS DATE. STOP THE RUN RATHER  *
016606*                             THAN PRINT A STATEMENT FOR A        *
016607*                             PERIOD THAT HAS NOT CLOSED.         *
016608******************************************************************
016609 1150-REPORT-DATE-MISMATCH.
016610     MOVE SPACES TO WS-BDAT-TEXT
016611     STRING 'STMTPARM TO DATE ' DELIMITED BY SIZE
016612         WS-STMT-TO-DATE DELIMITED BY SIZE
016613         ' IS AFTER BUSDATE BUSINESS DATE '
016614             DELIMITED BY SIZE
016615         WS-BDAT-CURRENT-DATE DELIMITED BY SIZE
016616         INTO WS-BDAT-TEXT
016617     PERFORM 9690-DISPLAY-MESSAGE
016618     MOVE SPACES TO WS-BDAT-TEXT
016619     STRING 'RUN STOPPED - CORRECT OR BLANK THE STMTPARM TO DATE'
016620             DELIMITED BY SIZE
016621         INTO WS-BDAT-TEXT
016622     PERFORM 9690-DISPLAY-MESSAGE
016623     SET WS-BDAT-RUN-STOPPED TO TRUE
016624     MOVE 16 TO RETURN-CODE.
016625 1150-REPORT-DATE-MISMATCH-EXIT.
016700     EXIT.
016800
016900******************************************************************
018300     EXIT.
018310
018320******************************************************************
018330* 1300-WRITE-MEMBER-BLOCK - PRINT THE PRIMARY OWNER'S NAME, ANY   *
018340*                           JOINT OWNERS' NAMES AND THE PRIMARY   *
018350*                           OWNER'S MAILING ADDRESS FROM THE      *
018360*                           CUSTOMER FILE UNDER THE STATEMENT     *
018361*                           TITLE. AN ACCOUNT WITH NO PRIMARY     *
018362*                           OWNER ON FILE STILL GETS A STATEMENT, *
018370*                           FLAGGED FOR THE MAIL ROOM.            *
018380******************************************************************
018390 1300-WRITE-MEMBER-BLOCK.
018391     MOVE WS-STMT-ACCT-ID TO WS-OWN-ACCT-ID
018392     PERFORM 9500-LOOKUP-OWNER
018393     IF WS-OWNER-FOUND
018394         MOVE CUST-NAME TO HM-NAME
018395         MOVE WS-MEMBER-NAME-LINE TO REPORT-LINE
018396         WRITE REPORT-LINE
018397         PERFORM 1310-WRITE-JOINT-OWNER
018398             VARYING WS-OWN-SUB FROM 1 BY 1
018399             UNTIL WS-OWN-SUB > WS-OWN-JOINT-COUNT
018400                OR WS-OWN-SUB > WS-OWN-JOINT-MAX
018401         MOVE CUST-ADDR-LINE-1 TO HM-ADDR
018402         MOVE WS-MEMBER-ADDR-LINE TO REPORT-LINE
018403         WRITE REPORT-LINE
018404         IF CUST-ADDR-LINE-2 NOT = SPACES
018405             MOVE CUST-ADDR-LINE-2 TO HM-ADDR
018406             MOVE WS-MEMBER-ADDR-LINE TO REPORT-LINE
018407             WRITE REPORT-LINE
018408         END-IF
018409         MOVE CUST-CITY  TO HM-CITY
018410         MOVE CUST-STATE TO HM-STATE
018411         MOVE CUST-ZIP   TO HM-ZIP
018412         MOVE WS-MEMBER-CSZ-LINE TO REPORT-LINE
018413         WRITE REPORT-LINE
018414     ELSE
018419     EXIT.
018420
018500******************************************************************
018600* 1310-WRITE-JOINT-OWNER - PRINT ONE JOINT OWNER'S NAME UNDER THE *
018601*                          PRIMARY OWNER'S                        *
018602******************************************************************
018603 1310-WRITE-JOINT-OWNER.
018604     MOVE WS-OWN-JOINT-NAME (WS-OWN-SUB) TO HM-NAME
018605     MOVE WS-MEMBER-NAME-LINE TO REPORT-LINE
018606     WRITE REPORT-LINE.
018607 1310-WRITE-JOINT-OWNER-EXIT.
018608     EXIT.
018609
018610******************************************************************
018611* 2000-PROCESS-JOURNAL - PRINT ONE JOURNAL ENTRY OF THE ACCOUNT   *
018612*                        AND DATE RANGE                           *
018700******************************************************************
018800 2000-PROCESS-JOURNAL.
018900     PERFORM 2300-WRITE-DETAIL-LINE
019400     PERFORM 2100-READ-JOURNAL.
019500 2000-PROCESS-JOURNAL-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900* 2050-START-JOURNAL - POSITION THE JOURNAL HISTORY FILE ON THE   *
019901*                      STATEMENT ACCOUNT'S FIRST ENTRY ON OR      *
019902*                      AFTER THE FROM DATE, AND READ IT           *
019903******************************************************************
019904 2050-START-JOURNAL.
019905     MOVE WS-STMT-ACCT-ID   TO JHST-ACCT-ID
019906     MOVE WS-STMT-FROM-DATE TO JHST-POST-DATE
019907     MOVE ZERO              TO JHST-POST-TIME
019908     MOVE LOW-VALUE         TO JHST-SEQ-SPACE
019909     MOVE ZERO              TO JHST-SEQ-NO
019910     START JOURNAL-HISTORY-FILE KEY IS NOT LESS THAN JHST-KEY
019911         INVALID KEY
019912             SET WS-JRNL-FILE-EOF TO TRUE
019913     END-START
019914     IF NOT WS-JRNL-FILE-EOF
019915         PERFORM 2100-READ-JOURNAL
019916     END-IF.
019917 2050-START-JOURNAL-EXIT.
019918     EXIT.
019919
019920******************************************************************
019921* 2100-READ-JOURNAL - READ THE ACCOUNT'S NEXT JOURNAL ENTRY. THE  *
019922*                     FILE IS IN ACCOUNT / DATE / SEQUENCE ORDER, *
019923*                     SO THE FIRST ENTRY OF ANOTHER ACCOUNT OR    *
019924*                     PAST THE TO DATE ENDS THE STATEMENT.        *
020000******************************************************************
020100 2100-READ-JOURNAL.
020200     READ JOURNAL-HISTORY-FILE NEXT RECORD
020300         AT END
020400             SET WS-JRNL-FILE-EOF TO TRUE
020500     END-READ
020520     IF NOT WS-JRNL-FILE-EOF
020521         IF JHST-ACCT-ID NOT = WS-STMT-ACCT-ID
020522             OR JHST-POST-DATE > WS-STMT-TO-DATE
020523             SET WS-JRNL-FILE-EOF TO TRUE
020524         ELSE
020525             MOVE JHST-JOURNAL-IMAGE TO JRNL-RECORD
020526         END-IF
020527     END-IF.
020600 2100-READ-JOURNAL-EXIT.
020700     EXIT.
020800
021740         MOVE JRNL-REF-SEQ-NO TO DL-REMARK-SEQ
021750     END-IF
021760     IF JRNL-OP-XFER-CREDIT
021761         MOVE 'TRANSFER REF ' TO DL-REMARK-TEXT
021762         MOVE JRNL-REF-SEQ-NO TO DL-REMARK-SEQ
021763     END-IF
021764     IF (JRNL-OP-LOAN-INTEREST OR JRNL-OP-LOAN-PRINCIPAL)
021765         AND JRNL-REF-SEQ-NO > ZERO
021766         MOVE 'TRANSFER REF ' TO DL-REMARK-TEXT
021767         MOVE JRNL-REF-SEQ-NO TO DL-REMARK-SEQ
021768     END-IF
021769     IF JRNL-OP-CERT-RENEWAL
021770         MOVE 'NEW MATURITY ' TO DL-REMARK-TEXT
021771         MOVE JRNL-REF-SEQ-NO TO DL-REMARK-SEQ
021772     END-IF
021773     IF JRNL-OP-CHARGE-OFF
021774         MOVE 'CHARGED OFF'   TO DL-REMARK-TEXT
021775     END-IF
021776     IF JRNL-OP-RECOVERY
021777         MOVE 'RECOVERY'      TO DL-REMARK-TEXT
021778     END-IF
021779     IF JRNL-SOURCE-ACH
021780         MOVE 'ACH '          TO DL-REMARK-ACH-TEXT
021781         MOVE JRNL-TRACE-NO   TO DL-REMARK-TRACE-NO
021790     END-IF
021800     MOVE WS-DETAIL-LINE       TO REPORT-LINE
021900     WRITE REPORT-LINE
024500******************************************************************
024600 9000-CLOSE-FILES.
024700     CLOSE STMT-PARM-FILE
024800     CLOSE JOURNAL-HISTORY-FILE
024900     CLOSE ACCOUNT-MASTER-FILE
024950     CLOSE CUSTOMER-FILE
024951     CLOSE RELATIONSHIP-FILE
025000     CLOSE REPORT-FILE.
025100 9000-CLOSE-FILES-EXIT.
025200     EXIT.
025201
025202     COPY BDATEPRC.
025203
025204******************************************************************
025205* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
025206******************************************************************
025207     COPY OWNRLKUP.
