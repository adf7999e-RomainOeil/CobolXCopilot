002410*    2026-09-02 DP    THE REGISTER NOW SHOWS EACH FLAGGED         *
002420*                     ACCOUNT'S TYPE CODE (A BLANK LEGACY ROW     *
002430*                     SHOWS AS CHECKING).                         *
002431*    2026-10-05 DP    LOAN ACCOUNTS ARE NOT JUDGED FOR DORMANCY.  *
002432*    2026-10-05 DP    EVERY ACCOUNT FLAGGED DORMANT NOW APPENDS A *
002433*                     BEFORE/AFTER IMAGE RECORD (COPYBOOK AUDREC, *
002434*                     FUNCTION 'DORMNT') TO THE MAINTENANCE AUDIT *
002435*                     FILE ON DD AUDFILE, REPLAYED BY ACCTRCV.    *
002436*    2026-10-05 DP    THE INACTIVITY CUT-OFF IS NOW RECKONED FROM *
002437*                     THE BUSDATE BUSINESS DATE INSTEAD OF THE    *
002438*                     SYSTEM CLOCK.                               *
002500******************************************************************
002600 PROGRAM-ID. Dormancy.
002700
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004400
004401     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004402         ORGANIZATION IS SEQUENTIAL
004403         FILE STATUS IS WS-AUD-FILE-STATUS.
004404
004405     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004406         ORGANIZATION IS SEQUENTIAL
004407         FILE STATUS IS WS-BDAT-FILE-STATUS.
004408
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DORM-PARM-FILE.
005500 FD  REPORT-FILE.
005600 01  REPORT-LINE                     PIC X(80).
005700
005701 FD  AUDIT-FILE.
005702     COPY AUDREC.
005703
005704 FD  BUSINESS-DATE-FILE.
005705     COPY BDATREC.
005706
005800 WORKING-STORAGE SECTION.
005900 01  WS-PARM-FILE-STATUS             PIC X(02).
006000     88  WS-PARM-FILE-OK                      VALUE '00'.
006500
006600 01  WS-RPT-FILE-STATUS              PIC X(02).
006700     88  WS-RPT-FILE-OK                       VALUE '00'.
006701
006702 01  WS-AUD-FILE-STATUS              PIC X(02).
006703     88  WS-AUD-FILE-OK                       VALUE '00'.
006704
006705 01  WS-AUDIT-ACTION                 PIC X(01).
006706
006707 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
006800
006900 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
007000     88  OPEN-FAILED                          VALUE 'Y'.
008000 01  WS-CUTOFF-MONTH                 PIC 9(02).
008100 01  WS-CUTOFF-YYYYMM                PIC 9(06).
008200 01  WS-ACTIVITY-YYYYMM              PIC 9(06).
008201
008202     COPY BDATEWS.
008300
008400 01  WS-COUNTERS.
008500     05  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
013200     PERFORM 1000-OPEN-FILES
013300     IF NOT OPEN-FAILED
013400         PERFORM 1100-READ-PARM
013500         IF NOT WS-BDAT-RUN-STOPPED
013600             PERFORM 1150-COMPUTE-CUTOFF
013700             PERFORM 1200-WRITE-HEADINGS
013800             PERFORM 2100-READ-NEXT-ACCOUNT
013900             PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-ACCT-FILE-EOF
013901             PERFORM 8000-WRITE-REPORT-TRAILER
013902             DISPLAY 'DORMANCY: ACCOUNTS READ    - '
013903                 WS-ACCOUNTS-READ
013904             DISPLAY 'DORMANCY: FLAGGED DORMANT  - '
013905                 WS-ACCOUNTS-FLAGGED
013906         END-IF
014000         PERFORM 9000-CLOSE-FILES
014400     END-IF
014500     STOP RUN.
014600
014700******************************************************************
014800* 1000-OPEN-FILES - OPEN THE PARM CARD, THE MASTER FOR UPDATE     *
014900*                   THE REGISTER AND (FOR APPEND) THE MAINTENANCE *
014901*                   AUDIT FILE. A FAILURE ON ANY OF THEM          *
015000*                   SETS WS-ACCT-FILE-EOF SO THE BROWSE LOOP IN   *
015100*                   0000-MAINLINE NEVER RUNS FOR THIS RUN.        *
015200******************************************************************
017100             WS-RPT-FILE-STATUS
017200         SET WS-ACCT-FILE-EOF TO TRUE
017300         SET OPEN-FAILED TO TRUE
017301     END-IF
017302     OPEN EXTEND AUDIT-FILE
017303     IF NOT WS-AUD-FILE-OK
017304         OPEN OUTPUT AUDIT-FILE
017305     END-IF
017306     IF NOT WS-AUD-FILE-OK
017307         DISPLAY 'DORMANCY: UNABLE TO OPEN AUDFILE - '
017308             WS-AUD-FILE-STATUS
017309         SET WS-ACCT-FILE-EOF TO TRUE
017310         SET OPEN-FAILED TO TRUE
017400     END-IF.
017500 1000-OPEN-FILES-EXIT.
017600     EXIT.
017900* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE NUMBER    *
018000*                  OF MONTHS OF INACTIVITY THAT MAKES AN ACCOUNT  *
018100*                  DORMANT. A MISSING OR NON-NUMERIC CARD FALLS   *
018200*                  BACK TO THE 12-MONTH DEFAULT. THE BUSINESS     *
018201*                  DATE IS TAKEN FROM BUSDATE FIRST.              *
018300******************************************************************
018400 1100-READ-PARM.
018401     MOVE 'DORMANCY' TO WS-BDAT-PROGRAM
018402     PERFORM 9600-READ-BUSINESS-DATE
018500     READ DORM-PARM-FILE
018600         AT END
018700             DISPLAY 'DORMANCY: MISSING PARM CARD - 12 ASSUMED'
019700     EXIT.
019800
019900******************************************************************
020000* 1150-COMPUTE-CUTOFF - TURN THE BUSINESS DATE MINUS THE PARM     *
020100*                       MONTHS INTO A YYYYMM CUT-OFF. AN ACCOUNT  *
020200*                       WHOSE LAST ACTIVITY MONTH IS BEFORE THE   *
020300*                       CUT-OFF MONTH HAS BEEN INACTIVE LONGER    *
020400*                       THAN THE PARM ALLOWS.                     *
020500******************************************************************
020600 1150-COMPUTE-CUTOFF.
020700     MOVE WS-BDAT-CURRENT-DATE TO WS-TODAY-DATE
020800     COMPUTE WS-TOTAL-MONTHS =
020900         (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH - 1
021000         - WS-DORMANT-MONTHS
023100
023200******************************************************************
023300* 2000-PROCESS-ACCOUNT - JUDGE ONE ACCOUNT AGAINST THE CUT-OFF    *
023400*                        AND FLAG IT DORMANT IF IT QUALIFIES.     *
023410*                        A LOAN IS NEVER DORMANT - AN UNPAID      *
023420*                        LOAN IS A COLLECTIONS MATTER.            *
023500******************************************************************
023600 2000-PROCESS-ACCOUNT.
023700     ADD 1 TO WS-ACCOUNTS-READ
023800     IF ACCT-ACTIVE AND NOT ACCT-TYPE-LOAN
023900         PERFORM 2200-JUDGE-ACTIVITY
024000     END-IF
024100     PERFORM 2100-READ-NEXT-ACCOUNT.
026900
027000******************************************************************
027100* 2300-FLAG-DORMANT - SET THE DORMANT STATUS, REWRITE THE MASTER  *
027200*                     AND PRINT THE REGISTER LINE. THE STATUS     *
027201*                     FLIP IS AUDITED WITH THE BEFORE AND AFTER   *
027202*                     IMAGES SO FORWARD RECOVERY CAN REPLAY IT.   *
027300******************************************************************
027400 2300-FLAG-DORMANT.
027401     MOVE ACCT-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE
027500     MOVE 'D' TO ACCT-STATUS-CODE
027600     REWRITE ACCT-MASTER-RECORD
027700         INVALID KEY
027800             DISPLAY 'DORMANCY: REWRITE FAILED - ' ACCT-ID
027900         NOT INVALID KEY
028000             ADD 1 TO WS-ACCOUNTS-FLAGGED
028001             MOVE 'C' TO WS-AUDIT-ACTION
028002             PERFORM 2500-WRITE-AUDIT-RECORD
028100             PERFORM 2400-WRITE-REGISTER-LINE
028200     END-REWRITE.
028300 2300-FLAG-DORMANT-EXIT.
029900     EXIT.
030000
030100******************************************************************
030101* 2500-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
030102*                           THE ACCOUNT JUST FLAGGED DORMANT TO   *
030103*                           THE MAINTENANCE AUDIT FILE, STAMPED   *
030104*                           WITH THE SYSTEM DATE AND TIME         *
030105******************************************************************
030106 2500-WRITE-AUDIT-RECORD.
030107     MOVE SPACES TO AUD-RECORD
030108     ACCEPT AUD-DATE FROM DATE YYYYMMDD
030109     ACCEPT AUD-TIME FROM TIME
030110     MOVE 'ACCTMAS'             TO AUD-FILE-NAME
030111     MOVE ACCT-ID               TO AUD-KEY
030112     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
030113     MOVE 'DORMNT'              TO AUD-FUNCTION
030114     MOVE 'DORMANCY'            TO AUD-JOB-NAME
030115     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
030116     MOVE ACCT-MASTER-RECORD    TO AUD-AFTER-IMAGE
030117     WRITE AUD-RECORD
030118     IF NOT WS-AUD-FILE-OK
030119         DISPLAY 'DORMANCY: AUDIT WRITE FAILED - ' ACCT-ID
030120             ' STATUS ' WS-AUD-FILE-STATUS
030121     END-IF.
030122 2500-WRITE-AUDIT-RECORD-EXIT.
030123     EXIT.
030124
030125******************************************************************
030200* 8000-WRITE-REPORT-TRAILER - WRITE THE DORMANCY SUMMARY LINE     *
030300******************************************************************
030400 8000-WRITE-REPORT-TRAILER.
031500 9000-CLOSE-FILES.
031600     CLOSE DORM-PARM-FILE
031700     CLOSE ACCOUNT-MASTER-FILE
031800     CLOSE REPORT-FILE
031801     CLOSE AUDIT-FILE.
031900 9000-CLOSE-FILES-EXIT.
032000     EXIT.
032001
032002     COPY BDATEPRC.
