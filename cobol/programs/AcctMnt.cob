002499*                     DEFAULTS TO CHECKING) AND, FOR A SHARE      *
002501*                     CERTIFICATE, THE REQUIRED MATURITY DATE,    *
002502*                     FROM THE FIELDS CARVED INTO MNTREC.         *
002503*    2026-10-05 DP    LOAN ACCOUNTS ARE BOOKED BY LOANMNT; OPEN   *
002504*                     OF TYPE L AND CHGRT ON A LOAN ARE REJECTED. *
002505*    2026-10-05 DP    EVERY ACCOUNT OPENED OR CHANGED (CLOSE,     *
002506*                     CHGOD, CHGRT) NOW APPENDS A BEFORE/AFTER    *
002507*                     IMAGE RECORD (COPYBOOK AUDREC) TO THE       *
002508*                     MAINTENANCE AUDIT FILE ON DD AUDFILE,       *
002509*                     REPLAYED BY ACCTRCV AND PRINTED BY AUDRPT.  *
002510*    2026-10-05 DP    A NEWLY OPENED ACCOUNT IS WRITTEN WITH A    *
002511*                     ZERO OVERDRAWN DATE (NEW                    *
002512*                     ACCT-OVERDRAWN-DATE, PACKED).               *
002513*    2026-10-05 DP    A NEW ACCOUNT'S LAST-ACTIVITY DATE IS NOW   *
002514*                     THE BUSDATE BUSINESS DATE RATHER THAN THE   *
002515*                     SYSTEM DATE; AN UNREADABLE BUSDATE STOPS    *
002516*                     THE RUN (RC 16).                            *
002517******************************************************************
002600 PROGRAM-ID. AcctMnt.
002700
002800 ENVIRONMENT DIVISION.
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
004700 FD  MAINTENANCE-FILE.
005200
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE                     PIC X(80).
005401
005402 FD  AUDIT-FILE.
005403     COPY AUDREC.
005404
005405 FD  BUSINESS-DATE-FILE.
005406     COPY BDATREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-MNT-FILE-STATUS              PIC X(02).
006500 01  WS-RPT-FILE-STATUS              PIC X(02).
006600     88  WS-RPT-FILE-OK                       VALUE '00'.
006700
006701 01  WS-AUD-FILE-STATUS              PIC X(02).
006702     88  WS-AUD-FILE-OK                       VALUE '00'.
006703
006800 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
006900     88  OPEN-FAILED                          VALUE 'Y'.
007000
007001     COPY BDATEWS.
007002
007100 01  WS-ACCT-ON-FILE                 PIC X(01).
007200     88  ACCT-ON-FILE                         VALUE 'Y'.
007201
007202 01  WS-AUDIT-ACTION                 PIC X(01).
007203
007204 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
007300
007400 01  WS-COUNTERS.
007500     05  WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
009900 0000-MAINLINE.
010000     PERFORM 1000-OPEN-FILES
010100     IF NOT OPEN-FAILED
010150         MOVE 'ACCTMNT' TO WS-BDAT-PROGRAM
010200         PERFORM 9600-READ-BUSINESS-DATE
010300         IF NOT WS-BDAT-RUN-STOPPED
010400             PERFORM 1200-WRITE-HEADINGS
010401             PERFORM 2100-READ-MAINTENANCE
010402             PERFORM 2000-PROCESS-ACTION UNTIL WS-MNT-FILE-EOF
010403             PERFORM 8000-WRITE-REPORT-TRAILER
010404         END-IF
010500         PERFORM 9000-CLOSE-FILES
010600     END-IF
010700     STOP RUN.
010800
010900******************************************************************
011000* 1000-OPEN-FILES - OPEN THE MAINTENANCE INPUT, THE MASTER, THE   *
011100*                   REGISTER AND (FOR APPEND) THE MAINTENANCE     *
011101*                   AUDIT FILE. A FAILURE ON ANY OF THEM SETS     *
011200*                   WS-MNT-FILE-EOF SO THE ACTION LOOP IN         *
011300*                   0000-MAINLINE NEVER RUNS FOR THIS RUN.        *
011400******************************************************************
013100     IF NOT WS-RPT-FILE-OK
013200         DISPLAY 'ACCTMNT: UNABLE TO OPEN RPTOUT - '
013300             WS-RPT-FILE-STATUS
013301         SET WS-MNT-FILE-EOF TO TRUE
013302         SET OPEN-FAILED TO TRUE
013303     END-IF
013304     OPEN EXTEND AUDIT-FILE
013305     IF NOT WS-AUD-FILE-OK
013306         OPEN OUTPUT AUDIT-FILE
013307     END-IF
013308     IF NOT WS-AUD-FILE-OK
013309         DISPLAY 'ACCTMNT: UNABLE TO OPEN AUDFILE - '
013310             WS-AUD-FILE-STATUS
013400         SET WS-MNT-FILE-EOF TO TRUE
013500         SET OPEN-FAILED TO TRUE
013600     END-IF.
018100     READ ACCOUNT-MASTER-FILE
018200         INVALID KEY
018300             MOVE 'N' TO WS-ACCT-ON-FILE
018301         NOT INVALID KEY
018302             MOVE ACCT-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE
018400     END-READ.
018500 2200-READ-ACCOUNT-EXIT.
018600     EXIT.
020430         OR MNT-INTEREST-RATE NOT NUMERIC
020440         MOVE 'INVALID NUMERIC FIELD' TO WS-DL-REMARKS
020450         ADD 1 TO WS-EXCEPTION-COUNT
020451     ELSE
020452     IF MNT-TYPE-LOAN
020453         MOVE 'LOAN - BOOK THROUGH LOANMNT' TO WS-DL-REMARKS
020454         ADD 1 TO WS-EXCEPTION-COUNT
020460     ELSE
020462     IF NOT MNT-TYPE-CHECKING
020463         AND NOT MNT-TYPE-SAVINGS
020970     ELSE
020980         MOVE ZERO TO ACCT-MATURITY-DATE
020990     END-IF
021000     MOVE ZERO TO ACCT-OVERDRAWN-DATE
021001     MOVE WS-BDAT-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
021100     WRITE ACCT-MASTER-RECORD
021200         INVALID KEY
021300             MOVE 'ACCOUNT ALREADY ON FILE' TO WS-DL-REMARKS
021500         NOT INVALID KEY
021600             MOVE 'ACCOUNT OPENED' TO WS-DL-REMARKS
021700             ADD 1 TO WS-APPLIED-COUNT
021701             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
021702             MOVE 'A' TO WS-AUDIT-ACTION
021703             PERFORM 4100-WRITE-AUDIT-RECORD
021800     END-WRITE
021801     END-IF
021810     END-IF
021820     END-IF
021830     END-IF.
028400             MOVE 'ACCOUNT IS CLOSED' TO WS-DL-REMARKS
028500             ADD 1 TO WS-EXCEPTION-COUNT
028600         ELSE
028601         IF ACCT-TYPE-LOAN
028602             MOVE 'LOAN RATE IS ON LOAN TERMS' TO WS-DL-REMARKS
028603             ADD 1 TO WS-EXCEPTION-COUNT
028604         ELSE
028700             MOVE MNT-INTEREST-RATE TO ACCT-INTEREST-RATE
028750             MOVE 'INTEREST RATE CHANGED' TO WS-DL-REMARKS
028800             PERFORM 4000-REWRITE-ACCOUNT
028801         END-IF
029000         END-IF
029100     END-IF
029150     END-IF.
030500             ADD 1 TO WS-EXCEPTION-COUNT
030600         NOT INVALID KEY
030700             ADD 1 TO WS-APPLIED-COUNT
030701             MOVE 'C' TO WS-AUDIT-ACTION
030702             PERFORM 4100-WRITE-AUDIT-RECORD
030800     END-REWRITE.
030900 4000-REWRITE-ACCOUNT-EXIT.
030901     EXIT.
030902
030903******************************************************************
030904* 4100-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
030905*                           THE ACCOUNT JUST ADDED OR CHANGED TO  *
030906*                           THE MAINTENANCE AUDIT FILE, STAMPED   *
030907*                           WITH THE SYSTEM DATE AND TIME LIKE    *
030908*                           THE JOURNAL SO FORWARD RECOVERY CAN   *
030909*                           REPLAY IT IN ORDER                    *
030910******************************************************************
030911 4100-WRITE-AUDIT-RECORD.
030912     MOVE SPACES TO AUD-RECORD
030913     ACCEPT AUD-DATE FROM DATE YYYYMMDD
030914     ACCEPT AUD-TIME FROM TIME
030915     MOVE 'ACCTMAS'             TO AUD-FILE-NAME
030916     MOVE ACCT-ID               TO AUD-KEY
030917     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
030918     MOVE MNT-FUNCTION          TO AUD-FUNCTION
030919     MOVE 'ACCTMNT'             TO AUD-JOB-NAME
030920     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
030921     MOVE ACCT-MASTER-RECORD    TO AUD-AFTER-IMAGE
030922     WRITE AUD-RECORD
030923     IF NOT WS-AUD-FILE-OK
030924         DISPLAY 'ACCTMNT: AUDIT WRITE FAILED - ' ACCT-ID
030925             ' STATUS ' WS-AUD-FILE-STATUS
030926     END-IF.
030927 4100-WRITE-AUDIT-RECORD-EXIT.
031000     EXIT.
031100
031200******************************************************************
032600 9000-CLOSE-FILES.
032700     CLOSE MAINTENANCE-FILE
032800     CLOSE ACCOUNT-MASTER-FILE
032900     CLOSE REPORT-FILE
032901     CLOSE AUDIT-FILE.
033000 9000-CLOSE-FILES-EXIT.
033100     EXIT.
033101
033102     COPY BDATEPRC.
