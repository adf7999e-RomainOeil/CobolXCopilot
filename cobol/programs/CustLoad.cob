000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  CUSTLOAD                                       *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     LOAD AND MAINTENANCE UTILITY FOR THE CUSTOMER   *
001000*                 INFORMATION FILE (COPYBOOK CUSTREC), MODELED ON *
001100*                 MBRLOAD. READS A SEQUENTIAL SEED FILE OF        *
001200*                 CUSTOMER ROWS KEYED BY MEMBER NUMBER, IN THE    *
001300*                 SAME LAYOUT AS THE FILE ITSELF, AND APPLIES     *
001400*                 EACH TO THE VSAM KSDS: A NEW MEMBER IS ADDED, A *
001500*                 MEMBER ALREADY ON FILE HAS THE ROW REPLACED.    *
001600*                 THE SAME RUN THEREFORE SERVES AS THE INITIAL    *
001700*                 LOAD AND AS ONGOING NAME, ADDRESS, TELEPHONE    *
001800*                 AND TAXPAYER ID MAINTENANCE. A ROW WITH NO      *
001900*                 MEMBER NUMBER, A TAXPAYER ID THAT IS NOT NINE   *
002000*                 DIGITS OR NOT TYPED 'S' (SOCIAL SECURITY) OR    *
002100*                 'E' (EMPLOYER ID), OR A NON-NUMERIC BIRTH DATE  *
002200*                 IS REJECTED. A BLANK TAXPAYER ID IS ACCEPTED -  *
002300*                 THE TAX STATEMENT RUN REPORTS SUCH A MEMBER'S   *
002400*                 ACCOUNTS AS HAVING NO TAXPAYER ID. THE FIRST    *
002500*                 RUN AGAINST A BRAND-NEW CLUSTER FALLS BACK TO   *
002600*                 AN OUTPUT OPEN. EVERY ROW ADDED OR REPLACED     *
002700*                 APPENDS A BEFORE/AFTER IMAGE RECORD (COPYBOOK   *
002800*                 AUDREC) TO THE MAINTENANCE AUDIT FILE.          *
002900*                                                                 *
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ----------------------------------------   *
003300*    2026-10-05 DP    ORIGINAL PROGRAM - CUSTOMER FILE LOAD AND   *
003400*                     MAINTENANCE                                 *
003401*    2026-10-05 DP    STATEMENT DELIVERY (CUST-STMT-DELIVERY)     *
003402*                     LOADED FROM THE SEED ROW; A VALUE OTHER     *
003403*                     THAN 'E', 'P' OR SPACE IS REJECTED.         *
003500******************************************************************
003600 PROGRAM-ID. CustLoad.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CUSTOMER-SEED-FILE ASSIGN TO "CUSTSEED"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SEED-FILE-STATUS.
004400
004500     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CUST-MEMBER-NO
004900         FILE STATUS IS WS-CUST-FILE-STATUS.
005000
005100     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-AUD-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CUSTOMER-SEED-FILE.
005800     COPY CUSTREC REPLACING LEADING ==CUST-== BY ==CSEED-==.
005900
006000 FD  CUSTOMER-FILE.
006100     COPY CUSTREC.
006200
006300 FD  AUDIT-FILE.
006400     COPY AUDREC.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-SEED-FILE-STATUS             PIC X(02).
006800     88  WS-SEED-FILE-OK                      VALUE '00'.
006900     88  WS-SEED-FILE-EOF                     VALUE '10'.
007000
007100 01  WS-CUST-FILE-STATUS             PIC X(02).
007200     88  WS-CUST-FILE-OK                      VALUE '00' '02'.
007300
007400 01  WS-AUD-FILE-STATUS              PIC X(02).
007500     88  WS-AUD-FILE-OK                       VALUE '00'.
007600
007700 01  WS-AUDIT-ACTION                 PIC X(01).
007800
007900 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
008000
008100 01  WS-SEED-STATE                   PIC X(01).
008200     88  SEED-VALID                           VALUE 'Y'.
008300
008400 01  WS-COUNTERS.
008500     05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
008600     05  WS-REPLACED-COUNT           PIC 9(07) VALUE ZERO.
008700     05  WS-UNCHANGED-COUNT          PIC 9(07) VALUE ZERO.
008800     05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
008900
009000 PROCEDURE DIVISION.
009100
009200******************************************************************
009300* 0000-MAINLINE - APPLY THE SEED FILE TO THE CUSTOMER FILE        *
009400******************************************************************
009500 0000-MAINLINE.
009600     PERFORM 1000-OPEN-FILES
009700     PERFORM 2000-APPLY-CUSTOMERS UNTIL WS-SEED-FILE-EOF
009800     PERFORM 9000-CLOSE-FILES
009900     DISPLAY 'CUSTLOAD: ' WS-ADDED-COUNT ' ROW(S) ADDED'
010000     DISPLAY 'CUSTLOAD: ' WS-REPLACED-COUNT ' ROW(S) REPLACED'
010100     DISPLAY 'CUSTLOAD: ' WS-UNCHANGED-COUNT ' ROW(S) UNCHANGED'
010200     DISPLAY 'CUSTLOAD: ' WS-REJECTED-COUNT ' ROW(S) REJECTED'
010300     STOP RUN.
010400
010500******************************************************************
010600* 1000-OPEN-FILES - OPEN THE SEED INPUT AND THE CUSTOMER FILE.    *
010700*                   A BRAND-NEW CLUSTER REFUSES THE I-O OPEN, SO  *
010800*                   FALL BACK TO AN OUTPUT OPEN FOR THE INITIAL   *
010900*                   LOAD. THE MAINTENANCE AUDIT FILE IS OPENED    *
011000*                   FOR APPEND; WITHOUT IT NOTHING IS APPLIED.    *
011100******************************************************************
011200 1000-OPEN-FILES.
011300     OPEN INPUT CUSTOMER-SEED-FILE
011400     OPEN I-O CUSTOMER-FILE
011500     IF NOT WS-CUST-FILE-OK
011600         OPEN OUTPUT CUSTOMER-FILE
011700     END-IF
011800     OPEN EXTEND AUDIT-FILE
011900     IF NOT WS-AUD-FILE-OK
012000         OPEN OUTPUT AUDIT-FILE
012100     END-IF
012200     IF WS-AUD-FILE-OK
012300         PERFORM 2100-READ-SEED-RECORD
012400     ELSE
012500         DISPLAY 'CUSTLOAD: UNABLE TO OPEN AUDFILE - '
012600             WS-AUD-FILE-STATUS
012700         SET WS-SEED-FILE-EOF TO TRUE
012800     END-IF.
012900 1000-OPEN-FILES-EXIT.
013000     EXIT.
013100
013200******************************************************************
013300* 2000-APPLY-CUSTOMERS - EDIT ONE SEED ROW, THEN ADD OR REPLACE   *
013400*                        THE CUSTOMER ROW                         *
013500******************************************************************
013600 2000-APPLY-CUSTOMERS.
013700     PERFORM 2300-EDIT-SEED-RECORD
013800     IF SEED-VALID
013900         PERFORM 2200-BUILD-CUSTOMER-RECORD
014000         WRITE CUST-RECORD
014100             INVALID KEY
014200                 PERFORM 3000-REPLACE-CUSTOMER
014300             NOT INVALID KEY
014400                 ADD 1 TO WS-ADDED-COUNT
014500                 MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
014600                 MOVE 'A' TO WS-AUDIT-ACTION
014700                 PERFORM 4000-WRITE-AUDIT-RECORD
014800         END-WRITE
014900     END-IF
015000     PERFORM 2100-READ-SEED-RECORD.
015100 2000-APPLY-CUSTOMERS-EXIT.
015200     EXIT.
015300
015400******************************************************************
015500* 2100-READ-SEED-RECORD - READ THE NEXT SEED RECORD, SET EOF      *
015600******************************************************************
015700 2100-READ-SEED-RECORD.
015800     READ CUSTOMER-SEED-FILE
015900         AT END
016000             SET WS-SEED-FILE-EOF TO TRUE
016100     END-READ.
016200 2100-READ-SEED-RECORD-EXIT.
016300     EXIT.
016400
016500******************************************************************
016600* 2200-BUILD-CUSTOMER-RECORD - MAP ONE SEED ROW TO THE CUSTOMER   *
016700*                              RECORD LAYOUT                      *
016800******************************************************************
016900 2200-BUILD-CUSTOMER-RECORD.
017000     MOVE CSEED-RECORD TO CUST-RECORD.
017100 2200-BUILD-CUSTOMER-RECORD-EXIT.
017200     EXIT.
017300
017400******************************************************************
017500* 2300-EDIT-SEED-RECORD - PROVE A SEED ROW BEFORE IT TOUCHES THE  *
017600*                         FILE. THE FIRST FAILURE FOUND IS        *
017700*                         DISPLAYED AND THE ROW IS SKIPPED.       *
017800******************************************************************
017900 2300-EDIT-SEED-RECORD.
018000     MOVE 'Y' TO WS-SEED-STATE
018100     EVALUATE TRUE
018200         WHEN CSEED-MEMBER-NO = SPACES
018300             MOVE 'N' TO WS-SEED-STATE
018400             DISPLAY 'CUSTLOAD: REJECTED - NO MEMBER NUMBER'
018500         WHEN CSEED-TAX-ID NOT = SPACES
018600             AND CSEED-TAX-ID NOT NUMERIC
018700             MOVE 'N' TO WS-SEED-STATE
018800             DISPLAY 'CUSTLOAD: REJECTED - BAD TAX ID - '
018900                 CSEED-MEMBER-NO
019000         WHEN CSEED-TAX-ID NOT = SPACES
019100             AND NOT CSEED-TAX-ID-SSN
019200             AND NOT CSEED-TAX-ID-EIN
019300             MOVE 'N' TO WS-SEED-STATE
019400             DISPLAY 'CUSTLOAD: REJECTED - BAD TAX ID TYPE - '
019500                 CSEED-MEMBER-NO
019600         WHEN CSEED-BIRTH-DATE NOT NUMERIC
019700             MOVE 'N' TO WS-SEED-STATE
019800             DISPLAY 'CUSTLOAD: REJECTED - BAD BIRTH DATE - '
019900                 CSEED-MEMBER-NO
019901         WHEN NOT CSEED-STMT-PAPER
019902             AND NOT CSEED-STMT-ELECTRONIC
019903             MOVE 'N' TO WS-SEED-STATE
019904             DISPLAY 'CUSTLOAD: REJECTED - BAD STMT DELIVERY - '
019905                 CSEED-MEMBER-NO
020000         WHEN OTHER
020100             CONTINUE
020200     END-EVALUATE
020300     IF NOT SEED-VALID
020400         ADD 1 TO WS-REJECTED-COUNT
020500     END-IF.
020600 2300-EDIT-SEED-RECORD-EXIT.
020700     EXIT.
020800
020900******************************************************************
021000* 3000-REPLACE-CUSTOMER - THE MEMBER IS ALREADY ON FILE; REPLACE  *
021100*                         THE ROW WITH THE SEED ROW. THE ROW ON   *
021200*                         FILE IS READ FIRST AS THE AUDIT BEFORE  *
021300*                         IMAGE; A SEED ROW THAT CHANGES NOTHING  *
021400*                         IS NOT REWRITTEN.                       *
021500******************************************************************
021600 3000-REPLACE-CUSTOMER.
021700     READ CUSTOMER-FILE
021800         INVALID KEY
021900             MOVE SPACES TO CUST-RECORD
022000     END-READ
022100     MOVE CUST-RECORD TO WS-AUDIT-BEFORE-IMAGE
022200     PERFORM 2200-BUILD-CUSTOMER-RECORD
022300     IF CUST-RECORD = WS-AUDIT-BEFORE-IMAGE
022400         ADD 1 TO WS-UNCHANGED-COUNT
022500     ELSE
022600         REWRITE CUST-RECORD
022700             INVALID KEY
022800                 DISPLAY 'CUSTLOAD: UNABLE TO REPLACE - '
022900                     CSEED-MEMBER-NO
023000             NOT INVALID KEY
023100                 ADD 1 TO WS-REPLACED-COUNT
023200                 MOVE 'C' TO WS-AUDIT-ACTION
023300                 PERFORM 4000-WRITE-AUDIT-RECORD
023400         END-REWRITE
023500     END-IF.
023600 3000-REPLACE-CUSTOMER-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000* 4000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
024100*                           THE CUSTOMER ROW JUST ADDED OR        *
024200*                           REPLACED TO THE MAINTENANCE AUDIT     *
024300*                           FILE                                  *
024400******************************************************************
024500 4000-WRITE-AUDIT-RECORD.
024600     MOVE SPACES TO AUD-RECORD
024700     ACCEPT AUD-DATE FROM DATE YYYYMMDD
024800     ACCEPT AUD-TIME FROM TIME
024900     MOVE 'CUSTMAS'             TO AUD-FILE-NAME
025000     MOVE CUST-MEMBER-NO        TO AUD-KEY
025100     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
025200     MOVE 'LOAD'                TO AUD-FUNCTION
025300     MOVE 'CUSTLOAD'            TO AUD-JOB-NAME
025400     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
025500     MOVE CUST-RECORD           TO AUD-AFTER-IMAGE
025600     WRITE AUD-RECORD
025700     IF NOT WS-AUD-FILE-OK
025800         DISPLAY 'CUSTLOAD: AUDIT WRITE FAILED - ' CUST-MEMBER-NO
025900             ' STATUS ' WS-AUD-FILE-STATUS
026000     END-IF.
026100 4000-WRITE-AUDIT-RECORD-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500* 9000-CLOSE-FILES - CLOSE THE SEED INPUT AND THE CUSTOMER FILE   *
026600******************************************************************
026700 9000-CLOSE-FILES.
026800     CLOSE CUSTOMER-SEED-FILE
026900     CLOSE CUSTOMER-FILE
027000     CLOSE AUDIT-FILE.
027100 9000-CLOSE-FILES-EXIT.
027200     EXIT.
