000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     ANNUAL INTEREST TAX STATEMENT RUN. READS THE    *
001000*                 YEAR'S ENTRIES OF EACH ACCOUNT BY KEY FROM THE  *
001100*                 JOURNAL HISTORY FILE AND ACCUMULATES THE        *
001400*                 INTEREST PAID (SOURCE 'I' CREDITS) PER          *
001500*                 ACCOUNT FOR THE TAXPARM REPORTING YEAR. THE     *
001600*                 ACCOUNTS ARE THEN GATHERED BY TAXPAYER ID - THE *
001700*                 TAX ID ON THE CUSTOMER FILE OF EACH ACCOUNT'S   *
001800*                 PRIMARY OWNER ON THE RELATIONSHIP FILE - AND    *
001900*                 ONE TAX STATEMENT PRINTS PER TAXPAYER WHOSE     *
002000*                 INTEREST ACROSS ALL THEIR ACCOUNTS IS AT OR     *
002100*                 ABOVE THE REPORTING THRESHOLD, WITH THE NAME    *
002200*                 AND MAILING ADDRESS FROM THE CUSTOMER FILE; AN  *
002300*                 ACCOUNT NO TAXPAYER CLAIMS IS REPORTED ON ITS   *
002301*                 OWN. EVERY ACCOUNT WITH INTEREST LANDS ON THE   *
002302*                 MACHINE-READABLE SUMMARY EXTRACT (COPYBOOK      *
002303*                 TAXEXT) AND ON THE PROOF SHEET, WHOSE GRAND     *
002304*                 TOTAL MUST TIE TO THE SUM OF THE YEAR'S 'INTCR' *
002305*                 BUCKETS ON THE GL EXTRACT.                      *
002400*                                                                 *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ----------------------------------------   *
002800*    2026-09-02 DP    ORIGINAL PROGRAM - ANNUAL TAX STATEMENTS    *
002801*    2026-10-05 DP    ONE STATEMENT PER TAXPAYER ID INSTEAD OF    *
002802*                     ONE PER ACCOUNT. THE CUSTOMER INFORMATION   *
002803*                     FILE (CUSTREC) IS BROWSED IN TAX ID ORDER   *
002804*                     AND EACH CUSTOMER'S PRIMARY-OWNED ACCOUNTS  *
002805*                     ARE FOUND ON THE RELATIONSHIP FILE          *
002806*                     (RELREC); THE STATEMENT LISTS EVERY ACCOUNT *
002807*                     AND THE TOTAL, AND THE THRESHOLD APPLIES TO *
002808*                     THAT TOTAL. AN ACCOUNT NO TAXPAYER CLAIMS   *
002809*                     IS STILL REPORTED ON ITS OWN. THE TAX ID IS *
002810*                     CARRIED ON THE EXTRACT AND THE PROOF SHEET. *
002811*    2026-10-05 DP    THE RUN DATE NOW COMES FROM THE BUSDATE     *
002812*                     CONTROL FILE; THE DEFAULT YEAR IS THE ONE   *
002813*                     BEFORE THE BUSINESS DATE, AND A TAXPARM     *
002814*                     YEAR NOT BEFORE IT STOPS THE RUN (RC 16).   *
002815*    2026-10-05 DP    THE YEAR'S JOURNAL NOW COMES FROM THE       *
002816*                     ACCOUNT-KEYED JOURNAL HISTORY FILE          *
002817*                     (JRNLHIST, COPYBOOK JHSTREC) INSTEAD OF THE *
002818*                     ARCHIVE GENERATIONS CONCATENATED ON         *
002819*                     JRNLFILE. EACH ACCOUNT IS POSITIONED ON ITS *
002820*                     FIRST ENTRY OF THE REPORTING YEAR AND LEFT  *
002821*                     AT ITS FIRST ENTRY AFTER IT (2050-2070).    *
002822*    2026-10-15 DP    HISTORY START KEYS CARRY POST TIME AND      *
002823*                     SEQUENCE SPACE                              *
002900******************************************************************
003000 PROGRAM-ID. TaxStmt.
003100
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-FILE-STATUS.
003800
003900     SELECT JOURNAL-HISTORY-FILE ASSIGN TO "JRNLHIST"
004000         ORGANIZATION IS INDEXED
004001         ACCESS MODE IS DYNAMIC
004002         RECORD KEY IS JHST-KEY
004100         FILE STATUS IS WS-JRNL-FILE-STATUS.
004200
004300     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CUST-MEMBER-NO
004700         ALTERNATE RECORD KEY IS CUST-TAX-ID WITH DUPLICATES
004701         FILE STATUS IS WS-CUST-FILE-STATUS.
004702
004703     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
004704         ORGANIZATION IS INDEXED
004705         ACCESS MODE IS DYNAMIC
004706         RECORD KEY IS REL-KEY
004707         ALTERNATE RECORD KEY IS REL-MEMBER-NO WITH DUPLICATES
004708         FILE STATUS IS WS-REL-FILE-STATUS.
004800
004900     SELECT EXTRACT-FILE ASSIGN TO "TAXEXT"
005000         ORGANIZATION IS SEQUENTIAL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000
006001     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006002         ORGANIZATION IS SEQUENTIAL
006003         FILE STATUS IS WS-BDAT-FILE-STATUS.
006004
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TAX-PARM-FILE.
006600     05  TAX-PARM-THRESHOLD          PIC 9(06)V99.
006700     05  FILLER                      PIC X(68).
006800
006900 FD  JOURNAL-HISTORY-FILE.
007000     COPY JHSTREC.
007100
007200 FD  CUSTOMER-FILE.
007300     COPY CUSTREC.
007301
007302 FD  RELATIONSHIP-FILE.
007303     COPY RELREC.
007400
007500 FD  EXTRACT-FILE.
007600     COPY TAXEXT.
008100 FD  REPORT-FILE.
008200 01  REPORT-LINE                     PIC X(80).
008300
008301 FD  BUSINESS-DATE-FILE.
008302     COPY BDATREC.
008303
008400 WORKING-STORAGE SECTION.
008500 01  WS-PARM-FILE-STATUS             PIC X(02).
008600     88  WS-PARM-FILE-OK                      VALUE '00'.
008900     88  WS-JRNL-FILE-OK                      VALUE '00'.
009000     88  WS-JRNL-FILE-EOF                     VALUE '10'.
009100
009200     COPY JRNLMAS.
009300
009301     COPY OWNRLKWS.
009400
009500 01  WS-EXT-FILE-STATUS              PIC X(02).
009600     88  WS-EXT-FILE-OK                       VALUE '00'.
010700 01  WS-ENTRY-FOUND                  PIC X(01) VALUE 'N'.
010800     88  ENTRY-FOUND                          VALUE 'Y'.
010900
011000 01  WS-REL-SCAN-STATE               PIC X(01).
011100     88  REL-SCAN-DONE                        VALUE 'Y'.
011101
011102 01  WS-TP-PRINT-STATE               PIC X(01).
011103     88  TP-STATEMENT-PRINTED                 VALUE 'Y'.
011104
011105 01  WS-TP-NAME-STATE                PIC X(01).
011106     88  TP-NAME-ON-FILE                      VALUE 'Y'.
011200
011300 01  WS-REPORT-YEAR                  PIC 9(04).
011400 01  WS-THRESHOLD                    PIC 9(06)V99 VALUE 10.00.
011700     05  WS-TODAY-YEAR               PIC 9(04).
011800     05  FILLER                      PIC 9(04).
011900 01  WS-ENTRY-YEAR                   PIC 9(04).
011901 01  WS-YEAR-START-DATE              PIC 9(08).
011902
011903     COPY BDATEWS.
012000
012100 01  WS-TX-MAX-ENTRIES               PIC 9(05) COMP VALUE 1000.
012200 01  WS-TX-COUNT                     PIC 9(05) COMP VALUE ZERO.
012700     05  WS-TX-ENTRY OCCURS 1000 TIMES.
012800         10  WS-TX-ACCT-ID           PIC X(10).
012900         10  WS-TX-INTEREST          PIC S9(7)V99 COMP-3.
012901         10  WS-TX-TAXPAYER-NO       PIC 9(05) COMP.
012902
012903*    THE TAXPAYER BEING GATHERED: A RUNNING NUMBER TAGGED ONTO
012904*    EACH ACCOUNT IT CLAIMS, ITS TAX ID, ITS FIRST CUSTOMER ROW
012905*    (FOR THE NAME AND ADDRESS) AND ITS INTEREST TOTAL.
012906 01  WS-TAXPAYER-NO                  PIC 9(05) COMP VALUE ZERO.
012907 01  WS-TP-TAX-ID                    PIC X(09).
012908 01  WS-TP-ACCT-COUNT                PIC 9(05) COMP.
012909 01  WS-TP-INTEREST                  PIC S9(7)V99 COMP-3.
012910     COPY CUSTREC REPLACING LEADING ==CUST-== BY ==TPY-==.
013000
013100 01  WS-TOTALS.
013200     05  WS-GRAND-TOTAL              PIC S9(9)V99 COMP-3
014300 01  WS-COLUMN-HEADING.
014400     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014501     05  FILLER                      PIC X(09) VALUE 'TAX ID'.
014502     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  FILLER                      PIC X(13) VALUE
014700         'INTEREST PAID'.
014800     05  FILLER                      PIC X(02) VALUE SPACES.
015100 01  WS-DETAIL-LINE.
015200     05  WS-DL-ACCT-ID               PIC X(10).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015301     05  WS-DL-TAX-ID                PIC X(09).
015302     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  WS-DL-INTEREST              PIC -(7)9.99.
015500     05  FILLER                      PIC X(03) VALUE SPACES.
015600     05  WS-DL-REMARKS               PIC X(20).
015700
015800 01  WS-TOTAL-LINE-1.
015900     05  FILLER                      PIC X(26) VALUE
018000         'ANNUAL INTEREST TAX STATEMENT  '.
018100     05  SH1-YEAR                    PIC 9(04).
018200
018201 01  WS-STMT-TAXID-LINE.
018202     05  FILLER                      PIC X(12) VALUE
018203         'TAXPAYER ID '.
018204     05  ST-TAX-ID-MASK              PIC X(07).
018205     05  ST-TAX-ID-LAST-4            PIC X(04).
018206
018300 01  WS-STMT-ACCT-LINE.
018400     05  FILLER                      PIC X(08) VALUE 'ACCOUNT '.
018500     05  SA-ACCT-ID                  PIC X(10).
018507     05  FILLER                      PIC X(11) VALUE SPACES.
018508     05  SA-INTEREST                 PIC -(7)9.99.
018600
018700 01  WS-MEMBER-NAME-LINE.
018800     05  SM-NAME                     PIC X(30).
021600     PERFORM 1000-OPEN-FILES
021700     IF NOT OPEN-FAILED
021800         PERFORM 1100-READ-PARM
021900         IF NOT WS-BDAT-RUN-STOPPED
022000             PERFORM 1200-WRITE-HEADINGS
022100             PERFORM 2050-START-JOURNAL
022200             PERFORM 2000-ACCUMULATE-JOURNAL
022300                 UNTIL WS-JRNL-FILE-EOF
022400             PERFORM 3000-REPORT-TAXPAYERS
022500             PERFORM 4000-REPORT-UNCLAIMED-ACCOUNT
022501                 VARYING WS-TX-SUB FROM 1 BY 1
022502                 UNTIL WS-TX-SUB > WS-TX-COUNT
022503             PERFORM 8000-WRITE-TOTALS
022504         END-IF
022600         PERFORM 9000-CLOSE-FILES
022700     END-IF
022800     STOP RUN.
022900
023000******************************************************************
023100* 1000-OPEN-FILES - OPEN THE PARM CARD, THE JOURNAL HISTORY       *
023200*                   FILE, THE CUSTOMER AND RELATIONSHIP FILES,    *
023300*                   THE EXTRACT, THE STATEMENT PRINT FILE AND THE *
023400*                   PROOF SHEET. A FAILURE ON ANY OF THEM SETS    *
023500*                   WS-JRNL-FILE-EOF SO THE ACCUMULATE LOOP NEVER *
023501*                   RUNS.                                         *
023600******************************************************************
023700 1000-OPEN-FILES.
023800     OPEN INPUT TAX-PARM-FILE
024200         SET WS-JRNL-FILE-EOF TO TRUE
024300         SET OPEN-FAILED TO TRUE
024400     END-IF
024500     OPEN INPUT JOURNAL-HISTORY-FILE
024600     IF NOT WS-JRNL-FILE-OK
024700         DISPLAY 'TAXSTMT: UNABLE TO OPEN JRNLHIST - '
024800             WS-JRNL-FILE-STATUS
024900         SET WS-JRNL-FILE-EOF TO TRUE
025000         SET OPEN-FAILED TO TRUE
025100     END-IF
025200     OPEN INPUT CUSTOMER-FILE
025300     IF NOT WS-CUST-FILE-OK
025400         DISPLAY 'TAXSTMT: UNABLE TO OPEN CUSTMAS - '
025500             WS-CUST-FILE-STATUS
025501         SET WS-JRNL-FILE-EOF TO TRUE
025502         SET OPEN-FAILED TO TRUE
025503     END-IF
025504     OPEN INPUT RELATIONSHIP-FILE
025505     IF NOT WS-REL-FILE-OK
025506         DISPLAY 'TAXSTMT: UNABLE TO OPEN RELMAS - '
025507             WS-REL-FILE-STATUS
025600         SET WS-JRNL-FILE-EOF TO TRUE
025700         SET OPEN-FAILED TO TRUE
025800     END-IF
028300******************************************************************
028400* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE           *
028500*                  REPORTING YEAR AND THE STATEMENT THRESHOLD.    *
028600*                  A MISSING OR BAD CARD FALLS BACK TO THE YEAR   *
028700*                  BEFORE THE BUSDATE BUSINESS DATE AND THE 10.00 *
028701*                  DEFAULT THRESHOLD. A YEAR THAT IS NOT YET OVER *
028702*                  ON THE BUSINESS DATE STOPS THE RUN.            *
028800******************************************************************
028900 1100-READ-PARM.
029000     MOVE 'TAXSTMT' TO WS-BDAT-PROGRAM
029003     PERFORM 9600-READ-BUSINESS-DATE
029004     MOVE WS-BDAT-CURRENT-DATE TO WS-TODAY-DATE
029100     COMPUTE WS-REPORT-YEAR = WS-TODAY-YEAR - 1
029200     READ TAX-PARM-FILE
029300         AT END
030400             IF TAX-PARM-THRESHOLD NUMERIC
030500                 MOVE TAX-PARM-THRESHOLD TO WS-THRESHOLD
030600             END-IF
030700     END-READ
030701     IF NOT WS-BDAT-RUN-STOPPED
030702         AND WS-REPORT-YEAR NOT < WS-TODAY-YEAR
030703         PERFORM 1150-REPORT-YEAR-MISMATCH
030704     END-IF.
030800 1100-READ-PARM-EXIT.
030805     EXIT.
030806
030807******************************************************************
030808* 1150-REPORT-YEAR-MISMATCH - THE TAXPARM YEAR IS THE BUSINESS    *
030809*                             DATE'S YEAR OR LATER, SO THE YEAR'S *
030810*                             INTEREST IS NOT FINAL. STOP THE RUN *
030811*                             RATHER THAN MAIL PARTIAL FIGURES.   *
030812******************************************************************
030813 1150-REPORT-YEAR-MISMATCH.
030814     MOVE SPACES TO WS-BDAT-TEXT
030815     STRING 'TAXPARM YEAR ' DELIMITED BY SIZE
030816         WS-REPORT-YEAR DELIMITED BY SIZE
030817         ' IS NOT BEFORE BUSDATE BUSINESS DATE '
030818             DELIMITED BY SIZE
030819         WS-BDAT-CURRENT-DATE DELIMITED BY SIZE
030820         INTO WS-BDAT-TEXT
030821     PERFORM 9690-DISPLAY-MESSAGE
030822     MOVE SPACES TO WS-BDAT-TEXT
030823     STRING 'RUN STOPPED - CORRECT OR BLANK THE TAXPARM YEAR'
030824             DELIMITED BY SIZE
030825         INTO WS-BDAT-TEXT
030826     PERFORM 9690-DISPLAY-MESSAGE
030827     SET WS-BDAT-RUN-STOPPED TO TRUE
030828     MOVE 16 TO RETURN-CODE.
030829 1150-REPORT-YEAR-MISMATCH-EXIT.
030900     EXIT.
031000
031100******************************************************************
032400* 2000-ACCUMULATE-JOURNAL - ROLL ONE JOURNAL RECORD INTO ITS      *
032500*                           ACCOUNT'S INTEREST TOTAL IF IT IS AN  *
032600*                           INTEREST CREDIT OF THE REPORTING      *
032700*                           YEAR. AN ENTRY BEFORE THE YEAR SKIPS  *
032701*                           AHEAD TO THE ACCOUNT'S FIRST ENTRY OF *
032702*                           THE YEAR, AND AN ENTRY AFTER IT SKIPS *
032703*                           TO THE NEXT ACCOUNT, SO ONLY THE      *
032704*                           YEAR'S ENTRIES ARE READ ONE BY ONE.   *
032800******************************************************************
032900 2000-ACCUMULATE-JOURNAL.
033000     ADD 1 TO WS-JRNL-READ-COUNT
033100     MOVE JRNL-POST-DATE (1:4) TO WS-ENTRY-YEAR
033200     EVALUATE TRUE
033300         WHEN WS-ENTRY-YEAR < WS-REPORT-YEAR
033400             PERFORM 2060-SKIP-TO-YEAR
033500         WHEN WS-ENTRY-YEAR > WS-REPORT-YEAR
033600             PERFORM 2070-SKIP-TO-NEXT-ACCOUNT
033700         WHEN JRNL-OP-CREDIT AND JRNL-SOURCE-INTEREST
033800             PERFORM 2300-LOCATE-ACCOUNT-ENTRY
033900             IF ENTRY-FOUND
034000                 ADD JRNL-AMOUNT
034100                     TO WS-TX-INTEREST (WS-TX-FOUND-SUB)
034101             END-IF
034102     END-EVALUATE
034103     IF NOT WS-JRNL-FILE-EOF
034104         PERFORM 2100-READ-JOURNAL
034105     END-IF.
034200 2000-ACCUMULATE-JOURNAL-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 2050-START-JOURNAL - POSITION THE JOURNAL HISTORY FILE ON THE   *
034601*                      FIRST ACCOUNT'S FIRST ENTRY OF THE         *
034602*                      REPORTING YEAR, AND READ IT                *
034603******************************************************************
034604 2050-START-JOURNAL.
034605     COMPUTE WS-YEAR-START-DATE = WS-REPORT-YEAR * 10000 + 101
034606     MOVE LOW-VALUES         TO JHST-ACCT-ID
034607     MOVE WS-YEAR-START-DATE TO JHST-POST-DATE
034608     MOVE ZERO               TO JHST-POST-TIME
034609     MOVE LOW-VALUE          TO JHST-SEQ-SPACE
034610     MOVE ZERO               TO JHST-SEQ-NO
034611     START JOURNAL-HISTORY-FILE KEY IS NOT LESS THAN JHST-KEY
034612         INVALID KEY
034613             SET WS-JRNL-FILE-EOF TO TRUE
034614     END-START
034615     IF NOT WS-JRNL-FILE-EOF
034616         PERFORM 2100-READ-JOURNAL
034617     END-IF.
034618 2050-START-JOURNAL-EXIT.
034619     EXIT.
034620
034621******************************************************************
034622* 2060-SKIP-TO-YEAR - REPOSITION ON THE CURRENT ACCOUNT'S FIRST   *
034623*                     ENTRY OF THE REPORTING YEAR                 *
034624******************************************************************
034625 2060-SKIP-TO-YEAR.
034626     MOVE WS-YEAR-START-DATE TO JHST-POST-DATE
034627     MOVE ZERO               TO JHST-POST-TIME
034628     MOVE LOW-VALUE          TO JHST-SEQ-SPACE
034629     MOVE ZERO               TO JHST-SEQ-NO
034630     START JOURNAL-HISTORY-FILE KEY IS NOT LESS THAN JHST-KEY
034631         INVALID KEY
034632             SET WS-JRNL-FILE-EOF TO TRUE
034633     END-START.
034634 2060-SKIP-TO-YEAR-EXIT.
034635     EXIT.
034636
034637******************************************************************
034638* 2070-SKIP-TO-NEXT-ACCOUNT - REPOSITION PAST THE LAST POSSIBLE   *
034639*                             KEY OF THE CURRENT ACCOUNT          *
034640******************************************************************
034641 2070-SKIP-TO-NEXT-ACCOUNT.
034642     MOVE 99999999           TO JHST-POST-DATE
034643     MOVE 99999999           TO JHST-POST-TIME
034644     MOVE HIGH-VALUE         TO JHST-SEQ-SPACE
034645     MOVE 999999999          TO JHST-SEQ-NO
034646     START JOURNAL-HISTORY-FILE KEY IS GREATER THAN JHST-KEY
034647         INVALID KEY
034648             SET WS-JRNL-FILE-EOF TO TRUE
034649     END-START.
034650 2070-SKIP-TO-NEXT-ACCOUNT-EXIT.
034651     EXIT.
034652
034653******************************************************************
034654* 2100-READ-JOURNAL - READ THE NEXT JOURNAL HISTORY RECORD INTO   *
034655*                     THE JOURNAL LAYOUT                          *
034700******************************************************************
034800 2100-READ-JOURNAL.
034900     READ JOURNAL-HISTORY-FILE NEXT RECORD
035000         AT END
035100             SET WS-JRNL-FILE-EOF TO TRUE
035159         NOT AT END
035160             MOVE JHST-JOURNAL-IMAGE TO JRNL-RECORD
035200     END-READ.
035300 2100-READ-JOURNAL-EXIT.
035400     EXIT.
037000             MOVE JRNL-ACCT-ID
037100                 TO WS-TX-ACCT-ID (WS-TX-FOUND-SUB)
037200             MOVE ZERO TO WS-TX-INTEREST (WS-TX-FOUND-SUB)
037201             MOVE ZERO TO WS-TX-TAXPAYER-NO (WS-TX-FOUND-SUB)
037300             SET ENTRY-FOUND TO TRUE
037400         ELSE
037500             DISPLAY 'TAXSTMT: ACCOUNT TABLE FULL AT '
039500     EXIT.
039600
039700******************************************************************
039800* 3000-REPORT-TAXPAYERS - BROWSE THE CUSTOMER FILE IN TAX ID      *
039900*                         ORDER (ALTERNATE KEY CUST-TAX-ID) AND   *
040000*                         REPORT EACH TAXPAYER IN TURN. STARTING  *
040100*                         PAST SPACES SKIPS CUSTOMERS WITH NO TAX *
040200*                         ID ON FILE - THEIR ACCOUNTS ARE LEFT    *
040300*                         FOR 4000-REPORT-UNCLAIMED-ACCOUNT.      *
040301******************************************************************
040302 3000-REPORT-TAXPAYERS.
040303     MOVE SPACES TO CUST-TAX-ID
040304     START CUSTOMER-FILE KEY IS GREATER THAN CUST-TAX-ID
040305         INVALID KEY
040306             SET WS-CUST-FILE-EOF TO TRUE
040307     END-START
040308     IF NOT WS-CUST-FILE-EOF
040309         PERFORM 3100-READ-NEXT-CUSTOMER
040310     END-IF
040311     PERFORM 3200-REPORT-TAXPAYER UNTIL WS-CUST-FILE-EOF.
040312 3000-REPORT-TAXPAYERS-EXIT.
040313     EXIT.
040314
040315******************************************************************
040316* 3100-READ-NEXT-CUSTOMER - READ THE NEXT CUSTOMER IN TAX ID      *
040317*                           ORDER. A DUPLICATE TAX ID COMES BACK  *
040318*                           AS STATUS '02', WHICH IS GOOD.        *
040319******************************************************************
040320 3100-READ-NEXT-CUSTOMER.
040321     READ CUSTOMER-FILE NEXT RECORD
040322         AT END
040323             SET WS-CUST-FILE-EOF TO TRUE
040324     END-READ
040325     IF NOT WS-CUST-FILE-OK
040326         SET WS-CUST-FILE-EOF TO TRUE
040327     END-IF.
040328 3100-READ-NEXT-CUSTOMER-EXIT.
040329     EXIT.
040330
040331******************************************************************
040332* 3200-REPORT-TAXPAYER - GATHER EVERY ACCOUNT OWNED AS PRIMARY BY *
040333*                        ANY CUSTOMER CARRYING THIS TAX ID, THEN  *
040334*                        REPORT THEM TOGETHER. THE FIRST CUSTOMER *
040335*                        ROW FOR THE TAX ID SUPPLIES THE NAME AND *
040336*                        MAILING ADDRESS. A TAX ID WITH NO        *
040337*                        INTEREST-BEARING ACCOUNTS IS SKIPPED.    *
040338******************************************************************
040339 3200-REPORT-TAXPAYER.
040340     ADD 1 TO WS-TAXPAYER-NO
040341     MOVE CUST-TAX-ID TO WS-TP-TAX-ID
040342     MOVE CUST-RECORD TO TPY-RECORD
040343     MOVE ZERO TO WS-TP-INTEREST
040344     MOVE ZERO TO WS-TP-ACCT-COUNT
040345     PERFORM 3300-COLLECT-MEMBER-ACCOUNTS
040346         UNTIL WS-CUST-FILE-EOF
040347            OR CUST-TAX-ID NOT = WS-TP-TAX-ID
040348     IF WS-TP-ACCT-COUNT > ZERO
040349         PERFORM 3400-REPORT-TAXPAYER-TOTAL
040350     END-IF.
040351 3200-REPORT-TAXPAYER-EXIT.
040352     EXIT.
040353
040354******************************************************************
040355* 3300-COLLECT-MEMBER-ACCOUNTS - BROWSE THE RELATIONSHIP FILE BY  *
040356*                                MEMBER NUMBER (ALTERNATE KEY     *
040357*                                REL-MEMBER-NO) FOR THE CURRENT   *
040358*                                CUSTOMER'S ACCOUNTS, THEN MOVE   *
040359*                                ON TO THE NEXT CUSTOMER          *
040360******************************************************************
040361 3300-COLLECT-MEMBER-ACCOUNTS.
040362     MOVE 'N' TO WS-REL-SCAN-STATE
040363     MOVE CUST-MEMBER-NO TO REL-MEMBER-NO
040364     START RELATIONSHIP-FILE KEY IS EQUAL TO REL-MEMBER-NO
040365         INVALID KEY
040366             SET REL-SCAN-DONE TO TRUE
040367     END-START
040368     PERFORM 3310-SCAN-MEMBER-RELATIONSHIP UNTIL REL-SCAN-DONE
040369     PERFORM 3100-READ-NEXT-CUSTOMER.
040370 3300-COLLECT-MEMBER-ACCOUNTS-EXIT.
040371     EXIT.
040372
040373******************************************************************
040374* 3310-SCAN-MEMBER-RELATIONSHIP - READ THE MEMBER'S NEXT          *
040375*                                 RELATIONSHIP. ONLY A PRIMARY    *
040376*                                 OWNER'S TAX ID IS REPORTED ON   *
040377*                                 AN ACCOUNT; JOINT AND           *
040378*                                 BENEFICIARY ROWS ARE PASSED BY. *
040379******************************************************************
040380 3310-SCAN-MEMBER-RELATIONSHIP.
040381     READ RELATIONSHIP-FILE NEXT RECORD
040382         AT END
040383             SET REL-SCAN-DONE TO TRUE
040384     END-READ
040385     IF NOT REL-SCAN-DONE
040386         IF NOT WS-REL-FILE-OK
040387             OR REL-MEMBER-NO NOT = CUST-MEMBER-NO
040388             SET REL-SCAN-DONE TO TRUE
040389         ELSE
040390             IF REL-ROLE-PRIMARY
040391                 PERFORM 3320-CLAIM-ACCOUNT
040392             END-IF
040393         END-IF
040394     END-IF.
040395 3310-SCAN-MEMBER-RELATIONSHIP-EXIT.
040396     EXIT.
040397
040398******************************************************************
040399* 3320-CLAIM-ACCOUNT - TAG THE RELATIONSHIP'S ACCOUNT, IF IT      *
040400*                      EARNED INTEREST THIS YEAR AND IS NOT       *
040401*                      ALREADY TAKEN, WITH THE CURRENT TAXPAYER   *
040402*                      AND ADD ITS INTEREST TO THE TAXPAYER TOTAL *
040403******************************************************************
040404 3320-CLAIM-ACCOUNT.
040405     MOVE 'N' TO WS-ENTRY-FOUND
040406     PERFORM 3330-SCAN-FOR-ACCOUNT
040407         VARYING WS-TX-SUB FROM 1 BY 1
040408         UNTIL ENTRY-FOUND OR WS-TX-SUB > WS-TX-COUNT
040409     IF ENTRY-FOUND
040410         IF WS-TX-TAXPAYER-NO (WS-TX-FOUND-SUB) = ZERO
040411             MOVE WS-TAXPAYER-NO
040412                 TO WS-TX-TAXPAYER-NO (WS-TX-FOUND-SUB)
040413             ADD WS-TX-INTEREST (WS-TX-FOUND-SUB)
040414                 TO WS-TP-INTEREST
040415             ADD 1 TO WS-TP-ACCT-COUNT
040416         END-IF
040417     END-IF.
040418 3320-CLAIM-ACCOUNT-EXIT.
040419     EXIT.
040420
040421******************************************************************
040422* 3330-SCAN-FOR-ACCOUNT - TEST ONE TABLE ENTRY FOR THE            *
040423*                         RELATIONSHIP'S ACCOUNT ID               *
040424******************************************************************
040425 3330-SCAN-FOR-ACCOUNT.
040426     IF WS-TX-ACCT-ID (WS-TX-SUB) = REL-ACCT-ID
040427         MOVE WS-TX-SUB TO WS-TX-FOUND-SUB
040428         SET ENTRY-FOUND TO TRUE
040429     END-IF.
040430 3330-SCAN-FOR-ACCOUNT-EXIT.
040431     EXIT.
040432
040433******************************************************************
040434* 3400-REPORT-TAXPAYER-TOTAL - PRINT ONE STATEMENT FOR THE        *
040435*                              TAXPAYER IF THE INTEREST ACROSS    *
040436*                              ALL THEIR ACCOUNTS REACHES THE     *
040437*                              REPORTING THRESHOLD, LISTING EACH  *
040438*                              ACCOUNT AND THE TOTAL, AND WRITE   *
040439*                              THE EXTRACT RECORD AND PROOF LINE  *
040440*                              FOR EACH OF THE ACCOUNTS           *
040441******************************************************************
040442 3400-REPORT-TAXPAYER-TOTAL.
040443     SET TP-NAME-ON-FILE TO TRUE
040444     IF WS-TP-INTEREST NOT < WS-THRESHOLD
040445         ADD 1 TO WS-STMT-COUNT
040446         SET TP-STATEMENT-PRINTED TO TRUE
040447         MOVE 'Y' TO TAX-STMT-PRINTED
040448         MOVE 'PRINTED' TO WS-DL-REMARKS
040449         PERFORM 3500-PRINT-STATEMENT-HEADING
040450         IF TPY-TAX-ID-EIN
040451             MOVE ' **-***' TO ST-TAX-ID-MASK
040452         ELSE
040453             MOVE '***-**-' TO ST-TAX-ID-MASK
040454         END-IF
040455         MOVE WS-TP-TAX-ID (6:4) TO ST-TAX-ID-LAST-4
040456         MOVE WS-STMT-TAXID-LINE TO STATEMENT-LINE
040457         WRITE STATEMENT-LINE
040458         PERFORM 3800-PRINT-NAME-BLOCK
040459     ELSE
040460         ADD 1 TO WS-UNDER-COUNT
040461         MOVE 'N' TO WS-TP-PRINT-STATE
040462         MOVE 'N' TO TAX-STMT-PRINTED
040463         MOVE 'UNDER THRESHOLD' TO WS-DL-REMARKS
040464     END-IF
040465     MOVE WS-TP-TAX-ID TO TAX-TAX-ID
040466     MOVE WS-TP-TAX-ID TO WS-DL-TAX-ID
040467     PERFORM 3410-REPORT-TAXPAYER-ACCOUNT
040468         VARYING WS-TX-SUB FROM 1 BY 1
040469         UNTIL WS-TX-SUB > WS-TX-COUNT
040470     IF TP-STATEMENT-PRINTED
040471         PERFORM 3600-PRINT-STATEMENT-TOTAL
040472     END-IF.
040473 3400-REPORT-TAXPAYER-TOTAL-EXIT.
040474     EXIT.
040475
040476******************************************************************
040477* 3410-REPORT-TAXPAYER-ACCOUNT - FOR A TABLE ENTRY TAGGED WITH    *
040478*                                THE CURRENT TAXPAYER, WRITE ITS  *
040479*                                EXTRACT RECORD AND PROOF LINE    *
040480*                                AND, ON A PRINTED STATEMENT, ITS *
040481*                                ACCOUNT LINE                     *
040482******************************************************************
040483 3410-REPORT-TAXPAYER-ACCOUNT.
040484     IF WS-TX-TAXPAYER-NO (WS-TX-SUB) = WS-TAXPAYER-NO
040485         PERFORM 3900-WRITE-ACCOUNT-LINES
040486         IF TP-STATEMENT-PRINTED
040487             PERFORM 3700-PRINT-STATEMENT-ACCOUNT
040488         END-IF
040489     END-IF.
040490 3410-REPORT-TAXPAYER-ACCOUNT-EXIT.
040491     EXIT.
040492
040493******************************************************************
040494* 3500-PRINT-STATEMENT-HEADING - PRINT THE TITLE LINE THAT OPENS  *
040495*                                EVERY TAX STATEMENT              *
040496******************************************************************
040497 3500-PRINT-STATEMENT-HEADING.
040498     MOVE WS-REPORT-YEAR TO SH1-YEAR
040499     MOVE WS-STMT-HEADING-1 TO STATEMENT-LINE
040500     WRITE STATEMENT-LINE.
040501 3500-PRINT-STATEMENT-HEADING-EXIT.
040502     EXIT.
040503
040504******************************************************************
040505* 3600-PRINT-STATEMENT-TOTAL - PRINT THE YEAR'S INTEREST TOTAL    *
040506*                              THAT CLOSES A TAX STATEMENT        *
040507******************************************************************
040508 3600-PRINT-STATEMENT-TOTAL.
040509     MOVE WS-TP-INTEREST TO SL-INTEREST
040510     MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
040511     WRITE STATEMENT-LINE
040512     MOVE WS-STMT-SPACER-LINE TO STATEMENT-LINE
040513     WRITE STATEMENT-LINE.
040514 3600-PRINT-STATEMENT-TOTAL-EXIT.
040515     EXIT.
040516
040517******************************************************************
040518* 3700-PRINT-STATEMENT-ACCOUNT - PRINT ONE ACCOUNT AND ITS        *
040519*                                INTEREST ON THE STATEMENT        *
040520******************************************************************
040521 3700-PRINT-STATEMENT-ACCOUNT.
040522     MOVE WS-TX-ACCT-ID (WS-TX-SUB) TO SA-ACCT-ID
040523     MOVE WS-TX-INTEREST (WS-TX-SUB) TO SA-INTEREST
040524     MOVE WS-STMT-ACCT-LINE TO STATEMENT-LINE
040525     WRITE STATEMENT-LINE.
040526 3700-PRINT-STATEMENT-ACCOUNT-EXIT.
040527     EXIT.
040528
040529******************************************************************
040530* 3800-PRINT-NAME-BLOCK - PRINT THE TAXPAYER'S NAME AND MAILING   *
040531*                         ADDRESS FROM THE SAVED CUSTOMER ROW. A  *
040532*                         STATEMENT WITH NO OWNER ON FILE IS      *
040533*                         STILL PRINTED, FLAGGED FOR THE MAIL     *
040534*                         ROOM, THE SAME RULE THE ACCOUNT         *
040535*                         STATEMENT USES.                         *
040536******************************************************************
040537 3800-PRINT-NAME-BLOCK.
040538     IF TP-NAME-ON-FILE
040539         MOVE TPY-NAME TO SM-NAME
040540         MOVE WS-MEMBER-NAME-LINE TO STATEMENT-LINE
040541         WRITE STATEMENT-LINE
040542         MOVE TPY-ADDR-LINE-1 TO SM-ADDR
040543         MOVE WS-MEMBER-ADDR-LINE TO STATEMENT-LINE
040544         WRITE STATEMENT-LINE
040545         IF TPY-ADDR-LINE-2 NOT = SPACES
040546             MOVE TPY-ADDR-LINE-2 TO SM-ADDR
040547             MOVE WS-MEMBER-ADDR-LINE TO STATEMENT-LINE
040548             WRITE STATEMENT-LINE
040549         END-IF
040550         MOVE TPY-CITY  TO SM-CITY
040551         MOVE TPY-STATE TO SM-STATE
040552         MOVE TPY-ZIP   TO SM-ZIP
040553         MOVE WS-MEMBER-CSZ-LINE TO STATEMENT-LINE
040554         WRITE STATEMENT-LINE
040555     ELSE
040556         MOVE WS-NO-MEMBER-LINE TO STATEMENT-LINE
040557         WRITE STATEMENT-LINE
040558     END-IF.
040559 3800-PRINT-NAME-BLOCK-EXIT.
040560     EXIT.
040561
040562******************************************************************
040563* 3900-WRITE-ACCOUNT-LINES - WRITE ONE ACCOUNT'S EXTRACT RECORD   *
040564*                            AND PROOF LINE. THE CALLER HAS SET   *
040565*                            THE TAX ID, PRINTED FLAG AND REMARKS *
040566******************************************************************
040567 3900-WRITE-ACCOUNT-LINES.
040600     ADD WS-TX-INTEREST (WS-TX-SUB) TO WS-GRAND-TOTAL
040700     MOVE WS-TX-ACCT-ID (WS-TX-SUB) TO TAX-ACCT-ID
040800     MOVE WS-REPORT-YEAR TO TAX-YEAR
040900     MOVE WS-TX-INTEREST (WS-TX-SUB) TO TAX-INTEREST-AMOUNT
041000     MOVE WS-TX-ACCT-ID (WS-TX-SUB) TO WS-DL-ACCT-ID
041100     MOVE WS-TX-INTEREST (WS-TX-SUB) TO WS-DL-INTEREST
042200     WRITE TAX-EXTRACT-RECORD
042300     MOVE WS-DETAIL-LINE TO REPORT-LINE
042400     WRITE REPORT-LINE.
042500 3900-WRITE-ACCOUNT-LINES-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 4000-REPORT-UNCLAIMED-ACCOUNT - AN ACCOUNT NO TAXPAYER CLAIMED  *
043000*                                 (NO PRIMARY OWNER, OR ONE WITH  *
043100*                                 NO TAX ID ON FILE) IS REPORTED  *
043200*                                 ON ITS OWN AS BEFORE: ITS OWN   *
043300*                                 STATEMENT IF ITS INTEREST       *
043400*                                 REACHES THE THRESHOLD, UNDER    *
043401*                                 WHATEVER NAME THE OWNER LOOKUP  *
043402*                                 FINDS, AND A BLANK TAX ID ON    *
043403*                                 THE EXTRACT FOR THE TAX CLERK   *
043404*                                 TO CHASE                        *
043500******************************************************************
043600 4000-REPORT-UNCLAIMED-ACCOUNT.
043700     IF WS-TX-TAXPAYER-NO (WS-TX-SUB) = ZERO
043800         MOVE WS-TX-ACCT-ID (WS-TX-SUB) TO WS-OWN-ACCT-ID
043900         PERFORM 9500-LOOKUP-OWNER
044000         IF WS-OWNER-FOUND
044100             MOVE CUST-RECORD TO TPY-RECORD
044200             SET TP-NAME-ON-FILE TO TRUE
044300         ELSE
044400             MOVE 'N' TO WS-TP-NAME-STATE
047500         END-IF
047600         MOVE SPACES TO TAX-TAX-ID
047700         MOVE SPACES TO WS-DL-TAX-ID
047800         IF WS-TX-INTEREST (WS-TX-SUB) NOT < WS-THRESHOLD
047900             ADD 1 TO WS-STMT-COUNT
048000             MOVE 'Y' TO TAX-STMT-PRINTED
048100             MOVE 'PRINTED - NO TAX ID' TO WS-DL-REMARKS
048200             PERFORM 3500-PRINT-STATEMENT-HEADING
048300             PERFORM 3700-PRINT-STATEMENT-ACCOUNT
048301             PERFORM 3800-PRINT-NAME-BLOCK
048302             MOVE WS-TX-INTEREST (WS-TX-SUB) TO WS-TP-INTEREST
048303             PERFORM 3600-PRINT-STATEMENT-TOTAL
048304         ELSE
048305             ADD 1 TO WS-UNDER-COUNT
048306             MOVE 'N' TO TAX-STMT-PRINTED
048307             MOVE 'UNDER - NO TAX ID' TO WS-DL-REMARKS
048308         END-IF
048309         PERFORM 3900-WRITE-ACCOUNT-LINES
048400     END-IF.
048500 4000-REPORT-UNCLAIMED-ACCOUNT-EXIT.
048600     EXIT.
048700
048800******************************************************************
050700******************************************************************
050800 9000-CLOSE-FILES.
050900     CLOSE TAX-PARM-FILE
051000     CLOSE JOURNAL-HISTORY-FILE
051100     CLOSE CUSTOMER-FILE
051101     CLOSE RELATIONSHIP-FILE
051200     CLOSE EXTRACT-FILE
051300     CLOSE STATEMENT-FILE
051400     CLOSE REPORT-FILE.
051500 9000-CLOSE-FILES-EXIT.
051600     EXIT.
051601
051602     COPY BDATEPRC.
051603
051604******************************************************************
051605* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
051606******************************************************************
051607     COPY OWNRLKUP.
