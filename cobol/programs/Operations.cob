001400*                 TRANSACTION DRIVER.                             *
001500*                                                                 *
001600*    LINKAGE:     PASSED-OPERATION   PIC X(06)  CREDIT/DEBIT /    *
001700*                                        TOTAL /REVERS /XFER /   *
001701*                                        HOLD /HOLDRL /LATEFE /  *
001702*                                        RENEW /SVCCHG /CHGOFF   *
001800*                 ACCOUNT-ID         PIC X(10)                    *
001900*                 AMOUNT             PIC S9(6)V99                 *
002000*                 RETURNED-BALANCE   PIC S9(6)V99  (OUTPUT)        *
002110*                 PASSED-REFERENCE   PIC X(10)  FOR REVERS, THE    *
002120*                                    ORIGINAL ENTRY'S JRNL-SEQ-NO  *
002130*                                    AS NINE DIGITS LEFT-JUSTIFIED;*
002140*                                    FOR XFER, THE TO-ACCOUNT ID;  *
002141*                                    FOR SVCCHG, THE FEE CODE      *
002150*                 PASSED-TELLER-ID   PIC X(08)  OPERATOR/TELLER WHO  *
002160*                                    KEYED THE POSTING (SPACES FOR  *
002170*                                    SYSTEM WORK)                   *
002180*                 PASSED-SOURCE      PIC X(01)  T=TELLER B=BATCH     *
002190*                                    I=INTEREST E=ESCHEATMENT        *
002192*                                    A=INBOUND ACH                   *
002193*                                    M=CERTIFICATE MATURITY          *
002194*                                    F=SERVICE CHARGE RUN            *
002195*                                    (FEES JOURNAL 'F')              *
002196*                 PASSED-TRACE-NO    PIC X(15)  NACHA TRACE NUMBER   *
002197*                                    OF AN ACH ENTRY, CARRIED ON     *
002198*                                    THE JOURNAL (SPACES OTHERWISE)  *
002200*                                    '00' = POSTED OK              *
002300*                                    '10' = DEBIT EXCEEDS BALANCE   *
002310*                                           PLUS OVERDRAFT LIMIT    *
002330*                                           BALANCE (FUNDS ON HOLD) *
002400*                                    '20' = ACCOUNT NOT FOUND       *
002420*                                    '30' = INVALID OPERATION CODE  *
002425*                                    '32' = SERVICE CHARGE INVALID  *
002426*                                           (FEE CODE OR AMOUNT)    *
002427*                                    '35' = RENEWAL INVALID         *
002428*                                           (NOT A CERTIFICATE      *
002429*                                           OR BAD DATE)            *
002430*                                    '40' = ACCOUNT IS CLOSED       *
002431*                                    '45' = NOT VALID ON A LOAN     *
002432*                                           ACCOUNT                 *
002433*                                    '46' = LOAN PAYMENT INVALID    *
002434*                                           OR BEYOND THE PAYOFF    *
002435*                                    '47' = LOAN TERMS NOT FOUND    *
002436*                                    '48' = ACCT CHARGED OFF        *
002437*                                    '49' = CHARGE-OFF INVALID      *
002438*                                           (NOT OVERDRAWN BY       *
002439*                                           EXACTLY AMOUNT)         *
002442*                                    '50' = ORIGINAL ENTRY NOT FOUND*
002444*                                    '60' = ENTRY ALREADY REVERSED  *
002446*                                    '70' = ENTRY NOT REVERSIBLE    *
003226*                     CERTIFICATE DEBITED BEFORE MATURITY. 4700   *
003227*                     NOW SUBTRACTS WS-FEE-AMOUNT SO THE SAME     *
003228*                     HOOK LANDS THE FEE AND THE PENALTY.         *
003229*    2026-10-05 DP    PASSED-TRACE-NO ADDED TO THE LINKAGE - THE  *
003230*                     INBOUND ACH RUN (SOURCE 'A') PASSES THE     *
003231*                     ENTRY'S NACHA TRACE NUMBER AND 5000 CARRIES *
003232*                     IT ON THE JOURNAL (JRNL-TRACE-NO). EVERY    *
003233*                     OTHER CALLER PASSES SPACES.                 *
003234*    2026-10-05 DP    INSTALLMENT LOANS. THE NEW LOAN MASTER      *
003235*                     (LOANMAS KSDS, COPYBOOK LOANREC) IS OPENED  *
003236*                     ALONGSIDE THE HOLD FILE, AND 2800/4750      *
003237*                     SUPPLY ITS I-O FOR THE SHARED LOGIC'S LOAN  *
003238*                     PAYMENT AND NEW 'LATEFE' LATE CHARGE PATHS. *
003239*                     NEW STATUSES '45', '46' AND '47'.           *
003240*    2026-10-05 DP    NEW 'RENEW ' OPERATION AND STATUS '35' FROM *
003241*                     THE SHARED LOGIC, FOR THE DAILY CERTIFICATE *
003242*                     MATURITY RUN (CERTMAT), WHICH POSTS AS THE  *
003243*                     NEW SOURCE 'M'.                             *
003244*    2026-10-05 DP    JRNL-CASH-FLAG IS WRITTEN AS SPACE - ONLY A *
003245*                     TELLER POSTING THROUGH TELLOPER IS MARKED   *
003246*                     CASH OR NON-CASH.                           *
003247*    2026-10-05 DP    NEW 'SVCCHG' OPERATION AND STATUS '32' FROM *
003248*                     THE SHARED LOGIC, FOR THE MONTH-END SERVICE *
003249*                     CHARGE RUN (SVCCHG), WHICH POSTS AS SOURCE  *
003250*                     'F' WITH THE FEE CODE IN PASSED-REFERENCE.  *
003251*    2026-10-05 DP    NEW 'CHGOFF' OPERATION FOR THE OVERDRAWN    *
003252*                     AGING RUN AND STATUSES '48' (ACCOUNT        *
003253*                     CHARGED OFF) AND '49' (CHARGE-OFF INVALID). *
003254*                     4700 NOW KEEPS THE OVERDRAWN DATE IN STEP   *
003255*                     WHEN A FEE TAKES THE BALANCE NEGATIVE.      *
003256*    2026-10-05 DP    JOURNAL HISTORY FILE (JRNLHIST KSDS,        *
003257*                     COPYBOOK JHSTREC), OPENED ALONGSIDE THE     *
003258*                     HOLD AND LOAN FILES. 5000 NOW WRITES EVERY  *
003259*                     JOURNAL ENTRY TO IT AS WELL, AND THE        *
003260*                     REVERSAL LOOKUP (6000) READS THE ACCOUNT'S  *
003261*                     ENTRIES FROM IT BY KEY, SO AN ENTRY FROM A  *
003262*                     CLOSED-OUT CYCLE CAN NOW BE REVERSED. THE   *
003263*                     CURRENT-JOURNAL SCAN (6050) IS KEPT FOR AN  *
003264*                     ORIGINAL NOT ON THE HISTORY FILE YET, AND   *
003265*                     FOR A RUN WITHOUT THE FILE.                 *
003266*    2026-10-15 DP    REVERSAL LOOKUP MATCHES ONLY THE BATCH      *
003267*                     SEQUENCE SPACE; HISTORY KEY CARRIES POST    *
003268*                     TIME AND SEQUENCE SPACE                     *
003269******************************************************************
003270 PROGRAM-ID. Operations.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004390         RECORD KEY IS HOLD-KEY
004392         FILE STATUS IS WS-HOLD-FILE-STATUS.
004400
004401     SELECT OPTIONAL LOAN-FILE ASSIGN TO "LOANMAS"
004402         ORGANIZATION IS INDEXED
004403         ACCESS MODE IS DYNAMIC
004404         RECORD KEY IS LOAN-ACCT-ID
004405         FILE STATUS IS WS-LOAN-FILE-STATUS.
004406
004407     SELECT OPTIONAL JOURNAL-HISTORY-FILE ASSIGN TO "JRNLHIST"
004408         ORGANIZATION IS INDEXED
004409         ACCESS MODE IS DYNAMIC
004410         RECORD KEY IS JHST-KEY
004411         FILE STATUS IS WS-JHST-FILE-STATUS.
004412
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCOUNT-MASTER-FILE.
004928 FD  HOLD-FILE.
004929     COPY HOLDREC.
004930
004931 FD  LOAN-FILE.
004932     COPY LOANREC.
004933
004934 FD  JOURNAL-HISTORY-FILE.
004935     COPY JHSTREC.
004936
005000 WORKING-STORAGE SECTION.
005100 01  WS-ACCT-FILE-STATUS             PIC X(02).
005200     88  WS-ACCT-FILE-OK                     VALUE '00'.
005375 01  WS-HOLD-SCAN-STATE              PIC X(01).
005376     88  HOLD-SCAN-DONE                       VALUE 'Y'.
005377
005378 01  WS-LOAN-FILE-STATUS             PIC X(02).
005379     88  WS-LOAN-FILE-OK                      VALUE '00' '05'.
005380 01  WS-LOAN-FILE-OPEN               PIC X(01) VALUE 'N'.
005381     88  LOAN-FILE-OPEN                       VALUE 'Y'.
005382
005383 01  WS-JHST-FILE-STATUS             PIC X(02).
005384     88  WS-JHST-FILE-OK                      VALUE '00' '05'.
005385 01  WS-JHST-FILE-OPEN               PIC X(01) VALUE 'N'.
005386     88  JHST-FILE-OPEN                       VALUE 'Y'.
005387 01  WS-JHST-BROWSE-STATE            PIC X(01).
005388     88  JHST-BROWSE-DONE                     VALUE 'Y'.
005389
005390     COPY OPERLGWS.
005400
005500 01  WS-FILES-ARE-OPEN               PIC X(01) VALUE 'N'.
005807 01  PASSED-REFERENCE                PIC X(10).
005808 01  PASSED-TELLER-ID                PIC X(08).
005809 01  PASSED-SOURCE                   PIC X(01).
005810 01  PASSED-TRACE-NO                 PIC X(15).
005811
005900 PROCEDURE DIVISION USING PASSED-OPERATION ACCOUNT-ID
006000         AMOUNT RETURNED-BALANCE OPER-STATUS
006001         PASSED-REFERENCE PASSED-TELLER-ID PASSED-SOURCE
006002         PASSED-TRACE-NO.
006011
006100******************************************************************
006200* 0000-MAINLINE - CONTROLS OVERALL PROCESSING OF ONE CALL         *
007200     GOBACK.
007300
007400******************************************************************
007500* 1000-OPEN-ACCOUNT-FILE - OPEN THE ACCOUNT MASTER FOR I-O, WITH  *
007501*                          THE HOLD, LOAN AND JOURNAL HISTORY     *
007502*                          FILES. THE HISTORY FILE IS NOT         *
007503*                          REQUIRED TO POST - WITHOUT IT, ENTRIES *
007504*                          REACH IT THROUGH THE NIGHTLY ADD AND   *
007505*                          THE REVERSAL LOOKUP SCANS THE CURRENT  *
007506*                          JOURNAL INSTEAD.                       *
007600******************************************************************
007700 1000-OPEN-ACCOUNT-FILE.
007800     OPEN I-O ACCOUNT-MASTER-FILE
008320     IF NOT WS-HOLD-FILE-OK
008330         DISPLAY 'OPERATIONS: UNABLE TO OPEN HOLDFILE - '
008340             WS-HOLD-FILE-STATUS
008341         MOVE '90' TO OPER-STATUS
008342     END-IF
008343     OPEN I-O LOAN-FILE
008344     IF WS-LOAN-FILE-OK
008345         SET LOAN-FILE-OPEN TO TRUE
008346     ELSE
008347         DISPLAY 'OPERATIONS: UNABLE TO OPEN LOANMAS - '
008348             WS-LOAN-FILE-STATUS
008350         MOVE '90' TO OPER-STATUS
008351     END-IF
008352     OPEN I-O JOURNAL-HISTORY-FILE
008353     IF WS-JHST-FILE-OK
008354         SET JHST-FILE-OPEN TO TRUE
008355     ELSE
008356         DISPLAY 'OPERATIONS: UNABLE TO OPEN JRNLHIST - '
008357             WS-JHST-FILE-STATUS
008360     END-IF.
008400 1000-OPEN-ACCOUNT-FILE-EXIT.
008500     EXIT.
010180     COPY OPERLOGC.
015100
015200******************************************************************
015201* 2800-READ-LOAN - LOOK UP THE INSTALLMENT LOAN TERMS ROW FOR THE *
015202*                  LOAN NAMED IN WS-LOAN-ACCT, FOR THE SHARED     *
015203*                  LOGIC'S LOAN PAYMENT AND LATE CHARGE PATHS.    *
015204*                  THE ROW STAYS IN THE RECORD AREA FOR 4750.     *
015205******************************************************************
015206 2800-READ-LOAN.
015207     SET LOAN-FOUND TO TRUE
015208     MOVE WS-LOAN-ACCT TO LOAN-ACCT-ID
015209     READ LOAN-FILE
015210         INVALID KEY
015211             SET LOAN-NOT-FOUND TO TRUE
015212     END-READ.
015213 2800-READ-LOAN-EXIT.
015214     EXIT.
015215
015216******************************************************************
015217* 4750-REWRITE-LOAN - PERSIST THE LOAN TERMS ROW THE SHARED LOGIC *
015218*                     HAS UPDATED. THE POSTING IT BELONGS TO HAS  *
015219*                     ALREADY LANDED ON THE MASTER, SO A FAILURE  *
015220*                     IS REPORTED FOR THE OPERATOR RATHER THAN    *
015221*                     RETURNED AS A STATUS.                       *
015222******************************************************************
015223 4750-REWRITE-LOAN.
015224     REWRITE LOAN-RECORD
015225         INVALID KEY
015226             DISPLAY 'OPERATIONS: LOAN REWRITE FAILED - '
015227                 LOAN-ACCT-ID
015228     END-REWRITE.
015229 4750-REWRITE-LOAN-EXIT.
015230     EXIT.
015231
015232******************************************************************
015300* 4000-REWRITE-ACCOUNT - PERSIST THE UPDATED BALANCE TO MASTER    *
015400******************************************************************
015500 4000-REWRITE-ACCOUNT.
016133     PERFORM 3530-JOURNAL-TRANSFER-BACKOUT.
016134 4600-RECOVER-FAILED-TRANSFER-EXIT.
016135     EXIT.
016136
016137******************************************************************
016138* 4700-REWRITE-FEE-ACCOUNT - APPLY THE FEE IN WS-FEE-AMOUNT       *
016139*                            (OVERDRAFT FEE OR EARLY-WITHDRAWAL   *
016140*                            PENALTY) TO THE MASTER. UNDER        *
016141*                            NATIVE FILE I-O THE KEYED REWRITE    *
016142*                            NEEDS NO FRESH READ.                 *
016143******************************************************************
016144 4700-REWRITE-FEE-ACCOUNT.
016145     SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE
016146     PERFORM 3610-STAMP-OVERDRAWN-DATE
016147     PERFORM 4000-REWRITE-ACCOUNT.
016148 4700-REWRITE-FEE-ACCOUNT-EXIT.
016149     EXIT.
016219
016220******************************************************************
016221* 5000-WRITE-JOURNAL - APPEND ONE RECORD TO THE TRANSACTION       *
016222*                      JOURNAL AND HISTORY FILE FOR THIS CALL     *
016223******************************************************************
016224 5000-WRITE-JOURNAL.
016225     ADD 1 TO WS-JRNL-SEQ-NO
016235     MOVE SPACES            TO JRNL-OVERRIDE-ID
016236     ACCEPT JRNL-POST-DATE  FROM DATE YYYYMMDD
016240     ACCEPT JRNL-POST-TIME  FROM TIME
016250     MOVE PASSED-TRACE-NO   TO JRNL-TRACE-NO
016251     MOVE SPACE             TO JRNL-CASH-FLAG
016254     WRITE JRNL-RECORD
016255     IF JHST-FILE-OPEN
016256         PERFORM 5100-WRITE-HISTORY
016257     END-IF.
016260 5000-WRITE-JOURNAL-EXIT.
016270     EXIT.
016271
016272******************************************************************
016273* 5100-WRITE-HISTORY - ADD THE ENTRY JUST JOURNALED TO THE        *
016274*                      HISTORY FILE UNDER ITS ACCOUNT / DATE /    *
016275*                      TIME / SEQUENCE SPACE / SEQUENCE KEY, SO A *
016276*                      REVERSAL LATER IN THE SAME DAY FINDS IT BY *
016277*                      KEY. THE JOURNAL ENTRY HAS ALREADY LANDED, *
016278*                      SO A REFUSAL IS ONLY REPORTED - THE        *
016279*                      NIGHTLY ADD PICKS THE ENTRY UP FROM THE    *
016280*                      JOURNAL.                                   *
016281******************************************************************
016282 5100-WRITE-HISTORY.
016283     MOVE JRNL-ACCT-ID      TO JHST-ACCT-ID
016284     MOVE JRNL-POST-DATE    TO JHST-POST-DATE
016285     MOVE JRNL-POST-TIME    TO JHST-POST-TIME
016286     IF JRNL-TELLER-ID = SPACES
016287         SET JHST-SEQ-BATCH TO TRUE
016288     ELSE
016289         SET JHST-SEQ-ONLINE TO TRUE
016290     END-IF
016291     MOVE JRNL-SEQ-NO       TO JHST-SEQ-NO
016292     MOVE JRNL-RECORD       TO JHST-JOURNAL-IMAGE
016293     WRITE JHST-RECORD
016294         INVALID KEY
016295             DISPLAY 'OPERATIONS: JRNLHIST WRITE FAILED - '
016296                 WS-JHST-FILE-STATUS ' ' JHST-ACCT-ID ' '
016297                 JHST-SEQ-NO
016298     END-WRITE.
016299 5100-WRITE-HISTORY-EXIT.
016300     EXIT.
016301
016302******************************************************************
016303* 6000-LOCATE-ORIGINAL - FIND THE JOURNAL ENTRY NAMED IN          *
016304*                        WS-REV-REF-SEQ ON THE ACCOUNT BEING      *
016305*                        POSTED, AND NOTE WHETHER A REVERSAL OF   *
016306*                        IT ALREADY EXISTS. THE ACCOUNT'S ENTRIES *
016307*                        ON THE JOURNAL HISTORY FILE - EVERY      *
016308*                        CYCLE, AND EVERY BATCH POSTING AS IT     *
016309*                        LANDS - ARE READ BY KEY FIRST. ONLY AN   *
016310*                        ORIGINAL NOT THERE YET SENDS THE LOOKUP  *
016311*                        TO THE CURRENT CYCLE'S JOURNAL (6050).   *
016312******************************************************************
016313 6000-LOCATE-ORIGINAL.
016314     SET REV-ORIG-NOT-FOUND TO TRUE
016315     MOVE 'N' TO WS-REV-DONE-STATE
016316     MOVE 'N' TO WS-REV-DUP-STATE
016317     MOVE 'N' TO WS-REV-PATH-STATE
016318     MOVE SPACES TO WS-REV-ORIG-TELLER
016319     IF JHST-FILE-OPEN
016320         PERFORM 6200-BROWSE-ACCOUNT-HISTORY
016321     END-IF
016322     IF REV-ORIG-NOT-FOUND
016323         PERFORM 6050-SCAN-CURRENT-JOURNAL
016324     END-IF
016325     IF REV-ORIG-FOUND
016326         MOVE 'N' TO WS-REV-PATH-STATE
016327     END-IF.
016328 6000-LOCATE-ORIGINAL-EXIT.
016329     EXIT.
016330
016331******************************************************************
016332* 6050-SCAN-CURRENT-JOURNAL - SCAN THE CURRENT CYCLE'S JOURNAL    *
016333*                             FOR AN ORIGINAL NOT YET ON THE      *
016334*                             HISTORY FILE. THE JOURNAL IS OPEN   *
016335*                             FOR APPEND AT THIS POINT, SO IT IS  *
016336*                             FLIPPED TO INPUT FOR THE SCAN AND   *
016337*                             BACK, THE SAME CLOSE-AND-REOPEN     *
016338*                             DANCE THE INTEREST ACCRUAL RUN DOES *
016339*                             ON THE MASTER.                      *
016340******************************************************************
016341 6050-SCAN-CURRENT-JOURNAL.
016342     CLOSE JOURNAL-FILE
016343     OPEN INPUT JOURNAL-FILE
016344     IF WS-JRNL-FILE-OK
016345         MOVE '00' TO WS-JRNL-FILE-STATUS
016346         PERFORM 6100-SCAN-JOURNAL-RECORD
016347             UNTIL WS-JRNL-FILE-EOF
016348         CLOSE JOURNAL-FILE
016349     END-IF
016350     OPEN EXTEND JOURNAL-FILE
016351     IF NOT WS-JRNL-FILE-OK
016352         DISPLAY 'OPERATIONS: UNABLE TO REOPEN JRNLFILE - '
016353             WS-JRNL-FILE-STATUS
016354     END-IF.
016355 6050-SCAN-CURRENT-JOURNAL-EXIT.
016356     EXIT.
016357
016358******************************************************************
016359* 6100-SCAN-JOURNAL-RECORD - EXAMINE ONE JOURNAL RECORD OF THE    *
016360*                            REVERSAL SCAN                        *
016361******************************************************************
016362 6100-SCAN-JOURNAL-RECORD.
016363     READ JOURNAL-FILE
016364         AT END
016365             SET WS-JRNL-FILE-EOF TO TRUE
016366         NOT AT END
016367             PERFORM 6150-CHECK-JOURNAL-ENTRY
016368     END-READ.
016369 6100-SCAN-JOURNAL-RECORD-EXIT.
016370     EXIT.
016371
016372******************************************************************
016373* 6150-CHECK-JOURNAL-ENTRY - TEST ONE JOURNAL ENTRY, FROM EITHER  *
016374*                            THE JOURNAL OR THE HISTORY FILE, FOR *
016375*                            THE ORIGINAL AND FOR AN EARLIER      *
016376*                            REVERSAL OF IT IN THE BATCH SEQUENCE *
016377*                            SPACE (NO TELLER ID). THE TELLER     *
016378*                            REGION NUMBERS ITS OWN ENTRIES, SO   *
016379*                            THE SAME NUMBER ON A TELLER ENTRY IS *
016380*                            NOT THE ONE MEANT; IT ONLY MARKS THE *
016381*                            OTHER POSTING PATH, WHICH 6000       *
016382*                            CLEARS AGAIN WHEN THE BATCH ORIGINAL *
016383*                            TURNS UP.                            *
016384******************************************************************
016385 6150-CHECK-JOURNAL-ENTRY.
016386     IF JRNL-SEQ-NO = WS-REV-REF-SEQ
016387         AND JRNL-ACCT-ID = ACCOUNT-ID
016388         AND JRNL-TELLER-ID NOT = SPACES
016389         MOVE 'W' TO WS-REV-PATH-STATE
016390     END-IF
016391     IF JRNL-SEQ-NO = WS-REV-REF-SEQ
016392         AND JRNL-ACCT-ID = ACCOUNT-ID
016393         AND JRNL-TELLER-ID = SPACES
016394         IF REV-ORIG-FOUND
016395             SET REV-DUP-MATCH TO TRUE
016396         END-IF
016397         SET REV-ORIG-FOUND TO TRUE
016398         MOVE JRNL-OPERATION TO WS-REV-ORIG-OP
016399         MOVE JRNL-AMOUNT TO WS-REV-ORIG-AMT
016400         MOVE JRNL-TELLER-ID TO WS-REV-ORIG-TELLER
016401     END-IF
016402     IF JRNL-OP-REVERSAL
016403         AND JRNL-REF-SEQ-NO = WS-REV-REF-SEQ
016404         AND JRNL-TELLER-ID = SPACES
016405         SET REV-ALREADY-DONE TO TRUE
016406     END-IF.
016407 6150-CHECK-JOURNAL-ENTRY-EXIT.
016408     EXIT.
016409
016410******************************************************************
016411* 6200-BROWSE-ACCOUNT-HISTORY - START THE HISTORY FILE ON THE     *
016412*                               ACCOUNT BEING POSTED AND READ ITS *
016413*                               ENTRIES, OLDEST FIRST, UNTIL THE  *
016414*                               ACCOUNT CHANGES                   *
016415******************************************************************
016416 6200-BROWSE-ACCOUNT-HISTORY.
016417     MOVE 'N' TO WS-JHST-BROWSE-STATE
016418     MOVE ACCOUNT-ID TO JHST-ACCT-ID
016419     MOVE ZERO TO JHST-POST-DATE
016420     MOVE ZERO TO JHST-POST-TIME
016421     MOVE LOW-VALUE TO JHST-SEQ-SPACE
016422     MOVE ZERO TO JHST-SEQ-NO
016423     START JOURNAL-HISTORY-FILE KEY IS NOT LESS THAN JHST-KEY
016424         INVALID KEY
016425             SET JHST-BROWSE-DONE TO TRUE
016426     END-START
016427     PERFORM 6210-SCAN-HISTORY-RECORD UNTIL JHST-BROWSE-DONE.
016428 6200-BROWSE-ACCOUNT-HISTORY-EXIT.
016429     EXIT.
016430
016431******************************************************************
016432* 6210-SCAN-HISTORY-RECORD - EXAMINE ONE HISTORY ENTRY OF THE     *
016433*                            ACCOUNT THROUGH THE JOURNAL LAYOUT   *
016434******************************************************************
016435 6210-SCAN-HISTORY-RECORD.
016436     READ JOURNAL-HISTORY-FILE NEXT RECORD
016437         AT END
016438             SET JHST-BROWSE-DONE TO TRUE
016439         NOT AT END
016440             IF JHST-ACCT-ID NOT = ACCOUNT-ID
016441                 SET JHST-BROWSE-DONE TO TRUE
016442             ELSE
016443                 MOVE JHST-JOURNAL-IMAGE TO JRNL-RECORD
016444                 PERFORM 6150-CHECK-JOURNAL-ENTRY
016445             END-IF
016446     END-READ.
016447 6210-SCAN-HISTORY-RECORD-EXIT.
016448     EXIT.
016449
016450******************************************************************
016451* 9000-CLOSE-ACCOUNT-FILE - CLOSE THE ACCOUNT MASTER IF OPEN      *
016500******************************************************************
016600 9000-CLOSE-ACCOUNT-FILE.
016700     IF FILES-ARE-OPEN
017020         CLOSE JOURNAL-FILE
017030         MOVE 'N' TO WS-JRNL-FILE-OPEN
017040     END-IF
017041     IF LOAN-FILE-OPEN
017042         CLOSE LOAN-FILE
017043         MOVE 'N' TO WS-LOAN-FILE-OPEN
017044     END-IF
017045     IF JHST-FILE-OPEN
017046         CLOSE JOURNAL-HISTORY-FILE
017047         MOVE 'N' TO WS-JHST-FILE-OPEN
017048     END-IF
017050     IF WS-JRNL-SEQ-NO NOT = WS-SEQCTL-WRITTEN-NO
017060         PERFORM 9100-WRITE-SEQ-CONTROL
017070     END-IF.
