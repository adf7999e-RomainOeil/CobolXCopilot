002300*                 OPERLOGC SO THE TWO CANNOT DRIFT APART.         *
002400*                                                                 *
002500*    LINKAGE:     PASSED-OPERATION   PIC X(06)  CREDIT/DEBIT /    *
002600*                                        TOTAL /REVERS /XFER /   *
002601*                                        HOLD /HOLDRL /LATEFE    *
002602*                                        (CHGOFF IS BATCH ONLY)  *
002700*                 ACCOUNT-ID         PIC X(10)                    *
002800*                 AMOUNT             PIC S9(6)V99                 *
002900*                 RETURNED-BALANCE   PIC S9(6)V99  (OUTPUT)        *
003400*                                    '20' = ACCOUNT NOT FOUND       *
003500*                                    '30' = INVALID OPERATION CODE  *
003550*                                    '40' = ACCOUNT IS CLOSED       *
003551*                                    '45' = NOT VALID ON A LOAN     *
003552*                                           ACCOUNT                 *
003553*                                    '46' = LOAN PAYMENT INVALID    *
003554*                                           OR BEYOND THE PAYOFF    *
003555*                                    '47' = LOAN TERMS NOT FOUND    *
003556*                                    '48' = ACCT CHARGED OFF        *
003560*                                    '50' = ORIGINAL ENTRY NOT FOUND*
003570*                                    '60' = ENTRY ALREADY REVERSED  *
003580*                                    '70' = ENTRY NOT REVERSIBLE    *
003672*                 PASSED-OVERRIDE-ID PIC X(08)  SUPERVISOR WHO       *
003674*                                    APPROVED AN OVER-LIMIT          *
003676*                                    TRANSACTION, SPACES IF NONE     *
003677*                 PASSED-CASH-FLAG   PIC X(01)  'C' CASH, 'N' NOT    *
003678*                                    CASH - STAMPED ON THE CREDIT,   *
003679*                                    DEBIT, RECOVERY OR LOAN         *
003680*                                    PAYMENT ENTRIES OF THE CALL     *
003681*                                    (JRNL-CASH-FLAG)                *
003700*                                                                 *
003800*    MODIFICATION HISTORY                                        *
003900*    DATE       INIT  DESCRIPTION                                *
004605*                     NOW SUBTRACTS WS-FEE-AMOUNT, AND A BACKED-  *
004606*                     OUT TRANSFER RESTORES THE PENALTY ALONG     *
004607*                     WITH THE FEE IN 4600.                       *
004608*    2026-10-05 DP    JOURNAL RECORD GROWN TO 100 BYTES FOR THE   *
004609*                     ACH TRACE NUMBER - A TELLER ENTRY CARRIES   *
004610*                     SPACES IN JRNL-TRACE-NO.                    *
004611*    2026-10-05 DP    INSTALLMENT LOANS. 2800/4750 SUPPLY THE     *
004612*                     LOAN MASTER (LOANMAS, COPYBOOK LOANREC) I-O *
004613*                     FOR THE SHARED LOGIC'S LOAN PAYMENT AND NEW *
004614*                     'LATEFE' LATE CHARGE PATHS, AND THE         *
004615*                     TRANSFER TO-SIDE (4500) NOW ADDS            *
004616*                     WS-XFER-CREDIT-AMT - ONLY THE PRINCIPAL     *
004617*                     PART WHEN THE TO-ACCOUNT IS A LOAN. NEW     *
004618*                     STATUSES '45', '46' AND '47'.               *
004619*    2026-10-05 DP    CASH MONITORING. NEW LINKAGE FIELD          *
004620*                     PASSED-CASH-FLAG ('C' CASH, 'N' NOT) FROM   *
004621*                     THE TELLER SCREEN, STAMPED ON THE CALL'S    *
004622*                     OWN CREDIT, DEBIT OR LOAN PAYMENT JOURNAL   *
004623*                     ENTRIES (JRNL-CASH-FLAG) FOR THE DAILY CTR  *
004624*                     RUN. FEES, TRANSFERS AND EVERY OTHER ENTRY  *
004625*                     CARRY SPACE.                                *
004626*    2026-10-05 DP    STATUS '48' (ACCOUNT CHARGED OFF) FROM THE  *
004627*                     SHARED POSTING LOGIC; A CASH DEPOSIT TO A   *
004628*                     CHARGED-OFF ACCOUNT JOURNALS AS A 'RECOVR'  *
004629*                     RECOVERY AND CARRIES THE CASH FLAG. THE     *
004630*                     4500, 4600 AND 4700 REWRITES NOW KEEP THE   *
004631*                     OVERDRAWN DATE IN STEP WITH THE BALANCE.    *
004632*    2026-10-05 DP    THE REVERSAL LOOKUP (6000) NOW ALSO BROWSES *
004633*                     THE ACCOUNT'S ENTRIES ON THE JOURNAL        *
004634*                     HISTORY FILE (FILE JRNLHST, CLUSTER         *
004635*                     MEMBER.JOURNAL.HISTORY.KSDS, COPYBOOK       *
004636*                     JHSTREC) BY KEY (6200), SO AN ONLINE ENTRY  *
004637*                     FROM AN EARLIER DAY OR A CLOSED-OUT CYCLE   *
004638*                     CAN BE REVERSED AT THE COUNTER. THE FILE IS *
004639*                     READ-ONLY HERE. AN ORIGINAL FOUND THERE     *
004640*                     THAT WAS POSTED IN BATCH IS REFUSED AS THE  *
004641*                     OTHER POSTING PATH ('70'), AS THE BATCH     *
004642*                     PATH ALREADY DOES FOR TELLER ENTRIES.       *
004643*    2026-10-15 DP    REVERSAL LOOKUP MATCHES ONLY THE TELLER     *
004644*                     SEQUENCE SPACE; HISTORY BROWSE STARTS ON    *
004645*                     THE NEW KEY                                 *
004646******************************************************************
004647 PROGRAM-ID. TellOper.
004700
004800 ENVIRONMENT DIVISION.
004900
005310 01  WS-JRNL-ONL-NAME                PIC X(08) VALUE 'JRNLONL '.
005311 01  WS-HOLD-FILE-NAME               PIC X(08) VALUE 'HOLDFILE'.
005312 01  WS-TLIM-FILE-NAME               PIC X(08) VALUE 'TLIMFILE'.
005313 01  WS-LOAN-FILE-NAME               PIC X(08) VALUE 'LOANMAS '.
005314 01  WS-JHST-FILE-NAME               PIC X(08) VALUE 'JRNLHST '.
005315 01  WS-TLIM-STATE                   PIC X(01) VALUE 'U'.
005316     88  TLIM-NOT-READ                        VALUE 'U'.
005317     88  TLIM-PROFILE-LOADED                  VALUE 'L'.
005319     88  TLIM-NO-PROFILE                      VALUE 'N'.
005320 01  WS-JRNL-CTR-NAME                PIC X(16)
005340     88  BROWSE-DONE                          VALUE 'Y'.
005350 01  WS-HOLD-BROWSE-STATE            PIC X(01).
005360     88  HOLD-BROWSE-DONE                     VALUE 'Y'.
005361 01  WS-JHST-BROWSE-STATE            PIC X(01).
005362     88  JHST-BROWSE-DONE                     VALUE 'Y'.
005400 01  WS-RESP                         PIC S9(08) COMP.
005500
005600     COPY ACCTMAS.
005700
005800     COPY JRNLMAS.
005850
005851     COPY JHSTREC.
005852
005860     COPY HOLDREC.
005870
005880     COPY TLIMREC.
005881
005882     COPY LOANREC.
005883 01  WS-LOAN-SAVE-RECORD             PIC X(100).
005900
006000     COPY OPERLGWS.
006100
006720 01  PASSED-TELLER-ID                PIC X(08).
006730 01  PASSED-SOURCE                   PIC X(01).
006740 01  PASSED-OVERRIDE-ID              PIC X(08).
006741 01  PASSED-CASH-FLAG                PIC X(01).
006800
006900 PROCEDURE DIVISION USING PASSED-OPERATION ACCOUNT-ID
007000         AMOUNT RETURNED-BALANCE OPER-STATUS
007010         PASSED-REFERENCE PASSED-TELLER-ID PASSED-SOURCE
007020         PASSED-OVERRIDE-ID PASSED-CASH-FLAG.
007100
007200******************************************************************
007300* 0000-MAINLINE - CONTROLS OVERALL PROCESSING OF ONE CALL         *
012410             RESP(WS-RESP)
012420     END-EXEC
012430     IF WS-RESP = DFHRESP(NORMAL)
012440         ADD WS-XFER-CREDIT-AMT TO ACCT-BALANCE
012450         PERFORM 3600-STAMP-ACTIVITY-DATE
012451         PERFORM 3610-STAMP-OVERDRAWN-DATE
012460         EXEC CICS REWRITE FILE(WS-ACCT-FILE-NAME)
012470                 FROM(ACCT-MASTER-RECORD)
012480                 RESP(WS-RESP)
012607     IF WS-RESP = DFHRESP(NORMAL)
012608         ADD AMOUNT TO ACCT-BALANCE
012609         IF WS-XFER-FEE-SEQ > ZERO
012610             ADD WS-OVERDRAFT-FEE-AMOUNT TO ACCT-BALANCE
012611         END-IF
012612         IF WS-XFER-PEN-SEQ > ZERO
012613             ADD WS-EARLY-WD-PENALTY-AMOUNT TO ACCT-BALANCE
012614         END-IF
012615         PERFORM 3610-STAMP-OVERDRAWN-DATE
012616         EXEC CICS REWRITE FILE(WS-ACCT-FILE-NAME)
012617                 FROM(ACCT-MASTER-RECORD)
012618                 RESP(WS-RESP)
012830     END-EXEC
012840     IF WS-RESP = DFHRESP(NORMAL)
012850         SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE
012851         PERFORM 3610-STAMP-OVERDRAWN-DATE
012860         EXEC CICS REWRITE FILE(WS-ACCT-FILE-NAME)
012870                 FROM(ACCT-MASTER-RECORD)
012880                 RESP(WS-RESP)
014220     MOVE PASSED-TELLER-ID  TO JRNL-TELLER-ID
014230     MOVE WS-JRNL-SOURCE    TO JRNL-SOURCE
014240     MOVE PASSED-OVERRIDE-ID TO JRNL-OVERRIDE-ID
014250     MOVE SPACES            TO JRNL-TRACE-NO
014251     IF WS-JRNL-SOURCE = PASSED-SOURCE
014252         AND (WS-JRNL-OP = 'CREDIT' OR 'DEBIT ' OR 'LNINT '
014253             OR 'LNPRIN' OR 'RECOVR')
014254         MOVE PASSED-CASH-FLAG TO JRNL-CASH-FLAG
014255     ELSE
014256         MOVE SPACE          TO JRNL-CASH-FLAG
014257     END-IF
014300     ACCEPT JRNL-POST-DATE  FROM DATE YYYYMMDD
014400     ACCEPT JRNL-POST-TIME  FROM TIME
014500     EXEC CICS WRITEQ TD QUEUE(WS-JRNL-TDQ-NAME)
015030* 6000-LOCATE-ORIGINAL - FIND THE JOURNAL ENTRY NAMED IN          *
015040*                        WS-REV-REF-SEQ ON THE ACCOUNT BEING      *
015050*                        POSTED, AND NOTE WHETHER A REVERSAL OF   *
015060*                        IT ALREADY EXISTS. UNDER CICS TODAY'S    *
015070*                        ONLINE ENTRIES ARE ON THE ONLINE JOURNAL *
015080*                        ESDS (JRNLONL), BROWSED FRONT TO BACK BY *
015090*                        RBA, AND EVERY EARLIER ENTRY IS ON THE   *
015095*                        JOURNAL HISTORY FILE (JRNLHST), BROWSED  *
015096*                        BY KEY FOR THE ACCOUNT (6200). ONLY      *
015097*                        TELLER ENTRIES ARE MATCHED (6150); A     *
015098*                        NUMBER FOUND ONLY IN THE BATCH SEQUENCE  *
015099*                        IS FLAGGED AS THE OTHER POSTING PATH.    *
015100******************************************************************
015110 6000-LOCATE-ORIGINAL.
015120     SET REV-ORIG-NOT-FOUND TO TRUE
015130     MOVE 'N' TO WS-REV-DONE-STATE
015131     MOVE 'N' TO WS-REV-DUP-STATE
015132     MOVE 'N' TO WS-REV-PATH-STATE
015137     MOVE SPACES TO WS-REV-ORIG-TELLER
015140     MOVE 'N' TO WS-BROWSE-STATE
015150     MOVE ZERO TO WS-JRNL-RBA
015160     EXEC CICS STARTBR FILE(WS-JRNL-ONL-NAME)
015260         OR WS-RESP = DFHRESP(ENDFILE)
015270         EXEC CICS ENDBR FILE(WS-JRNL-ONL-NAME)
015280         END-EXEC
015281     END-IF
015282     PERFORM 6200-BROWSE-ACCOUNT-HISTORY
015283     IF REV-ORIG-FOUND
015284         MOVE 'N' TO WS-REV-PATH-STATE
015290     END-IF.
015300 6000-LOCATE-ORIGINAL-EXIT.
015310     EXIT.
015440     IF WS-RESP NOT = DFHRESP(NORMAL)
015450         SET BROWSE-DONE TO TRUE
015460     ELSE
015470         PERFORM 6150-CHECK-JOURNAL-ENTRY
015570     END-IF.
015580 6100-SCAN-JOURNAL-RECORD-EXIT.
015590     EXIT.
015591
015592******************************************************************
015593* 6150-CHECK-JOURNAL-ENTRY - TEST ONE JOURNAL ENTRY, FROM EITHER  *
015594*                            BROWSE, FOR THE ORIGINAL AND FOR AN  *
015595*                            EARLIER REVERSAL OF IT IN THE TELLER *
015596*                            SEQUENCE SPACE (A TELLER ID ON THE   *
015597*                            ENTRY). THE BATCH RUNS NUMBER THEIR  *
015598*                            OWN ENTRIES, SO THE SAME NUMBER ON A *
015599*                            BATCH ENTRY IS NOT THE ONE MEANT; IT *
015600*                            ONLY MARKS THE OTHER POSTING PATH,   *
015601*                            WHICH 6000 CLEARS AGAIN WHEN THE     *
015602*                            TELLER ORIGINAL TURNS UP.            *
015603******************************************************************
015604 6150-CHECK-JOURNAL-ENTRY.
015605     IF JRNL-SEQ-NO = WS-REV-REF-SEQ
015606         AND JRNL-ACCT-ID = ACCOUNT-ID
015607         AND JRNL-TELLER-ID = SPACES
015608         MOVE 'W' TO WS-REV-PATH-STATE
015609     END-IF
015610     IF JRNL-SEQ-NO = WS-REV-REF-SEQ
015611         AND JRNL-ACCT-ID = ACCOUNT-ID
015612         AND JRNL-TELLER-ID NOT = SPACES
015613         IF REV-ORIG-FOUND
015614             SET REV-DUP-MATCH TO TRUE
015615         END-IF
015616         SET REV-ORIG-FOUND TO TRUE
015617         MOVE JRNL-OPERATION TO WS-REV-ORIG-OP
015618         MOVE JRNL-AMOUNT TO WS-REV-ORIG-AMT
015619         MOVE JRNL-TELLER-ID TO WS-REV-ORIG-TELLER
015620     END-IF
015621     IF JRNL-OP-REVERSAL
015622         AND JRNL-REF-SEQ-NO = WS-REV-REF-SEQ
015623         AND JRNL-TELLER-ID NOT = SPACES
015624         SET REV-ALREADY-DONE TO TRUE
015625     END-IF.
015626 6150-CHECK-JOURNAL-ENTRY-EXIT.
015627     EXIT.
015628
015629******************************************************************
015630* 6200-BROWSE-ACCOUNT-HISTORY - KEYED BROWSE OF THE JOURNAL       *
015631*                               HISTORY FILE FROM THE ACCOUNT'S   *
015632*                               FIRST POSSIBLE KEY. THE FILE IS   *
015633*                               ONLY READ ONLINE - THE NIGHTLY    *
015634*                               JRNLDRN JOB ADDS THE DAY'S        *
015635*                               ENTRIES TO IT.                    *
015636******************************************************************
015637 6200-BROWSE-ACCOUNT-HISTORY.
015638     MOVE 'N' TO WS-JHST-BROWSE-STATE
015639     MOVE ACCOUNT-ID TO JHST-ACCT-ID
015640     MOVE ZERO TO JHST-POST-DATE
015641     MOVE ZERO TO JHST-POST-TIME
015642     MOVE LOW-VALUE TO JHST-SEQ-SPACE
015643     MOVE ZERO TO JHST-SEQ-NO
015644     EXEC CICS STARTBR FILE(WS-JHST-FILE-NAME)
015645             RIDFLD(JHST-KEY)
015646             GTEQ
015647             RESP(WS-RESP)
015648     END-EXEC
015649     IF WS-RESP NOT = DFHRESP(NORMAL)
015650         SET JHST-BROWSE-DONE TO TRUE
015651     END-IF
015652     PERFORM 6210-SCAN-HISTORY-RECORD UNTIL JHST-BROWSE-DONE
015653     IF WS-RESP = DFHRESP(NORMAL)
015654         OR WS-RESP = DFHRESP(ENDFILE)
015655         EXEC CICS ENDBR FILE(WS-JHST-FILE-NAME)
015656         END-EXEC
015657     END-IF.
015658 6200-BROWSE-ACCOUNT-HISTORY-EXIT.
015659     EXIT.
015660
015661******************************************************************
015662* 6210-SCAN-HISTORY-RECORD - EXAMINE ONE HISTORY ROW OF THE       *
015663*                            BROWSE; THE BROWSE ENDS AT END OF    *
015664*                            FILE OR THE FIRST ROW BELONGING TO   *
015665*                            ANOTHER ACCOUNT                      *
015666******************************************************************
015667 6210-SCAN-HISTORY-RECORD.
015668     EXEC CICS READNEXT FILE(WS-JHST-FILE-NAME)
015669             INTO(JHST-RECORD)
015670             RIDFLD(JHST-KEY)
015671             RESP(WS-RESP)
015672     END-EXEC
015673     IF WS-RESP NOT = DFHRESP(NORMAL)
015674         SET JHST-BROWSE-DONE TO TRUE
015675     ELSE
015676         IF JHST-ACCT-ID NOT = ACCOUNT-ID
015677             SET JHST-BROWSE-DONE TO TRUE
015678         ELSE
015679             MOVE JHST-JOURNAL-IMAGE TO JRNL-RECORD
015680             PERFORM 6150-CHECK-JOURNAL-ENTRY
015681         END-IF
015682     END-IF.
015683 6210-SCAN-HISTORY-RECORD-EXIT.
015684     EXIT.
015685
015700******************************************************************
015800* 2800-READ-LOAN - LOOK UP THE INSTALLMENT LOAN TERMS ROW FOR THE *
015900*                  LOAN NAMED IN WS-LOAN-ACCT UNDER CICS FILE     *
016000*                  CONTROL, FOR THE SHARED LOGIC'S LOAN PAYMENT   *
016100*                  AND LATE CHARGE PATHS. A PLAIN READ - THE ROW  *
016200*                  IS HELD FOR UPDATE ONLY WHEN 4750 REWRITES IT. *
016300******************************************************************
016400 2800-READ-LOAN.
016500     SET LOAN-FOUND TO TRUE
016600     MOVE WS-LOAN-ACCT TO LOAN-ACCT-ID
016700     EXEC CICS READ FILE(WS-LOAN-FILE-NAME)
016800             INTO(LOAN-RECORD)
016900             RIDFLD(LOAN-ACCT-ID)
017000             RESP(WS-RESP)
017100     END-EXEC
017200     IF WS-RESP NOT = DFHRESP(NORMAL)
017300         SET LOAN-NOT-FOUND TO TRUE
017400     END-IF.
017500 2800-READ-LOAN-EXIT.
017600     EXIT.
017700
017800******************************************************************
017900* 4750-REWRITE-LOAN - PERSIST THE LOAN TERMS ROW THE SHARED LOGIC *
018000*                     HAS UPDATED: TAKE A READ UPDATE ON THE ROW, *
018100*                     THEN REWRITE IT FROM THE UPDATED IMAGE. THE *
018200*                     POSTING IT BELONGS TO HAS ALREADY LANDED ON *
018300*                     THE MASTER, SO A FAILURE IS REPORTED FOR    *
018400*                     THE OPERATOR RATHER THAN RETURNED AS A      *
018500*                     STATUS.                                     *
018600******************************************************************
018700 4750-REWRITE-LOAN.
018800     MOVE LOAN-RECORD TO WS-LOAN-SAVE-RECORD
018900     EXEC CICS READ FILE(WS-LOAN-FILE-NAME)
019000             INTO(LOAN-RECORD)
019100             RIDFLD(LOAN-ACCT-ID)
019200             UPDATE
019300             RESP(WS-RESP)
019400     END-EXEC
019500     IF WS-RESP = DFHRESP(NORMAL)
019600         MOVE WS-LOAN-SAVE-RECORD TO LOAN-RECORD
019700         EXEC CICS REWRITE FILE(WS-LOAN-FILE-NAME)
019800                 FROM(LOAN-RECORD)
019900                 RESP(WS-RESP)
020000         END-EXEC
020100     END-IF
020200     IF WS-RESP NOT = DFHRESP(NORMAL)
020300         DISPLAY 'TELLOPER: LOAN REWRITE FAILED - ' LOAN-ACCT-ID
020400     END-IF.
020500 4750-REWRITE-LOAN-EXIT.
020600     EXIT.
