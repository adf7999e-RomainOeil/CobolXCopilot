002000*                 FORWARD CLEANLY (RC 8). ON A VERIFY MISMATCH    *
002100*                 THE JOURNALED RESULT BALANCE WINS, SO LATER     *
002200*                 ENTRIES FOR THE ACCOUNT STILL VERIFY. ACCOUNT   *
002300*                 MASTER MAINTENANCE (ACCTMNT, LOANMNT, DORMANCY, *
002400*                 CERTMAT RENEWAL RATES) IS NOT JOURNALED BUT IS  *
002500*                 RECORDED ON THE MAINTENANCE AUDIT FILE; THE     *
002600*                 ACCOUNT MASTER ROWS ON IT ARE MERGED WITH THE   *
002601*                 JOURNAL IN DATE AND TIME ORDER AND REPLAYED     *
002602*                 TOO, SO STATUSES, LIMITS AND RATES COME BACK    *
002603*                 WITH THE BALANCES.                              *
002700*                                                                 *
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       INIT  DESCRIPTION                                *
003192*                     ESCHEAT SURRENDER (SOURCE 'E') NO LONGER    *
003193*                     STAMPS ACTIVITY OR WAKES THE ACCOUNT,       *
003194*                     MATCHING OPERLOGC 3600.                     *
003195*    2026-10-05 DP    INSTALLMENT LOAN ENTRIES REPLAY WITH THE    *
003196*                     TRIAL BALANCE'S RULES - 'LNPRIN' AS A       *
003197*                     CREDIT, 'LATEFE' AS A FEE, 'LNINT ' WITH NO *
003198*                     BALANCE EFFECT. THE LOAN TERMS ROWS ARE NOT *
003199*                     RECOVERED HERE.                             *
003200*    2026-10-05 DP    A 'RENEW ' ENTRY (CERTIFICATE MATURITY RUN) *
003201*                     NOW REPLAYS THE NEW MATURITY DATE IT        *
003202*                     CARRIES ONTO THE CERTIFICATE (2700). THE    *
003203*                     RENEWAL RATE CERTMAT SETS IS NOT JOURNALED  *
003204*                     - ITS MATURITY REGISTER LISTS THE RATE FOR  *
003205*                     A CHGRT CARD.                               *
003206*    2026-10-05 DP    THE MAINTENANCE AUDIT FILE (DD AUDFILE,     *
003207*                     COPYBOOK AUDREC) IS NOW MERGED WITH THE     *
003208*                     JOURNAL IN DATE AND TIME ORDER (1500) AND   *
003209*                     ITS ACCOUNT MASTER ROWS REPLAYED (3000) -   *
003210*                     OPENS FROM ACCTMNT AND LOANMNT, CLOSES,     *
003211*                     LIMIT AND RATE CHANGES, DORMANCY FLAGS AND  *
003212*                     CERTMAT RENEWAL RATES NO LONGER HAVE TO BE  *
003213*                     RE-KEYED AFTER A RECOVERY. THE              *
003214*                     DIRTY-ACCOUNT TABLE IS NOW KEYED ON         *
003215*                     WS-DIRTY-ACCT-ID.                           *
003216*    2026-10-05 DP    SCHEDULED SERVICE CHARGES FROM THE          *
003217*                     MONTH-END SERVICE CHARGE RUN (SOURCE 'F',   *
003218*                     OPERATION = THE FEE CODE) REPLAY AS DEBITS  *
003219*                     LIKE THE OVERDRAFT FEE.                     *
003220*    2026-10-05 DP    CHARGE-OFF ENTRIES REPLAY AS A CREDIT TO    *
003221*                     ZERO AND PUT THE ACCOUNT BACK TO CHARGED    *
003222*                     OFF WITHOUT STAMPING ACTIVITY; EVERY        *
003223*                     REPLAYED ENTRY NOW CARRIES THE OVERDRAWN    *
003224*                     DATE FORWARD THE WAY THE POSTING LOGIC DOES *
003225*                     (2410). A RECOVERY MOVES NO MASTER MONEY    *
003226*                     AND IS SKIPPED.                             *
003227******************************************************************
003300 PROGRAM-ID. AcctRcv.
003400
003500 ENVIRONMENT DIVISION.
004200     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-JRNL-FILE-STATUS.
004401
004402     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004403         ORGANIZATION IS SEQUENTIAL
004404         FILE STATUS IS WS-AUD-FILE-STATUS.
004500
004600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
004700         ORGANIZATION IS INDEXED
006400 FD  JOURNAL-FILE.
006500     COPY JRNLMAS.
006600
006601 FD  AUDIT-FILE.
006602     COPY AUDREC.
006603
006700 FD  ACCOUNT-MASTER-FILE.
006800     COPY ACCTMAS.
006900
007700 01  WS-JRNL-FILE-STATUS             PIC X(02).
007800     88  WS-JRNL-FILE-OK                      VALUE '00'.
007900     88  WS-JRNL-FILE-EOF                     VALUE '10'.
007901
007902 01  WS-AUD-FILE-STATUS              PIC X(02).
007903     88  WS-AUD-FILE-OK                       VALUE '00'.
007904     88  WS-AUD-FILE-EOF                      VALUE '10'.
008000
008100 01  WS-ACCT-FILE-STATUS             PIC X(02).
008200     88  WS-ACCT-FILE-OK                      VALUE '00'.
009400 01  WS-PREV-BATCH-SEQ               PIC 9(09) VALUE ZERO.
009450 01  WS-PREV-ONL-SEQ                 PIC 9(09) VALUE ZERO.
009500 01  WS-EFFECT-AMOUNT                PIC S9(6)V99.
009501 01  WS-DIRTY-ACCT-ID                PIC X(10).
009502
009503     COPY ACCTMAS REPLACING LEADING ==ACCT-== BY ==AUDB-==.
009504     COPY ACCTMAS REPLACING LEADING ==ACCT-== BY ==AUDA-==.
009600
009700 01  WS-RC-MAX-ENTRIES               PIC 9(05) COMP VALUE 1000.
009800 01  WS-RC-COUNT                     PIC 9(05) COMP VALUE ZERO.
011000     05  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
011100     05  WS-MISMATCH-COUNT           PIC 9(07) VALUE ZERO.
011200     05  WS-DIRTY-COUNT              PIC 9(05) VALUE ZERO.
011201     05  WS-AUD-READ-COUNT           PIC 9(07) VALUE ZERO.
011202     05  WS-AUD-REPLAYED-COUNT       PIC 9(07) VALUE ZERO.
011203     05  WS-AUD-OTHER-FILE-COUNT     PIC 9(07) VALUE ZERO.
011300
011400 01  WS-HEADING-LINE-1.
011500     05  FILLER                      PIC X(38) VALUE
015800         'MISMATCHES '.
015900     05  WS-TR-MISMATCHES            PIC ZZZ,ZZ9.
016000
016001 01  WS-AUDIT-TRAILER-LINE.
016002     05  FILLER                      PIC X(14) VALUE
016003         'AUDIT RECORDS '.
016004     05  WS-TR-AUD-READ              PIC ZZZ,ZZ9.
016005     05  FILLER                      PIC X(04) VALUE SPACES.
016006     05  FILLER                      PIC X(09) VALUE 'REPLAYED '.
016007     05  WS-TR-AUD-REPLAYED          PIC ZZZ,ZZ9.
016008     05  FILLER                      PIC X(04) VALUE SPACES.
016009     05  FILLER                      PIC X(12) VALUE
016010         'OTHER FILES '.
016011     05  WS-TR-AUD-OTHER             PIC ZZZ,ZZ9.
016012
016100 PROCEDURE DIVISION.
016200
016300******************************************************************
016900         PERFORM 1100-READ-SNAP-CONTROL
017000         PERFORM 1200-WRITE-HEADINGS
017100         PERFORM 2100-READ-JOURNAL
017200         PERFORM 3100-READ-AUDIT
017201         PERFORM 1500-REPLAY-NEXT
017202             UNTIL WS-JRNL-FILE-EOF AND WS-AUD-FILE-EOF
017300         PERFORM 8000-WRITE-DIRTY-SUMMARY
017400         PERFORM 8100-WRITE-REPORT-TRAILER
017500         PERFORM 9000-CLOSE-FILES
017800         END-IF
017900         DISPLAY 'ACCTRCV: ENTRIES REPLAYED - '
018000             WS-REPLAYED-COUNT
018001         DISPLAY 'ACCTRCV: AUDIT RECORDS REPLAYED - '
018002             WS-AUD-REPLAYED-COUNT
018100         DISPLAY 'ACCTRCV: ACCOUNTS NOT CLEAN - '
018200             WS-DIRTY-COUNT
018300     ELSE
018700
018800******************************************************************
018900* 1000-OPEN-FILES - OPEN THE SNAPSHOT CONTROL, THE JOURNAL, THE   *
019000*                   MAINTENANCE AUDIT FILE, THE RESTORED MASTER   *
019001*                   FOR UPDATE AND THE REPORT.                    *
019100*                   A FAILURE ON ANY OF THEM REFUSES THE RUN.     *
019200******************************************************************
019300 1000-OPEN-FILES.
020300         DISPLAY 'ACCTRCV: UNABLE TO OPEN JRNLFILE - '
020400             WS-JRNL-FILE-STATUS
020500         SET WS-JRNL-FILE-EOF TO TRUE
020501         SET OPEN-FAILED TO TRUE
020502     END-IF
020503     OPEN INPUT AUDIT-FILE
020504     IF NOT WS-AUD-FILE-OK
020505         DISPLAY 'ACCTRCV: UNABLE TO OPEN AUDFILE - '
020506             WS-AUD-FILE-STATUS
020507         SET WS-JRNL-FILE-EOF TO TRUE
020508         SET WS-AUD-FILE-EOF TO TRUE
020600         SET OPEN-FAILED TO TRUE
020700     END-IF
020800     OPEN I-O ACCOUNT-MASTER-FILE
025600     EXIT.
025700
025800******************************************************************
025801* 1500-REPLAY-NEXT - REPLAY WHICHEVER OF THE NEXT JOURNAL ENTRY   *
025802*                    AND THE NEXT MAINTENANCE AUDIT RECORD        *
025803*                    HAPPENED FIRST, BY SYSTEM DATE AND TIME, SO  *
025804*                    EACH ACCOUNT IS REBUILT IN THE ORDER ITS     *
025805*                    CHANGES WERE MADE. ON A TIE THE AUDIT RECORD *
025806*                    GOES FIRST.                                  *
025807******************************************************************
025808 1500-REPLAY-NEXT.
025809     IF WS-AUD-FILE-EOF
025810         PERFORM 2000-REPLAY-ENTRY
025811     ELSE
025812         IF WS-JRNL-FILE-EOF
025813             OR AUD-DATE < JRNL-POST-DATE
025814             OR (AUD-DATE = JRNL-POST-DATE
025815                 AND AUD-TIME NOT > JRNL-POST-TIME)
025816             PERFORM 3000-REPLAY-AUDIT
025817         ELSE
025818             PERFORM 2000-REPLAY-ENTRY
025819         END-IF
025820     END-IF.
025821 1500-REPLAY-NEXT-EXIT.
025822     EXIT.
025823
025824******************************************************************
025900* 2000-REPLAY-ENTRY - REPLAY ONE JOURNAL ENTRY AGAINST THE        *
026000*                     RESTORED MASTER. ENTRIES POSTED ON OR       *
026100*                     BEFORE THE SNAPSHOT TIMESTAMP ARE ALREADY   *
026500******************************************************************
026600 2000-REPLAY-ENTRY.
026700     ADD 1 TO WS-JRNL-READ-COUNT
026701     MOVE JRNL-ACCT-ID TO WS-DIRTY-ACCT-ID
026800     IF JRNL-POST-DATE < WS-SNAP-DATE
026810         OR (JRNL-POST-DATE = WS-SNAP-DATE
026820             AND JRNL-POST-TIME NOT > WS-SNAP-TIME)
027000     ELSE
027100         PERFORM 2010-CHECK-REPLAY-ORDER
027700         PERFORM 2200-COMPUTE-EFFECT
027710         IF JRNL-OP-CERT-RENEWAL
027720             PERFORM 2700-REPLAY-RENEWAL
027730         ELSE
027800         IF WS-EFFECT-AMOUNT = ZERO
027900             ADD 1 TO WS-SKIPPED-COUNT
028000         ELSE
028100             PERFORM 2300-APPLY-ENTRY
028101         END-IF
028200         END-IF
028300     END-IF
028400     PERFORM 2100-READ-JOURNAL.
031600             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
031700         WHEN JRNL-OP-REVERSAL
031800             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
031801         WHEN JRNL-OP-LOAN-PRINCIPAL
031802             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
031803         WHEN JRNL-OP-LATE-FEE
031804             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
031805         WHEN JRNL-OP-CHARGE-OFF
031806             MOVE JRNL-AMOUNT TO WS-EFFECT-AMOUNT
031807         WHEN JRNL-SOURCE-FEE
031808             COMPUTE WS-EFFECT-AMOUNT = ZERO - JRNL-AMOUNT
031900         WHEN OTHER
032000             MOVE ZERO TO WS-EFFECT-AMOUNT
032100     END-EVALUATE.
034900* 2400-POST-AND-VERIFY - ADD THE SIGNED EFFECT, STAMP ACTIVITY    *
035000*                        FOR MEMBER-INITIATED WORK THE WAY THE    *
035100*                        POSTING LOGIC DOES, PROVE THE ENDING     *
035200*                        POSITION AND REWRITE THE ROW. A          *
035201*                        CHARGE-OFF IS NOT MEMBER ACTIVITY; IT    *
035202*                        PUTS THE ROW BACK TO CHARGED OFF. THE    *
035203*                        OVERDRAWN DATE FOLLOWS THE PROVED        *
035204*                        BALANCE (2410).                          *
035300******************************************************************
035400 2400-POST-AND-VERIFY.
035500     ADD WS-EFFECT-AMOUNT TO ACCT-BALANCE
035505     IF JRNL-OP-CHARGE-OFF
035506         MOVE 'W' TO ACCT-STATUS-CODE
035507     ELSE
035600     IF JRNL-SOURCE NOT = 'I'
035650         AND JRNL-SOURCE NOT = 'E'
035700         MOVE JRNL-POST-DATE TO ACCT-LAST-ACTIVITY-DATE
035800         IF ACCT-DORMANT
035900             MOVE 'A' TO ACCT-STATUS-CODE
036000         END-IF
036001     END-IF
036100     END-IF
036200     IF ACCT-BALANCE NOT = JRNL-RESULT-BALANCE
036300         ADD 1 TO WS-MISMATCH-COUNT
036600         PERFORM 2500-MARK-ACCOUNT-DIRTY
036700         MOVE JRNL-RESULT-BALANCE TO ACCT-BALANCE
036800     END-IF
036802     PERFORM 2410-REPLAY-OVERDRAWN-DATE
036900     REWRITE ACCT-MASTER-RECORD
037000         INVALID KEY
037100             ADD 1 TO WS-MISMATCH-COUNT
037400             PERFORM 2500-MARK-ACCOUNT-DIRTY
037500     END-REWRITE.
037600 2400-POST-AND-VERIFY-EXIT.
037601     EXIT.
037602
037603******************************************************************
037604* 2410-REPLAY-OVERDRAWN-DATE - THE POSTING LOGIC'S 3610 RULE,     *
037605*                              WITH THE ENTRY'S POST DATE FOR     *
037606*                              TODAY: A DEPOSIT ACCOUNT GOING     *
037607*                              NEGATIVE TAKES THE DATE, ONE       *
037608*                              STAYING NEGATIVE KEEPS IT, ONE     *
037609*                              BACK TO ZERO OR ABOVE CLEARS IT.   *
037610*                              LOANS ARE LEFT ALONE.              *
037611******************************************************************
037612 2410-REPLAY-OVERDRAWN-DATE.
037613     IF NOT ACCT-TYPE-LOAN
037614         IF ACCT-OVERDRAWN-DATE NOT NUMERIC
037615             MOVE ZERO TO ACCT-OVERDRAWN-DATE
037616         END-IF
037617         IF ACCT-BALANCE < ZERO
037618             IF ACCT-OVERDRAWN-DATE = ZERO
037619                 MOVE JRNL-POST-DATE TO ACCT-OVERDRAWN-DATE
037620             END-IF
037621         ELSE
037622             MOVE ZERO TO ACCT-OVERDRAWN-DATE
037623         END-IF
037624     END-IF.
037625 2410-REPLAY-OVERDRAWN-DATE-EXIT.
037700     EXIT.
037800
037900******************************************************************
039000         IF WS-RC-COUNT < WS-RC-MAX-ENTRIES
039100             ADD 1 TO WS-RC-COUNT
039200             ADD 1 TO WS-DIRTY-COUNT
039300             MOVE WS-DIRTY-ACCT-ID TO WS-RC-ACCT-ID (WS-RC-COUNT)
039400             MOVE 'D' TO WS-RC-STATE (WS-RC-COUNT)
039500         ELSE
039600             DISPLAY 'ACCTRCV: ACCOUNT TABLE FULL AT '
039700                 WS-DIRTY-ACCT-ID
039800         END-IF
039900     END-IF.
040000 2500-MARK-ACCOUNT-DIRTY-EXIT.
040200
040300******************************************************************
040400* 2510-SCAN-ACCOUNT-TABLE - TEST ONE TABLE ENTRY FOR THE          *
040500*                           ACCOUNT BEING REPLAYED                *
040600******************************************************************
040700 2510-SCAN-ACCOUNT-TABLE.
040800     IF WS-RC-ACCT-ID (WS-RC-SUB) = WS-DIRTY-ACCT-ID
040900         MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
041000         SET ENTRY-FOUND TO TRUE
041100     END-IF.
042200     MOVE JRNL-AMOUNT TO WS-DL-AMOUNT
042300     MOVE WS-DETAIL-LINE TO REPORT-LINE
042400     WRITE REPORT-LINE.
042401 2600-WRITE-DETAIL-LINE-EXIT.
042402     EXIT.
042403
042404******************************************************************
042405* 2700-REPLAY-RENEWAL - A 'RENEW ' ENTRY MOVES NO MONEY BUT       *
042406*                       ROLLED A SHARE CERTIFICATE'S MATURITY     *
042407*                       DATE FORWARD; PUT THE NEW DATE CARRIED IN *
042408*                       THE REFERENCE FIELD BACK ON THE RESTORED  *
042409*                       MASTER                                    *
042410******************************************************************
042411 2700-REPLAY-RENEWAL.
042412     ADD 1 TO WS-REPLAYED-COUNT
042413     MOVE JRNL-ACCT-ID TO ACCT-ID
042414     READ ACCOUNT-MASTER-FILE
042415         INVALID KEY
042416             ADD 1 TO WS-MISMATCH-COUNT
042417             MOVE 'NOT ON RESTORED MASTER' TO WS-DL-REMARKS
042418             PERFORM 2600-WRITE-DETAIL-LINE
042419             PERFORM 2500-MARK-ACCOUNT-DIRTY
042420         NOT INVALID KEY
042421             MOVE JRNL-REF-SEQ-NO TO ACCT-MATURITY-DATE
042422             REWRITE ACCT-MASTER-RECORD
042423                 INVALID KEY
042424                     ADD 1 TO WS-MISMATCH-COUNT
042425                     MOVE 'MASTER REWRITE FAILED' TO WS-DL-REMARKS
042426                     PERFORM 2600-WRITE-DETAIL-LINE
042427                     PERFORM 2500-MARK-ACCOUNT-DIRTY
042428             END-REWRITE
042429     END-READ.
042430 2700-REPLAY-RENEWAL-EXIT.
042431     EXIT.
042432
042433******************************************************************
042434* 3000-REPLAY-AUDIT - REPLAY ONE MAINTENANCE AUDIT RECORD AGAINST *
042435*                     THE RESTORED MASTER. RECORDS WRITTEN ON OR  *
042436*                     BEFORE THE SNAPSHOT TIMESTAMP ARE ALREADY   *
042437*                     IN THE IMAGE, AND RECORDS FOR OTHER MASTER  *
042438*                     FILES ARE COUNTED AND PASSED OVER.          *
042439******************************************************************
042440 3000-REPLAY-AUDIT.
042441     ADD 1 TO WS-AUD-READ-COUNT
042442     IF AUD-DATE < WS-SNAP-DATE
042443         OR (AUD-DATE = WS-SNAP-DATE
042444             AND AUD-TIME NOT > WS-SNAP-TIME)
042445         ADD 1 TO WS-SKIPPED-COUNT
042446     ELSE
042447     IF AUD-FILE-NAME NOT = 'ACCTMAS'
042448         ADD 1 TO WS-AUD-OTHER-FILE-COUNT
042449     ELSE
042450         MOVE AUD-BEFORE-IMAGE TO AUDB-MASTER-RECORD
042451         MOVE AUD-AFTER-IMAGE TO AUDA-MASTER-RECORD
042452         MOVE AUD-KEY TO WS-DIRTY-ACCT-ID
042453         ADD 1 TO WS-AUD-REPLAYED-COUNT
042454         EVALUATE TRUE
042455             WHEN AUD-ACTION-ADD
042456                 PERFORM 3200-REPLAY-AUDIT-ADD
042457             WHEN AUD-ACTION-CHANGE
042458                 PERFORM 3300-REPLAY-AUDIT-CHANGE
042459             WHEN AUD-ACTION-DELETE
042460                 PERFORM 3400-REPLAY-AUDIT-DELETE
042461             WHEN OTHER
042462                 ADD 1 TO WS-MISMATCH-COUNT
042463                 MOVE 'BAD AUDIT ACTION' TO WS-DL-REMARKS
042464                 PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042465                 PERFORM 2500-MARK-ACCOUNT-DIRTY
042466         END-EVALUATE
042467     END-IF
042468     END-IF
042469     PERFORM 3100-READ-AUDIT.
042470 3000-REPLAY-AUDIT-EXIT.
042471     EXIT.
042472
042473******************************************************************
042474* 3100-READ-AUDIT - READ THE NEXT MAINTENANCE AUDIT RECORD        *
042475******************************************************************
042476 3100-READ-AUDIT.
042477     READ AUDIT-FILE
042478         AT END
042479             SET WS-AUD-FILE-EOF TO TRUE
042480     END-READ.
042481 3100-READ-AUDIT-EXIT.
042482     EXIT.
042483
042484******************************************************************
042485* 3200-REPLAY-AUDIT-ADD - AN ACCOUNT OPENED SINCE THE SNAPSHOT:   *
042486*                         WRITE THE AFTER IMAGE, OPENING BALANCE  *
042487*                         AND ALL. AN ACCOUNT ALREADY ON THE      *
042488*                         RESTORED MASTER IS REPORTED AND LEFT    *
042489*                         ALONE.                                  *
042490******************************************************************
042491 3200-REPLAY-AUDIT-ADD.
042492     MOVE AUDA-MASTER-RECORD TO ACCT-MASTER-RECORD
042493     WRITE ACCT-MASTER-RECORD
042494         INVALID KEY
042495             ADD 1 TO WS-MISMATCH-COUNT
042496             MOVE 'ADD - ALREADY ON MASTER' TO WS-DL-REMARKS
042497             PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042498             PERFORM 2500-MARK-ACCOUNT-DIRTY
042499     END-WRITE.
042500 3200-REPLAY-AUDIT-ADD-EXIT.
042501     EXIT.
042502
042503******************************************************************
042504* 3300-REPLAY-AUDIT-CHANGE - PUT THE MAINTAINED FIELDS OF THE     *
042505*                            AFTER IMAGE (STATUS, OVERDRAFT       *
042506*                            LIMIT, RATE, TYPE AND MATURITY DATE) *
042507*                            BACK ON THE RESTORED ROW. THE        *
042508*                            BALANCE AND ACTIVITY DATE ARE THE    *
042509*                            JOURNAL'S TO REPLAY, SO THEY ARE     *
042510*                            KEPT; A BALANCE THAT DOES NOT MATCH  *
042511*                            THE BEFORE IMAGE MEANS THE TWO       *
042512*                            TRAILS DISAGREE AND THE ACCOUNT IS   *
042513*                            MARKED NOT CLEAN.                    *
042514******************************************************************
042515 3300-REPLAY-AUDIT-CHANGE.
042516     MOVE AUDA-ID TO ACCT-ID
042517     READ ACCOUNT-MASTER-FILE
042518         INVALID KEY
042519             ADD 1 TO WS-MISMATCH-COUNT
042520             MOVE 'NOT ON RESTORED MASTER' TO WS-DL-REMARKS
042521             PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042522             PERFORM 2500-MARK-ACCOUNT-DIRTY
042523         NOT INVALID KEY
042524             PERFORM 3350-APPLY-AUDIT-CHANGE
042525     END-READ.
042526 3300-REPLAY-AUDIT-CHANGE-EXIT.
042527     EXIT.
042528
042529******************************************************************
042530* 3350-APPLY-AUDIT-CHANGE - CHECK THE BALANCE AGAINST THE BEFORE  *
042531*                           IMAGE, APPLY THE MAINTAINED FIELDS    *
042532*                           AND REWRITE THE ROW                   *
042533******************************************************************
042534 3350-APPLY-AUDIT-CHANGE.
042535     IF ACCT-BALANCE NOT = AUDB-BALANCE
042536         ADD 1 TO WS-MISMATCH-COUNT
042537         MOVE 'BALANCE NOT AS AUDITED' TO WS-DL-REMARKS
042538         PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042539         PERFORM 2500-MARK-ACCOUNT-DIRTY
042540     END-IF
042541     MOVE AUDA-STATUS-CODE     TO ACCT-STATUS-CODE
042542     MOVE AUDA-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
042543     MOVE AUDA-INTEREST-RATE   TO ACCT-INTEREST-RATE
042544     MOVE AUDA-TYPE-CODE       TO ACCT-TYPE-CODE
042545     MOVE AUDA-MATURITY-DATE   TO ACCT-MATURITY-DATE
042546     REWRITE ACCT-MASTER-RECORD
042547         INVALID KEY
042548             ADD 1 TO WS-MISMATCH-COUNT
042549             MOVE 'MASTER REWRITE FAILED' TO WS-DL-REMARKS
042550             PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042551             PERFORM 2500-MARK-ACCOUNT-DIRTY
042552     END-REWRITE.
042553 3350-APPLY-AUDIT-CHANGE-EXIT.
042554     EXIT.
042555
042556******************************************************************
042557* 3400-REPLAY-AUDIT-DELETE - REMOVE A ROW DELETED SINCE THE       *
042558*                            SNAPSHOT                             *
042559******************************************************************
042560 3400-REPLAY-AUDIT-DELETE.
042561     MOVE AUDB-ID TO ACCT-ID
042562     DELETE ACCOUNT-MASTER-FILE RECORD
042563         INVALID KEY
042564             ADD 1 TO WS-MISMATCH-COUNT
042565             MOVE 'DELETE - NOT ON MASTER' TO WS-DL-REMARKS
042566             PERFORM 3600-WRITE-AUDIT-DETAIL-LINE
042567             PERFORM 2500-MARK-ACCOUNT-DIRTY
042568     END-DELETE.
042569 3400-REPLAY-AUDIT-DELETE-EXIT.
042570     EXIT.
042571
042572******************************************************************
042573* 3600-WRITE-AUDIT-DETAIL-LINE - PRINT ONE AUDIT REPLAY           *
042574*                                EXCEPTION. THE FUNCTION STANDS   *
042575*                                IN THE OPERATION COLUMN; THERE   *
042576*                                IS NO SEQUENCE NUMBER OR AMOUNT. *
042577******************************************************************
042578 3600-WRITE-AUDIT-DETAIL-LINE.
042579     MOVE ZERO TO WS-DL-SEQ-NO
042580     MOVE WS-DIRTY-ACCT-ID TO WS-DL-ACCT-ID
042581     MOVE AUD-FUNCTION TO WS-DL-OPERATION
042582     MOVE ZERO TO WS-DL-AMOUNT
042583     MOVE WS-DETAIL-LINE TO REPORT-LINE
042584     WRITE REPORT-LINE.
042585 3600-WRITE-AUDIT-DETAIL-LINE-EXIT.
042600     EXIT.
042700
042800******************************************************************
045800     MOVE WS-REPLAYED-COUNT TO WS-TR-REPLAYED
045900     MOVE WS-MISMATCH-COUNT TO WS-TR-MISMATCHES
046000     MOVE WS-TRAILER-LINE TO REPORT-LINE
046001     WRITE REPORT-LINE
046002     MOVE WS-AUD-READ-COUNT TO WS-TR-AUD-READ
046003     MOVE WS-AUD-REPLAYED-COUNT TO WS-TR-AUD-REPLAYED
046004     MOVE WS-AUD-OTHER-FILE-COUNT TO WS-TR-AUD-OTHER
046005     MOVE WS-AUDIT-TRAILER-LINE TO REPORT-LINE
046100     WRITE REPORT-LINE.
046200 8100-WRITE-REPORT-TRAILER-EXIT.
046300     EXIT.
046800 9000-CLOSE-FILES.
046900     CLOSE SNAP-CONTROL-FILE
047000     CLOSE JOURNAL-FILE
047001     CLOSE AUDIT-FILE
047100     CLOSE ACCOUNT-MASTER-FILE
047200     CLOSE REPORT-FILE.
047300 9000-CLOSE-FILES-EXIT.
