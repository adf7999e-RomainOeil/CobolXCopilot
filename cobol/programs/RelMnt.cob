000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  RELMNT                                         *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     MEMBER-TO-ACCOUNT RELATIONSHIP MAINTENANCE,     *
001000*                 MODELED ON THE CERTIFICATE INSTRUCTION          *
001100*                 MAINTENANCE RUN. READS THE RELATIONSHIP CARDS   *
001200*                 (COPYBOOK RMNTREC) AND APPLIES EACH ACTION TO   *
001300*                 THE VSAM RELATIONSHIP FILE (COPYBOOK RELREC):   *
001400*                 ADD A MEMBER TO AN ACCOUNT AS PRIMARY OWNER,    *
001500*                 JOINT OWNER OR BENEFICIARY, CHANGE THE ROLE, OR *
001600*                 DELETE THE MEMBER FROM THE ACCOUNT. THE ACCOUNT *
001700*                 MUST BE AN OPEN ACCOUNT ON THE ACCOUNT MASTER,  *
001800*                 THE MEMBER MUST BE ON THE CUSTOMER FILE, AND AN *
001900*                 ACCOUNT MAY HAVE ONLY ONE PRIMARY OWNER. EVERY  *
002000*                 ACTION IS REPORTED, APPLIED OR NOT, ON THE      *
002100*                 MAINTENANCE REGISTER, AND EVERY ONE APPLIED     *
002200*                 APPENDS A BEFORE/AFTER IMAGE RECORD (COPYBOOK   *
002300*                 AUDREC) TO THE MAINTENANCE AUDIT FILE.          *
002400*                                                                 *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ----------------------------------------   *
002800*    2026-10-05 DP    ORIGINAL PROGRAM - MEMBER RELATIONSHIPS     *
002801*    2026-10-05 DP    A NEW RELATIONSHIP'S ADDED DATE IS NOW THE  *
002802*                     BUSDATE BUSINESS DATE RATHER THAN THE       *
002803*                     SYSTEM DATE; AN UNREADABLE BUSDATE STOPS    *
002804*                     THE RUN (RC 16).                            *
002900******************************************************************
003000 PROGRAM-ID. RelMnt.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MAINTENANCE-FILE ASSIGN TO "RMNTIN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-MNT-FILE-STATUS.
003800
003900     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS REL-KEY
004300         FILE STATUS IS WS-REL-FILE-STATUS.
004400
004500     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CUST-MEMBER-NO
004900         FILE STATUS IS WS-CUST-FILE-STATUS.
005000
005100     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ACCT-ID
005500         FILE STATUS IS WS-ACCT-FILE-STATUS.
005600
005700     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000
006100     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-AUD-FILE-STATUS.
006301
006302     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006303         ORGANIZATION IS SEQUENTIAL
006304         FILE STATUS IS WS-BDAT-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MAINTENANCE-FILE.
006800     COPY RMNTREC.
006900
007000 FD  RELATIONSHIP-FILE.
007100     COPY RELREC.
007200
007300 FD  CUSTOMER-FILE.
007400     COPY CUSTREC.
007500
007600 FD  ACCOUNT-MASTER-FILE.
007700     COPY ACCTMAS.
007800
007900 FD  REPORT-FILE.
008000 01  REPORT-LINE                     PIC X(80).
008100
008200 FD  AUDIT-FILE.
008300     COPY AUDREC.
008301
008302 FD  BUSINESS-DATE-FILE.
008303     COPY BDATREC.
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-MNT-FILE-STATUS              PIC X(02).
008700     88  WS-MNT-FILE-OK                       VALUE '00'.
008800     88  WS-MNT-FILE-EOF                      VALUE '10'.
008900
009000 01  WS-REL-FILE-STATUS              PIC X(02).
009100     88  WS-REL-FILE-OK                       VALUE '00' '02'.
009200
009300 01  WS-CUST-FILE-STATUS             PIC X(02).
009400     88  WS-CUST-FILE-OK                      VALUE '00' '02'.
009500
009600 01  WS-ACCT-FILE-STATUS             PIC X(02).
009700     88  WS-ACCT-FILE-OK                      VALUE '00'.
009800
009900 01  WS-RPT-FILE-STATUS              PIC X(02).
010000     88  WS-RPT-FILE-OK                       VALUE '00'.
010100
010200 01  WS-AUD-FILE-STATUS              PIC X(02).
010300     88  WS-AUD-FILE-OK                       VALUE '00'.
010400
010500 01  WS-AUDIT-ACTION                 PIC X(01).
010600
010700 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
010800
010900 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
011000     88  OPEN-FAILED                          VALUE 'Y'.
011001
011002     COPY BDATEWS.
011100
011200 01  WS-REL-ON-FILE                  PIC X(01).
011300     88  REL-ON-FILE                          VALUE 'Y'.
011400
011500 01  WS-CARD-STATE                   PIC X(01).
011600     88  CARD-VALID                           VALUE 'Y'.
011700
011800 01  WS-PRIMARY-SCAN-STATE           PIC X(01).
011900     88  PRIMARY-SCAN-DONE                    VALUE 'Y'.
012000
012100 01  WS-SAVE-ADDED-DATE              PIC 9(08).
012200
012300 01  WS-COUNTERS.
012400     05  WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
012500     05  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
012600
012700 01  WS-HEADING-LINE-1               PIC X(41) VALUE
012800     'MEMBER ACCOUNT RELATIONSHIP MAINTENANCE'.
012900
013000 01  WS-COLUMN-HEADING.
013100     05  FILLER                      PIC X(06) VALUE 'FUNCTN'.
013200     05  FILLER                      PIC X(02) VALUE SPACES.
013300     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  FILLER                      PIC X(08) VALUE 'MEMBER'.
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  FILLER                      PIC X(04) VALUE 'ROLE'.
013800     05  FILLER                      PIC X(02) VALUE SPACES.
013900     05  FILLER                      PIC X(07) VALUE 'REMARKS'.
014000
014100 01  WS-DETAIL-LINE.
014200     05  WS-DL-FUNCTION              PIC X(06).
014300     05  FILLER                      PIC X(02) VALUE SPACES.
014400     05  WS-DL-ACCT-ID               PIC X(10).
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  WS-DL-MEMBER-NO             PIC X(08).
014700     05  FILLER                      PIC X(03) VALUE SPACES.
014800     05  WS-DL-ROLE                  PIC X(01).
014900     05  FILLER                      PIC X(04) VALUE SPACES.
015000     05  WS-DL-REMARKS               PIC X(30).
015100
015200 01  WS-TRAILER-LINE.
015300     05  FILLER                      PIC X(16) VALUE
015400         'ACTIONS APPLIED '.
015500     05  WS-TR-APPLIED               PIC ZZZ,ZZ9.
015600     05  FILLER                      PIC X(05) VALUE SPACES.
015700     05  FILLER                      PIC X(18) VALUE
015800         'ACTIONS REJECTED  '.
015900     05  WS-TR-REJECTED              PIC ZZZ,ZZ9.
016000
016100 PROCEDURE DIVISION.
016200
016300******************************************************************
016400* 0000-MAINLINE - DRIVE THE RELATIONSHIP MAINTENANCE RUN          *
016500******************************************************************
016600 0000-MAINLINE.
016700     PERFORM 1000-OPEN-FILES
016800     IF NOT OPEN-FAILED
016900         MOVE 'RELMNT' TO WS-BDAT-PROGRAM
017000         PERFORM 9600-READ-BUSINESS-DATE
017100         IF NOT WS-BDAT-RUN-STOPPED
017200             PERFORM 1200-WRITE-HEADINGS
017201             PERFORM 2100-READ-MAINTENANCE
017202             PERFORM 2000-PROCESS-ACTION UNTIL WS-MNT-FILE-EOF
017203             PERFORM 8000-WRITE-REPORT-TRAILER
017204         END-IF
017300         PERFORM 9000-CLOSE-FILES
017400     END-IF
017500     STOP RUN.
017600
017700******************************************************************
017800* 1000-OPEN-FILES - OPEN THE MAINTENANCE INPUT, THE RELATIONSHIP  *
017900*                   FILE, THE CUSTOMER FILE, THE ACCOUNT MASTER,  *
018000*                   THE REGISTER AND (FOR APPEND) THE MAINTENANCE *
018100*                   AUDIT FILE. A BRAND-NEW RELATIONSHIP CLUSTER  *
018200*                   REFUSES THE I-O OPEN, SO IT IS CREATED WITH   *
018300*                   AN OUTPUT OPEN AND REOPENED. A FAILURE ON ANY *
018400*                   FILE SETS WS-MNT-FILE-EOF SO THE ACTION LOOP  *
018500*                   IN 0000-MAINLINE NEVER RUNS FOR THIS RUN.     *
018600******************************************************************
018700 1000-OPEN-FILES.
018800     OPEN INPUT MAINTENANCE-FILE
018900     IF NOT WS-MNT-FILE-OK
019000         DISPLAY 'RELMNT: UNABLE TO OPEN RMNTIN - '
019100             WS-MNT-FILE-STATUS
019200         SET WS-MNT-FILE-EOF TO TRUE
019300         SET OPEN-FAILED TO TRUE
019400     END-IF
019500     OPEN I-O RELATIONSHIP-FILE
019600     IF NOT WS-REL-FILE-OK
019700         OPEN OUTPUT RELATIONSHIP-FILE
019800         CLOSE RELATIONSHIP-FILE
019900         OPEN I-O RELATIONSHIP-FILE
020000     END-IF
020100     IF NOT WS-REL-FILE-OK
020200         DISPLAY 'RELMNT: UNABLE TO OPEN RELMAS - '
020300             WS-REL-FILE-STATUS
020400         SET WS-MNT-FILE-EOF TO TRUE
020500         SET OPEN-FAILED TO TRUE
020600     END-IF
020700     OPEN INPUT CUSTOMER-FILE
020800     IF NOT WS-CUST-FILE-OK
020900         DISPLAY 'RELMNT: UNABLE TO OPEN CUSTMAS - '
021000             WS-CUST-FILE-STATUS
021100         SET WS-MNT-FILE-EOF TO TRUE
021200         SET OPEN-FAILED TO TRUE
021300     END-IF
021400     OPEN INPUT ACCOUNT-MASTER-FILE
021500     IF NOT WS-ACCT-FILE-OK
021600         DISPLAY 'RELMNT: UNABLE TO OPEN ACCTMAS - '
021700             WS-ACCT-FILE-STATUS
021800         SET WS-MNT-FILE-EOF TO TRUE
021900         SET OPEN-FAILED TO TRUE
022000     END-IF
022100     OPEN OUTPUT REPORT-FILE
022200     IF NOT WS-RPT-FILE-OK
022300         DISPLAY 'RELMNT: UNABLE TO OPEN RPTOUT - '
022400             WS-RPT-FILE-STATUS
022500         SET WS-MNT-FILE-EOF TO TRUE
022600         SET OPEN-FAILED TO TRUE
022700     END-IF
022800     OPEN EXTEND AUDIT-FILE
022900     IF NOT WS-AUD-FILE-OK
023000         OPEN OUTPUT AUDIT-FILE
023100     END-IF
023200     IF NOT WS-AUD-FILE-OK
023300         DISPLAY 'RELMNT: UNABLE TO OPEN AUDFILE - '
023400             WS-AUD-FILE-STATUS
023500         SET WS-MNT-FILE-EOF TO TRUE
023600         SET OPEN-FAILED TO TRUE
023700     END-IF.
023800 1000-OPEN-FILES-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
024300******************************************************************
024400 1200-WRITE-HEADINGS.
024500     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
024600     WRITE REPORT-LINE
024700     MOVE WS-COLUMN-HEADING TO REPORT-LINE
024800     WRITE REPORT-LINE.
024900 1200-WRITE-HEADINGS-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300* 2000-PROCESS-ACTION - APPLY ONE MAINTENANCE ACTION AND REPORT   *
025400*                       THE OUTCOME                               *
025500******************************************************************
025600 2000-PROCESS-ACTION.
025700     MOVE SPACES TO WS-DL-REMARKS
025800     EVALUATE TRUE
025900         WHEN RMNT-FUNC-ADD
026000             PERFORM 3100-ADD-RELATIONSHIP
026100         WHEN RMNT-FUNC-CHANGE
026200             PERFORM 3200-CHANGE-RELATIONSHIP
026300         WHEN RMNT-FUNC-DELETE
026400             PERFORM 3300-DELETE-RELATIONSHIP
026500         WHEN OTHER
026600             MOVE 'INVALID FUNCTION CODE' TO WS-DL-REMARKS
026700             ADD 1 TO WS-EXCEPTION-COUNT
026800     END-EVALUATE
026900     PERFORM 2300-WRITE-DETAIL-LINE
027000     PERFORM 2100-READ-MAINTENANCE.
027100 2000-PROCESS-ACTION-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 2100-READ-MAINTENANCE - READ THE NEXT MAINTENANCE ACTION        *
027600******************************************************************
027700 2100-READ-MAINTENANCE.
027800     READ MAINTENANCE-FILE
027900         AT END
028000             SET WS-MNT-FILE-EOF TO TRUE
028100     END-READ.
028200 2100-READ-MAINTENANCE-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600* 2200-READ-RELATIONSHIP - LOOK UP THE MEMBER'S ROW ON THE        *
028700*                          ACCOUNT                                *
028800******************************************************************
028900 2200-READ-RELATIONSHIP.
029000     MOVE 'Y' TO WS-REL-ON-FILE
029100     MOVE RMNT-ACCT-ID TO REL-ACCT-ID
029200     MOVE RMNT-MEMBER-NO TO REL-MEMBER-NO
029300     READ RELATIONSHIP-FILE
029400         INVALID KEY
029500             MOVE 'N' TO WS-REL-ON-FILE
029600         NOT INVALID KEY
029700             MOVE REL-RECORD TO WS-AUDIT-BEFORE-IMAGE
029800     END-READ.
029900 2200-READ-RELATIONSHIP-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 2300-WRITE-DETAIL-LINE - FORMAT AND WRITE ONE REGISTER LINE     *
030400******************************************************************
030500 2300-WRITE-DETAIL-LINE.
030600     MOVE RMNT-FUNCTION TO WS-DL-FUNCTION
030700     MOVE RMNT-ACCT-ID TO WS-DL-ACCT-ID
030800     MOVE RMNT-MEMBER-NO TO WS-DL-MEMBER-NO
030900     MOVE RMNT-ROLE TO WS-DL-ROLE
031000     MOVE WS-DETAIL-LINE TO REPORT-LINE
031100     WRITE REPORT-LINE.
031200 2300-WRITE-DETAIL-LINE-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 2500-EDIT-CARD - PROVE AN ADD OR CHANGE CARD BEFORE IT TOUCHES  *
031700*                  THE FILE: THE ACCOUNT IS OPEN ON THE ACCOUNT   *
031800*                  MASTER, THE MEMBER IS ON THE CUSTOMER FILE,    *
031900*                  THE ROLE IS P, J OR B, AND A PRIMARY OWNER IS  *
032000*                  NOT A SECOND ONE FOR THE ACCOUNT. THE FIRST    *
032100*                  FAILURE FOUND IS THE REMARK.                   *
032200******************************************************************
032300 2500-EDIT-CARD.
032400     MOVE 'Y' TO WS-CARD-STATE
032500     MOVE RMNT-ACCT-ID TO ACCT-ID
032600     READ ACCOUNT-MASTER-FILE
032700         INVALID KEY
032800             MOVE 'N' TO WS-CARD-STATE
032900             MOVE 'ACCOUNT NOT ON MASTER' TO WS-DL-REMARKS
033000     END-READ
033100     IF CARD-VALID
033200         IF ACCT-CLOSED
033300             MOVE 'N' TO WS-CARD-STATE
033400             MOVE 'ACCOUNT IS CLOSED' TO WS-DL-REMARKS
033500         END-IF
033600     END-IF
033700     IF CARD-VALID
033800         MOVE RMNT-MEMBER-NO TO CUST-MEMBER-NO
033900         READ CUSTOMER-FILE
034000             INVALID KEY
034100                 MOVE 'N' TO WS-CARD-STATE
034200                 MOVE 'MEMBER NOT ON CUSTOMER FILE'
034300                     TO WS-DL-REMARKS
034400         END-READ
034500     END-IF
034600     IF CARD-VALID
034700         MOVE RMNT-ROLE TO REL-ROLE
034800         IF NOT REL-ROLE-VALID
034900             MOVE 'N' TO WS-CARD-STATE
035000             MOVE 'INVALID ROLE CODE' TO WS-DL-REMARKS
035100         END-IF
035200     END-IF
035300     IF CARD-VALID
035400         IF RMNT-ROLE = 'P'
035500             PERFORM 2510-CHECK-OTHER-PRIMARY
035600         END-IF
035700     END-IF
035800     IF NOT CARD-VALID
035900         ADD 1 TO WS-EXCEPTION-COUNT
036000     END-IF.
036100 2500-EDIT-CARD-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 2510-CHECK-OTHER-PRIMARY - BROWSE THE ACCOUNT'S RELATIONSHIP    *
036600*                            ROWS FOR A PRIMARY OWNER OTHER THAN  *
036700*                            THE CARD'S MEMBER                    *
036800******************************************************************
036900 2510-CHECK-OTHER-PRIMARY.
037000     MOVE 'N' TO WS-PRIMARY-SCAN-STATE
037100     MOVE RMNT-ACCT-ID TO REL-ACCT-ID
037200     MOVE LOW-VALUES TO REL-MEMBER-NO
037300     START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
037400         INVALID KEY
037500             SET PRIMARY-SCAN-DONE TO TRUE
037600     END-START
037700     PERFORM 2520-SCAN-FOR-PRIMARY
037800         UNTIL PRIMARY-SCAN-DONE.
037900 2510-CHECK-OTHER-PRIMARY-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300* 2520-SCAN-FOR-PRIMARY - READ THE NEXT RELATIONSHIP ROW AND      *
038400*                         REFUSE THE CARD IF IT IS ANOTHER        *
038500*                         MEMBER'S PRIMARY ROW ON THE ACCOUNT     *
038600******************************************************************
038700 2520-SCAN-FOR-PRIMARY.
038800     READ RELATIONSHIP-FILE NEXT RECORD
038900         AT END
039000             SET PRIMARY-SCAN-DONE TO TRUE
039100     END-READ
039200     IF NOT PRIMARY-SCAN-DONE
039300         IF NOT WS-REL-FILE-OK
039400             OR REL-ACCT-ID NOT = RMNT-ACCT-ID
039500             SET PRIMARY-SCAN-DONE TO TRUE
039600         ELSE
039700             IF REL-ROLE-PRIMARY
039800                 AND REL-MEMBER-NO NOT = RMNT-MEMBER-NO
039900                 MOVE 'N' TO WS-CARD-STATE
040000                 MOVE 'ACCOUNT ALREADY HAS A PRIMARY'
040100                     TO WS-DL-REMARKS
040200                 SET PRIMARY-SCAN-DONE TO TRUE
040300             END-IF
040400         END-IF
040500     END-IF.
040600 2520-SCAN-FOR-PRIMARY-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 3100-ADD-RELATIONSHIP - WRITE A NEW RELATIONSHIP ROW FOR A      *
041100*                         MEMBER NOT YET ON THE ACCOUNT, STAMPED  *
041200*                         WITH TODAY'S DATE                       *
041300******************************************************************
041400 3100-ADD-RELATIONSHIP.
041500     PERFORM 2500-EDIT-CARD
041600     IF CARD-VALID
041700         MOVE SPACES TO REL-RECORD
041800         MOVE RMNT-ACCT-ID TO REL-ACCT-ID
041900         MOVE RMNT-MEMBER-NO TO REL-MEMBER-NO
042000         MOVE RMNT-ROLE TO REL-ROLE
042100         MOVE WS-BDAT-CURRENT-DATE TO REL-ADDED-DATE
042200         WRITE REL-RECORD
042300             INVALID KEY
042400                 MOVE 'MEMBER ALREADY ON ACCOUNT'
042500                     TO WS-DL-REMARKS
042600                 ADD 1 TO WS-EXCEPTION-COUNT
042700             NOT INVALID KEY
042800                 MOVE 'RELATIONSHIP ADDED' TO WS-DL-REMARKS
042900                 ADD 1 TO WS-APPLIED-COUNT
043000                 MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
043100                 MOVE 'A' TO WS-AUDIT-ACTION
043200                 PERFORM 4000-WRITE-AUDIT-RECORD
043300         END-WRITE
043400     END-IF.
043500 3100-ADD-RELATIONSHIP-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 3200-CHANGE-RELATIONSHIP - CHANGE THE MEMBER'S ROLE ON THE      *
044000*                            ACCOUNT. THE DATE THE MEMBER WAS     *
044100*                            ADDED IS KEPT.                       *
044200******************************************************************
044300 3200-CHANGE-RELATIONSHIP.
044400     PERFORM 2500-EDIT-CARD
044500     IF CARD-VALID
044600         PERFORM 2200-READ-RELATIONSHIP
044700         IF NOT REL-ON-FILE
044800             MOVE 'RELATIONSHIP NOT FOUND' TO WS-DL-REMARKS
044900             ADD 1 TO WS-EXCEPTION-COUNT
045000         ELSE
045100             MOVE REL-ADDED-DATE TO WS-SAVE-ADDED-DATE
045200             MOVE SPACES TO REL-RECORD
045300             MOVE RMNT-ACCT-ID TO REL-ACCT-ID
045400             MOVE RMNT-MEMBER-NO TO REL-MEMBER-NO
045500             MOVE RMNT-ROLE TO REL-ROLE
045600             MOVE WS-SAVE-ADDED-DATE TO REL-ADDED-DATE
045700             REWRITE REL-RECORD
045800                 INVALID KEY
045900                     MOVE 'RELATIONSHIP REWRITE FAILED'
046000                         TO WS-DL-REMARKS
046100                     ADD 1 TO WS-EXCEPTION-COUNT
046200                 NOT INVALID KEY
046300                     MOVE 'RELATIONSHIP CHANGED' TO WS-DL-REMARKS
046400                     ADD 1 TO WS-APPLIED-COUNT
046500                     MOVE 'C' TO WS-AUDIT-ACTION
046600                     PERFORM 4000-WRITE-AUDIT-RECORD
046700             END-REWRITE
046800         END-IF
046900     END-IF.
047000 3200-CHANGE-RELATIONSHIP-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400* 3300-DELETE-RELATIONSHIP - TAKE THE MEMBER OFF THE ACCOUNT.     *
047500*                            DELETING THE PRIMARY OWNER LEAVES    *
047600*                            THE ACCOUNT UNADDRESSED UNTIL A NEW  *
047700*                            PRIMARY IS ADDED.                    *
047800******************************************************************
047900 3300-DELETE-RELATIONSHIP.
048000     PERFORM 2200-READ-RELATIONSHIP
048100     IF NOT REL-ON-FILE
048200         MOVE 'RELATIONSHIP NOT FOUND' TO WS-DL-REMARKS
048300         ADD 1 TO WS-EXCEPTION-COUNT
048400     ELSE
048500         DELETE RELATIONSHIP-FILE RECORD
048600             INVALID KEY
048700                 MOVE 'RELATIONSHIP DELETE FAILED'
048800                     TO WS-DL-REMARKS
048900                 ADD 1 TO WS-EXCEPTION-COUNT
049000             NOT INVALID KEY
049100                 MOVE 'RELATIONSHIP DELETED' TO WS-DL-REMARKS
049200                 ADD 1 TO WS-APPLIED-COUNT
049300                 MOVE 'D' TO WS-AUDIT-ACTION
049400                 PERFORM 4000-WRITE-AUDIT-RECORD
049500         END-DELETE
049600     END-IF.
049700 3300-DELETE-RELATIONSHIP-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 4000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
050200*                           THE RELATIONSHIP JUST ADDED, CHANGED  *
050300*                           OR DELETED (A DELETE CARRIES NO AFTER *
050400*                           IMAGE) TO THE MAINTENANCE AUDIT FILE, *
050500*                           STAMPED WITH THE SYSTEM DATE AND TIME *
050600******************************************************************
050700 4000-WRITE-AUDIT-RECORD.
050800     MOVE SPACES TO AUD-RECORD
050900     ACCEPT AUD-DATE FROM DATE YYYYMMDD
051000     ACCEPT AUD-TIME FROM TIME
051100     MOVE 'RELMAS'              TO AUD-FILE-NAME
051200     MOVE REL-KEY               TO AUD-KEY
051300     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
051400     MOVE RMNT-FUNCTION         TO AUD-FUNCTION
051500     MOVE 'RELMNT'              TO AUD-JOB-NAME
051600     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
051700     IF WS-AUDIT-ACTION NOT = 'D'
051800         MOVE REL-RECORD TO AUD-AFTER-IMAGE
051900     END-IF
052000     WRITE AUD-RECORD
052100     IF NOT WS-AUD-FILE-OK
052200         DISPLAY 'RELMNT: AUDIT WRITE FAILED - ' REL-KEY
052300             ' STATUS ' WS-AUD-FILE-STATUS
052400     END-IF.
052500 4000-WRITE-AUDIT-RECORD-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900* 8000-WRITE-REPORT-TRAILER - WRITE THE MAINTENANCE SUMMARY LINE  *
053000******************************************************************
053100 8000-WRITE-REPORT-TRAILER.
053200     MOVE WS-APPLIED-COUNT TO WS-TR-APPLIED
053300     MOVE WS-EXCEPTION-COUNT TO WS-TR-REJECTED
053400     MOVE WS-TRAILER-LINE TO REPORT-LINE
053500     WRITE REPORT-LINE.
053600 8000-WRITE-REPORT-TRAILER-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
054100******************************************************************
054200 9000-CLOSE-FILES.
054300     CLOSE MAINTENANCE-FILE
054400     CLOSE RELATIONSHIP-FILE
054500     CLOSE CUSTOMER-FILE
054600     CLOSE ACCOUNT-MASTER-FILE
054700     CLOSE REPORT-FILE
054800     CLOSE AUDIT-FILE.
054900 9000-CLOSE-FILES-EXIT.
055000     EXIT.
055001
055002     COPY BDATEPRC.
