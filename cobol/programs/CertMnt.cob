000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  CERTMNT                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     SHARE CERTIFICATE MATURITY INSTRUCTION          *
001000*                 MAINTENANCE, MODELED ON THE STANDING ORDER      *
001100*                 MAINTENANCE RUN. READS THE INSTRUCTION CARDS    *
001200*                 (COPYBOOK CMNTREC) AND APPLIES EACH ACTION TO   *
001300*                 THE VSAM INSTRUCTION FILE (COPYBOOK CINSREC):   *
001400*                 ADD A CERTIFICATE'S STANDING INSTRUCTION,       *
001500*                 CHANGE IT, OR DELETE IT. THE CERTIFICATE MUST   *
001600*                 BE AN OPEN TYPE 'D' ACCOUNT ON THE ACCOUNT      *
001700*                 MASTER; A RENEWAL NEEDS A TERM IN MONTHS AND A  *
001800*                 PAYOUT NEEDS AN OPEN CHECKING ACCOUNT TO PAY    *
001900*                 INTO. EVERY ACTION IS REPORTED, APPLIED OR NOT, *
002000*                 ON THE MAINTENANCE REGISTER.                    *
002100*                                                                 *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ----------------------------------------   *
002500*    2026-10-05 DP    ORIGINAL PROGRAM - MATURITY INSTRUCTIONS    *
002501*    2026-10-05 DP    EVERY INSTRUCTION ADDED, CHANGED OR DELETED *
002502*                     NOW APPENDS A BEFORE/AFTER IMAGE RECORD     *
002503*                     (COPYBOOK AUDREC) TO THE MAINTENANCE AUDIT  *
002504*                     FILE ON DD AUDFILE.                         *
002505*    2026-10-05 DP    A CHARGED-OFF ACCOUNT IS REFUSED AS A       *
002506*                     PAYOUT ACCOUNT (2510).                      *
002600******************************************************************
002700 PROGRAM-ID. CertMnt.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MAINTENANCE-FILE ASSIGN TO "CMNTIN"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-MNT-FILE-STATUS.
003500
003600     SELECT INSTRUCTION-FILE ASSIGN TO "CERTINS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CINS-ACCT-ID
004000         FILE STATUS IS WS-CINS-FILE-STATUS.
004100
004200     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-ID
004600         FILE STATUS IS WS-ACCT-FILE-STATUS.
004700
004800     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPT-FILE-STATUS.
005001
005002     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
005003         ORGANIZATION IS SEQUENTIAL
005004         FILE STATUS IS WS-AUD-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MAINTENANCE-FILE.
005500     COPY CMNTREC.
005600
005700 FD  INSTRUCTION-FILE.
005800     COPY CINSREC.
005900
006000 FD  ACCOUNT-MASTER-FILE.
006100     COPY ACCTMAS.
006200
006300 FD  REPORT-FILE.
006400 01  REPORT-LINE                     PIC X(80).
006401
006402 FD  AUDIT-FILE.
006403     COPY AUDREC.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-MNT-FILE-STATUS              PIC X(02).
006800     88  WS-MNT-FILE-OK                       VALUE '00'.
006900     88  WS-MNT-FILE-EOF                      VALUE '10'.
007000
007100 01  WS-CINS-FILE-STATUS             PIC X(02).
007200     88  WS-CINS-FILE-OK                      VALUE '00'.
007300
007400 01  WS-ACCT-FILE-STATUS             PIC X(02).
007500     88  WS-ACCT-FILE-OK                      VALUE '00'.
007600
007700 01  WS-RPT-FILE-STATUS              PIC X(02).
007800     88  WS-RPT-FILE-OK                       VALUE '00'.
007801
007802 01  WS-AUD-FILE-STATUS              PIC X(02).
007803     88  WS-AUD-FILE-OK                       VALUE '00'.
007804
007805 01  WS-AUDIT-ACTION                 PIC X(01).
007806
007807 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
007900
008000 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
008100     88  OPEN-FAILED                          VALUE 'Y'.
008200
008300 01  WS-CINS-ON-FILE                 PIC X(01).
008400     88  CINS-ON-FILE                         VALUE 'Y'.
008500
008600 01  WS-CARD-STATE                   PIC X(01).
008700     88  CARD-VALID                           VALUE 'Y'.
008800
008900 01  WS-SAVE-LAST-ACTION             PIC 9(08).
009000
009100 01  WS-COUNTERS.
009200     05  WS-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
009300     05  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
009400
009500 01  WS-HEADING-LINE-1               PIC X(45) VALUE
009600     'CERTIFICATE MATURITY INSTRUCTION MAINTENANCE'.
009700
009800 01  WS-COLUMN-HEADING.
009900     05  FILLER                      PIC X(06) VALUE 'FUNCTN'.
010000     05  FILLER                      PIC X(02) VALUE SPACES.
010100     05  FILLER                      PIC X(10) VALUE 'CERTIFICAT'.
010200     05  FILLER                      PIC X(02) VALUE SPACES.
010300     05  FILLER                      PIC X(03) VALUE 'ACT'.
010400     05  FILLER                      PIC X(01) VALUE SPACE.
010500     05  FILLER                      PIC X(04) VALUE 'TERM'.
010600     05  FILLER                      PIC X(01) VALUE SPACE.
010700     05  FILLER                      PIC X(10) VALUE 'PAY TO'.
010800     05  FILLER                      PIC X(02) VALUE SPACES.
010900     05  FILLER                      PIC X(07) VALUE 'REMARKS'.
011000
011100 01  WS-DETAIL-LINE.
011200     05  WS-DL-FUNCTION              PIC X(06).
011300     05  FILLER                      PIC X(02) VALUE SPACES.
011400     05  WS-DL-ACCT-ID               PIC X(10).
011500     05  FILLER                      PIC X(03) VALUE SPACES.
011600     05  WS-DL-ACTION                PIC X(01).
011700     05  FILLER                      PIC X(02) VALUE SPACES.
011800     05  WS-DL-TERM                  PIC X(03).
011900     05  FILLER                      PIC X(02) VALUE SPACES.
012000     05  WS-DL-PAYOUT-ACCT           PIC X(10).
012100     05  FILLER                      PIC X(02) VALUE SPACES.
012200     05  WS-DL-REMARKS               PIC X(30).
012300
012400 01  WS-TRAILER-LINE.
012500     05  FILLER                      PIC X(16) VALUE
012600         'ACTIONS APPLIED '.
012700     05  WS-TR-APPLIED               PIC ZZZ,ZZ9.
012800     05  FILLER                      PIC X(05) VALUE SPACES.
012900     05  FILLER                      PIC X(18) VALUE
013000         'ACTIONS REJECTED  '.
013100     05  WS-TR-REJECTED              PIC ZZZ,ZZ9.
013200
013300 PROCEDURE DIVISION.
013400
013500******************************************************************
013600* 0000-MAINLINE - DRIVE THE INSTRUCTION MAINTENANCE RUN           *
013700******************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-OPEN-FILES
014000     IF NOT OPEN-FAILED
014100         PERFORM 1200-WRITE-HEADINGS
014200         PERFORM 2100-READ-MAINTENANCE
014300         PERFORM 2000-PROCESS-ACTION UNTIL WS-MNT-FILE-EOF
014400         PERFORM 8000-WRITE-REPORT-TRAILER
014500         PERFORM 9000-CLOSE-FILES
014600     END-IF
014700     STOP RUN.
014800
014900******************************************************************
015000* 1000-OPEN-FILES - OPEN THE MAINTENANCE INPUT, THE INSTRUCTION   *
015100*                   FILE, THE ACCOUNT MASTER, THE REGISTER AND    *
015200*                   (FOR APPEND) THE MAINTENANCE AUDIT FILE. A    *
015201*                   FAILURE ON ANY OF THEM SETS WS-MNT-FILE-EOF   *
015300*                   SO THE ACTION LOOP IN 0000-MAINLINE NEVER     *
015400*                   RUNS FOR THIS RUN.                            *
015500******************************************************************
015600 1000-OPEN-FILES.
015700     OPEN INPUT MAINTENANCE-FILE
015800     IF NOT WS-MNT-FILE-OK
015900         DISPLAY 'CERTMNT: UNABLE TO OPEN CMNTIN - '
016000             WS-MNT-FILE-STATUS
016100         SET WS-MNT-FILE-EOF TO TRUE
016200         SET OPEN-FAILED TO TRUE
016300     END-IF
016400     OPEN I-O INSTRUCTION-FILE
016500     IF NOT WS-CINS-FILE-OK
016600         DISPLAY 'CERTMNT: UNABLE TO OPEN CERTINS - '
016700             WS-CINS-FILE-STATUS
016800         SET WS-MNT-FILE-EOF TO TRUE
016900         SET OPEN-FAILED TO TRUE
017000     END-IF
017100     OPEN INPUT ACCOUNT-MASTER-FILE
017200     IF NOT WS-ACCT-FILE-OK
017300         DISPLAY 'CERTMNT: UNABLE TO OPEN ACCTMAS - '
017400             WS-ACCT-FILE-STATUS
017500         SET WS-MNT-FILE-EOF TO TRUE
017600         SET OPEN-FAILED TO TRUE
017700     END-IF
017800     OPEN OUTPUT REPORT-FILE
017900     IF NOT WS-RPT-FILE-OK
018000         DISPLAY 'CERTMNT: UNABLE TO OPEN RPTOUT - '
018100             WS-RPT-FILE-STATUS
018200         SET WS-MNT-FILE-EOF TO TRUE
018300         SET OPEN-FAILED TO TRUE
018400     END-IF
018401     OPEN EXTEND AUDIT-FILE
018402     IF NOT WS-AUD-FILE-OK
018403         OPEN OUTPUT AUDIT-FILE
018404     END-IF
018405     IF NOT WS-AUD-FILE-OK
018406         DISPLAY 'CERTMNT: UNABLE TO OPEN AUDFILE - '
018407             WS-AUD-FILE-STATUS
018408         SET WS-MNT-FILE-EOF TO TRUE
018409         SET OPEN-FAILED TO TRUE
018410     END-IF.
018500 1000-OPEN-FILES-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
019000******************************************************************
019100 1200-WRITE-HEADINGS.
019200     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
019300     WRITE REPORT-LINE
019400     MOVE WS-COLUMN-HEADING TO REPORT-LINE
019500     WRITE REPORT-LINE.
019600 1200-WRITE-HEADINGS-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000* 2000-PROCESS-ACTION - APPLY ONE MAINTENANCE ACTION AND REPORT   *
020100*                       THE OUTCOME                               *
020200******************************************************************
020300 2000-PROCESS-ACTION.
020400     MOVE SPACES TO WS-DL-REMARKS
020500     EVALUATE TRUE
020600         WHEN CMNT-FUNC-ADD
020700             PERFORM 3100-ADD-INSTRUCTION
020800         WHEN CMNT-FUNC-CHANGE
020900             PERFORM 3200-CHANGE-INSTRUCTION
021000         WHEN CMNT-FUNC-DELETE
021100             PERFORM 3300-DELETE-INSTRUCTION
021200         WHEN OTHER
021300             MOVE 'INVALID FUNCTION CODE' TO WS-DL-REMARKS
021400             ADD 1 TO WS-EXCEPTION-COUNT
021500     END-EVALUATE
021600     PERFORM 2300-WRITE-DETAIL-LINE
021700     PERFORM 2100-READ-MAINTENANCE.
021800 2000-PROCESS-ACTION-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200* 2100-READ-MAINTENANCE - READ THE NEXT MAINTENANCE ACTION        *
022300******************************************************************
022400 2100-READ-MAINTENANCE.
022500     READ MAINTENANCE-FILE
022600         AT END
022700             SET WS-MNT-FILE-EOF TO TRUE
022800     END-READ.
022900 2100-READ-MAINTENANCE-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300* 2200-READ-INSTRUCTION - LOOK UP THE CERTIFICATE'S INSTRUCTION   *
023400******************************************************************
023500 2200-READ-INSTRUCTION.
023600     MOVE 'Y' TO WS-CINS-ON-FILE
023700     MOVE CMNT-ACCT-ID TO CINS-ACCT-ID
023800     READ INSTRUCTION-FILE
023900         INVALID KEY
024000             MOVE 'N' TO WS-CINS-ON-FILE
024001         NOT INVALID KEY
024002             MOVE CINS-RECORD TO WS-AUDIT-BEFORE-IMAGE
024100     END-READ.
024200 2200-READ-INSTRUCTION-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600* 2300-WRITE-DETAIL-LINE - FORMAT AND WRITE ONE REGISTER LINE     *
024700******************************************************************
024800 2300-WRITE-DETAIL-LINE.
024900     MOVE CMNT-FUNCTION TO WS-DL-FUNCTION
025000     MOVE CMNT-ACCT-ID TO WS-DL-ACCT-ID
025100     MOVE CMNT-ACTION-CODE TO WS-DL-ACTION
025200     MOVE CMNT-TERM-MONTHS TO WS-DL-TERM
025300     MOVE CMNT-PAYOUT-ACCT TO WS-DL-PAYOUT-ACCT
025400     MOVE WS-DETAIL-LINE TO REPORT-LINE
025500     WRITE REPORT-LINE.
025600 2300-WRITE-DETAIL-LINE-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 2500-EDIT-CARD - PROVE AN ADD OR CHANGE CARD BEFORE IT TOUCHES  *
026100*                  THE FILE: THE CERTIFICATE IS AN OPEN TYPE 'D'  *
026200*                  ACCOUNT, A RENEWAL CARRIES A TERM, AND A       *
026300*                  PAYOUT NAMES AN OPEN CHECKING ACCOUNT OTHER    *
026400*                  THAN THE CERTIFICATE ITSELF. THE FIRST FAILURE *
026500*                  FOUND IS THE REMARK.                           *
026600******************************************************************
026700 2500-EDIT-CARD.
026800     MOVE 'Y' TO WS-CARD-STATE
026900     MOVE CMNT-ACCT-ID TO ACCT-ID
027000     READ ACCOUNT-MASTER-FILE
027100         INVALID KEY
027200             MOVE 'N' TO WS-CARD-STATE
027300             MOVE 'CERTIFICATE NOT ON MASTER' TO WS-DL-REMARKS
027400     END-READ
027500     IF CARD-VALID
027600         IF NOT ACCT-TYPE-CERTIFICATE OR ACCT-CLOSED
027700             MOVE 'N' TO WS-CARD-STATE
027800             MOVE 'NOT AN OPEN CERTIFICATE' TO WS-DL-REMARKS
027900         END-IF
028000     END-IF
028100     IF CARD-VALID
028200         EVALUATE TRUE
028300             WHEN CMNT-ACTION-RENEW
028400                 IF CMNT-TERM-MONTHS NOT NUMERIC
028500                     OR CMNT-TERM-MONTHS = ZERO
028600                     MOVE 'N' TO WS-CARD-STATE
028700                     MOVE 'RENEWAL TERM REQUIRED' TO WS-DL-REMARKS
028800                 END-IF
028900             WHEN CMNT-ACTION-PAYOUT
029000                 PERFORM 2510-EDIT-PAYOUT-ACCOUNT
029100             WHEN OTHER
029200                 MOVE 'N' TO WS-CARD-STATE
029300                 MOVE 'INVALID ACTION CODE' TO WS-DL-REMARKS
029400         END-EVALUATE
029500     END-IF
029600     IF NOT CARD-VALID
029700         ADD 1 TO WS-EXCEPTION-COUNT
029800     END-IF.
029900 2500-EDIT-CARD-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300* 2510-EDIT-PAYOUT-ACCOUNT - THE ACCOUNT A PAYOUT IS SENT TO MUST *
030400*                            BE AN OPEN CHECKING ACCOUNT ON THE   *
030500*                            MASTER AND NOT THE CERTIFICATE       *
030600******************************************************************
030700 2510-EDIT-PAYOUT-ACCOUNT.
030800     IF CMNT-PAYOUT-ACCT = SPACES
030900         OR CMNT-PAYOUT-ACCT = CMNT-ACCT-ID
031000         MOVE 'N' TO WS-CARD-STATE
031100         MOVE 'PAYOUT ACCOUNT REQUIRED' TO WS-DL-REMARKS
031200     ELSE
031300         MOVE CMNT-PAYOUT-ACCT TO ACCT-ID
031400         READ ACCOUNT-MASTER-FILE
031500             INVALID KEY
031600                 MOVE 'N' TO WS-CARD-STATE
031700                 MOVE 'PAYOUT ACCOUNT NOT ON MASTER'
031800                     TO WS-DL-REMARKS
031900         END-READ
032000         IF CARD-VALID
032100             IF NOT ACCT-TYPE-CHECKING OR ACCT-CLOSED
032101                 OR ACCT-CHARGED-OFF
032200                 MOVE 'N' TO WS-CARD-STATE
032300                 MOVE 'PAYOUT ACCT NOT OPEN CHECKING'
032400                     TO WS-DL-REMARKS
032500             END-IF
032600         END-IF
032700     END-IF.
032800 2510-EDIT-PAYOUT-ACCOUNT-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200* 2600-BUILD-INSTRUCTION - MOVE AN EDITED CARD ONTO THE           *
033300*                          INSTRUCTION ROW. A RENEWAL CARRIES NO  *
033400*                          PAYOUT ACCOUNT AND A PAYOUT NO TERM.   *
033500******************************************************************
033600 2600-BUILD-INSTRUCTION.
033700     MOVE CMNT-ACCT-ID TO CINS-ACCT-ID
033800     MOVE CMNT-ACTION-CODE TO CINS-ACTION-CODE
033900     IF CMNT-ACTION-RENEW
034000         MOVE CMNT-TERM-MONTHS TO CINS-TERM-MONTHS
034100         MOVE SPACES TO CINS-PAYOUT-ACCT
034200     ELSE
034300         MOVE ZERO TO CINS-TERM-MONTHS
034400         MOVE CMNT-PAYOUT-ACCT TO CINS-PAYOUT-ACCT
034500     END-IF.
034600 2600-BUILD-INSTRUCTION-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000* 3100-ADD-INSTRUCTION - WRITE A NEW STANDING INSTRUCTION FOR A   *
035100*                        CERTIFICATE THAT HAS NONE ON FILE        *
035200******************************************************************
035300 3100-ADD-INSTRUCTION.
035400     PERFORM 2500-EDIT-CARD
035500     IF CARD-VALID
035600         MOVE SPACES TO CINS-RECORD
035700         PERFORM 2600-BUILD-INSTRUCTION
035800         MOVE ZERO TO CINS-LAST-ACTION-DATE
035900         WRITE CINS-RECORD
036000             INVALID KEY
036100                 MOVE 'INSTRUCTION ALREADY ON FILE'
036200                     TO WS-DL-REMARKS
036300                 ADD 1 TO WS-EXCEPTION-COUNT
036400             NOT INVALID KEY
036500                 MOVE 'INSTRUCTION ADDED' TO WS-DL-REMARKS
036600                 ADD 1 TO WS-APPLIED-COUNT
036601                 MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
036602                 MOVE 'A' TO WS-AUDIT-ACTION
036603                 PERFORM 4000-WRITE-AUDIT-RECORD
036700         END-WRITE
036800     END-IF.
036900 3100-ADD-INSTRUCTION-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 3200-CHANGE-INSTRUCTION - REPLACE THE INSTRUCTION ON FILE. THE  *
037400*                           DATE THE MATURITY RUN LAST ACTED IS   *
037500*                           KEPT SO A SAME-DAY CHANGE CANNOT MAKE *
037600*                           IT ACT TWICE.                         *
037700******************************************************************
037800 3200-CHANGE-INSTRUCTION.
037900     PERFORM 2500-EDIT-CARD
038000     IF CARD-VALID
038100         PERFORM 2200-READ-INSTRUCTION
038200         IF NOT CINS-ON-FILE
038300             MOVE 'INSTRUCTION NOT FOUND' TO WS-DL-REMARKS
038400             ADD 1 TO WS-EXCEPTION-COUNT
038500         ELSE
038600             MOVE CINS-LAST-ACTION-DATE TO WS-SAVE-LAST-ACTION
038700             MOVE SPACES TO CINS-RECORD
038800             PERFORM 2600-BUILD-INSTRUCTION
038900             MOVE WS-SAVE-LAST-ACTION TO CINS-LAST-ACTION-DATE
039000             REWRITE CINS-RECORD
039100                 INVALID KEY
039200                     MOVE 'INSTRUCTION REWRITE FAILED'
039300                         TO WS-DL-REMARKS
039400                     ADD 1 TO WS-EXCEPTION-COUNT
039500                 NOT INVALID KEY
039600                     MOVE 'INSTRUCTION CHANGED' TO WS-DL-REMARKS
039700                     ADD 1 TO WS-APPLIED-COUNT
039701                     MOVE 'C' TO WS-AUDIT-ACTION
039702                     PERFORM 4000-WRITE-AUDIT-RECORD
039800             END-REWRITE
039900         END-IF
040000     END-IF.
040100 3200-CHANGE-INSTRUCTION-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* 3300-DELETE-INSTRUCTION - DROP THE CERTIFICATE'S INSTRUCTION;   *
040600*                           THE MATURITY RUN WILL FLAG IT AS      *
040700*                           MISSING UNTIL A NEW ONE IS ADDED      *
040800******************************************************************
040900 3300-DELETE-INSTRUCTION.
041000     PERFORM 2200-READ-INSTRUCTION
041100     IF NOT CINS-ON-FILE
041200         MOVE 'INSTRUCTION NOT FOUND' TO WS-DL-REMARKS
041300         ADD 1 TO WS-EXCEPTION-COUNT
041400     ELSE
041500         DELETE INSTRUCTION-FILE RECORD
041600             INVALID KEY
041700                 MOVE 'INSTRUCTION DELETE FAILED' TO WS-DL-REMARKS
041800                 ADD 1 TO WS-EXCEPTION-COUNT
041900             NOT INVALID KEY
042000                 MOVE 'INSTRUCTION DELETED' TO WS-DL-REMARKS
042100                 ADD 1 TO WS-APPLIED-COUNT
042101                 MOVE 'D' TO WS-AUDIT-ACTION
042102                 PERFORM 4000-WRITE-AUDIT-RECORD
042200         END-DELETE
042300     END-IF.
042340 3300-DELETE-INSTRUCTION-EXIT.
042350     EXIT.
042401
042402******************************************************************
042403* 4000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
042404*                           THE INSTRUCTION JUST ADDED, CHANGED   *
042405*                           OR DELETED (A DELETE CARRIES NO AFTER *
042406*                           IMAGE) TO THE MAINTENANCE AUDIT FILE, *
042407*                           STAMPED WITH THE SYSTEM DATE AND TIME *
042408******************************************************************
042409 4000-WRITE-AUDIT-RECORD.
042410     MOVE SPACES TO AUD-RECORD
042411     ACCEPT AUD-DATE FROM DATE YYYYMMDD
042412     ACCEPT AUD-TIME FROM TIME
042413     MOVE 'CERTINS'             TO AUD-FILE-NAME
042414     MOVE CINS-ACCT-ID          TO AUD-KEY
042415     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
042416     MOVE CMNT-FUNCTION         TO AUD-FUNCTION
042417     MOVE 'CERTMNT'             TO AUD-JOB-NAME
042418     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
042419     IF WS-AUDIT-ACTION NOT = 'D'
042420         MOVE CINS-RECORD TO AUD-AFTER-IMAGE
042421     END-IF
042422     WRITE AUD-RECORD
042423     IF NOT WS-AUD-FILE-OK
042424         DISPLAY 'CERTMNT: AUDIT WRITE FAILED - ' CINS-ACCT-ID
042425             ' STATUS ' WS-AUD-FILE-STATUS
042426     END-IF.
042427 4000-WRITE-AUDIT-RECORD-EXIT.
042428     EXIT.
042600
042700******************************************************************
042800* 8000-WRITE-REPORT-TRAILER - WRITE THE MAINTENANCE SUMMARY LINE  *
042900******************************************************************
043000 8000-WRITE-REPORT-TRAILER.
043100     MOVE WS-APPLIED-COUNT TO WS-TR-APPLIED
043200     MOVE WS-EXCEPTION-COUNT TO WS-TR-REJECTED
043300     MOVE WS-TRAILER-LINE TO REPORT-LINE
043400     WRITE REPORT-LINE.
043500 8000-WRITE-REPORT-TRAILER-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
044000******************************************************************
044100 9000-CLOSE-FILES.
044200     CLOSE MAINTENANCE-FILE
044300     CLOSE INSTRUCTION-FILE
044400     CLOSE ACCOUNT-MASTER-FILE
044500     CLOSE REPORT-FILE
044501     CLOSE AUDIT-FILE.
044600 9000-CLOSE-FILES-EXIT.
044700     EXIT.
