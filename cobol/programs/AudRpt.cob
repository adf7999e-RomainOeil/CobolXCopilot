000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  AUDRPT                                         *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     MAINTENANCE AUDIT REPORT FOR THE EXAMINERS AND  *
001000*                 THE AUDITORS. READS THE MAINTENANCE AUDIT FILE  *
001100*                 (AUDFILE, COPYBOOK AUDREC) AND PRINTS EVERY     *
001200*                 ADD, CHANGE AND DELETE MADE TO A MASTER FILE    *
001300*                 IN THE DATE RANGE ON THE AUDPARM CONTROL CARD,  *
001400*                 OPTIONALLY FOR ONE FILE ONLY. EACH ENTRY GETS A *
001500*                 LINE SHOWING WHEN, WHICH FILE AND KEY, WHAT     *
001600*                 WAS DONE AND BY WHICH JOB OR OPERATOR, FOLLOWED *
001700*                 BY THE FIELDS OF THE RECORD DECODED FROM THE    *
001800*                 BEFORE AND AFTER IMAGES: A CHANGE SHOWS ONLY    *
001900*                 THE FIELDS THAT CHANGED, AN ADD THE NEW VALUES  *
002000*                 AND A DELETE THE OLD ONES. A FILE THIS PROGRAM  *
002100*                 HAS NO LAYOUT FOR IS SHOWN AS RAW IMAGE BYTES.  *
002200*                                                                 *
002300*                 AUDPARM CARD: COLS 1-8 FROM DATE, 9-16 TO DATE  *
002400*                 (BLANK MEANS THE FROM DATE), 17-24 FILE (DD     *
002500*                 NAME AS WRITTEN ON THE AUDIT RECORD, BLANK FOR  *
002600*                 ALL FILES). A MISSING OR BAD CARD REPORTS THE   *
002700*                 BUSDATE BUSINESS DATE FOR ALL FILES.            *
002800*                                                                 *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ----------------------------------------   *
003200*    2026-10-05 DP    ORIGINAL PROGRAM - MAINTENANCE AUDIT REPORT *
003201*    2026-10-05 DP    BEFORE AND AFTER IMAGES GROWN FROM 150 TO   *
003202*                     200 BYTES WITH AUDREC; RAW IMAGES NOW PRINT *
003203*                     25 BYTES A LINE. NEW DECODES FOR THE        *
003204*                     CUSTOMER INFORMATION FILE (CUSTMAS) AND THE *
003205*                     MEMBER/ACCOUNT RELATIONSHIP FILE (RELMAS).  *
003206*    2026-10-05 DP    NEW DECODE FOR THE FEE SCHEDULE TABLE       *
003207*                     (FEEFILE, LOADED BY FEELOAD); THE CUSTOMER  *
003208*                     DECODE SHOWS THE NEW STATEMENT DELIVERY     *
003209*                     FIELD.                                      *
003210*    2026-10-05 DP    A MISSING OR BAD AUDPARM CARD NOW REPORTS   *
003211*                     THE BUSDATE BUSINESS DATE RATHER THAN THE   *
003212*                     SYSTEM DATE.                                *
003300******************************************************************
003400 PROGRAM-ID. AudRpt.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AUD-PARM-FILE ASSIGN TO "AUDPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-PARM-FILE-STATUS.
004200
004300     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-AUD-FILE-STATUS.
004600
004700     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-FILE-STATUS.
004901
004902     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004903         ORGANIZATION IS SEQUENTIAL
004904         FILE STATUS IS WS-BDAT-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUD-PARM-FILE.
005400 01  AUD-PARM-RECORD.
005500     05  AUD-PARM-FROM-DATE          PIC 9(08).
005600     05  AUD-PARM-TO-DATE            PIC 9(08).
005700     05  AUD-PARM-FILE-NAME          PIC X(08).
005800     05  FILLER                      PIC X(56).
005900
006000 FD  AUDIT-FILE.
006100     COPY AUDREC.
006200
006300 FD  REPORT-FILE.
006400 01  REPORT-LINE                     PIC X(80).
006401
006402 FD  BUSINESS-DATE-FILE.
006403     COPY BDATREC.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-PARM-FILE-STATUS             PIC X(02).
006800     88  WS-PARM-FILE-OK                      VALUE '00'.
006900
007000 01  WS-AUD-FILE-STATUS              PIC X(02).
007100     88  WS-AUD-FILE-OK                       VALUE '00'.
007200     88  WS-AUD-FILE-EOF                      VALUE '10'.
007300
007400 01  WS-RPT-FILE-STATUS              PIC X(02).
007500     88  WS-RPT-FILE-OK                       VALUE '00'.
007600
007700 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
007800     88  OPEN-FAILED                          VALUE 'Y'.
007900
008000 01  WS-SHOW-BEFORE                  PIC X(01) VALUE 'N'.
008100     88  SHOW-BEFORE                          VALUE 'Y'.
008200
008300 01  WS-SHOW-AFTER                   PIC X(01) VALUE 'N'.
008400     88  SHOW-AFTER                           VALUE 'Y'.
008500
008600 01  WS-FROM-DATE                    PIC 9(08).
008700 01  WS-TO-DATE                      PIC 9(08).
008800 01  WS-SELECT-FILE                  PIC X(08) VALUE SPACES.
008801
008802     COPY BDATEWS.
008900
009000 01  WS-READ-COUNT                   PIC 9(07) VALUE ZERO.
009100 01  WS-SELECTED-COUNT               PIC 9(07) VALUE ZERO.
009200 01  WS-ADD-COUNT                    PIC 9(07) VALUE ZERO.
009300 01  WS-CHANGE-COUNT                 PIC 9(07) VALUE ZERO.
009400 01  WS-DELETE-COUNT                 PIC 9(07) VALUE ZERO.
009500
009600 01  WS-BEFORE-IMAGE                 PIC X(200).
009700 01  WS-AFTER-IMAGE                  PIC X(200).
009800
009900 01  WS-IMAGE-POS                    PIC 9(03) COMP.
010000 01  WS-IMAGE-END                    PIC 9(03) COMP.
010100
010200*    ONE FIELD OF THE RECORD BEING DECODED. TEXT AND DISPLAY-
010300*    NUMERIC FIELDS GO STRAIGHT TO THE TEXT PAIR; PACKED MONEY
010400*    AND RATES GO TO THE AMOUNT OR RATE PAIR AND ARE EDITED.
010500 01  WS-FIELD-WORK.
010600     05  WS-FW-LABEL                 PIC X(16).
010700     05  WS-FW-BEFORE-TEXT           PIC X(30).
010800     05  WS-FW-AFTER-TEXT            PIC X(30).
010900     05  WS-FW-BEFORE-AMT            PIC S9(7)V99 COMP-3.
011000     05  WS-FW-AFTER-AMT             PIC S9(7)V99 COMP-3.
011100     05  WS-FW-BEFORE-RATE           PIC S9(1)V9(4) COMP-3.
011200     05  WS-FW-AFTER-RATE            PIC S9(1)V9(4) COMP-3.
011300
011400 01  WS-EDIT-AMT                     PIC -(7)9.99.
011500 01  WS-EDIT-RATE                    PIC -9.9999.
011600
011700 01  WS-BYTES-LABEL.
011800     05  FILLER                      PIC X(06) VALUE 'BYTES '.
011900     05  WS-BL-FROM                  PIC 9(03).
012000     05  FILLER                      PIC X(01) VALUE '-'.
012100     05  WS-BL-TO                    PIC 9(03).
012200
012300*    WORKING COPIES OF EVERY AUDITED LAYOUT, ONE FOR THE BEFORE
012400*    IMAGE AND ONE FOR THE AFTER IMAGE.
012500     COPY ACCTMAS REPLACING LEADING ==ACCT-== BY ==BEF-ACCT-==.
012600     COPY ACCTMAS REPLACING LEADING ==ACCT-== BY ==AFT-ACCT-==.
012700     COPY MBRMAS REPLACING LEADING ==MBR-== BY ==BEF-MBR-==.
012800     COPY MBRMAS REPLACING LEADING ==MBR-== BY ==AFT-MBR-==.
012900     COPY SORDREC REPLACING LEADING ==SORD-== BY ==BEF-SORD-==.
013000     COPY SORDREC REPLACING LEADING ==SORD-== BY ==AFT-SORD-==.
013100     COPY RATEREC REPLACING LEADING ==RATE-== BY ==BEF-RATE-==.
013200     COPY RATEREC REPLACING LEADING ==RATE-== BY ==AFT-RATE-==.
013201     COPY FEEREC REPLACING LEADING ==FEE-== BY ==BEF-FEE-==.
013202     COPY FEEREC REPLACING LEADING ==FEE-== BY ==AFT-FEE-==.
013300     COPY TLIMREC REPLACING LEADING ==TLIM-== BY ==BEF-TLIM-==.
013400     COPY TLIMREC REPLACING LEADING ==TLIM-== BY ==AFT-TLIM-==.
013500     COPY CINSREC REPLACING LEADING ==CINS-== BY ==BEF-CINS-==.
013600     COPY CINSREC REPLACING LEADING ==CINS-== BY ==AFT-CINS-==.
013700     COPY LOANREC REPLACING LEADING ==LOAN-== BY ==BEF-LOAN-==.
013800     COPY LOANREC REPLACING LEADING ==LOAN-== BY ==AFT-LOAN-==.
013801     COPY CUSTREC REPLACING LEADING ==CUST-== BY ==BEF-CUST-==.
013802     COPY CUSTREC REPLACING LEADING ==CUST-== BY ==AFT-CUST-==.
013803     COPY RELREC REPLACING LEADING ==REL-== BY ==BEF-REL-==.
013804     COPY RELREC REPLACING LEADING ==REL-== BY ==AFT-REL-==.
013900
014000 01  WS-HEADING-LINE-1.
014100     05  FILLER                      PIC X(26) VALUE
014200         'MAINTENANCE AUDIT REPORT  '.
014300     05  FILLER                      PIC X(05) VALUE 'FROM '.
014400     05  HL1-FROM-DATE               PIC 9(08).
014500     05  FILLER                      PIC X(04) VALUE ' TO '.
014600     05  HL1-TO-DATE                 PIC 9(08).
014700     05  FILLER                      PIC X(07) VALUE '  FILE '.
014800     05  HL1-FILE                    PIC X(08).
014900
015000 01  WS-COLUMN-HEADING-1.
015100     05  FILLER                      PIC X(09) VALUE 'DATE'.
015200     05  FILLER                      PIC X(09) VALUE 'TIME'.
015300     05  FILLER                      PIC X(09) VALUE 'FILE'.
015400     05  FILLER                      PIC X(21) VALUE 'KEY'.
015500     05  FILLER                      PIC X(02) VALUE 'A'.
015600     05  FILLER                      PIC X(07) VALUE 'FUNCTN'.
015700     05  FILLER                      PIC X(09) VALUE 'JOB'.
015800     05  FILLER                      PIC X(08) VALUE 'OPERATOR'.
015900
016000 01  WS-COLUMN-HEADING-2.
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  FILLER                      PIC X(17) VALUE 'FIELD'.
016300     05  FILLER                      PIC X(31) VALUE 'BEFORE'.
016400     05  FILLER                      PIC X(05) VALUE 'AFTER'.
016500
016600 01  WS-RECORD-LINE.
016700     05  WS-RL-DATE                  PIC 9(08).
016800     05  FILLER                      PIC X(01) VALUE SPACES.
016900     05  WS-RL-TIME                  PIC 9(08).
017000     05  FILLER                      PIC X(01) VALUE SPACES.
017100     05  WS-RL-FILE                  PIC X(08).
017200     05  FILLER                      PIC X(01) VALUE SPACES.
017300     05  WS-RL-KEY                   PIC X(20).
017400     05  FILLER                      PIC X(01) VALUE SPACES.
017500     05  WS-RL-ACTION                PIC X(01).
017600     05  FILLER                      PIC X(01) VALUE SPACES.
017700     05  WS-RL-FUNCTION              PIC X(06).
017800     05  FILLER                      PIC X(01) VALUE SPACES.
017900     05  WS-RL-JOB                   PIC X(08).
018000     05  FILLER                      PIC X(01) VALUE SPACES.
018100     05  WS-RL-OPERATOR              PIC X(08).
018200
018300 01  WS-FIELD-LINE.
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  WS-FL-LABEL                 PIC X(16).
018600     05  FILLER                      PIC X(01) VALUE SPACES.
018700     05  WS-FL-BEFORE                PIC X(30).
018800     05  FILLER                      PIC X(01) VALUE SPACES.
018900     05  WS-FL-AFTER                 PIC X(30).
019000
019100 01  WS-TRAILER-LINE.
019200     05  WS-TR-LABEL                 PIC X(30).
019300     05  WS-TR-COUNT                 PIC ZZZ,ZZ9.
019400
019500 01  WS-NO-ACTIVITY-LINE             PIC X(38) VALUE
019600     'NO MAINTENANCE FOR THIS DATE RANGE'.
019700
019800 PROCEDURE DIVISION.
019900
020000******************************************************************
020100* 0000-MAINLINE - DRIVE THE MAINTENANCE AUDIT REPORT              *
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-OPEN-FILES
020500     IF NOT OPEN-FAILED
020600         PERFORM 1100-READ-PARM
020700         IF NOT WS-BDAT-RUN-STOPPED
020800             PERFORM 1200-WRITE-HEADINGS
020900             PERFORM 2100-READ-AUDIT
021000             PERFORM 2000-PROCESS-AUDIT UNTIL WS-AUD-FILE-EOF
021100             IF WS-SELECTED-COUNT = ZERO
021200                 MOVE WS-NO-ACTIVITY-LINE TO REPORT-LINE
021300                 WRITE REPORT-LINE
021400             END-IF
021401             PERFORM 8000-WRITE-TRAILER
021402         END-IF
021500         PERFORM 9000-CLOSE-FILES
021600     END-IF
021700     STOP RUN.
021800
021900******************************************************************
022000* 1000-OPEN-FILES - OPEN THE PARM CARD, THE AUDIT FILE AND THE    *
022100*                   REPORT. A FAILURE ON ANY OF THEM SETS         *
022200*                   WS-AUD-FILE-EOF SO THE AUDIT LOOP IN          *
022300*                   0000-MAINLINE NEVER RUNS FOR THIS RUN.        *
022400******************************************************************
022500 1000-OPEN-FILES.
022600     OPEN INPUT AUD-PARM-FILE
022700     IF NOT WS-PARM-FILE-OK
022800         DISPLAY 'AUDRPT: UNABLE TO OPEN AUDPARM - '
022900             WS-PARM-FILE-STATUS
023000         SET WS-AUD-FILE-EOF TO TRUE
023100         SET OPEN-FAILED TO TRUE
023200     END-IF
023300     OPEN INPUT AUDIT-FILE
023400     IF NOT WS-AUD-FILE-OK
023500         DISPLAY 'AUDRPT: UNABLE TO OPEN AUDFILE - '
023600             WS-AUD-FILE-STATUS
023700         SET WS-AUD-FILE-EOF TO TRUE
023800         SET OPEN-FAILED TO TRUE
023900     END-IF
024000     OPEN OUTPUT REPORT-FILE
024100     IF NOT WS-RPT-FILE-OK
024200         DISPLAY 'AUDRPT: UNABLE TO OPEN RPTOUT - '
024300             WS-RPT-FILE-STATUS
024400         SET WS-AUD-FILE-EOF TO TRUE
024500         SET OPEN-FAILED TO TRUE
024600     END-IF.
024700 1000-OPEN-FILES-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100* 1100-READ-PARM - READ THE ONE CONTROL CARD NAMING THE DATE      *
025200*                  RANGE AND, OPTIONALLY, THE FILE TO REPORT. A   *
025300*                  MISSING OR NON-NUMERIC CARD, OR A RANGE THAT   *
025400*                  ENDS BEFORE IT STARTS, FALLS BACK TO THE       *
025500*                  BUSDATE BUSINESS DATE FOR ALL FILES.           *
025600******************************************************************
025700 1100-READ-PARM.
025800     MOVE 'AUDRPT' TO WS-BDAT-PROGRAM
025900     PERFORM 9600-READ-BUSINESS-DATE
026000     MOVE WS-BDAT-CURRENT-DATE TO WS-FROM-DATE
026100     MOVE WS-FROM-DATE TO WS-TO-DATE
026200     READ AUD-PARM-FILE
026201         AT END
026202             DISPLAY 'AUDRPT: MISSING PARM CARD - '
026203                 'BUSINESS DATE ASSUMED'
026300         NOT AT END
026400             IF AUD-PARM-FROM-DATE NUMERIC
026500                 AND AUD-PARM-FROM-DATE > ZERO
026600                 MOVE AUD-PARM-FROM-DATE TO WS-FROM-DATE
026700                 MOVE AUD-PARM-FROM-DATE TO WS-TO-DATE
026800                 IF AUD-PARM-TO-DATE NUMERIC
026900                     AND AUD-PARM-TO-DATE > ZERO
027000                     MOVE AUD-PARM-TO-DATE TO WS-TO-DATE
027100                 END-IF
027200                 MOVE AUD-PARM-FILE-NAME TO WS-SELECT-FILE
027300             ELSE
027400                 DISPLAY 'AUDRPT: BAD PARM CARD - '
027401                     'BUSINESS DATE ASSUMED'
027500             END-IF
027600     END-READ
027700     IF WS-TO-DATE < WS-FROM-DATE
027800         DISPLAY 'AUDRPT: BAD PARM CARD - DATE RANGE REVERSED, '
027900             'BUSINESS DATE ASSUMED'
028000         MOVE WS-BDAT-CURRENT-DATE TO WS-FROM-DATE
028100         MOVE WS-FROM-DATE TO WS-TO-DATE
028200         MOVE SPACES TO WS-SELECT-FILE
028300     END-IF.
028400 1100-READ-PARM-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINES            *
028900******************************************************************
029000 1200-WRITE-HEADINGS.
029100     MOVE WS-FROM-DATE TO HL1-FROM-DATE
029200     MOVE WS-TO-DATE TO HL1-TO-DATE
029300     IF WS-SELECT-FILE = SPACES
029400         MOVE 'ALL' TO HL1-FILE
029500     ELSE
029600         MOVE WS-SELECT-FILE TO HL1-FILE
029700     END-IF
029800     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
029900     WRITE REPORT-LINE
030000     MOVE WS-COLUMN-HEADING-1 TO REPORT-LINE
030100     WRITE REPORT-LINE
030200     MOVE WS-COLUMN-HEADING-2 TO REPORT-LINE
030300     WRITE REPORT-LINE.
030400 1200-WRITE-HEADINGS-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800* 2000-PROCESS-AUDIT - REPORT ONE AUDIT RECORD IF IT FALLS IN THE *
030900*                      DATE RANGE AND IS FOR THE SELECTED FILE    *
031000******************************************************************
031100 2000-PROCESS-AUDIT.
031200     ADD 1 TO WS-READ-COUNT
031300     IF AUD-DATE NOT < WS-FROM-DATE
031400         AND AUD-DATE NOT > WS-TO-DATE
031500         IF WS-SELECT-FILE = SPACES
031600             OR AUD-FILE-NAME = WS-SELECT-FILE
031700             PERFORM 3000-REPORT-AUDIT-RECORD
031800         END-IF
031900     END-IF
032000     PERFORM 2100-READ-AUDIT.
032100 2000-PROCESS-AUDIT-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 2100-READ-AUDIT - READ THE NEXT AUDIT RECORD                    *
032600******************************************************************
032700 2100-READ-AUDIT.
032800     READ AUDIT-FILE
032900         AT END
033000             SET WS-AUD-FILE-EOF TO TRUE
033100     END-READ.
033200 2100-READ-AUDIT-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600* 3000-REPORT-AUDIT-RECORD - PRINT THE WHO/WHAT/WHEN LINE FOR ONE *
033700*                            AUDIT RECORD, THEN ITS FIELDS. AN    *
033800*                            ADD HAS NO BEFORE IMAGE AND A        *
033900*                            DELETE NO AFTER IMAGE, SO THE ONE    *
034000*                            IMAGE THERE IS STANDS IN FOR BOTH    *
034100*                            - NO PACKED FIELD IS EVER DECODED    *
034200*                            FROM SPACES - AND ONLY ITS COLUMN    *
034300*                            IS PRINTED.                          *
034400******************************************************************
034500 3000-REPORT-AUDIT-RECORD.
034600     ADD 1 TO WS-SELECTED-COUNT
034700     MOVE AUD-DATE TO WS-RL-DATE
034800     MOVE AUD-TIME TO WS-RL-TIME
034900     MOVE AUD-FILE-NAME TO WS-RL-FILE
035000     MOVE AUD-KEY TO WS-RL-KEY
035100     MOVE AUD-ACTION TO WS-RL-ACTION
035200     MOVE AUD-FUNCTION TO WS-RL-FUNCTION
035300     MOVE AUD-JOB-NAME TO WS-RL-JOB
035400     MOVE AUD-OPERATOR-ID TO WS-RL-OPERATOR
035500     MOVE SPACES TO REPORT-LINE
035600     WRITE REPORT-LINE
035700     MOVE WS-RECORD-LINE TO REPORT-LINE
035800     WRITE REPORT-LINE
035900     EVALUATE TRUE
036000         WHEN AUD-ACTION-ADD
036100             ADD 1 TO WS-ADD-COUNT
036200             MOVE 'N' TO WS-SHOW-BEFORE
036300             MOVE 'Y' TO WS-SHOW-AFTER
036400             MOVE AUD-AFTER-IMAGE TO WS-BEFORE-IMAGE
036500             MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE
036600         WHEN AUD-ACTION-DELETE
036700             ADD 1 TO WS-DELETE-COUNT
036800             MOVE 'Y' TO WS-SHOW-BEFORE
036900             MOVE 'N' TO WS-SHOW-AFTER
037000             MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
037100             MOVE AUD-BEFORE-IMAGE TO WS-AFTER-IMAGE
037200         WHEN OTHER
037300             ADD 1 TO WS-CHANGE-COUNT
037400             MOVE 'Y' TO WS-SHOW-BEFORE
037500             MOVE 'Y' TO WS-SHOW-AFTER
037600             MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
037700             MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE
037800     END-EVALUATE
037900     EVALUATE AUD-FILE-NAME
038000         WHEN 'ACCTMAS'
038100             PERFORM 4100-DECODE-ACCOUNT
038200         WHEN 'MBRFILE'
038300             PERFORM 4200-DECODE-MEMBER
038400         WHEN 'SORDMAS'
038500             PERFORM 4300-DECODE-STANDING-ORDER
038600         WHEN 'RATEFILE'
038700             PERFORM 4400-DECODE-RATE
038701         WHEN 'FEEFILE'
038702             PERFORM 4450-DECODE-FEE
038800         WHEN 'TLIMFILE'
038900             PERFORM 4500-DECODE-TELLER-LIMIT
039000         WHEN 'CERTINS'
039100             PERFORM 4600-DECODE-CERT-INSTRUCTION
039200         WHEN 'LOANMAS'
039300             PERFORM 4700-DECODE-LOAN
039301         WHEN 'CUSTMAS'
039302             PERFORM 4750-DECODE-CUSTOMER
039303         WHEN 'RELMAS'
039304             PERFORM 4760-DECODE-RELATIONSHIP
039400         WHEN OTHER
039500             PERFORM 4800-DECODE-RAW-IMAGE
039600     END-EVALUATE.
039700 3000-REPORT-AUDIT-RECORD-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 4100-DECODE-ACCOUNT - FIELDS OF AN ACCOUNT MASTER RECORD        *
040200******************************************************************
040300 4100-DECODE-ACCOUNT.
040400     MOVE WS-BEFORE-IMAGE TO BEF-ACCT-MASTER-RECORD
040500     MOVE WS-AFTER-IMAGE TO AFT-ACCT-MASTER-RECORD
040600     MOVE 'STATUS' TO WS-FW-LABEL
040700     MOVE BEF-ACCT-STATUS-CODE TO WS-FW-BEFORE-TEXT
040800     MOVE AFT-ACCT-STATUS-CODE TO WS-FW-AFTER-TEXT
040900     PERFORM 5000-WRITE-TEXT-FIELD
041000     MOVE 'TYPE' TO WS-FW-LABEL
041100     MOVE BEF-ACCT-TYPE-CODE TO WS-FW-BEFORE-TEXT
041200     MOVE AFT-ACCT-TYPE-CODE TO WS-FW-AFTER-TEXT
041300     PERFORM 5000-WRITE-TEXT-FIELD
041400     MOVE 'BALANCE' TO WS-FW-LABEL
041500     MOVE BEF-ACCT-BALANCE TO WS-FW-BEFORE-AMT
041600     MOVE AFT-ACCT-BALANCE TO WS-FW-AFTER-AMT
041700     PERFORM 5100-WRITE-AMOUNT-FIELD
041800     MOVE 'OVERDRAFT LIMIT' TO WS-FW-LABEL
041900     MOVE BEF-ACCT-OVERDRAFT-LIMIT TO WS-FW-BEFORE-AMT
042000     MOVE AFT-ACCT-OVERDRAFT-LIMIT TO WS-FW-AFTER-AMT
042100     PERFORM 5100-WRITE-AMOUNT-FIELD
042200     MOVE 'INTEREST RATE' TO WS-FW-LABEL
042300     MOVE BEF-ACCT-INTEREST-RATE TO WS-FW-BEFORE-RATE
042400     MOVE AFT-ACCT-INTEREST-RATE TO WS-FW-AFTER-RATE
042500     PERFORM 5200-WRITE-RATE-FIELD
042600     MOVE 'LAST ACTIVITY' TO WS-FW-LABEL
042700     MOVE BEF-ACCT-LAST-ACTIVITY-DATE TO WS-FW-BEFORE-TEXT
042800     MOVE AFT-ACCT-LAST-ACTIVITY-DATE TO WS-FW-AFTER-TEXT
042900     PERFORM 5000-WRITE-TEXT-FIELD
043000     MOVE 'MATURITY DATE' TO WS-FW-LABEL
043100     MOVE BEF-ACCT-MATURITY-DATE TO WS-FW-BEFORE-TEXT
043200     MOVE AFT-ACCT-MATURITY-DATE TO WS-FW-AFTER-TEXT
043300     PERFORM 5000-WRITE-TEXT-FIELD.
043400 4100-DECODE-ACCOUNT-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 4200-DECODE-MEMBER - FIELDS OF A MEMBER MASTER RECORD           *
043900******************************************************************
044000 4200-DECODE-MEMBER.
044100     MOVE WS-BEFORE-IMAGE TO BEF-MBR-MASTER-RECORD
044200     MOVE WS-AFTER-IMAGE TO AFT-MBR-MASTER-RECORD
044300     MOVE 'NAME' TO WS-FW-LABEL
044400     MOVE BEF-MBR-NAME TO WS-FW-BEFORE-TEXT
044500     MOVE AFT-MBR-NAME TO WS-FW-AFTER-TEXT
044600     PERFORM 5000-WRITE-TEXT-FIELD
044700     MOVE 'ADDRESS LINE 1' TO WS-FW-LABEL
044800     MOVE BEF-MBR-ADDR-LINE-1 TO WS-FW-BEFORE-TEXT
044900     MOVE AFT-MBR-ADDR-LINE-1 TO WS-FW-AFTER-TEXT
045000     PERFORM 5000-WRITE-TEXT-FIELD
045100     MOVE 'ADDRESS LINE 2' TO WS-FW-LABEL
045200     MOVE BEF-MBR-ADDR-LINE-2 TO WS-FW-BEFORE-TEXT
045300     MOVE AFT-MBR-ADDR-LINE-2 TO WS-FW-AFTER-TEXT
045400     PERFORM 5000-WRITE-TEXT-FIELD
045500     MOVE 'CITY' TO WS-FW-LABEL
045600     MOVE BEF-MBR-CITY TO WS-FW-BEFORE-TEXT
045700     MOVE AFT-MBR-CITY TO WS-FW-AFTER-TEXT
045800     PERFORM 5000-WRITE-TEXT-FIELD
045900     MOVE 'STATE' TO WS-FW-LABEL
046000     MOVE BEF-MBR-STATE TO WS-FW-BEFORE-TEXT
046100     MOVE AFT-MBR-STATE TO WS-FW-AFTER-TEXT
046200     PERFORM 5000-WRITE-TEXT-FIELD
046300     MOVE 'ZIP' TO WS-FW-LABEL
046400     MOVE BEF-MBR-ZIP TO WS-FW-BEFORE-TEXT
046500     MOVE AFT-MBR-ZIP TO WS-FW-AFTER-TEXT
046600     PERFORM 5000-WRITE-TEXT-FIELD
046700     MOVE 'PHONE' TO WS-FW-LABEL
046800     MOVE BEF-MBR-PHONE TO WS-FW-BEFORE-TEXT
046900     MOVE AFT-MBR-PHONE TO WS-FW-AFTER-TEXT
047000     PERFORM 5000-WRITE-TEXT-FIELD
047100     MOVE 'MEMBER NUMBER' TO WS-FW-LABEL
047200     MOVE BEF-MBR-MEMBER-NO TO WS-FW-BEFORE-TEXT
047300     MOVE AFT-MBR-MEMBER-NO TO WS-FW-AFTER-TEXT
047400     PERFORM 5000-WRITE-TEXT-FIELD.
047500 4200-DECODE-MEMBER-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 4300-DECODE-STANDING-ORDER - FIELDS OF A STANDING ORDER RECORD  *
048000******************************************************************
048100 4300-DECODE-STANDING-ORDER.
048200     MOVE WS-BEFORE-IMAGE TO BEF-SORD-RECORD
048300     MOVE WS-AFTER-IMAGE TO AFT-SORD-RECORD
048400     MOVE 'STATUS' TO WS-FW-LABEL
048500     MOVE BEF-SORD-STATUS-CODE TO WS-FW-BEFORE-TEXT
048600     MOVE AFT-SORD-STATUS-CODE TO WS-FW-AFTER-TEXT
048700     PERFORM 5000-WRITE-TEXT-FIELD
048800     MOVE 'FROM ACCOUNT' TO WS-FW-LABEL
048900     MOVE BEF-SORD-FROM-ACCT TO WS-FW-BEFORE-TEXT
049000     MOVE AFT-SORD-FROM-ACCT TO WS-FW-AFTER-TEXT
049100     PERFORM 5000-WRITE-TEXT-FIELD
049200     MOVE 'TO ACCOUNT' TO WS-FW-LABEL
049300     MOVE BEF-SORD-TO-ACCT TO WS-FW-BEFORE-TEXT
049400     MOVE AFT-SORD-TO-ACCT TO WS-FW-AFTER-TEXT
049500     PERFORM 5000-WRITE-TEXT-FIELD
049600     MOVE 'AMOUNT' TO WS-FW-LABEL
049700     MOVE BEF-SORD-AMOUNT TO WS-FW-BEFORE-AMT
049800     MOVE AFT-SORD-AMOUNT TO WS-FW-AFTER-AMT
049900     PERFORM 5100-WRITE-AMOUNT-FIELD
050000     MOVE 'FREQUENCY MONTHS' TO WS-FW-LABEL
050100     MOVE BEF-SORD-FREQ-MONTHS TO WS-FW-BEFORE-TEXT
050200     MOVE AFT-SORD-FREQ-MONTHS TO WS-FW-AFTER-TEXT
050300     PERFORM 5000-WRITE-TEXT-FIELD
050400     MOVE 'NEXT DUE DATE' TO WS-FW-LABEL
050500     MOVE BEF-SORD-NEXT-DUE-DATE TO WS-FW-BEFORE-TEXT
050600     MOVE AFT-SORD-NEXT-DUE-DATE TO WS-FW-AFTER-TEXT
050700     PERFORM 5000-WRITE-TEXT-FIELD
050800     MOVE 'EXPIRY DATE' TO WS-FW-LABEL
050900     MOVE BEF-SORD-EXPIRY-DATE TO WS-FW-BEFORE-TEXT
051000     MOVE AFT-SORD-EXPIRY-DATE TO WS-FW-AFTER-TEXT
051100     PERFORM 5000-WRITE-TEXT-FIELD.
051200 4300-DECODE-STANDING-ORDER-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 4400-DECODE-RATE - FIELDS OF A RATE BOARD TIER. THE TYPE AND    *
051700*                    TIER ARE THE KEY AND ARE ON THE AUDIT LINE.  *
051800******************************************************************
051900 4400-DECODE-RATE.
052000     MOVE WS-BEFORE-IMAGE TO BEF-RATE-RECORD
052100     MOVE WS-AFTER-IMAGE TO AFT-RATE-RECORD
052200     MOVE 'TIER FLOOR' TO WS-FW-LABEL
052300     MOVE BEF-RATE-TIER-FLOOR TO WS-FW-BEFORE-AMT
052400     MOVE AFT-RATE-TIER-FLOOR TO WS-FW-AFTER-AMT
052500     PERFORM 5100-WRITE-AMOUNT-FIELD
052600     MOVE 'MONTHLY RATE' TO WS-FW-LABEL
052700     MOVE BEF-RATE-MONTHLY-RATE TO WS-FW-BEFORE-RATE
052800     MOVE AFT-RATE-MONTHLY-RATE TO WS-FW-AFTER-RATE
052900     PERFORM 5200-WRITE-RATE-FIELD.
053000 4400-DECODE-RATE-EXIT.
053100     EXIT.
053101
053102******************************************************************
053103* 4450-DECODE-FEE - FIELDS OF A FEE SCHEDULE ROW. THE TYPE AND    *
053104*                   FEE CODE ARE THE KEY AND ARE ON THE AUDIT     *
053105*                   LINE.                                         *
053106******************************************************************
053107 4450-DECODE-FEE.
053108     MOVE WS-BEFORE-IMAGE TO BEF-FEE-RECORD
053109     MOVE WS-AFTER-IMAGE TO AFT-FEE-RECORD
053110     MOVE 'DESCRIPTION' TO WS-FW-LABEL
053111     MOVE BEF-FEE-DESCRIPTION TO WS-FW-BEFORE-TEXT
053112     MOVE AFT-FEE-DESCRIPTION TO WS-FW-AFTER-TEXT
053113     PERFORM 5000-WRITE-TEXT-FIELD
053114     MOVE 'AMOUNT' TO WS-FW-LABEL
053115     MOVE BEF-FEE-AMOUNT TO WS-FW-BEFORE-AMT
053116     MOVE AFT-FEE-AMOUNT TO WS-FW-AFTER-AMT
053117     PERFORM 5100-WRITE-AMOUNT-FIELD
053118     MOVE 'WAIVE MIN BAL' TO WS-FW-LABEL
053119     MOVE BEF-FEE-WAIVE-MIN-BALANCE TO WS-FW-BEFORE-AMT
053120     MOVE AFT-FEE-WAIVE-MIN-BALANCE TO WS-FW-AFTER-AMT
053121     PERFORM 5100-WRITE-AMOUNT-FIELD
053122     MOVE 'WAIVE MIN TRANS' TO WS-FW-LABEL
053123     MOVE BEF-FEE-WAIVE-MIN-TRANS TO WS-FW-BEFORE-TEXT
053124     MOVE AFT-FEE-WAIVE-MIN-TRANS TO WS-FW-AFTER-TEXT
053125     PERFORM 5000-WRITE-TEXT-FIELD
053126     MOVE 'PAPER STMT ONLY' TO WS-FW-LABEL
053127     MOVE BEF-FEE-PAPER-STMT-FLAG TO WS-FW-BEFORE-TEXT
053128     MOVE AFT-FEE-PAPER-STMT-FLAG TO WS-FW-AFTER-TEXT
053129     PERFORM 5000-WRITE-TEXT-FIELD.
053130 4450-DECODE-FEE-EXIT.
053131     EXIT.
053200
053300******************************************************************
053400* 4500-DECODE-TELLER-LIMIT - FIELDS OF A TELLER LIMIT PROFILE     *
053500******************************************************************
053600 4500-DECODE-TELLER-LIMIT.
053700     MOVE WS-BEFORE-IMAGE TO BEF-TLIM-RECORD
053800     MOVE WS-AFTER-IMAGE TO AFT-TLIM-RECORD
053900     MOVE 'MAX DEBIT' TO WS-FW-LABEL
054000     MOVE BEF-TLIM-MAX-DEBIT TO WS-FW-BEFORE-AMT
054100     MOVE AFT-TLIM-MAX-DEBIT TO WS-FW-AFTER-AMT
054200     PERFORM 5100-WRITE-AMOUNT-FIELD
054300     MOVE 'MAX REVERSAL' TO WS-FW-LABEL
054400     MOVE BEF-TLIM-MAX-REVERSAL TO WS-FW-BEFORE-AMT
054500     MOVE AFT-TLIM-MAX-REVERSAL TO WS-FW-AFTER-AMT
054600     PERFORM 5100-WRITE-AMOUNT-FIELD
054700     MOVE 'XFER ALLOWED' TO WS-FW-LABEL
054800     MOVE BEF-TLIM-XFER-ALLOWED TO WS-FW-BEFORE-TEXT
054900     MOVE AFT-TLIM-XFER-ALLOWED TO WS-FW-AFTER-TEXT
055000     PERFORM 5000-WRITE-TEXT-FIELD.
055100 4500-DECODE-TELLER-LIMIT-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500* 4600-DECODE-CERT-INSTRUCTION - FIELDS OF A CERTIFICATE MATURITY *
055600*                                INSTRUCTION                      *
055700******************************************************************
055800 4600-DECODE-CERT-INSTRUCTION.
055900     MOVE WS-BEFORE-IMAGE TO BEF-CINS-RECORD
056000     MOVE WS-AFTER-IMAGE TO AFT-CINS-RECORD
056100     MOVE 'ACTION' TO WS-FW-LABEL
056200     MOVE BEF-CINS-ACTION-CODE TO WS-FW-BEFORE-TEXT
056300     MOVE AFT-CINS-ACTION-CODE TO WS-FW-AFTER-TEXT
056400     PERFORM 5000-WRITE-TEXT-FIELD
056500     MOVE 'TERM MONTHS' TO WS-FW-LABEL
056600     MOVE BEF-CINS-TERM-MONTHS TO WS-FW-BEFORE-TEXT
056700     MOVE AFT-CINS-TERM-MONTHS TO WS-FW-AFTER-TEXT
056800     PERFORM 5000-WRITE-TEXT-FIELD
056900     MOVE 'PAYOUT ACCOUNT' TO WS-FW-LABEL
057000     MOVE BEF-CINS-PAYOUT-ACCT TO WS-FW-BEFORE-TEXT
057100     MOVE AFT-CINS-PAYOUT-ACCT TO WS-FW-AFTER-TEXT
057200     PERFORM 5000-WRITE-TEXT-FIELD
057300     MOVE 'LAST ACTION DATE' TO WS-FW-LABEL
057400     MOVE BEF-CINS-LAST-ACTION-DATE TO WS-FW-BEFORE-TEXT
057500     MOVE AFT-CINS-LAST-ACTION-DATE TO WS-FW-AFTER-TEXT
057600     PERFORM 5000-WRITE-TEXT-FIELD.
057700 4600-DECODE-CERT-INSTRUCTION-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100* 4700-DECODE-LOAN - FIELDS OF AN INSTALLMENT LOAN TERMS RECORD   *
058200******************************************************************
058300 4700-DECODE-LOAN.
058400     MOVE WS-BEFORE-IMAGE TO BEF-LOAN-RECORD
058500     MOVE WS-AFTER-IMAGE TO AFT-LOAN-RECORD
058600     MOVE 'STATUS' TO WS-FW-LABEL
058700     MOVE BEF-LOAN-STATUS-CODE TO WS-FW-BEFORE-TEXT
058800     MOVE AFT-LOAN-STATUS-CODE TO WS-FW-AFTER-TEXT
058900     PERFORM 5000-WRITE-TEXT-FIELD
059000     MOVE 'ORIG PRINCIPAL' TO WS-FW-LABEL
059100     MOVE BEF-LOAN-ORIG-PRINCIPAL TO WS-FW-BEFORE-AMT
059200     MOVE AFT-LOAN-ORIG-PRINCIPAL TO WS-FW-AFTER-AMT
059300     PERFORM 5100-WRITE-AMOUNT-FIELD
059400     MOVE 'ANNUAL RATE' TO WS-FW-LABEL
059500     MOVE BEF-LOAN-ANNUAL-RATE TO WS-FW-BEFORE-RATE
059600     MOVE AFT-LOAN-ANNUAL-RATE TO WS-FW-AFTER-RATE
059700     PERFORM 5200-WRITE-RATE-FIELD
059800     MOVE 'TERM MONTHS' TO WS-FW-LABEL
059900     MOVE BEF-LOAN-TERM-MONTHS TO WS-FW-BEFORE-TEXT
060000     MOVE AFT-LOAN-TERM-MONTHS TO WS-FW-AFTER-TEXT
060100     PERFORM 5000-WRITE-TEXT-FIELD
060200     MOVE 'PAYMENT AMOUNT' TO WS-FW-LABEL
060300     MOVE BEF-LOAN-PAYMENT-AMOUNT TO WS-FW-BEFORE-AMT
060400     MOVE AFT-LOAN-PAYMENT-AMOUNT TO WS-FW-AFTER-AMT
060500     PERFORM 5100-WRITE-AMOUNT-FIELD
060600     MOVE 'OPEN DATE' TO WS-FW-LABEL
060700     MOVE BEF-LOAN-OPEN-DATE TO WS-FW-BEFORE-TEXT
060800     MOVE AFT-LOAN-OPEN-DATE TO WS-FW-AFTER-TEXT
060900     PERFORM 5000-WRITE-TEXT-FIELD
061000     MOVE 'NEXT DUE DATE' TO WS-FW-LABEL
061100     MOVE BEF-LOAN-NEXT-DUE-DATE TO WS-FW-BEFORE-TEXT
061200     MOVE AFT-LOAN-NEXT-DUE-DATE TO WS-FW-AFTER-TEXT
061300     PERFORM 5000-WRITE-TEXT-FIELD
061400     MOVE 'INT PAID TO' TO WS-FW-LABEL
061500     MOVE BEF-LOAN-INT-PAID-TO-DATE TO WS-FW-BEFORE-TEXT
061600     MOVE AFT-LOAN-INT-PAID-TO-DATE TO WS-FW-AFTER-TEXT
061700     PERFORM 5000-WRITE-TEXT-FIELD
061800     MOVE 'PRINCIPAL PAID' TO WS-FW-LABEL
061900     MOVE BEF-LOAN-PRINCIPAL-PAID TO WS-FW-BEFORE-AMT
062000     MOVE AFT-LOAN-PRINCIPAL-PAID TO WS-FW-AFTER-AMT
062100     PERFORM 5100-WRITE-AMOUNT-FIELD
062200     MOVE 'INTEREST PAID' TO WS-FW-LABEL
062300     MOVE BEF-LOAN-INTEREST-PAID TO WS-FW-BEFORE-AMT
062400     MOVE AFT-LOAN-INTEREST-PAID TO WS-FW-AFTER-AMT
062500     PERFORM 5100-WRITE-AMOUNT-FIELD
062600     MOVE 'PAID TOWARD DUE' TO WS-FW-LABEL
062700     MOVE BEF-LOAN-PAID-TOWARD-DUE TO WS-FW-BEFORE-AMT
062800     MOVE AFT-LOAN-PAID-TOWARD-DUE TO WS-FW-AFTER-AMT
062900     PERFORM 5100-WRITE-AMOUNT-FIELD
063000     MOVE 'LAST PAYMENT' TO WS-FW-LABEL
063100     MOVE BEF-LOAN-LAST-PAYMENT-DATE TO WS-FW-BEFORE-TEXT
063200     MOVE AFT-LOAN-LAST-PAYMENT-DATE TO WS-FW-AFTER-TEXT
063300     PERFORM 5000-WRITE-TEXT-FIELD
063400     MOVE 'LATE FEE DUE' TO WS-FW-LABEL
063500     MOVE BEF-LOAN-LATE-FEE-DUE-DATE TO WS-FW-BEFORE-TEXT
063600     MOVE AFT-LOAN-LATE-FEE-DUE-DATE TO WS-FW-AFTER-TEXT
063700     PERFORM 5000-WRITE-TEXT-FIELD
063800     MOVE 'ACCRUED INTEREST' TO WS-FW-LABEL
063900     MOVE BEF-LOAN-ACCRUED-INT TO WS-FW-BEFORE-AMT
064000     MOVE AFT-LOAN-ACCRUED-INT TO WS-FW-AFTER-AMT
064100     PERFORM 5100-WRITE-AMOUNT-FIELD.
064200 4700-DECODE-LOAN-EXIT.
064300     EXIT.
064301
064302******************************************************************
064303* 4750-DECODE-CUSTOMER - FIELDS OF A CUSTOMER INFORMATION RECORD  *
064304******************************************************************
064305 4750-DECODE-CUSTOMER.
064306     MOVE WS-BEFORE-IMAGE TO BEF-CUST-RECORD
064307     MOVE WS-AFTER-IMAGE TO AFT-CUST-RECORD
064308     MOVE 'TAX ID' TO WS-FW-LABEL
064309     MOVE BEF-CUST-TAX-ID TO WS-FW-BEFORE-TEXT
064310     MOVE AFT-CUST-TAX-ID TO WS-FW-AFTER-TEXT
064311     PERFORM 5000-WRITE-TEXT-FIELD
064312     MOVE 'TAX ID TYPE' TO WS-FW-LABEL
064313     MOVE BEF-CUST-TAX-ID-TYPE TO WS-FW-BEFORE-TEXT
064314     MOVE AFT-CUST-TAX-ID-TYPE TO WS-FW-AFTER-TEXT
064315     PERFORM 5000-WRITE-TEXT-FIELD
064316     MOVE 'NAME' TO WS-FW-LABEL
064317     MOVE BEF-CUST-NAME TO WS-FW-BEFORE-TEXT
064318     MOVE AFT-CUST-NAME TO WS-FW-AFTER-TEXT
064319     PERFORM 5000-WRITE-TEXT-FIELD
064320     MOVE 'ADDRESS LINE 1' TO WS-FW-LABEL
064321     MOVE BEF-CUST-ADDR-LINE-1 TO WS-FW-BEFORE-TEXT
064322     MOVE AFT-CUST-ADDR-LINE-1 TO WS-FW-AFTER-TEXT
064323     PERFORM 5000-WRITE-TEXT-FIELD
064324     MOVE 'ADDRESS LINE 2' TO WS-FW-LABEL
064325     MOVE BEF-CUST-ADDR-LINE-2 TO WS-FW-BEFORE-TEXT
064326     MOVE AFT-CUST-ADDR-LINE-2 TO WS-FW-AFTER-TEXT
064327     PERFORM 5000-WRITE-TEXT-FIELD
064328     MOVE 'CITY' TO WS-FW-LABEL
064329     MOVE BEF-CUST-CITY TO WS-FW-BEFORE-TEXT
064330     MOVE AFT-CUST-CITY TO WS-FW-AFTER-TEXT
064331     PERFORM 5000-WRITE-TEXT-FIELD
064332     MOVE 'STATE' TO WS-FW-LABEL
064333     MOVE BEF-CUST-STATE TO WS-FW-BEFORE-TEXT
064334     MOVE AFT-CUST-STATE TO WS-FW-AFTER-TEXT
064335     PERFORM 5000-WRITE-TEXT-FIELD
064336     MOVE 'ZIP' TO WS-FW-LABEL
064337     MOVE BEF-CUST-ZIP TO WS-FW-BEFORE-TEXT
064338     MOVE AFT-CUST-ZIP TO WS-FW-AFTER-TEXT
064339     PERFORM 5000-WRITE-TEXT-FIELD
064340     MOVE 'PHONE' TO WS-FW-LABEL
064341     MOVE BEF-CUST-PHONE TO WS-FW-BEFORE-TEXT
064342     MOVE AFT-CUST-PHONE TO WS-FW-AFTER-TEXT
064343     PERFORM 5000-WRITE-TEXT-FIELD
064344     MOVE 'BIRTH DATE' TO WS-FW-LABEL
064345     MOVE BEF-CUST-BIRTH-DATE TO WS-FW-BEFORE-TEXT
064346     MOVE AFT-CUST-BIRTH-DATE TO WS-FW-AFTER-TEXT
064347     PERFORM 5000-WRITE-TEXT-FIELD
064348     MOVE 'STMT DELIVERY' TO WS-FW-LABEL
064349     MOVE BEF-CUST-STMT-DELIVERY TO WS-FW-BEFORE-TEXT
064350     MOVE AFT-CUST-STMT-DELIVERY TO WS-FW-AFTER-TEXT
064351     PERFORM 5000-WRITE-TEXT-FIELD.
064352 4750-DECODE-CUSTOMER-EXIT.
064353     EXIT.
064354
064355******************************************************************
064356* 4760-DECODE-RELATIONSHIP - FIELDS OF A MEMBER/ACCOUNT           *
064357*                            RELATIONSHIP RECORD                  *
064358******************************************************************
064359 4760-DECODE-RELATIONSHIP.
064360     MOVE WS-BEFORE-IMAGE TO BEF-REL-RECORD
064361     MOVE WS-AFTER-IMAGE TO AFT-REL-RECORD
064362     MOVE 'ROLE' TO WS-FW-LABEL
064363     MOVE BEF-REL-ROLE TO WS-FW-BEFORE-TEXT
064364     MOVE AFT-REL-ROLE TO WS-FW-AFTER-TEXT
064365     PERFORM 5000-WRITE-TEXT-FIELD
064366     MOVE 'ADDED DATE' TO WS-FW-LABEL
064367     MOVE BEF-REL-ADDED-DATE TO WS-FW-BEFORE-TEXT
064368     MOVE AFT-REL-ADDED-DATE TO WS-FW-AFTER-TEXT
064369     PERFORM 5000-WRITE-TEXT-FIELD.
064370 4760-DECODE-RELATIONSHIP-EXIT.
064371     EXIT.
064400
064500******************************************************************
064600* 4800-DECODE-RAW-IMAGE - A FILE WITH NO LAYOUT HERE: SHOW THE    *
064700*                         IMAGES 25 BYTES AT A TIME               *
064800******************************************************************
064900 4800-DECODE-RAW-IMAGE.
065000     PERFORM 4810-DECODE-IMAGE-SLICE
065100         VARYING WS-IMAGE-POS FROM 1 BY 25
065200         UNTIL WS-IMAGE-POS > 200.
065300 4800-DECODE-RAW-IMAGE-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700* 4810-DECODE-IMAGE-SLICE - ONE 25-BYTE SLICE OF THE RAW IMAGES   *
065800******************************************************************
065900 4810-DECODE-IMAGE-SLICE.
066000     COMPUTE WS-IMAGE-END = WS-IMAGE-POS + 24
066100     MOVE WS-IMAGE-POS TO WS-BL-FROM
066200     MOVE WS-IMAGE-END TO WS-BL-TO
066300     MOVE WS-BYTES-LABEL TO WS-FW-LABEL
066400     MOVE WS-BEFORE-IMAGE (WS-IMAGE-POS:25) TO WS-FW-BEFORE-TEXT
066500     MOVE WS-AFTER-IMAGE (WS-IMAGE-POS:25) TO WS-FW-AFTER-TEXT
066600     PERFORM 5000-WRITE-TEXT-FIELD.
066700 4810-DECODE-IMAGE-SLICE-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100* 5000-WRITE-TEXT-FIELD - PRINT A TEXT FIELD, ON A CHANGE ONLY IF *
067200*                         ITS VALUE CHANGED                       *
067300******************************************************************
067400 5000-WRITE-TEXT-FIELD.
067500     IF NOT AUD-ACTION-CHANGE
067600         OR WS-FW-BEFORE-TEXT NOT = WS-FW-AFTER-TEXT
067700         PERFORM 5900-WRITE-FIELD-LINE
067800     END-IF.
067900 5000-WRITE-TEXT-FIELD-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300* 5100-WRITE-AMOUNT-FIELD - EDIT AND PRINT A MONEY FIELD, ON A    *
068400*                           CHANGE ONLY IF ITS VALUE CHANGED      *
068500******************************************************************
068600 5100-WRITE-AMOUNT-FIELD.
068700     IF NOT AUD-ACTION-CHANGE
068800         OR WS-FW-BEFORE-AMT NOT = WS-FW-AFTER-AMT
068900         MOVE WS-FW-BEFORE-AMT TO WS-EDIT-AMT
069000         MOVE WS-EDIT-AMT TO WS-FW-BEFORE-TEXT
069100         MOVE WS-FW-AFTER-AMT TO WS-EDIT-AMT
069200         MOVE WS-EDIT-AMT TO WS-FW-AFTER-TEXT
069300         PERFORM 5900-WRITE-FIELD-LINE
069400     END-IF.
069500 5100-WRITE-AMOUNT-FIELD-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 5200-WRITE-RATE-FIELD - EDIT AND PRINT A RATE FIELD, ON A       *
070000*                         CHANGE ONLY IF ITS VALUE CHANGED        *
070100******************************************************************
070200 5200-WRITE-RATE-FIELD.
070300     IF NOT AUD-ACTION-CHANGE
070400         OR WS-FW-BEFORE-RATE NOT = WS-FW-AFTER-RATE
070500         MOVE WS-FW-BEFORE-RATE TO WS-EDIT-RATE
070600         MOVE WS-EDIT-RATE TO WS-FW-BEFORE-TEXT
070700         MOVE WS-FW-AFTER-RATE TO WS-EDIT-RATE
070800         MOVE WS-EDIT-RATE TO WS-FW-AFTER-TEXT
070900         PERFORM 5900-WRITE-FIELD-LINE
071000     END-IF.
071100 5200-WRITE-RATE-FIELD-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500* 5900-WRITE-FIELD-LINE - PRINT ONE FIELD LINE, WITH ONLY THE     *
071600*                         COLUMNS THIS ACTION HAS AN IMAGE FOR    *
071700******************************************************************
071800 5900-WRITE-FIELD-LINE.
071900     MOVE WS-FW-LABEL TO WS-FL-LABEL
072000     MOVE SPACES TO WS-FL-BEFORE
072100     MOVE SPACES TO WS-FL-AFTER
072200     IF SHOW-BEFORE
072300         MOVE WS-FW-BEFORE-TEXT TO WS-FL-BEFORE
072400     END-IF
072500     IF SHOW-AFTER
072600         MOVE WS-FW-AFTER-TEXT TO WS-FL-AFTER
072700     END-IF
072800     MOVE WS-FIELD-LINE TO REPORT-LINE
072900     WRITE REPORT-LINE.
073000 5900-WRITE-FIELD-LINE-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 8000-WRITE-TRAILER - PRINT THE RUN COUNTS                       *
073500******************************************************************
073600 8000-WRITE-TRAILER.
073700     MOVE SPACES TO REPORT-LINE
073800     WRITE REPORT-LINE
073900     MOVE 'AUDIT RECORDS READ' TO WS-TR-LABEL
074000     MOVE WS-READ-COUNT TO WS-TR-COUNT
074100     PERFORM 8100-WRITE-TRAILER-LINE
074200     MOVE 'AUDIT RECORDS REPORTED' TO WS-TR-LABEL
074300     MOVE WS-SELECTED-COUNT TO WS-TR-COUNT
074400     PERFORM 8100-WRITE-TRAILER-LINE
074500     MOVE '  ADDS' TO WS-TR-LABEL
074600     MOVE WS-ADD-COUNT TO WS-TR-COUNT
074700     PERFORM 8100-WRITE-TRAILER-LINE
074800     MOVE '  CHANGES' TO WS-TR-LABEL
074900     MOVE WS-CHANGE-COUNT TO WS-TR-COUNT
075000     PERFORM 8100-WRITE-TRAILER-LINE
075100     MOVE '  DELETES' TO WS-TR-LABEL
075200     MOVE WS-DELETE-COUNT TO WS-TR-COUNT
075300     PERFORM 8100-WRITE-TRAILER-LINE.
075400 8000-WRITE-TRAILER-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 8100-WRITE-TRAILER-LINE - PRINT ONE COUNT LINE                  *
075900******************************************************************
076000 8100-WRITE-TRAILER-LINE.
076100     MOVE WS-TRAILER-LINE TO REPORT-LINE
076200     WRITE REPORT-LINE.
076300 8100-WRITE-TRAILER-LINE-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
076800******************************************************************
076900 9000-CLOSE-FILES.
077000     CLOSE AUD-PARM-FILE
077100     CLOSE AUDIT-FILE
077200     CLOSE REPORT-FILE.
077300 9000-CLOSE-FILES-EXIT.
077400     EXIT.
077401
077402     COPY BDATEPRC.
