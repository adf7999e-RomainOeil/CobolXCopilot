000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  CTRMON                                         *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     DAILY CASH TRANSACTION MONITORING RUN FOR BSA   *
001000*                 COMPLIANCE. READS THE TRANSACTION JOURNAL FOR   *
001001*                 THE BUSDATE BUSINESS DAY - EVERY POST DATE      *
001002*                 AFTER THE PRIOR BUSINESS DATE THROUGH THE       *
001003*                 CURRENT ONE - AND TOTALS, PER MEMBER ACROSS     *
001004*                 ALL THE MEMBER'S ACCOUNTS, THE ENTRIES THE      *
001005*                 TELLER MARKED AS CASH (JRNL-CASH-FLAG 'C'):     *
001006*                 CASH IN FROM CREDITS AND LOAN PAYMENTS, CASH    *
001007*                 OUT FROM DEBITS. A TELLER REVERSAL OF A TELLER  *
001008*                 CASH ENTRY ON THE SAME ACCOUNT POSTED THE SAME  *
001009*                 BUSINESS DAY BACKS THAT ENTRY OUT.              *
001800*                 ACCOUNTS ARE GROUPED BY THE MEMBER NUMBER OF    *
001900*                 THE ACCOUNT'S PRIMARY OWNER ON THE RELATIONSHIP *
002000*                 FILE; AN ACCOUNT WITH NO PRIMARY OWNER IS ITS   *
002001*                 OWN MEMBER.                                     *
002100*                                                                 *
002200*                 - EVERY MEMBER WHOSE CASH IN OR CASH OUT IS     *
002300*                   OVER THE REPORTING THRESHOLD (10,000.00 BY    *
002400*                   DEFAULT) GETS A CTR EXTRACT RECORD (CTROUT,   *
002500*                   COPYBOOK CTREXT) WITH NAME, ADDRESS,          *
002600*                   ACCOUNTS AND TELLER IDS, AND A LINE ON THE    *
002700*                   REPORT;                                       *
002800*                                                                 *
002900*                 - THE DAY'S CASH PER MEMBER IS ADDED TO A       *
003000*                   ROLLING CASH HISTORY (CASHHIN TO CASHHOUT,    *
003100*                   COPYBOOK CASHHIST) AND ANY MEMBER WHOSE       *
003200*                   DAILY CASH IN FELL IN THE BAND FROM THE BAND  *
003300*                   FLOOR UP TO THE THRESHOLD ON AT LEAST THE     *
003400*                   MINIMUM NUMBER OF DAYS WITHIN THE WINDOW IS   *
003500*                   LISTED ON THE STRUCTURING WATCH LIST.         *
003600*                                                                 *
003700*                 THE THRESHOLD, BAND FLOOR, MINIMUM DAYS AND     *
003800*                 WINDOW DAYS ALL COME FROM THE PARM CARD, WITH   *
003900*                 DEFAULTS OF 10,000.00, 8,000.00, 3 AND 10.      *
003901*                 HISTORY ROWS CARRY THE BUSINESS DATE, NOT THE   *
003902*                 ENTRIES' POST DATES, AND ROWS FOR THE BUSINESS  *
003903*                 DATE ITSELF ARE REPLACED, SO A RERUN OF THE     *
003904*                 SAME DAY DOES NOT COUNT TWICE.                  *
004300*                                                                 *
004400*    MODIFICATION HISTORY                                        *
004500*    DATE       INIT  DESCRIPTION                                *
004600*    ---------- ----  ----------------------------------------   *
004700*    2026-10-05 DP    ORIGINAL PROGRAM - DAILY CASH MONITORING    *
004701*    2026-10-05 DP    ACCOUNTS NOW GROUP UNDER THE ACCOUNT'S      *
004702*                     PRIMARY OWNER ON THE RELATIONSHIP FILE      *
004703*                     (RELREC), AND THE NAME, ADDRESS AND TAX ID  *
004704*                     COME FROM THE CUSTOMER INFORMATION FILE     *
004705*                     (CUSTREC), THROUGH THE SHARED OWNER LOOKUP  *
004706*                     (OWNRLKUP), INSTEAD OF THE ACCOUNT-KEYED    *
004707*                     MEMBER MASTER. THE TAX ID IS CARRIED ON THE *
004708*                     CTR EXTRACT.                                *
004709*    2026-10-05 DP    CASH PAID IN AGAINST A CHARGED-OFF ACCOUNT  *
004710*                     (A 'RECOVR' ENTRY) NOW COUNTS AS CASH IN.   *
004711*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
004712*                     BUSDATE CONTROL FILE; A CTRPARM DATE THAT   *
004713*                     DISAGREES STOPS THE RUN (RC 16) BEFORE THE  *
004714*                     CASH HISTORY IS WRITTEN.                    *
004715*    2026-10-15 DP    ENTRIES ARE NOW SELECTED BY BUSINESS DAY -  *
004716*                     POST DATE AFTER THE PRIOR BUSINESS DATE AND *
004717*                     NOT AFTER THE CURRENT ONE - INSTEAD OF BY   *
004718*                     THE EXACT BUSINESS DATE, SO CASH KEYED      *
004719*                     AFTER MIDNIGHT OR ON A WEEKEND OR HOLIDAY   *
004720*                     IS MONITORED WITH ITS BUSINESS DAY; THE     *
004721*                     CASH HISTORY ROW STILL CARRIES THE BUSINESS *
004722*                     DATE. A REVERSAL NOW BACKS OUT A SAVED CASH *
004723*                     ENTRY ONLY WHEN THE ACCOUNT MATCHES AS WELL *
004724*                     AS THE SEQUENCE NUMBER AND BOTH ENTRIES     *
004725*                     CARRY A TELLER ID.                          *
004726*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
004727*                     DATE IS NOT REFUSED AS A BAD DATE           *
004800******************************************************************
004900 PROGRAM-ID. CtrMon.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CTR-PARM-FILE ASSIGN TO "CTRPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PARM-FILE-STATUS.
005700
005800     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-JRNL-FILE-STATUS.
006100
006200     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAS"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CUST-MEMBER-NO
006600         FILE STATUS IS WS-CUST-FILE-STATUS.
006601
006602     SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
006603         ORGANIZATION IS INDEXED
006604         ACCESS MODE IS DYNAMIC
006605         RECORD KEY IS REL-KEY
006606         FILE STATUS IS WS-REL-FILE-STATUS.
006700
006800     SELECT OPTIONAL CASH-HIST-IN-FILE ASSIGN TO "CASHHIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-CASHH-IN-STATUS.
007100
007200     SELECT CASH-HIST-OUT-FILE ASSIGN TO "CASHHOUT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-CASHH-OUT-STATUS.
007500
007600     SELECT CTR-EXTRACT-FILE ASSIGN TO "CTROUT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-CTR-FILE-STATUS.
007900
008000     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RPT-FILE-STATUS.
008201
008202     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
008203         ORGANIZATION IS SEQUENTIAL
008204         FILE STATUS IS WS-BDAT-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CTR-PARM-FILE.
008700 01  CTR-PARM-RECORD.
008800     05  CTRP-DATE                   PIC 9(08).
008900     05  CTRP-THRESHOLD              PIC 9(07)V99.
009000     05  CTRP-BAND-FLOOR             PIC 9(07)V99.
009100     05  CTRP-MIN-DAYS               PIC 9(02).
009200     05  CTRP-WINDOW-DAYS            PIC 9(03).
009300     05  FILLER                      PIC X(49).
009400
009500 FD  JOURNAL-FILE.
009600     COPY JRNLMAS.
009700
009800 FD  CUSTOMER-FILE.
009900     COPY CUSTREC.
009901
009902 FD  RELATIONSHIP-FILE.
009903     COPY RELREC.
010000
010100 FD  CASH-HIST-IN-FILE.
010200 01  CASHH-IN-RECORD                 PIC X(60).
010300
010400 FD  CASH-HIST-OUT-FILE.
010500     COPY CASHHIST.
010600
010700 FD  CTR-EXTRACT-FILE.
010800     COPY CTREXT.
010900
011000 FD  REPORT-FILE.
011100 01  REPORT-LINE                     PIC X(80).
011101
011102 FD  BUSINESS-DATE-FILE.
011103     COPY BDATREC.
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-PARM-FILE-STATUS             PIC X(02).
011500     88  WS-PARM-FILE-OK                      VALUE '00'.
011600
011700 01  WS-JRNL-FILE-STATUS             PIC X(02).
011800     88  WS-JRNL-FILE-OK                      VALUE '00'.
011900     88  WS-JRNL-FILE-EOF                     VALUE '10'.
012000
012100     COPY OWNRLKWS.
012300
012400 01  WS-CASHH-IN-STATUS              PIC X(02).
012500     88  WS-CASHH-IN-OK                       VALUE '00' '05'.
012600     88  WS-CASHH-IN-EOF                      VALUE '10'.
012700
012800 01  WS-CASHH-OUT-STATUS             PIC X(02).
012900     88  WS-CASHH-OUT-OK                      VALUE '00'.
013000
013100 01  WS-CTR-FILE-STATUS              PIC X(02).
013200     88  WS-CTR-FILE-OK                       VALUE '00'.
013300
013400 01  WS-RPT-FILE-STATUS              PIC X(02).
013500     88  WS-RPT-FILE-OK                       VALUE '00'.
013600
013700 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
013800     88  OPEN-FAILED                          VALUE 'Y'.
013900
014000 01  WS-TABLE-FULL                   PIC X(01) VALUE 'N'.
014100     88  TABLE-FULL                           VALUE 'Y'.
014200
014300 01  WS-ENTRY-FOUND                  PIC X(01) VALUE 'N'.
014400     88  ENTRY-FOUND                          VALUE 'Y'.
014500
014600 01  WS-ID-FOUND                     PIC X(01) VALUE 'N'.
014700     88  ID-FOUND                             VALUE 'Y'.
014800
015100
015200 01  WS-CE-FULL-WARNED               PIC X(01) VALUE 'N'.
015300     88  CE-FULL-WARNED                       VALUE 'Y'.
015400
015500 01  WS-CASH-DIRECTION               PIC X(01).
015600     88  CASH-IN-ENTRY                        VALUE 'I'.
015700     88  CASH-OUT-ENTRY                       VALUE 'O'.
015800
015900 01  WS-BUSINESS-DATE                PIC 9(08).
015901 01  WS-BUSDAY-FROM-DATE             PIC 9(08).
016000 01  WS-THRESHOLD                    PIC S9(7)V99 VALUE 10000.00.
016100 01  WS-BAND-FLOOR                   PIC S9(7)V99 VALUE 8000.00.
016200 01  WS-MIN-BAND-DAYS                PIC 9(02) VALUE 3.
016300 01  WS-WINDOW-DAYS                  PIC 9(03) VALUE 10.
016400 01  WS-TODAY-DAYNO                  PIC 9(07).
016500 01  WS-WINDOW-START-DAYNO           PIC 9(07).
016501
016502     COPY BDATEWS.
016600
016700 01  WS-MEMBER-KEY                   PIC X(10).
016800 01  WS-NAME-ACCT-ID                 PIC X(10).
016900
017000 01  WS-DAYNO-DATE                   PIC 9(08).
017100 01  WS-DAYNO-DATE-PARTS REDEFINES WS-DAYNO-DATE.
017200     05  WS-DAYNO-YYYY               PIC 9(04).
017300     05  WS-DAYNO-MM                 PIC 9(02).
017400     05  WS-DAYNO-DD                 PIC 9(02).
017500 01  WS-DAYNO-A                      PIC 9(02).
017600 01  WS-DAYNO-Y                      PIC 9(05).
017700 01  WS-DAYNO-M                      PIC 9(02).
017800 01  WS-DAYNO-WORK                   PIC 9(07).
017900 01  WS-DAYNO-RESULT                 PIC 9(07).
018000
018100 01  WS-MT-MAX-ENTRIES               PIC 9(05) COMP VALUE 500.
018200 01  WS-MT-COUNT                     PIC 9(05) COMP VALUE ZERO.
018300 01  WS-MT-SUB                       PIC 9(05) COMP.
018400 01  WS-MT-FOUND-SUB                 PIC 9(05) COMP.
018500 01  WS-ID-SUB                       PIC 9(03) COMP.
018600
018700 01  WS-MEMBER-TABLE.
018800     05  WS-MT-ENTRY OCCURS 500 TIMES.
018900         10  WS-MT-MEMBER-NO         PIC X(10).
019000         10  WS-MT-NAME-ACCT-ID      PIC X(10).
019100         10  WS-MT-CASH-IN           PIC S9(9)V99 COMP-3.
019200         10  WS-MT-CASH-OUT          PIC S9(9)V99 COMP-3.
019300         10  WS-MT-BAND-DAYS         PIC 9(03) COMP.
019400         10  WS-MT-ACCT-COUNT        PIC 9(03) COMP.
019500         10  WS-MT-ACCT-ID           PIC X(10) OCCURS 4 TIMES.
019600         10  WS-MT-MORE-ACCTS        PIC X(01).
019700         10  WS-MT-TELLER-COUNT      PIC 9(03) COMP.
019800         10  WS-MT-TELLER-ID         PIC X(08) OCCURS 4 TIMES.
019900         10  WS-MT-MORE-TELLERS      PIC X(01).
020000
020100 01  WS-CE-MAX-ENTRIES               PIC 9(05) COMP VALUE 2000.
020200 01  WS-CE-COUNT                     PIC 9(05) COMP VALUE ZERO.
020300 01  WS-CE-SUB                       PIC 9(05) COMP.
020400
020500 01  WS-CASH-ENTRY-TABLE.
020600     05  WS-CE-ENTRY OCCURS 2000 TIMES.
020700         10  WS-CE-SEQ-NO            PIC 9(09).
020701         10  WS-CE-ACCT-ID           PIC X(10).
020702         10  WS-CE-TELLER-ID         PIC X(08).
020800         10  WS-CE-MEMBER-SUB        PIC 9(05) COMP.
020900         10  WS-CE-DIRECTION         PIC X(01).
021000         10  WS-CE-AMOUNT            PIC S9(7)V99 COMP-3.
021100
021200 01  WS-RUN-COUNTS.
021300     05  WS-CASH-ENTRY-COUNT         PIC 9(07) VALUE ZERO.
021400     05  WS-REVERSED-COUNT           PIC 9(07) VALUE ZERO.
021500     05  WS-CTR-COUNT                PIC 9(07) VALUE ZERO.
021600     05  WS-WATCH-COUNT              PIC 9(07) VALUE ZERO.
021700     05  WS-HIST-KEPT-COUNT          PIC 9(07) VALUE ZERO.
021800     05  WS-HIST-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
021900     05  WS-HIST-ADDED-COUNT         PIC 9(07) VALUE ZERO.
022000
022100 01  WS-HEADING-LINE-1.
022200     05  FILLER                      PIC X(35) VALUE
022300         'DAILY CASH TRANSACTION MONITORING  '.
022400     05  HL1-DATE                    PIC 9(08).
022500
022600 01  WS-HEADING-LINE-2.
022700     05  FILLER                      PIC X(10) VALUE 'THRESHOLD '.
022800     05  HL2-THRESHOLD               PIC Z,ZZZ,ZZ9.99.
022900     05  FILLER                      PIC X(13) VALUE
023000         '  BAND FLOOR '.
023100     05  HL2-BAND-FLOOR              PIC Z,ZZZ,ZZ9.99.
023200     05  FILLER                      PIC X(07) VALUE '  DAYS '.
023300     05  HL2-MIN-DAYS                PIC Z9.
023400     05  FILLER                      PIC X(08) VALUE ' WITHIN '.
023500     05  HL2-WINDOW-DAYS             PIC ZZ9.
023600
023700 01  WS-CTR-SECTION-HEADING          PIC X(50) VALUE
023800     'CURRENCY TRANSACTION REPORTS - CASH OVER THRESHOLD'.
023900
024000 01  WS-WATCH-SECTION-HEADING        PIC X(50) VALUE
024100     'STRUCTURING WATCH LIST - CASH IN BELOW THRESHOLD'.
024200
024300 01  WS-CTR-COLUMN-HEADING.
024400     05  FILLER                      PIC X(12) VALUE 'MEMBER'.
024500     05  FILLER                      PIC X(31) VALUE 'NAME'.
024600     05  FILLER                      PIC X(12) VALUE
024700         '     CASH IN'.
024800     05  FILLER                      PIC X(12) VALUE
024900         '    CASH OUT'.
025000
025100 01  WS-WATCH-COLUMN-HEADING.
025200     05  FILLER                      PIC X(12) VALUE 'MEMBER'.
025300     05  FILLER                      PIC X(31) VALUE 'NAME'.
025400     05  FILLER                      PIC X(12) VALUE
025500         '   BAND DAYS'.
025600     05  FILLER                      PIC X(12) VALUE
025700         ' CASH IN DAY'.
025800
025900 01  WS-MEMBER-LINE.
026000     05  WS-ML-MEMBER-NO             PIC X(10).
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  WS-ML-NAME                  PIC X(30).
026300     05  FILLER                      PIC X(01) VALUE SPACES.
026400     05  WS-ML-AMOUNT-1              PIC -(8)9.99.
026500     05  FILLER                      PIC X(01) VALUE SPACES.
026600     05  WS-ML-AMOUNT-2              PIC -(8)9.99.
026700
026800 01  WS-WATCH-LINE.
026900     05  WS-WL-MEMBER-NO             PIC X(10).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  WS-WL-NAME                  PIC X(30).
027200     05  FILLER                      PIC X(10) VALUE SPACES.
027300     05  WS-WL-BAND-DAYS             PIC ZZ9.
027400     05  FILLER                      PIC X(01) VALUE SPACES.
027500     05  WS-WL-CASH-IN               PIC -(8)9.99.
027600
027700 01  WS-ACCOUNTS-LINE.
027800     05  FILLER                      PIC X(12) VALUE SPACES.
027900     05  FILLER                      PIC X(10) VALUE 'ACCOUNTS: '.
028000     05  WS-AL-ACCT-ID               PIC X(11) OCCURS 4 TIMES.
028100     05  WS-AL-MORE                  PIC X(04).
028200
028300 01  WS-TELLERS-LINE.
028400     05  FILLER                      PIC X(12) VALUE SPACES.
028500     05  FILLER                      PIC X(10) VALUE 'TELLERS:  '.
028600     05  WS-TL-TELLER-ID             PIC X(09) OCCURS 4 TIMES.
028700     05  WS-TL-MORE                  PIC X(04).
028800
028900 01  WS-NONE-LINE                    PIC X(06) VALUE '  NONE'.
029000
029100 01  WS-ABANDONED-LINE               PIC X(44) VALUE
029200     '** MEMBER TABLE FULL - REPORT IS INCOMPLETE'.
029300
029400 01  WS-TRAILER-LINE-1.
029500     05  FILLER                      PIC X(19) VALUE
029600         'CASH ENTRIES READ  '.
029700     05  WS-TR-CASH-ENTRIES          PIC ZZZ,ZZ9.
029800     05  FILLER                      PIC X(12) VALUE
029900         '  REVERSED  '.
030000     05  WS-TR-REVERSED              PIC ZZZ,ZZ9.
030100     05  FILLER                      PIC X(11) VALUE
030200         '  MEMBERS  '.
030300     05  WS-TR-MEMBERS               PIC ZZZ,ZZ9.
030400
030500 01  WS-TRAILER-LINE-2.
030600     05  FILLER                      PIC X(19) VALUE
030700         'CTR EXTRACTS       '.
030800     05  WS-TR-CTRS                  PIC ZZZ,ZZ9.
030900     05  FILLER                      PIC X(12) VALUE
031000         '  WATCHED   '.
031100     05  WS-TR-WATCHED               PIC ZZZ,ZZ9.
031200
031300 01  WS-TRAILER-LINE-3.
031400     05  FILLER                      PIC X(19) VALUE
031500         'HISTORY ROWS KEPT  '.
031600     05  WS-TR-HIST-KEPT             PIC ZZZ,ZZ9.
031700     05  FILLER                      PIC X(12) VALUE
031800         '  DROPPED   '.
031900     05  WS-TR-HIST-DROPPED          PIC ZZZ,ZZ9.
032000     05  FILLER                      PIC X(11) VALUE
032100         '  ADDED    '.
032200     05  WS-TR-HIST-ADDED            PIC ZZZ,ZZ9.
032300
032400 PROCEDURE DIVISION.
032500
032600******************************************************************
032700* 0000-MAINLINE - DRIVE THE CASH MONITORING RUN                   *
032800******************************************************************
032900 0000-MAINLINE.
033000     PERFORM 1000-OPEN-FILES
033100     IF NOT OPEN-FAILED
033200         PERFORM 1100-READ-PARM
033300         IF NOT WS-BDAT-RUN-STOPPED
033400             PERFORM 1200-WRITE-HEADINGS
033500             PERFORM 2100-READ-JOURNAL
033600             PERFORM 2000-PROCESS-JOURNAL UNTIL WS-JRNL-FILE-EOF
033700             PERFORM 3100-READ-HISTORY
033800             PERFORM 3000-PROCESS-HISTORY UNTIL WS-CASHH-IN-EOF
033900             IF NOT TABLE-FULL
034000                 PERFORM 4000-WRITE-TODAY-HISTORY
034100                     VARYING WS-MT-SUB FROM 1 BY 1
034200                     UNTIL WS-MT-SUB > WS-MT-COUNT
034300                 PERFORM 5000-WRITE-CTR-SECTION
034400                 PERFORM 6000-WRITE-WATCH-SECTION
034500                 PERFORM 8000-WRITE-REPORT-TRAILER
034600             END-IF
034700             DISPLAY 'CTRMON: CASH ENTRIES ' WS-CASH-ENTRY-COUNT
034800                 ' CTRS ' WS-CTR-COUNT ' WATCHED ' WS-WATCH-COUNT
034801         ELSE
034802             PERFORM 3100-READ-HISTORY
034803             PERFORM 3000-PROCESS-HISTORY UNTIL WS-CASHH-IN-EOF
034804         END-IF
034805         PERFORM 9000-CLOSE-FILES
034900     END-IF
035000     STOP RUN.
035100
035200******************************************************************
035300* 1000-OPEN-FILES - OPEN EVERY FILE FOR THIS RUN. A FAILURE ON    *
035400*                   ANY OF THEM SETS OPEN-FAILED SO               *
035500*                   0000-MAINLINE DOES NO WORK. CASHHIN IS        *
035600*                   OPTIONAL AND IS ABSENT ON THE VERY FIRST      *
035700*                   RUN.                                          *
035800******************************************************************
035900 1000-OPEN-FILES.
036000     OPEN INPUT CTR-PARM-FILE
036100     IF NOT WS-PARM-FILE-OK
036200         DISPLAY 'CTRMON: UNABLE TO OPEN CTRPARM - '
036300             WS-PARM-FILE-STATUS
036400         SET OPEN-FAILED TO TRUE
036500     END-IF
036600     OPEN INPUT JOURNAL-FILE
036700     IF NOT WS-JRNL-FILE-OK
036800         DISPLAY 'CTRMON: UNABLE TO OPEN JRNLFILE - '
036900             WS-JRNL-FILE-STATUS
037000         SET OPEN-FAILED TO TRUE
037100     END-IF
037200     OPEN INPUT CUSTOMER-FILE
037300     IF NOT WS-CUST-FILE-OK
037400         DISPLAY 'CTRMON: UNABLE TO OPEN CUSTMAS - '
037500             WS-CUST-FILE-STATUS
037600         SET OPEN-FAILED TO TRUE
037700     END-IF
037701     OPEN INPUT RELATIONSHIP-FILE
037702     IF NOT WS-REL-FILE-OK
037703         DISPLAY 'CTRMON: UNABLE TO OPEN RELMAS - '
037704             WS-REL-FILE-STATUS
037705         SET OPEN-FAILED TO TRUE
037706     END-IF
037800     OPEN INPUT CASH-HIST-IN-FILE
037900     IF NOT WS-CASHH-IN-OK
038000         DISPLAY 'CTRMON: UNABLE TO OPEN CASHHIN - '
038100             WS-CASHH-IN-STATUS
038200         SET OPEN-FAILED TO TRUE
038300     END-IF
038400     OPEN OUTPUT CASH-HIST-OUT-FILE
038500     IF NOT WS-CASHH-OUT-OK
038600         DISPLAY 'CTRMON: UNABLE TO OPEN CASHHOUT - '
038700             WS-CASHH-OUT-STATUS
038800         SET OPEN-FAILED TO TRUE
038900     END-IF
039000     OPEN OUTPUT CTR-EXTRACT-FILE
039100     IF NOT WS-CTR-FILE-OK
039200         DISPLAY 'CTRMON: UNABLE TO OPEN CTROUT - '
039300             WS-CTR-FILE-STATUS
039400         SET OPEN-FAILED TO TRUE
039500     END-IF
039600     OPEN OUTPUT REPORT-FILE
039700     IF NOT WS-RPT-FILE-OK
039800         DISPLAY 'CTRMON: UNABLE TO OPEN RPTOUT - '
039900             WS-RPT-FILE-STATUS
040000         SET OPEN-FAILED TO TRUE
040100     END-IF.
040200 1000-OPEN-FILES-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* 1100-READ-PARM - TAKE THE BUSINESS DATE FROM THE BUSINESS-DATE  *
040700*                  CONTROL FILE AND READ THE ONE CONTROL CARD:    *
040800*                  BUSINESS DATE, THRESHOLD, BAND FLOOR, MINIMUM  *
040900*                  BAND DAYS AND WINDOW DAYS. A DATE ON THE CARD  *
041000*                  IS OPTIONAL BUT MUST AGREE WITH BUSDATE, OR    *
041001*                  THE RUN STOPS; ANY OTHER FIELD LEFT BLANK OR   *
041002*                  ZERO KEEPS ITS DEFAULT. THE WINDOW             *
041100*                  IS THE BUSINESS DATE AND THE DAYS BEFORE IT,   *
041101*                  WINDOW DAYS IN ALL. THE BUSINESS DAY ITSELF    *
041102*                  OPENS AFTER THE PRIOR BUSINESS DATE (THE DAY   *
041103*                  BEFORE WHEN THE CONTROL FILE HAS NONE).        *
041300******************************************************************
041400 1100-READ-PARM.
041500     MOVE 'CTRMON' TO WS-BDAT-PROGRAM
041600     PERFORM 9600-READ-BUSINESS-DATE
041700     MOVE SPACES TO WS-BDAT-CARD-DATE-X
041800     READ CTR-PARM-FILE
041900         NOT AT END
042000             MOVE CTR-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
042600             IF CTRP-THRESHOLD NUMERIC
042700                 AND CTRP-THRESHOLD > ZERO
042800                 MOVE CTRP-THRESHOLD TO WS-THRESHOLD
042900             END-IF
043000             IF CTRP-BAND-FLOOR NUMERIC
043100                 AND CTRP-BAND-FLOOR > ZERO
043200                 MOVE CTRP-BAND-FLOOR TO WS-BAND-FLOOR
043300             END-IF
043400             IF CTRP-MIN-DAYS NUMERIC
043500                 AND CTRP-MIN-DAYS > ZERO
043600                 MOVE CTRP-MIN-DAYS TO WS-MIN-BAND-DAYS
043700             END-IF
043800             IF CTRP-WINDOW-DAYS NUMERIC
043900                 AND CTRP-WINDOW-DAYS > ZERO
044000                 MOVE CTRP-WINDOW-DAYS TO WS-WINDOW-DAYS
044100             END-IF
044200     END-READ
044201     MOVE 'CTRPARM' TO WS-BDAT-CARD-NAME
044202     PERFORM 9620-CHECK-CARD-DATE
044203     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE
044204     IF WS-BDAT-PRIOR-DATE NUMERIC
044205         AND WS-BDAT-PRIOR-DATE > ZERO
044206         MOVE WS-BDAT-PRIOR-DATE TO WS-BUSDAY-FROM-DATE
044207     ELSE
044208         COMPUTE WS-BUSDAY-FROM-DATE = WS-BUSINESS-DATE - 1
044209     END-IF
044300     MOVE WS-BUSINESS-DATE TO WS-DAYNO-DATE
044400     PERFORM 3900-COMPUTE-DAY-NUMBER
044500     MOVE WS-DAYNO-RESULT TO WS-TODAY-DAYNO
044600     COMPUTE WS-WINDOW-START-DAYNO =
044700         WS-TODAY-DAYNO - WS-WINDOW-DAYS.
044800 1100-READ-PARM-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINES            *
045300******************************************************************
045400 1200-WRITE-HEADINGS.
045500     MOVE WS-BUSINESS-DATE TO HL1-DATE
045600     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
045700     WRITE REPORT-LINE
045800     MOVE WS-THRESHOLD TO HL2-THRESHOLD
045900     MOVE WS-BAND-FLOOR TO HL2-BAND-FLOOR
046000     MOVE WS-MIN-BAND-DAYS TO HL2-MIN-DAYS
046100     MOVE WS-WINDOW-DAYS TO HL2-WINDOW-DAYS
046200     MOVE WS-HEADING-LINE-2 TO REPORT-LINE
046300     WRITE REPORT-LINE.
046400 1200-WRITE-HEADINGS-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* 2000-PROCESS-JOURNAL - ROLL ONE JOURNAL ENTRY OF THE BUSINESS   *
046801*                        DAY INTO ITS MEMBER'S CASH TOTALS: A     *
047000*                        CASH ENTRY ADDS, A REVERSAL OF ONE       *
047100*                        BACKS IT OUT.                            *
047200******************************************************************
047300 2000-PROCESS-JOURNAL.
047301     IF JRNL-POST-DATE > WS-BUSDAY-FROM-DATE
047302         AND JRNL-POST-DATE NOT > WS-BUSINESS-DATE
047500         IF JRNL-CASH-ITEM
047600             PERFORM 2200-RECORD-CASH-ENTRY
047700         ELSE
047800         IF JRNL-OP-REVERSAL
047900             PERFORM 2500-BACK-OUT-REVERSAL
048000         END-IF
048100         END-IF
048200     END-IF
048300     IF NOT TABLE-FULL
048400         PERFORM 2100-READ-JOURNAL
048500     END-IF.
048600 2000-PROCESS-JOURNAL-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 2100-READ-JOURNAL - READ THE NEXT JOURNAL RECORD                *
049100******************************************************************
049200 2100-READ-JOURNAL.
049300     READ JOURNAL-FILE
049400         AT END
049500             SET WS-JRNL-FILE-EOF TO TRUE
049600     END-READ.
049700 2100-READ-JOURNAL-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 2200-RECORD-CASH-ENTRY - ADD ONE CASH ENTRY TO ITS MEMBER. A    *
050200*                          CREDIT, A RECOVERY ON A CHARGED-OFF    *
050201*                          ACCOUNT AND BOTH PARTS OF A LOAN       *
050300*                          PAYMENT ARE CASH IN, A DEBIT IS CASH   *
050400*                          OUT; NOTHING ELSE CARRIES THE CASH     *
050500*                          MARK. THE ACCOUNT AND TELLER ARE       *
050600*                          NOTED FOR THE CTR AND THE ENTRY IS     *
050700*                          KEPT IN CASE A REVERSAL FOLLOWS.       *
050800******************************************************************
050900 2200-RECORD-CASH-ENTRY.
051000     EVALUATE TRUE
051100         WHEN JRNL-OP-CREDIT
051200             SET CASH-IN-ENTRY TO TRUE
051201         WHEN JRNL-OP-RECOVERY
051202             SET CASH-IN-ENTRY TO TRUE
051300         WHEN JRNL-OP-LOAN-INTEREST
051400             SET CASH-IN-ENTRY TO TRUE
051500         WHEN JRNL-OP-LOAN-PRINCIPAL
051600             SET CASH-IN-ENTRY TO TRUE
051700         WHEN JRNL-OP-DEBIT
051800             SET CASH-OUT-ENTRY TO TRUE
051900         WHEN OTHER
052000             MOVE SPACE TO WS-CASH-DIRECTION
052100     END-EVALUATE
052200     IF WS-CASH-DIRECTION NOT = SPACE
052300         PERFORM 2300-FIND-ACCOUNT-MEMBER
052400         PERFORM 2700-LOCATE-MEMBER-ENTRY
052500         IF ENTRY-FOUND
052600             ADD 1 TO WS-CASH-ENTRY-COUNT
052700             IF CASH-IN-ENTRY
052800                 ADD JRNL-AMOUNT
052900                     TO WS-MT-CASH-IN (WS-MT-FOUND-SUB)
053000             ELSE
053100                 ADD JRNL-AMOUNT
053200                     TO WS-MT-CASH-OUT (WS-MT-FOUND-SUB)
053300             END-IF
053400             PERFORM 2400-NOTE-ACCOUNT
053500             PERFORM 2450-NOTE-TELLER
053600             PERFORM 2480-SAVE-CASH-ENTRY
053700         END-IF
053800     END-IF.
053900 2200-RECORD-CASH-ENTRY-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 2300-FIND-ACCOUNT-MEMBER - LOOK THE JOURNAL ACCOUNT'S PRIMARY   *
054400*                            OWNER UP ON THE RELATIONSHIP FILE    *
054500*                            FOR ITS MEMBER NUMBER. AN ACCOUNT    *
054600*                            WITH NO PRIMARY OWNER IS ITS OWN     *
054700*                            MEMBER, KEYED BY THE ACCOUNT ID.     *
054800******************************************************************
054900 2300-FIND-ACCOUNT-MEMBER.
055000     MOVE JRNL-ACCT-ID TO WS-MEMBER-KEY
055100     MOVE JRNL-ACCT-ID TO WS-NAME-ACCT-ID
055200     MOVE JRNL-ACCT-ID TO WS-OWN-ACCT-ID
055300     PERFORM 9500-LOOKUP-OWNER
055400     IF WS-OWN-MEMBER-NO NOT = SPACES
055500         MOVE WS-OWN-MEMBER-NO TO WS-MEMBER-KEY
055600     END-IF.
056300 2300-FIND-ACCOUNT-MEMBER-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 2400-NOTE-ACCOUNT - ADD THE JOURNAL ACCOUNT TO THE MEMBER'S     *
056800*                     ACCOUNT LIST IF IT IS NOT THERE YET. PAST   *
056900*                     FOUR, ONLY THE MORE FLAG IS SET.            *
057000******************************************************************
057100 2400-NOTE-ACCOUNT.
057200     MOVE 'N' TO WS-ID-FOUND
057300     PERFORM 2410-SCAN-ACCOUNT-LIST
057400         VARYING WS-ID-SUB FROM 1 BY 1
057500         UNTIL ID-FOUND
057600             OR WS-ID-SUB > WS-MT-ACCT-COUNT (WS-MT-FOUND-SUB)
057700     IF NOT ID-FOUND
057800         IF WS-MT-ACCT-COUNT (WS-MT-FOUND-SUB) < 4
057900             ADD 1 TO WS-MT-ACCT-COUNT (WS-MT-FOUND-SUB)
058000             MOVE WS-MT-ACCT-COUNT (WS-MT-FOUND-SUB) TO WS-ID-SUB
058100             MOVE JRNL-ACCT-ID
058200                 TO WS-MT-ACCT-ID (WS-MT-FOUND-SUB, WS-ID-SUB)
058300         ELSE
058400             MOVE 'Y' TO WS-MT-MORE-ACCTS (WS-MT-FOUND-SUB)
058500         END-IF
058600     END-IF.
058700 2400-NOTE-ACCOUNT-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 2410-SCAN-ACCOUNT-LIST - TEST ONE LISTED ACCOUNT                *
059200******************************************************************
059300 2410-SCAN-ACCOUNT-LIST.
059400     IF WS-MT-ACCT-ID (WS-MT-FOUND-SUB, WS-ID-SUB) = JRNL-ACCT-ID
059500         SET ID-FOUND TO TRUE
059600     END-IF.
059700 2410-SCAN-ACCOUNT-LIST-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 2450-NOTE-TELLER - ADD THE JOURNAL TELLER ID TO THE MEMBER'S    *
060200*                    TELLER LIST IF IT IS NOT THERE YET. PAST     *
060300*                    FOUR, ONLY THE MORE FLAG IS SET.             *
060400******************************************************************
060500 2450-NOTE-TELLER.
060600     MOVE 'N' TO WS-ID-FOUND
060700     PERFORM 2460-SCAN-TELLER-LIST
060800         VARYING WS-ID-SUB FROM 1 BY 1
060900         UNTIL ID-FOUND
061000             OR WS-ID-SUB > WS-MT-TELLER-COUNT (WS-MT-FOUND-SUB)
061100     IF NOT ID-FOUND
061200         IF WS-MT-TELLER-COUNT (WS-MT-FOUND-SUB) < 4
061300             ADD 1 TO WS-MT-TELLER-COUNT (WS-MT-FOUND-SUB)
061400             MOVE WS-MT-TELLER-COUNT (WS-MT-FOUND-SUB)
061500                 TO WS-ID-SUB
061600             MOVE JRNL-TELLER-ID
061700                 TO WS-MT-TELLER-ID (WS-MT-FOUND-SUB, WS-ID-SUB)
061800         ELSE
061900             MOVE 'Y' TO WS-MT-MORE-TELLERS (WS-MT-FOUND-SUB)
062000         END-IF
062100     END-IF.
062200 2450-NOTE-TELLER-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 2460-SCAN-TELLER-LIST - TEST ONE LISTED TELLER                  *
062700******************************************************************
062800 2460-SCAN-TELLER-LIST.
062900     IF WS-MT-TELLER-ID (WS-MT-FOUND-SUB, WS-ID-SUB)
063000         = JRNL-TELLER-ID
063100         SET ID-FOUND TO TRUE
063200     END-IF.
063300 2460-SCAN-TELLER-LIST-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700* 2480-SAVE-CASH-ENTRY - KEEP THE ENTRY'S SEQUENCE NUMBER,        *
063701*                        ACCOUNT, TELLER, MEMBER, DIRECTION AND   *
063702*                        AMOUNT SO A SAME-DAY REVERSAL CAN BACK   *
063703*                        IT OUT. IF THE TABLE FILLS, LATER        *
063704*                        ENTRIES ARE STILL COUNTED BUT A          *
063705*                        REVERSAL OF ONE IS NOT BACKED OUT - THE  *
063706*                        TOTALS ERR ON THE HIGH SIDE.             *
064400******************************************************************
064500 2480-SAVE-CASH-ENTRY.
064600     IF WS-CE-COUNT < WS-CE-MAX-ENTRIES
064700         ADD 1 TO WS-CE-COUNT
064800         MOVE JRNL-SEQ-NO TO WS-CE-SEQ-NO (WS-CE-COUNT)
064801         MOVE JRNL-ACCT-ID TO WS-CE-ACCT-ID (WS-CE-COUNT)
064802         MOVE JRNL-TELLER-ID TO WS-CE-TELLER-ID (WS-CE-COUNT)
064900         MOVE WS-MT-FOUND-SUB TO WS-CE-MEMBER-SUB (WS-CE-COUNT)
065000         MOVE WS-CASH-DIRECTION TO WS-CE-DIRECTION (WS-CE-COUNT)
065100         MOVE JRNL-AMOUNT TO WS-CE-AMOUNT (WS-CE-COUNT)
065200     ELSE
065300         IF NOT CE-FULL-WARNED
065400             DISPLAY 'CTRMON: CASH ENTRY TABLE FULL - LATER '
065500                 'REVERSALS NOT BACKED OUT'
065600             SET CE-FULL-WARNED TO TRUE
065700         END-IF
065800     END-IF.
065900 2480-SAVE-CASH-ENTRY-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300* 2500-BACK-OUT-REVERSAL - A REVERSAL WHOSE ORIGINAL              *
066400*                          (JRNL-REF-SEQ-NO) IS A CASH ENTRY      *
066401*                          SEEN EARLIER IN THE BUSINESS DAY TAKES *
066402*                          THAT ENTRY'S AMOUNT BACK OFF ITS       *
066403*                          MEMBER. THE SAVED AMOUNT IS ZEROED SO  *
066404*                          IT CANNOT BE BACKED OUT TWICE.         *
066900******************************************************************
067000 2500-BACK-OUT-REVERSAL.
067100     MOVE 'N' TO WS-ENTRY-FOUND
067200     PERFORM 2510-SCAN-CASH-ENTRIES
067300         VARYING WS-CE-SUB FROM 1 BY 1
067400         UNTIL ENTRY-FOUND OR WS-CE-SUB > WS-CE-COUNT
067500     IF ENTRY-FOUND
067600         SUBTRACT 1 FROM WS-CE-SUB
067700         MOVE WS-CE-MEMBER-SUB (WS-CE-SUB) TO WS-MT-FOUND-SUB
067800         IF WS-CE-DIRECTION (WS-CE-SUB) = 'I'
067900             SUBTRACT WS-CE-AMOUNT (WS-CE-SUB)
068000                 FROM WS-MT-CASH-IN (WS-MT-FOUND-SUB)
068100         ELSE
068200             SUBTRACT WS-CE-AMOUNT (WS-CE-SUB)
068300                 FROM WS-MT-CASH-OUT (WS-MT-FOUND-SUB)
068400         END-IF
068500         MOVE ZERO TO WS-CE-AMOUNT (WS-CE-SUB)
068600         ADD 1 TO WS-REVERSED-COUNT
068700     END-IF.
068800 2500-BACK-OUT-REVERSAL-EXIT.
068900     EXIT.
069000
069100******************************************************************
069101* 2510-SCAN-CASH-ENTRIES - TEST ONE SAVED CASH ENTRY. BATCH AND   *
069102*                          TELLER WORK ARE NUMBERED FROM          *
069103*                          SEPARATE SEQUENCES THAT COLLIDE, AND   *
069104*                          A TELLER REVERSAL IS NUMBERED IN THE   *
069105*                          TELLER SEQUENCE, SO THE ENTRY MUST BE  *
069106*                          A TELLER ENTRY ON THE REVERSAL'S OWN   *
069107*                          ACCOUNT - THE SEQUENCE NUMBER ALONE    *
069108*                          WOULD MATCH A STRANGER'S BATCH WORK.   *
069300******************************************************************
069400 2510-SCAN-CASH-ENTRIES.
069500     IF WS-CE-SEQ-NO (WS-CE-SUB) = JRNL-REF-SEQ-NO
069501         AND WS-CE-ACCT-ID (WS-CE-SUB) = JRNL-ACCT-ID
069502         AND WS-CE-TELLER-ID (WS-CE-SUB) NOT = SPACES
069503         AND JRNL-TELLER-ID NOT = SPACES
069600         AND WS-CE-AMOUNT (WS-CE-SUB) NOT = ZERO
069700         SET ENTRY-FOUND TO TRUE
069800     END-IF.
069900 2510-SCAN-CASH-ENTRIES-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300* 2700-LOCATE-MEMBER-ENTRY - FIND THE BUCKET FOR WS-MEMBER-KEY,   *
070400*                            CREATING AN EMPTY ONE ON FIRST USE   *
070500*                            WITH WS-NAME-ACCT-ID AS THE ACCOUNT  *
070600*                            TO ADDRESS IT BY. A FULL TABLE       *
070700*                            ABANDONS THE RUN.                    *
070800******************************************************************
070900 2700-LOCATE-MEMBER-ENTRY.
071000     MOVE 'N' TO WS-ENTRY-FOUND
071100     PERFORM 2710-SCAN-MEMBER-TABLE
071200         VARYING WS-MT-SUB FROM 1 BY 1
071300         UNTIL ENTRY-FOUND OR WS-MT-SUB > WS-MT-COUNT
071400     IF NOT ENTRY-FOUND
071500         IF WS-MT-COUNT < WS-MT-MAX-ENTRIES
071600             ADD 1 TO WS-MT-COUNT
071700             MOVE WS-MT-COUNT TO WS-MT-FOUND-SUB
071800             MOVE WS-MEMBER-KEY
071900                 TO WS-MT-MEMBER-NO (WS-MT-FOUND-SUB)
072000             MOVE WS-NAME-ACCT-ID
072100                 TO WS-MT-NAME-ACCT-ID (WS-MT-FOUND-SUB)
072200             MOVE ZERO TO WS-MT-CASH-IN (WS-MT-FOUND-SUB)
072300             MOVE ZERO TO WS-MT-CASH-OUT (WS-MT-FOUND-SUB)
072400             MOVE ZERO TO WS-MT-BAND-DAYS (WS-MT-FOUND-SUB)
072500             MOVE ZERO TO WS-MT-ACCT-COUNT (WS-MT-FOUND-SUB)
072600             MOVE SPACES TO WS-MT-ACCT-ID (WS-MT-FOUND-SUB, 1)
072700             MOVE SPACES TO WS-MT-ACCT-ID (WS-MT-FOUND-SUB, 2)
072800             MOVE SPACES TO WS-MT-ACCT-ID (WS-MT-FOUND-SUB, 3)
072900             MOVE SPACES TO WS-MT-ACCT-ID (WS-MT-FOUND-SUB, 4)
073000             MOVE 'N' TO WS-MT-MORE-ACCTS (WS-MT-FOUND-SUB)
073100             MOVE ZERO TO WS-MT-TELLER-COUNT (WS-MT-FOUND-SUB)
073200             MOVE SPACES TO WS-MT-TELLER-ID (WS-MT-FOUND-SUB, 1)
073300             MOVE SPACES TO WS-MT-TELLER-ID (WS-MT-FOUND-SUB, 2)
073400             MOVE SPACES TO WS-MT-TELLER-ID (WS-MT-FOUND-SUB, 3)
073500             MOVE SPACES TO WS-MT-TELLER-ID (WS-MT-FOUND-SUB, 4)
073600             MOVE 'N' TO WS-MT-MORE-TELLERS (WS-MT-FOUND-SUB)
073700             SET ENTRY-FOUND TO TRUE
073800         ELSE
073900             DISPLAY 'CTRMON: MEMBER TABLE FULL AT '
074000                 WS-MEMBER-KEY ' - RUN ABANDONED'
074100             MOVE WS-ABANDONED-LINE TO REPORT-LINE
074200             WRITE REPORT-LINE
074300             MOVE 16 TO RETURN-CODE
074400             SET TABLE-FULL TO TRUE
074500             SET WS-JRNL-FILE-EOF TO TRUE
074600         END-IF
074700     END-IF.
074800 2700-LOCATE-MEMBER-ENTRY-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 2710-SCAN-MEMBER-TABLE - TEST ONE BUCKET FOR WS-MEMBER-KEY      *
075300******************************************************************
075400 2710-SCAN-MEMBER-TABLE.
075500     IF WS-MT-MEMBER-NO (WS-MT-SUB) = WS-MEMBER-KEY
075600         MOVE WS-MT-SUB TO WS-MT-FOUND-SUB
075700         SET ENTRY-FOUND TO TRUE
075800     END-IF.
075900 2710-SCAN-MEMBER-TABLE-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300* 3000-PROCESS-HISTORY - CARRY ONE PRIOR CASH HISTORY ROW         *
076400*                        FORWARD. A ROW OLDER THAN THE WINDOW IS  *
076500*                        DROPPED, AS IS A ROW FOR THE BUSINESS    *
076600*                        DATE ITSELF (TODAY'S ROWS ARE WRITTEN    *
076700*                        FRESH BY 4000). A ROW INSIDE THE WINDOW  *
076800*                        IS KEPT AND, IF ITS CASH IN FELL IN THE  *
076900*                        BAND, COUNTS A BAND DAY FOR ITS MEMBER.  *
077000*                        A ROW DATED AFTER THE BUSINESS DATE (A   *
077100*                        RERUN OF AN EARLIER DAY) IS KEPT BUT     *
077200*                        NOT COUNTED. ONCE THE RUN IS ABANDONED   *
077300*                        (TABLE FULL, OR STOPPED ON THE BUSINESS  *
077400*                        DATE) EVERY ROW IS CARRIED UNCHANGED SO  *
077401*                        NO HISTORY IS LOST.                      *
077500******************************************************************
077600 3000-PROCESS-HISTORY.
077700     EVALUATE TRUE
077800         WHEN TABLE-FULL
077801             OR WS-BDAT-RUN-STOPPED
077900             PERFORM 3200-KEEP-HISTORY-ROW
078000         WHEN CASHH-BUSINESS-DATE = WS-BUSINESS-DATE
078100             ADD 1 TO WS-HIST-DROPPED-COUNT
078200         WHEN CASHH-BUSINESS-DATE > WS-BUSINESS-DATE
078300             PERFORM 3200-KEEP-HISTORY-ROW
078400         WHEN OTHER
078500             MOVE CASHH-BUSINESS-DATE TO WS-DAYNO-DATE
078600             PERFORM 3900-COMPUTE-DAY-NUMBER
078700             IF WS-DAYNO-RESULT > WS-WINDOW-START-DAYNO
078800                 PERFORM 3200-KEEP-HISTORY-ROW
078900                 PERFORM 3300-COUNT-BAND-DAY
079000             ELSE
079100                 ADD 1 TO WS-HIST-DROPPED-COUNT
079200             END-IF
079300     END-EVALUATE
079400     PERFORM 3100-READ-HISTORY.
079500 3000-PROCESS-HISTORY-EXIT.
079600     EXIT.
079700
079800******************************************************************
079900* 3100-READ-HISTORY - READ THE NEXT PRIOR CASH HISTORY ROW INTO   *
080000*                     THE CASHHOUT RECORD AREA, WHERE IT IS       *
080100*                     WRITTEN FROM IF KEPT                        *
080200******************************************************************
080300 3100-READ-HISTORY.
080400     READ CASH-HIST-IN-FILE INTO CASHH-RECORD
080500         AT END
080600             SET WS-CASHH-IN-EOF TO TRUE
080700     END-READ.
080800 3100-READ-HISTORY-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200* 3200-KEEP-HISTORY-ROW - WRITE THE CURRENT ROW TO CASHHOUT       *
081300******************************************************************
081400 3200-KEEP-HISTORY-ROW.
081500     WRITE CASHH-RECORD
081600     ADD 1 TO WS-HIST-KEPT-COUNT.
081700 3200-KEEP-HISTORY-ROW-EXIT.
081800     EXIT.
081900
082000******************************************************************
082100* 3300-COUNT-BAND-DAY - A KEPT ROW WHOSE CASH IN IS AT OR ABOVE   *
082200*                       THE BAND FLOOR BUT NOT OVER THE           *
082300*                       THRESHOLD COUNTS ONE BAND DAY FOR ITS     *
082400*                       MEMBER. THE MEMBER IS ADDED TO THE TABLE  *
082500*                       IF IT MOVED NO CASH TODAY, SO THE WATCH   *
082600*                       LIST COVERS THE WHOLE WINDOW.             *
082700******************************************************************
082800 3300-COUNT-BAND-DAY.
082900     IF CASHH-CASH-IN NOT < WS-BAND-FLOOR
083000         AND CASHH-CASH-IN NOT > WS-THRESHOLD
083100         MOVE CASHH-MEMBER-NO TO WS-MEMBER-KEY
083200         MOVE CASHH-NAME-ACCT-ID TO WS-NAME-ACCT-ID
083300         PERFORM 2700-LOCATE-MEMBER-ENTRY
083400         IF ENTRY-FOUND
083500             ADD 1 TO WS-MT-BAND-DAYS (WS-MT-FOUND-SUB)
083600         END-IF
083700     END-IF.
083800 3300-COUNT-BAND-DAY-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200* 3900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN             *
084300*                           WS-DAYNO-DATE INTO A CONTINUOUS DAY   *
084400*                           NUMBER IN WS-DAYNO-RESULT (THE        *
084500*                           JULIAN DAY NUMBER), THE SAME WAY      *
084600*                           OPERATIONS COUNTS LOAN INTEREST       *
084700*                           DAYS. EVERY DIVISION IS WHOLE-NUMBER  *
084800*                           DIVISION.                             *
084900******************************************************************
085000 3900-COMPUTE-DAY-NUMBER.
085100     COMPUTE WS-DAYNO-A = (14 - WS-DAYNO-MM) / 12
085200     COMPUTE WS-DAYNO-Y = WS-DAYNO-YYYY + 4800 - WS-DAYNO-A
085300     COMPUTE WS-DAYNO-M = WS-DAYNO-MM + (12 * WS-DAYNO-A) - 3
085400     COMPUTE WS-DAYNO-WORK = ((153 * WS-DAYNO-M) + 2) / 5
085500     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-DD + WS-DAYNO-WORK
085600         + (365 * WS-DAYNO-Y) - 32045
085700     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-WORK
085800     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
085900     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-WORK
086000     SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
086100     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-WORK
086200     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT.
086300 3900-COMPUTE-DAY-NUMBER-EXIT.
086400     EXIT.
086500
086600******************************************************************
086700* 4000-WRITE-TODAY-HISTORY - WRITE THE BUSINESS DATE'S HISTORY    *
086800*                            ROW FOR ONE MEMBER THAT MOVED CASH   *
086900*                            TODAY, AND COUNT TODAY AS A BAND     *
087000*                            DAY IF THE CASH IN FELL IN THE       *
087100*                            BAND. A MEMBER ON THE TABLE ONLY     *
087200*                            FOR ITS HISTORY GETS NO ROW.         *
087300******************************************************************
087400 4000-WRITE-TODAY-HISTORY.
087500     IF WS-MT-CASH-IN (WS-MT-SUB) NOT = ZERO
087600         OR WS-MT-CASH-OUT (WS-MT-SUB) NOT = ZERO
087700         MOVE SPACES TO CASHH-RECORD
087800         MOVE WS-BUSINESS-DATE TO CASHH-BUSINESS-DATE
087900         MOVE WS-MT-MEMBER-NO (WS-MT-SUB) TO CASHH-MEMBER-NO
088000         MOVE WS-MT-NAME-ACCT-ID (WS-MT-SUB) TO CASHH-NAME-ACCT-ID
088100         MOVE WS-MT-CASH-IN (WS-MT-SUB) TO CASHH-CASH-IN
088200         MOVE WS-MT-CASH-OUT (WS-MT-SUB) TO CASHH-CASH-OUT
088300         WRITE CASHH-RECORD
088400         ADD 1 TO WS-HIST-ADDED-COUNT
088500         IF WS-MT-CASH-IN (WS-MT-SUB) NOT < WS-BAND-FLOOR
088600             AND WS-MT-CASH-IN (WS-MT-SUB) NOT > WS-THRESHOLD
088700             ADD 1 TO WS-MT-BAND-DAYS (WS-MT-SUB)
088800         END-IF
088900     END-IF.
089000 4000-WRITE-TODAY-HISTORY-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400* 5000-WRITE-CTR-SECTION - LIST AND EXTRACT EVERY MEMBER WHOSE    *
089500*                          CASH IN OR CASH OUT FOR THE DAY IS     *
089600*                          OVER THE THRESHOLD                     *
089700******************************************************************
089800 5000-WRITE-CTR-SECTION.
089900     MOVE SPACES TO REPORT-LINE
090000     WRITE REPORT-LINE
090100     MOVE WS-CTR-SECTION-HEADING TO REPORT-LINE
090200     WRITE REPORT-LINE
090300     MOVE WS-CTR-COLUMN-HEADING TO REPORT-LINE
090400     WRITE REPORT-LINE
090500     PERFORM 5100-CHECK-CTR-MEMBER
090600         VARYING WS-MT-SUB FROM 1 BY 1
090700         UNTIL WS-MT-SUB > WS-MT-COUNT
090800     IF WS-CTR-COUNT = ZERO
090900         MOVE WS-NONE-LINE TO REPORT-LINE
091000         WRITE REPORT-LINE
091100     END-IF.
091200 5000-WRITE-CTR-SECTION-EXIT.
091300     EXIT.
091400
091500******************************************************************
091600* 5100-CHECK-CTR-MEMBER - WRITE THE CTR EXTRACT RECORD AND THE    *
091700*                         REPORT LINES FOR ONE MEMBER OVER THE    *
091800*                         THRESHOLD                               *
091900******************************************************************
092000 5100-CHECK-CTR-MEMBER.
092100     IF WS-MT-CASH-IN (WS-MT-SUB) > WS-THRESHOLD
092200         OR WS-MT-CASH-OUT (WS-MT-SUB) > WS-THRESHOLD
092300         PERFORM 5800-GET-MEMBER-NAME
092400         MOVE SPACES TO CTR-EXTRACT-RECORD
092500         MOVE WS-BUSINESS-DATE TO CTR-BUSINESS-DATE
092600         MOVE WS-MT-MEMBER-NO (WS-MT-SUB) TO CTR-MEMBER-NO
092700         MOVE CUST-NAME TO CTR-NAME
092800         MOVE CUST-ADDR-LINE-1 TO CTR-ADDR-LINE-1
092900         MOVE CUST-ADDR-LINE-2 TO CTR-ADDR-LINE-2
093000         MOVE CUST-CITY TO CTR-CITY
093100         MOVE CUST-STATE TO CTR-STATE
093200         MOVE CUST-ZIP TO CTR-ZIP
093201         MOVE CUST-TAX-ID TO CTR-TAX-ID
093300         MOVE WS-MT-CASH-IN (WS-MT-SUB) TO CTR-CASH-IN
093400         MOVE WS-MT-CASH-OUT (WS-MT-SUB) TO CTR-CASH-OUT
093500         MOVE WS-MT-ACCT-COUNT (WS-MT-SUB) TO CTR-ACCT-COUNT
093600         MOVE WS-MT-MORE-ACCTS (WS-MT-SUB) TO CTR-MORE-ACCTS
093700         MOVE WS-MT-TELLER-COUNT (WS-MT-SUB) TO CTR-TELLER-COUNT
093800         MOVE WS-MT-MORE-TELLERS (WS-MT-SUB) TO CTR-MORE-TELLERS
093900         MOVE SPACES TO WS-AL-MORE
094000         MOVE SPACES TO WS-TL-MORE
094100         PERFORM 5200-COPY-ID-LISTS
094200             VARYING WS-ID-SUB FROM 1 BY 1
094300             UNTIL WS-ID-SUB > 4
094400         IF WS-MT-MORE-ACCTS (WS-MT-SUB) = 'Y'
094500             MOVE 'MORE' TO WS-AL-MORE
094600         END-IF
094700         IF WS-MT-MORE-TELLERS (WS-MT-SUB) = 'Y'
094800             MOVE 'MORE' TO WS-TL-MORE
094900         END-IF
095000         WRITE CTR-EXTRACT-RECORD
095100         ADD 1 TO WS-CTR-COUNT
095200         MOVE WS-MT-MEMBER-NO (WS-MT-SUB) TO WS-ML-MEMBER-NO
095300         MOVE CUST-NAME TO WS-ML-NAME
095400         MOVE WS-MT-CASH-IN (WS-MT-SUB) TO WS-ML-AMOUNT-1
095500         MOVE WS-MT-CASH-OUT (WS-MT-SUB) TO WS-ML-AMOUNT-2
095600         MOVE WS-MEMBER-LINE TO REPORT-LINE
095700         WRITE REPORT-LINE
095800         MOVE WS-ACCOUNTS-LINE TO REPORT-LINE
095900         WRITE REPORT-LINE
096000         MOVE WS-TELLERS-LINE TO REPORT-LINE
096100         WRITE REPORT-LINE
096200     END-IF.
096300 5100-CHECK-CTR-MEMBER-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700* 5200-COPY-ID-LISTS - COPY ONE ACCOUNT AND ONE TELLER SLOT TO    *
096800*                      THE EXTRACT AND THE REPORT LINES           *
096900******************************************************************
097000 5200-COPY-ID-LISTS.
097100     MOVE WS-MT-ACCT-ID (WS-MT-SUB, WS-ID-SUB)
097200         TO CTR-ACCT-ID (WS-ID-SUB)
097300     MOVE WS-MT-ACCT-ID (WS-MT-SUB, WS-ID-SUB)
097400         TO WS-AL-ACCT-ID (WS-ID-SUB)
097500     MOVE WS-MT-TELLER-ID (WS-MT-SUB, WS-ID-SUB)
097600         TO CTR-TELLER-ID (WS-ID-SUB)
097700     MOVE WS-MT-TELLER-ID (WS-MT-SUB, WS-ID-SUB)
097800         TO WS-TL-TELLER-ID (WS-ID-SUB).
097900 5200-COPY-ID-LISTS-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300* 5800-GET-MEMBER-NAME - READ THE CUSTOMER ROW OF THE PRIMARY     *
098400*                        OWNER OF THE MEMBER'S ADDRESS ACCOUNT. A *
098500*                        MISSING OWNER LEAVES THE ADDRESS BLANK   *
098600*                        AND SAYS SO IN THE NAME.                 *
098700******************************************************************
098800 5800-GET-MEMBER-NAME.
098900     MOVE WS-MT-NAME-ACCT-ID (WS-MT-SUB) TO WS-OWN-ACCT-ID
099000     PERFORM 9500-LOOKUP-OWNER
099100     IF NOT WS-OWNER-FOUND
099200         MOVE SPACES TO CUST-RECORD
099300         MOVE '** NOT ON CUSTOMER FILE' TO CUST-NAME
099400     END-IF.
099500 5800-GET-MEMBER-NAME-EXIT.
099600     EXIT.
099700
099800******************************************************************
099900* 6000-WRITE-WATCH-SECTION - LIST EVERY MEMBER WITH AT LEAST THE  *
100000*                            MINIMUM NUMBER OF BAND DAYS IN THE   *
100100*                            WINDOW                               *
100200******************************************************************
100300 6000-WRITE-WATCH-SECTION.
100400     MOVE SPACES TO REPORT-LINE
100500     WRITE REPORT-LINE
100600     MOVE WS-WATCH-SECTION-HEADING TO REPORT-LINE
100700     WRITE REPORT-LINE
100800     MOVE WS-WATCH-COLUMN-HEADING TO REPORT-LINE
100900     WRITE REPORT-LINE
101000     PERFORM 6100-CHECK-WATCH-MEMBER
101100         VARYING WS-MT-SUB FROM 1 BY 1
101200         UNTIL WS-MT-SUB > WS-MT-COUNT
101300     IF WS-WATCH-COUNT = ZERO
101400         MOVE WS-NONE-LINE TO REPORT-LINE
101500         WRITE REPORT-LINE
101600     END-IF.
101700 6000-WRITE-WATCH-SECTION-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100* 6100-CHECK-WATCH-MEMBER - PRINT ONE MEMBER ON THE WATCH LIST    *
102200******************************************************************
102300 6100-CHECK-WATCH-MEMBER.
102400     IF WS-MT-BAND-DAYS (WS-MT-SUB) NOT < WS-MIN-BAND-DAYS
102500         PERFORM 5800-GET-MEMBER-NAME
102600         MOVE WS-MT-MEMBER-NO (WS-MT-SUB) TO WS-WL-MEMBER-NO
102700         MOVE CUST-NAME TO WS-WL-NAME
102800         MOVE WS-MT-BAND-DAYS (WS-MT-SUB) TO WS-WL-BAND-DAYS
102900         MOVE WS-MT-CASH-IN (WS-MT-SUB) TO WS-WL-CASH-IN
103000         MOVE WS-WATCH-LINE TO REPORT-LINE
103100         WRITE REPORT-LINE
103200         ADD 1 TO WS-WATCH-COUNT
103300     END-IF.
103400 6100-CHECK-WATCH-MEMBER-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800* 8000-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY LINES         *
103900******************************************************************
104000 8000-WRITE-REPORT-TRAILER.
104100     MOVE WS-CASH-ENTRY-COUNT TO WS-TR-CASH-ENTRIES
104200     MOVE WS-REVERSED-COUNT TO WS-TR-REVERSED
104300     MOVE WS-MT-COUNT TO WS-TR-MEMBERS
104400     MOVE WS-CTR-COUNT TO WS-TR-CTRS
104500     MOVE WS-WATCH-COUNT TO WS-TR-WATCHED
104600     MOVE WS-HIST-KEPT-COUNT TO WS-TR-HIST-KEPT
104700     MOVE WS-HIST-DROPPED-COUNT TO WS-TR-HIST-DROPPED
104800     MOVE WS-HIST-ADDED-COUNT TO WS-TR-HIST-ADDED
104900     MOVE SPACES TO REPORT-LINE
105000     WRITE REPORT-LINE
105100     MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
105200     WRITE REPORT-LINE
105300     MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
105400     WRITE REPORT-LINE
105500     MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
105600     WRITE REPORT-LINE.
105700 8000-WRITE-REPORT-TRAILER-EXIT.
105800     EXIT.
105900
106000******************************************************************
106100* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
106200******************************************************************
106300 9000-CLOSE-FILES.
106400     CLOSE CTR-PARM-FILE
106500     CLOSE JOURNAL-FILE
106600     CLOSE CUSTOMER-FILE
106601     CLOSE RELATIONSHIP-FILE
106700     CLOSE CASH-HIST-IN-FILE
106800     CLOSE CASH-HIST-OUT-FILE
106900     CLOSE CTR-EXTRACT-FILE
107000     CLOSE REPORT-FILE.
107100 9000-CLOSE-FILES-EXIT.
107200     EXIT.
107201
107202     COPY BDATEPRC.
107203
107204******************************************************************
107205* SHARED ACCOUNT OWNER LOOKUP - SEE COPYBOOK OWNRLKUP             *
107206******************************************************************
107207     COPY OWNRLKUP.
