000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  CERTMAT                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     DAILY SHARE CERTIFICATE MATURITY RUN. BROWSES   *
001000*                 THE ACCOUNT MASTER FOR OPEN CERTIFICATES (TYPE  *
001100*                 'D') AND, AGAINST THE BUSDATE BUSINESS DATE:    *
001200*                                                                 *
001300*                 - PRINTS A MATURITY NOTICE LETTER, ADDRESSED    *
001400*                   FROM THE MEMBER MASTER, FOR EVERY CERTIFICATE *
001500*                   MATURING THE PARM CARD'S NOTICE DAYS AHEAD    *
001600*                   (30 BY DEFAULT), TELLING THE MEMBER WHAT WILL *
001700*                   HAPPEN ON THE MATURITY DATE;                  *
001800*                                                                 *
001900*                 - ON THE MATURITY DATE ITSELF, ACTS ON THE      *
002000*                   CERTIFICATE'S STANDING INSTRUCTION (CERTINS   *
002100*                   KSDS, COPYBOOK CINSREC): A RENEWAL ROLLS THE  *
002200*                   MATURITY DATE FORWARD BY THE SAME TERM        *
002300*                   THROUGH OPERATIONS ('RENEW ') AND RESETS THE  *
002400*                   RATE TO THE RATE TABLE'S CURRENT TIER FOR     *
002500*                   TYPE 'D'; A PAYOUT TRANSFERS THE WHOLE        *
002600*                   BALANCE TO THE NAMED CHECKING ACCOUNT THROUGH *
002700*                   OPERATIONS ('XFER  '). BOTH POST AS SOURCE    *
002800*                   'M', SO BOTH ARE JOURNALED AND NEITHER PAYS   *
002900*                   THE EARLY-WITHDRAWAL PENALTY.                 *
003000*                                                                 *
003100*                 EVERY CERTIFICATE MATURING TODAY IS LISTED ON   *
003200*                 THE MATURITY REGISTER - RENEWED, PAID OUT,      *
003300*                 FLAGGED FOR A MISSING INSTRUCTION, OR NOT ACTED *
003400*                 ON WITH THE REASON. THE INSTRUCTION ROW IS      *
003500*                 STAMPED WITH THE DATE IT WAS ACTED ON SO A      *
003600*                 RERUN OF THE SAME DAY DOES NOT ACT TWICE. LIKE  *
003700*                 THE INTEREST RUN, THE ACCOUNT MASTER IS CLOSED  *
003800*                 AROUND EACH CALL SO OPERATIONS CAN OPEN IT FOR  *
003900*                 UPDATE, AND THE BROWSE RESUMES AFTER THE        *
004000*                 CERTIFICATE JUST ACTED ON.                      *
004100*                                                                 *
004200*    MODIFICATION HISTORY                                        *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    ---------- ----  ----------------------------------------   *
004500*    2026-10-05 DP    ORIGINAL PROGRAM - CERTIFICATE MATURITY     *
004501*    2026-10-05 DP    THE RENEWAL RATE REWRITE (2560) NOW APPENDS *
004502*                     A BEFORE/AFTER IMAGE RECORD (COPYBOOK       *
004503*                     AUDREC, FUNCTION 'RENEW') TO THE            *
004504*                     MAINTENANCE AUDIT FILE ON DD AUDFILE, SO    *
004505*                     ACCTRCV RECOVERS THE RATE.                  *
004506*    2026-10-05 DP    A CHARGED-OFF PAYOUT ACCOUNT IS NO LONGER   *
004507*                     AN OPEN CHECKING ACCOUNT FOR THE PAYOUT     *
004508*                     CHECK (2650).                               *
004509*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
004510*                     BUSDATE CONTROL FILE; A CMATPARM DATE THAT  *
004511*                     DISAGREES STOPS THE RUN (RC 16). A MATURITY *
004512*                     ON A WEEKEND OR HOLIDAY IS ACTED ON THE     *
004513*                     NEXT BUSINESS DAY (THE LETTER GIVES THAT    *
004514*                     DAY), AND NOTICES COVER EVERY MATURITY      *
004515*                     SINCE THE PRIOR BUSINESS DATE'S WINDOW.     *
004516*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
004517*                     DATE IS NOT REFUSED AS A BAD DATE           *
004600******************************************************************
004700 PROGRAM-ID. CertMat.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CMAT-PARM-FILE ASSIGN TO "CMATPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PARM-FILE-STATUS.
005500
005600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ACCT-ID
006000         FILE STATUS IS WS-ACCT-FILE-STATUS.
006100
006200     SELECT INSTRUCTION-FILE ASSIGN TO "CERTINS"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CINS-ACCT-ID
006600         FILE STATUS IS WS-CINS-FILE-STATUS.
006700
006800     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRFILE"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS MBR-ACCT-ID
007200         FILE STATUS IS WS-MBR-FILE-STATUS.
007300
007400     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATEFILE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS RATE-KEY
007800         FILE STATUS IS WS-RATE-FILE-STATUS.
007900
008000     SELECT NOTICE-FILE ASSIGN TO "NOTICES"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-NTC-FILE-STATUS.
008300
008400     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-RPT-FILE-STATUS.
008601
008602     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
008603         ORGANIZATION IS SEQUENTIAL
008604         FILE STATUS IS WS-AUD-FILE-STATUS.
008605
008606     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
008607         ORGANIZATION IS SEQUENTIAL
008608         FILE STATUS IS WS-BDAT-FILE-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CMAT-PARM-FILE.
009100 01  CMAT-PARM-RECORD.
009200     05  CMAT-PARM-DATE              PIC 9(08).
009300     05  CMAT-PARM-NOTICE-DAYS       PIC 9(03).
009400     05  FILLER                      PIC X(69).
009500
009600 FD  ACCOUNT-MASTER-FILE.
009700     COPY ACCTMAS.
009800
009900 FD  INSTRUCTION-FILE.
010000     COPY CINSREC.
010100
010200 FD  MEMBER-MASTER-FILE.
010300     COPY MBRMAS.
010400
010500 FD  RATE-TABLE-FILE.
010600     COPY RATEREC.
010700
010800 FD  NOTICE-FILE.
010900 01  NOTICE-LINE                     PIC X(80).
011000
011100 FD  REPORT-FILE.
011200 01  REPORT-LINE                     PIC X(80).
011201
011202 FD  AUDIT-FILE.
011203     COPY AUDREC.
011204
011205 FD  BUSINESS-DATE-FILE.
011206     COPY BDATREC.
011300
011400 WORKING-STORAGE SECTION.
011500 01  WS-PARM-FILE-STATUS             PIC X(02).
011600     88  WS-PARM-FILE-OK                      VALUE '00'.
011700
011800 01  WS-ACCT-FILE-STATUS             PIC X(02).
011900     88  WS-ACCT-FILE-OK                      VALUE '00'.
012000     88  WS-ACCT-FILE-EOF                     VALUE '10'.
012100
012200 01  WS-CINS-FILE-STATUS             PIC X(02).
012300     88  WS-CINS-FILE-OK                      VALUE '00'.
012400
012500 01  WS-MBR-FILE-STATUS              PIC X(02).
012600     88  WS-MBR-FILE-OK                       VALUE '00'.
012700
012800 01  WS-RATE-FILE-STATUS             PIC X(02).
012900     88  WS-RATE-FILE-OK                      VALUE '00' '05'.
013000
013100 01  WS-NTC-FILE-STATUS              PIC X(02).
013200     88  WS-NTC-FILE-OK                       VALUE '00'.
013300
013400 01  WS-RPT-FILE-STATUS              PIC X(02).
013500     88  WS-RPT-FILE-OK                       VALUE '00'.
013501
013502 01  WS-AUD-FILE-STATUS              PIC X(02).
013503     88  WS-AUD-FILE-OK                       VALUE '00'.
013504
013505 01  WS-AUDIT-ACTION                 PIC X(01).
013506
013507 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
013600
013700 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
013800     88  OPEN-FAILED                          VALUE 'Y'.
013900
014000 01  WS-RATE-FILE-STATE              PIC X(01) VALUE 'N'.
014100     88  RATE-FILE-AVAILABLE                  VALUE 'Y'.
014200     88  RATE-FILE-UNAVAILABLE                VALUE 'N'.
014300
014400 01  WS-RATE-SCAN-STATE              PIC X(01).
014500     88  RATE-SCAN-DONE                       VALUE 'Y'.
014600
014700 01  WS-CINS-ON-FILE                 PIC X(01).
014800     88  CINS-ON-FILE                         VALUE 'Y'.
014900
015000 01  WS-MBR-ON-FILE                  PIC X(01).
015100     88  MBR-ON-FILE                          VALUE 'Y'.
015200
015300 01  WS-PAYOUT-STATE                 PIC X(01).
015400     88  PAYOUT-ACCT-VALID                    VALUE 'Y'.
015500
015600 01  WS-BROWSE-STATE                 PIC X(01).
015700     88  BROWSE-BROKEN                        VALUE 'Y'.
015800
015900 01  WS-COUNTERS.
016000     05  WS-ACCOUNTS-READ            PIC 9(07) VALUE ZERO.
016100     05  WS-NOTICES-PRINTED          PIC 9(07) VALUE ZERO.
016200     05  WS-RENEWED-COUNT            PIC 9(07) VALUE ZERO.
016300     05  WS-PAID-OUT-COUNT           PIC 9(07) VALUE ZERO.
016400     05  WS-NO-INSTR-COUNT           PIC 9(07) VALUE ZERO.
016500     05  WS-NOT-ACTED-COUNT          PIC 9(07) VALUE ZERO.
016600
016700 01  WS-TOTALS.
016800     05  WS-RENEWED-AMOUNT           PIC S9(9)V99 VALUE ZERO.
016900     05  WS-PAID-OUT-AMOUNT          PIC S9(9)V99 VALUE ZERO.
017000
017100 01  WS-BUSINESS-DATE                PIC 9(08).
017200 01  WS-NOTICE-DAYS                  PIC 9(03) VALUE 30.
017300 01  WS-NOTICE-DAYNO                 PIC 9(07).
017301 01  WS-NOTICE-FROM-DAYNO            PIC 9(07).
017400
017500 01  WS-LAST-ACCT-ID                 PIC X(10).
017600 01  WS-CERT-BALANCE                 PIC S9(6)V99.
017700 01  WS-CERT-MATURITY                PIC 9(08).
017701 01  WS-EFFECTIVE-MATURITY           PIC 9(08).
017800 01  WS-APPLY-RATE                   PIC S9(1)V9(4).
017801
017802     COPY BDATEWS.
017900
018000 01  WS-NEW-MATURITY                 PIC 9(08).
018100 01  WS-NEW-MATURITY-PARTS REDEFINES WS-NEW-MATURITY.
018200     05  WS-NEW-YYYY                 PIC 9(04).
018300     05  WS-NEW-MM                   PIC 9(02).
018400     05  WS-NEW-DD                   PIC 9(02).
018500 01  WS-TOTAL-MONTHS                 PIC 9(07).
018600 01  WS-MONTH-DAYS                   PIC 9(02).
018700 01  WS-LEAP-QUOTIENT                PIC 9(05).
018800 01  WS-LEAP-REM-4                   PIC 9(03).
018900 01  WS-LEAP-REM-100                 PIC 9(03).
019000 01  WS-LEAP-REM-400                 PIC 9(03).
019100
019200*    DAYS IN EACH MONTH OF A COMMON YEAR
019300 01  WS-MONTH-DAYS-VALUES.
019400     05  FILLER                      PIC X(24) VALUE
019500         '312831303130313130313031'.
019600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
019700     05  WS-MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.
019800
019900 01  WS-DAYNO-DATE                   PIC 9(08).
020000 01  WS-DAYNO-DATE-PARTS REDEFINES WS-DAYNO-DATE.
020100     05  WS-DAYNO-YYYY               PIC 9(04).
020200     05  WS-DAYNO-MM                 PIC 9(02).
020300     05  WS-DAYNO-DD                 PIC 9(02).
020400 01  WS-DAYNO-A                      PIC 9(02).
020500 01  WS-DAYNO-Y                      PIC 9(05).
020600 01  WS-DAYNO-M                      PIC 9(02).
020700 01  WS-DAYNO-WORK                   PIC 9(07).
020800 01  WS-DAYNO-RESULT                 PIC 9(07).
020900
021000 01  WS-PASSED-OPERATION             PIC X(06).
021100 01  WS-PASSED-AMOUNT                PIC S9(6)V99.
021200 01  WS-RETURNED-BALANCE             PIC S9(6)V99.
021300 01  WS-OPER-STATUS                  PIC X(02).
021400 01  WS-PASSED-REFERENCE             PIC X(10).
021500 01  WS-PASSED-TELLER-ID             PIC X(08) VALUE SPACES.
021600 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'M'.
021700 01  WS-PASSED-TRACE-NO              PIC X(15) VALUE SPACES.
021800
021900*    MATURITY NOTICE LETTER LINES
022000 01  WS-NOTICE-TITLE.
022100     05  FILLER                      PIC X(46) VALUE
022200         'MEMBER SERVICES - SHARE CERTIFICATE MATURITY  '.
022300     05  FILLER                      PIC X(07) VALUE 'NOTICE '.
022400     05  FILLER                      PIC X(06) VALUE 'DATED '.
022500     05  NT-BUSINESS-DATE            PIC 9(08).
022600
022700 01  WS-NOTICE-ADDR-LINE.
022800     05  FILLER                      PIC X(05) VALUE SPACES.
022900     05  NA-TEXT                     PIC X(30).
023000
023100 01  WS-NOTICE-CSZ-LINE.
023200     05  FILLER                      PIC X(05) VALUE SPACES.
023300     05  NA-CITY                     PIC X(20).
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  NA-STATE                    PIC X(02).
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  NA-ZIP                      PIC X(09).
023800
023900 01  WS-NOTICE-MATURES-LINE.
024000     05  FILLER                      PIC X(23) VALUE
024100         'YOUR SHARE CERTIFICATE '.
024200     05  NM-ACCT-ID                  PIC X(10).
024300     05  FILLER                      PIC X(12) VALUE
024400         ' MATURES ON '.
024500     05  NM-MATURITY-DATE            PIC 9(08).
024600     05  FILLER                      PIC X(01) VALUE '.'.
024700
024800 01  WS-NOTICE-BALANCE-LINE.
024900     05  FILLER                      PIC X(22) VALUE
025000         'ITS BALANCE TODAY IS  '.
025100     05  NB-BALANCE                  PIC ZZZ,ZZ9.99.
025200     05  FILLER                      PIC X(01) VALUE '.'.
025300
025400 01  WS-NOTICE-RENEW-LINE.
025500     05  FILLER                      PIC X(31) VALUE
025600         'ON THAT DATE IT WILL RENEW FOR '.
025700     05  NR-TERM                     PIC ZZ9.
025800     05  FILLER                      PIC X(41) VALUE
025900         ' MONTHS AT THE CERTIFICATE RATE THEN IN  '.
026000 01  WS-NOTICE-RENEW-LINE-2          PIC X(07) VALUE 'EFFECT.'.
026100
026200 01  WS-NOTICE-PAYOUT-LINE.
026300     05  FILLER                      PIC X(47) VALUE
026400         'ON THAT DATE THE BALANCE WILL BE TRANSFERRED TO'.
026500     05  FILLER                      PIC X(01) VALUE SPACE.
026600     05  FILLER                      PIC X(08) VALUE 'ACCOUNT '.
026700     05  NP-PAYOUT-ACCT              PIC X(10).
026800     05  FILLER                      PIC X(01) VALUE '.'.
026900
027000 01  WS-NOTICE-NO-INSTR-LINE         PIC X(60) VALUE
027100     'NO MATURITY INSTRUCTION IS ON FILE FOR THIS CERTIFICATE.'.
027200 01  WS-NOTICE-NO-INSTR-LINE-2       PIC X(60) VALUE
027300     'PLEASE CONTACT MEMBER SERVICES BEFORE THE MATURITY DATE.'.
027400 01  WS-NOTICE-CLOSING-LINE          PIC X(60) VALUE
027500     'TO CHANGE THESE INSTRUCTIONS, CALL MEMBER SERVICES.'.
027600 01  WS-NOTICE-NO-MEMBER-LINE        PIC X(30) VALUE
027700     'MEMBER NAME NOT ON FILE'.
027800 01  WS-NOTICE-SEPARATOR             PIC X(80) VALUE ALL '-'.
027900
028000*    MATURITY REGISTER LINES
028100 01  WS-HEADING-LINE-1.
028200     05  FILLER                      PIC X(36) VALUE
028300         'CERTIFICATE MATURITY REGISTER AS OF '.
028400     05  HL1-BUSINESS-DATE           PIC 9(08).
028500
028600 01  WS-COLUMN-HEADING.
028700     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
028800     05  FILLER                      PIC X(01) VALUE SPACE.
028900     05  FILLER                      PIC X(08) VALUE 'MATURED'.
029000     05  FILLER                      PIC X(01) VALUE SPACE.
029100     05  FILLER                      PIC X(10) VALUE 'ACTION'.
029200     05  FILLER                      PIC X(01) VALUE SPACE.
029300     05  FILLER                      PIC X(12) VALUE
029400         '      AMOUNT'.
029500     05  FILLER                      PIC X(01) VALUE SPACE.
029600     05  FILLER                      PIC X(10) VALUE 'NEW MAT/TO'.
029700     05  FILLER                      PIC X(01) VALUE SPACE.
029800     05  FILLER                      PIC X(06) VALUE 'RATE'.
029900     05  FILLER                      PIC X(01) VALUE SPACE.
030000     05  FILLER                      PIC X(07) VALUE 'REMARKS'.
030100
030200 01  WS-DETAIL-LINE.
030300     05  WS-DL-ACCT-ID               PIC X(10).
030400     05  FILLER                      PIC X(01) VALUE SPACE.
030500     05  WS-DL-MATURITY              PIC 9(08).
030600     05  FILLER                      PIC X(01) VALUE SPACE.
030700     05  WS-DL-ACTION                PIC X(10).
030800     05  FILLER                      PIC X(01) VALUE SPACE.
030900     05  WS-DL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
031000     05  FILLER                      PIC X(01) VALUE SPACE.
031100     05  WS-DL-REFERENCE             PIC X(10).
031200     05  FILLER                      PIC X(01) VALUE SPACE.
031300     05  WS-DL-RATE-AREA.
031400         10  WS-DL-RATE              PIC 9.9999.
031500     05  FILLER                      PIC X(01) VALUE SPACE.
031600     05  WS-DL-REMARKS               PIC X(16).
031700
031800 01  WS-TRAILER-LINE-1.
031900     05  FILLER                      PIC X(16) VALUE
032000         'NOTICES PRINTED '.
032100     05  WS-TR-NOTICES               PIC ZZZ,ZZ9.
032200     05  FILLER                      PIC X(04) VALUE SPACES.
032300     05  FILLER                      PIC X(15) VALUE
032400         'NO INSTRUCTION '.
032500     05  WS-TR-NO-INSTR              PIC ZZZ,ZZ9.
032600     05  FILLER                      PIC X(04) VALUE SPACES.
032700     05  FILLER                      PIC X(13) VALUE
032800         'NOT ACTED ON '.
032900     05  WS-TR-NOT-ACTED             PIC ZZZ,ZZ9.
033000
033100 01  WS-TRAILER-LINE-2.
033200     05  FILLER                      PIC X(16) VALUE
033300         'RENEWED         '.
033400     05  WS-TR-RENEWED               PIC ZZZ,ZZ9.
033500     05  FILLER                      PIC X(04) VALUE SPACES.
033600     05  WS-TR-RENEWED-AMT           PIC ZZZ,ZZZ,ZZ9.99.
033700
033800 01  WS-TRAILER-LINE-3.
033900     05  FILLER                      PIC X(16) VALUE
034000         'PAID OUT        '.
034100     05  WS-TR-PAID-OUT              PIC ZZZ,ZZ9.
034200     05  FILLER                      PIC X(04) VALUE SPACES.
034300     05  WS-TR-PAID-OUT-AMT          PIC ZZZ,ZZZ,ZZ9.99.
034400
034500 PROCEDURE DIVISION.
034600
034700******************************************************************
034800* 0000-MAINLINE - DRIVE THE DAILY CERTIFICATE MATURITY RUN        *
034900******************************************************************
035000 0000-MAINLINE.
035100     PERFORM 1000-OPEN-FILES
035200     IF NOT OPEN-FAILED
035300         PERFORM 1100-READ-PARM
035400         IF NOT WS-BDAT-RUN-STOPPED
035500             PERFORM 1200-WRITE-HEADINGS
035600             PERFORM 2100-READ-NEXT-ACCOUNT
035700             PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-ACCT-FILE-EOF
035800             PERFORM 8000-WRITE-REPORT-TRAILER
035900             DISPLAY 'CERTMAT: ACCOUNTS READ    - '
036000                 WS-ACCOUNTS-READ
036100             DISPLAY 'CERTMAT: NOTICES PRINTED  - '
036200                 WS-NOTICES-PRINTED
036300             DISPLAY 'CERTMAT: RENEWED          - '
036400                 WS-RENEWED-COUNT
036401             DISPLAY 'CERTMAT: PAID OUT         - '
036402                 WS-PAID-OUT-COUNT
036403             DISPLAY 'CERTMAT: NO INSTRUCTION   - '
036404                 WS-NO-INSTR-COUNT
036405             DISPLAY 'CERTMAT: NOT ACTED ON     - '
036406                 WS-NOT-ACTED-COUNT
036407         END-IF
036408         PERFORM 9000-CLOSE-FILES
036500     END-IF
036600     STOP RUN.
036700
036800******************************************************************
036900* 1000-OPEN-FILES - OPEN THE PARM CARD, THE MASTERS, THE NOTICE   *
037000*                   FILE, THE REGISTER AND (FOR APPEND) THE       *
037001*                   MAINTENANCE AUDIT FILE. A FAILURE ON ANY OF   *
037100*                   THEM SETS WS-ACCT-FILE-EOF SO THE BROWSE LOOP *
037200*                   IN 0000-MAINLINE NEVER RUNS. A MISSING RATE   *
037300*                   FILE IS NOT FATAL - A RENEWAL THEN KEEPS THE  *
037400*                   CERTIFICATE'S OWN RATE, AS THE INTEREST RUN   *
037500*                   WOULD.                                        *
037600******************************************************************
037700 1000-OPEN-FILES.
037800     OPEN INPUT CMAT-PARM-FILE
037900     IF NOT WS-PARM-FILE-OK
038000         DISPLAY 'CERTMAT: UNABLE TO OPEN CMATPARM - '
038100             WS-PARM-FILE-STATUS
038200         SET WS-ACCT-FILE-EOF TO TRUE
038300         SET OPEN-FAILED TO TRUE
038400     END-IF
038500     OPEN I-O ACCOUNT-MASTER-FILE
038600     IF NOT WS-ACCT-FILE-OK
038700         DISPLAY 'CERTMAT: UNABLE TO OPEN ACCTMAS - '
038800             WS-ACCT-FILE-STATUS
038900         SET WS-ACCT-FILE-EOF TO TRUE
039000         SET OPEN-FAILED TO TRUE
039100     END-IF
039200     OPEN I-O INSTRUCTION-FILE
039300     IF NOT WS-CINS-FILE-OK
039400         DISPLAY 'CERTMAT: UNABLE TO OPEN CERTINS - '
039500             WS-CINS-FILE-STATUS
039600         SET WS-ACCT-FILE-EOF TO TRUE
039700         SET OPEN-FAILED TO TRUE
039800     END-IF
039900     OPEN INPUT MEMBER-MASTER-FILE
040000     IF NOT WS-MBR-FILE-OK
040100         DISPLAY 'CERTMAT: UNABLE TO OPEN MBRFILE - '
040200             WS-MBR-FILE-STATUS
040300         SET WS-ACCT-FILE-EOF TO TRUE
040400         SET OPEN-FAILED TO TRUE
040500     END-IF
040600     OPEN OUTPUT NOTICE-FILE
040700     IF NOT WS-NTC-FILE-OK
040800         DISPLAY 'CERTMAT: UNABLE TO OPEN NOTICES - '
040900             WS-NTC-FILE-STATUS
041000         SET WS-ACCT-FILE-EOF TO TRUE
041100         SET OPEN-FAILED TO TRUE
041200     END-IF
041300     OPEN OUTPUT REPORT-FILE
041400     IF NOT WS-RPT-FILE-OK
041500         DISPLAY 'CERTMAT: UNABLE TO OPEN RPTOUT - '
041600             WS-RPT-FILE-STATUS
041700         SET WS-ACCT-FILE-EOF TO TRUE
041800         SET OPEN-FAILED TO TRUE
041900     END-IF
041901     OPEN EXTEND AUDIT-FILE
041902     IF NOT WS-AUD-FILE-OK
041903         OPEN OUTPUT AUDIT-FILE
041904     END-IF
041905     IF NOT WS-AUD-FILE-OK
041906         DISPLAY 'CERTMAT: UNABLE TO OPEN AUDFILE - '
041907             WS-AUD-FILE-STATUS
041908         SET WS-ACCT-FILE-EOF TO TRUE
041909         SET OPEN-FAILED TO TRUE
041910     END-IF
042000     OPEN INPUT RATE-TABLE-FILE
042100     IF WS-RATE-FILE-OK
042200         SET RATE-FILE-AVAILABLE TO TRUE
042300     ELSE
042400         DISPLAY 'CERTMAT: RATEFILE NOT AVAILABLE - '
042500             WS-RATE-FILE-STATUS
042600             ' - RENEWALS KEEP THEIR RATE'
042700         SET RATE-FILE-UNAVAILABLE TO TRUE
042800     END-IF.
042900 1000-OPEN-FILES-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 1100-READ-PARM - TAKE THE BUSINESS DATE FROM THE BUSINESS-DATE  *
043400*                  CONTROL FILE AND READ THE ONE CONTROL CARD     *
043500*                  NAMING THE DAYS OF NOTICE. A DATE ON THE CARD  *
043600*                  IS OPTIONAL BUT MUST AGREE WITH BUSDATE, OR    *
043700*                  THE RUN STOPS; A MISSING, NON-NUMERIC OR ZERO  *
043800*                  NOTICE PERIOD KEEPS THE 30-DAY DEFAULT. THE    *
043900*                  NOTICE WINDOW - THE DAY NUMBERS AFTER THE      *
044000*                  PRIOR BUSINESS DATE'S NOTICE DATE, UP TO AND   *
044100*                  INCLUDING TODAY'S - IS WORKED OUT ONCE PER     *
044200*                  RUN, SO A NOTICE DATE FALLING ON A WEEKEND OR  *
044300*                  HOLIDAY IS PICKED UP BY THE NEXT RUN.          *
044400******************************************************************
044500 1100-READ-PARM.
044600     MOVE 'CERTMAT' TO WS-BDAT-PROGRAM
044700     PERFORM 9600-READ-BUSINESS-DATE
044800     MOVE SPACES TO WS-BDAT-CARD-DATE-X
044900     READ CMAT-PARM-FILE
045000         NOT AT END
045100             MOVE CMAT-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
045200             IF CMAT-PARM-NOTICE-DAYS NUMERIC
045300                 AND CMAT-PARM-NOTICE-DAYS > ZERO
045400                 MOVE CMAT-PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
045500             END-IF
045600     END-READ
045700     MOVE 'CMATPARM' TO WS-BDAT-CARD-NAME
045800     PERFORM 9620-CHECK-CARD-DATE
045900     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE
045901     MOVE WS-BUSINESS-DATE TO WS-DAYNO-DATE
045902     PERFORM 3900-COMPUTE-DAY-NUMBER
045903     COMPUTE WS-NOTICE-DAYNO = WS-DAYNO-RESULT + WS-NOTICE-DAYS
045904     IF WS-BDAT-PRIOR-DATE NUMERIC
045905         AND WS-BDAT-PRIOR-DATE > ZERO
045906         MOVE WS-BDAT-PRIOR-DATE TO WS-DAYNO-DATE
045907         PERFORM 3900-COMPUTE-DAY-NUMBER
045908         COMPUTE WS-NOTICE-FROM-DAYNO =
045909             WS-DAYNO-RESULT + WS-NOTICE-DAYS
045910     ELSE
045911         COMPUTE WS-NOTICE-FROM-DAYNO = WS-NOTICE-DAYNO - 1
045912     END-IF.
046000 1100-READ-PARM-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
046500******************************************************************
046600 1200-WRITE-HEADINGS.
046700     MOVE WS-BUSINESS-DATE TO HL1-BUSINESS-DATE
046800     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
046900     WRITE REPORT-LINE
047000     MOVE WS-COLUMN-HEADING TO REPORT-LINE
047100     WRITE REPORT-LINE.
047200 1200-WRITE-HEADINGS-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600* 2000-PROCESS-ACCOUNT - LOOK AT ONE ACCOUNT. ONLY AN OPEN SHARE  *
047700*                        CERTIFICATE WITH A MATURITY DATE IS OF   *
047800*                        INTEREST: ONE MATURING IN THE NOTICE     *
047900*                        WINDOW GETS ITS LETTER, ONE MATURING     *
048000*                        TODAY IS ACTED ON. A MATURITY DATE ON A  *
048001*                        WEEKEND OR HOLIDAY MATURES ON THE NEXT   *
048002*                        BUSINESS DAY; THE CERTIFICATE KEEPS ITS  *
048003*                        NOMINAL DATE SO THE TERM NEVER DRIFTS.   *
048004*                        ACTING ON A CERTIFICATE BREAKS THE       *
048100*                        BROWSE, WHICH IS THEN RESUMED AFTER IT.  *
048300******************************************************************
048400 2000-PROCESS-ACCOUNT.
048500     ADD 1 TO WS-ACCOUNTS-READ
048600     MOVE ACCT-ID TO WS-LAST-ACCT-ID
048700     MOVE 'N' TO WS-BROWSE-STATE
048800     IF ACCT-TYPE-CERTIFICATE
048900         AND NOT ACCT-CLOSED
049000         AND ACCT-MATURITY-DATE NUMERIC
049100         AND ACCT-MATURITY-DATE > ZERO
049200         MOVE ACCT-MATURITY-DATE TO WS-BDAT-ROLL-DATE
049300         PERFORM 9650-ROLL-TO-BUSINESS-DAY
049400         MOVE WS-BDAT-ROLL-DATE TO WS-EFFECTIVE-MATURITY
049500         MOVE ACCT-MATURITY-DATE TO WS-DAYNO-DATE
049600         PERFORM 3900-COMPUTE-DAY-NUMBER
049700         IF WS-DAYNO-RESULT > WS-NOTICE-FROM-DAYNO
049701             AND WS-DAYNO-RESULT NOT > WS-NOTICE-DAYNO
049702             PERFORM 2200-WRITE-NOTICE
049703         END-IF
049704         IF WS-EFFECTIVE-MATURITY = WS-BUSINESS-DATE
049800             PERFORM 2400-MATURE-CERTIFICATE
049900         END-IF
050000     END-IF
050100     IF BROWSE-BROKEN
050200         PERFORM 2900-RESUME-BROWSE
050300     ELSE
050400         PERFORM 2100-READ-NEXT-ACCOUNT
050500     END-IF.
050600 2000-PROCESS-ACCOUNT-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 2100-READ-NEXT-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD    *
051100******************************************************************
051200 2100-READ-NEXT-ACCOUNT.
051300     READ ACCOUNT-MASTER-FILE NEXT RECORD
051400         AT END
051500             SET WS-ACCT-FILE-EOF TO TRUE
051600     END-READ.
051700 2100-READ-NEXT-ACCOUNT-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 2150-READ-INSTRUCTION - LOOK UP THE CERTIFICATE'S STANDING      *
052200*                         INSTRUCTION                             *
052300******************************************************************
052400 2150-READ-INSTRUCTION.
052500     MOVE 'Y' TO WS-CINS-ON-FILE
052600     MOVE WS-LAST-ACCT-ID TO CINS-ACCT-ID
052700     READ INSTRUCTION-FILE
052800         INVALID KEY
052900             MOVE 'N' TO WS-CINS-ON-FILE
053000     END-READ.
053100 2150-READ-INSTRUCTION-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 2200-WRITE-NOTICE - PRINT ONE MATURITY NOTICE LETTER: THE       *
053600*                     MEMBER'S NAME AND MAILING ADDRESS, THE      *
053700*                     MATURITY DATE AND BALANCE, AND WHAT THE     *
053800*                     INSTRUCTION ON FILE WILL DO ON THAT DATE -  *
053900*                     OR A REQUEST TO CONTACT US WHEN THERE IS    *
054000*                     NONE. A CERTIFICATE WITH NO MEMBER ROW      *
054100*                     STILL GETS ITS LETTER, FLAGGED FOR THE MAIL *
054200*                     ROOM.                                       *
054300******************************************************************
054400 2200-WRITE-NOTICE.
054500     ADD 1 TO WS-NOTICES-PRINTED
054600     MOVE WS-BUSINESS-DATE TO NT-BUSINESS-DATE
054700     MOVE WS-NOTICE-TITLE TO NOTICE-LINE
054800     WRITE NOTICE-LINE
054900     MOVE SPACES TO NOTICE-LINE
055000     WRITE NOTICE-LINE
055100     PERFORM 2250-WRITE-NOTICE-ADDRESS
055200     MOVE SPACES TO NOTICE-LINE
055300     WRITE NOTICE-LINE
055400     MOVE ACCT-ID TO NM-ACCT-ID
055500     MOVE WS-EFFECTIVE-MATURITY TO NM-MATURITY-DATE
055600     MOVE WS-NOTICE-MATURES-LINE TO NOTICE-LINE
055700     WRITE NOTICE-LINE
055800     MOVE ACCT-BALANCE TO NB-BALANCE
055900     MOVE WS-NOTICE-BALANCE-LINE TO NOTICE-LINE
056000     WRITE NOTICE-LINE
056100     MOVE SPACES TO NOTICE-LINE
056200     WRITE NOTICE-LINE
056300     PERFORM 2150-READ-INSTRUCTION
056400     IF CINS-ON-FILE AND CINS-ACTION-RENEW
056500         MOVE CINS-TERM-MONTHS TO NR-TERM
056600         MOVE WS-NOTICE-RENEW-LINE TO NOTICE-LINE
056700         WRITE NOTICE-LINE
056800         MOVE WS-NOTICE-RENEW-LINE-2 TO NOTICE-LINE
056900         WRITE NOTICE-LINE
057000     ELSE
057100     IF CINS-ON-FILE AND CINS-ACTION-PAYOUT
057200         MOVE CINS-PAYOUT-ACCT TO NP-PAYOUT-ACCT
057300         MOVE WS-NOTICE-PAYOUT-LINE TO NOTICE-LINE
057400         WRITE NOTICE-LINE
057500     ELSE
057600         MOVE WS-NOTICE-NO-INSTR-LINE TO NOTICE-LINE
057700         WRITE NOTICE-LINE
057800         MOVE WS-NOTICE-NO-INSTR-LINE-2 TO NOTICE-LINE
057900         WRITE NOTICE-LINE
058000     END-IF
058100     END-IF
058200     MOVE WS-NOTICE-CLOSING-LINE TO NOTICE-LINE
058300     WRITE NOTICE-LINE
058400     MOVE WS-NOTICE-SEPARATOR TO NOTICE-LINE
058500     WRITE NOTICE-LINE.
058600 2200-WRITE-NOTICE-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 2250-WRITE-NOTICE-ADDRESS - PRINT THE MEMBER'S NAME AND MAILING *
059100*                             ADDRESS FROM THE MEMBER MASTER      *
059200******************************************************************
059300 2250-WRITE-NOTICE-ADDRESS.
059400     MOVE 'Y' TO WS-MBR-ON-FILE
059500     MOVE ACCT-ID TO MBR-ACCT-ID
059600     READ MEMBER-MASTER-FILE
059700         INVALID KEY
059800             MOVE 'N' TO WS-MBR-ON-FILE
059900     END-READ
060000     IF MBR-ON-FILE
060100         MOVE MBR-NAME TO NA-TEXT
060200         MOVE WS-NOTICE-ADDR-LINE TO NOTICE-LINE
060300         WRITE NOTICE-LINE
060400         MOVE MBR-ADDR-LINE-1 TO NA-TEXT
060500         MOVE WS-NOTICE-ADDR-LINE TO NOTICE-LINE
060600         WRITE NOTICE-LINE
060700         IF MBR-ADDR-LINE-2 NOT = SPACES
060800             MOVE MBR-ADDR-LINE-2 TO NA-TEXT
060900             MOVE WS-NOTICE-ADDR-LINE TO NOTICE-LINE
061000             WRITE NOTICE-LINE
061100         END-IF
061200         MOVE MBR-CITY  TO NA-CITY
061300         MOVE MBR-STATE TO NA-STATE
061400         MOVE MBR-ZIP   TO NA-ZIP
061500         MOVE WS-NOTICE-CSZ-LINE TO NOTICE-LINE
061600         WRITE NOTICE-LINE
061700     ELSE
061800         MOVE WS-NOTICE-NO-MEMBER-LINE TO NA-TEXT
061900         MOVE WS-NOTICE-ADDR-LINE TO NOTICE-LINE
062000         WRITE NOTICE-LINE
062100     END-IF.
062200 2250-WRITE-NOTICE-ADDRESS-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 2400-MATURE-CERTIFICATE - ACT ON A CERTIFICATE THAT MATURES     *
062700*                           TODAY. NO INSTRUCTION ON FILE IS      *
062800*                           FLAGGED; ONE ALREADY ACTED ON TODAY,  *
062900*                           OR A CERTIFICATE WITH NOTHING IN IT,  *
063000*                           IS LISTED AS NOT ACTED ON; OTHERWISE  *
063100*                           THE INSTRUCTION IS CARRIED OUT. EVERY *
063200*                           CASE WRITES ONE REGISTER LINE.        *
063300******************************************************************
063400 2400-MATURE-CERTIFICATE.
063500     MOVE ACCT-BALANCE TO WS-CERT-BALANCE
063600     MOVE ACCT-MATURITY-DATE TO WS-CERT-MATURITY
063700     MOVE WS-LAST-ACCT-ID TO WS-DL-ACCT-ID
063800     MOVE WS-CERT-MATURITY TO WS-DL-MATURITY
063900     MOVE WS-CERT-BALANCE TO WS-DL-AMOUNT
064000     MOVE SPACES TO WS-DL-REFERENCE
064100     MOVE SPACES TO WS-DL-RATE-AREA
064200     MOVE SPACES TO WS-DL-REMARKS
064300     PERFORM 2150-READ-INSTRUCTION
064400     EVALUATE TRUE
064500         WHEN NOT CINS-ON-FILE
064600             MOVE 'NO INSTR' TO WS-DL-ACTION
064700             MOVE 'MEMBER TO ADVISE' TO WS-DL-REMARKS
064800             ADD 1 TO WS-NO-INSTR-COUNT
064900         WHEN CINS-LAST-ACTION-DATE = WS-BUSINESS-DATE
065000             MOVE 'NOT ACTED' TO WS-DL-ACTION
065100             MOVE 'DONE EARLIER' TO WS-DL-REMARKS
065200             ADD 1 TO WS-NOT-ACTED-COUNT
065300         WHEN WS-CERT-BALANCE NOT > ZERO
065400             MOVE 'NOT ACTED' TO WS-DL-ACTION
065500             MOVE 'NO BALANCE' TO WS-DL-REMARKS
065600             ADD 1 TO WS-NOT-ACTED-COUNT
065700         WHEN CINS-ACTION-RENEW
065800             PERFORM 2500-RENEW-CERTIFICATE
065900         WHEN CINS-ACTION-PAYOUT
066000             PERFORM 2600-PAY-OUT-CERTIFICATE
066100         WHEN OTHER
066200             MOVE 'NOT ACTED' TO WS-DL-ACTION
066300             MOVE 'BAD INSTRUCTION' TO WS-DL-REMARKS
066400             ADD 1 TO WS-NOT-ACTED-COUNT
066500     END-EVALUATE
066600     MOVE WS-DETAIL-LINE TO REPORT-LINE
066700     WRITE REPORT-LINE.
066800 2400-MATURE-CERTIFICATE-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200* 2500-RENEW-CERTIFICATE - ROLL THE CERTIFICATE OVER FOR THE SAME *
067300*                          TERM: WORK OUT THE NEW MATURITY DATE   *
067400*                          AND THE RATE TABLE'S CURRENT RATE,     *
067500*                          CLOSE THE MASTER, HAVE OPERATIONS      *
067600*                          RENEW AND JOURNAL IT, THEN REOPEN AND  *
067700*                          PUT THE NEW RATE ON THE CERTIFICATE    *
067800*                          AND STAMP THE INSTRUCTION AS ACTED ON. *
067900******************************************************************
068000 2500-RENEW-CERTIFICATE.
068100     PERFORM 2550-ADD-TERM
068200     PERFORM 2700-LOOKUP-RATE
068300     CLOSE ACCOUNT-MASTER-FILE
068400     SET BROWSE-BROKEN TO TRUE
068500     MOVE 'RENEW ' TO WS-PASSED-OPERATION
068600     MOVE WS-CERT-BALANCE TO WS-PASSED-AMOUNT
068700     MOVE SPACES TO WS-PASSED-REFERENCE
068800     MOVE WS-NEW-MATURITY TO WS-PASSED-REFERENCE (1:8)
068900     CALL 'Operations' USING WS-PASSED-OPERATION WS-LAST-ACCT-ID
069000         WS-PASSED-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
069100         WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
069200         WS-PASSED-SOURCE WS-PASSED-TRACE-NO
069300     OPEN I-O ACCOUNT-MASTER-FILE
069400     IF WS-OPER-STATUS = '00'
069500         MOVE 'RENEWED' TO WS-DL-ACTION
069600         MOVE WS-NEW-MATURITY TO WS-DL-REFERENCE
069700         MOVE WS-APPLY-RATE TO WS-DL-RATE
069800         ADD 1 TO WS-RENEWED-COUNT
069900         ADD WS-CERT-BALANCE TO WS-RENEWED-AMOUNT
070000         PERFORM 2560-SET-RENEWAL-RATE
070100         PERFORM 2800-STAMP-INSTRUCTION
070200     ELSE
070300         MOVE 'NOT ACTED' TO WS-DL-ACTION
070400         MOVE 'RENEW REFUSED ' TO WS-DL-REMARKS
070500         MOVE WS-OPER-STATUS TO WS-DL-REMARKS (15:2)
070600         ADD 1 TO WS-NOT-ACTED-COUNT
070700         DISPLAY 'CERTMAT: RENEWAL NOT POSTED FOR '
070800             WS-LAST-ACCT-ID ' STATUS ' WS-OPER-STATUS
070900     END-IF.
071000 2500-RENEW-CERTIFICATE-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400* 2550-ADD-TERM - THE NEW MATURITY DATE IS THE OLD ONE PLUS THE   *
071500*                 INSTRUCTION'S TERM IN MONTHS, PULLED BACK TO    *
071600*                 THE LAST DAY OF THE MONTH WHEN THE DAY DOES NOT *
071700*                 EXIST THERE (A 31ST, OR 29 FEBRUARY OUTSIDE A   *
071800*                 LEAP YEAR)                                      *
071900******************************************************************
072000 2550-ADD-TERM.
072100     MOVE WS-CERT-MATURITY TO WS-NEW-MATURITY
072200     COMPUTE WS-TOTAL-MONTHS =
072300         (WS-NEW-YYYY * 12) + WS-NEW-MM - 1 + CINS-TERM-MONTHS
072400     DIVIDE WS-TOTAL-MONTHS BY 12
072500         GIVING WS-NEW-YYYY
072600         REMAINDER WS-NEW-MM
072700     ADD 1 TO WS-NEW-MM
072800     MOVE WS-MONTH-LENGTH (WS-NEW-MM) TO WS-MONTH-DAYS
072900     IF WS-NEW-MM = 2
073000         DIVIDE WS-NEW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
073100             REMAINDER WS-LEAP-REM-4
073200         DIVIDE WS-NEW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
073300             REMAINDER WS-LEAP-REM-100
073400         DIVIDE WS-NEW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
073500             REMAINDER WS-LEAP-REM-400
073600         IF WS-LEAP-REM-4 = ZERO
073700             AND (WS-LEAP-REM-100 NOT = ZERO
073800                 OR WS-LEAP-REM-400 = ZERO)
073900             MOVE 29 TO WS-MONTH-DAYS
074000         END-IF
074100     END-IF
074200     IF WS-NEW-DD > WS-MONTH-DAYS
074300         MOVE WS-MONTH-DAYS TO WS-NEW-DD
074400     END-IF.
074500 2550-ADD-TERM-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900* 2560-SET-RENEWAL-RATE - PUT THE RENEWAL RATE ON THE CERTIFICATE *
075000*                         OPERATIONS HAS JUST RENEWED. THE RATE   *
075001*                         IS NOT JOURNALED, SO THE CHANGE IS      *
075002*                         AUDITED FOR FORWARD RECOVERY.           *
075100******************************************************************
075200 2560-SET-RENEWAL-RATE.
075300     MOVE WS-LAST-ACCT-ID TO ACCT-ID
075400     READ ACCOUNT-MASTER-FILE
075500         INVALID KEY
075600             MOVE 'RATE NOT SET' TO WS-DL-REMARKS
075700         NOT INVALID KEY
075800             MOVE ACCT-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE
075801             MOVE WS-APPLY-RATE TO ACCT-INTEREST-RATE
075900             REWRITE ACCT-MASTER-RECORD
076000                 INVALID KEY
076100                     MOVE 'RATE NOT SET' TO WS-DL-REMARKS
076101                 NOT INVALID KEY
076102                     MOVE 'C' TO WS-AUDIT-ACTION
076103                     PERFORM 2570-WRITE-AUDIT-RECORD
076200             END-REWRITE
076300     END-READ.
076340 2560-SET-RENEWAL-RATE-EXIT.
076350     EXIT.
076401
076402******************************************************************
076403* 2570-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
076404*                           THE CERTIFICATE WHOSE RATE WAS JUST   *
076405*                           SET TO THE MAINTENANCE AUDIT FILE,    *
076406*                           STAMPED WITH THE SYSTEM DATE AND TIME *
076407******************************************************************
076408 2570-WRITE-AUDIT-RECORD.
076409     MOVE SPACES TO AUD-RECORD
076410     ACCEPT AUD-DATE FROM DATE YYYYMMDD
076411     ACCEPT AUD-TIME FROM TIME
076412     MOVE 'ACCTMAS'             TO AUD-FILE-NAME
076413     MOVE ACCT-ID               TO AUD-KEY
076414     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
076415     MOVE 'RENEW'               TO AUD-FUNCTION
076416     MOVE 'CERTMAT'             TO AUD-JOB-NAME
076417     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
076418     MOVE ACCT-MASTER-RECORD    TO AUD-AFTER-IMAGE
076419     WRITE AUD-RECORD
076420     IF NOT WS-AUD-FILE-OK
076421         DISPLAY 'CERTMAT: AUDIT WRITE FAILED - ' ACCT-ID
076422             ' STATUS ' WS-AUD-FILE-STATUS
076423     END-IF.
076424 2570-WRITE-AUDIT-RECORD-EXIT.
076425     EXIT.
076600
076700******************************************************************
076800* 2600-PAY-OUT-CERTIFICATE - PROVE THE PAYOUT ACCOUNT IS STILL AN *
076900*                            OPEN CHECKING ACCOUNT, THEN CLOSE    *
077000*                            THE MASTER AND HAVE OPERATIONS       *
077100*                            TRANSFER THE WHOLE BALANCE TO IT,    *
077200*                            AND STAMP THE INSTRUCTION AS ACTED   *
077300*                            ON ONCE THE TRANSFER HAS LANDED.     *
077400******************************************************************
077500 2600-PAY-OUT-CERTIFICATE.
077600     SET BROWSE-BROKEN TO TRUE
077700     MOVE CINS-PAYOUT-ACCT TO WS-DL-REFERENCE
077800     PERFORM 2650-CHECK-PAYOUT-ACCOUNT
077900     IF NOT PAYOUT-ACCT-VALID
078000         MOVE 'NOT ACTED' TO WS-DL-ACTION
078100         MOVE 'BAD PAYOUT ACCT' TO WS-DL-REMARKS
078200         ADD 1 TO WS-NOT-ACTED-COUNT
078300     ELSE
078400         CLOSE ACCOUNT-MASTER-FILE
078500         MOVE 'XFER  ' TO WS-PASSED-OPERATION
078600         MOVE WS-CERT-BALANCE TO WS-PASSED-AMOUNT
078700         MOVE CINS-PAYOUT-ACCT TO WS-PASSED-REFERENCE
078800         CALL 'Operations' USING WS-PASSED-OPERATION
078900             WS-LAST-ACCT-ID WS-PASSED-AMOUNT WS-RETURNED-BALANCE
079000             WS-OPER-STATUS
079100             WS-PASSED-REFERENCE WS-PASSED-TELLER-ID
079200             WS-PASSED-SOURCE WS-PASSED-TRACE-NO
079300         OPEN I-O ACCOUNT-MASTER-FILE
079400         IF WS-OPER-STATUS = '00'
079500             MOVE 'PAID OUT' TO WS-DL-ACTION
079600             ADD 1 TO WS-PAID-OUT-COUNT
079700             ADD WS-CERT-BALANCE TO WS-PAID-OUT-AMOUNT
079800             PERFORM 2800-STAMP-INSTRUCTION
079900         ELSE
080000             MOVE 'NOT ACTED' TO WS-DL-ACTION
080100             MOVE 'XFER REFUSED ' TO WS-DL-REMARKS
080200             MOVE WS-OPER-STATUS TO WS-DL-REMARKS (14:2)
080300             ADD 1 TO WS-NOT-ACTED-COUNT
080400             DISPLAY 'CERTMAT: PAYOUT NOT POSTED FOR '
080500                 WS-LAST-ACCT-ID ' STATUS ' WS-OPER-STATUS
080600         END-IF
080700     END-IF.
080800 2600-PAY-OUT-CERTIFICATE-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200* 2650-CHECK-PAYOUT-ACCOUNT - THE PAYOUT ACCOUNT NAMED ON THE     *
081300*                             INSTRUCTION MUST STILL BE AN OPEN   *
081400*                             CHECKING ACCOUNT ON THE MASTER      *
081500******************************************************************
081600 2650-CHECK-PAYOUT-ACCOUNT.
081700     MOVE 'Y' TO WS-PAYOUT-STATE
081800     MOVE CINS-PAYOUT-ACCT TO ACCT-ID
081900     READ ACCOUNT-MASTER-FILE
082000         INVALID KEY
082100             MOVE 'N' TO WS-PAYOUT-STATE
082200     END-READ
082300     IF PAYOUT-ACCT-VALID
082400         IF NOT ACCT-TYPE-CHECKING OR ACCT-CLOSED
082401             OR ACCT-CHARGED-OFF
082500             MOVE 'N' TO WS-PAYOUT-STATE
082600         END-IF
082700     END-IF.
082800 2650-CHECK-PAYOUT-ACCOUNT-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200* 2700-LOOKUP-RATE - FIND THE HIGHEST CERTIFICATE RATE TIER WHOSE *
083300*                    FLOOR THE BALANCE REACHES, THE SAME WAY THE  *
083400*                    INTEREST RUN PRICES A CERTIFICATE. NO TABLE  *
083500*                    ROW FOR TYPE 'D' - OR NO RATE FILE AT ALL -  *
083600*                    LEAVES THE CERTIFICATE'S OWN RATE IN FORCE.  *
083700******************************************************************
083800 2700-LOOKUP-RATE.
083900     MOVE ACCT-INTEREST-RATE TO WS-APPLY-RATE
084000     IF RATE-FILE-UNAVAILABLE
084100         CONTINUE
084200     ELSE
084300     MOVE 'N' TO WS-RATE-SCAN-STATE
084400     MOVE 'D' TO RATE-TYPE-CODE
084500     MOVE ZERO TO RATE-TIER-NO
084600     START RATE-TABLE-FILE KEY IS NOT LESS THAN RATE-KEY
084700         INVALID KEY
084800             SET RATE-SCAN-DONE TO TRUE
084900     END-START
085000     PERFORM 2710-READ-NEXT-RATE UNTIL RATE-SCAN-DONE
085100     END-IF.
085200 2700-LOOKUP-RATE-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600* 2710-READ-NEXT-RATE - EXAMINE ONE RATE TIER OF THE BROWSE; THE  *
085700*                       BROWSE ENDS AT END OF FILE OR THE FIRST   *
085800*                       ROW OF ANOTHER TYPE                       *
085900******************************************************************
086000 2710-READ-NEXT-RATE.
086100     READ RATE-TABLE-FILE NEXT RECORD
086200         AT END
086300             SET RATE-SCAN-DONE TO TRUE
086400         NOT AT END
086500             IF RATE-TYPE-CODE NOT = 'D'
086600                 SET RATE-SCAN-DONE TO TRUE
086700             ELSE
086800                 IF RATE-TIER-FLOOR NOT > WS-CERT-BALANCE
086900                     MOVE RATE-MONTHLY-RATE TO WS-APPLY-RATE
087000                 END-IF
087100             END-IF
087200     END-READ.
087300 2710-READ-NEXT-RATE-EXIT.
087400     EXIT.
087500
087600******************************************************************
087700* 2800-STAMP-INSTRUCTION - RECORD THE BUSINESS DATE THE           *
087800*                          INSTRUCTION WAS ACTED ON, SO A RERUN   *
087900*                          OF THE SAME DAY LEAVES IT ALONE        *
088000******************************************************************
088100 2800-STAMP-INSTRUCTION.
088200     MOVE WS-BUSINESS-DATE TO CINS-LAST-ACTION-DATE
088300     REWRITE CINS-RECORD
088400         INVALID KEY
088500             DISPLAY 'CERTMAT: INSTRUCTION REWRITE FAILED - '
088600                 CINS-ACCT-ID
088700     END-REWRITE.
088800 2800-STAMP-INSTRUCTION-EXIT.
088900     EXIT.
089000
089100******************************************************************
089200* 2900-RESUME-BROWSE - PICK THE ACCOUNT MASTER BROWSE UP AGAIN    *
089300*                      AFTER THE CERTIFICATE JUST ACTED ON        *
089400******************************************************************
089500 2900-RESUME-BROWSE.
089600     MOVE WS-LAST-ACCT-ID TO ACCT-ID
089700     START ACCOUNT-MASTER-FILE KEY IS GREATER THAN ACCT-ID
089800         INVALID KEY
089900             SET WS-ACCT-FILE-EOF TO TRUE
090000     END-START
090100     IF NOT WS-ACCT-FILE-EOF
090200         PERFORM 2100-READ-NEXT-ACCOUNT
090300     END-IF.
090400 2900-RESUME-BROWSE-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800* 3900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DAYNO-   *
090900*                           DATE INTO A CONTINUOUS DAY NUMBER IN  *
091000*                           WS-DAYNO-RESULT (THE JULIAN DAY       *
091100*                           NUMBER), THE SAME WAY OPERATIONS      *
091200*                           COUNTS LOAN INTEREST DAYS. EVERY      *
091300*                           DIVISION IS WHOLE-NUMBER DIVISION.    *
091400******************************************************************
091500 3900-COMPUTE-DAY-NUMBER.
091600     COMPUTE WS-DAYNO-A = (14 - WS-DAYNO-MM) / 12
091700     COMPUTE WS-DAYNO-Y = WS-DAYNO-YYYY + 4800 - WS-DAYNO-A
091800     COMPUTE WS-DAYNO-M = WS-DAYNO-MM + (12 * WS-DAYNO-A) - 3
091900     COMPUTE WS-DAYNO-WORK = ((153 * WS-DAYNO-M) + 2) / 5
092000     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-DD + WS-DAYNO-WORK
092100         + (365 * WS-DAYNO-Y) - 32045
092200     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-WORK
092300     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
092400     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-WORK
092500     SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
092600     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-WORK
092700     ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT.
092800 3900-COMPUTE-DAY-NUMBER-EXIT.
092900     EXIT.
093000
093100******************************************************************
093200* 8000-WRITE-REPORT-TRAILER - WRITE THE RUN SUMMARY LINES         *
093300******************************************************************
093400 8000-WRITE-REPORT-TRAILER.
093500     MOVE WS-NOTICES-PRINTED TO WS-TR-NOTICES
093600     MOVE WS-NO-INSTR-COUNT TO WS-TR-NO-INSTR
093700     MOVE WS-NOT-ACTED-COUNT TO WS-TR-NOT-ACTED
093800     MOVE WS-RENEWED-COUNT TO WS-TR-RENEWED
093900     MOVE WS-RENEWED-AMOUNT TO WS-TR-RENEWED-AMT
094000     MOVE WS-PAID-OUT-COUNT TO WS-TR-PAID-OUT
094100     MOVE WS-PAID-OUT-AMOUNT TO WS-TR-PAID-OUT-AMT
094200     MOVE SPACES TO REPORT-LINE
094300     WRITE REPORT-LINE
094400     MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
094500     WRITE REPORT-LINE
094600     MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
094700     WRITE REPORT-LINE
094800     MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
094900     WRITE REPORT-LINE.
095000 8000-WRITE-REPORT-TRAILER-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
095500******************************************************************
095600 9000-CLOSE-FILES.
095700     CLOSE CMAT-PARM-FILE
095800     CLOSE ACCOUNT-MASTER-FILE
095900     CLOSE INSTRUCTION-FILE
096000     CLOSE MEMBER-MASTER-FILE
096100     CLOSE RATE-TABLE-FILE
096200     CLOSE NOTICE-FILE
096300     CLOSE REPORT-FILE
096301     CLOSE AUDIT-FILE.
096400 9000-CLOSE-FILES-EXIT.
096500     EXIT.
096501
096502     COPY BDATEPRC.
