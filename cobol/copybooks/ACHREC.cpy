000100******************************************************************
000200*    COPYBOOK:    ACHREC                                         *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR A NACHA-FORMAT ACH FILE -     *
000700*                 THE INBOUND FILE FROM THE ACH OPERATOR READ BY  *
000800*                 THE ACH POSTING RUN AND THE OUTBOUND RETURNS    *
000900*                 FILE IT WRITES BACK. EVERY RECORD IS 94 BYTES   *
001000*                 AND THE FIRST BYTE NAMES ITS TYPE: '1' FILE     *
001100*                 HEADER, '5' BATCH HEADER, '6' ENTRY DETAIL,     *
001200*                 '7' ADDENDA, '8' BATCH CONTROL, '9' FILE        *
001300*                 CONTROL. THE ALTERNATE 01 VIEWS BELOW MAP EACH  *
001400*                 TYPE'S FIELDS OVER THE SAME RECORD. A FILE IS   *
001500*                 BLOCKED TEN RECORDS TO THE BLOCK AND THE LAST   *
001600*                 BLOCK IS PADDED WITH RECORDS OF ALL NINES. THE  *
001700*                 RETURNS FILE COPIES THIS MEMBER REPLACING       *
001800*                 ACH- BY RTN-.                                   *
001900*                                                                 *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------- ----  ----------------------------------------   *
002300*    2026-10-05 DP    ORIGINAL COPYBOOK - NACHA ACH RECORD        *
002400******************************************************************
002500 01  ACH-RECORD.
002600     05  ACH-RECORD-TYPE             PIC X(01).
002700         88  ACH-FILE-HEADER-REC             VALUE '1'.
002800         88  ACH-BATCH-HEADER-REC            VALUE '5'.
002900         88  ACH-ENTRY-DETAIL-REC            VALUE '6'.
003000         88  ACH-ADDENDA-REC                 VALUE '7'.
003100         88  ACH-BATCH-CONTROL-REC           VALUE '8'.
003200         88  ACH-FILE-CONTROL-REC            VALUE '9'.
003300     05  ACH-RECORD-BODY             PIC X(93).
003400
003500 01  ACH-FILE-HEADER-RECORD.
003600     05  FILLER                      PIC X(01).
003700     05  ACH-FH-PRIORITY-CODE        PIC X(02).
003800     05  ACH-FH-IMMED-DEST           PIC X(10).
003900     05  ACH-FH-IMMED-ORIGIN         PIC X(10).
004000     05  ACH-FH-CREATE-DATE          PIC 9(06).
004100     05  ACH-FH-CREATE-TIME          PIC 9(04).
004200     05  ACH-FH-FILE-ID-MODIFIER     PIC X(01).
004300     05  ACH-FH-RECORD-SIZE          PIC X(03).
004400     05  ACH-FH-BLOCKING-FACTOR      PIC X(02).
004500     05  ACH-FH-FORMAT-CODE          PIC X(01).
004600     05  ACH-FH-DEST-NAME            PIC X(23).
004700     05  ACH-FH-ORIGIN-NAME          PIC X(23).
004800     05  ACH-FH-REFERENCE-CODE       PIC X(08).
004900
005000 01  ACH-BATCH-HEADER-RECORD.
005100     05  FILLER                      PIC X(01).
005200     05  ACH-BH-SERVICE-CLASS        PIC 9(03).
005300     05  ACH-BH-COMPANY-NAME         PIC X(16).
005400     05  ACH-BH-COMPANY-DISC-DATA    PIC X(20).
005500     05  ACH-BH-COMPANY-ID           PIC X(10).
005600     05  ACH-BH-SEC-CODE             PIC X(03).
005700     05  ACH-BH-ENTRY-DESC           PIC X(10).
005800     05  ACH-BH-DESC-DATE            PIC X(06).
005900     05  ACH-BH-EFFECTIVE-DATE       PIC X(06).
006000     05  ACH-BH-SETTLE-DATE          PIC X(03).
006100     05  ACH-BH-ORIG-STATUS          PIC X(01).
006200     05  ACH-BH-ODFI-ID              PIC X(08).
006300     05  ACH-BH-BATCH-NO             PIC 9(07).
006400
006500 01  ACH-ENTRY-DETAIL-RECORD.
006600     05  FILLER                      PIC X(01).
006700     05  ACH-ED-TRAN-CODE            PIC 9(02).
006800     05  ACH-ED-TRAN-CODE-X REDEFINES ACH-ED-TRAN-CODE.
006900         10  ACH-ED-ACCT-CLASS       PIC 9(01).
007000             88  ACH-ED-CHECKING             VALUE 2.
007100             88  ACH-ED-SAVINGS              VALUE 3.
007200         10  ACH-ED-ACTION           PIC 9(01).
007300             88  ACH-ED-CREDIT-ACTION        VALUE 1 THRU 4.
007400             88  ACH-ED-DEBIT-ACTION         VALUE 5 THRU 9.
007500             88  ACH-ED-LIVE-CREDIT          VALUE 2.
007600             88  ACH-ED-PRENOTE-CREDIT       VALUE 3.
007700             88  ACH-ED-LIVE-DEBIT           VALUE 7.
007800             88  ACH-ED-PRENOTE-DEBIT        VALUE 8.
007900     05  ACH-ED-RDFI-ID              PIC 9(08).
008000     05  ACH-ED-CHECK-DIGIT          PIC X(01).
008100     05  ACH-ED-DFI-ACCT             PIC X(17).
008200     05  ACH-ED-AMOUNT               PIC 9(08)V99.
008300     05  ACH-ED-INDIV-ID             PIC X(15).
008400     05  ACH-ED-INDIV-NAME           PIC X(22).
008500     05  ACH-ED-DISC-DATA            PIC X(02).
008600     05  ACH-ED-ADDENDA-IND          PIC X(01).
008700     05  ACH-ED-TRACE-NO             PIC X(15).
008800
008900 01  ACH-RETURN-ADDENDA-RECORD.
009000     05  FILLER                      PIC X(01).
009100     05  ACH-AD-TYPE-CODE            PIC X(02).
009200     05  ACH-AD-RETURN-REASON        PIC X(03).
009300     05  ACH-AD-ORIG-TRACE-NO        PIC X(15).
009400     05  ACH-AD-DATE-OF-DEATH        PIC X(06).
009500     05  ACH-AD-ORIG-RDFI-ID         PIC X(08).
009600     05  ACH-AD-ADDENDA-INFO         PIC X(44).
009700     05  ACH-AD-TRACE-NO             PIC X(15).
009800
009900 01  ACH-BATCH-CONTROL-RECORD.
010000     05  FILLER                      PIC X(01).
010100     05  ACH-BC-SERVICE-CLASS        PIC 9(03).
010200     05  ACH-BC-ENTRY-COUNT          PIC 9(06).
010300     05  ACH-BC-ENTRY-HASH           PIC 9(10).
010400     05  ACH-BC-TOTAL-DEBIT          PIC 9(10)V99.
010500     05  ACH-BC-TOTAL-CREDIT         PIC 9(10)V99.
010600     05  ACH-BC-COMPANY-ID           PIC X(10).
010700     05  ACH-BC-MAC                  PIC X(19).
010800     05  ACH-BC-RESERVED             PIC X(06).
010900     05  ACH-BC-ODFI-ID              PIC X(08).
011000     05  ACH-BC-BATCH-NO             PIC 9(07).
011100
011200 01  ACH-FILE-CONTROL-RECORD.
011300     05  FILLER                      PIC X(01).
011400     05  ACH-FC-BATCH-COUNT          PIC 9(06).
011500     05  ACH-FC-BLOCK-COUNT          PIC 9(06).
011600     05  ACH-FC-ENTRY-COUNT          PIC 9(08).
011700     05  ACH-FC-ENTRY-HASH           PIC 9(10).
011800     05  ACH-FC-TOTAL-DEBIT          PIC 9(10)V99.
011900     05  ACH-FC-TOTAL-CREDIT         PIC 9(10)V99.
012000     05  ACH-FC-RESERVED             PIC X(39).
