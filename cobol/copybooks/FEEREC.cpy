000100******************************************************************
000200*    COPYBOOK:    FEEREC                                         *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE FEE SCHEDULE TABLE FILE.  *
000700*                 A VSAM KSDS KEYED ON ACCOUNT TYPE PLUS FEE      *
000800*                 CODE, ONE ROW PER MONTHLY SERVICE CHARGE AN     *
000900*                 ACCOUNT TYPE PAYS: THE AMOUNT AND THE RULES     *
001000*                 THAT WAIVE IT. THE MONTH-END SERVICE CHARGE     *
001100*                 RUN (SVCCHG) CHECKS EVERY ACTIVE ACCOUNT        *
001200*                 AGAINST THE ROWS OF ITS TYPE; A FEE IS WAIVED   *
001300*                 WHEN THE ACCOUNT'S LOWEST BALANCE OF THE MONTH  *
001400*                 REACHED FEE-WAIVE-MIN-BALANCE, OR THE MEMBER    *
001500*                 MADE AT LEAST FEE-WAIVE-MIN-TRANS TRANSACTIONS  *
001600*                 IN THE MONTH (ZERO IN EITHER MEANS THAT WAIVER  *
001700*                 DOES NOT APPLY), OR - FOR A PAPER-STATEMENT     *
001800*                 FEE - THE OWNER TAKES ELECTRONIC STATEMENTS.    *
001900*                 THE FEE CODE IS THE JOURNAL OPERATION THE FEE   *
002000*                 POSTS UNDER AND THE GL BUCKET IT BOOKS TO, SO   *
002100*                 IT MAY NOT BE AN OPERATION CODE THE JOURNAL     *
002200*                 ALREADY USES (FEE-CODE-RESERVED). LOADED AND    *
002300*                 MAINTAINED BY FEELOAD.                          *
002400*                                                                 *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ----------------------------------------   *
002800*    2026-10-05 DP    ORIGINAL COPYBOOK - FEE SCHEDULE TABLE      *
002801*    2026-10-05 DP    'CHGOFF' (CHARGE-OFF) AND 'RECOVR'          *
002802*                     (RECOVERY ON A CHARGED-OFF ACCOUNT) ARE NOW *
002803*                     JOURNAL OPERATIONS AND JOIN                 *
002804*                     FEE-CODE-RESERVED.                          *
002900******************************************************************
003000 01  FEE-RECORD.
003100     05  FEE-KEY.
003200         10  FEE-TYPE-CODE           PIC X(01).
003300         10  FEE-CODE                PIC X(06).
003400             88  FEE-CODE-RESERVED
003500             VALUE 'CREDIT' 'DEBIT ' 'TOTAL ' 'ODFEE ' 'REVERS'
003600                   'XFERDB' 'XFERCR' 'HOLD  ' 'HOLDRL' 'EWPEN '
003700                   'LNINT ' 'LNPRIN' 'LATEFE' 'RENEW ' 'XFER  '
003800                   'SVCCHG' 'CHGOFF' 'RECOVR' SPACES.
003900     05  FEE-DESCRIPTION             PIC X(20).
004000     05  FEE-AMOUNT                  PIC S9(4)V99 COMP-3.
004100     05  FEE-WAIVE-MIN-BALANCE       PIC S9(6)V99 COMP-3.
004200     05  FEE-WAIVE-MIN-TRANS         PIC 9(03).
004300     05  FEE-PAPER-STMT-FLAG         PIC X(01).
004400         88  FEE-PAPER-STMT-ONLY             VALUE 'Y'.
004500     05  FILLER                      PIC X(10).
