000100******************************************************************
000200*    COPYBOOK:    CMNTREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE CERTIFICATE MATURITY      *
000700*                 INSTRUCTION MAINTENANCE CARDS READ BY CERTMNT.  *
000800*                 ONE 80-BYTE CARD ADDS, CHANGES OR DELETES THE   *
000900*                 STANDING INSTRUCTION FOR ONE SHARE CERTIFICATE: *
001000*                 ACTION 'R' RENEWS FOR THE TERM IN MONTHS,       *
001100*                 ACTION 'P' PAYS THE BALANCE OUT TO THE NAMED    *
001200*                 CHECKING ACCOUNT. A DELETE CARD NEEDS ONLY THE  *
001300*                 FUNCTION AND THE CERTIFICATE'S ACCOUNT ID.      *
001400*                                                                 *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------   *
001800*    2026-10-05 DP    ORIGINAL COPYBOOK - INSTRUCTION CARD        *
001900******************************************************************
002000 01  CMNT-RECORD.
002100     05  CMNT-FUNCTION               PIC X(06).
002200         88  CMNT-FUNC-ADD                   VALUE 'ADD   '.
002300         88  CMNT-FUNC-CHANGE                VALUE 'CHANGE'.
002400         88  CMNT-FUNC-DELETE                VALUE 'DELETE'.
002500     05  CMNT-ACCT-ID                PIC X(10).
002600     05  CMNT-ACTION-CODE            PIC X(01).
002700         88  CMNT-ACTION-RENEW               VALUE 'R'.
002800         88  CMNT-ACTION-PAYOUT              VALUE 'P'.
002900     05  CMNT-TERM-MONTHS            PIC 9(03).
003000     05  CMNT-PAYOUT-ACCT            PIC X(10).
003100     05  FILLER                      PIC X(50).
