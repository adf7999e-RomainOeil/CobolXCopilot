000100******************************************************************
000200*    COPYBOOK:    CINSREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE CERTIFICATE MATURITY      *
000700*                 INSTRUCTION FILE. A VSAM KSDS KEYED ON THE      *
000800*                 SHARE CERTIFICATE'S ACCOUNT ID, ONE ROW PER     *
000900*                 CERTIFICATE, HOLDING THE MEMBER'S STANDING      *
001000*                 INSTRUCTION FOR ITS MATURITY DATE: RENEW FOR    *
001100*                 THE TERM IN MONTHS AT THE RATE TABLE'S CURRENT  *
001200*                 CERTIFICATE RATE, OR PAY THE BALANCE OUT TO THE *
001300*                 NAMED CHECKING ACCOUNT. MAINTAINED BY CERTMNT;  *
001400*                 ACTED ON BY THE DAILY MATURITY RUN (CERTMAT),   *
001500*                 WHICH STAMPS THE DATE IT LAST ACTED SO A RERUN  *
001600*                 OF THE SAME DAY DOES NOT ACT TWICE.             *
001700*                                                                 *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ----------------------------------------   *
002100*    2026-10-05 DP    ORIGINAL COPYBOOK - MATURITY INSTRUCTIONS   *
002200******************************************************************
002300 01  CINS-RECORD.
002400     05  CINS-ACCT-ID                PIC X(10).
002500     05  CINS-ACTION-CODE            PIC X(01).
002600         88  CINS-ACTION-RENEW               VALUE 'R'.
002700         88  CINS-ACTION-PAYOUT              VALUE 'P'.
002800     05  CINS-TERM-MONTHS            PIC 9(03).
002900     05  CINS-PAYOUT-ACCT            PIC X(10).
003000     05  CINS-LAST-ACTION-DATE       PIC 9(08).
003100     05  FILLER                      PIC X(08).
