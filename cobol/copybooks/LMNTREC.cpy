000100******************************************************************
000200*    COPYBOOK:    LMNTREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE DAILY LOAN MAINTENANCE    *
000700*                 CARDS READ BY LOANMNT. ONE 80-BYTE CARD BOOKS   *
000800*                 ONE INSTALLMENT LOAN: THE ACCOUNT ID TO OPEN,   *
000900*                 THE PRINCIPAL ADVANCED, THE ANNUAL RATE, THE    *
001000*                 TERM IN MONTHS AND THE FIRST DUE DATE. A ZERO   *
001100*                 PAYMENT AMOUNT HAS THE RUN WORK OUT THE LEVEL   *
001200*                 MONTHLY PAYMENT FROM THE OTHER TERMS.           *
001300*                                                                 *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ----------------------------------------   *
001700*    2026-10-05 DP    ORIGINAL COPYBOOK - LOAN MAINTENANCE CARD   *
001800******************************************************************
001900 01  LMNT-RECORD.
002000     05  LMNT-FUNCTION               PIC X(06).
002100         88  LMNT-FUNC-BOOK                  VALUE 'BOOK  '.
002200     05  LMNT-ACCT-ID                PIC X(10).
002300     05  LMNT-PRINCIPAL              PIC S9(6)V99.
002400     05  LMNT-ANNUAL-RATE            PIC S9(1)V9(4).
002500     05  LMNT-TERM-MONTHS            PIC 9(03).
002600     05  LMNT-FIRST-DUE-DATE         PIC 9(08).
002700     05  LMNT-PAYMENT-AMOUNT         PIC S9(6)V99.
002800     05  FILLER                      PIC X(32).
