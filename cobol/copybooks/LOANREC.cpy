000100******************************************************************
000200*    COPYBOOK:    LOANREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE INSTALLMENT LOAN MASTER.  *
000700*                 A VSAM KSDS KEYED ON THE LOAN'S ACCOUNT ID, ONE *
000800*                 ROW PER ACCOUNT MASTER ROW OF TYPE 'L'. THE     *
000900*                 ACCOUNT MASTER CARRIES THE AMOUNT OWED (AS A    *
001000*                 NEGATIVE BALANCE); THIS ROW CARRIES THE TERMS   *
001100*                 IT WAS BOOKED ON AND THE REPAYMENT POSITION:    *
001200*                 THE MONTHLY PAYMENT, THE NEXT DUE DATE, THE     *
001300*                 DATE INTEREST HAS BEEN PAID TO, AND THE         *
001400*                 PRINCIPAL AND INTEREST PAID TO DATE. WRITTEN BY *
001500*                 THE LOAN MAINTENANCE RUN (LOANMNT), UPDATED BY  *
001600*                 EVERY LOAN PAYMENT THROUGH THE SHARED POSTING   *
001700*                 LOGIC (OPERLOGC), AND READ BY THE PAYMENT       *
001800*                 SCHEDULE (LOANSCHD) AND DELINQUENCY (LOANDLQ)   *
001900*                 RUNS.                                           *
002000*                                                                 *
002100*                 LOAN-PAID-TOWARD-DUE HOLDS MONEY PAID SINCE THE *
002200*                 DUE DATE LAST ADVANCED; EACH TIME IT REACHES    *
002300*                 THE MONTHLY PAYMENT THE DUE DATE MOVES ON ONE   *
002400*                 MONTH. LOAN-ACCRUED-INT IS INTEREST EARNED BUT  *
002500*                 NOT YET PAID WHEN A PAYMENT FELL SHORT OF IT.   *
002600*                 LOAN-LATE-FEE-DUE-DATE IS THE DUE DATE THE LAST *
002700*                 LATE CHARGE WAS ASSESSED FOR, SO ONE MISSED     *
002800*                 INSTALLMENT IS CHARGED ONCE.                    *
002900*                                                                 *
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ----------------------------------------   *
003300*    2026-10-05 DP    ORIGINAL COPYBOOK - INSTALLMENT LOAN TERMS  *
003400******************************************************************
003500 01  LOAN-RECORD.
003600     05  LOAN-ACCT-ID                PIC X(10).
003700     05  LOAN-STATUS-CODE            PIC X(01).
003800         88  LOAN-ACTIVE                     VALUE 'A'.
003900         88  LOAN-PAID-OFF                   VALUE 'P'.
004000     05  LOAN-ORIG-PRINCIPAL         PIC S9(6)V99 COMP-3.
004100     05  LOAN-ANNUAL-RATE            PIC S9(1)V9(4) COMP-3.
004200     05  LOAN-TERM-MONTHS            PIC 9(03).
004300     05  LOAN-PAYMENT-AMOUNT         PIC S9(6)V99 COMP-3.
004400     05  LOAN-OPEN-DATE              PIC 9(08).
004500     05  LOAN-NEXT-DUE-DATE          PIC 9(08).
004600     05  LOAN-INT-PAID-TO-DATE       PIC 9(08).
004700     05  LOAN-PRINCIPAL-PAID         PIC S9(7)V99 COMP-3.
004800     05  LOAN-INTEREST-PAID          PIC S9(7)V99 COMP-3.
004900     05  LOAN-PAID-TOWARD-DUE        PIC S9(6)V99 COMP-3.
005000     05  LOAN-LAST-PAYMENT-DATE      PIC 9(08).
005100     05  LOAN-LATE-FEE-DUE-DATE      PIC 9(08).
005200     05  LOAN-ACCRUED-INT            PIC S9(6)V99 COMP-3.
005300     05  FILLER                      PIC X(13).
