000100******************************************************************
000200*    COPYBOOK:    CASHHIST                                       *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE DAILY CASH HISTORY KEPT   *
000700*                 BY THE CASH MONITORING RUN (CTRMON) FOR ITS     *
000800*                 STRUCTURING WATCH LIST. ONE ROW PER MEMBER PER  *
000900*                 BUSINESS DATE ON WHICH THE MEMBER MOVED ANY     *
001000*                 CASH: THE DAY'S CASH IN AND CASH OUT ACROSS ALL *
001100*                 THE MEMBER'S ACCOUNTS, AND AN ACCOUNT TO FIND   *
001200*                 THE NAME AND ADDRESS BY. EACH RUN READS THE     *
001300*                 PRIOR GENERATION, DROPS ROWS THAT HAVE AGED OUT *
001400*                 OF THE ROLLING WINDOW, AND WRITES THE NEW       *
001500*                 GENERATION WITH THE DAY'S ROWS ADDED. ALL       *
001600*                 FIELDS ARE DISPLAY FORMAT.                      *
001700*                                                                 *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ----------------------------------------   *
002100*    2026-10-05 DP    ORIGINAL COPYBOOK - DAILY CASH HISTORY      *
002200******************************************************************
002300 01  CASHH-RECORD.
002400     05  CASHH-BUSINESS-DATE         PIC 9(08).
002500     05  CASHH-MEMBER-NO             PIC X(10).
002600     05  CASHH-NAME-ACCT-ID          PIC X(10).
002700     05  CASHH-CASH-IN               PIC S9(9)V99.
002800     05  CASHH-CASH-OUT              PIC S9(9)V99.
002900     05  FILLER                      PIC X(10).
