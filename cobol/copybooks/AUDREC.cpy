000100******************************************************************
000200*    COPYBOOK:    AUDREC                                         *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE MAINTENANCE AUDIT FILE.   *
000700*                 ONE RECORD IS APPENDED EVERY TIME A             *
000800*                 MAINTENANCE PROGRAM ADDS, CHANGES OR DELETES A  *
000900*                 ROW ON A MASTER FILE (ACCOUNT MASTER, MEMBER    *
001000*                 MASTER, STANDING ORDERS, RATE BOARD, TELLER     *
001100*                 LIMITS, LOAN TERMS, CERTIFICATE INSTRUCTIONS).  *
001200*                 IT CARRIES THE FILE (DD NAME) AND KEY, THE      *
001300*                 ACTION AND THE FUNCTION THAT CAUSED IT, THE     *
001400*                 JOB NAME, THE OPERATOR WHERE THE CHANGE WAS     *
001500*                 KEYED AT A TERMINAL (SPACES FOR BATCH CARD      *
001600*                 INPUT), THE SYSTEM DATE AND TIME, AND THE       *
001700*                 WHOLE RECORD BEFORE AND AFTER THE CHANGE. AN    *
001800*                 ADD HAS A BLANK BEFORE IMAGE AND A DELETE A     *
001900*                 BLANK AFTER IMAGE. READ BY THE MAINTENANCE      *
002000*                 AUDIT REPORT (AUDRPT) AND, FOR THE ACCOUNT      *
002100*                 MASTER, REPLAYED BY FORWARD RECOVERY (ACCTRCV)  *
002200*                 ALONGSIDE THE JOURNAL.                          *
002300*                                                                 *
002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  ----------------------------------------   *
002700*    2026-10-05 DP    ORIGINAL COPYBOOK - MAINTENANCE AUDIT       *
002701*    2026-10-05 DP    BEFORE AND AFTER IMAGES GROWN FROM 150 TO   *
002702*                     200 BYTES AND THE RECORD FROM 400 TO 500    *
002703*                     BYTES SO THE CUSTOMER INFORMATION FILE      *
002704*                     (CUSTREC) FITS WHOLE. THE AUDIT DATASET     *
002705*                     MOVES TO LRECL 500 AT THE SAME CYCLE        *
002706*                     CUT-OFF.                                    *
002800******************************************************************
002900 01  AUD-RECORD.
003000     05  AUD-DATE                    PIC 9(08).
003100     05  AUD-TIME                    PIC 9(08).
003200     05  AUD-FILE-NAME               PIC X(08).
003300     05  AUD-KEY                     PIC X(20).
003400     05  AUD-ACTION                  PIC X(01).
003500         88  AUD-ACTION-ADD                  VALUE 'A'.
003600         88  AUD-ACTION-CHANGE               VALUE 'C'.
003700         88  AUD-ACTION-DELETE               VALUE 'D'.
003800     05  AUD-FUNCTION                PIC X(06).
003900     05  AUD-JOB-NAME                PIC X(08).
004000     05  AUD-OPERATOR-ID             PIC X(08).
004100     05  AUD-BEFORE-IMAGE            PIC X(200).
004200     05  AUD-AFTER-IMAGE             PIC X(200).
004300     05  FILLER                      PIC X(33).
