000100******************************************************************
000200*    COPYBOOK:    CTREXT                                         *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE CURRENCY TRANSACTION      *
000700*                 REPORT (CTR) EXTRACT WRITTEN BY THE DAILY CASH  *
000800*                 MONITORING RUN (CTRMON). ONE RECORD PER MEMBER  *
000900*                 WHOSE CASH IN OR CASH OUT FOR THE BUSINESS      *
001000*                 DATE, TOTALED ACROSS ALL THE MEMBER'S           *
001100*                 ACCOUNTS, WAS OVER THE REPORTING THRESHOLD.     *
001200*                 CARRIES THE MEMBER'S NAME AND ADDRESS, THE      *
001300*                 ACCOUNTS THE CASH MOVED THROUGH AND THE         *
001400*                 TELLERS WHO HANDLED IT, FOR THE COMPLIANCE      *
001500*                 OFFICER TO FILE FROM. UP TO FOUR ACCOUNTS AND   *
001600*                 FOUR TELLERS ARE LISTED; THE MORE FLAG SAYS     *
001700*                 THERE WERE OTHERS. ALL FIELDS ARE DISPLAY       *
001800*                 FORMAT, THE SAME CONVENTION AS THE GL AND TAX   *
001900*                 EXTRACTS.                                       *
002000*                                                                 *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------- ----  ----------------------------------------   *
002400*    2026-10-05 DP    ORIGINAL COPYBOOK - CTR EXTRACT             *
002401*    2026-10-05 DP    CTR-TAX-ID CARVED FROM FILLER - THE         *
002402*                     MEMBER'S TAX ID FROM THE CUSTOMER           *
002403*                     INFORMATION FILE, WHICH THE CTR FILING      *
002404*                     REQUIRES. THE MEMBER NUMBER AND             *
002405*                     NAME/ADDRESS NOW COME FROM THE CUSTOMER     *
002406*                     FILE TOO.                                   *
002500******************************************************************
002600 01  CTR-EXTRACT-RECORD.
002700     05  CTR-BUSINESS-DATE           PIC 9(08).
002800     05  CTR-MEMBER-NO               PIC X(10).
002900     05  CTR-NAME                    PIC X(30).
003000     05  CTR-ADDR-LINE-1             PIC X(30).
003100     05  CTR-ADDR-LINE-2             PIC X(30).
003200     05  CTR-CITY                    PIC X(20).
003300     05  CTR-STATE                   PIC X(02).
003400     05  CTR-ZIP                     PIC X(09).
003500     05  CTR-CASH-IN                 PIC S9(9)V99.
003600     05  CTR-CASH-OUT                PIC S9(9)V99.
003700     05  CTR-ACCT-COUNT              PIC 9(02).
003800     05  CTR-ACCT-ID                 PIC X(10) OCCURS 4 TIMES.
003900     05  CTR-MORE-ACCTS              PIC X(01).
004000         88  CTR-MORE-ACCTS-INVOLVED         VALUE 'Y'.
004100     05  CTR-TELLER-COUNT            PIC 9(02).
004200     05  CTR-TELLER-ID               PIC X(08) OCCURS 4 TIMES.
004300     05  CTR-MORE-TELLERS            PIC X(01).
004400         88  CTR-MORE-TELLERS-INVOLVED       VALUE 'Y'.
004500     05  CTR-TAX-ID                  PIC X(09).
004501     05  FILLER                      PIC X(02).
