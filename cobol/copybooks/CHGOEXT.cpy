000100******************************************************************
000200*    COPYBOOK:    CHGOEXT                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE CHARGE-OFF EXTRACT        *
000700*                 WRITTEN BY THE NIGHTLY OVERDRAWN AGING RUN      *
000800*                 (ODAGING).                                      *
000900*                 ONE RECORD PER ACCOUNT CHARGED OFF, CARRYING    *
001000*                 THE AMOUNT WRITTEN OFF, WHEN THE ACCOUNT FIRST  *
001100*                 WENT NEGATIVE AND FOR HOW LONG, AND THE PRIMARY *
001200*                 OWNER'S NAME, ADDRESS, TELEPHONE AND TAX ID     *
001300*                 FROM THE CUSTOMER INFORMATION FILE, SO ONE FILE *
001400*                 FEEDS BOTH THE COLLECTIONS AGENCY HAND-OFF AND  *
001500*                 THE GL LOSS BOOKING. ALL FIELDS ARE DISPLAY     *
001600*                 FORMAT, THE SAME CONVENTION AS THE GL AND       *
001700*                 ESCHEATMENT EXTRACTS.                           *
001800*                                                                 *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    ---------- ----  ----------------------------------------   *
002200*    2026-10-05 DP    ORIGINAL COPYBOOK - CHARGE-OFF EXTRACT      *
002300******************************************************************
002400 01  CHGO-EXTRACT-RECORD.
002500     05  CHGO-ACCT-ID                PIC X(10).
002600     05  CHGO-CHARGEOFF-DATE         PIC 9(08).
002700     05  CHGO-AMOUNT                 PIC S9(7)V99.
002800     05  CHGO-OVERDRAWN-DATE         PIC 9(08).
002900     05  CHGO-DAYS-OVERDRAWN         PIC 9(05).
003000     05  CHGO-MEMBER-NO              PIC X(08).
003100     05  CHGO-MBR-NAME               PIC X(30).
003200     05  CHGO-ADDR-LINE-1            PIC X(30).
003300     05  CHGO-CITY                   PIC X(20).
003400     05  CHGO-STATE                  PIC X(02).
003500     05  CHGO-ZIP                    PIC X(09).
003600     05  CHGO-PHONE                  PIC X(10).
003700     05  CHGO-TAX-ID                 PIC X(09).
003800     05  FILLER                      PIC X(02).
