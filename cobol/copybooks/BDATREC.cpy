000100******************************************************************
000200*    COPYBOOK:    BDATREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL     *
000700*                 FILE (DD BUSDATE). THE FIRST RECORD IS THE ONE  *
000800*                 CONTROL RECORD (TYPE 'C') HOLDING THE CURRENT,  *
000900*                 PRIOR AND NEXT BUSINESS DATES AND WHEN THE FILE *
001000*                 WAS LAST ROLLED; IT IS FOLLOWED BY ONE HOLIDAY  *
001100*                 RECORD (TYPE 'H') PER CALENDAR HOLIDAY IN DATE  *
001200*                 ORDER. SATURDAYS AND SUNDAYS ARE NEVER BUSINESS *
001300*                 DAYS AND ARE NOT CARRIED AS HOLIDAYS. THE FILE  *
001400*                 IS REWRITTEN ONLY BY THE END-OF-DAY ROLLOVER    *
001500*                 (BDATROLL); EVERY OTHER BATCH PROGRAM READS IT  *
001600*                 THROUGH THE SHARED PARAGRAPHS IN BDATEPRC.      *
001700*                                                                 *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ----------------------------------------   *
002100*    2026-10-05 DP    ORIGINAL COPYBOOK - BUSINESS-DATE CONTROL   *
002200******************************************************************
002300 01  BDAT-RECORD.
002400     05  BDAT-REC-TYPE               PIC X(01).
002500         88  BDAT-CONTROL-REC                 VALUE 'C'.
002600         88  BDAT-HOLIDAY-REC                 VALUE 'H'.
002700     05  BDAT-CONTROL-DATA.
002800         10  BDAT-CURRENT-DATE       PIC 9(08).
002900         10  BDAT-PRIOR-DATE         PIC 9(08).
003000         10  BDAT-NEXT-DATE          PIC 9(08).
003100         10  BDAT-LAST-ROLL-DATE     PIC 9(08).
003200         10  BDAT-LAST-ROLL-TIME     PIC 9(06).
003300         10  FILLER                  PIC X(41).
003400     05  BDAT-HOLIDAY-DATA REDEFINES BDAT-CONTROL-DATA.
003500         10  BDAT-HOL-DATE           PIC 9(08).
003600         10  BDAT-HOL-DESC           PIC X(30).
003700         10  FILLER                  PIC X(41).
