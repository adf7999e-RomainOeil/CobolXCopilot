000100******************************************************************
000200*    COPYBOOK:    BDATEWS                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     WORKING-STORAGE FIELDS USED BY THE SHARED       *
000700*                 BUSINESS-DATE PARAGRAPHS IN COPYBOOK BDATEPRC.  *
000800*                 COPY THIS MEMBER INTO WORKING-STORAGE SECTION   *
000900*                 OF ANY PROGRAM THAT ALSO COPIES BDATEPRC INTO   *
001000*                 THE PROCEDURE DIVISION. WS-BDAT-FILE-STATUS     *
001100*                 BELONGS TO THE PROGRAM'S BUSINESS-DATE-FILE     *
001200*                 SELECT (COPYBOOK BDATREC). THE HOLIDAY TABLE    *
001300*                 HOLDS UP TO 100 DATES, ROUGHLY TEN YEARS OF     *
001400*                 CALENDAR; THE ROLLOVER DROPS PAST HOLIDAYS.     *
001500*                                                                 *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ----------------------------------------   *
001900*    2026-10-05 DP    ORIGINAL COPYBOOK - BUSINESS-DATE WORK AREA *
002000******************************************************************
002100 01  WS-BDAT-FILE-STATUS             PIC X(02).
002200     88  WS-BDAT-FILE-OK                      VALUE '00'.
002300     88  WS-BDAT-FILE-EOF                     VALUE '10'.
002301     88  WS-BDAT-FILE-NEW                     VALUE '05'.
002400 01  WS-BDAT-PROGRAM                 PIC X(08).
002500 01  WS-BDAT-CARD-NAME               PIC X(08).
002600 01  WS-BDAT-CARD-DATE               PIC 9(08).
002700 01  WS-BDAT-CARD-DATE-X REDEFINES WS-BDAT-CARD-DATE
002800                                     PIC X(08).
002900 01  WS-BDAT-STATE                   PIC X(01) VALUE 'N'.
003000     88  WS-BDAT-LOADED                       VALUE 'Y'.
003100 01  WS-BDAT-STOP-STATE              PIC X(01) VALUE 'N'.
003200     88  WS-BDAT-RUN-STOPPED                  VALUE 'Y'.
003300 01  WS-BDAT-EOF-STATE               PIC X(01).
003400     88  WS-BDAT-EOF                          VALUE 'Y'.
003500 01  WS-BDAT-CURRENT-DATE            PIC 9(08) VALUE ZERO.
003600 01  WS-BDAT-PRIOR-DATE              PIC 9(08) VALUE ZERO.
003700 01  WS-BDAT-NEXT-DATE               PIC 9(08) VALUE ZERO.
003800 01  WS-BDAT-TEXT                    PIC X(90).
003900 01  WS-BDAT-MESSAGE                 PIC X(100).
004000
004100 01  WS-BDAT-ROLL-DATE               PIC 9(08).
004200 01  WS-BDAT-ROLL-PARTS REDEFINES WS-BDAT-ROLL-DATE.
004300     05  WS-BDAT-ROLL-YYYY           PIC 9(04).
004400     05  WS-BDAT-ROLL-MM             PIC 9(02).
004500     05  WS-BDAT-ROLL-DD             PIC 9(02).
004600 01  WS-BDAT-DAY-STATE               PIC X(01).
004700     88  WS-BDAT-BUSINESS-DAY                 VALUE 'Y'.
004800 01  WS-BDAT-DAYNO-A                 PIC 9(02).
004900 01  WS-BDAT-DAYNO-Y                 PIC 9(05).
005000 01  WS-BDAT-DAYNO-M                 PIC 9(02).
005100 01  WS-BDAT-DAYNO-WORK              PIC 9(07).
005200 01  WS-BDAT-DAYNO                   PIC 9(07).
005300 01  WS-BDAT-WEEKDAY                 PIC 9(01).
005400 01  WS-BDAT-LEAP-REM-4              PIC 9(03).
005500 01  WS-BDAT-LEAP-REM-100            PIC 9(03).
005600 01  WS-BDAT-LEAP-REM-400            PIC 9(03).
005700 01  WS-BDAT-MONTH-DAYS              PIC 9(02).
005800
005900*    DAYS IN EACH MONTH OF A COMMON YEAR
006000 01  WS-BDAT-MONTH-VALUES.
006100     05  FILLER                      PIC X(24) VALUE
006200         '312831303130313130313031'.
006300 01  WS-BDAT-MONTH-TABLE REDEFINES WS-BDAT-MONTH-VALUES.
006400     05  WS-BDAT-MONTH-LENGTH        PIC 9(02) OCCURS 12 TIMES.
006500
006600 01  WS-BDAT-HOL-MAX                 PIC 9(03) COMP VALUE 100.
006700 01  WS-BDAT-HOL-COUNT               PIC 9(03) COMP VALUE ZERO.
006800 01  WS-BDAT-HOL-SUB                 PIC 9(03) COMP.
006900 01  WS-BDAT-HOL-TABLE.
007000     05  WS-BDAT-HOL-ENTRY OCCURS 100 TIMES.
007100         10  WS-BDAT-HOL-DATE        PIC 9(08).
