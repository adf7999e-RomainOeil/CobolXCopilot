000100******************************************************************
000200*    COPYBOOK:    OWNRLKWS                                       *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     WORKING-STORAGE FIELDS USED BY THE SHARED       *
000700*                 ACCOUNT OWNER LOOKUP IN COPYBOOK OWNRLKUP.      *
000800*                 COPY THIS MEMBER INTO WORKING-STORAGE SECTION   *
000900*                 OF ANY PROGRAM THAT ALSO COPIES OWNRLKUP INTO   *
001000*                 THE PROCEDURE DIVISION. THE TWO FILE STATUS     *
001100*                 FIELDS BELONG TO THE PROGRAM'S CUSTOMER-FILE    *
001200*                 (CUSTREC) AND RELATIONSHIP-FILE (RELREC)        *
001300*                 SELECTS.                                        *
001400*                                                                 *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------   *
001800*    2026-10-05 DP    ORIGINAL COPYBOOK - OWNER LOOKUP WORK AREA  *
001900******************************************************************
002000 01  WS-CUST-FILE-STATUS             PIC X(02).
002100     88  WS-CUST-FILE-OK                      VALUE '00' '02'.
002200     88  WS-CUST-FILE-EOF                     VALUE '10'.
002300 01  WS-REL-FILE-STATUS              PIC X(02).
002400     88  WS-REL-FILE-OK                       VALUE '00' '02'.
002500     88  WS-REL-FILE-EOF                      VALUE '10'.
002600 01  WS-OWN-ACCT-ID                  PIC X(10).
002700 01  WS-OWN-MEMBER-NO                PIC X(08).
002800 01  WS-OWN-STATE                    PIC X(01).
002900     88  WS-OWNER-FOUND                       VALUE 'Y'.
003000 01  WS-OWN-SCAN-STATE               PIC X(01).
003100     88  WS-OWN-SCAN-DONE                     VALUE 'Y'.
003200 01  WS-OWN-JOINT-MAX                PIC 9(02) COMP VALUE 3.
003300 01  WS-OWN-JOINT-COUNT              PIC 9(02) COMP.
003400 01  WS-OWN-SUB                      PIC 9(02) COMP.
003500 01  WS-OWN-JOINT-TABLE.
003600     05  WS-OWN-JOINT-ENTRY OCCURS 3 TIMES.
003700         10  WS-OWN-JOINT-MEMBER-NO  PIC X(08).
003800         10  WS-OWN-JOINT-NAME       PIC X(30).
