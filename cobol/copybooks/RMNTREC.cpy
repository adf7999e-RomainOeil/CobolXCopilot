000100******************************************************************
000200*    COPYBOOK:    RMNTREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE MEMBER RELATIONSHIP       *
000700*                 MAINTENANCE CARDS READ BY RELMNT. ONE 80-BYTE   *
000800*                 CARD ADDS, CHANGES OR DELETES ONE MEMBER'S      *
000900*                 PART IN ONE ACCOUNT: ROLE 'P' PRIMARY OWNER,    *
001000*                 'J' JOINT OWNER, 'B' BENEFICIARY. A CHANGE      *
001100*                 ALTERS THE ROLE ONLY; A DELETE CARD NEEDS NO    *
001200*                 ROLE.                                           *
001300*                                                                 *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ----------------------------------------   *
001700*    2026-10-05 DP    ORIGINAL COPYBOOK - RELATIONSHIP CARD       *
001800******************************************************************
001900 01  RMNT-RECORD.
002000     05  RMNT-FUNCTION               PIC X(06).
002100         88  RMNT-FUNC-ADD                   VALUE 'ADD   '.
002200         88  RMNT-FUNC-CHANGE                VALUE 'CHANGE'.
002300         88  RMNT-FUNC-DELETE                VALUE 'DELETE'.
002400     05  RMNT-ACCT-ID                PIC X(10).
002500     05  RMNT-MEMBER-NO              PIC X(08).
002600     05  RMNT-ROLE                   PIC X(01).
002700     05  FILLER                      PIC X(55).
