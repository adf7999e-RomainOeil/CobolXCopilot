000100******************************************************************
000200*    COPYBOOK:    RELREC                                         *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE MEMBER-TO-ACCOUNT         *
000700*                 RELATIONSHIP FILE. A VSAM KSDS KEYED ON THE     *
000800*                 ACCOUNT ID FOLLOWED BY THE MEMBER NUMBER, ONE   *
000900*                 ROW FOR EACH MEMBER WHO HAS A PART IN AN        *
001000*                 ACCOUNT: THE PRIMARY OWNER (EXACTLY ONE PER     *
001100*                 ACCOUNT, WHOSE NAME, ADDRESS AND TAXPAYER ID    *
001200*                 THE ACCOUNT IS REPORTED UNDER), JOINT OWNERS,   *
001300*                 AND BENEFICIARIES (NOT OWNERS - NAMED ONLY).    *
001400*                 BROWSING BY ACCOUNT GIVES AN ACCOUNT'S OWNERS;  *
001500*                 REL-MEMBER-NO IS AN ALTERNATE KEY WITH          *
001600*                 DUPLICATES (PATH MEMBER.RELMAS.MEMBER) SO       *
001700*                 BROWSING BY MEMBER GIVES A MEMBER'S ACCOUNTS.   *
001800*                 MAINTAINED BY RELMNT.                           *
001900*                                                                 *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------- ----  ----------------------------------------   *
002300*    2026-10-05 DP    ORIGINAL COPYBOOK - MEMBER RELATIONSHIPS    *
002400******************************************************************
002500 01  REL-RECORD.
002600     05  REL-KEY.
002700         10  REL-ACCT-ID             PIC X(10).
002800         10  REL-MEMBER-NO           PIC X(08).
002900     05  REL-ROLE                    PIC X(01).
003000         88  REL-ROLE-PRIMARY                VALUE 'P'.
003100         88  REL-ROLE-JOINT                  VALUE 'J'.
003200         88  REL-ROLE-BENEFICIARY            VALUE 'B'.
003300         88  REL-ROLE-VALID                  VALUE 'P' 'J' 'B'.
003400     05  REL-ADDED-DATE              PIC 9(08).
003500     05  FILLER                      PIC X(13).
