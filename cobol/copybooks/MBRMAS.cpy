001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ----------------------------------------   *
001700*    2026-08-22 DP    ORIGINAL COPYBOOK - MEMBER NAME/ADDRESS     *
001701*    2026-10-05 DP    MBR-PHONE CARVED FROM FILLER - THE MEMBER'S *
001702*                     CONTACT TELEPHONE NUMBER, TEN DIGITS, FOR   *
001703*                     THE LOAN COLLECTIONS REPORT.                *
001704*    2026-10-05 DP    MBR-MEMBER-NO CARVED FROM FILLER - THE      *
001705*                     MEMBER NUMBER THAT TIES TOGETHER ALL THE    *
001706*                     ACCOUNTS ONE PERSON OWNS, SO CASH CAN BE    *
001707*                     TOTALLED PER MEMBER ACROSS ACCOUNTS. SPACES *
001708*                     MEANS THE ACCOUNT IS ITS OWN MEMBER.        *
001800******************************************************************
001900 01  MBR-MASTER-RECORD.
002000     05  MBR-ACCT-ID                 PIC X(10).
002400     05  MBR-CITY                    PIC X(20).
002500     05  MBR-STATE                   PIC X(02).
002600     05  MBR-ZIP                     PIC X(09).
002700     05  MBR-PHONE                   PIC X(10).
002701     05  MBR-MEMBER-NO               PIC X(08).
002702     05  FILLER                      PIC X(01).
