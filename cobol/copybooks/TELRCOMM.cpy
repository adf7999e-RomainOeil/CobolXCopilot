001690*                     AGAIN ON THE SAME ACCOUNT SHOWS THE NEXT,   *
001692*                     OLDER PAGE; A DIFFERENT ACCOUNT RESTARTS    *
001694*                     AT PAGE ONE.                                *
001695*    2026-10-05 DP    TELR-MBR-NO AND TELR-MBR-PAGE ADDED - THE   *
001696*                     PAGING CURSOR FOR THE NEW MEMBER INQUIRY    *
001697*                     (OPERATIONS 'MEMBER' AND 'TAXID'), WORKING  *
001698*                     THE SAME WAY AS THE HISTORY CURSOR.         *
001700******************************************************************
001800 01  TELR-COMMAREA.
001900     05  TELR-STATE                  PIC X(01).
002150     05  TELR-TELLER-ID               PIC X(08).
002160     05  TELR-HIST-ACCT               PIC X(10).
002170     05  TELR-HIST-PAGE               PIC 9(02).
002171     05  TELR-MBR-NO                  PIC X(08).
002172     05  TELR-MBR-PAGE                PIC 9(02).
002200     05  FILLER                       PIC X(01).
