001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ----------------------------------------   *
001900*    2026-09-02 DP    ORIGINAL COPYBOOK - ESCHEATMENT EXTRACT     *
001901*    2026-10-05 DP    ESCH-TAX-ID CARVED FROM FILLER - THE        *
001902*                     OWNER'S TAX ID FROM THE CUSTOMER            *
001903*                     INFORMATION FILE, WHICH THE STATE HOLDER    *
001904*                     REPORTS ASK FOR. THE NAME AND ADDRESS NOW   *
001905*                     COME FROM THE CUSTOMER FILE TOO.            *
002000******************************************************************
002100 01  ESCH-EXTRACT-RECORD.
002200     05  ESCH-STATE                  PIC X(02).
002700     05  ESCH-ZIP                    PIC X(09).
002800     05  ESCH-LAST-ACTIVITY-DATE     PIC 9(08).
002900     05  ESCH-AMOUNT                 PIC S9(7)V99.
003000     05  ESCH-TAX-ID                 PIC X(09).
003001     05  FILLER                      PIC X(03).
