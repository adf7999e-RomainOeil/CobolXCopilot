001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ----------------------------------------   *
001800*    2026-09-02 DP    ORIGINAL COPYBOOK - TAX SUMMARY EXTRACT     *
001801*    2026-10-05 DP    TAX-TAX-ID CARVED FROM FILLER - THE         *
001802*                     TAXPAYER ID THE ACCOUNT'S INTEREST IS       *
001803*                     REPORTED UNDER, FROM THE CUSTOMER           *
001804*                     INFORMATION FILE. SPACES WHEN THE ACCOUNT   *
001805*                     HAS NO PRIMARY OWNER WITH A TAX ID ON FILE. *
001806*                     THE PRINTED FLAG NOW FOLLOWS THE TAXPAYER'S *
001807*                     STATEMENT, WHICH TOTALS ALL THEIR ACCOUNTS. *
001900******************************************************************
002000 01  TAX-EXTRACT-RECORD.
002100     05  TAX-ACCT-ID                 PIC X(10).
002400     05  TAX-STMT-PRINTED            PIC X(01).
002500         88  TAX-STMT-WAS-PRINTED            VALUE 'Y'.
002600         88  TAX-UNDER-THRESHOLD             VALUE 'N'.
002700     05  TAX-TAX-ID                  PIC X(09).
002701     05  FILLER                      PIC X(07).
