001830*                     CHECKING ('C', ALSO THE DEFAULT FOR A       *
001840*                     BLANK), SAVINGS ('S') OR SHARE CERTIFICATE  *
001850*                     ('D', WHICH REQUIRES A MATURITY DATE).      *
001851*    2026-10-05 DP    NEW MNT-TYPE-LOAN ('L') SO THE OPEN         *
001852*                     FUNCTION CAN TURN AWAY A LOAN - LOANS ARE   *
001853*                     BOOKED WITH THEIR TERMS BY THE LOAN         *
001854*                     MAINTENANCE RUN (LOANMNT).                  *
001900******************************************************************
002000 01  MNT-RECORD.
002100     05  MNT-FUNCTION                PIC X(06).
002920         88  MNT-TYPE-CHECKING               VALUE 'C' ' '.
002930         88  MNT-TYPE-SAVINGS                VALUE 'S'.
002940         88  MNT-TYPE-CERTIFICATE            VALUE 'D'.
002941         88  MNT-TYPE-LOAN                   VALUE 'L'.
002950     05  MNT-MATURITY-DATE           PIC 9(08).
003000     05  FILLER                      PIC X(04).
