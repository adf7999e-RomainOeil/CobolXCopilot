001696*                     WITHDRAWAL PENALTY (SEE OPERLOGC). TIERED   *
001698*                     RATES PER TYPE LIVE ON THE RATE TABLE       *
001699*                     FILE (RATEREC).                             *
001700*    2026-10-05 DP    NEW TYPE 'L' (INSTALLMENT LOAN), BOOKED BY  *
001701*                     THE LOAN MAINTENANCE RUN (LOANMNT) WITH ITS *
001702*                     TERMS ON THE LOAN MASTER (LOANREC). A       *
001703*                     LOAN'S BALANCE IS NEGATIVE - THE PRINCIPAL  *
001704*                     STILL OWED - SO A FEE POSTED TO IT RAISES   *
001705*                     THE PAYOFF AND A PAYMENT BRINGS IT BACK     *
001706*                     TOWARD ZERO. A LOAN TAKES NO DEBIT,         *
001707*                     TRANSFER OUT OR HOLD.                       *
001708*    2026-10-05 DP    NEW STATUS 'W' (CHARGED OFF), SET BY THE    *
001709*                     NIGHTLY OVERDRAWN AGING RUN (ODAGING)       *
001710*                     THROUGH THE 'CHGOFF' OPERATION. A           *
001711*                     CHARGED-OFF ACCOUNT SITS AT ZERO AND TAKES  *
001712*                     NO DEBIT; A LATER DEPOSIT IS JOURNALED AS A *
001713*                     RECOVERY AND LEAVES THE BALANCE ALONE.      *
001714*                     ACCT-OVERDRAWN-DATE CARVED FROM FILLER,     *
001715*                     PACKED TO FIT: THE DATE A DEPOSIT ACCOUNT   *
001716*                     LAST WENT FROM ZERO OR ABOVE TO NEGATIVE,   *
001717*                     SET AND CLEARED BY EVERY POSTING (ZERO WHEN *
001718*                     NOT OVERDRAWN). A LEGACY ROW CARRIES SPACES *
001719*                     THERE, SO TEST IT NUMERIC BEFORE USE.       *
001720******************************************************************
001800 01  ACCT-MASTER-RECORD.
001900     05  ACCT-ID                     PIC X(10).
002000     05  ACCT-STATUS-CODE            PIC X(01).
002100         88  ACCT-ACTIVE                     VALUE 'A'.
002200         88  ACCT-CLOSED                     VALUE 'C'.
002210         88  ACCT-DORMANT                    VALUE 'D'.
002211         88  ACCT-CHARGED-OFF                VALUE 'W'.
002300     05  ACCT-BALANCE                PIC S9(6)V99 COMP-3.
002400     05  ACCT-OVERDRAFT-LIMIT        PIC S9(6)V99 COMP-3.
002500     05  ACCT-INTEREST-RATE          PIC S9(1)V9(4) COMP-3.
002620         88  ACCT-TYPE-CHECKING              VALUE 'C' ' '.
002630         88  ACCT-TYPE-SAVINGS               VALUE 'S'.
002640         88  ACCT-TYPE-CERTIFICATE           VALUE 'D'.
002641         88  ACCT-TYPE-LOAN                  VALUE 'L'.
002650     05  ACCT-MATURITY-DATE          PIC 9(08).
002700     05  ACCT-OVERDRAWN-DATE         PIC 9(08) COMP-3.
002701     05  FILLER                      PIC X(01).
