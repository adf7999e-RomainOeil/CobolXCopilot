001810*    2026-09-02 DP    SEEDED ROWS NOW LOAD AS CHECKING ('C')      *
001820*                     WITH A ZERO MATURITY DATE, SO LEGACY        *
001830*                     SEEDS FOLLOW THE CHECKING POSTING RULES.    *
001831*    2026-10-05 DP    SEEDED ROWS LOAD WITH A ZERO OVERDRAWN DATE *
001832*                     (NEW ACCT-OVERDRAWN-DATE, PACKED - SPACES   *
001833*                     WOULD NOT BE A VALID NUMBER THERE).         *
001900******************************************************************
002000 PROGRAM-ID. AcctLoad.
002100
009000     MOVE ZERO                  TO ACCT-LAST-ACTIVITY-DATE
009010     MOVE 'C'                   TO ACCT-TYPE-CODE
009020     MOVE ZERO                  TO ACCT-MATURITY-DATE
009021     MOVE ZERO                  TO ACCT-OVERDRAWN-DATE
009100     WRITE ACCT-MASTER-RECORD
009200         INVALID KEY
009300             DISPLAY 'ACCTLOAD: DUPLICATE ACCOUNT - ' SEED-ACCT-ID
