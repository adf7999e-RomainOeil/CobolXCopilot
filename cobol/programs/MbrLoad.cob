002400*    ---------- ----  ----------------------------------------   *
002500*    2026-08-22 DP    ORIGINAL PROGRAM - MEMBER MASTER LOAD AND   *
002600*                     NAME/ADDRESS MAINTENANCE                    *
002601*    2026-10-05 DP    SEED RECORD CARRIES THE MEMBER TELEPHONE    *
002602*                     NUMBER INTO MBR-PHONE.                      *
002603*    2026-10-05 DP    NEW SEED FIELD MBRSEED-MEMBER-NO (FROM      *
002604*                     FILLER) LOADED TO MBR-MEMBER-NO.            *
002605*    2026-10-05 DP    EVERY MEMBER ROW ADDED OR REPLACED NOW      *
002606*                     APPENDS A BEFORE/AFTER IMAGE RECORD         *
002607*                     (COPYBOOK AUDREC) TO THE MAINTENANCE AUDIT  *
002608*                     FILE ON DD AUDFILE. A REPLACE READS THE ROW *
002609*                     ON FILE FIRST AND SKIPS A SEED ROW THAT     *
002610*                     CHANGES NOTHING (COUNTED AS UNCHANGED).     *
002700******************************************************************
002800 PROGRAM-ID. MbrLoad.
002900
004000         RECORD KEY IS MBR-ACCT-ID
004100         FILE STATUS IS WS-MBR-FILE-STATUS.
004200
004201     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004202         ORGANIZATION IS SEQUENTIAL
004203         FILE STATUS IS WS-AUD-FILE-STATUS.
004204
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MEMBER-SEED-FILE.
005100     05  MBRSEED-CITY                PIC X(20).
005200     05  MBRSEED-STATE               PIC X(02).
005300     05  MBRSEED-ZIP                 PIC X(09).
005400     05  MBRSEED-PHONE               PIC X(10).
005401     05  MBRSEED-MEMBER-NO           PIC X(08).
005402     05  FILLER                      PIC X(01).
005500
005600 FD  MEMBER-MASTER-FILE.
005700     COPY MBRMAS.
005701
005702 FD  AUDIT-FILE.
005703     COPY AUDREC.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-SEED-FILE-STATUS             PIC X(02).
006400 01  WS-MBR-FILE-STATUS              PIC X(02).
006500     88  WS-MBR-FILE-OK                       VALUE '00'.
006600
006601 01  WS-AUD-FILE-STATUS              PIC X(02).
006602     88  WS-AUD-FILE-OK                       VALUE '00'.
006603
006604 01  WS-AUDIT-ACTION                 PIC X(01).
006605
006606 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
006607
006700 01  WS-COUNTERS.
006800     05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
006900     05  WS-REPLACED-COUNT           PIC 9(07) VALUE ZERO.
006901     05  WS-UNCHANGED-COUNT          PIC 9(07) VALUE ZERO.
007000
007100 PROCEDURE DIVISION.
007200
007900     PERFORM 9000-CLOSE-FILES
008000     DISPLAY 'MBRLOAD: ' WS-ADDED-COUNT ' MEMBER(S) ADDED'
008100     DISPLAY 'MBRLOAD: ' WS-REPLACED-COUNT ' MEMBER(S) REPLACED'
008101     DISPLAY 'MBRLOAD: ' WS-UNCHANGED-COUNT ' MEMBER(S) UNCHANGED'
008200     STOP RUN.
008300
008400******************************************************************
008500* 1000-OPEN-FILES - OPEN THE SEED INPUT AND THE MEMBER MASTER.    *
008600*                   A BRAND-NEW CLUSTER REFUSES THE I-O OPEN, SO  *
008700*                   FALL BACK TO AN OUTPUT OPEN FOR THE INITIAL   *
008800*                   LOAD. THE MAINTENANCE AUDIT FILE IS OPENED    *
008801*                   FOR APPEND; WITHOUT IT NOTHING IS APPLIED.    *
008900******************************************************************
009000 1000-OPEN-FILES.
009100     OPEN INPUT MEMBER-SEED-FILE
009300     IF NOT WS-MBR-FILE-OK
009400         OPEN OUTPUT MEMBER-MASTER-FILE
009500     END-IF
009600     OPEN EXTEND AUDIT-FILE
009601     IF NOT WS-AUD-FILE-OK
009602         OPEN OUTPUT AUDIT-FILE
009603     END-IF
009604     IF WS-AUD-FILE-OK
009605         PERFORM 2100-READ-SEED-RECORD
009606     ELSE
009607         DISPLAY 'MBRLOAD: UNABLE TO OPEN AUDFILE - '
009608             WS-AUD-FILE-STATUS
009609         SET WS-SEED-FILE-EOF TO TRUE
009610     END-IF.
009700 1000-OPEN-FILES-EXIT.
009800     EXIT.
009900
010700             PERFORM 3000-REPLACE-MEMBER
010800         NOT INVALID KEY
010900             ADD 1 TO WS-ADDED-COUNT
010901             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
010902             MOVE 'A' TO WS-AUDIT-ACTION
010903             PERFORM 4000-WRITE-AUDIT-RECORD
011000     END-WRITE
011100     PERFORM 2100-READ-SEED-RECORD.
011200 2000-APPLY-MEMBERS-EXIT.
013400     MOVE MBRSEED-ADDR-LINE-2   TO MBR-ADDR-LINE-2
013500     MOVE MBRSEED-CITY          TO MBR-CITY
013600     MOVE MBRSEED-STATE         TO MBR-STATE
013700     MOVE MBRSEED-ZIP           TO MBR-ZIP
013750     MOVE MBRSEED-PHONE         TO MBR-PHONE
013760     MOVE MBRSEED-MEMBER-NO     TO MBR-MEMBER-NO.
013800 2200-BUILD-MASTER-RECORD-EXIT.
013900     EXIT.
014000
014100******************************************************************
014200* 3000-REPLACE-MEMBER - THE ACCOUNT IS ALREADY ON FILE; REPLACE   *
014300*                       ITS NAME AND ADDRESS WITH THE SEED ROW.   *
014301*                       THE ROW ON FILE IS READ FIRST AS THE      *
014302*                       AUDIT BEFORE IMAGE; A SEED ROW THAT       *
014303*                       CHANGES NOTHING IS NOT REWRITTEN.         *
014400******************************************************************
014500 3000-REPLACE-MEMBER.
014510     READ MEMBER-MASTER-FILE
014520         INVALID KEY
014530             MOVE SPACES TO MBR-MASTER-RECORD
014540     END-READ
014550     MOVE MBR-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE
014560     PERFORM 2200-BUILD-MASTER-RECORD
014570     IF MBR-MASTER-RECORD = WS-AUDIT-BEFORE-IMAGE
014580         ADD 1 TO WS-UNCHANGED-COUNT
014590     ELSE
014600     REWRITE MBR-MASTER-RECORD
014700         INVALID KEY
014800             DISPLAY 'MBRLOAD: UNABLE TO REPLACE - '
014900                 MBRSEED-ACCT-ID
015000         NOT INVALID KEY
015100             ADD 1 TO WS-REPLACED-COUNT
015200             MOVE 'C' TO WS-AUDIT-ACTION
015201             PERFORM 4000-WRITE-AUDIT-RECORD
015202     END-REWRITE
015210     END-IF.
015300 3000-REPLACE-MEMBER-EXIT.
015301     EXIT.
015302
015303******************************************************************
015304* 4000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
015305*                           THE MEMBER ROW JUST ADDED OR REPLACED *
015306*                           TO THE MAINTENANCE AUDIT FILE         *
015307******************************************************************
015308 4000-WRITE-AUDIT-RECORD.
015309     MOVE SPACES TO AUD-RECORD
015310     ACCEPT AUD-DATE FROM DATE YYYYMMDD
015311     ACCEPT AUD-TIME FROM TIME
015312     MOVE 'MBRFILE'             TO AUD-FILE-NAME
015313     MOVE MBR-ACCT-ID           TO AUD-KEY
015314     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
015315     MOVE 'LOAD'                TO AUD-FUNCTION
015316     MOVE 'MBRLOAD'             TO AUD-JOB-NAME
015317     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
015318     MOVE MBR-MASTER-RECORD     TO AUD-AFTER-IMAGE
015319     WRITE AUD-RECORD
015320     IF NOT WS-AUD-FILE-OK
015321         DISPLAY 'MBRLOAD: AUDIT WRITE FAILED - ' MBR-ACCT-ID
015322             ' STATUS ' WS-AUD-FILE-STATUS
015323     END-IF.
015324 4000-WRITE-AUDIT-RECORD-EXIT.
015400     EXIT.
015500
015600******************************************************************
015800******************************************************************
015900 9000-CLOSE-FILES.
016000     CLOSE MEMBER-SEED-FILE
016100     CLOSE MEMBER-MASTER-FILE
016101     CLOSE AUDIT-FILE.
016200 9000-CLOSE-FILES-EXIT.
016300     EXIT.
