001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ----------------------------------------   *
002000*    2026-09-02 DP    ORIGINAL PROGRAM - TELLER LIMIT LOAD        *
002001*    2026-10-05 DP    EVERY LIMIT PROFILE LOADED OR REPLACED NOW  *
002002*                     APPENDS A BEFORE/AFTER IMAGE RECORD         *
002003*                     (COPYBOOK AUDREC) TO THE MAINTENANCE AUDIT  *
002004*                     FILE ON DD AUDFILE. A REPLACE READS THE     *
002005*                     PROFILE ON FILE FIRST AND SKIPS A SEED ROW  *
002006*                     THAT CHANGES NOTHING (COUNTED AS            *
002007*                     UNCHANGED).                                 *
002100******************************************************************
002200 PROGRAM-ID. TlimLoad.
002300
003400         RECORD KEY IS TLIM-TELLER-ID
003500         FILE STATUS IS WS-TLIM-FILE-STATUS.
003600
003601     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
003602         ORGANIZATION IS SEQUENTIAL
003603         FILE STATUS IS WS-AUD-FILE-STATUS.
003604
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  LIMIT-SEED-FILE.
004700 FD  LIMIT-PROFILE-FILE.
004800     COPY TLIMREC.
004900
004901 FD  AUDIT-FILE.
004902     COPY AUDREC.
004903
005000 WORKING-STORAGE SECTION.
005100 01  WS-SEED-FILE-STATUS             PIC X(02).
005200     88  WS-SEED-FILE-OK                     VALUE '00'.
005500 01  WS-TLIM-FILE-STATUS             PIC X(02).
005600     88  WS-TLIM-FILE-OK                     VALUE '00' '05'.
005700
005701 01  WS-AUD-FILE-STATUS              PIC X(02).
005702     88  WS-AUD-FILE-OK                      VALUE '00'.
005703
005704 01  WS-AUDIT-ACTION                 PIC X(01).
005705 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
005706 01  WS-AUDIT-AFTER-IMAGE            PIC X(200).
005707
005800 01  WS-LOADED-COUNT                 PIC 9(07) VALUE ZERO.
005900 01  WS-REPLACED-COUNT               PIC 9(07) VALUE ZERO.
005901 01  WS-UNCHANGED-COUNT              PIC 9(07) VALUE ZERO.
006000 01  WS-REJECTED-COUNT               PIC 9(07) VALUE ZERO.
006100
006200 PROCEDURE DIVISION.
007000     PERFORM 9000-CLOSE-FILES
007100     DISPLAY 'TLIMLOAD: ' WS-LOADED-COUNT ' PROFILE(S) LOADED'
007200     DISPLAY 'TLIMLOAD: ' WS-REPLACED-COUNT ' PROFILE(S) REPLACED'
007201     DISPLAY 'TLIMLOAD: ' WS-UNCHANGED-COUNT
007202         ' PROFILE(S) UNCHANGED'
007300     DISPLAY 'TLIMLOAD: ' WS-REJECTED-COUNT ' RECORD(S) REJECTED'
007400     STOP RUN.
007500
007600******************************************************************
007700* 1000-OPEN-FILES - OPEN THE SEED INPUT AND THE PROFILE FILE. THE *
007701*                   MAINTENANCE AUDIT FILE IS OPENED FOR APPEND;  *
007702*                   WITHOUT IT NOTHING IS APPLIED                 *
007800******************************************************************
007900 1000-OPEN-FILES.
008000     OPEN INPUT LIMIT-SEED-FILE
008100     OPEN I-O LIMIT-PROFILE-FILE
008200     OPEN EXTEND AUDIT-FILE
008201     IF NOT WS-AUD-FILE-OK
008202         OPEN OUTPUT AUDIT-FILE
008203     END-IF
008204     IF WS-AUD-FILE-OK
008205         PERFORM 2100-READ-SEED-RECORD
008206     ELSE
008207         DISPLAY 'TLIMLOAD: UNABLE TO OPEN AUDFILE - '
008208             WS-AUD-FILE-STATUS
008209         SET WS-SEED-FILE-EOF TO TRUE
008210     END-IF.
008300 1000-OPEN-FILES-EXIT.
008400     EXIT.
008500
010400             PERFORM 2200-REPLACE-PROFILE
010500         NOT INVALID KEY
010600             ADD 1 TO WS-LOADED-COUNT
010601             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
010602             MOVE 'A' TO WS-AUDIT-ACTION
010603             PERFORM 3000-WRITE-AUDIT-RECORD
010700     END-WRITE
010800     END-IF
010900     PERFORM 2100-READ-SEED-RECORD.
012300
012400******************************************************************
012500* 2200-REPLACE-PROFILE - THE TELLER ALREADY HAS A PROFILE ROW;    *
012600*                        REPLACE IT WITH THE SEED ROW'S LIMITS.   *
012601*                        THE ROW ON FILE IS READ FIRST AS THE     *
012602*                        AUDIT BEFORE IMAGE; A SEED ROW THAT      *
012603*                        CHANGES NOTHING IS NOT REWRITTEN         *
012700******************************************************************
012800 2200-REPLACE-PROFILE.
012801     MOVE TLIM-RECORD TO WS-AUDIT-AFTER-IMAGE
012802     READ LIMIT-PROFILE-FILE
012803         INVALID KEY
012804             MOVE SPACES TO TLIM-RECORD
012805     END-READ
012806     MOVE TLIM-RECORD TO WS-AUDIT-BEFORE-IMAGE
012807     MOVE WS-AUDIT-AFTER-IMAGE TO TLIM-RECORD
012808     IF TLIM-RECORD = WS-AUDIT-BEFORE-IMAGE
012809         ADD 1 TO WS-UNCHANGED-COUNT
012810     ELSE
012900     REWRITE TLIM-RECORD
013000         INVALID KEY
013100             DISPLAY 'TLIMLOAD: REPLACE FAILED - ' SEED-TELLER-ID
013200             ADD 1 TO WS-REJECTED-COUNT
013300         NOT INVALID KEY
013400             ADD 1 TO WS-REPLACED-COUNT
013500             MOVE 'C' TO WS-AUDIT-ACTION
013501             PERFORM 3000-WRITE-AUDIT-RECORD
013502     END-REWRITE
013503     END-IF.
013600 2200-REPLACE-PROFILE-EXIT.
013601     EXIT.
013602
013603******************************************************************
013604* 3000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
013605*                           THE TELLER LIMIT PROFILE JUST ADDED   *
013606*                           OR REPLACED TO THE MAINTENANCE AUDIT  *
013607*                           FILE                                  *
013608******************************************************************
013609 3000-WRITE-AUDIT-RECORD.
013610     MOVE SPACES TO AUD-RECORD
013611     ACCEPT AUD-DATE FROM DATE YYYYMMDD
013612     ACCEPT AUD-TIME FROM TIME
013613     MOVE 'TLIMFILE'            TO AUD-FILE-NAME
013614     MOVE TLIM-TELLER-ID        TO AUD-KEY
013615     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
013616     MOVE 'LOAD'                TO AUD-FUNCTION
013617     MOVE 'TLIMLOAD'            TO AUD-JOB-NAME
013618     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
013619     MOVE TLIM-RECORD           TO AUD-AFTER-IMAGE
013620     WRITE AUD-RECORD
013621     IF NOT WS-AUD-FILE-OK
013622         DISPLAY 'TLIMLOAD: AUDIT WRITE FAILED - ' TLIM-TELLER-ID
013623             ' STATUS ' WS-AUD-FILE-STATUS
013624     END-IF.
013625 3000-WRITE-AUDIT-RECORD-EXIT.
013700     EXIT.
013800
013900******************************************************************
014100******************************************************************
014200 9000-CLOSE-FILES.
014300     CLOSE LIMIT-SEED-FILE
014400     CLOSE LIMIT-PROFILE-FILE
014401     CLOSE AUDIT-FILE.
014500 9000-CLOSE-FILES-EXIT.
014600     EXIT.
