001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ----------------------------------------   *
002000*    2026-09-02 DP    ORIGINAL PROGRAM - RATE TABLE LOAD          *
002001*    2026-10-05 DP    EVERY RATE TIER LOADED OR REPLACED NOW      *
002002*                     APPENDS A BEFORE/AFTER IMAGE RECORD         *
002003*                     (COPYBOOK AUDREC) TO THE MAINTENANCE AUDIT  *
002004*                     FILE ON DD AUDFILE. A REPLACE READS THE     *
002005*                     TIER ON FILE FIRST AND SKIPS A SEED ROW     *
002006*                     THAT CHANGES NOTHING (COUNTED AS            *
002007*                     UNCHANGED).                                 *
002100******************************************************************
002200 PROGRAM-ID. RateLoad.
002300
003400         RECORD KEY IS RATE-KEY
003500         FILE STATUS IS WS-RATE-FILE-STATUS.
003600
003601     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
003602         ORGANIZATION IS SEQUENTIAL
003603         FILE STATUS IS WS-AUD-FILE-STATUS.
003604
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RATE-SEED-FILE.
004700 FD  RATE-TABLE-FILE.
004800     COPY RATEREC.
004900
004901 FD  AUDIT-FILE.
004902     COPY AUDREC.
004903
005000 WORKING-STORAGE SECTION.
005100 01  WS-SEED-FILE-STATUS             PIC X(02).
005200     88  WS-SEED-FILE-OK                     VALUE '00'.
005500 01  WS-RATE-FILE-STATUS             PIC X(02).
005600     88  WS-RATE-FILE-OK                     VALUE '00' '05'.
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
007100     DISPLAY 'RATELOAD: ' WS-LOADED-COUNT ' TIER(S) LOADED'
007200     DISPLAY 'RATELOAD: ' WS-REPLACED-COUNT ' TIER(S) REPLACED'
007201     DISPLAY 'RATELOAD: ' WS-UNCHANGED-COUNT ' TIER(S) UNCHANGED'
007300     DISPLAY 'RATELOAD: ' WS-REJECTED-COUNT ' RECORD(S) REJECTED'
007400     STOP RUN.
007500
007600******************************************************************
007700* 1000-OPEN-FILES - OPEN THE SEED INPUT AND THE RATE TABLE. THE   *
007701*                   MAINTENANCE AUDIT FILE IS OPENED FOR APPEND;  *
007702*                   WITHOUT IT NOTHING IS APPLIED                 *
007800******************************************************************
007900 1000-OPEN-FILES.
008000     OPEN INPUT RATE-SEED-FILE
008100     OPEN I-O RATE-TABLE-FILE
008200     OPEN EXTEND AUDIT-FILE
008201     IF NOT WS-AUD-FILE-OK
008202         OPEN OUTPUT AUDIT-FILE
008203     END-IF
008204     IF WS-AUD-FILE-OK
008205         PERFORM 2100-READ-SEED-RECORD
008206     ELSE
008207         DISPLAY 'RATELOAD: UNABLE TO OPEN AUDFILE - '
008208             WS-AUD-FILE-STATUS
008209         SET WS-SEED-FILE-EOF TO TRUE
008210     END-IF.
008300 1000-OPEN-FILES-EXIT.
008400     EXIT.
008500
010500             PERFORM 2200-REPLACE-RATE
010600         NOT INVALID KEY
010700             ADD 1 TO WS-LOADED-COUNT
010701             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
010702             MOVE 'A' TO WS-AUDIT-ACTION
010703             PERFORM 3000-WRITE-AUDIT-RECORD
010800     END-WRITE
010900     END-IF
011000     PERFORM 2100-READ-SEED-RECORD.
012400
012500******************************************************************
012600* 2200-REPLACE-RATE - THE TIER IS ALREADY ON FILE; REPLACE IT     *
012700*                     WITH THE SEED ROW'S FLOOR AND RATE. THE ROW *
012701*                     ON FILE IS READ FIRST AS THE AUDIT BEFORE   *
012702*                     IMAGE; A SEED ROW THAT CHANGES NOTHING IS   *
012703*                     NOT REWRITTEN                               *
012800******************************************************************
012900 2200-REPLACE-RATE.
012901     MOVE RATE-RECORD TO WS-AUDIT-AFTER-IMAGE
012902     READ RATE-TABLE-FILE
012903         INVALID KEY
012904             MOVE SPACES TO RATE-RECORD
012905     END-READ
012906     MOVE RATE-RECORD TO WS-AUDIT-BEFORE-IMAGE
012907     MOVE WS-AUDIT-AFTER-IMAGE TO RATE-RECORD
012908     IF RATE-RECORD = WS-AUDIT-BEFORE-IMAGE
012909         ADD 1 TO WS-UNCHANGED-COUNT
012910     ELSE
013000     REWRITE RATE-RECORD
013100         INVALID KEY
013200             DISPLAY 'RATELOAD: REPLACE FAILED - ' SEED-TYPE-CODE
013400             ADD 1 TO WS-REJECTED-COUNT
013500         NOT INVALID KEY
013600             ADD 1 TO WS-REPLACED-COUNT
013700             MOVE 'C' TO WS-AUDIT-ACTION
013701             PERFORM 3000-WRITE-AUDIT-RECORD
013702     END-REWRITE
013703     END-IF.
013800 2200-REPLACE-RATE-EXIT.
013801     EXIT.
013802
013803******************************************************************
013804* 3000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
013805*                           THE RATE TIER JUST ADDED OR REPLACED  *
013806*                           TO THE MAINTENANCE AUDIT FILE         *
013807******************************************************************
013808 3000-WRITE-AUDIT-RECORD.
013809     MOVE SPACES TO AUD-RECORD
013810     ACCEPT AUD-DATE FROM DATE YYYYMMDD
013811     ACCEPT AUD-TIME FROM TIME
013812     MOVE 'RATEFILE'            TO AUD-FILE-NAME
013813     MOVE RATE-KEY              TO AUD-KEY
013814     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
013815     MOVE 'LOAD'                TO AUD-FUNCTION
013816     MOVE 'RATELOAD'            TO AUD-JOB-NAME
013817     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
013818     MOVE RATE-RECORD           TO AUD-AFTER-IMAGE
013819     WRITE AUD-RECORD
013820     IF NOT WS-AUD-FILE-OK
013821         DISPLAY 'RATELOAD: AUDIT WRITE FAILED - ' RATE-KEY
013822             ' STATUS ' WS-AUD-FILE-STATUS
013823     END-IF.
013824 3000-WRITE-AUDIT-RECORD-EXIT.
013900     EXIT.
014000
014100******************************************************************
014300******************************************************************
014400 9000-CLOSE-FILES.
014500     CLOSE RATE-SEED-FILE
014600     CLOSE RATE-TABLE-FILE
014601     CLOSE AUDIT-FILE.
014700 9000-CLOSE-FILES-EXIT.
014800     EXIT.
