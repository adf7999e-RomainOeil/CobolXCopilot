002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------- ----  ----------------------------------------   *
002400*    2026-09-02 DP    ORIGINAL PROGRAM - STANDING ORDER UPKEEP    *
002401*    2026-10-05 DP    EVERY ORDER ADDED OR CHANGED (CANCEL,       *
002402*                     CHGAMT) NOW APPENDS A BEFORE/AFTER IMAGE    *
002403*                     RECORD (COPYBOOK AUDREC) TO THE MAINTENANCE *
002404*                     AUDIT FILE ON DD AUDFILE.                   *
002500******************************************************************
002600 PROGRAM-ID. SordMnt.
002700
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004400
004401     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004402         ORGANIZATION IS SEQUENTIAL
004403         FILE STATUS IS WS-AUD-FILE-STATUS.
004404
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MAINTENANCE-FILE.
005200
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE                     PIC X(80).
005401
005402 FD  AUDIT-FILE.
005403     COPY AUDREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-MNT-FILE-STATUS              PIC X(02).
006400
006500 01  WS-RPT-FILE-STATUS              PIC X(02).
006600     88  WS-RPT-FILE-OK                       VALUE '00'.
006601
006602 01  WS-AUD-FILE-STATUS              PIC X(02).
006603     88  WS-AUD-FILE-OK                       VALUE '00'.
006604
006605 01  WS-AUDIT-ACTION                 PIC X(01).
006606
006607 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
006700
006800 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
006900     88  OPEN-FAILED                          VALUE 'Y'.
011900
012000******************************************************************
012100* 1000-OPEN-FILES - OPEN THE MAINTENANCE INPUT, THE MASTER AND    *
012200*                   THE REGISTER AND (FOR APPEND) THE MAINTENANCE *
012201*                   AUDIT FILE. A FAILURE ON ANY OF THEM SETS     *
012300*                   WS-MNT-FILE-EOF SO THE ACTION LOOP IN         *
012400*                   0000-MAINLINE NEVER RUNS FOR THIS RUN.        *
012500******************************************************************
014200     IF NOT WS-RPT-FILE-OK
014300         DISPLAY 'SORDMNT: UNABLE TO OPEN RPTOUT - '
014400             WS-RPT-FILE-STATUS
014401         SET WS-MNT-FILE-EOF TO TRUE
014402         SET OPEN-FAILED TO TRUE
014403     END-IF
014404     OPEN EXTEND AUDIT-FILE
014405     IF NOT WS-AUD-FILE-OK
014406         OPEN OUTPUT AUDIT-FILE
014407     END-IF
014408     IF NOT WS-AUD-FILE-OK
014409         DISPLAY 'SORDMNT: UNABLE TO OPEN AUDFILE - '
014410             WS-AUD-FILE-STATUS
014500         SET WS-MNT-FILE-EOF TO TRUE
014600         SET OPEN-FAILED TO TRUE
014700     END-IF.
020100     READ ORDER-MASTER-FILE
020200         INVALID KEY
020300             MOVE 'N' TO WS-SORD-ON-FILE
020301         NOT INVALID KEY
020302             MOVE SORD-RECORD TO WS-AUDIT-BEFORE-IMAGE
020400     END-READ.
020500 2200-READ-ORDER-EXIT.
020600     EXIT.
025600         NOT INVALID KEY
025700             MOVE 'ORDER ADDED' TO WS-DL-REMARKS
025800             ADD 1 TO WS-APPLIED-COUNT
025801             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
025802             MOVE 'A' TO WS-AUDIT-ACTION
025803             PERFORM 4100-WRITE-AUDIT-RECORD
025900     END-WRITE
026000     END-IF
026100     END-IF.
033000             ADD 1 TO WS-EXCEPTION-COUNT
033100         NOT INVALID KEY
033200             ADD 1 TO WS-APPLIED-COUNT
033201             MOVE 'C' TO WS-AUDIT-ACTION
033202             PERFORM 4100-WRITE-AUDIT-RECORD
033300     END-REWRITE.
033400 4000-REWRITE-ORDER-EXIT.
033500     EXIT.
033501
033502******************************************************************
033503* 4100-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
033504*                           THE STANDING ORDER JUST ADDED OR      *
033505*                           CHANGED TO THE MAINTENANCE AUDIT      *
033506*                           FILE, STAMPED WITH THE SYSTEM DATE    *
033507*                           AND TIME                              *
033508******************************************************************
033509 4100-WRITE-AUDIT-RECORD.
033510     MOVE SPACES TO AUD-RECORD
033511     ACCEPT AUD-DATE FROM DATE YYYYMMDD
033512     ACCEPT AUD-TIME FROM TIME
033513     MOVE 'SORDMAS'             TO AUD-FILE-NAME
033514     MOVE SORD-ID               TO AUD-KEY
033515     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
033516     MOVE SMNT-FUNCTION         TO AUD-FUNCTION
033517     MOVE 'SORDMNT'             TO AUD-JOB-NAME
033518     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
033519     MOVE SORD-RECORD           TO AUD-AFTER-IMAGE
033520     WRITE AUD-RECORD
033521     IF NOT WS-AUD-FILE-OK
033522         DISPLAY 'SORDMNT: AUDIT WRITE FAILED - ' SORD-ID
033523             ' STATUS ' WS-AUD-FILE-STATUS
033524     END-IF.
033525 4100-WRITE-AUDIT-RECORD-EXIT.
033526     EXIT.
033600
033700******************************************************************
033800* 8000-WRITE-REPORT-TRAILER - WRITE THE MAINTENANCE SUMMARY LINE  *
035100 9000-CLOSE-FILES.
035200     CLOSE MAINTENANCE-FILE
035300     CLOSE ORDER-MASTER-FILE
035400     CLOSE REPORT-FILE
035401     CLOSE AUDIT-FILE.
035500 9000-CLOSE-FILES-EXIT.
035600     EXIT.
