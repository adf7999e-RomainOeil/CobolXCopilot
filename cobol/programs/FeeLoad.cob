000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  FEELOAD                                        *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     LOAD / REFRESH UTILITY THAT BUILDS THE VSAM     *
001000*                 KSDS FEE SCHEDULE TABLE (COPYBOOK FEEREC) FROM  *
001100*                 A SEQUENTIAL SEED FILE OF ACCOUNT TYPE, FEE     *
001200*                 CODE, DESCRIPTION, AMOUNT AND WAIVER RULES. A   *
001300*                 SEED ROW FOR A KEY ALREADY ON FILE REPLACES IT, *
001400*                 SO A FEE CHANGE IS ONE RERUN OF THIS JOB. A     *
001500*                 ZERO AMOUNT RETIRES A FEE WITHOUT DELETING ITS  *
001600*                 ROW - THE SERVICE CHARGE RUN PASSES IT OVER.    *
001700*                 EVERY ROW LOADED OR REPLACED APPENDS A BEFORE/  *
001800*                 AFTER IMAGE RECORD (COPYBOOK AUDREC) TO THE     *
001900*                 MAINTENANCE AUDIT FILE ON DD AUDFILE.           *
002000*                                                                 *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------- ----  ----------------------------------------   *
002400*    2026-10-05 DP    ORIGINAL PROGRAM - FEE SCHEDULE LOAD        *
002500******************************************************************
002600 PROGRAM-ID. FeeLoad.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FEE-SEED-FILE ASSIGN TO "FEESEED"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-SEED-FILE-STATUS.
003400
003500     SELECT FEE-TABLE-FILE ASSIGN TO "FEEFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FEE-KEY
003900         FILE STATUS IS WS-FEE-FILE-STATUS.
004000
004100     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-AUD-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FEE-SEED-FILE.
004800 01  SEED-RECORD.
004900     05  SEED-TYPE-CODE              PIC X(01).
005000     05  SEED-FEE-CODE               PIC X(06).
005100     05  SEED-DESCRIPTION            PIC X(20).
005200     05  SEED-AMOUNT                 PIC 9(04)V99.
005300     05  SEED-WAIVE-MIN-BALANCE      PIC 9(06)V99.
005400     05  SEED-WAIVE-MIN-TRANS        PIC 9(03).
005500     05  SEED-PAPER-STMT-FLAG        PIC X(01).
005600     05  FILLER                      PIC X(35).
005700
005800 FD  FEE-TABLE-FILE.
005900     COPY FEEREC.
006000
006100 FD  AUDIT-FILE.
006200     COPY AUDREC.
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-SEED-FILE-STATUS             PIC X(02).
006600     88  WS-SEED-FILE-OK                     VALUE '00'.
006700     88  WS-SEED-FILE-EOF                    VALUE '10'.
006800
006900 01  WS-FEE-FILE-STATUS              PIC X(02).
007000     88  WS-FEE-FILE-OK                      VALUE '00' '05'.
007100
007200 01  WS-AUD-FILE-STATUS              PIC X(02).
007300     88  WS-AUD-FILE-OK                      VALUE '00'.
007400
007500 01  WS-AUDIT-ACTION                 PIC X(01).
007600 01  WS-AUDIT-BEFORE-IMAGE           PIC X(200).
007700 01  WS-AUDIT-AFTER-IMAGE            PIC X(200).
007800
007900 01  WS-SEED-STATE                   PIC X(01).
008000     88  SEED-VALID                          VALUE 'Y'.
008100
008200 01  WS-LOADED-COUNT                 PIC 9(07) VALUE ZERO.
008300 01  WS-REPLACED-COUNT               PIC 9(07) VALUE ZERO.
008400 01  WS-UNCHANGED-COUNT              PIC 9(07) VALUE ZERO.
008500 01  WS-REJECTED-COUNT               PIC 9(07) VALUE ZERO.
008600
008700 PROCEDURE DIVISION.
008800
008900******************************************************************
009000* 0000-MAINLINE - BUILD THE FEE SCHEDULE FROM THE SEED FILE       *
009100******************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-OPEN-FILES
009400     PERFORM 2000-LOAD-FEES UNTIL WS-SEED-FILE-EOF
009500     PERFORM 9000-CLOSE-FILES
009600     DISPLAY 'FEELOAD: ' WS-LOADED-COUNT ' FEE(S) LOADED'
009700     DISPLAY 'FEELOAD: ' WS-REPLACED-COUNT ' FEE(S) REPLACED'
009800     DISPLAY 'FEELOAD: ' WS-UNCHANGED-COUNT ' FEE(S) UNCHANGED'
009900     DISPLAY 'FEELOAD: ' WS-REJECTED-COUNT ' RECORD(S) REJECTED'
010000     STOP RUN.
010100
010200******************************************************************
010300* 1000-OPEN-FILES - OPEN THE SEED INPUT AND THE FEE TABLE. THE    *
010400*                   MAINTENANCE AUDIT FILE IS OPENED FOR APPEND;  *
010500*                   WITHOUT IT NOTHING IS APPLIED                 *
010600******************************************************************
010700 1000-OPEN-FILES.
010800     OPEN INPUT FEE-SEED-FILE
010900     OPEN I-O FEE-TABLE-FILE
011000     OPEN EXTEND AUDIT-FILE
011100     IF NOT WS-AUD-FILE-OK
011200         OPEN OUTPUT AUDIT-FILE
011300     END-IF
011400     IF WS-AUD-FILE-OK
011500         PERFORM 2100-READ-SEED-RECORD
011600     ELSE
011700         DISPLAY 'FEELOAD: UNABLE TO OPEN AUDFILE - '
011800             WS-AUD-FILE-STATUS
011900         SET WS-SEED-FILE-EOF TO TRUE
012000     END-IF.
012100 1000-OPEN-FILES-EXIT.
012200     EXIT.
012300
012400******************************************************************
012500* 2000-LOAD-FEES - WRITE (OR REPLACE) ONE FEE ROW PER SEED        *
012600*                  RECORD. A ROW THAT FAILS THE EDITS IN 2300 IS  *
012700*                  REJECTED RATHER THAN LOADED.                   *
012800******************************************************************
012900 2000-LOAD-FEES.
013000     PERFORM 2300-EDIT-SEED-RECORD
013100     IF NOT SEED-VALID
013200         ADD 1 TO WS-REJECTED-COUNT
013300     ELSE
013400     MOVE SPACES                 TO FEE-RECORD
013500     MOVE SEED-TYPE-CODE         TO FEE-TYPE-CODE
013600     MOVE SEED-FEE-CODE          TO FEE-CODE
013700     MOVE SEED-DESCRIPTION       TO FEE-DESCRIPTION
013800     MOVE SEED-AMOUNT            TO FEE-AMOUNT
013900     MOVE SEED-WAIVE-MIN-BALANCE TO FEE-WAIVE-MIN-BALANCE
014000     MOVE SEED-WAIVE-MIN-TRANS   TO FEE-WAIVE-MIN-TRANS
014100     MOVE SEED-PAPER-STMT-FLAG   TO FEE-PAPER-STMT-FLAG
014200     IF NOT FEE-PAPER-STMT-ONLY
014300         MOVE 'N' TO FEE-PAPER-STMT-FLAG
014400     END-IF
014500     WRITE FEE-RECORD
014600         INVALID KEY
014700             PERFORM 2200-REPLACE-FEE
014800         NOT INVALID KEY
014900             ADD 1 TO WS-LOADED-COUNT
015000             MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
015100             MOVE 'A' TO WS-AUDIT-ACTION
015200             PERFORM 3000-WRITE-AUDIT-RECORD
015300     END-WRITE
015400     END-IF
015500     PERFORM 2100-READ-SEED-RECORD.
015600 2000-LOAD-FEES-EXIT.
015700     EXIT.
015800
015900******************************************************************
016000* 2100-READ-SEED-RECORD - READ THE NEXT SEED RECORD, SET EOF      *
016100******************************************************************
016200 2100-READ-SEED-RECORD.
016300     READ FEE-SEED-FILE
016400         AT END
016500             SET WS-SEED-FILE-EOF TO TRUE
016600     END-READ.
016700 2100-READ-SEED-RECORD-EXIT.
016800     EXIT.
016900
017000******************************************************************
017100* 2200-REPLACE-FEE - THE FEE IS ALREADY ON FILE; REPLACE IT WITH  *
017200*                    THE SEED ROW. THE ROW ON FILE IS READ FIRST  *
017300*                    AS THE AUDIT BEFORE IMAGE; A SEED ROW THAT   *
017400*                    CHANGES NOTHING IS NOT REWRITTEN             *
017500******************************************************************
017600 2200-REPLACE-FEE.
017700     MOVE FEE-RECORD TO WS-AUDIT-AFTER-IMAGE
017800     READ FEE-TABLE-FILE
017900         INVALID KEY
018000             MOVE SPACES TO FEE-RECORD
018100     END-READ
018200     MOVE FEE-RECORD TO WS-AUDIT-BEFORE-IMAGE
018300     MOVE WS-AUDIT-AFTER-IMAGE TO FEE-RECORD
018400     IF FEE-RECORD = WS-AUDIT-BEFORE-IMAGE
018500         ADD 1 TO WS-UNCHANGED-COUNT
018600     ELSE
018700     REWRITE FEE-RECORD
018800         INVALID KEY
018900             DISPLAY 'FEELOAD: REPLACE FAILED - ' SEED-TYPE-CODE
019000                 SEED-FEE-CODE
019100             ADD 1 TO WS-REJECTED-COUNT
019200         NOT INVALID KEY
019300             ADD 1 TO WS-REPLACED-COUNT
019400             MOVE 'C' TO WS-AUDIT-ACTION
019500             PERFORM 3000-WRITE-AUDIT-RECORD
019600     END-REWRITE
019700     END-IF.
019800 2200-REPLACE-FEE-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200* 2300-EDIT-SEED-RECORD - PROVE A SEED ROW BEFORE IT TOUCHES THE  *
020300*                         TABLE. THE TYPE MUST BE ONE THAT CAN BE *
020400*                         CHARGED (CHECKING, SAVINGS OR           *
020500*                         CERTIFICATE - A LOAN TAKES NO SERVICE   *
020600*                         CHARGE), THE FEE CODE MUST NOT BE BLANK *
020700*                         OR AN OPERATION CODE THE JOURNAL        *
020800*                         ALREADY USES, AND THE MONEY AND COUNT   *
020900*                         FIELDS MUST BE NUMERIC.                 *
021000******************************************************************
021100 2300-EDIT-SEED-RECORD.
021200     MOVE 'Y' TO WS-SEED-STATE
021300     MOVE SEED-FEE-CODE TO FEE-CODE
021400     EVALUATE TRUE
021500         WHEN SEED-TYPE-CODE NOT = 'C' AND NOT = 'S' AND NOT = 'D'
021600             MOVE 'N' TO WS-SEED-STATE
021700             DISPLAY 'FEELOAD: BAD ACCOUNT TYPE - ' SEED-TYPE-CODE
021800                 SEED-FEE-CODE
021900         WHEN FEE-CODE-RESERVED
022000             MOVE 'N' TO WS-SEED-STATE
022100             DISPLAY 'FEELOAD: FEE CODE NOT ALLOWED - '
022200                 SEED-TYPE-CODE SEED-FEE-CODE
022300         WHEN SEED-AMOUNT NOT NUMERIC
022400             OR SEED-WAIVE-MIN-BALANCE NOT NUMERIC
022500             OR SEED-WAIVE-MIN-TRANS NOT NUMERIC
022600             MOVE 'N' TO WS-SEED-STATE
022700             DISPLAY 'FEELOAD: BAD SEED RECORD - ' SEED-TYPE-CODE
022800                 SEED-FEE-CODE
022900         WHEN OTHER
023000             CONTINUE
023100     END-EVALUATE.
023200 2300-EDIT-SEED-RECORD-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600* 3000-WRITE-AUDIT-RECORD - APPEND THE BEFORE AND AFTER IMAGES OF *
023700*                           THE FEE ROW JUST ADDED OR REPLACED TO *
023800*                           THE MAINTENANCE AUDIT FILE            *
023900******************************************************************
024000 3000-WRITE-AUDIT-RECORD.
024100     MOVE SPACES TO AUD-RECORD
024200     ACCEPT AUD-DATE FROM DATE YYYYMMDD
024300     ACCEPT AUD-TIME FROM TIME
024400     MOVE 'FEEFILE'             TO AUD-FILE-NAME
024500     MOVE FEE-KEY               TO AUD-KEY
024600     MOVE WS-AUDIT-ACTION       TO AUD-ACTION
024700     MOVE 'LOAD'                TO AUD-FUNCTION
024800     MOVE 'FEELOAD'             TO AUD-JOB-NAME
024900     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
025000     MOVE FEE-RECORD            TO AUD-AFTER-IMAGE
025100     WRITE AUD-RECORD
025200     IF NOT WS-AUD-FILE-OK
025300         DISPLAY 'FEELOAD: AUDIT WRITE FAILED - ' FEE-KEY
025400             ' STATUS ' WS-AUD-FILE-STATUS
025500     END-IF.
025600 3000-WRITE-AUDIT-RECORD-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 9000-CLOSE-FILES - CLOSE THE SEED INPUT, THE FEE TABLE AND THE  *
026100*                    AUDIT FILE                                   *
026200******************************************************************
026300 9000-CLOSE-FILES.
026400     CLOSE FEE-SEED-FILE
026500     CLOSE FEE-TABLE-FILE
026600     CLOSE AUDIT-FILE.
026700 9000-CLOSE-FILES-EXIT.
026800     EXIT.
