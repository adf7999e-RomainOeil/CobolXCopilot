001500*                 NEW CYCLE ON AN EMPTY JOURNAL DATASET. RUN      *
001600*                 AFTER THE LAST END-OF-DAY JOB OF THE CYCLE AND  *
001700*                 AFTER THE INTEREST ACCRUAL RUN. THE ARCHIVE     *
001800*                 GENERATIONS ARE WHAT THE JRNLHIST JOB REBUILDS  *
001900*                 THE ACCOUNT-KEYED JOURNAL HISTORY FILE FROM;    *
002000*                 MEMBER HISTORY IS READ FROM THAT FILE.          *
002100*                                                                 *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT  DESCRIPTION                                *
002560*    2026-09-02 DP    ARCHIVE RECORD GROWN TO 85 BYTES WITH THE   *
002570*                     JOURNAL RECORD (JRNL-OVERRIDE-ID ADDED FOR  *
002580*                     THE SUPERVISOR OVERRIDE TRAIL).             *
002581*    2026-10-05 DP    ARCHIVE RECORD GROWN TO 100 BYTES WITH THE  *
002582*                     JOURNAL RECORD (JRNL-TRACE-NO ADDED FOR     *
002583*                     INBOUND ACH ENTRIES).                       *
002584*    2026-10-05 DP    THE NEW CYCLE OPEN DATE IS NOW THE NEXT     *
002585*                     BUSINESS DATE FROM THE BUSDATE CONTROL      *
002586*                     FILE; AN UNREADABLE BUSDATE STOPS THE       *
002587*                     CUT-OFF BEFORE ANYTHING IS ARCHIVED (RC     *
002588*                     16).                                        *
002589*    2026-10-05 DP    MEMBER HISTORY NOW COMES FROM THE           *
002590*                     ACCOUNT-KEYED JOURNAL HISTORY FILE          *
002591*                     (JRNLHIST), WHICH THE CUT-OFF JCL BRINGS UP *
002592*                     TO DATE FROM THE CYCLE'S JOURNAL AHEAD OF   *
002593*                     THIS STEP; THE ARCHIVE GENERATIONS ARE KEPT *
002594*                     AS THE SOURCE FOR REBUILDING IT.            *
002600******************************************************************
002700 PROGRAM-ID. JrnlCutf.
002800
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SEQCTL-FILE-STATUS.
004300
004301     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004302         ORGANIZATION IS SEQUENTIAL
004303         FILE STATUS IS WS-BDAT-FILE-STATUS.
004304
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  JOURNAL-FILE.
004700     COPY JRNLMAS.
004800
004900 FD  ARCHIVE-FILE.
005000 01  ARCHIVE-RECORD                  PIC X(100).
005100
005200 FD  JOURNAL-SEQ-FILE.
005300     COPY JRNLSEQ.
005301
005302 FD  BUSINESS-DATE-FILE.
005303     COPY BDATREC.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-JRNL-FILE-STATUS             PIC X(02).
006900 01  WS-LAST-SEQ-NO                  PIC 9(09) VALUE ZERO.
007000 01  WS-ARCHIVED-COUNT               PIC 9(07) VALUE ZERO.
007100
007101     COPY BDATEWS.
007102
007200 PROCEDURE DIVISION.
007300
007400******************************************************************
007700 0000-MAINLINE.
007800     PERFORM 1000-OPEN-FILES
007900     IF NOT OPEN-FAILED
008000         MOVE 'JRNLCUTF' TO WS-BDAT-PROGRAM
008100         PERFORM 9600-READ-BUSINESS-DATE
008200         IF NOT WS-BDAT-RUN-STOPPED
008210             PERFORM 1100-LOAD-SEQ-CONTROL
008220             PERFORM 2100-READ-JOURNAL
008230             PERFORM 2000-ARCHIVE-JOURNAL UNTIL WS-JRNL-FILE-EOF
008240             IF ARCH-FAILED
008300                 DISPLAY 'JRNLCUTF: ARCHIVE INCOMPLETE - JOURNAL '
008301                     'LEFT IN PLACE'
008302             ELSE
008303                 PERFORM 8000-WRITE-SEQ-CONTROL
008304             END-IF
008305             DISPLAY 'JRNLCUTF: ' WS-ARCHIVED-COUNT
008306                 ' JOURNAL RECORD(S) ARCHIVED'
008307             DISPLAY 'JRNLCUTF: LAST SEQUENCE NUMBER CARRIED - '
008308                 WS-LAST-SEQ-NO
008310         END-IF
008400         PERFORM 9000-CLOSE-FILES
008900     END-IF
009000     STOP RUN.
009100
016200* 8000-WRITE-SEQ-CONTROL - WRITE THE FRESH SEQUENCE-CONTROL       *
016300*                          RECORD FOR THE NEW CYCLE: LAST         *
016400*                          SEQUENCE NUMBER CARRIED FORWARD, NEW   *
016500*                          CYCLE OPEN DATE STAMPED WITH THE NEXT  *
016501*                          BUSINESS DATE - THE CUT-OFF RUNS AHEAD *
016502*                          OF THE NIGHT'S BUSINESS-DATE ROLLOVER  *
016600******************************************************************
016700 8000-WRITE-SEQ-CONTROL.
016800     OPEN OUTPUT JOURNAL-SEQ-FILE
016900     IF WS-SEQCTL-FILE-OK
017000         MOVE WS-LAST-SEQ-NO TO SEQ-CTL-LAST-SEQ-NO
017100         MOVE WS-BDAT-NEXT-DATE TO SEQ-CTL-CYCLE-OPEN-DATE
017200         WRITE SEQ-CTL-RECORD
017300         CLOSE JOURNAL-SEQ-FILE
017400     ELSE
018600     CLOSE ARCHIVE-FILE.
018700 9000-CLOSE-FILES-EXIT.
018800     EXIT.
018801
018802     COPY BDATEPRC.
