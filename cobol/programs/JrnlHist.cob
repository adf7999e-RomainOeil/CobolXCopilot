000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  JRNLHIST                                       *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     LOADS THE ACCOUNT-KEYED JOURNAL HISTORY FILE    *
001000*                 (JRNLHIST KSDS, COPYBOOK JHSTREC) FROM THE      *
001100*                 SEQUENTIAL JOURNAL DATA ON THE JRNLIN DD. EVERY *
001200*                 ENTRY READ IS WRITTEN UNDER ITS ACCOUNT ID,     *
001201*                 POST DATE, POST TIME, SEQUENCE SPACE (ONLINE    *
001202*                 WHEN THE ENTRY CARRIES A TELLER ID, BATCH WHEN  *
001203*                 IT DOES NOT) AND SEQUENCE NUMBER. AN ENTRY      *
001204*                 ALREADY ON FILE WITH THE SAME IMAGE IS COUNTED  *
001205*                 AND SKIPPED, SO THE RUN CAN BE REPEATED OVER    *
001206*                 THE SAME INPUT AT NO RISK; AN ENTRY WHOSE KEY   *
001207*                 IS ON FILE WITH A DIFFERENT IMAGE IS A CONFLICT *
001208*                 AND IS REPORTED, NOT OVERLAID. THE SAME PROGRAM *
001900*                 SERVES TWO JOBS:                                *
002000*                 - NIGHTLY, AFTER THE ONLINE JOURNAL DRAIN, OVER *
002100*                   THE CURRENT CYCLE'S JOURNAL, PICKING UP THE   *
002200*                   DAY'S TELLER ENTRIES AND ANYTHING A BATCH RUN *
002300*                   DID NOT WRITE THROUGH (A MISSED NIGHT HEALS   *
002400*                   ITSELF THE NEXT NIGHT), AND AGAIN AHEAD OF    *
002500*                   THE MONTHLY CYCLE CUT-OFF;                    *
002600*                 - AS THE REBUILD UTILITY, OVER EVERY ARCHIVE    *
002700*                   GENERATION PLUS THE CURRENT JOURNAL, INTO A   *
002800*                   FRESHLY DEFINED CLUSTER.                      *
002900*                 RETURN-CODE 8 MEANS CONFLICTS OR WRITE FAILURES *
003000*                 NEED HAND WORK; RETURN-CODE 16 MEANS THE RUN    *
003100*                 COULD NOT START.                                *
003200*                                                                 *
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  ----------------------------------------   *
003600*    2026-10-05 DP    ORIGINAL PROGRAM - JOURNAL HISTORY LOAD     *
003601*    2026-10-15 DP    HISTORY KEY CARRIES POST TIME AND           *
003602*                     BATCH/ONLINE SEQUENCE SPACE                 *
003700******************************************************************
003800 PROGRAM-ID. JrnlHist.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT JOURNAL-FILE ASSIGN TO "JRNLIN"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-JRNL-FILE-STATUS.
004600
004700     SELECT JOURNAL-HISTORY-FILE ASSIGN TO "JRNLHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS JHST-KEY
005100         FILE STATUS IS WS-JHST-FILE-STATUS.
005200
005300     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RPT-FILE-STATUS.
005600
005700     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-BDAT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  JOURNAL-FILE.
006400     COPY JRNLMAS.
006500
006600 FD  JOURNAL-HISTORY-FILE.
006700     COPY JHSTREC.
006800
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                     PIC X(80).
007100
007200 FD  BUSINESS-DATE-FILE.
007300     COPY BDATREC.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-JRNL-FILE-STATUS             PIC X(02).
007700     88  WS-JRNL-FILE-OK                      VALUE '00'.
007800     88  WS-JRNL-FILE-EOF                     VALUE '10'.
007900
008000 01  WS-JHST-FILE-STATUS             PIC X(02).
008100     88  WS-JHST-FILE-OK                      VALUE '00'.
008200     88  WS-JHST-DUPLICATE-KEY                VALUE '22'.
008300
008400 01  WS-RPT-FILE-STATUS              PIC X(02).
008500     88  WS-RPT-FILE-OK                       VALUE '00'.
008600
008700 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
008800     88  OPEN-FAILED                          VALUE 'Y'.
008900
009000     COPY BDATEWS.
009100
009200*    THE JOURNAL IMAGE BEING ADDED, KEPT OUT OF THE HISTORY RECORD
009300*    AREA SO IT SURVIVES THE READ OF A SAME-KEYED ENTRY.
009400 01  WS-NEW-IMAGE                    PIC X(100).
009500
009600 01  WS-COUNTERS.
009700     05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
009800     05  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
009900     05  WS-ON-FILE-COUNT            PIC 9(07) VALUE ZERO.
010000     05  WS-CONFLICT-COUNT           PIC 9(07) VALUE ZERO.
010100     05  WS-FAILED-COUNT             PIC 9(07) VALUE ZERO.
010200
010300 01  WS-HEADING-LINE-1.
010400     05  FILLER                      PIC X(40) VALUE
010500         'JOURNAL HISTORY LOAD - BUSINESS DATE   '.
010600     05  HL1-DATE                    PIC 9(08).
010700
010800 01  WS-COLUMN-HEADING.
010900     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
011000     05  FILLER                      PIC X(02) VALUE SPACES.
011100     05  FILLER                      PIC X(08) VALUE 'DATE'.
011200     05  FILLER                      PIC X(02) VALUE SPACES.
011300     05  FILLER                      PIC X(09) VALUE 'SEQ NO'.
011400     05  FILLER                      PIC X(02) VALUE SPACES.
011500     05  FILLER                      PIC X(06) VALUE 'OPER'.
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  FILLER                      PIC X(10) VALUE
011800         '    AMOUNT'.
011900     05  FILLER                      PIC X(02) VALUE SPACES.
012000     05  FILLER                      PIC X(11) VALUE
012100         'DISCREPANCY'.
012200
012300 01  WS-DETAIL-LINE.
012400     05  WS-DL-ACCT-ID               PIC X(10).
012500     05  FILLER                      PIC X(02) VALUE SPACES.
012600     05  WS-DL-POST-DATE             PIC 9(08).
012700     05  FILLER                      PIC X(02) VALUE SPACES.
012800     05  WS-DL-SEQ-NO                PIC Z(8)9.
012900     05  FILLER                      PIC X(02) VALUE SPACES.
013000     05  WS-DL-OPERATION             PIC X(06).
013100     05  FILLER                      PIC X(02) VALUE SPACES.
013200     05  WS-DL-AMOUNT                PIC -(6)9.99.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  WS-DL-REMARKS               PIC X(17).
013500
013600 01  WS-TRAILER-LINE-1.
013700     05  FILLER                      PIC X(14) VALUE
013800         'JOURNAL READ  '.
013900     05  WS-TR-READ                  PIC ZZZ,ZZ9.
014000     05  FILLER                      PIC X(04) VALUE SPACES.
014100     05  FILLER                      PIC X(08) VALUE 'ADDED   '.
014200     05  WS-TR-ADDED                 PIC ZZZ,ZZ9.
014300     05  FILLER                      PIC X(04) VALUE SPACES.
014400     05  FILLER                      PIC X(16) VALUE
014500         'ALREADY ON FILE '.
014600     05  WS-TR-ON-FILE               PIC ZZZ,ZZ9.
014700
014800 01  WS-TRAILER-LINE-2.
014900     05  FILLER                      PIC X(10) VALUE
015000         'CONFLICTS '.
015100     05  WS-TR-CONFLICTS             PIC ZZZ,ZZ9.
015200     05  FILLER                      PIC X(04) VALUE SPACES.
015300     05  FILLER                      PIC X(14) VALUE
015400         'WRITE FAILED  '.
015500     05  WS-TR-FAILED                PIC ZZZ,ZZ9.
015600
015700 01  WS-CLEAN-LINE                   PIC X(44) VALUE
015800     'JOURNAL AND HISTORY FILE AGREE - CLEAN'.
015900
016000 PROCEDURE DIVISION.
016100
016200******************************************************************
016300* 0000-MAINLINE - DRIVE THE HISTORY LOAD                          *
016400******************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-OPEN-FILES
016700     IF NOT OPEN-FAILED
016800         MOVE 'JRNLHIST' TO WS-BDAT-PROGRAM
016900         PERFORM 9600-READ-BUSINESS-DATE
017000         IF NOT WS-BDAT-RUN-STOPPED
017100             PERFORM 1200-WRITE-HEADINGS
017200             PERFORM 2100-READ-JOURNAL
017300             PERFORM 2000-ADD-HISTORY-ENTRY UNTIL WS-JRNL-FILE-EOF
017400             PERFORM 8000-WRITE-TOTALS
017500             PERFORM 9100-SET-RETURN-CODE
017600         END-IF
017700         PERFORM 9000-CLOSE-FILES
017800     ELSE
017900         MOVE 16 TO RETURN-CODE
018000     END-IF
018100     STOP RUN.
018200
018300******************************************************************
018400* 1000-OPEN-FILES - OPEN THE JOURNAL INPUT, THE HISTORY FILE AND  *
018500*                   THE REPORT. A BRAND-NEW CLUSTER REFUSES THE   *
018600*                   I-O OPEN, SO IT IS CREATED WITH AN OUTPUT     *
018700*                   OPEN AND REOPENED. A FAILURE ON ANY OPEN      *
018800*                   REFUSES THE RUN.                              *
018900******************************************************************
019000 1000-OPEN-FILES.
019100     OPEN INPUT JOURNAL-FILE
019200     IF NOT WS-JRNL-FILE-OK
019300         DISPLAY 'JRNLHIST: UNABLE TO OPEN JRNLIN - '
019400             WS-JRNL-FILE-STATUS
019500         SET OPEN-FAILED TO TRUE
019600     END-IF
019700     OPEN I-O JOURNAL-HISTORY-FILE
019800     IF NOT WS-JHST-FILE-OK
019900         OPEN OUTPUT JOURNAL-HISTORY-FILE
020000         CLOSE JOURNAL-HISTORY-FILE
020100         OPEN I-O JOURNAL-HISTORY-FILE
020200     END-IF
020300     IF NOT WS-JHST-FILE-OK
020400         DISPLAY 'JRNLHIST: UNABLE TO OPEN JRNLHIST - '
020500             WS-JHST-FILE-STATUS
020600         SET OPEN-FAILED TO TRUE
020700     END-IF
020800     OPEN OUTPUT REPORT-FILE
020900     IF NOT WS-RPT-FILE-OK
021000         DISPLAY 'JRNLHIST: UNABLE TO OPEN RPTOUT - '
021100             WS-RPT-FILE-STATUS
021200         SET OPEN-FAILED TO TRUE
021300     END-IF.
021400 1000-OPEN-FILES-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800* 1200-WRITE-HEADINGS - PRINT THE REPORT HEADING LINES            *
021900******************************************************************
022000 1200-WRITE-HEADINGS.
022100     MOVE WS-BDAT-CURRENT-DATE TO HL1-DATE
022200     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
022300     WRITE REPORT-LINE
022400     MOVE WS-COLUMN-HEADING TO REPORT-LINE
022500     WRITE REPORT-LINE.
022600 1200-WRITE-HEADINGS-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000* 2000-ADD-HISTORY-ENTRY - WRITE ONE JOURNAL ENTRY TO THE HISTORY *
023001*                          FILE UNDER ITS ACCOUNT / DATE / TIME / *
023002*                          SEQUENCE SPACE / SEQUENCE KEY. A KEY   *
023003*                          ALREADY ON FILE IS SETTLED BY 2200.    *
023400******************************************************************
023500 2000-ADD-HISTORY-ENTRY.
023600     ADD 1 TO WS-READ-COUNT
023700     MOVE JRNL-RECORD    TO WS-NEW-IMAGE
023800     MOVE JRNL-ACCT-ID   TO JHST-ACCT-ID
023900     MOVE JRNL-POST-DATE TO JHST-POST-DATE
023901     MOVE JRNL-POST-TIME TO JHST-POST-TIME
023902     IF JRNL-TELLER-ID = SPACES
023903         SET JHST-SEQ-BATCH TO TRUE
023904     ELSE
023905         SET JHST-SEQ-ONLINE TO TRUE
023906     END-IF
024000     MOVE JRNL-SEQ-NO    TO JHST-SEQ-NO
024100     MOVE WS-NEW-IMAGE   TO JHST-JOURNAL-IMAGE
024200     WRITE JHST-RECORD
024300         INVALID KEY
024400             PERFORM 2200-CHECK-EXISTING-ENTRY
024500         NOT INVALID KEY
024600             ADD 1 TO WS-ADDED-COUNT
024700     END-WRITE
024800     PERFORM 2100-READ-JOURNAL.
024900 2000-ADD-HISTORY-ENTRY-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300* 2100-READ-JOURNAL - READ THE NEXT JOURNAL RECORD                *
025400******************************************************************
025500 2100-READ-JOURNAL.
025600     READ JOURNAL-FILE
025700         AT END
025800             SET WS-JRNL-FILE-EOF TO TRUE
025900     END-READ.
026000 2100-READ-JOURNAL-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 2200-CHECK-EXISTING-ENTRY - THE WRITE WAS REFUSED. ON A         *
026500*                             DUPLICATE KEY THE ENTRY ON FILE IS  *
026600*                             READ BACK: THE SAME IMAGE WAS       *
026700*                             LOADED BY AN EARLIER RUN (OR BY     *
026800*                             OPERATIONS AS IT POSTED) AND IS     *
026900*                             SKIPPED; A DIFFERENT IMAGE IS A     *
027000*                             CONFLICT AND IS LEFT AS IT IS FOR   *
027100*                             HAND WORK. ANY OTHER REFUSAL IS A   *
027200*                             WRITE FAILURE.                      *
027300******************************************************************
027400 2200-CHECK-EXISTING-ENTRY.
027500     IF WS-JHST-DUPLICATE-KEY
027600         READ JOURNAL-HISTORY-FILE
027700             INVALID KEY
027800                 ADD 1 TO WS-FAILED-COUNT
027900                 MOVE 'WRITE FAILED' TO WS-DL-REMARKS
028000                 PERFORM 2300-WRITE-DISCREPANCY-LINE
028100             NOT INVALID KEY
028200                 IF JHST-JOURNAL-IMAGE = WS-NEW-IMAGE
028300                     ADD 1 TO WS-ON-FILE-COUNT
028400                 ELSE
028500                     ADD 1 TO WS-CONFLICT-COUNT
028600                     MOVE 'CONFLICTS ON FILE' TO WS-DL-REMARKS
028700                     PERFORM 2300-WRITE-DISCREPANCY-LINE
028800                 END-IF
028900         END-READ
029000     ELSE
029100         DISPLAY 'JRNLHIST: JRNLHIST WRITE FAILED - '
029200             WS-JHST-FILE-STATUS
029300         ADD 1 TO WS-FAILED-COUNT
029400         MOVE 'WRITE FAILED' TO WS-DL-REMARKS
029500         PERFORM 2300-WRITE-DISCREPANCY-LINE
029600     END-IF.
029700 2200-CHECK-EXISTING-ENTRY-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 2300-WRITE-DISCREPANCY-LINE - PRINT THE JOURNAL ENTRY BEING     *
030200*                               ADDED ON THE REPORT               *
030300******************************************************************
030400 2300-WRITE-DISCREPANCY-LINE.
030500     MOVE JRNL-ACCT-ID   TO WS-DL-ACCT-ID
030600     MOVE JRNL-POST-DATE TO WS-DL-POST-DATE
030700     MOVE JRNL-SEQ-NO    TO WS-DL-SEQ-NO
030800     MOVE JRNL-OPERATION TO WS-DL-OPERATION
030900     MOVE JRNL-AMOUNT    TO WS-DL-AMOUNT
031000     MOVE WS-DETAIL-LINE TO REPORT-LINE
031100     WRITE REPORT-LINE.
031200 2300-WRITE-DISCREPANCY-LINE-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 8000-WRITE-TOTALS - PRINT THE LOAD SUMMARY                      *
031700******************************************************************
031800 8000-WRITE-TOTALS.
031900     IF WS-CONFLICT-COUNT = ZERO
032000         AND WS-FAILED-COUNT = ZERO
032100         MOVE WS-CLEAN-LINE TO REPORT-LINE
032200         WRITE REPORT-LINE
032300     END-IF
032400     MOVE WS-READ-COUNT TO WS-TR-READ
032500     MOVE WS-ADDED-COUNT TO WS-TR-ADDED
032600     MOVE WS-ON-FILE-COUNT TO WS-TR-ON-FILE
032700     MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
032800     WRITE REPORT-LINE
032900     MOVE WS-CONFLICT-COUNT TO WS-TR-CONFLICTS
033000     MOVE WS-FAILED-COUNT TO WS-TR-FAILED
033100     MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
033200     WRITE REPORT-LINE.
033300 8000-WRITE-TOTALS-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 9000-CLOSE-FILES - CLOSE EVERY FILE OPENED FOR THIS RUN         *
033800******************************************************************
033900 9000-CLOSE-FILES.
034000     CLOSE JOURNAL-FILE
034100     CLOSE JOURNAL-HISTORY-FILE
034200     CLOSE REPORT-FILE.
034300 9000-CLOSE-FILES-EXIT.
034400     EXIT.
034500
034600     COPY BDATEPRC.
034700
034800******************************************************************
034900* 9100-SET-RETURN-CODE - RC 8 WHEN CONFLICTS OR WRITE FAILURES    *
035000*                        NEED HAND WORK - THE HISTORY FILE IS     *
035100*                        MISSING OR DISAGREES WITH ENTRIES ON     *
035200*                        THE JOURNAL, AND THE JCL HOLDS THE       *
035300*                        CYCLE CUT-OFF UNTIL IT IS CLEAN. RC 0    *
035400*                        OTHERWISE.                               *
035500******************************************************************
035600 9100-SET-RETURN-CODE.
035700     IF WS-CONFLICT-COUNT > ZERO
035800         OR WS-FAILED-COUNT > ZERO
035900         MOVE 8 TO RETURN-CODE
036000     END-IF.
036100 9100-SET-RETURN-CODE-EXIT.
036200     EXIT.
