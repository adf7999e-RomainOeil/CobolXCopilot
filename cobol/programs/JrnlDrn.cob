001200*                 TDQ THAT FEEDS THE MASTER JOURNAL DATASET -     *
001300*                 AND NOTHING EVER PROVED THE TWO AGREE. THIS     *
001400*                 RUN READS THE MASTER JOURNAL'S ENTRIES FOR THE  *
001500*                 CURRENT BUSINESS DAY - EVERY POST DATE AFTER    *
001501*                 THE PRIOR BUSINESS DATE THROUGH THE CURRENT     *
001502*                 ONE, SO AN ENTRY KEYED AFTER MIDNIGHT OR ON A   *
001503*                 WEEKEND OR HOLIDAY BELONGS TO THE DAY IT IS     *
001504*                 DRAINED WITH - INTO A TABLE, THEN               *
001600*                 MATCHES EVERY JRNLONL ENTRY TO IT BY JRNL-SEQ-  *
001700*                 NO: AN ENTRY PRESENT ONLINE BUT MISSING FROM    *
001800*                 THE MASTER IS APPENDED TO THE MASTER AND        *
003404*                     ONLINE ENTRY AGAINST A SAME-NUMBERED BATCH  *
003405*                     ENTRY MANUFACTURED FALSE DUPLICATES AND     *
003406*                     MISMATCHES EVERY MIXED DAY.                 *
003408*    2026-10-05 DP    ONLINE JOURNAL RECORD GROWN TO 100 BYTES    *
003409*                     WITH THE JOURNAL RECORD (JRNL-TRACE-NO).    *
003410*    2026-10-05 DP    THE BUSINESS DATE NOW COMES FROM THE        *
003411*                     BUSDATE CONTROL FILE; A DRNPARM DATE THAT   *
003412*                     DISAGREES STOPS THE RUN (RC 16).            *
003413*    2026-10-15 DP    ENTRIES ARE NOW SELECTED BY BUSINESS DAY -  *
003414*                     POST DATE AFTER THE PRIOR BUSINESS DATE AND *
003415*                     NOT AFTER THE CURRENT ONE - INSTEAD OF BY   *
003416*                     THE EXACT BUSINESS DATE, SO A TELLER ENTRY  *
003417*                     STAMPED AFTER MIDNIGHT OR ON A WEEKEND OR   *
003418*                     HOLIDAY IS DRAINED WITH ITS BUSINESS DAY    *
003419*                     INSTEAD OF FORCING RC 8 AND HOLDING THE     *
003420*                     PURGE.                                      *
003421*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
003422*                     DATE IS NOT REFUSED AS A BAD DATE           *
003423******************************************************************
003500 PROGRAM-ID. JrnlDrn.
003600
003700 ENVIRONMENT DIVISION.
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RPT-FILE-STATUS.
005500
005501     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005502         ORGANIZATION IS SEQUENTIAL
005503         FILE STATUS IS WS-BDAT-FILE-STATUS.
005504
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DRAIN-PARM-FILE.
006100     05  FILLER                      PIC X(72).
006200
006300 FD  ONLINE-JOURNAL-FILE.
006400 01  ONL-JRNL-RECORD                 PIC X(100).
006500
006600 FD  JOURNAL-FILE.
006700     COPY JRNLMAS.
006800
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                     PIC X(80).
007001
007002 FD  BUSINESS-DATE-FILE.
007003     COPY BDATREC.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-PARM-FILE-STATUS             PIC X(02).
009100     88  ENTRY-FOUND                          VALUE 'Y'.
009200
009300 01  WS-BUSINESS-DATE                PIC 9(08).
009301 01  WS-WINDOW-FROM-DATE             PIC 9(08).
009350 01  WS-MATCH-SEQ-NO                 PIC 9(09).
009351
009352     COPY BDATEWS.
009400
009500*    THE ONLINE ENTRY BEING MATCHED, IN ITS OWN ONL- VIEW OF THE
009550*    JOURNAL LAYOUT SO BOTH SIDES CAN BE ADDRESSED AT ONCE.
017900     PERFORM 1000-OPEN-FILES
018000     IF NOT OPEN-FAILED
018100         PERFORM 1100-READ-PARM
018200         IF NOT WS-BDAT-RUN-STOPPED
018300             PERFORM 1200-WRITE-HEADINGS
018400             PERFORM 2100-READ-MASTER-JOURNAL
018500             PERFORM 2000-LOAD-MASTER-TABLE UNTIL WS-JRNL-FILE-EOF
018600             CLOSE JOURNAL-FILE
018700             PERFORM 3100-READ-ONLINE-JOURNAL
018800             PERFORM 3000-MATCH-ONLINE-ENTRY UNTIL WS-ONL-FILE-EOF
018900             PERFORM 8000-WRITE-TOTALS
019000             PERFORM 9000-CLOSE-FILES
019001             PERFORM 9100-SET-RETURN-CODE
019002         ELSE
019003             CLOSE JOURNAL-FILE
019004             PERFORM 9000-CLOSE-FILES
019005         END-IF
019100     ELSE
019200         MOVE 16 TO RETURN-CODE
019300     END-IF
023800     EXIT.
023900
024000******************************************************************
024100* 1100-READ-PARM - TAKE THE BUSINESS DATE TO RECONCILE FROM THE   *
024200*                  BUSINESS-DATE CONTROL FILE. A DATE ON THE      *
024300*                  DRNPARM CARD IS OPTIONAL BUT MUST AGREE WITH   *
024301*                  IT, OR THE RUN STOPS. THE DRAIN WINDOW OPENS   *
024302*                  AFTER THE PRIOR BUSINESS DATE (THE DAY BEFORE  *
024303*                  WHEN THE CONTROL FILE HAS NONE).               *
024400******************************************************************
024500 1100-READ-PARM.
024600     MOVE 'JRNLDRN' TO WS-BDAT-PROGRAM
024601     PERFORM 9600-READ-BUSINESS-DATE
024602     MOVE SPACES TO WS-BDAT-CARD-DATE-X
024700     READ DRAIN-PARM-FILE
025000         NOT AT END
025100             MOVE DRAIN-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
025200     END-READ
025300     MOVE 'DRNPARM' TO WS-BDAT-CARD-NAME
025400     PERFORM 9620-CHECK-CARD-DATE
025500     MOVE WS-BDAT-CURRENT-DATE TO WS-BUSINESS-DATE
025600     IF WS-BDAT-PRIOR-DATE NUMERIC
025700         AND WS-BDAT-PRIOR-DATE > ZERO
025701         MOVE WS-BDAT-PRIOR-DATE TO WS-WINDOW-FROM-DATE
025702     ELSE
025703         COMPUTE WS-WINDOW-FROM-DATE = WS-BUSINESS-DATE - 1
025704     END-IF.
025800 1100-READ-PARM-EXIT.
025900     EXIT.
026000
027200
027300******************************************************************
027400* 2000-LOAD-MASTER-TABLE - LOAD ONE MASTER JOURNAL ENTRY OF THE   *
027500*                          BUSINESS DAY INTO THE MATCH TABLE. A   *
027600*                          SEQUENCE NUMBER ALREADY IN THE TABLE   *
027700*                          IS A MASTER-SIDE DUPLICATE AND IS      *
027800*                          REPORTED AT ONCE. ONLY ONLINE-PATH     *
027900******************************************************************
028000 2000-LOAD-MASTER-TABLE.
028100     ADD 1 TO WS-MASTER-READ
028200     IF JRNL-POST-DATE > WS-WINDOW-FROM-DATE
028201         AND JRNL-POST-DATE NOT > WS-BUSINESS-DATE
028210         AND JRNL-TELLER-ID NOT = SPACES
028250         MOVE JRNL-SEQ-NO TO WS-MATCH-SEQ-NO
028300         PERFORM 2300-LOCATE-MASTER-ENTRY
036100
036200******************************************************************
036300* 3000-MATCH-ONLINE-ENTRY - MATCH ONE ONLINE JOURNAL ENTRY OF     *
036400*                           THE BUSINESS DAY AGAINST THE MASTER   *
036500*                           TABLE: MISSING ENTRIES ARE APPENDED   *
036600*                           TO THE MASTER, DUPLICATES AND FIELD   *
036700*                           MISMATCHES ARE REPORTED, AND AN       *
036710*                           ENTRY OUTSIDE THE DRAIN WINDOW IS     *
036720*                           REPORTED AND HOLDS THE PURGE (RC 8)   *
036730*                           SINCE IT WAS NEVER MATCHED            *
036800******************************************************************
036900 3000-MATCH-ONLINE-ENTRY.
037000     ADD 1 TO WS-ONLINE-READ
037100     IF ONL-POST-DATE > WS-WINDOW-FROM-DATE
037101         AND ONL-POST-DATE NOT > WS-BUSINESS-DATE
037200         MOVE ONL-SEQ-NO TO WS-MATCH-SEQ-NO
037300         PERFORM 2300-LOCATE-MASTER-ENTRY
037400         IF NOT ENTRY-FOUND
037800         END-IF
037850     ELSE
037860         ADD 1 TO WS-OFF-DATE-COUNT
037870         MOVE 'OUTSIDE DRAIN WINDOW' TO WS-DL-REMARKS
037880         PERFORM 3400-WRITE-ONLINE-LINE
037900     END-IF
038000     PERFORM 3100-READ-ONLINE-JOURNAL.
049900 9000-CLOSE-FILES-EXIT.
050000     EXIT.
050100
050101     COPY BDATEPRC.
050102
050200******************************************************************
050300* 9100-SET-RETURN-CODE - RC 8 WHEN DUPLICATES OR MISMATCHES      *
050400*                        NEED HAND WORK, OR WHEN ONLINE ENTRIES   *
050450*                        OUTSIDE THE DRAIN WINDOW EXIST (THEY     *
050470*                        WERE NEVER MATCHED, SO THE PURGE MUST    *
050480*                        WAIT FOR A RE-DRAIN OF THEIR DAY).       *
050500*                        RC 4 WHEN MISSING ENTRIES WERE APPENDED  *
050600*                        (MASTER IS NOW WHOLE), RC 0 ON A CLEAN   *
050700*                        DRAIN. THE JCL PURGES JRNLONL AND        *
