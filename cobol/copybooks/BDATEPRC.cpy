000100******************************************************************
000200*    COPYBOOK:    BDATEPRC                                       *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     SHARED BUSINESS-DATE PARAGRAPHS FOR BATCH       *
000700*                 PROGRAMS. COPY THIS MEMBER INTO THE PROCEDURE   *
000800*                 DIVISION, COPYBOOK BDATEWS INTO WORKING-        *
000900*                 STORAGE, AND SELECT BUSINESS-DATE-FILE ASSIGNED *
001000*                 TO BUSDATE (COPYBOOK BDATREC), SEQUENTIAL WITH  *
001100*                 FILE STATUS WS-BDAT-FILE-STATUS. THE FILE IS    *
001200*                 OPENED AND CLOSED HERE.                         *
001300*                                                                 *
001400*                 MOVE THE PROGRAM NAME TO WS-BDAT-PROGRAM AND    *
001500*                 PERFORM 9600-READ-BUSINESS-DATE: THE CURRENT,   *
001600*                 PRIOR AND NEXT BUSINESS DATES ARE LEFT IN       *
001700*                 WS-BDAT-CURRENT-DATE, -PRIOR-DATE AND           *
001800*                 -NEXT-DATE AND THE HOLIDAYS IN WS-BDAT-HOL-     *
001900*                 TABLE. THEN MOVE THE DATE FROM THE PROGRAM'S    *
002000*                 OWN PARM CARD OR INPUT HEADER (SPACES OR ZERO   *
002100*                 IF THERE IS NONE) TO WS-BDAT-CARD-DATE - A      *
002200*                 CARD'S DATE COLUMNS GO TO WS-BDAT-CARD-DATE-X   *
002300*                 AS THEY ARE, NOT BY A NUMERIC MOVE, SO A BLANK  *
002400*                 DATE ARRIVES AS SPACES - ITS DD NAME TO WS-     *
002500*                 BDAT-CARD-NAME, AND PERFORM 9620-CHECK-CARD-    *
002600*                 DATE. AN UNREADABLE FILE OR A CARD THAT         *
002610*                 DISAGREES WITH THE FILE IS REPORTED, SETS       *
002620*                 RETURN-CODE 16 AND WS-BDAT-RUN-STOPPED; THE     *
002630*                 CALLER MUST THEN DO NO WORK.                    *
002700*                                                                 *
002800*                 MOVE A YYYYMMDD DATE TO WS-BDAT-ROLL-DATE AND   *
002900*                 PERFORM 9650-ROLL-TO-BUSINESS-DAY TO MOVE IT    *
003000*                 FORWARD PAST ANY SATURDAY, SUNDAY OR HOLIDAY.   *
003100*                 9660-TEST-BUSINESS-DAY SETS WS-BDAT-BUSINESS-   *
003200*                 DAY WITHOUT MOVING THE DATE, AND 9670-ADD-ONE-  *
003300*                 DAY STEPS IT ONE CALENDAR DAY.                  *
003400*                                                                 *
003500*    MODIFICATION HISTORY                                        *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  ----------------------------------------   *
003800*    2026-10-05 DP    ORIGINAL COPYBOOK - BUSINESS-DATE LOGIC     *
003801*    2026-10-15 DP    CARD DATES ARE MOVED TO WS-BDAT-CARD-DATE-X *
003802*                     AS KEYED SO A BLANK DATE STAYS SPACES       *
003900******************************************************************
004000
004100******************************************************************
004200* 9600-READ-BUSINESS-DATE - LOAD THE BUSINESS DATES AND HOLIDAY   *
004300*                           CALENDAR FROM THE CONTROL FILE        *
004400******************************************************************
004500 9600-READ-BUSINESS-DATE.
004600     MOVE 'N' TO WS-BDAT-STATE
004700     MOVE 'N' TO WS-BDAT-EOF-STATE
004800     MOVE ZERO TO WS-BDAT-CURRENT-DATE
004900     MOVE ZERO TO WS-BDAT-PRIOR-DATE
005000     MOVE ZERO TO WS-BDAT-NEXT-DATE
005100     MOVE ZERO TO WS-BDAT-HOL-COUNT
005200     OPEN INPUT BUSINESS-DATE-FILE
005300     IF NOT WS-BDAT-FILE-OK
005400         MOVE SPACES TO WS-BDAT-TEXT
005500         STRING 'UNABLE TO OPEN BUSDATE - ' DELIMITED BY SIZE
005600             WS-BDAT-FILE-STATUS DELIMITED BY SIZE
005700             INTO WS-BDAT-TEXT
005800         PERFORM 9690-DISPLAY-MESSAGE
005900     ELSE
006000         PERFORM 9610-READ-BUSINESS-DATE-REC
006100             UNTIL WS-BDAT-EOF
006200         CLOSE BUSINESS-DATE-FILE
006300         IF WS-BDAT-CURRENT-DATE = ZERO
006400             MOVE 'NO CONTROL RECORD ON BUSDATE - RUN BDATROLL'
006500                 TO WS-BDAT-TEXT
006600             PERFORM 9690-DISPLAY-MESSAGE
006700         ELSE
006800             SET WS-BDAT-LOADED TO TRUE
006900         END-IF
007000     END-IF
007100     IF NOT WS-BDAT-LOADED
007200         SET WS-BDAT-RUN-STOPPED TO TRUE
007300         MOVE 16 TO RETURN-CODE
007400     END-IF.
007500 9600-READ-BUSINESS-DATE-EXIT.
007600     EXIT.
007700
007800******************************************************************
007900* 9610-READ-BUSINESS-DATE-REC - READ ONE CONTROL FILE RECORD AND  *
008000*                               FILE IT BY TYPE                   *
008100******************************************************************
008200 9610-READ-BUSINESS-DATE-REC.
008300     READ BUSINESS-DATE-FILE
008400         AT END
008500             SET WS-BDAT-EOF TO TRUE
008600     END-READ
008700     IF NOT WS-BDAT-EOF
008800         IF NOT WS-BDAT-FILE-OK
008900             SET WS-BDAT-EOF TO TRUE
009000         ELSE
009100             EVALUATE TRUE
009200                 WHEN BDAT-CONTROL-REC
009300                     MOVE BDAT-CURRENT-DATE
009400                         TO WS-BDAT-CURRENT-DATE
009500                     MOVE BDAT-PRIOR-DATE TO WS-BDAT-PRIOR-DATE
009600                     MOVE BDAT-NEXT-DATE TO WS-BDAT-NEXT-DATE
009700                 WHEN BDAT-HOLIDAY-REC
009800                     IF WS-BDAT-HOL-COUNT < WS-BDAT-HOL-MAX
009900                         ADD 1 TO WS-BDAT-HOL-COUNT
010000                         MOVE BDAT-HOL-DATE TO WS-BDAT-HOL-DATE
010100                             (WS-BDAT-HOL-COUNT)
010200                     END-IF
010300                 WHEN OTHER
010400                     CONTINUE
010500             END-EVALUATE
010600         END-IF
010700     END-IF.
010800 9610-READ-BUSINESS-DATE-REC-EXIT.
010900     EXIT.
011000
011100******************************************************************
011200* 9620-CHECK-CARD-DATE - HOLD THE PROGRAM'S OWN CARD OR HEADER    *
011300*                        DATE AGAINST THE CURRENT BUSINESS DATE.  *
011400*                        A BLANK OR ZERO DATE TAKES THE BUSINESS  *
011500*                        DATE; ANY OTHER DATE MUST MATCH IT.      *
011600******************************************************************
011700 9620-CHECK-CARD-DATE.
011800     IF WS-BDAT-LOADED
011900         EVALUATE TRUE
012000             WHEN WS-BDAT-CARD-DATE-X = SPACES
012100                 MOVE WS-BDAT-CURRENT-DATE TO WS-BDAT-CARD-DATE
012200             WHEN WS-BDAT-CARD-DATE NOT NUMERIC
012300                 PERFORM 9625-REPORT-MISMATCH
012400             WHEN WS-BDAT-CARD-DATE = ZERO
012500                 MOVE WS-BDAT-CURRENT-DATE TO WS-BDAT-CARD-DATE
012600             WHEN WS-BDAT-CARD-DATE NOT = WS-BDAT-CURRENT-DATE
012700                 PERFORM 9625-REPORT-MISMATCH
012800             WHEN OTHER
012900                 CONTINUE
013000         END-EVALUATE
013100     END-IF.
013200 9620-CHECK-CARD-DATE-EXIT.
013300     EXIT.
013400
013500******************************************************************
013600* 9625-REPORT-MISMATCH - SAY WHICH DATE DISAGREES AND STOP THE    *
013700*                        RUN                                      *
013800******************************************************************
013900 9625-REPORT-MISMATCH.
014000     MOVE SPACES TO WS-BDAT-TEXT
014100     STRING WS-BDAT-CARD-NAME DELIMITED BY SPACE
014200         ' DATE ' DELIMITED BY SIZE
014300         WS-BDAT-CARD-DATE-X DELIMITED BY SIZE
014400         ' DISAGREES WITH BUSDATE BUSINESS DATE '
014500             DELIMITED BY SIZE
014600         WS-BDAT-CURRENT-DATE DELIMITED BY SIZE
014700         INTO WS-BDAT-TEXT
014800     PERFORM 9690-DISPLAY-MESSAGE
014900     MOVE SPACES TO WS-BDAT-TEXT
015000     STRING 'RUN STOPPED - CORRECT OR BLANK THE '
015100             DELIMITED BY SIZE
015200         WS-BDAT-CARD-NAME DELIMITED BY SPACE
015300         ' DATE, OR ROLL BUSDATE' DELIMITED BY SIZE
015400         INTO WS-BDAT-TEXT
015500     PERFORM 9690-DISPLAY-MESSAGE
015600     SET WS-BDAT-RUN-STOPPED TO TRUE
015700     MOVE 16 TO RETURN-CODE.
015800 9625-REPORT-MISMATCH-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200* 9650-ROLL-TO-BUSINESS-DAY - MOVE WS-BDAT-ROLL-DATE FORWARD TO   *
016300*                             THE FIRST BUSINESS DAY ON OR AFTER  *
016400*                             IT                                  *
016500******************************************************************
016600 9650-ROLL-TO-BUSINESS-DAY.
016700     PERFORM 9660-TEST-BUSINESS-DAY
016800     PERFORM 9655-STEP-TO-NEXT-DAY
016900         UNTIL WS-BDAT-BUSINESS-DAY.
017000 9650-ROLL-TO-BUSINESS-DAY-EXIT.
017100     EXIT.
017200
017300******************************************************************
017400* 9655-STEP-TO-NEXT-DAY - TRY THE FOLLOWING CALENDAR DAY          *
017500******************************************************************
017600 9655-STEP-TO-NEXT-DAY.
017700     PERFORM 9670-ADD-ONE-DAY
017800     PERFORM 9660-TEST-BUSINESS-DAY.
017900 9655-STEP-TO-NEXT-DAY-EXIT.
018000     EXIT.
018100
018200******************************************************************
018300* 9660-TEST-BUSINESS-DAY - SET WS-BDAT-BUSINESS-DAY UNLESS        *
018400*                          WS-BDAT-ROLL-DATE IS A SATURDAY,       *
018500*                          SUNDAY OR CALENDAR HOLIDAY. A ZERO OR  *
018600*                          NON-NUMERIC DATE IS LEFT ALONE.        *
018700******************************************************************
018800 9660-TEST-BUSINESS-DAY.
018900     SET WS-BDAT-BUSINESS-DAY TO TRUE
019000     IF WS-BDAT-ROLL-DATE NUMERIC
019100         AND WS-BDAT-ROLL-DATE > ZERO
019200         PERFORM 9680-COMPUTE-DAY-NUMBER
019300         DIVIDE WS-BDAT-DAYNO BY 7
019400             GIVING WS-BDAT-DAYNO-WORK
019500             REMAINDER WS-BDAT-WEEKDAY
019600         IF WS-BDAT-WEEKDAY > 4
019700             MOVE 'N' TO WS-BDAT-DAY-STATE
019800         ELSE
019900             PERFORM 9665-MATCH-HOLIDAY
020000                 VARYING WS-BDAT-HOL-SUB FROM 1 BY 1
020100                 UNTIL WS-BDAT-HOL-SUB > WS-BDAT-HOL-COUNT
020200                    OR NOT WS-BDAT-BUSINESS-DAY
020300         END-IF
020400     END-IF.
020500 9660-TEST-BUSINESS-DAY-EXIT.
020600     EXIT.
020700
020800******************************************************************
020900* 9665-MATCH-HOLIDAY - COMPARE THE DATE WITH ONE CALENDAR HOLIDAY *
021000******************************************************************
021100 9665-MATCH-HOLIDAY.
021200     IF WS-BDAT-HOL-DATE (WS-BDAT-HOL-SUB) = WS-BDAT-ROLL-DATE
021300         MOVE 'N' TO WS-BDAT-DAY-STATE
021400     END-IF.
021500 9665-MATCH-HOLIDAY-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900* 9670-ADD-ONE-DAY - STEP WS-BDAT-ROLL-DATE ONE CALENDAR DAY,     *
022000*                    ACROSS MONTH AND YEAR ENDS                   *
022100******************************************************************
022200 9670-ADD-ONE-DAY.
022300     PERFORM 9675-SET-MONTH-DAYS
022400     ADD 1 TO WS-BDAT-ROLL-DD
022500     IF WS-BDAT-ROLL-DD > WS-BDAT-MONTH-DAYS
022600         MOVE 1 TO WS-BDAT-ROLL-DD
022700         ADD 1 TO WS-BDAT-ROLL-MM
022800         IF WS-BDAT-ROLL-MM > 12
022900             MOVE 1 TO WS-BDAT-ROLL-MM
023000             ADD 1 TO WS-BDAT-ROLL-YYYY
023100         END-IF
023200     END-IF.
023300 9670-ADD-ONE-DAY-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700* 9675-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF            *
023800*                       WS-BDAT-ROLL-DATE, 29 FOR A LEAP FEBRUARY *
023900******************************************************************
024000 9675-SET-MONTH-DAYS.
024100     MOVE WS-BDAT-MONTH-LENGTH (WS-BDAT-ROLL-MM)
024200         TO WS-BDAT-MONTH-DAYS
024300     IF WS-BDAT-ROLL-MM = 2
024400         DIVIDE WS-BDAT-ROLL-YYYY BY 4
024500             GIVING WS-BDAT-DAYNO-WORK
024600             REMAINDER WS-BDAT-LEAP-REM-4
024700         DIVIDE WS-BDAT-ROLL-YYYY BY 100
024800             GIVING WS-BDAT-DAYNO-WORK
024900             REMAINDER WS-BDAT-LEAP-REM-100
025000         DIVIDE WS-BDAT-ROLL-YYYY BY 400
025100             GIVING WS-BDAT-DAYNO-WORK
025200             REMAINDER WS-BDAT-LEAP-REM-400
025300         IF WS-BDAT-LEAP-REM-4 = ZERO
025400             AND (WS-BDAT-LEAP-REM-100 NOT = ZERO
025500                  OR WS-BDAT-LEAP-REM-400 = ZERO)
025600             MOVE 29 TO WS-BDAT-MONTH-DAYS
025700         END-IF
025800     END-IF.
025900 9675-SET-MONTH-DAYS-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* 9680-COMPUTE-DAY-NUMBER - TURN WS-BDAT-ROLL-DATE INTO ITS       *
026400*                           JULIAN DAY NUMBER IN WS-BDAT-DAYNO.   *
026500*                           THE DAY NUMBER MODULO 7 IS 0 FOR A    *
026600*                           MONDAY THROUGH 6 FOR A SUNDAY.        *
026700******************************************************************
026800 9680-COMPUTE-DAY-NUMBER.
026900     COMPUTE WS-BDAT-DAYNO-A = (14 - WS-BDAT-ROLL-MM) / 12
027000     COMPUTE WS-BDAT-DAYNO-Y = WS-BDAT-ROLL-YYYY + 4800
027100         - WS-BDAT-DAYNO-A
027200     COMPUTE WS-BDAT-DAYNO-M = WS-BDAT-ROLL-MM
027300         + (12 * WS-BDAT-DAYNO-A) - 3
027400     COMPUTE WS-BDAT-DAYNO-WORK =
027500         ((153 * WS-BDAT-DAYNO-M) + 2) / 5
027600     COMPUTE WS-BDAT-DAYNO = WS-BDAT-ROLL-DD + WS-BDAT-DAYNO-WORK
027700         + (365 * WS-BDAT-DAYNO-Y) - 32045
027800     DIVIDE WS-BDAT-DAYNO-Y BY 4 GIVING WS-BDAT-DAYNO-WORK
027900     ADD WS-BDAT-DAYNO-WORK TO WS-BDAT-DAYNO
028000     DIVIDE WS-BDAT-DAYNO-Y BY 100 GIVING WS-BDAT-DAYNO-WORK
028100     SUBTRACT WS-BDAT-DAYNO-WORK FROM WS-BDAT-DAYNO
028200     DIVIDE WS-BDAT-DAYNO-Y BY 400 GIVING WS-BDAT-DAYNO-WORK
028300     ADD WS-BDAT-DAYNO-WORK TO WS-BDAT-DAYNO.
028400 9680-COMPUTE-DAY-NUMBER-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 9690-DISPLAY-MESSAGE - DISPLAY WS-BDAT-TEXT UNDER THE CALLING   *
028900*                        PROGRAM'S NAME                           *
029000******************************************************************
029100 9690-DISPLAY-MESSAGE.
029200     MOVE SPACES TO WS-BDAT-MESSAGE
029300     STRING WS-BDAT-PROGRAM DELIMITED BY SPACE
029400         ': ' DELIMITED BY SIZE
029500         WS-BDAT-TEXT DELIMITED BY SIZE
029600         INTO WS-BDAT-MESSAGE
029700     DISPLAY WS-BDAT-MESSAGE.
029800 9690-DISPLAY-MESSAGE-EXIT.
029900     EXIT.
