000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM-ID:  BDATROLL                                       *
000400*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000500*    INSTALLATION: MEMBER SERVICES DATA CENTER                   *
000600*    DATE-WRITTEN: 2026-10-05                                     *
000700*    DATE-COMPILED:                                               *
000800*                                                                 *
000900*    PURPOSE:     END-OF-DAY BUSINESS-DATE ROLLOVER. THE          *
001000*                 BUSINESS-DATE CONTROL FILE (BUSDATE, COPYBOOK   *
001100*                 BDATREC) IS THE ONE PLACE THE BATCH WINDOW      *
001200*                 TAKES ITS PROCESSING DATE FROM: THE CURRENT,    *
001300*                 PRIOR AND NEXT BUSINESS DATES AND THE HOLIDAY   *
001400*                 CALENDAR. RUN AS THE LAST STEP OF END OF DAY,   *
001500*                 THIS PROGRAM MAKES THE DAY JUST CLOSED THE      *
001600*                 PRIOR BUSINESS DATE, THE NEXT BUSINESS DAY THE  *
001700*                 CURRENT ONE, AND WORKS OUT THE NEW NEXT         *
001800*                 BUSINESS DATE, SKIPPING SATURDAYS, SUNDAYS AND  *
001900*                 CALENDAR HOLIDAYS.                              *
002000*                                                                 *
002100*                 CONTROL CARDS ON BDATCARD (ALL OPTIONAL), ONE   *
002200*                 ACTION IN COLUMN 1 AND A YYYYMMDD DATE IN 2-9:  *
002300*                   A  ADD A HOLIDAY, DESCRIPTION IN 10-39        *
002400*                   D  DELETE A HOLIDAY                           *
002500*                   N  CALENDAR MAINTENANCE ONLY - DO NOT ROLL    *
002600*                   I  SET THE CURRENT BUSINESS DATE (FIRST RUN   *
002700*                      OR A CORRECTION) INSTEAD OF ROLLING        *
002800*                   R  ROLL, NAMING THE BUSINESS DATE BEING       *
002900*                      CLOSED - NEEDED ONLY TO ROLL A SECOND TIME *
003000*                      ON ONE CALENDAR DAY                        *
003100*                 HOLIDAY CARDS ARE APPLIED BEFORE THE DATES ARE  *
003200*                 WORKED OUT, SO A HOLIDAY ADDED TONIGHT IS       *
003300*                 SKIPPED TONIGHT. HOLIDAYS BEFORE THE NEW PRIOR  *
003400*                 BUSINESS DATE ARE DROPPED FROM THE CALENDAR.    *
003500*                 A ROLL IS REFUSED (RETURN-CODE 16, FILE LEFT    *
003600*                 AS IT WAS) WHEN THE FILE HAS NO CONTROL RECORD  *
003700*                 AND NO I CARD IS GIVEN, WHEN AN R CARD NAMES A  *
003800*                 DATE OTHER THAN THE CURRENT BUSINESS DATE, OR   *
003900*                 WHEN THE FILE WAS ALREADY ROLLED TODAY AND NO R *
004000*                 CARD IS GIVEN, SO AN ACCIDENTAL RERUN CANNOT    *
004100*                 SKIP A BUSINESS DAY. THE REGISTER LISTS EACH    *
004200*                 CARD, THE DATES BEFORE AND AFTER, AND THE       *
004300*                 CALENDAR NOW ON FILE.                           *
004400*                                                                 *
004500*    MODIFICATION HISTORY                                        *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    ---------- ----  ----------------------------------------   *
004800*    2026-10-05 DP    ORIGINAL PROGRAM - BUSINESS-DATE ROLLOVER   *
004900******************************************************************
005000 PROGRAM-ID. BDatRoll.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-BDAT-FILE-STATUS.
005800
005900     SELECT CARD-FILE ASSIGN TO "BDATCARD"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CARD-FILE-STATUS.
006200
006300     SELECT REPORT-FILE ASSIGN TO "RPTOUT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RPT-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BUSINESS-DATE-FILE.
007000     COPY BDATREC.
007100
007200 FD  CARD-FILE.
007300 01  CARD-RECORD.
007400     05  CARD-ACTION                 PIC X(01).
007500         88  CARD-ADD-HOLIDAY                 VALUE 'A'.
007600         88  CARD-DELETE-HOLIDAY              VALUE 'D'.
007700         88  CARD-NO-ROLL                     VALUE 'N'.
007800         88  CARD-SET-DATE                    VALUE 'I'.
007900         88  CARD-CONFIRM-ROLL                VALUE 'R'.
008000     05  CARD-DATE                   PIC 9(08).
008100     05  CARD-DATE-X REDEFINES CARD-DATE
008200                                     PIC X(08).
008300     05  CARD-DESC                   PIC X(30).
008400     05  FILLER                      PIC X(41).
008500
008600 FD  REPORT-FILE.
008700 01  REPORT-LINE                     PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-CARD-FILE-STATUS             PIC X(02).
009100     88  WS-CARD-FILE-OK                      VALUE '00'.
009200     88  WS-CARD-FILE-EOF                     VALUE '10'.
009300
009400 01  WS-RPT-FILE-STATUS              PIC X(02).
009500     88  WS-RPT-FILE-OK                       VALUE '00'.
009600
009700     COPY BDATEWS.
009800
009900 01  WS-OPEN-FAILED                  PIC X(01) VALUE 'N'.
010000     88  OPEN-FAILED                          VALUE 'Y'.
010100
010200 01  WS-ROLL-MODE                    PIC X(01) VALUE 'R'.
010300     88  ROLL-NORMAL                          VALUE 'R'.
010400     88  ROLL-SET-DATE                        VALUE 'I'.
010500     88  ROLL-NONE                            VALUE 'N'.
010600 01  WS-CONFIRM-STATE                PIC X(01) VALUE 'N'.
010700     88  ROLL-CONFIRMED                       VALUE 'Y'.
010800 01  WS-REFUSE-STATE                 PIC X(01) VALUE 'N'.
010900     88  ROLL-REFUSED                         VALUE 'Y'.
011000 01  WS-DATE-STATE                   PIC X(01).
011100     88  CARD-DATE-VALID                      VALUE 'Y'.
011200
011300 01  WS-TODAY                        PIC 9(08).
011400 01  WS-NOW                          PIC 9(08).
011500 01  WS-NOW-PARTS REDEFINES WS-NOW.
011600     05  WS-NOW-HHMMSS               PIC 9(06).
011700     05  FILLER                      PIC 9(02).
011800
011900 01  WS-OLD-DATES.
012000     05  WS-OLD-CURRENT-DATE         PIC 9(08) VALUE ZERO.
012100     05  WS-OLD-PRIOR-DATE           PIC 9(08) VALUE ZERO.
012200     05  WS-OLD-NEXT-DATE            PIC 9(08) VALUE ZERO.
012300     05  WS-OLD-ROLL-DATE            PIC 9(08) VALUE ZERO.
012400     05  WS-OLD-ROLL-TIME            PIC 9(06) VALUE ZERO.
012500 01  WS-NEW-DATES.
012600     05  WS-NEW-CURRENT-DATE         PIC 9(08) VALUE ZERO.
012700     05  WS-NEW-PRIOR-DATE           PIC 9(08) VALUE ZERO.
012800     05  WS-NEW-NEXT-DATE            PIC 9(08) VALUE ZERO.
012900 01  WS-SET-DATE                     PIC 9(08) VALUE ZERO.
013000 01  WS-CONFIRM-DATE                 PIC 9(08) VALUE ZERO.
013100 01  WS-REFUSE-REASON                PIC X(60) VALUE SPACES.
013200
013300*    THE HOLIDAY CALENDAR, KEPT IN DATE ORDER WITH DESCRIPTIONS
013400 01  WS-CAL-MAX                      PIC 9(03) COMP VALUE 100.
013500 01  WS-CAL-COUNT                    PIC 9(03) COMP VALUE ZERO.
013600 01  WS-CAL-SUB                      PIC 9(03) COMP.
013700 01  WS-CAL-POS                      PIC 9(03) COMP.
013800 01  WS-CAL-FOUND-SUB                PIC 9(03) COMP.
013900 01  WS-CAL-KEEP                     PIC 9(03) COMP.
014000 01  WS-CAL-TABLE.
014100     05  WS-CAL-ENTRY OCCURS 100 TIMES.
014200         10  WS-CAL-DATE             PIC 9(08).
014300         10  WS-CAL-DESC             PIC X(30).
014400
014500 01  WS-COUNTERS.
014600     05  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
014700     05  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
014800     05  WS-HOLIDAYS-ADDED           PIC 9(05) VALUE ZERO.
014900     05  WS-HOLIDAYS-DELETED         PIC 9(05) VALUE ZERO.
015000     05  WS-HOLIDAYS-DROPPED         PIC 9(05) VALUE ZERO.
015100
015200 01  WS-HEADING-LINE-1.
015300     05  FILLER                      PIC X(32) VALUE
015400         'BUSINESS DATE ROLLOVER REGISTER'.
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  FILLER                      PIC X(09) VALUE 'RUN DATE '.
015700     05  HL1-DATE                    PIC 9(08).
015800
015900 01  WS-CARD-HEADING.
016000     05  FILLER                      PIC X(08) VALUE 'ACTION'.
016100     05  FILLER                      PIC X(10) VALUE 'DATE'.
016200     05  FILLER                      PIC X(32) VALUE
016300         'DESCRIPTION'.
016400     05  FILLER                      PIC X(07) VALUE 'REMARKS'.
016500
016600 01  WS-CARD-LINE.
016700     05  FILLER                      PIC X(03) VALUE SPACES.
016800     05  CL-ACTION                   PIC X(01).
016900     05  FILLER                      PIC X(04) VALUE SPACES.
017000     05  CL-DATE                     PIC X(08).
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  CL-DESC                     PIC X(30).
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  CL-REMARKS                  PIC X(30).
017500
017600 01  WS-DATE-HEADING.
017700     05  FILLER                      PIC X(24) VALUE SPACES.
017800     05  FILLER                      PIC X(10) VALUE 'BEFORE'.
017900     05  FILLER                      PIC X(08) VALUE 'AFTER'.
018000
018100 01  WS-DATE-LINE.
018200     05  DL-LABEL                    PIC X(22).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  DL-BEFORE                   PIC 9(08).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  DL-AFTER                    PIC 9(08).
018700
018800 01  WS-HOLIDAY-HEADING.
018900     05  FILLER                      PIC X(16) VALUE
019000         'HOLIDAYS ON FILE'.
019100
019200 01  WS-HOLIDAY-LINE.
019300     05  FILLER                      PIC X(08) VALUE SPACES.
019400     05  HOL-DL-DATE                 PIC 9(08).
019500     05  FILLER                      PIC X(02) VALUE SPACES.
019600     05  HOL-DL-DESC                 PIC X(30).
019700
019800 01  WS-REFUSED-LINE.
019900     05  FILLER                      PIC X(19) VALUE
020000         'ROLLOVER REFUSED - '.
020100     05  RL-REASON                   PIC X(60).
020200
020300 01  WS-TRAILER-LINE-1.
020400     05  FILLER                      PIC X(12) VALUE
020500         'CARDS READ  '.
020600     05  TR-CARDS-READ               PIC ZZ,ZZ9.
020700     05  FILLER                      PIC X(04) VALUE SPACES.
020800     05  FILLER                      PIC X(10) VALUE 'REJECTED  '.
020900     05  TR-CARDS-REJECTED           PIC ZZ,ZZ9.
021000 01  WS-TRAILER-LINE-2.
021100     05  FILLER                      PIC X(16) VALUE
021200         'HOLIDAYS ADDED  '.
021300     05  TR-HOL-ADDED                PIC ZZ,ZZ9.
021400     05  FILLER                      PIC X(04) VALUE SPACES.
021500     05  FILLER                      PIC X(09) VALUE 'DELETED  '.
021600     05  TR-HOL-DELETED              PIC ZZ,ZZ9.
021700     05  FILLER                      PIC X(04) VALUE SPACES.
021800     05  FILLER                      PIC X(09) VALUE 'DROPPED  '.
021900     05  TR-HOL-DROPPED              PIC ZZ,ZZ9.
022000
022100 PROCEDURE DIVISION.
022200
022300******************************************************************
022400* 0000-MAINLINE - DRIVE THE END-OF-DAY BUSINESS-DATE ROLLOVER     *
022500******************************************************************
022600 0000-MAINLINE.
022700     MOVE 'BDATROLL' TO WS-BDAT-PROGRAM
022800     PERFORM 1000-OPEN-FILES
022900     IF NOT OPEN-FAILED
023000         PERFORM 1100-LOAD-CONTROL-FILE
023100         PERFORM 1200-WRITE-HEADINGS
023200         PERFORM 2100-READ-CARD
023300         PERFORM 2000-PROCESS-CARD UNTIL WS-CARD-FILE-EOF
023400         IF NOT ROLL-REFUSED
023500             PERFORM 3000-SET-BUSINESS-DATES
023600         END-IF
023700         IF NOT ROLL-REFUSED
023800             PERFORM 4000-REWRITE-CONTROL-FILE
023900         END-IF
024000         PERFORM 8000-WRITE-REPORT-TRAILER
024100         PERFORM 9000-CLOSE-FILES
024200         DISPLAY 'BDATROLL: PRIOR BUSINESS DATE   - '
024300             WS-NEW-PRIOR-DATE
024400         DISPLAY 'BDATROLL: CURRENT BUSINESS DATE - '
024500             WS-NEW-CURRENT-DATE
024600         DISPLAY 'BDATROLL: NEXT BUSINESS DATE    - '
024700             WS-NEW-NEXT-DATE
024800     END-IF
024900     STOP RUN.
025000
025100******************************************************************
025200* 1000-OPEN-FILES - OPEN THE CONTROL CARDS AND THE REGISTER. THE  *
025300*                   CONTROL FILE ITSELF IS READ AND CLOSED FIRST  *
025400*                   AND ONLY REOPENED FOR OUTPUT ONCE THE NEW     *
025500*                   DATES ARE SETTLED.                            *
025600******************************************************************
025700 1000-OPEN-FILES.
025800     OPEN INPUT CARD-FILE
025900     IF NOT WS-CARD-FILE-OK
026000         DISPLAY 'BDATROLL: UNABLE TO OPEN BDATCARD - '
026100             WS-CARD-FILE-STATUS
026200         SET OPEN-FAILED TO TRUE
026300         MOVE 16 TO RETURN-CODE
026400     END-IF
026500     OPEN OUTPUT REPORT-FILE
026600     IF NOT WS-RPT-FILE-OK
026700         DISPLAY 'BDATROLL: UNABLE TO OPEN RPTOUT - '
026800             WS-RPT-FILE-STATUS
026900         SET OPEN-FAILED TO TRUE
027000         MOVE 16 TO RETURN-CODE
027100     END-IF.
027200 1000-OPEN-FILES-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600* 1100-LOAD-CONTROL-FILE - READ THE CONTROL RECORD AND HOLIDAY    *
027700*                          CALENDAR NOW ON FILE. AN EMPTY OR NOT  *
027800*                          YET CATALOGED FILE LEAVES THE OLD      *
027900*                          DATES ZERO.                            *
028000******************************************************************
028100 1100-LOAD-CONTROL-FILE.
028200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
028300     ACCEPT WS-NOW FROM TIME
028400     MOVE 'N' TO WS-BDAT-EOF-STATE
028500     OPEN INPUT BUSINESS-DATE-FILE
028600     IF WS-BDAT-FILE-OK OR WS-BDAT-FILE-NEW
028700         PERFORM 1110-READ-CONTROL-RECORD
028800             UNTIL WS-BDAT-EOF
028900         CLOSE BUSINESS-DATE-FILE
029000     ELSE
029100         DISPLAY 'BDATROLL: UNABLE TO OPEN BUSDATE - '
029200             WS-BDAT-FILE-STATUS
029300         MOVE 'UNABLE TO READ BUSDATE' TO WS-REFUSE-REASON
029400         SET ROLL-REFUSED TO TRUE
029500     END-IF.
029600 1100-LOAD-CONTROL-FILE-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000* 1110-READ-CONTROL-RECORD - READ ONE CONTROL FILE RECORD AND     *
030100*                            FILE IT BY TYPE                      *
030200******************************************************************
030300 1110-READ-CONTROL-RECORD.
030400     READ BUSINESS-DATE-FILE
030500         AT END
030600             SET WS-BDAT-EOF TO TRUE
030700     END-READ
030800     IF NOT WS-BDAT-EOF
030900         EVALUATE TRUE
031000             WHEN BDAT-CONTROL-REC
031100                 MOVE BDAT-CURRENT-DATE TO WS-OLD-CURRENT-DATE
031200                 MOVE BDAT-PRIOR-DATE TO WS-OLD-PRIOR-DATE
031300                 MOVE BDAT-NEXT-DATE TO WS-OLD-NEXT-DATE
031400                 MOVE BDAT-LAST-ROLL-DATE TO WS-OLD-ROLL-DATE
031500                 MOVE BDAT-LAST-ROLL-TIME TO WS-OLD-ROLL-TIME
031600             WHEN BDAT-HOLIDAY-REC
031700                 AND WS-CAL-COUNT < WS-CAL-MAX
031800                 ADD 1 TO WS-CAL-COUNT
031900                 MOVE BDAT-HOL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
032000                 MOVE BDAT-HOL-DESC TO WS-CAL-DESC (WS-CAL-COUNT)
032100             WHEN OTHER
032200                 CONTINUE
032300         END-EVALUATE
032400     END-IF.
032500 1110-READ-CONTROL-RECORD-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900* 1200-WRITE-HEADINGS - PRINT THE REGISTER HEADING LINES          *
033000******************************************************************
033100 1200-WRITE-HEADINGS.
033200     MOVE WS-TODAY TO HL1-DATE
033300     MOVE WS-HEADING-LINE-1 TO REPORT-LINE
033400     WRITE REPORT-LINE
033500     MOVE SPACES TO REPORT-LINE
033600     WRITE REPORT-LINE
033700     MOVE WS-CARD-HEADING TO REPORT-LINE
033800     WRITE REPORT-LINE.
033900 1200-WRITE-HEADINGS-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 2000-PROCESS-CARD - APPLY ONE CONTROL CARD AND LIST IT          *
034400******************************************************************
034500 2000-PROCESS-CARD.
034600     ADD 1 TO WS-CARDS-READ
034700     MOVE SPACES TO CL-REMARKS
034800     PERFORM 2050-VALIDATE-CARD-DATE
034900     EVALUATE TRUE
035000         WHEN NOT CARD-ADD-HOLIDAY
035100             AND NOT CARD-DELETE-HOLIDAY
035200             AND NOT CARD-NO-ROLL
035300             AND NOT CARD-SET-DATE
035400             AND NOT CARD-CONFIRM-ROLL
035500             MOVE 'REJECTED - UNKNOWN ACTION' TO CL-REMARKS
035600         WHEN CARD-NO-ROLL
035700             SET ROLL-NONE TO TRUE
035800             MOVE 'NO ROLL THIS RUN' TO CL-REMARKS
035900         WHEN NOT CARD-DATE-VALID
036000             MOVE 'REJECTED - INVALID DATE' TO CL-REMARKS
036100         WHEN CARD-SET-DATE
036200             MOVE CARD-DATE TO WS-SET-DATE
036300             SET ROLL-SET-DATE TO TRUE
036400             MOVE 'BUSINESS DATE TO BE SET' TO CL-REMARKS
036500         WHEN CARD-CONFIRM-ROLL
036600             MOVE CARD-DATE TO WS-CONFIRM-DATE
036700             SET ROLL-CONFIRMED TO TRUE
036800             MOVE 'ROLL CONFIRMED' TO CL-REMARKS
036900         WHEN CARD-ADD-HOLIDAY
037000             PERFORM 2200-ADD-HOLIDAY
037100         WHEN OTHER
037200             PERFORM 2300-DELETE-HOLIDAY
037300     END-EVALUATE
037400     IF CL-REMARKS (1:8) = 'REJECTED'
037500         ADD 1 TO WS-CARDS-REJECTED
037600     END-IF
037700     MOVE CARD-ACTION TO CL-ACTION
037800     MOVE CARD-DATE-X TO CL-DATE
037900     MOVE CARD-DESC TO CL-DESC
038000     MOVE WS-CARD-LINE TO REPORT-LINE
038100     WRITE REPORT-LINE
038200     PERFORM 2100-READ-CARD.
038300 2000-PROCESS-CARD-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 2050-VALIDATE-CARD-DATE - THE CARD DATE MUST BE A REAL          *
038800*                           CALENDAR DATE                         *
038900******************************************************************
039000 2050-VALIDATE-CARD-DATE.
039100     MOVE 'N' TO WS-DATE-STATE
039200     IF CARD-DATE NUMERIC
039300         MOVE CARD-DATE TO WS-BDAT-ROLL-DATE
039400         IF WS-BDAT-ROLL-YYYY > 1900
039500             AND WS-BDAT-ROLL-MM > ZERO
039600             AND WS-BDAT-ROLL-MM < 13
039700             PERFORM 9675-SET-MONTH-DAYS
039800             IF WS-BDAT-ROLL-DD > ZERO
039900                 AND WS-BDAT-ROLL-DD NOT > WS-BDAT-MONTH-DAYS
040000                 SET CARD-DATE-VALID TO TRUE
040100             END-IF
040200         END-IF
040300     END-IF.
040400 2050-VALIDATE-CARD-DATE-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 2100-READ-CARD - READ THE NEXT CONTROL CARD                     *
040900******************************************************************
041000 2100-READ-CARD.
041100     READ CARD-FILE
041200         AT END
041300             SET WS-CARD-FILE-EOF TO TRUE
041400     END-READ.
041500 2100-READ-CARD-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 2200-ADD-HOLIDAY - ADD A HOLIDAY TO THE CALENDAR IN DATE ORDER, *
042000*                    OR REPLACE THE DESCRIPTION OF ONE ALREADY    *
042100*                    THERE. A SATURDAY OR SUNDAY IS NEVER A       *
042200*                    BUSINESS DAY AND IS NOT ADDED.               *
042300******************************************************************
042400 2200-ADD-HOLIDAY.
042500     PERFORM 9680-COMPUTE-DAY-NUMBER
042600     DIVIDE WS-BDAT-DAYNO BY 7
042700         GIVING WS-BDAT-DAYNO-WORK
042800         REMAINDER WS-BDAT-WEEKDAY
042900     PERFORM 2250-LOCATE-HOLIDAY
043000     EVALUATE TRUE
043100         WHEN WS-BDAT-WEEKDAY > 4
043200             MOVE 'REJECTED - FALLS ON A WEEKEND' TO CL-REMARKS
043300         WHEN WS-CAL-FOUND-SUB > ZERO
043400             MOVE CARD-DESC TO WS-CAL-DESC (WS-CAL-FOUND-SUB)
043500             MOVE 'ON FILE - DESCRIPTION REPLACED' TO CL-REMARKS
043600         WHEN WS-CAL-COUNT NOT < WS-CAL-MAX
043700             MOVE 'REJECTED - CALENDAR FULL' TO CL-REMARKS
043800         WHEN OTHER
043900             ADD 1 TO WS-CAL-POS
044000             PERFORM 2260-SHIFT-UP
044100                 VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
044200                 UNTIL WS-CAL-SUB < WS-CAL-POS
044300             ADD 1 TO WS-CAL-COUNT
044400             MOVE CARD-DATE TO WS-CAL-DATE (WS-CAL-POS)
044500             MOVE CARD-DESC TO WS-CAL-DESC (WS-CAL-POS)
044600             ADD 1 TO WS-HOLIDAYS-ADDED
044700             MOVE 'HOLIDAY ADDED' TO CL-REMARKS
044800     END-EVALUATE.
044900 2200-ADD-HOLIDAY-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 2250-LOCATE-HOLIDAY - FIND THE CARD DATE IN THE CALENDAR        *
045400*                       (WS-CAL-FOUND-SUB, ZERO IF ABSENT) AND    *
045500*                       COUNT THE HOLIDAYS BEFORE IT (WS-CAL-POS) *
045600******************************************************************
045700 2250-LOCATE-HOLIDAY.
045800     MOVE ZERO TO WS-CAL-FOUND-SUB
045900     MOVE ZERO TO WS-CAL-POS
046000     PERFORM 2255-COMPARE-HOLIDAY
046100         VARYING WS-CAL-SUB FROM 1 BY 1
046200         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
046300 2250-LOCATE-HOLIDAY-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700* 2255-COMPARE-HOLIDAY - HOLD ONE CALENDAR ENTRY AGAINST THE CARD *
046800******************************************************************
046900 2255-COMPARE-HOLIDAY.
047000     IF WS-CAL-DATE (WS-CAL-SUB) < CARD-DATE
047100         ADD 1 TO WS-CAL-POS
047200     END-IF
047300     IF WS-CAL-DATE (WS-CAL-SUB) = CARD-DATE
047400         MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
047500     END-IF.
047600 2255-COMPARE-HOLIDAY-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 2260-SHIFT-UP - MOVE ONE CALENDAR ENTRY UP A SLOT TO OPEN A GAP *
048100******************************************************************
048200 2260-SHIFT-UP.
048300     MOVE WS-CAL-ENTRY (WS-CAL-SUB)
048400         TO WS-CAL-ENTRY (WS-CAL-SUB + 1).
048500 2260-SHIFT-UP-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 2300-DELETE-HOLIDAY - TAKE A HOLIDAY OFF THE CALENDAR           *
049000******************************************************************
049100 2300-DELETE-HOLIDAY.
049200     PERFORM 2250-LOCATE-HOLIDAY
049300     IF WS-CAL-FOUND-SUB = ZERO
049400         MOVE 'REJECTED - HOLIDAY NOT ON FILE' TO CL-REMARKS
049500     ELSE
049600         PERFORM 2310-SHIFT-DOWN
049700             VARYING WS-CAL-SUB FROM WS-CAL-FOUND-SUB BY 1
049800             UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT
049900         SUBTRACT 1 FROM WS-CAL-COUNT
050000         ADD 1 TO WS-HOLIDAYS-DELETED
050100         MOVE 'HOLIDAY DELETED' TO CL-REMARKS
050200     END-IF.
050300 2300-DELETE-HOLIDAY-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 2310-SHIFT-DOWN - MOVE ONE CALENDAR ENTRY DOWN A SLOT TO CLOSE  *
050800*                   THE GAP LEFT BY A DELETE                      *
050900******************************************************************
051000 2310-SHIFT-DOWN.
051100     MOVE WS-CAL-ENTRY (WS-CAL-SUB + 1)
051200         TO WS-CAL-ENTRY (WS-CAL-SUB).
051300 2310-SHIFT-DOWN-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700* 3000-SET-BUSINESS-DATES - WORK OUT THE NEW CURRENT, PRIOR AND   *
051800*                           NEXT BUSINESS DATES AGAINST THE       *
051900*                           UPDATED CALENDAR                      *
052000******************************************************************
052100 3000-SET-BUSINESS-DATES.
052200     MOVE ZERO TO WS-BDAT-HOL-COUNT
052300     PERFORM 3050-COPY-HOLIDAY
052400         VARYING WS-CAL-SUB FROM 1 BY 1
052500         UNTIL WS-CAL-SUB > WS-CAL-COUNT
052600     EVALUATE TRUE
052700         WHEN ROLL-SET-DATE
052800             MOVE WS-SET-DATE TO WS-BDAT-ROLL-DATE
052900             PERFORM 9650-ROLL-TO-BUSINESS-DAY
053000             MOVE WS-BDAT-ROLL-DATE TO WS-NEW-CURRENT-DATE
053100             PERFORM 3100-FIND-PRIOR-BUSINESS-DAY
053200         WHEN WS-OLD-CURRENT-DATE = ZERO
053300             MOVE 'NO CONTROL RECORD - SUPPLY AN I CARD'
053400                 TO WS-REFUSE-REASON
053500             SET ROLL-REFUSED TO TRUE
053600         WHEN ROLL-NONE
053700             MOVE WS-OLD-CURRENT-DATE TO WS-NEW-CURRENT-DATE
053800             MOVE WS-OLD-PRIOR-DATE TO WS-NEW-PRIOR-DATE
053900         WHEN ROLL-CONFIRMED
054000             AND WS-CONFIRM-DATE NOT = WS-OLD-CURRENT-DATE
054100             MOVE 'R CARD DATE IS NOT THE CURRENT BUSINESS DATE'
054200                 TO WS-REFUSE-REASON
054300             SET ROLL-REFUSED TO TRUE
054400         WHEN NOT ROLL-CONFIRMED
054500             AND WS-OLD-ROLL-DATE = WS-TODAY
054600             MOVE 'ALREADY ROLLED TODAY - SUPPLY AN R CARD'
054700                 TO WS-REFUSE-REASON
054800             SET ROLL-REFUSED TO TRUE
054900         WHEN OTHER
055000             MOVE WS-OLD-CURRENT-DATE TO WS-NEW-PRIOR-DATE
055100             MOVE WS-OLD-CURRENT-DATE TO WS-BDAT-ROLL-DATE
055200             PERFORM 9670-ADD-ONE-DAY
055300             PERFORM 9650-ROLL-TO-BUSINESS-DAY
055400             MOVE WS-BDAT-ROLL-DATE TO WS-NEW-CURRENT-DATE
055500     END-EVALUATE
055600     IF NOT ROLL-REFUSED
055700         MOVE WS-NEW-CURRENT-DATE TO WS-BDAT-ROLL-DATE
055800         PERFORM 9670-ADD-ONE-DAY
055900         PERFORM 9650-ROLL-TO-BUSINESS-DAY
056000         MOVE WS-BDAT-ROLL-DATE TO WS-NEW-NEXT-DATE
056100         PERFORM 3200-DROP-PAST-HOLIDAYS
056200     END-IF.
056300 3000-SET-BUSINESS-DATES-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 3050-COPY-HOLIDAY - LOAD ONE CALENDAR DATE INTO THE TABLE THE   *
056800*                     SHARED BUSINESS-DAY TEST SEARCHES           *
056900******************************************************************
057000 3050-COPY-HOLIDAY.
057100     ADD 1 TO WS-BDAT-HOL-COUNT
057200     MOVE WS-CAL-DATE (WS-CAL-SUB)
057300         TO WS-BDAT-HOL-DATE (WS-BDAT-HOL-COUNT).
057400 3050-COPY-HOLIDAY-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800* 3100-FIND-PRIOR-BUSINESS-DAY - STEP BACK FROM A NEWLY SET       *
057900*                                CURRENT DATE TO THE BUSINESS DAY *
058000*                                BEFORE IT                        *
058100******************************************************************
058200 3100-FIND-PRIOR-BUSINESS-DAY.
058300     MOVE WS-NEW-CURRENT-DATE TO WS-BDAT-ROLL-DATE
058400     PERFORM 3110-SUBTRACT-ONE-DAY
058500     PERFORM 9660-TEST-BUSINESS-DAY
058600     PERFORM 3105-STEP-TO-PRIOR-DAY
058700         UNTIL WS-BDAT-BUSINESS-DAY
058800     MOVE WS-BDAT-ROLL-DATE TO WS-NEW-PRIOR-DATE.
058900 3100-FIND-PRIOR-BUSINESS-DAY-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 3105-STEP-TO-PRIOR-DAY - TRY THE CALENDAR DAY BEFORE            *
059400******************************************************************
059500 3105-STEP-TO-PRIOR-DAY.
059600     PERFORM 3110-SUBTRACT-ONE-DAY
059700     PERFORM 9660-TEST-BUSINESS-DAY.
059800 3105-STEP-TO-PRIOR-DAY-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 3110-SUBTRACT-ONE-DAY - STEP WS-BDAT-ROLL-DATE BACK ONE         *
060300*                         CALENDAR DAY, ACROSS MONTH AND YEAR     *
060400*                         STARTS                                  *
060500******************************************************************
060600 3110-SUBTRACT-ONE-DAY.
060700     IF WS-BDAT-ROLL-DD > 1
060800         SUBTRACT 1 FROM WS-BDAT-ROLL-DD
060900     ELSE
061000         IF WS-BDAT-ROLL-MM > 1
061100             SUBTRACT 1 FROM WS-BDAT-ROLL-MM
061200         ELSE
061300             MOVE 12 TO WS-BDAT-ROLL-MM
061400             SUBTRACT 1 FROM WS-BDAT-ROLL-YYYY
061500         END-IF
061600         PERFORM 9675-SET-MONTH-DAYS
061700         MOVE WS-BDAT-MONTH-DAYS TO WS-BDAT-ROLL-DD
061800     END-IF.
061900 3110-SUBTRACT-ONE-DAY-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 3200-DROP-PAST-HOLIDAYS - KEEP ONLY HOLIDAYS ON OR AFTER THE    *
062400*                           NEW PRIOR BUSINESS DATE               *
062500******************************************************************
062600 3200-DROP-PAST-HOLIDAYS.
062700     MOVE ZERO TO WS-CAL-KEEP
062800     PERFORM 3210-KEEP-HOLIDAY
062900         VARYING WS-CAL-SUB FROM 1 BY 1
063000         UNTIL WS-CAL-SUB > WS-CAL-COUNT
063100     MOVE WS-CAL-KEEP TO WS-CAL-COUNT.
063200 3200-DROP-PAST-HOLIDAYS-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600* 3210-KEEP-HOLIDAY - CLOSE UP ONE HOLIDAY STILL TO COME, OR      *
063700*                     COUNT ONE PAST HOLIDAY AS DROPPED           *
063800******************************************************************
063900 3210-KEEP-HOLIDAY.
064000     IF WS-CAL-DATE (WS-CAL-SUB) < WS-NEW-PRIOR-DATE
064100         ADD 1 TO WS-HOLIDAYS-DROPPED
064200     ELSE
064300         ADD 1 TO WS-CAL-KEEP
064400         MOVE WS-CAL-ENTRY (WS-CAL-SUB)
064500             TO WS-CAL-ENTRY (WS-CAL-KEEP)
064600     END-IF.
064700 3210-KEEP-HOLIDAY-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100* 4000-REWRITE-CONTROL-FILE - WRITE THE NEW CONTROL RECORD AND    *
065200*                             THE CALENDAR BACK OVER THE FILE     *
065300******************************************************************
065400 4000-REWRITE-CONTROL-FILE.
065500     OPEN OUTPUT BUSINESS-DATE-FILE
065600     IF NOT WS-BDAT-FILE-OK
065700         DISPLAY 'BDATROLL: UNABLE TO REWRITE BUSDATE - '
065800             WS-BDAT-FILE-STATUS
065900         MOVE 'UNABLE TO REWRITE BUSDATE' TO WS-REFUSE-REASON
066000         SET ROLL-REFUSED TO TRUE
066100     ELSE
066200         MOVE SPACES TO BDAT-RECORD
066300         SET BDAT-CONTROL-REC TO TRUE
066400         MOVE WS-NEW-CURRENT-DATE TO BDAT-CURRENT-DATE
066500         MOVE WS-NEW-PRIOR-DATE TO BDAT-PRIOR-DATE
066600         MOVE WS-NEW-NEXT-DATE TO BDAT-NEXT-DATE
066700         IF ROLL-NONE
066800             MOVE WS-OLD-ROLL-DATE TO BDAT-LAST-ROLL-DATE
066900             MOVE WS-OLD-ROLL-TIME TO BDAT-LAST-ROLL-TIME
067000         ELSE
067100             MOVE WS-TODAY TO BDAT-LAST-ROLL-DATE
067200             MOVE WS-NOW-HHMMSS TO BDAT-LAST-ROLL-TIME
067300         END-IF
067400         WRITE BDAT-RECORD
067500         PERFORM 4100-WRITE-HOLIDAY
067600             VARYING WS-CAL-SUB FROM 1 BY 1
067700             UNTIL WS-CAL-SUB > WS-CAL-COUNT
067800         CLOSE BUSINESS-DATE-FILE
067900     END-IF.
068000 4000-REWRITE-CONTROL-FILE-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400* 4100-WRITE-HOLIDAY - WRITE ONE HOLIDAY RECORD                   *
068500******************************************************************
068600 4100-WRITE-HOLIDAY.
068700     MOVE SPACES TO BDAT-RECORD
068800     SET BDAT-HOLIDAY-REC TO TRUE
068900     MOVE WS-CAL-DATE (WS-CAL-SUB) TO BDAT-HOL-DATE
069000     MOVE WS-CAL-DESC (WS-CAL-SUB) TO BDAT-HOL-DESC
069100     WRITE BDAT-RECORD.
069200 4100-WRITE-HOLIDAY-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 8000-WRITE-REPORT-TRAILER - PRINT THE DATES BEFORE AND AFTER,   *
069700*                             THE CALENDAR AND THE CARD COUNTS.   *
069800*                             A REFUSED ROLL SETS RETURN-CODE 16. *
069900******************************************************************
070000 8000-WRITE-REPORT-TRAILER.
070100     MOVE SPACES TO REPORT-LINE
070200     WRITE REPORT-LINE
070300     IF ROLL-REFUSED
070400         MOVE WS-REFUSE-REASON TO RL-REASON
070500         MOVE WS-REFUSED-LINE TO REPORT-LINE
070600         WRITE REPORT-LINE
070700         DISPLAY 'BDATROLL: ROLLOVER REFUSED - ' WS-REFUSE-REASON
070800         MOVE WS-OLD-CURRENT-DATE TO WS-NEW-CURRENT-DATE
070900         MOVE WS-OLD-PRIOR-DATE TO WS-NEW-PRIOR-DATE
071000         MOVE WS-OLD-NEXT-DATE TO WS-NEW-NEXT-DATE
071100         MOVE 16 TO RETURN-CODE
071200     END-IF
071300     MOVE WS-DATE-HEADING TO REPORT-LINE
071400     WRITE REPORT-LINE
071500     MOVE 'PRIOR BUSINESS DATE' TO DL-LABEL
071600     MOVE WS-OLD-PRIOR-DATE TO DL-BEFORE
071700     MOVE WS-NEW-PRIOR-DATE TO DL-AFTER
071800     MOVE WS-DATE-LINE TO REPORT-LINE
071900     WRITE REPORT-LINE
072000     MOVE 'CURRENT BUSINESS DATE' TO DL-LABEL
072100     MOVE WS-OLD-CURRENT-DATE TO DL-BEFORE
072200     MOVE WS-NEW-CURRENT-DATE TO DL-AFTER
072300     MOVE WS-DATE-LINE TO REPORT-LINE
072400     WRITE REPORT-LINE
072500     MOVE 'NEXT BUSINESS DATE' TO DL-LABEL
072600     MOVE WS-OLD-NEXT-DATE TO DL-BEFORE
072700     MOVE WS-NEW-NEXT-DATE TO DL-AFTER
072800     MOVE WS-DATE-LINE TO REPORT-LINE
072900     WRITE REPORT-LINE
073000     MOVE SPACES TO REPORT-LINE
073100     WRITE REPORT-LINE
073200     MOVE WS-HOLIDAY-HEADING TO REPORT-LINE
073300     WRITE REPORT-LINE
073400     PERFORM 8100-WRITE-HOLIDAY-LINE
073500         VARYING WS-CAL-SUB FROM 1 BY 1
073600         UNTIL WS-CAL-SUB > WS-CAL-COUNT
073700     MOVE SPACES TO REPORT-LINE
073800     WRITE REPORT-LINE
073900     MOVE WS-CARDS-READ TO TR-CARDS-READ
074000     MOVE WS-CARDS-REJECTED TO TR-CARDS-REJECTED
074100     MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
074200     WRITE REPORT-LINE
074300     MOVE WS-HOLIDAYS-ADDED TO TR-HOL-ADDED
074400     MOVE WS-HOLIDAYS-DELETED TO TR-HOL-DELETED
074500     MOVE WS-HOLIDAYS-DROPPED TO TR-HOL-DROPPED
074600     MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
074700     WRITE REPORT-LINE.
074800 8000-WRITE-REPORT-TRAILER-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 8100-WRITE-HOLIDAY-LINE - LIST ONE HOLIDAY NOW ON FILE          *
075300******************************************************************
075400 8100-WRITE-HOLIDAY-LINE.
075500     MOVE WS-CAL-DATE (WS-CAL-SUB) TO HOL-DL-DATE
075600     MOVE WS-CAL-DESC (WS-CAL-SUB) TO HOL-DL-DESC
075700     MOVE WS-HOLIDAY-LINE TO REPORT-LINE
075800     WRITE REPORT-LINE.
075900 8100-WRITE-HOLIDAY-LINE-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300* 9000-CLOSE-FILES - CLOSE THE CARDS AND THE REGISTER             *
076400******************************************************************
076500 9000-CLOSE-FILES.
076600     CLOSE CARD-FILE
076700     CLOSE REPORT-FILE.
076800 9000-CLOSE-FILES-EXIT.
076900     EXIT.
077000
077100     COPY BDATEPRC.
