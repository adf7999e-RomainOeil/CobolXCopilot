000800*                                                                 *
000900*    PURPOSE:     END-OF-DAY TELLER TOTALS REPORT FOR DRAWER      *
001000*                 BALANCING. READS THE TRANSACTION JOURNAL FOR    *
001100*                 THE BUSINESS DAY NAMED ON THE BUSDATE CONTROL   *
001200*                 FILE - EVERY POST DATE AFTER THE PRIOR BUSINESS *
001201*                 DATE THROUGH THE CURRENT ONE, SO A DRAWER THAT  *
001202*                 WORKS PAST MIDNIGHT BALANCES AS ONE DAY - AND   *
001203*                 BREAKS THE DAY'S ACTIVITY DOWN BY THE           *
001300*                 TELLER ID CARRIED ON EVERY JOURNAL ENTRY:       *
001400*                 ENTRIES KEYED, CREDITS AND DEBITS TOTALED, AND  *
001500*                 OVERDRAFT FEES TRIGGERED. SYSTEM WORK (BATCH,   *
002380*                     ENTRIES ROLL INTO THE DEBIT TOTALS; AS      *
002390*                     SOURCE-'F' WORK THEY COUNT IN THE FEE       *
002395*                     COLUMN RATHER THAN AS KEYED ENTRIES.        *
002396*    2026-10-05 DP    INSTALLMENT LOAN ENTRIES. BOTH PARTS OF A   *
002397*                     LOAN PAYMENT ('LNINT ' AND 'LNPRIN') COUNT  *
002398*                     AS CREDITS BUT AS ONE TRANSACTION, AND A    *
002399*                     LATE CHARGE ('LATEFE') COUNTS AS A DEBIT    *
002400*                     LIKE THE OTHER FEES.                        *
002401*    2026-10-05 DP    SCHEDULED SERVICE CHARGES FROM THE          *
002402*                     MONTH-END SERVICE CHARGE RUN (SOURCE 'F',   *
002403*                     OPERATION = THE FEE CODE) COUNT AS DEBITS   *
002404*                     LIKE THE OTHER FEES.                        *
002405*    2026-10-05 DP    A RECOVERY ON A CHARGED-OFF ACCOUNT IS      *
002406*                     MONEY TAKEN IN AND LANDS IN THE CREDITS     *
002407*                     COLUMN SO THE DRAWER RECONCILES; THE        *
002408*                     OVERDRAWN AGING RUN'S CHARGE-OFFS LAND      *
002409*                     THERE TOO, UNDER SYSTEM WORK.               *
002410*    2026-10-05 DP    THE POSTING DATE NOW COMES FROM THE BUSDATE *
002411*                     CONTROL FILE; A TELLPARM DATE THAT          *
002412*                     DISAGREES STOPS THE RUN (RC 16).            *
002413*    2026-10-15 DP    ENTRIES ARE NOW SELECTED BY BUSINESS DAY -  *
002414*                     POST DATE AFTER THE PRIOR BUSINESS DATE AND *
002415*                     NOT AFTER THE CURRENT ONE - INSTEAD OF BY   *
002416*                     THE EXACT BUSINESS DATE, SO TELLER WORK     *
002417*                     STAMPED AFTER MIDNIGHT OR ON A WEEKEND OR   *
002418*                     HOLIDAY BALANCES WITH ITS BUSINESS DAY.     *
002419*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
002420*                     DATE IS NOT REFUSED AS A BAD DATE           *
002421******************************************************************
002500 PROGRAM-ID. TellRpt.
002600
002700 ENVIRONMENT DIVISION.
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004100
004101     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004102         ORGANIZATION IS SEQUENTIAL
004103         FILE STATUS IS WS-BDAT-FILE-STATUS.
004104
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TELL-PARM-FILE.
005100
005200 FD  REPORT-FILE.
005300 01  REPORT-LINE                     PIC X(80).
005301
005302 FD  BUSINESS-DATE-FILE.
005303     COPY BDATREC.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-PARM-FILE-STATUS             PIC X(02).
007000     88  ENTRY-FOUND                          VALUE 'Y'.
007100
007200 01  WS-REPORT-DATE                  PIC 9(08).
007201 01  WS-WINDOW-FROM-DATE             PIC 9(08).
007202
007203     COPY BDATEWS.
007300
007400 01  WS-TT-MAX-ENTRIES               PIC 9(05) COMP VALUE 100.
007500 01  WS-TT-COUNT                     PIC 9(05) COMP VALUE ZERO.
014400     PERFORM 1000-OPEN-FILES
014500     IF NOT OPEN-FAILED
014600         PERFORM 1100-READ-PARM
014700         IF NOT WS-BDAT-RUN-STOPPED
014800             PERFORM 1200-WRITE-HEADINGS
014900             PERFORM 2100-READ-JOURNAL
015000             PERFORM 2000-PROCESS-JOURNAL UNTIL WS-JRNL-FILE-EOF
015100             IF WS-TT-COUNT = ZERO
015200                 MOVE WS-NO-ACTIVITY-LINE TO REPORT-LINE
015300                 WRITE REPORT-LINE
015400             ELSE
015500                 PERFORM 3000-WRITE-TELLER-LINE
015600                     VARYING WS-TT-SUB FROM 1 BY 1
015700                     UNTIL WS-TT-SUB > WS-TT-COUNT
015701                 PERFORM 8000-WRITE-GRAND-TOTALS
015702             END-IF
015800         END-IF
015900         PERFORM 9000-CLOSE-FILES
016000     END-IF
019200     EXIT.
019300
019400******************************************************************
019500* 1100-READ-PARM - TAKE THE POSTING DATE TO REPORT FROM THE       *
019600*                  BUSINESS-DATE CONTROL FILE. A DATE ON THE      *
019700*                  TELLPARM CARD IS OPTIONAL BUT MUST AGREE WITH  *
019701*                  IT, OR THE RUN STOPS. THE BUSINESS DAY OPENS   *
019702*                  AFTER THE PRIOR BUSINESS DATE (THE DAY BEFORE  *
019703*                  WHEN THE CONTROL FILE HAS NONE).               *
019800******************************************************************
019900 1100-READ-PARM.
020000     MOVE 'TELLRPT' TO WS-BDAT-PROGRAM
020001     PERFORM 9600-READ-BUSINESS-DATE
020002     MOVE SPACES TO WS-BDAT-CARD-DATE-X
020100     READ TELL-PARM-FILE
020400         NOT AT END
020500             MOVE TELL-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
020600     END-READ
020700     MOVE 'TELLPARM' TO WS-BDAT-CARD-NAME
020800     PERFORM 9620-CHECK-CARD-DATE
020900     MOVE WS-BDAT-CURRENT-DATE TO WS-REPORT-DATE
021000     IF WS-BDAT-PRIOR-DATE NUMERIC
021100         AND WS-BDAT-PRIOR-DATE > ZERO
021101         MOVE WS-BDAT-PRIOR-DATE TO WS-WINDOW-FROM-DATE
021102     ELSE
021103         COMPUTE WS-WINDOW-FROM-DATE = WS-REPORT-DATE - 1
021104     END-IF.
021200 1100-READ-PARM-EXIT.
021300     EXIT.
021400
022500     EXIT.
022600
022700******************************************************************
022800* 2000-PROCESS-JOURNAL - ROLL ONE JOURNAL ENTRY OF THE BUSINESS   *
022900*                        DAY INTO ITS TELLER'S BUCKET             *
023000******************************************************************
023100 2000-PROCESS-JOURNAL.
023200     IF JRNL-POST-DATE > WS-WINDOW-FROM-DATE
023201         AND JRNL-POST-DATE NOT > WS-REPORT-DATE
023300         PERFORM 2300-LOCATE-TELLER-ENTRY
023400         IF ENTRY-FOUND
023500             PERFORM 2400-ACCUMULATE-ENTRY
030500         ADD 1 TO WS-TT-FEE-COUNT (WS-TT-FOUND-SUB)
030600         ADD 1 TO WS-GT-FEE-COUNT
030700     ELSE
030750     IF NOT JRNL-OP-LOAN-INTEREST
030800         ADD 1 TO WS-TT-TRAN-COUNT (WS-TT-FOUND-SUB)
030900         ADD 1 TO WS-GT-TRAN-COUNT
030950     END-IF
031000     END-IF
031010     IF JRNL-OVERRIDE-ID NOT = SPACES
031020         ADD 1 TO WS-TT-OVERRIDE-COUNT (WS-TT-FOUND-SUB)
032610         WHEN JRNL-OP-REVERSAL
032620             ADD JRNL-AMOUNT TO WS-TT-CREDITS (WS-TT-FOUND-SUB)
032630             ADD JRNL-AMOUNT TO WS-GT-CREDITS
032631         WHEN JRNL-OP-LOAN-INTEREST
032632             ADD JRNL-AMOUNT TO WS-TT-CREDITS (WS-TT-FOUND-SUB)
032633             ADD JRNL-AMOUNT TO WS-GT-CREDITS
032634         WHEN JRNL-OP-LOAN-PRINCIPAL
032635             ADD JRNL-AMOUNT TO WS-TT-CREDITS (WS-TT-FOUND-SUB)
032636             ADD JRNL-AMOUNT TO WS-GT-CREDITS
032637         WHEN JRNL-OP-LATE-FEE
032638             ADD JRNL-AMOUNT TO WS-TT-DEBITS (WS-TT-FOUND-SUB)
032639             ADD JRNL-AMOUNT TO WS-GT-DEBITS
032640         WHEN JRNL-OP-RECOVERY
032641             ADD JRNL-AMOUNT TO WS-TT-CREDITS (WS-TT-FOUND-SUB)
032642             ADD JRNL-AMOUNT TO WS-GT-CREDITS
032643         WHEN JRNL-OP-CHARGE-OFF
032644             ADD JRNL-AMOUNT TO WS-TT-CREDITS (WS-TT-FOUND-SUB)
032645             ADD JRNL-AMOUNT TO WS-GT-CREDITS
032646         WHEN JRNL-SOURCE-FEE
032647             ADD JRNL-AMOUNT TO WS-TT-DEBITS (WS-TT-FOUND-SUB)
032648             ADD JRNL-AMOUNT TO WS-GT-DEBITS
032700         WHEN OTHER
032800             CONTINUE
032900     END-EVALUATE.
037300     CLOSE REPORT-FILE.
037400 9000-CLOSE-FILES-EXIT.
037500     EXIT.
037501
037502     COPY BDATEPRC.
