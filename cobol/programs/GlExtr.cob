000800*                                                                 *
000900*    PURPOSE:     GENERAL-LEDGER SETTLEMENT EXTRACT. READS THE    *
001000*                 TRANSACTION JOURNAL AND WRITES ONE SUMMARY      *
001100*                 RECORD PER OPERATION TYPE FOR THE BUSINESS DAY  *
001150*                 NAMED ON THE BUSDATE CONTROL FILE - EVERY POST  *
001200*                 DATE AFTER THE PRIOR BUSINESS DATE THROUGH THE  *
001201*                 CURRENT ONE, BOOKED UNDER THE BUSINESS DATE     *
001202*                 (COPYBOOK GLEXTR) - TOTAL CREDIT, TOTAL         *
001300*                 DEBIT, TOTAL OVERDRAFT FEE AND THE COUNT OF     *
001400*                 EACH - FOR ACCOUNTING'S LEDGER SYSTEM TO        *
001500*                 INGEST, REPLACING THE NIGHTLY HAND-KEYING FROM  *
002596*                     ENTRIES NOW SUMMARIZE INTO THEIR OWN        *
002597*                     BUCKET AND ROLL INTO THE OD-FEE PROOF       *
002598*                     TOTAL WITH THE OTHER FEE INCOME.            *
002599*    2026-10-05 DP    AN ACH CREDIT OR DEBIT (SOURCE 'A') NOW     *
002600*                     SUMMARIZES UNDER ITS OWN 'ACHCR ' OR        *
002601*                     'ACHDB ' BUCKET SO SETTLEMENT WITH THE ACH  *
002602*                     OPERATOR CAN BE BOOKED TO ITS OWN CLEARING  *
002603*                     LINE. BOTH STILL ROLL INTO THE CREDIT AND   *
002604*                     DEBIT PROOF TOTALS.                         *
002605*    2026-10-05 DP    INSTALLMENT LOAN ENTRIES SUMMARIZE UNDER    *
002606*                     THEIR OWN BUCKETS - 'LNINT ' (LOAN INTEREST *
002607*                     INCOME) AND 'LNPRIN' (PRINCIPAL REPAID),    *
002608*                     BOTH IN THE CREDIT TOTAL, AND 'LATEFE'      *
002609*                     (LATE CHARGES) IN THE FEE TOTAL.            *
002610*    2026-10-05 DP    A SCHEDULED SERVICE CHARGE FROM THE         *
002611*                     MONTH-END SERVICE CHARGE RUN (SOURCE 'F',   *
002612*                     OPERATION = ITS FEE CODE FROM THE FEE       *
002613*                     SCHEDULE) NOW SUMMARIZES UNDER A BUCKET OF  *
002614*                     ITS OWN FEE CODE, SO EACH FEE BOOKS TO ITS  *
002615*                     OWN INCOME LINE. ALL ROLL INTO THE FEE      *
002616*                     TOTAL.                                      *
002617*    2026-10-05 DP    CHARGE-OFFS ('CHGOFF') AND RECOVERIES ON    *
002618*                     CHARGED-OFF ACCOUNTS ('RECOVR') SUMMARIZE   *
002619*                     UNDER THEIR OWN BUCKETS SO THE ALLOWANCE    *
002620*                     FOR LOSSES CAN BE BOOKED, EACH WITH ITS OWN *
002621*                     PROOF TOTAL; NEITHER ROLLS INTO THE CREDIT  *
002622*                     TOTAL.                                      *
002623*    2026-10-05 DP    THE POSTING DATE NOW COMES FROM THE BUSDATE *
002624*                     CONTROL FILE; A GLPARM DATE THAT DISAGREES  *
002625*                     STOPS THE RUN (RC 16).                      *
002626*    2026-10-15 DP    ENTRIES ARE NOW SELECTED BY BUSINESS DAY -  *
002627*                     POST DATE AFTER THE PRIOR BUSINESS DATE AND *
002628*                     NOT AFTER THE CURRENT ONE - AND BOOKED      *
002629*                     UNDER THE BUSINESS DATE, SO A TELLER ENTRY  *
002630*                     STAMPED AFTER MIDNIGHT OR ON A WEEKEND OR   *
002631*                     HOLIDAY SETTLES WITH ITS BUSINESS DAY       *
002632*                     INSTEAD OF FALLING OUT OF EVERY EXTRACT.    *
002633*    2026-10-15 DP    PARM-CARD DATE IS MOVED AS KEYED SO A BLANK *
002634*                     DATE IS NOT REFUSED AS A BAD DATE           *
002635******************************************************************
002700 PROGRAM-ID. GlExtr.
002800
002900 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-RPT-FILE-STATUS.
004300
004301     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004302         ORGANIZATION IS SEQUENTIAL
004303         FILE STATUS IS WS-BDAT-FILE-STATUS.
004304
004400 DATA DIVISION.
004500 FILE SECTION.
004510 FD  GL-PARM-FILE.
005100
005200 FD  REPORT-FILE.
005300 01  REPORT-LINE                     PIC X(80).
005301
005302 FD  BUSINESS-DATE-FILE.
005303     COPY BDATREC.
005400
005500 WORKING-STORAGE SECTION.
005510 01  WS-PARM-FILE-STATUS             PIC X(02).
007000     88  ENTRY-FOUND                          VALUE 'Y'.
007100
007150 01  WS-REPORT-DATE                  PIC 9(08).
007151 01  WS-WINDOW-FROM-DATE             PIC 9(08).
007152
007153     COPY BDATEWS.
007154
007155 01  WS-BUCKET-OPER                  PIC X(06).
007160
007200 01  WS-GL-MAX-ENTRIES               PIC 9(05) COMP VALUE 200.
008900     05  WS-TOTAL-FEES               PIC S9(9)V99 COMP-3
009000                                     VALUE ZERO.
009010     05  WS-TOTAL-REVERSALS          PIC S9(9)V99 COMP-3
009011                                     VALUE ZERO.
009012     05  WS-TOTAL-CHARGE-OFFS        PIC S9(9)V99 COMP-3
009013                                     VALUE ZERO.
009014     05  WS-TOTAL-RECOVERIES         PIC S9(9)V99 COMP-3
009020                                     VALUE ZERO.
009100     05  WS-JRNL-READ-COUNT          PIC 9(07) VALUE ZERO.
009200     05  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
013003         'PROOF TOTAL REVERSALS '.
013004     05  WS-TL-REVERSALS             PIC -(9)9.99.
013005
013006 01  WS-TOTAL-LINE-6.
013007     05  FILLER                      PIC X(22) VALUE
013008         'PROOF TOTAL CHGOFFS   '.
013009     05  WS-TL-CHARGE-OFFS           PIC -(9)9.99.
013010
013011 01  WS-TOTAL-LINE-7.
013012     05  FILLER                      PIC X(22) VALUE
013013         'PROOF TOTAL RECOVERIES'.
013014     05  WS-TL-RECOVERIES            PIC -(9)9.99.
013015
013016 01  WS-ABANDONED-LINE               PIC X(45) VALUE
013020     '** SUMMARY TABLE FULL - EXTRACT IS INCOMPLETE'.
013030
013100 01  WS-TOTAL-LINE-4.
014700     PERFORM 1000-OPEN-FILES
014800     IF NOT OPEN-FAILED
014850         PERFORM 1100-READ-PARM
014900         IF NOT WS-BDAT-RUN-STOPPED
015000             PERFORM 1200-WRITE-HEADINGS
015100             PERFORM 2100-READ-JOURNAL
015200             PERFORM 2000-SUMMARIZE-JOURNAL UNTIL WS-JRNL-FILE-EOF
015300             PERFORM 3000-WRITE-SUMMARY-LINE
015400                 VARYING WS-GL-SUB FROM 1 BY 1
015500                 UNTIL WS-GL-SUB > WS-GL-COUNT
015501             PERFORM 8000-WRITE-TOTALS
015502         END-IF
015600         PERFORM 9000-CLOSE-FILES
015700     END-IF
015800     STOP RUN.
018900     EXIT.
018910
018920******************************************************************
018930* 1100-READ-PARM - TAKE THE POSTING DATE TO EXTRACT FROM THE      *
018940*                  BUSINESS-DATE CONTROL FILE. A DATE ON THE      *
018950*                  GLPARM CARD IS OPTIONAL BUT MUST AGREE WITH    *
018951*                  IT, OR THE RUN STOPS. THE BUSINESS DAY OPENS   *
018952*                  AFTER THE PRIOR BUSINESS DATE (THE DAY BEFORE  *
018953*                  WHEN THE CONTROL FILE HAS NONE).               *
018960******************************************************************
018961 1100-READ-PARM.
018962     MOVE 'GLEXTR' TO WS-BDAT-PROGRAM
018963     PERFORM 9600-READ-BUSINESS-DATE
018964     MOVE SPACES TO WS-BDAT-CARD-DATE-X
018965     READ GL-PARM-FILE
018966         NOT AT END
018967             MOVE GL-PARM-RECORD (1:8) TO WS-BDAT-CARD-DATE-X
018968     END-READ
018969     MOVE 'GLPARM' TO WS-BDAT-CARD-NAME
018970     PERFORM 9620-CHECK-CARD-DATE
018971     MOVE WS-BDAT-CURRENT-DATE TO WS-REPORT-DATE
018972     IF WS-BDAT-PRIOR-DATE NUMERIC
018973         AND WS-BDAT-PRIOR-DATE > ZERO
018974         MOVE WS-BDAT-PRIOR-DATE TO WS-WINDOW-FROM-DATE
018975     ELSE
018976         COMPUTE WS-WINDOW-FROM-DATE = WS-REPORT-DATE - 1
018977     END-IF.
018984 1100-READ-PARM-EXIT.
018985     EXIT.
019000
020000     EXIT.
020100
020200******************************************************************
020300* 2000-SUMMARIZE-JOURNAL - ROLL ONE JOURNAL RECORD OF THE         *
020400*                          BUSINESS DAY INTO ITS OPERATION        *
020401*                          SUMMARY BUCKET                         *
020500******************************************************************
020600 2000-SUMMARIZE-JOURNAL.
020700     ADD 1 TO WS-JRNL-READ-COUNT
020750     IF JRNL-POST-DATE NOT > WS-WINDOW-FROM-DATE
020751         OR JRNL-POST-DATE > WS-REPORT-DATE
020760         ADD 1 TO WS-OTHER-DATE-COUNT
020770     ELSE
020800     IF JRNL-OP-CREDIT OR JRNL-OP-DEBIT
020900         OR JRNL-OP-OVERDRAFT-FEE OR JRNL-OP-REVERSAL
020905         OR JRNL-OP-EARLY-WD-PENALTY
020910         OR JRNL-OP-XFER-DEBIT OR JRNL-OP-XFER-CREDIT
020911         OR JRNL-OP-LOAN-INTEREST OR JRNL-OP-LOAN-PRINCIPAL
020912         OR JRNL-OP-LATE-FEE
020913         OR JRNL-OP-CHARGE-OFF OR JRNL-OP-RECOVERY
020914         OR JRNL-SOURCE-FEE
020920         MOVE JRNL-OPERATION TO WS-BUCKET-OPER
020930         IF JRNL-OP-CREDIT AND JRNL-SOURCE-INTEREST
020940             MOVE 'INTCR ' TO WS-BUCKET-OPER
020941         END-IF
020942         IF JRNL-OP-CREDIT AND JRNL-SOURCE-ACH
020943             MOVE 'ACHCR ' TO WS-BUCKET-OPER
020944         END-IF
020945         IF JRNL-OP-DEBIT AND JRNL-SOURCE-ACH
020946             MOVE 'ACHDB ' TO WS-BUCKET-OPER
020950         END-IF
021000         PERFORM 2300-LOCATE-SUMMARY-ENTRY
021100         IF ENTRY-FOUND
023200     EXIT.
023300
023400******************************************************************
023500* 2300-LOCATE-SUMMARY-ENTRY - FIND THE BUCKET FOR THE BUSINESS    *
023600*                             DATE AND THIS RECORD'S OPERATION    *
023700*                             TYPE, CREATING AN EMPTY ONE ON      *
023701*                             FIRST USE                           *
023800******************************************************************
023900 2300-LOCATE-SUMMARY-ENTRY.
024000     MOVE 'N' TO WS-ENTRY-FOUND
024500         IF WS-GL-COUNT < WS-GL-MAX-ENTRIES
024600             ADD 1 TO WS-GL-COUNT
024700             MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
024800             MOVE WS-REPORT-DATE
024900                 TO WS-GL-DATE (WS-GL-FOUND-SUB)
025000             MOVE WS-BUCKET-OPER
025100                 TO WS-GL-OPER (WS-GL-FOUND-SUB)
026300     EXIT.
026400
026500******************************************************************
026600* 2310-SCAN-SUMMARY-TABLE - TEST ONE BUCKET FOR THE BUSINESS      *
026700*                           DATE AND THIS RECORD'S OPERATION      *
026800******************************************************************
026900 2310-SCAN-SUMMARY-TABLE.
027000     IF WS-GL-DATE (WS-GL-SUB) = WS-REPORT-DATE
027100         AND WS-GL-OPER (WS-GL-SUB) = WS-BUCKET-OPER
027200         MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
027300         SET ENTRY-FOUND TO TRUE
028806             ADD JRNL-AMOUNT TO WS-TOTAL-FEES
028810         WHEN JRNL-OP-REVERSAL
028820             ADD JRNL-AMOUNT TO WS-TOTAL-REVERSALS
028821         WHEN JRNL-OP-LOAN-INTEREST
028822             ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
028823         WHEN JRNL-OP-LOAN-PRINCIPAL
028824             ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
028825         WHEN JRNL-OP-LATE-FEE
028826             ADD JRNL-AMOUNT TO WS-TOTAL-FEES
028827         WHEN JRNL-OP-CHARGE-OFF
028828             ADD JRNL-AMOUNT TO WS-TOTAL-CHARGE-OFFS
028829         WHEN JRNL-OP-RECOVERY
028830             ADD JRNL-AMOUNT TO WS-TOTAL-RECOVERIES
028831         WHEN JRNL-SOURCE-FEE
028832             ADD JRNL-AMOUNT TO WS-TOTAL-FEES
028900     END-EVALUATE.
029000 2500-ACCUMULATE-TOTALS-EXIT.
029100     EXIT.
032510     MOVE WS-TOTAL-REVERSALS TO WS-TL-REVERSALS
032520     MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
032530     WRITE REPORT-LINE
032531     MOVE WS-TOTAL-CHARGE-OFFS TO WS-TL-CHARGE-OFFS
032532     MOVE WS-TOTAL-LINE-6 TO REPORT-LINE
032533     WRITE REPORT-LINE
032534     MOVE WS-TOTAL-RECOVERIES TO WS-TL-RECOVERIES
032535     MOVE WS-TOTAL-LINE-7 TO REPORT-LINE
032536     WRITE REPORT-LINE
032600     MOVE WS-JRNL-READ-COUNT TO WS-TL-READ
032700     MOVE WS-SKIPPED-COUNT TO WS-TL-SKIPPED
032710     MOVE WS-OTHER-DATE-COUNT TO WS-TL-OTHER-DATES
033900     CLOSE REPORT-FILE.
034000 9000-CLOSE-FILES-EXIT.
034100     EXIT.
034101
034102     COPY BDATEPRC.
