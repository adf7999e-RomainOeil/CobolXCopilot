002832*                     8000-EDIT-AMOUNT-FIELD BUT ONLY THE         *
002833*                     WORKING-STORAGE HALF (AMTEDTWS) WAS EVER    *
002834*                     COPIED IN.                                  *
002835*    2026-10-05 DP    MESSAGES FOR LOAN ACCOUNT REFUSALS          *
002836*                     45/46/47.                                   *
002837*    2026-10-05 DP    CASH MARKING. A CREDIT OR DEBIT MUST BE     *
002838*                     MARKED CASH (C) OR NON-CASH (N) IN THE NEW  *
002839*                     CASHF FIELD BEFORE IT POSTS; THE MARK IS    *
002840*                     PASSED TO TELLOPER, WHICH STAMPS IT ON THE  *
002841*                     JOURNAL FOR THE DAILY CTR RUN, AND IS       *
002842*                     CLEARED AFTER EVERY SCREEN SO EACH POSTING  *
002843*                     IS MARKED ON ITS OWN.                       *
002844*    2026-10-05 DP    THE NAME ECHO NOW COMES FROM THE NEW        *
002845*                     CUSTOMER INFORMATION FILE (CUSTMAS) THROUGH *
002846*                     THE ACCOUNT'S PRIMARY OWNER ON THE          *
002847*                     RELATIONSHIP FILE (RELMAS) INSTEAD OF THE   *
002848*                     MEMBER NAME/ADDRESS MASTER. NEW MEMBER      *
002849*                     INQUIRY - THE TELLER KEYS 'MEMBER' WITH THE *
002850*                     MEMBER NUMBER, OR 'TAXID ' WITH THE TAX ID, *
002851*                     IN THE REFERENCE FIELD AND GETS THE         *
002852*                     MEMBER'S NAME AND EVERY ACCOUNT THE MEMBER  *
002853*                     IS ON, WITH ROLE, TYPE, STATUS AND BALANCE, *
002854*                     FIVE TO A PAGE ON THE HST LINES (CURSOR IN  *
002855*                     THE COMMAREA).                              *
002856*    2026-10-05 DP    NEW 'ACCOUNT IS CHARGED OFF' MESSAGE FOR    *
002857*                     STATUS '48', AND THE MEMBER ACCOUNT LIST    *
002858*                     SHOWS A CHARGED-OFF ACCOUNT AS 'CHG OFF'.   *
002859*    2026-10-05 DP    HIST NOW LISTS THE ACCOUNT'S ENTRIES FROM   *
002860*                     THE JOURNAL HISTORY FILE (FILE JRNLHST,     *
002861*                     CLUSTER MEMBER.JOURNAL.HISTORY.KSDS,        *
002862*                     COPYBOOK JHSTREC), READ BY KEY (2205),      *
002863*                     AHEAD OF TODAY'S ONLINE ENTRIES FROM        *
002864*                     JRNLONL, SO THE TELLER CAN PAGE BACK PAST   *
002865*                     THE CURRENT CYCLE AND SEES BATCH POSTINGS   *
002866*                     TOO. THE 200-ENTRY WINDOW STILL KEEPS THE   *
002867*                     NEWEST.                                     *
002868*    2026-10-15 DP    HISTORY BROWSE STARTS ON THE KEY WITH POST  *
002869*                     TIME AND SEQUENCE SPACE                     *
002870******************************************************************
002871 PROGRAM-ID. Teller.
002900
003000 ENVIRONMENT DIVISION.
003100
003400 01  WS-MAPSET-NAME                  PIC X(07) VALUE 'TELLMAP'.
003500 01  WS-MAP-NAME                     PIC X(05) VALUE 'TELL1'.
003600 01  WS-TRANID                       PIC X(04) VALUE 'TELR'.
003610 01  WS-CUST-FILE-NAME               PIC X(08) VALUE 'CUSTMAS '.
003612 01  WS-JRNL-ONL-NAME                PIC X(08) VALUE 'JRNLONL '.
003614 01  WS-JRNL-RBA                     PIC S9(08) COMP VALUE ZERO.
003615 01  WS-JHST-FILE-NAME               PIC X(08) VALUE 'JRNLHST '.
003616 01  WS-CUST-TAX-PATH-NAME           PIC X(08) VALUE 'CUSTTAX '.
003617 01  WS-REL-FILE-NAME                PIC X(08) VALUE 'RELMAS  '.
003618 01  WS-REL-MBR-PATH-NAME            PIC X(08) VALUE 'RELMBR  '.
003619 01  WS-ACCT-FILE-NAME               PIC X(08) VALUE 'ACCTMAS '.
003620 01  WS-RESP                         PIC S9(08) COMP.
003700
003800 01  WS-OPERATION                    PIC X(06).
003910 01  WS-REFERENCE                    PIC X(10).
003915 01  WS-OVERRIDE-ID                  PIC X(08).
003920 01  WS-PASSED-SOURCE                PIC X(01) VALUE 'T'.
003921 01  WS-CASH-FLAG                    PIC X(01).
003922     88  CASH-MARK-KEYED                      VALUE 'C' 'N'.
003930
003940 01  WS-FIRST-COMMAREA.
003950     05  WS-FC-STATE                 PIC X(01) VALUE 'P'.
003960     05  WS-FC-TELLER-ID             PIC X(08) VALUE SPACES.
003962     05  WS-FC-HIST-ACCT             PIC X(10) VALUE SPACES.
003964     05  WS-FC-HIST-PAGE             PIC 9(02) VALUE ZERO.
003965     05  WS-FC-MBR-NO                PIC X(08) VALUE SPACES.
003966     05  WS-FC-MBR-PAGE              PIC 9(02) VALUE ZERO.
003970     05  FILLER                      PIC X(01) VALUE SPACES.
004000 01  WS-RETURNED-BALANCE             PIC S9(06)V99.
004100 01  WS-OPER-STATUS                  PIC X(02).
004200
004300 01  WS-BALANCE-EDIT                 PIC -(6)9.99.
004301
004302 01  WS-REL-BROWSE-STATE             PIC X(01).
004303     88  REL-BROWSE-DONE                      VALUE 'Y'.
004304 01  WS-REL-MBR-KEY                  PIC X(08).
004305 01  WS-LOOKUP-MEMBER-NO             PIC X(08).
004306 01  WS-MBR-ACCT-COUNT               PIC 9(03) COMP.
004307 01  WS-MBR-FIRST-ON-PAGE            PIC 9(03) COMP.
004308 01  WS-MBR-LAST-ON-PAGE             PIC 9(03) COMP.
004309 01  WS-MBR-LINE-NO                  PIC 9(01).
004310
004311 01  WS-MBR-LINE.
004312     05  WS-ML-ACCT-ID               PIC X(10).
004313     05  FILLER                      PIC X(02) VALUE SPACES.
004314     05  WS-ML-ROLE                  PIC X(11).
004315     05  FILLER                      PIC X(02) VALUE SPACES.
004316     05  WS-ML-TYPE                  PIC X(11).
004317     05  FILLER                      PIC X(02) VALUE SPACES.
004318     05  WS-ML-STATUS                PIC X(07).
004319     05  FILLER                      PIC X(02) VALUE SPACES.
004320     05  WS-ML-BALANCE               PIC -(6)9.99.
004321
004322 01  WS-MBR-PAGE-MSG.
004323     05  FILLER                      PIC X(07) VALUE 'MEMBER '.
004324     05  WS-MM-MEMBER-NO             PIC X(08).
004325     05  FILLER                      PIC X(03) VALUE ' - '.
004326     05  WS-MM-COUNT                 PIC ZZ9.
004327     05  FILLER                      PIC X(15) VALUE
004328         ' ACCOUNTS, PAGE'.
004329     05  WS-MM-PAGE                  PIC ZZ9.
004330     05  FILLER                      PIC X(27) VALUE
004331         ' - KEY AGAIN FOR NEXT PAGE '.
004400
004401 01  WS-HIST-BROWSE-STATE            PIC X(01).
004402     88  HIST-BROWSE-DONE                     VALUE 'Y'.
004494
004500     COPY AMTEDTWS.
004600
004601     COPY CUSTREC.
004602
004603     COPY RELREC.
004604
004605     COPY ACCTMAS.
004612
004614     COPY JRNLMAS.
004615
004616     COPY JHSTREC.
004620
004700     COPY TELLMAP.
004800
009540         MOVE SUPFI TO WS-OVERRIDE-ID
009550     END-IF
009560     MOVE SPACES TO SUPFO
009561     MOVE SPACE TO WS-CASH-FLAG
009562     IF WS-OPERATION = 'CREDIT' OR 'DEBIT '
009563         MOVE CASHFI TO WS-CASH-FLAG
009564     END-IF
009565     MOVE SPACES TO CASHFO
009566     IF WS-OPERATION NOT = 'MEMBER'
009567         AND WS-OPERATION NOT = 'TAXID '
009568         PERFORM 2050-SHOW-MEMBER-NAME
009569     END-IF
009600     MOVE AMTFI  TO WS-RAW-AMOUNT
009700     PERFORM 8000-EDIT-AMOUNT-FIELD
009710     IF TELR-TELLER-ID = SPACES
009720         MOVE 'SIGN ON FIRST - KEY YOUR TELLER ID' TO MSGFO
009721     ELSE
009722     IF WS-OPERATION = 'HIST  '
009723         PERFORM 2200-SHOW-HISTORY
009724     ELSE
009725     IF WS-OPERATION = 'MEMBER' OR 'TAXID '
009726         PERFORM 2300-SHOW-MEMBER-ACCOUNTS
009727     ELSE
009805     IF WS-OPERATION = 'REVERS' OR 'HOLDRL'
009806         MOVE ZERO TO WS-EDIT-AMOUNT
009807         PERFORM 2100-CALL-OPERATIONS
009810     IF WS-EDIT-INVALID
009900         MOVE 'AMOUNT IS NOT VALID - RE-ENTER' TO MSGFO
010000     ELSE
010010     IF (WS-OPERATION = 'CREDIT' OR 'DEBIT ')
010020         AND NOT CASH-MARK-KEYED
010030         MOVE 'MARK CASH C OR N FOR A CREDIT OR DEBIT' TO MSGFO
010040     ELSE
010100         PERFORM 2100-CALL-OPERATIONS
010101     END-IF
010102     END-IF
010200     END-IF
010205     END-IF
010207     END-IF
011294     EXIT.
011295
011310******************************************************************
011320*    2050-SHOW-MEMBER-NAME - FIND THE KEYED ACCOUNT'S PRIMARY     *
011330*    OWNER ON THE RELATIONSHIP FILE, READ THAT MEMBER'S ROW ON    *
011340*    THE CUSTOMER INFORMATION FILE AND ECHO THE NAME IN THE       *
011341*    NAMEF MAP FIELD, SO THE TELLER CAN SEE A WRONG-ACCOUNT       *
011350*    KEYING BEFORE THE POSTING GOES THROUGH. AN ACCOUNT WITH NO   *
011360*    PRIMARY OWNER ON FILE IS FLAGGED RATHER THAN LEFT BLANK.     *
011370******************************************************************
011371 2050-SHOW-MEMBER-NAME.
011372     MOVE SPACES TO WS-LOOKUP-MEMBER-NO
011373     MOVE 'N' TO WS-REL-BROWSE-STATE
011374     MOVE WS-ACCOUNT-ID TO REL-ACCT-ID
011375     MOVE LOW-VALUES TO REL-MEMBER-NO
011376     EXEC CICS STARTBR FILE(WS-REL-FILE-NAME)
011377             RIDFLD(REL-KEY)
011378             GTEQ
011385             RESP(WS-RESP)
011386     END-EXEC
011387     IF WS-RESP = DFHRESP(NORMAL)
011388         PERFORM 2060-FIND-PRIMARY-OWNER UNTIL REL-BROWSE-DONE
011389         EXEC CICS ENDBR FILE(WS-REL-FILE-NAME)
011390         END-EXEC
011395     END-IF
011396     MOVE 'NAME NOT ON FILE' TO NAMEFO
011397     IF WS-LOOKUP-MEMBER-NO NOT = SPACES
011398         MOVE WS-LOOKUP-MEMBER-NO TO CUST-MEMBER-NO
011399         EXEC CICS READ FILE(WS-CUST-FILE-NAME)
011400                 INTO(CUST-RECORD)
011401                 RIDFLD(CUST-MEMBER-NO)
011402                 RESP(WS-RESP)
011403         END-EXEC
011404         IF WS-RESP = DFHRESP(NORMAL)
011405             MOVE CUST-NAME TO NAMEFO
011406         END-IF
011407     END-IF.
011408 2050-SHOW-MEMBER-NAME-EXIT.
011409     EXIT.
011410
011411******************************************************************
011412*    2060-FIND-PRIMARY-OWNER - READ THE NEXT RELATIONSHIP ROW     *
011413*    AND STOP AT THE ACCOUNT'S PRIMARY OWNER OR THE END OF THE    *
011414*    ACCOUNT'S ROWS                                               *
011415******************************************************************
011416 2060-FIND-PRIMARY-OWNER.
011417     EXEC CICS READNEXT FILE(WS-REL-FILE-NAME)
011418             INTO(REL-RECORD)
011419             RIDFLD(REL-KEY)
011420             RESP(WS-RESP)
011421     END-EXEC
011422     IF WS-RESP NOT = DFHRESP(NORMAL)
011423         OR REL-ACCT-ID NOT = WS-ACCOUNT-ID
011424         SET REL-BROWSE-DONE TO TRUE
011425     ELSE
011426         IF REL-ROLE-PRIMARY
011427             MOVE REL-MEMBER-NO TO WS-LOOKUP-MEMBER-NO
011428             SET REL-BROWSE-DONE TO TRUE
011429         END-IF
011430     END-IF.
011431 2060-FIND-PRIMARY-OWNER-EXIT.
011432     EXIT.
011433
011434******************************************************************
011500*    2100-CALL-OPERATIONS - POSTS THE EDITED TRANSACTION VIA      *
011600*    TELLOPER, USING THE SAME POSTING RULES TESTRUNNER AND THE    *
011700*    BATCH DRIVER GET FROM OPERATIONS, AND FORMATS THE RESULT     *
012000     CALL 'TellOper' USING WS-OPERATION WS-ACCOUNT-ID
012100         WS-EDIT-AMOUNT WS-RETURNED-BALANCE WS-OPER-STATUS
012110         WS-REFERENCE TELR-TELLER-ID WS-PASSED-SOURCE
012120         WS-OVERRIDE-ID WS-CASH-FLAG
012200     MOVE WS-RETURNED-BALANCE TO WS-BALANCE-EDIT
012300     MOVE WS-BALANCE-EDIT TO BALFO
012400     EVALUATE WS-OPER-STATUS
013200             MOVE 'INVALID OPERATION CODE' TO MSGFO
013210         WHEN '40'
013220             MOVE 'ACCOUNT IS CLOSED' TO MSGFO
013221         WHEN '48'
013222             MOVE 'ACCOUNT IS CHARGED OFF' TO MSGFO
013230         WHEN '50'
013240             MOVE 'ORIGINAL ENTRY NOT FOUND - CHECK REFERENCE'
013250                 TO MSGFO
013301                 TO MSGFO
013302         WHEN '86'
013303             MOVE 'HOLD NOT FOUND - CHECK HOLD NUMBER' TO MSGFO
013304         WHEN '45'
013305             MOVE 'NOT ALLOWED ON A LOAN ACCOUNT' TO MSGFO
013306         WHEN '46'
013307             MOVE 'LOAN PAYMENT INVALID - CHECK AMOUNT/PAYOFF'
013308                 TO MSGFO
013309         WHEN '47'
013310             MOVE 'LOAN TERMS RECORD NOT FOUND' TO MSGFO
013311         WHEN OTHER
013400             MOVE 'TRANSACTION NOT POSTED' TO MSGFO
013500     END-EVALUATE.
013600 2100-CALL-OPERATIONS-EXIT.
013700     EXIT.
013710
013720******************************************************************
013721*    2200-SHOW-HISTORY - LIST THE KEYED ACCOUNT'S MOST RECENT     *
013722*    JOURNAL ENTRIES, NEWEST FIRST, FIVE TO A PAGE. KEYING HIST   *
013723*    AGAIN ON THE SAME ACCOUNT PAGES TO OLDER ENTRIES; A          *
013724*    DIFFERENT ACCOUNT (OR RUNNING OFF THE END) RESTARTS AT       *
013725*    PAGE ONE. EARLIER DAYS' ENTRIES COME FROM THE JOURNAL        *
013726*    HISTORY FILE BY KEY, AND TODAY'S ONLINE ENTRIES FROM THE     *
013727*    ONLINE JOURNAL ESDS - THE SAME TWO BROWSES THE REVERSAL      *
013728*    LOOKUP IN TELLOPER USES.                                     *
013729******************************************************************
013730 2200-SHOW-HISTORY.
013731     IF WS-ACCOUNT-ID = TELR-HIST-ACCT
013732         ADD 1 TO TELR-HIST-PAGE
013733     ELSE
013734         MOVE WS-ACCOUNT-ID TO TELR-HIST-ACCT
013735         MOVE 1 TO TELR-HIST-PAGE
013736     END-IF
013737     MOVE ZERO TO WS-HIST-COUNT
013738     PERFORM 2205-BROWSE-ACCOUNT-HISTORY
013739     PERFORM 2210-BROWSE-ONLINE-JOURNAL
013740     IF WS-HIST-COUNT = ZERO
013741         MOVE 'NO HISTORY ON FILE FOR THIS ACCOUNT'
013742             TO MSGFO
013743         MOVE SPACES TO TELR-HIST-ACCT
013744     ELSE
013745         COMPUTE WS-HIST-START = WS-HIST-COUNT
013746             - ((TELR-HIST-PAGE - 1) * WS-HIST-PAGE-SIZE)
013747         IF WS-HIST-START < 1
013748             MOVE 'END OF HISTORY - KEY HIST TO RESTART'
013749                 TO MSGFO
013750             MOVE SPACES TO TELR-HIST-ACCT
013751         ELSE
013752             PERFORM 2230-DISPLAY-HISTORY-PAGE
013753             MOVE TELR-HIST-PAGE TO WS-HM-PAGE
013754             MOVE WS-HIST-PAGE-MSG TO MSGFO
013755         END-IF
013756     END-IF.
013757 2200-SHOW-HISTORY-EXIT.
013758     EXIT.
013759
013760******************************************************************
013761*    2205-BROWSE-ACCOUNT-HISTORY - COLLECT THE KEYED ACCOUNT'S    *
013762*    ENTRIES FROM THE JOURNAL HISTORY FILE, OLDEST FIRST, BY A    *
013763*    KEYED BROWSE FROM THE ACCOUNT'S FIRST POSSIBLE KEY. THE      *
013764*    NIGHTLY JRNLDRN JOB ADDS EACH DAY'S ENTRIES TO THE FILE.     *
013765******************************************************************
013766 2205-BROWSE-ACCOUNT-HISTORY.
013767     MOVE 'N' TO WS-HIST-BROWSE-STATE
013768     MOVE WS-ACCOUNT-ID TO JHST-ACCT-ID
013769     MOVE ZERO TO JHST-POST-DATE
013770     MOVE ZERO TO JHST-POST-TIME
013771     MOVE LOW-VALUE TO JHST-SEQ-SPACE
013772     MOVE ZERO TO JHST-SEQ-NO
013773     EXEC CICS STARTBR FILE(WS-JHST-FILE-NAME)
013774             RIDFLD(JHST-KEY)
013775             GTEQ
013776             RESP(WS-RESP)
013777     END-EXEC
013778     IF WS-RESP NOT = DFHRESP(NORMAL)
013779         SET HIST-BROWSE-DONE TO TRUE
013780     END-IF
013781     PERFORM 2207-COLLECT-HISTORY-ENTRY UNTIL HIST-BROWSE-DONE
013782     IF WS-RESP = DFHRESP(NORMAL)
013783         OR WS-RESP = DFHRESP(ENDFILE)
013784         EXEC CICS ENDBR FILE(WS-JHST-FILE-NAME)
013785         END-EXEC
013786     END-IF.
013787 2205-BROWSE-ACCOUNT-HISTORY-EXIT.
013788     EXIT.
013789
013790******************************************************************
013791*    2207-COLLECT-HISTORY-ENTRY - KEEP ONE ENTRY OF THE HISTORY   *
013792*    BROWSE; THE BROWSE ENDS AT END OF FILE OR THE FIRST ENTRY    *
013793*    BELONGING TO ANOTHER ACCOUNT                                 *
013794******************************************************************
013795 2207-COLLECT-HISTORY-ENTRY.
013796     EXEC CICS READNEXT FILE(WS-JHST-FILE-NAME)
013797             INTO(JHST-RECORD)
013798             RIDFLD(JHST-KEY)
013799             RESP(WS-RESP)
013800     END-EXEC
013801     IF WS-RESP NOT = DFHRESP(NORMAL)
013802         SET HIST-BROWSE-DONE TO TRUE
013803     ELSE
013804         IF JHST-ACCT-ID NOT = WS-ACCOUNT-ID
013805             SET HIST-BROWSE-DONE TO TRUE
013806         ELSE
013807             MOVE JHST-JOURNAL-IMAGE TO JRNL-RECORD
013808             PERFORM 2222-KEEP-HISTORY-ENTRY
013809         END-IF
013810     END-IF.
013811 2207-COLLECT-HISTORY-ENTRY-EXIT.
013812     EXIT.
013813
013814******************************************************************
013815*    2210-BROWSE-ONLINE-JOURNAL - COLLECT EVERY ONLINE JOURNAL    *
013816*    ENTRY FOR THE KEYED ACCOUNT INTO THE HISTORY TABLE BY AN     *
013817*    RBA BROWSE FRONT TO BACK, AFTER THE HISTORY FILE'S ENTRIES.  *
013818******************************************************************
013819 2210-BROWSE-ONLINE-JOURNAL.
013820     MOVE 'N' TO WS-HIST-BROWSE-STATE
013821     MOVE ZERO TO WS-JRNL-RBA
013822     EXEC CICS STARTBR FILE(WS-JRNL-ONL-NAME)
013823             RIDFLD(WS-JRNL-RBA)
013824             RBA
013825             RESP(WS-RESP)
013826     END-EXEC
013827     IF WS-RESP NOT = DFHRESP(NORMAL)
013828         SET HIST-BROWSE-DONE TO TRUE
013829     END-IF
013830     PERFORM 2220-COLLECT-JOURNAL-ENTRY UNTIL HIST-BROWSE-DONE
013831     IF WS-RESP = DFHRESP(NORMAL)
013832         OR WS-RESP = DFHRESP(ENDFILE)
013833         EXEC CICS ENDBR FILE(WS-JRNL-ONL-NAME)
013834         END-EXEC
013835     END-IF.
013836 2210-BROWSE-ONLINE-JOURNAL-EXIT.
013837     EXIT.
013838
013839******************************************************************
013840*    2220-COLLECT-JOURNAL-ENTRY - EXAMINE ONE ENTRY OF THE        *
013841*    BROWSE AND KEEP IT IF IT BELONGS TO THE KEYED ACCOUNT        *
013842******************************************************************
013843 2220-COLLECT-JOURNAL-ENTRY.
013844     EXEC CICS READNEXT FILE(WS-JRNL-ONL-NAME)
013845             INTO(JRNL-RECORD)
013846             RIDFLD(WS-JRNL-RBA)
013847             RBA
013848             RESP(WS-RESP)
013849     END-EXEC
013850     IF WS-RESP NOT = DFHRESP(NORMAL)
013851         SET HIST-BROWSE-DONE TO TRUE
013852     ELSE
013853         IF JRNL-ACCT-ID = WS-ACCOUNT-ID
013854             PERFORM 2222-KEEP-HISTORY-ENTRY
013855         END-IF
013856     END-IF.
013857 2220-COLLECT-JOURNAL-ENTRY-EXIT.
013858     EXIT.
013859
013860******************************************************************
013861*    2222-KEEP-HISTORY-ENTRY - ADD THE JOURNAL ENTRY IN HAND TO   *
013862*    THE HISTORY TABLE. WHEN THE TABLE FILLS, THE OLDEST ENTRY    *
013863*    SLIDES OUT SO THE NEWEST ALWAYS SURVIVE.                     *
013864******************************************************************
013865 2222-KEEP-HISTORY-ENTRY.
013866     IF WS-HIST-COUNT < WS-HIST-MAX-ENTRIES
013867         ADD 1 TO WS-HIST-COUNT
013868     ELSE
013869         PERFORM 2225-SLIDE-HISTORY-ENTRY
013870             VARYING WS-HIST-SUB FROM 1 BY 1
013871             UNTIL WS-HIST-SUB >= WS-HIST-MAX-ENTRIES
013872     END-IF
013873     MOVE JRNL-SEQ-NO TO WS-HE-SEQ-NO (WS-HIST-COUNT)
013874     MOVE JRNL-POST-DATE
013875         TO WS-HE-POST-DATE (WS-HIST-COUNT)
013876     MOVE JRNL-POST-TIME
013877         TO WS-HE-POST-TIME (WS-HIST-COUNT)
013878     MOVE JRNL-OPERATION
013879         TO WS-HE-OPERATION (WS-HIST-COUNT)
013880     MOVE JRNL-AMOUNT TO WS-HE-AMOUNT (WS-HIST-COUNT)
013881     MOVE JRNL-RESULT-BALANCE
013882         TO WS-HE-BALANCE (WS-HIST-COUNT)
013883     MOVE JRNL-TELLER-ID
013884         TO WS-HE-TELLER-ID (WS-HIST-COUNT).
013885 2222-KEEP-HISTORY-ENTRY-EXIT.
013893     EXIT.
013894
013895******************************************************************
013952     EXIT.
013960
013970******************************************************************
014004*    2300-SHOW-MEMBER-ACCOUNTS - MEMBER INQUIRY. THE TELLER KEYS  *
014005*    'MEMBER' WITH THE MEMBER NUMBER, OR 'TAXID' WITH THE TAX ID, *
014006*    IN THE REFERENCE FIELD AND GETS THE MEMBER'S NAME AND EVERY  *
014007*    ACCOUNT THE MEMBER IS ON - ROLE, TYPE, STATUS AND BALANCE -  *
014008*    FIVE TO A PAGE. KEYING EITHER AGAIN FOR THE SAME MEMBER      *
014009*    PAGES ON; A DIFFERENT MEMBER (OR RUNNING OFF THE END)        *
014010*    RESTARTS AT PAGE ONE.                                        *
014011******************************************************************
014012 2300-SHOW-MEMBER-ACCOUNTS.
014013     PERFORM 2310-FIND-MEMBER
014014     IF WS-LOOKUP-MEMBER-NO = SPACES
014015         MOVE 'MEMBER NOT ON CUSTOMER FILE - CHECK REFERENCE'
014016             TO MSGFO
014017         MOVE SPACES TO TELR-MBR-NO
014018     ELSE
014019         MOVE CUST-NAME TO NAMEFO
014020         IF WS-LOOKUP-MEMBER-NO = TELR-MBR-NO
014021             ADD 1 TO TELR-MBR-PAGE
014022         ELSE
014023             MOVE WS-LOOKUP-MEMBER-NO TO TELR-MBR-NO
014024             MOVE 1 TO TELR-MBR-PAGE
014025         END-IF
014026         COMPUTE WS-MBR-FIRST-ON-PAGE =
014027             ((TELR-MBR-PAGE - 1) * WS-HIST-PAGE-SIZE) + 1
014028         COMPUTE WS-MBR-LAST-ON-PAGE =
014029             TELR-MBR-PAGE * WS-HIST-PAGE-SIZE
014030         MOVE ZERO TO WS-MBR-ACCT-COUNT
014031         MOVE ZERO TO WS-MBR-LINE-NO
014032         PERFORM 2320-BROWSE-MEMBER-ACCOUNTS
014033         IF WS-MBR-ACCT-COUNT = ZERO
014034             MOVE 'MEMBER HAS NO ACCOUNTS ON FILE' TO MSGFO
014035             MOVE SPACES TO TELR-MBR-NO
014036         ELSE
014037         IF WS-MBR-LINE-NO = ZERO
014038             MOVE 'END OF MEMBER ACCOUNTS - KEY AGAIN TO RESTART'
014039                 TO MSGFO
014040             MOVE SPACES TO TELR-MBR-NO
014041         ELSE
014042             MOVE WS-LOOKUP-MEMBER-NO TO WS-MM-MEMBER-NO
014043             MOVE WS-MBR-ACCT-COUNT TO WS-MM-COUNT
014044             MOVE TELR-MBR-PAGE TO WS-MM-PAGE
014045             MOVE WS-MBR-PAGE-MSG TO MSGFO
014046         END-IF
014047         END-IF
014048     END-IF.
014049 2300-SHOW-MEMBER-ACCOUNTS-EXIT.
014050     EXIT.
014051
014052******************************************************************
014053*    2310-FIND-MEMBER - READ THE MEMBER'S CUSTOMER ROW BY MEMBER  *
014054*    NUMBER, OR BY TAX ID THROUGH THE TAX ID PATH. WHEN MORE THAN *
014055*    ONE MEMBER SHARES A TAX ID (DUPKEY) THE FIRST IS SHOWN.      *
014056*    WS-LOOKUP-MEMBER-NO IS LEFT SPACES WHEN NOTHING IS FOUND.    *
014057******************************************************************
014058 2310-FIND-MEMBER.
014059     MOVE SPACES TO WS-LOOKUP-MEMBER-NO
014060     IF WS-OPERATION = 'MEMBER'
014061         MOVE WS-REFERENCE (1:8) TO CUST-MEMBER-NO
014062         EXEC CICS READ FILE(WS-CUST-FILE-NAME)
014063                 INTO(CUST-RECORD)
014064                 RIDFLD(CUST-MEMBER-NO)
014065                 RESP(WS-RESP)
014066         END-EXEC
014067     ELSE
014068         MOVE WS-REFERENCE (1:9) TO CUST-TAX-ID
014069         EXEC CICS READ FILE(WS-CUST-TAX-PATH-NAME)
014070                 INTO(CUST-RECORD)
014071                 RIDFLD(CUST-TAX-ID)
014072                 RESP(WS-RESP)
014073         END-EXEC
014074     END-IF
014075     IF WS-RESP = DFHRESP(NORMAL)
014076         OR WS-RESP = DFHRESP(DUPKEY)
014077         MOVE CUST-MEMBER-NO TO WS-LOOKUP-MEMBER-NO
014078     END-IF.
014079 2310-FIND-MEMBER-EXIT.
014080     EXIT.
014081
014082******************************************************************
014083*    2320-BROWSE-MEMBER-ACCOUNTS - BROWSE THE RELATIONSHIP FILE   *
014084*    THROUGH ITS MEMBER NUMBER PATH, COUNTING EVERY ACCOUNT THE   *
014085*    MEMBER IS ON AND FORMATTING THOSE THAT FALL ON THE PAGE      *
014086******************************************************************
014087 2320-BROWSE-MEMBER-ACCOUNTS.
014088     MOVE 'N' TO WS-REL-BROWSE-STATE
014089     MOVE WS-LOOKUP-MEMBER-NO TO WS-REL-MBR-KEY
014090     EXEC CICS STARTBR FILE(WS-REL-MBR-PATH-NAME)
014091             RIDFLD(WS-REL-MBR-KEY)
014092             EQUAL
014093             RESP(WS-RESP)
014094     END-EXEC
014095     IF WS-RESP = DFHRESP(NORMAL)
014096         PERFORM 2330-NEXT-MEMBER-ACCOUNT UNTIL REL-BROWSE-DONE
014097         EXEC CICS ENDBR FILE(WS-REL-MBR-PATH-NAME)
014098         END-EXEC
014099     END-IF.
014100 2320-BROWSE-MEMBER-ACCOUNTS-EXIT.
014101     EXIT.
014102
014103******************************************************************
014104*    2330-NEXT-MEMBER-ACCOUNT - READ THE MEMBER'S NEXT            *
014105*    RELATIONSHIP ROW. DUPKEY ONLY MEANS MORE ROWS FOLLOW FOR     *
014106*    THE SAME MEMBER.                                             *
014107******************************************************************
014108 2330-NEXT-MEMBER-ACCOUNT.
014109     EXEC CICS READNEXT FILE(WS-REL-MBR-PATH-NAME)
014110             INTO(REL-RECORD)
014111             RIDFLD(WS-REL-MBR-KEY)
014112             RESP(WS-RESP)
014113     END-EXEC
014114     IF (WS-RESP NOT = DFHRESP(NORMAL)
014115         AND WS-RESP NOT = DFHRESP(DUPKEY))
014116         OR REL-MEMBER-NO NOT = WS-LOOKUP-MEMBER-NO
014117         SET REL-BROWSE-DONE TO TRUE
014118     ELSE
014119         ADD 1 TO WS-MBR-ACCT-COUNT
014120         IF WS-MBR-ACCT-COUNT NOT < WS-MBR-FIRST-ON-PAGE
014121             AND WS-MBR-ACCT-COUNT NOT > WS-MBR-LAST-ON-PAGE
014122             PERFORM 2340-DISPLAY-MEMBER-ACCOUNT
014123         END-IF
014124     END-IF.
014125 2330-NEXT-MEMBER-ACCOUNT-EXIT.
014126     EXIT.
014127
014128******************************************************************
014129*    2340-DISPLAY-MEMBER-ACCOUNT - READ THE ACCOUNT MASTER FOR    *
014130*    ONE OF THE MEMBER'S ACCOUNTS AND FORMAT IT ONTO THE NEXT     *
014131*    FREE HST LINE                                                *
014132******************************************************************
014133 2340-DISPLAY-MEMBER-ACCOUNT.
014134     MOVE REL-ACCT-ID TO WS-ML-ACCT-ID
014135     EVALUATE TRUE
014136         WHEN REL-ROLE-PRIMARY
014137             MOVE 'PRIMARY' TO WS-ML-ROLE
014138         WHEN REL-ROLE-JOINT
014139             MOVE 'JOINT' TO WS-ML-ROLE
014140         WHEN OTHER
014141             MOVE 'BENEFICIARY' TO WS-ML-ROLE
014142     END-EVALUATE
014143     MOVE REL-ACCT-ID TO ACCT-ID
014144     EXEC CICS READ FILE(WS-ACCT-FILE-NAME)
014145             INTO(ACCT-MASTER-RECORD)
014146             RIDFLD(ACCT-ID)
014147             RESP(WS-RESP)
014148     END-EXEC
014149     IF WS-RESP = DFHRESP(NORMAL)
014150         EVALUATE TRUE
014151             WHEN ACCT-TYPE-SAVINGS
014152                 MOVE 'SAVINGS' TO WS-ML-TYPE
014153             WHEN ACCT-TYPE-CERTIFICATE
014154                 MOVE 'CERTIFICATE' TO WS-ML-TYPE
014155             WHEN ACCT-TYPE-LOAN
014156                 MOVE 'LOAN' TO WS-ML-TYPE
014157             WHEN OTHER
014158                 MOVE 'CHECKING' TO WS-ML-TYPE
014159         END-EVALUATE
014160         EVALUATE TRUE
014161             WHEN ACCT-CLOSED
014162                 MOVE 'CLOSED' TO WS-ML-STATUS
014163             WHEN ACCT-CHARGED-OFF
014164                 MOVE 'CHG OFF' TO WS-ML-STATUS
014165             WHEN ACCT-DORMANT
014166                 MOVE 'DORMANT' TO WS-ML-STATUS
014167             WHEN OTHER
014168                 MOVE 'ACTIVE' TO WS-ML-STATUS
014169         END-EVALUATE
014170         MOVE ACCT-BALANCE TO WS-ML-BALANCE
014171     ELSE
014172         MOVE 'NOT ON FILE' TO WS-ML-TYPE
014173         MOVE SPACES TO WS-ML-STATUS
014174         MOVE ZERO TO WS-ML-BALANCE
014175     END-IF
014176     ADD 1 TO WS-MBR-LINE-NO
014177     EVALUATE WS-MBR-LINE-NO
014178         WHEN 1
014179             MOVE WS-MBR-LINE TO HST1FO
014180         WHEN 2
014181             MOVE WS-MBR-LINE TO HST2FO
014182         WHEN 3
014183             MOVE WS-MBR-LINE TO HST3FO
014184         WHEN 4
014185             MOVE WS-MBR-LINE TO HST4FO
014186         WHEN OTHER
014187             MOVE WS-MBR-LINE TO HST5FO
014188     END-EVALUATE.
014189 2340-DISPLAY-MEMBER-ACCOUNT-EXIT.
014190     EXIT.
014191
014192******************************************************************
014193* SHARED AMOUNT-EDIT ROUTINE - SEE COPYBOOK AMTEDIT               *
014194******************************************************************
014195     COPY AMTEDIT.
