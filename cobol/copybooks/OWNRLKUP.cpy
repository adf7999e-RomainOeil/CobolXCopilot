000100******************************************************************
000200*    COPYBOOK:    OWNRLKUP                                       *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     SHARED ACCOUNT OWNER LOOKUP FOR BATCH PROGRAMS  *
000700*                 THAT ADDRESS A MEMBER BY ACCOUNT. COPY THIS     *
000800*                 MEMBER INTO THE PROCEDURE DIVISION, COPYBOOK    *
000900*                 OWNRLKWS INTO WORKING-STORAGE, AND SELECT       *
001000*                 CUSTOMER-FILE (COPYBOOK CUSTREC) AND            *
001100*                 RELATIONSHIP-FILE (COPYBOOK RELREC), BOTH       *
001200*                 INDEXED WITH DYNAMIC ACCESS AND THE OWNRLKWS    *
001300*                 STATUS FIELDS, OPENED INPUT OR I-O.             *
001400*                                                                 *
001500*                 MOVE THE ACCOUNT ID TO WS-OWN-ACCT-ID AND       *
001600*                 PERFORM 9500-LOOKUP-OWNER. THE ACCOUNT'S        *
001700*                 RELATIONSHIP ROWS ARE BROWSED: THE PRIMARY      *
001800*                 OWNER'S MEMBER NUMBER IS LEFT IN                *
001900*                 WS-OWN-MEMBER-NO (SPACES IF THERE IS NONE),     *
002000*                 THE NUMBER OF JOINT OWNERS IN                   *
002100*                 WS-OWN-JOINT-COUNT WITH THE FIRST THREE OF THEM *
002200*                 AND THEIR NAMES IN WS-OWN-JOINT-TABLE, AND THE  *
002300*                 PRIMARY OWNER'S CUSTOMER ROW IN CUST-RECORD     *
002400*                 WITH WS-OWNER-FOUND SET. BENEFICIARIES ARE NOT  *
002500*                 OWNERS AND ARE PASSED OVER.                     *
002600*                                                                 *
002700*    MODIFICATION HISTORY                                        *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------- ----  ----------------------------------------   *
003000*    2026-10-05 DP    ORIGINAL COPYBOOK - OWNER LOOKUP PARAGRAPHS *
003100******************************************************************
003200
003300******************************************************************
003400* 9500-LOOKUP-OWNER - FIND THE OWNERS OF ACCOUNT WS-OWN-ACCT-ID   *
003500*                     AND READ THE PRIMARY OWNER'S CUSTOMER ROW   *
003600******************************************************************
003700 9500-LOOKUP-OWNER.
003800     MOVE 'N' TO WS-OWN-STATE
003900     MOVE 'N' TO WS-OWN-SCAN-STATE
004000     MOVE SPACES TO WS-OWN-MEMBER-NO
004100     MOVE SPACES TO WS-OWN-JOINT-TABLE
004200     MOVE ZERO TO WS-OWN-JOINT-COUNT
004300     MOVE WS-OWN-ACCT-ID TO REL-ACCT-ID
004400     MOVE LOW-VALUES TO REL-MEMBER-NO
004500     START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
004600         INVALID KEY
004700             SET WS-OWN-SCAN-DONE TO TRUE
004800     END-START
004900     PERFORM 9510-SCAN-OWNER-RELATIONSHIP
005000         UNTIL WS-OWN-SCAN-DONE
005100     PERFORM 9520-READ-JOINT-NAME
005200         VARYING WS-OWN-SUB FROM 1 BY 1
005300         UNTIL WS-OWN-SUB > WS-OWN-JOINT-COUNT
005400            OR WS-OWN-SUB > WS-OWN-JOINT-MAX
005500     IF WS-OWN-MEMBER-NO NOT = SPACES
005600         MOVE WS-OWN-MEMBER-NO TO CUST-MEMBER-NO
005700         READ CUSTOMER-FILE
005800             INVALID KEY
005900                 CONTINUE
006000             NOT INVALID KEY
006100                 SET WS-OWNER-FOUND TO TRUE
006200         END-READ
006300     END-IF.
006400 9500-LOOKUP-OWNER-EXIT.
006500     EXIT.
006600
006700******************************************************************
006800* 9510-SCAN-OWNER-RELATIONSHIP - READ THE NEXT RELATIONSHIP ROW   *
006900*                                AND NOTE IT IF IT IS STILL FOR   *
007000*                                THE ACCOUNT                      *
007100******************************************************************
007200 9510-SCAN-OWNER-RELATIONSHIP.
007300     READ RELATIONSHIP-FILE NEXT RECORD
007400         AT END
007500             SET WS-OWN-SCAN-DONE TO TRUE
007600     END-READ
007700     IF NOT WS-OWN-SCAN-DONE
007800         IF NOT WS-REL-FILE-OK
007900             OR REL-ACCT-ID NOT = WS-OWN-ACCT-ID
008000             SET WS-OWN-SCAN-DONE TO TRUE
008100         ELSE
008200             EVALUATE TRUE
008300                 WHEN REL-ROLE-PRIMARY
008400                     MOVE REL-MEMBER-NO TO WS-OWN-MEMBER-NO
008500                 WHEN REL-ROLE-JOINT
008600                     ADD 1 TO WS-OWN-JOINT-COUNT
008700                     IF WS-OWN-JOINT-COUNT NOT > WS-OWN-JOINT-MAX
008800                         MOVE REL-MEMBER-NO
008900                             TO WS-OWN-JOINT-MEMBER-NO
009000                                 (WS-OWN-JOINT-COUNT)
009100                     END-IF
009200                 WHEN OTHER
009300                     CONTINUE
009400             END-EVALUATE
009500         END-IF
009600     END-IF.
009700 9510-SCAN-OWNER-RELATIONSHIP-EXIT.
009800     EXIT.
009900
010000******************************************************************
010100* 9520-READ-JOINT-NAME - PICK UP ONE JOINT OWNER'S NAME FROM THE  *
010200*                        CUSTOMER FILE                            *
010300******************************************************************
010400 9520-READ-JOINT-NAME.
010500     MOVE WS-OWN-JOINT-MEMBER-NO (WS-OWN-SUB) TO CUST-MEMBER-NO
010600     READ CUSTOMER-FILE
010700         INVALID KEY
010800             MOVE 'JOINT OWNER NOT ON FILE'
010900                 TO WS-OWN-JOINT-NAME (WS-OWN-SUB)
011000         NOT INVALID KEY
011100             MOVE CUST-NAME TO WS-OWN-JOINT-NAME (WS-OWN-SUB)
011200     END-READ.
011300 9520-READ-JOINT-NAME-EXIT.
011400     EXIT.
