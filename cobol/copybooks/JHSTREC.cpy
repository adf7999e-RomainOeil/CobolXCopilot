000100******************************************************************
000200*    COPYBOOK:    JHSTREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000501*    PURPOSE:     RECORD LAYOUT FOR THE JOURNAL HISTORY FILE. A   *
000502*                 VSAM KSDS KEYED ON ACCOUNT ID, POST DATE, POST  *
000503*                 TIME, SEQUENCE SPACE AND JOURNAL SEQUENCE       *
000504*                 NUMBER. THE BATCH POSTING RUNS AND THE TELLER   *
000505*                 REGION EACH NUMBER THEIR OWN ENTRIES, SO ONE    *
000506*                 SEQUENCE NUMBER CAN TURN UP TWICE ON AN ACCOUNT *
000507*                 IN A DAY; THE SPACE BYTE (B = BATCH, O = ONLINE *
000508*                 TELLER) KEEPS THE TWO APART. EACH RECORD        *
000509*                 CARRIES THE FULL 100-BYTE JOURNAL RECORD        *
000510*                 (COPYBOOK JRNLMAS) OF EVERY ENTRY EVER POSTED,  *
000511*                 ACROSS ALL CYCLES. ONE                          *
001100*                 ACCOUNT'S ENTRIES SIT TOGETHER IN DATE ORDER,   *
001200*                 SO THE STATEMENT, TAX STATEMENT, TELLER HISTORY *
001300*                 AND REVERSAL LOOKUPS START ON THE ACCOUNT (AND  *
001400*                 DATE) AND READ FORWARD INSTEAD OF PASSING THE   *
001500*                 WHOLE JOURNAL. MOVE JHST-JOURNAL-IMAGE TO A     *
001600*                 JRNL-RECORD TO ADDRESS THE JOURNAL FIELDS. THE  *
001700*                 FILE IS LOADED AND REBUILT BY JRNLHIST FROM THE *
001800*                 ARCHIVE GENERATIONS AND THE CURRENT JOURNAL,    *
001900*                 ADDED TO NIGHTLY AFTER THE ONLINE JOURNAL DRAIN *
002000*                 AND WRITTEN AS EACH BATCH POSTING LANDS BY      *
002100*                 OPERATIONS.                                     *
002200*                                                                 *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ----------------------------------------   *
002600*    2026-10-05 DP    ORIGINAL COPYBOOK - JOURNAL HISTORY RECORD  *
002601*    2026-10-15 DP    KEY CARRIES POST TIME AND BATCH/ONLINE      *
002602*                     SEQUENCE SPACE                              *
002700******************************************************************
002800 01  JHST-RECORD.
002900     05  JHST-KEY.
003000         10  JHST-ACCT-ID            PIC X(10).
003100         10  JHST-POST-DATE          PIC 9(08).
003101         10  JHST-POST-TIME          PIC 9(08).
003102         10  JHST-SEQ-SPACE          PIC X(01).
003103             88  JHST-SEQ-BATCH               VALUE 'B'.
003104             88  JHST-SEQ-ONLINE              VALUE 'O'.
003200         10  JHST-SEQ-NO             PIC 9(09).
003300     05  JHST-JOURNAL-IMAGE          PIC X(100).
003301     05  FILLER                      PIC X(04).
