000100******************************************************************
000200*    COPYBOOK:    CUSTREC                                        *
000300*    AUTHOR:      D. PRICHARD - SYSTEMS PROGRAMMING               *
000400*    DATE-WRITTEN: 2026-10-05                                     *
000500*                                                                 *
000600*    PURPOSE:     RECORD LAYOUT FOR THE CUSTOMER INFORMATION      *
000700*                 FILE. A VSAM KSDS KEYED ON CUST-MEMBER-NO, ONE  *
000800*                 ROW PER PERSON OR ORGANIZATION, HOLDING THE     *
000900*                 NAME, MAILING ADDRESS, TELEPHONE, DATE OF       *
001000*                 BIRTH AND TAXPAYER ID ONCE NO MATTER HOW MANY   *
001100*                 ACCOUNTS THE MEMBER OWNS. THE ACCOUNTS ARE      *
001200*                 TIED TO THE MEMBER BY THE RELATIONSHIP FILE     *
001300*                 (COPYBOOK RELREC). CUST-TAX-ID IS AN ALTERNATE  *
001400*                 KEY WITH DUPLICATES (PATH MEMBER.CUSTMAS.TAXID) *
001500*                 SO A MEMBER CAN BE FOUND BY TAXPAYER ID AND     *
001600*                 THE TAX STATEMENT RUN CAN GROUP EVERY MEMBER    *
001700*                 NUMBER CARRYING THE SAME ID. LOADED AND         *
001800*                 MAINTAINED BY CUSTLOAD.                         *
001900*                                                                 *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------- ----  ----------------------------------------   *
002300*    2026-10-05 DP    ORIGINAL COPYBOOK - CUSTOMER INFORMATION    *
002301*    2026-10-05 DP    CUST-STMT-DELIVERY CARVED FROM FILLER - 'E' *
002302*                     WHEN THE MEMBER TAKES ELECTRONIC            *
002303*                     STATEMENTS, 'P' OR SPACE FOR PAPER. THE     *
002304*                     MONTH-END SERVICE CHARGE RUN WAIVES A       *
002305*                     PAPER-STATEMENT FEE FOR AN ELECTRONIC       *
002306*                     MEMBER.                                     *
002400******************************************************************
002500 01  CUST-RECORD.
002600     05  CUST-MEMBER-NO              PIC X(08).
002700     05  CUST-TAX-ID                 PIC X(09).
002800     05  CUST-TAX-ID-TYPE            PIC X(01).
002900         88  CUST-TAX-ID-SSN                 VALUE 'S'.
003000         88  CUST-TAX-ID-EIN                 VALUE 'E'.
003100     05  CUST-NAME                   PIC X(30).
003200     05  CUST-ADDR-LINE-1            PIC X(30).
003300     05  CUST-ADDR-LINE-2            PIC X(30).
003400     05  CUST-CITY                   PIC X(20).
003500     05  CUST-STATE                  PIC X(02).
003600     05  CUST-ZIP                    PIC X(09).
003700     05  CUST-PHONE                  PIC X(10).
003800     05  CUST-BIRTH-DATE             PIC 9(08).
003900     05  CUST-STMT-DELIVERY          PIC X(01).
003901         88  CUST-STMT-PAPER                 VALUE 'P' ' '.
003902         88  CUST-STMT-ELECTRONIC            VALUE 'E'.
003903     05  FILLER                      PIC X(42).
