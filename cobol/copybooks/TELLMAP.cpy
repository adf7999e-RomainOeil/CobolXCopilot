001640*                     NAMED DFHMDF REGARDLESS OF ATTRB - THESE    *
001650*                     WERE MISSING AND SHIFTED EVERY FIELD FROM   *
001660*                     OPERFL ONWARD OUT OF ITS PHYSICAL-MAP SLOT. *
001661*    2026-10-05 DP    ADDED THE SLOT GROUPS FOR CASHL AND CASHF,  *
001662*                     THE CASH/NON-CASH MARK ON A CREDIT OR       *
001663*                     DEBIT.                                      *
001700******************************************************************
001800 01  TELL1I.
001900     05  FILLER                      PIC X(12).
003200     05  AMTFF                       PIC X.
003300     05  FILLER REDEFINES AMTFF.
003400         10  AMTFA                   PIC X.
003401     05  AMTFI                       PIC X(08).
003402     05  CASHLL                      COMP PIC S9(4).
003403     05  CASHLF                      PIC X.
003404     05  FILLER REDEFINES CASHLF.
003405         10  CASHLA                  PIC X.
003406     05  CASHLI                      PIC X(15).
003407     05  CASHFL                      COMP PIC S9(4).
003408     05  CASHFF                      PIC X.
003409     05  FILLER REDEFINES CASHFF.
003410         10  CASHFA                  PIC X.
003411     05  CASHFI                      PIC X(01).
003502     05  REFLL                       COMP PIC S9(4).
003503     05  REFLF                       PIC X.
003504     05  FILLER REDEFINES REFLF.
005210     05  FILLER                      PIC X(03).
005220     05  AMTLO                       PIC X(15).
005300     05  FILLER                      PIC X(03).
005301     05  AMTFO                       PIC X(08).
005302     05  FILLER                      PIC X(03).
005303     05  CASHLO                      PIC X(15).
005304     05  FILLER                      PIC X(03).
005305     05  CASHFO                      PIC X(01).
005306     05  FILLER                      PIC X(03).
005404     05  REFLO                       PIC X(15).
005406     05  FILLER                      PIC X(03).
005408     05  REFFO                       PIC X(10).
