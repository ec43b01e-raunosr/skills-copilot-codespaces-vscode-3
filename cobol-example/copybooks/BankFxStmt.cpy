000010******************************************************************
000020*    COPYBOOK    : BANKFXSTMT
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE RECORD OF THE BANK'S DAILY FX STATEMENT (BANKFX, LRECL
000070*    40) AS TREASURY RECEIVES IT.  THE FILE OPENS WITH ONE "HD"
000080*    HEADER CARRYING THE STATEMENT DATE AND THE BANK'S OWN
000090*    IDENTIFIER, FOLLOWED BY ONE DETAIL LINE PER CURRENCY THE
000100*    BANK CONVERTED THAT DAY: THE TOTAL ORIGINAL-CURRENCY AMOUNT
000110*    (SIGNED, AS THE MASTER CARRIES IT) AND THE RATE THE BANK
000120*    APPLIED.  READ BY 17_FXRECON, WHICH TIES IT TO THE NIGHT'S
000130*    PER-CURRENCY TOTALS REBUILT FROM MSTROUT.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   JH    INITIAL VERSION
000180******************************************************************
000190 01  BANK-FX-DETAIL.
000200     02  BFD-CURRENCY-CODE       PIC X(03).
000210     02  FILLER                  PIC X(01).
000220     02  BFD-AMOUNT              PIC S9(11)V99
000230                 SIGN LEADING SEPARATE CHARACTER.
000240     02  FILLER                  PIC X(01).
000250     02  BFD-BANK-RATE           PIC 9(03)V9(04).
000260     02  FILLER                  PIC X(14).
000270*
000280 01  BANK-FX-HEADER REDEFINES BANK-FX-DETAIL.
000290     02  BFH-RECORD-ID           PIC X(02).
000300         88  BANK-HEADER-RECORD           VALUE "HD".
000310     02  BFH-STATEMENT-DATE      PIC 9(08).
000320     02  FILLER                  PIC X(01).
000330     02  BFH-BANK-ID             PIC X(10).
000340     02  FILLER                  PIC X(19).
