000010******************************************************************
000020*    COPYBOOK    : FXOPENITEM
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE UNRESOLVED BREAK FROM THE FX RECONCILIATION (OPENITEM
000070*    FILE, LRECL 80).  17_FXRECON READS YESTERDAY'S GENERATION
000080*    (OPNOLD), CARRIES EVERY BREAK NOT YET CLEARED, AGES IT
000090*    FROM THE DATE IT FIRST BROKE, AND APPENDS TONIGHT'S NEW
000100*    BREAKS TO THE NEXT GENERATION (OPNNEW), SO A BREAK STILL
000110*    OPEN TOMORROW SHOWS UP AGAIN WITH ITS AGE.  A BREAK LEAVES
000120*    THE FILE ONLY ON A TREASURY CLEAR CARD, OR WHEN THE SAME
000130*    RUN DATE IS RECONCILED AGAIN (THE RERUN'S RESULT REPLACES
000140*    IT).  SEQUENTIAL, BREAK-DATE ORDER.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    10/15/26   JH    INITIAL VERSION
000190******************************************************************
000200 01  FX-OPEN-ITEM-REC.
000210     02  OI-BREAK-DATE           PIC 9(08).
000220     02  OI-CURRENCY-CODE        PIC X(03).
000230     02  OI-BREAK-TYPE           PIC X(01).
000240         88  OI-OUT-OF-TOLERANCE          VALUE "T".
000250         88  OI-NOT-ON-STATEMENT          VALUE "B".
000260         88  OI-STATEMENT-ONLY            VALUE "S".
000270     02  OI-OUR-AMOUNT           PIC S9(11)V99
000280                 SIGN LEADING SEPARATE CHARACTER.
000290     02  OI-BANK-AMOUNT          PIC S9(11)V99
000300                 SIGN LEADING SEPARATE CHARACTER.
000310     02  OI-OUR-RATE             PIC 9(03)V9(04).
000320     02  OI-BANK-RATE            PIC 9(03)V9(04).
000330     02  OI-USD-DIFFERENCE       PIC S9(11)V99
000340                 SIGN LEADING SEPARATE CHARACTER.
000350     02  FILLER                  PIC X(12).
