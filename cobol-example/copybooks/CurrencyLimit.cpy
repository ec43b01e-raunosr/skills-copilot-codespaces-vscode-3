000010******************************************************************
000020*    COPYBOOK    : CURRENCYLIMIT
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE CARD OF THE HIGH-VALUE LIMIT TABLE (LIMTAB, LRECL 80) -
000070*    THE LARGEST CONVERTED (USD) AMOUNT, EITHER SIGN, THAT
000080*    10_COPYBOOK WILL POST UNSEEN FOR ONE CURRENCY CODE.  A ROW
000090*    OVER ITS LIMIT IS DIVERTED TO THE HOLDMST HOLD QUEUE AND
000100*    ONLY POSTS AFTER A SECOND PERSON RELEASES IT THROUGH
000110*    25_HOLDREL.  TREASURY OWNS THE CARDS AND SIGNS EACH ONE -
000120*    THE OPERATOR WHO SET A LIMIT MAY NOT RELEASE A ROW HELD
000130*    AGAINST IT.
000140*        COLS 01-03  CURRENCY CODE (SD-CURRENCY-CODE), OR "***"
000150*                    FOR THE DEFAULT LIMIT OF ANY CODE WITHOUT
000160*                    A CARD OF ITS OWN
000170*        COLS 05-17  LIMIT IN USD, 99999999999V99
000180*        COLS 19-26  OPERATOR ID OF WHOEVER SET THE LIMIT
000190*        COLS 28-35  DATE THE LIMIT WAS SET, YYYYMMDD
000200*    A CARD WITH "*" IN COL 1 IS A COMMENT AND IS SKIPPED.  A
000210*    CODE WITH NO CARD AND NO DEFAULT CARD IS NOT LIMITED.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    10/15/26   JH    INITIAL VERSION
000260******************************************************************
000270 01  CURRENCY-LIMIT-REC.
000280     02  LIM-CURRENCY-CODE       PIC X(03).
000290         88  LIM-DEFAULT-CARD                 VALUE "***".
000300     02  FILLER                  PIC X(01).
000310     02  LIM-LIMIT-AMOUNT        PIC X(13).
000320     02  LIM-LIMIT-AMOUNT-NUM REDEFINES LIM-LIMIT-AMOUNT
000330                                 PIC 9(11)V99.
000340     02  FILLER                  PIC X(01).
000350     02  LIM-SET-BY              PIC X(08).
000360     02  FILLER                  PIC X(01).
000370     02  LIM-SET-DATE            PIC X(08).
000380     02  LIM-SET-DATE-NUM REDEFINES LIM-SET-DATE.
000390         03  FILLER              PIC X(04).
000400         03  LIM-SET-MONTH       PIC 9(02).
000410         03  LIM-SET-DAY         PIC 9(02).
000420     02  FILLER                  PIC X(45).
