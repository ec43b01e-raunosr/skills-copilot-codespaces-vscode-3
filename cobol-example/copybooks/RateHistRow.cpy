000010******************************************************************
000020*    COPYBOOK    : RATEHISTROW
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE ROW OF THE RATE HISTORY (RATEHIST) - EVERY RATE OF
000070*    EVERY RATETAB THAT PASSED 05_RATEDIT, KEYED ON CURRENCY
000080*    CODE AND THE TABLE'S EFFECTIVE DATE, SO A RATE SURVIVES
000090*    THE NEXT MORNING'S TABLE.  WRITTEN BY 05_RATEDIT ON RC<8
000100*    (A RERUN OF THE SAME TABLE REPLACES ITS ROWS), READ BY
000110*    18_REVAL FOR THE MONTH-END RATE.  KSDS, RECORD KEY RTH-KEY
000120*    (OFFSET 0 LENGTH 11), LRECL 50.  THE AS-OF DATE IS THE
000130*    EDIT RUN THAT KEPT THE ROW, THE KEPT DATE AND TIME WHEN.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   JH    INITIAL VERSION
000180******************************************************************
000190 01  RATE-HIST-REC.
000200     02  RTH-KEY.
000210         03  RTH-CURRENCY-CODE   PIC X(03).
000220         03  RTH-EFFECTIVE-DATE  PIC 9(08).
000230     02  RTH-RATE                PIC 9(03)V9(04).
000240     02  RTH-AS-OF-DATE          PIC 9(08).
000250     02  RTH-KEPT-DATE           PIC 9(08).
000260     02  RTH-KEPT-TIME           PIC 9(06).
000270     02  FILLER                  PIC X(10).
