000010******************************************************************
000020*    COPYBOOK    : HELDITEMREC
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE ROW OF THE HIGH-VALUE HOLD QUEUE (HOLDMST).  WHEN A ROW
000070*    PASSES EDIT BUT ITS CONVERTED AMOUNT IS OVER ITS CURRENCY'S
000080*    LIMTAB LIMIT, 10_COPYBOOK WRITES IT HERE INSTEAD OF TO
000090*    RPTOUT AND MSTROUT - THE RAW SAMPLE-DATA-REC IMAGE, THE
000100*    CONVERTED AMOUNT, THE LIMIT IT BROKE AND WHO SET THAT
000110*    LIMIT.  25_HOLDREL THEN RECORDS A SECOND PERSON'S DECISION
000120*    ON IT:
000130*      H  HELD      - WAITING FOR A DECISION
000140*      R  RELEASED  - 25_HOLDREL PUT THE IMAGE ON ITS RELEASE
000150*                     FILE FOR THE NEXT 10_COPYBOOK RUN
000160*      P  POSTED    - THAT RUN POSTED THE RELEASED ROW
000170*      X  REJECTED  - 25_HOLDREL SENT IT TO REJMSTR INSTEAD
000180*    THE ACTION FIELDS CARRY THE LAST DECISION - WHO, WHEN AND
000190*    WHY.  THE KEY IS THE RAW LP BYTES AS THEY ARRIVED, AS ON
000200*    REJMSTR; A LATER ROW HELD UNDER THE SAME KEY REPLACES THE
000210*    EARLIER ONE.  READ ONLINE BY 40_INQUIRY.  KSDS, RECORD KEY
000220*    HLD-VAR-LP, KEYS(8 0) RECORDSIZE(150 150).
000230*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT  DESCRIPTION
000260*    10/15/26   JH    INITIAL VERSION
000270******************************************************************
000280 01  HELD-ITEM-REC.
000290     02  HLD-VAR-LP              PIC X(08).
000300     02  HLD-STATUS              PIC X(01).
000310         88  HLD-HELD                         VALUE "H".
000320         88  HLD-RELEASED                     VALUE "R".
000330         88  HLD-POSTED                       VALUE "P".
000340         88  HLD-REJECTED                     VALUE "X".
000350     02  HLD-HELD-DATE           PIC 9(08).
000360     02  HLD-INPUT-DATA          PIC X(35).
000370     02  HLD-CONVERTED-AMT       PIC S9(11)V99
000380                 SIGN LEADING SEPARATE CHARACTER.
000390     02  HLD-LIMIT-AMT           PIC 9(11)V99.
000400     02  HLD-LIMIT-SET-BY        PIC X(08).
000410     02  HLD-ACTION-DATE         PIC 9(08).
000420     02  HLD-ACTION-BY           PIC X(08).
000430     02  HLD-ACTION-REASON       PIC X(40).
000440     02  FILLER                  PIC X(07).
