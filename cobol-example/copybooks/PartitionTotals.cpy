000010******************************************************************
000020*    COPYBOOK    : PARTITIONTOTALS
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE RECORD OF A PARTITION-TOTALS FILE (PARTTOT, LRECL 150).
000070*    EACH PARTITION OF A SPLIT 10_COPYBOOK RUN APPENDS ONE GROUP
000080*    TO ITS OWN PARTTOT AS ITS LAST ACT, AFTER EVERY ROW IS
000090*    COMMITTED - A PARTITION THAT ABENDS LEAVES NO GROUP:
000100*      PH  HEADER   - RANGE, COUNTS, CONTROL TOTALS, INPUT-SIDE
000110*                     HASHES, PAGES AND RESTART POINT
000120*      PC  CURRENCY - ONE PER CURRENCY-SUMMARY SLOT
000130*      PR  REGION   - ONE PER REGION-SUMMARY SLOT
000140*      PE  END      - RECORDS IN THE GROUP, PH AND PE INCLUDED
000150*    12_CONSOL ADDS THE GROUPS UP INTO THE RUN FOOTER, THE
000160*    SUMMARIES AND THE ONE RUNHIST RECORD, AND BALANCES THEM
000170*    AGAINST THE SAMPIN TRAILER.  A GROUP WITHOUT ITS PE IS
000180*    INCOMPLETE AND IS NOT COUNTED.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    10/15/26   JH    INITIAL VERSION
000230******************************************************************
000240 01  PARTITION-TOTALS-REC.
000250     02  PT-RECORD-TYPE          PIC X(02).
000260         88  PT-HEADER                        VALUE "PH".
000270         88  PT-CURRENCY-LINE                 VALUE "PC".
000280         88  PT-REGION-LINE                   VALUE "PR".
000290         88  PT-END                           VALUE "PE".
000300     02  PT-PARTITION-NO         PIC 9(02).
000310     02  PT-AS-OF-DATE           PIC 9(08).
000320     02  PT-DETAIL               PIC X(138).
000330*
000340*    PH - THE PARTITION'S SHARE OF THE RUN
000350     02  PT-HEADER-DETAIL REDEFINES PT-DETAIL.
000360         03  PT-LOW-LP           PIC 9(08).
000370         03  PT-HIGH-LP          PIC 9(08).
000380         03  PT-RUN-DATE         PIC 9(08).
000390         03  PT-RUN-TIME         PIC 9(06).
000400         03  PT-RECORD-COUNT     PIC 9(07).
000410         03  PT-REJECT-COUNT     PIC 9(07).
000420         03  PT-SKIPPED-COUNT    PIC 9(07).
000430         03  PT-HELD-COUNT       PIC 9(07).
000440         03  PT-RELEASED-COUNT   PIC 9(07).
000450         03  PT-NUMBER-TOTAL     PIC 9(13).
000460         03  PT-CURRENCY-TOTAL   PIC S9(11)V99
000470                 SIGN LEADING SEPARATE CHARACTER.
000480         03  PT-INPUT-NUMBER-HASH
000490                                 PIC 9(13).
000500         03  PT-INPUT-CURRENCY-HASH
000510                                 PIC S9(10)V99
000520                 SIGN LEADING SEPARATE CHARACTER.
000530         03  PT-PAGES-PRINTED    PIC 9(04).
000540         03  PT-RESTART-SW       PIC X(01).
000550         03  PT-CHECKPOINT-LP    PIC 9(08).
000560         03  FILLER              PIC X(07).
000570*
000580*    PC - ONE CURRENCY-SUMMARY SLOT
000590     02  PT-CURRENCY-DETAIL REDEFINES PT-DETAIL.
000600         03  PT-CUR-CODE         PIC X(03).
000610         03  PT-CUR-COUNT        PIC 9(07).
000620         03  PT-CUR-ORIG-TOTAL   PIC S9(11)V99
000630                 SIGN LEADING SEPARATE CHARACTER.
000640         03  PT-CUR-RATE         PIC 9(03)V9(04).
000650         03  PT-CUR-CONV-TOTAL   PIC S9(11)V99
000660                 SIGN LEADING SEPARATE CHARACTER.
000670         03  FILLER              PIC X(93).
000680*
000690*    PR - ONE REGION-SUMMARY SLOT
000700     02  PT-REGION-DETAIL REDEFINES PT-DETAIL.
000710         03  PT-REG-REGION       PIC X(03).
000720         03  PT-REG-COUNT        PIC 9(07).
000730         03  FILLER              PIC X(128).
000740*
000750*    PE - CLOSES THE GROUP
000760     02  PT-END-DETAIL REDEFINES PT-DETAIL.
000770         03  PT-GROUP-COUNT      PIC 9(04).
000780         03  FILLER              PIC X(134).
