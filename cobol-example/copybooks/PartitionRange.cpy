000010******************************************************************
000020*    COPYBOOK    : PARTITIONRANGE
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE CARD OF THE PARTITION CONTROL FILE (PARTCTL, LRECL 80) -
000070*    THE VAR-LP RANGE ONE PARTITION OF A SPLIT 10_COPYBOOK RUN
000080*    PROCESSES.  READ BY EVERY PARTITION, TO FIND ITS OWN SLICE,
000090*    AND BY 12_CONSOL, TO KNOW WHICH PARTITIONS MUST REPORT.
000100*        COLS 01-02  PARTITION NUMBER, 01-20
000110*        COLS 04-11  LOWEST VAR-LP IN THE PARTITION, 99999999
000120*        COLS 13-20  HIGHEST VAR-LP IN THE PARTITION, 99999999
000130*    THE CARDS RUN IN PARTITION-NUMBER ORDER FROM 01 WITH NO
000140*    GAPS; THE FIRST STARTS AT 00000000, EACH NEXT ONE STARTS ONE
000150*    PAST THE HIGH OF THE ONE BEFORE, AND THE LAST ENDS AT
000160*    99999999, SO EVERY NUMERIC VAR-LP FALLS IN EXACTLY ONE
000170*    PARTITION.  A ROW WHOSE VAR-LP IS NOT NUMERIC BELONGS TO
000180*    PARTITION 01, WHICH REJECTS IT.  A CARD WITH "*" IN COL 1
000190*    IS A COMMENT AND IS SKIPPED.  OPERATIONS REBALANCES THE
000200*    RANGES BY EDITING THE CARDS - NO PROGRAM CHANGE.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    10/15/26   JH    INITIAL VERSION
000250******************************************************************
000260 01  PARTITION-RANGE-REC.
000270     02  PRC-PARTITION-NO        PIC X(02).
000280     02  PRC-PARTITION-NO-NUM REDEFINES PRC-PARTITION-NO
000290                                 PIC 9(02).
000300     02  FILLER                  PIC X(01).
000310     02  PRC-LOW-LP              PIC X(08).
000320     02  PRC-LOW-LP-NUM REDEFINES PRC-LOW-LP
000330                                 PIC 9(08).
000340     02  FILLER                  PIC X(01).
000350     02  PRC-HIGH-LP             PIC X(08).
000360     02  PRC-HIGH-LP-NUM REDEFINES PRC-HIGH-LP
000370                                 PIC 9(08).
000380     02  FILLER                  PIC X(60).
