000010******************************************************************
000020*    COPYBOOK    : CHANGEJOURNAL
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE ENTRY OF THE AFTER-IMAGE CHANGE JOURNAL (CHGJRNL).  EVERY
000070*    PROGRAM THAT CHANGES THE MSTROUT OR REJMSTR CLUSTER APPENDS
000080*    AN ENTRY HERE RIGHT AFTER THE CHANGE SUCCEEDS - 10_COPYBOOK,
000090*    25_HOLDREL, 85_MSTMAINT AND THE 90_HOUSEKP PURGE.  AN ENTRY
000100*    CARRIES WHICH RUN MADE THE CHANGE (RUN DATE, THE TIME THE RUN
000110*    STARTED, THE PROGRAM, AND FOR A PARTITIONED 10_COPYBOOK RUN
000120*    THE PARTITION), A SEQUENCE NUMBER THAT STARTS AT 1 FOR EACH
000130*    RUN AND RISES BY ONE PER ENTRY, WHICH CLUSTER, THE ACTION,
000140*    AND THE WHOLE RECORD AS IT STANDS AFTER THE CHANGE - FOR A
000150*    DELETE, THE RECORD THAT WAS DELETED.  95_RECOVER REPLAYS THE
000160*    JOURNAL OVER A BACKUP TO REBUILD EITHER CLUSTER.
000170*    APPEND-ONLY; TRIMMED ONLY BY THE 90_HOUSEKP CHGJRNL CARD.
000180*    SEQUENTIAL, LRECL 150.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    10/15/26   JH    INITIAL VERSION
000230******************************************************************
000240 01  CHANGE-JOURNAL-REC.
000250     02  CJ-RUN-DATE             PIC 9(08).
000260     02  CJ-RUN-TIME             PIC 9(06).
000270     02  CJ-PROGRAM              PIC X(12).
000280     02  CJ-PARTITION            PIC X(02).
000290     02  CJ-SEQUENCE             PIC 9(07).
000300     02  CJ-CLUSTER              PIC X(01).
000310         88  CJ-MSTROUT                       VALUE "M".
000320         88  CJ-REJMSTR                       VALUE "R".
000330     02  CJ-ACTION               PIC X(01).
000340         88  CJ-ADD                           VALUE "A".
000350         88  CJ-REPLACE                       VALUE "R".
000360         88  CJ-DELETE                        VALUE "D".
000370     02  CJ-VAR-LP               PIC X(08).
000380     02  CJ-IMAGE                PIC X(95).
000390     02  FILLER                  PIC X(10).
