000010******************************************************************
000020*    COPYBOOK    : GLJOURNALREC
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE RECORD OF THE GENERAL-LEDGER JOURNAL UPLOAD FILE
000070*    (GLJRNL, LRECL 80) WRITTEN BY 15_GLPOST IN THE LEDGER'S
000080*    BATCH UPLOAD FORMAT.  EVERY BATCH IS ONE "HD" HEADER, ONE
000090*    "DT" ENTRY PER GL ACCOUNT (DEBIT OR CREDIT, NEVER BOTH),
000100*    AND ONE "TR" TRAILER.  AMOUNTS ARE UNSIGNED - THE D/C
000110*    INDICATOR CARRIES THE DIRECTION.  THE TRAILER CARRIES THE
000120*    ENTRY COUNT, A HASH OF THE ACCOUNT NUMBERS (WRAPPING
000130*    MODULO THE FIELD WIDTH, THE SAMPLEDATAROW TRAILER
000140*    CONTRACT) AND THE DEBIT AND CREDIT TOTALS, WHICH THE
000150*    LEDGER REFUSES TO LOAD UNLESS EQUAL.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/26   JH    INITIAL VERSION
000200******************************************************************
000210 01  GL-JOURNAL-HEADER.
000220     02  GLH-RECORD-ID           PIC X(02).
000230         88  GL-HEADER-RECORD             VALUE "HD".
000240     02  GLH-BATCH-ID            PIC X(12).
000250     02  GLH-JOURNAL-DATE        PIC 9(08).
000260     02  GLH-SOURCE-SYSTEM       PIC X(12).
000270     02  GLH-BATCH-CURRENCY      PIC X(03).
000280     02  GLH-DESCRIPTION         PIC X(30).
000290     02  FILLER                  PIC X(13).
000300*
000310 01  GL-JOURNAL-ENTRY REDEFINES GL-JOURNAL-HEADER.
000320     02  GLE-RECORD-ID           PIC X(02).
000330         88  GL-ENTRY-RECORD              VALUE "DT".
000340     02  GLE-BATCH-ID            PIC X(12).
000350     02  GLE-SEQUENCE            PIC 9(05).
000360     02  GLE-ACCOUNT             PIC 9(10).
000370     02  GLE-DR-CR               PIC X(01).
000380         88  GLE-DEBIT                    VALUE "D".
000390         88  GLE-CREDIT                   VALUE "C".
000400     02  GLE-AMOUNT              PIC 9(11)V99.
000410     02  GLE-ROW-COUNT           PIC 9(07).
000420     02  FILLER                  PIC X(30).
000430*
000440 01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-HEADER.
000450     02  GLT-RECORD-ID           PIC X(02).
000460         88  GL-TRAILER-RECORD            VALUE "TR".
000470     02  GLT-BATCH-ID            PIC X(12).
000480     02  GLT-ENTRY-COUNT         PIC 9(07).
000490     02  GLT-ACCOUNT-HASH        PIC 9(13).
000500     02  GLT-DEBIT-TOTAL         PIC 9(11)V99.
000510     02  GLT-CREDIT-TOTAL        PIC 9(11)V99.
000520     02  FILLER                  PIC X(20).
