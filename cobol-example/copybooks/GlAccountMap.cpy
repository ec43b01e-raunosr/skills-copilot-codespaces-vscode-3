000010******************************************************************
000020*    COPYBOOK    : GLACCOUNTMAP
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE CARD OF THE GL ACCOUNT-MAPPING CONTROL FILE (GLMAP,
000070*    LRECL 80) - THE LEDGER ACCOUNT PAIR A NIGHT'S CONVERTED
000080*    USD AMOUNTS POST TO FOR ONE CURRENCY CODE ARRIVING FROM
000090*    ONE SOURCE REGION.  FINANCE OWNS THE CARDS; A NEW CURRENCY
000100*    OR A NEWLY ONBOARDED REGION NEEDS A CARD BEFORE ITS FIRST
000110*    NIGHT OR 15_GLPOST HOLDS THE WHOLE POSTING.
000120*        COLS 01-03  CURRENCY CODE (MST-CURRENCY-CODE)
000130*        COLS 05-07  SOURCE REGION AS 60_MERGE STAMPS IT -
000140*                    BLANK = AN UNMERGED SINGLE-SOURCE EXTRACT
000150*        COLS 09-18  DEBIT GL ACCOUNT, TEN DIGITS
000160*        COLS 20-29  CREDIT GL ACCOUNT, TEN DIGITS
000170*        COLS 31-60  DESCRIPTION, FOR THE POSTING LISTING ONLY
000180*    A CARD WITH "*" IN COL 1 IS A COMMENT AND IS SKIPPED.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    10/15/26   JH    INITIAL VERSION
000230******************************************************************
000240 01  GL-ACCOUNT-MAP-REC.
000250     02  GLM-CURRENCY-CODE       PIC X(03).
000260     02  FILLER                  PIC X(01).
000270     02  GLM-SOURCE-REGION       PIC X(03).
000280     02  FILLER                  PIC X(01).
000290     02  GLM-DEBIT-ACCOUNT       PIC X(10).
000300     02  GLM-DEBIT-ACCOUNT-NUM REDEFINES GLM-DEBIT-ACCOUNT
000310                                 PIC 9(10).
000320     02  FILLER                  PIC X(01).
000330     02  GLM-CREDIT-ACCOUNT      PIC X(10).
000340     02  GLM-CREDIT-ACCOUNT-NUM REDEFINES GLM-CREDIT-ACCOUNT
000350                                 PIC 9(10).
000360     02  FILLER                  PIC X(01).
000370     02  GLM-DESCRIPTION         PIC X(30).
000380     02  FILLER                  PIC X(20).
