000090*    EXISTS, SO DOWNSTREAM ALWAYS SEES EXACTLY ONE CURRENT ROW
000100*    PER VAR-LP HOWEVER MANY RERUNS OR RECYCLES TOUCHED IT.
000110*    AMOUNTS ARE UNEDITED SO READERS DO NOT HAVE TO DE-EDIT THE
000120*    PRINT PICTURES.  KSDS, RECORD KEY MST-VAR-LP, LRECL 80.
000130*    THE STATUS CODE IS A (OR SPACE, ROWS LOADED BEFORE IT
000140*    EXISTED) FOR AN ACTIVE KEY AND C FOR A KEY 85_MSTMAINT HAS
000150*    CLOSED - 10_COPYBOOK REJECTS NEW ROWS FOR A CLOSED KEY.
000160*    THE STATUS DATE IS WHEN THE CODE LAST CHANGED.  THE SOURCE
000170*    REGION IS THE 60_MERGE REGION TAG OF THE ROW THAT LAST
000180*    WROTE THE KEY (SPACES FOR AN UNMERGED EXTRACT AND FOR ROWS
000190*    WRITTEN BEFORE IT WAS CARRIED).
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    08/22/26   JH    INITIAL VERSION
000240*    08/22/26   JH    ADDED THE ORIGINAL CURRENCY AMOUNT AND ITS
000250*                     CURRENCY CODE FOR THE 70_WHEXTR WAREHOUSE
000260*                     EXTRACT (LRECL 50 -> 60 - REDEFINE THE
000270*                     CLUSTER AND RELOAD FROM A FULL RUN)
000280*    09/03/26   JH    MST-VAR-LP WIDENED 9(02) -> 9(08) WITH THE
000290*                     REST OF THE SYSTEM (LRECL 60 -> 66 - SEE
000300*                     KEYCONV.JCL FOR THE ONE-TIME CLUSTER
000310*                     CONVERSION, KEYS(8 0) RECORDSIZE(66 66))
000320*    10/15/26   JH    ADDED THE STATUS CODE AND STATUS DATE FOR
000330*                     85_MSTMAINT CLOSE/REOPEN (LRECL 66 -> 80 -
000340*                     SEE MSTCONV.JCL, RECORDSIZE(80 80))
000350*    10/15/26   JH    CARVED MST-SOURCE-REGION OUT OF THE FILLER
000360*                     FOR THE 65_DUPCHK DUPLICATE LISTING
000370******************************************************************
000380 01  MASTER-ROW-REC.
000390     02  MST-VAR-LP              PIC 9(08).
000400     02  MST-VAR-NUMBER          PIC 9(10).
000410     02  MST-VAR-DECIMAL         PIC 9(08)V99.
000420     02  MST-VAR-CURRENCY        PIC S9(11)V99
000430                 SIGN LEADING SEPARATE CHARACTER.
000440     02  MST-LAST-RUN-DATE       PIC 9(08).
000450     02  MST-ORIG-CURRENCY-AMT   PIC S9(7)V99
000460                 SIGN LEADING SEPARATE CHARACTER.
000470     02  MST-CURRENCY-CODE       PIC X(03).
000480     02  MST-SOURCE-REGION       PIC X(03).
000490     02  MST-STATUS-CODE         PIC X(01).
000500         88  MST-STATUS-ACTIVE                VALUE "A" SPACE.
000510         88  MST-STATUS-CLOSED                VALUE "C".
000520     02  MST-STATUS-DATE         PIC 9(08).
000530     02  FILLER                  PIC X(05).
