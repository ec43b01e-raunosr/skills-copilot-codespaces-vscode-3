000150*    OWN MST-LAST-RUN-DATE, WHICH IS THE DATE THE IMAGE WAS
000160*    WRITTEN, SO A VERSION IS IN EFFECT FROM ITS OWN RUN DATE
000170*    UP TO (NOT INCLUDING) ITS SUPERSEDED DATE.  READ BY
000180*    80_HISTRPT.  APPEND-ONLY SEQUENTIAL, LRECL 150.
000190*    85_MSTMAINT APPENDS HERE TOO, BEFORE EVERY CLOSE, REOPEN
000200*    AND PURGE: THE SAME BEFORE-IMAGE, SUPERSEDED ON THE
000210*    MAINTENANCE DATE, WITH THE ACTION AND THE OPERATOR AND
000220*    REASON FROM THE MAINTENANCE CARD.  AN ACTION OF R (OR
000230*    SPACE, IMAGES WRITTEN BEFORE IT EXISTED) IS A 10_COPYBOOK
000240*    REPLACE AND CARRIES NO OPERATOR OR REASON.
000250*
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    09/03/26   JH    INITIAL VERSION
000290*    09/03/26   JH    HST-VAR-LP WIDENED 9(02) -> 9(08) AND THE
000300*                     PRIOR-ROW IMAGE GREW WITH MASTERROW
000310*                     (LRECL 70 -> 82 - SEE KEYCONV.JCL)
000320*    10/15/26   JH    PRIOR-ROW IMAGE GREW WITH MASTERROW AND THE
000330*                     MAINTENANCE ACTION, OPERATOR AND REASON
000340*                     WERE ADDED (LRECL 82 -> 150 - SEE
000350*                     MSTCONV.JCL)
000360******************************************************************
000370 01  MASTER-HISTORY-REC.
000380     02  HST-VAR-LP              PIC 9(08).
000390     02  HST-SUPERSEDED-DATE     PIC 9(08).
000400     02  HST-PRIOR-ROW           PIC X(80).
000410     02  HST-ACTION              PIC X(01).
000420         88  HST-REPLACED-BY-RUN              VALUE "R" SPACE.
000430         88  HST-CLOSED                       VALUE "C".
000440         88  HST-REOPENED                     VALUE "O".
000450         88  HST-PURGED                       VALUE "P".
000460     02  HST-OPERATOR-ID         PIC X(08).
000470     02  HST-REASON              PIC X(40).
000480     02  FILLER                  PIC X(05).
