000010******************************************************************
000020*    COPYBOOK    : BUSINESSDATEPARM
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    THE PARAMETER AREA OF THE SHARED BUSINESS-DATE ROUTINE
000070*    07_BUSDATE (CALL "07_BUSDATE" USING BUSINESS-DATE-PARM).
000080*    THE CALLER SETS BD-FUNCTION AND ITS INPUTS:
000090*        C  CURRENT BUSINESS DATE - TODAY, OR YESTERDAY WHEN
000100*           THE CLOCK IS BEFORE THE CALENDAR CUTOVER, BACKED
000110*           OFF TO A BUSINESS DAY.  NO INPUT.  BD-DATE-OUT.
000120*        P  PREVIOUS BUSINESS DAY BEFORE BD-DATE-IN.
000130*           BD-DATE-OUT.
000140*        B  IS BD-DATE-IN A BUSINESS DAY.  BD-BUSINESS-DAY-SW.
000150*        A  AGE - BUSINESS DAYS AFTER BD-DATE-IN UP TO AND
000160*           INCLUDING BD-DATE-2 (ZERO WHEN BD-DATE-2 IS NOT
000170*           LATER).  BD-DAYS.
000180*        S  SUBTRACT - THE DATE BD-DAYS BUSINESS DAYS BEFORE
000190*           BD-DATE-IN.  BD-DATE-OUT.
000200*    DATES ARE YYYYMMDD.  BD-RETURN-CODE: 00 DONE; 04 DONE, BUT
000210*    A YEAR INVOLVED HAS NO YEAR-COMPLETE CARD SO ONLY WEEKENDS
000220*    AND THE CARDS ON FILE COUNTED; 12 THE CALENDAR OR THE CALL
000230*    IS MALFORMED; 16 THE CALENDAR COULD NOT BE READ.  THE
000240*    ROUTINE PUTS THE DETAIL ON SYSOUT ITSELF.
000250*
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    10/15/26   JH    INITIAL VERSION
000290******************************************************************
000300 01  BUSINESS-DATE-PARM.
000310     02  BD-FUNCTION             PIC X(01).
000320         88  BD-CURRENT-DATE                  VALUE "C".
000330         88  BD-PREVIOUS-DAY                  VALUE "P".
000340         88  BD-TEST-DAY                      VALUE "B".
000350         88  BD-AGE-IN-DAYS                   VALUE "A".
000360         88  BD-SUBTRACT-DAYS                 VALUE "S".
000370     02  BD-DATE-IN              PIC 9(08).
000380     02  BD-DATE-2               PIC 9(08).
000390     02  BD-DAYS                 PIC 9(05).
000400     02  BD-DATE-OUT             PIC 9(08).
000410     02  BD-BUSINESS-DAY-SW      PIC X(01).
000420         88  BD-BUSINESS-DAY                  VALUE "Y".
000430     02  BD-RETURN-CODE          PIC 9(02).
000440         88  BD-OK                            VALUE 00.
000450         88  BD-YEAR-NOT-COVERED              VALUE 04.
000460         88  BD-BAD-CALENDAR                  VALUE 12.
000470         88  BD-FILE-FAILURE                  VALUE 16.
