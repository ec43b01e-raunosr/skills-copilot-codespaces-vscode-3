000010******************************************************************
000020*    COPYBOOK    : BUSINESSCALENDAR
000030*    AUTHOR      : J. HARLOW
000040*    DATE-WRITTEN: 10/15/26
000050*
000060*    ONE CARD OF THE BUSINESS-DAY CALENDAR (CALENDAR, LRECL 80),
000070*    READ ONLY BY 07_BUSDATE.  MONDAY TO FRIDAY ARE BUSINESS
000080*    DAYS AND SATURDAY AND SUNDAY ARE NOT, EXCEPT AS THE CARDS
000090*    SAY OTHERWISE.  OPERATIONS OWNS THE FILE AND KEYS NEXT
000100*    YEAR'S CARDS AS SOON AS TREASURY PUBLISHES ITS HOLIDAY
000110*    LIST - NO PROGRAM CHANGES FOR A NEW YEAR:
000120*        COL  01     CARD TYPE
000130*                    H  HOLIDAY - NO BUSINESS ON THE DATE
000140*                    W  WORKING WEEKEND DAY - A SATURDAY OR
000150*                       SUNDAY THAT IS A BUSINESS DAY
000160*                    Y  YEAR COMPLETE - EVERY HOLIDAY OF THE
000170*                       YEAR IS ON FILE
000180*                    C  CUTOVER TIME - A RUN STARTED BEFORE IT
000190*                       IS STILL THE PRIOR BUSINESS DAY'S RUN
000200*        COLS 03-10  H, W: THE DATE, YYYYMMDD
000210*                    Y: THE YEAR, YYYY IN COLS 03-06
000220*                    C: THE TIME, HHMM IN COLS 03-06
000230*        COLS 12-41  DESCRIPTION (FOR THE READER ONLY)
000240*    A CARD WITH "*" IN COL 1 IS A COMMENT AND A BLANK CARD IS
000250*    SKIPPED.  WITHOUT A C CARD THE CUTOVER IS 0600.  A DATE IN
000260*    A YEAR WITH NO Y CARD IS STILL WORKED OUT, FROM WEEKENDS
000270*    AND WHATEVER CARDS THERE ARE, BUT WITH A WARNING.
000280*
000290*    MODIFICATION HISTORY
000300*    DATE       INIT  DESCRIPTION
000310*    10/15/26   JH    INITIAL VERSION
000320******************************************************************
000330 01  BUSINESS-CALENDAR-REC.
000340     02  CAL-CARD-TYPE           PIC X(01).
000350         88  CAL-HOLIDAY                      VALUE "H".
000360         88  CAL-WORKING-WEEKEND              VALUE "W".
000370         88  CAL-YEAR-COMPLETE                VALUE "Y".
000380         88  CAL-CUTOVER                      VALUE "C".
000390         88  CAL-COMMENT                      VALUE "*".
000400     02  FILLER                  PIC X(01).
000410     02  CAL-DATE                PIC X(08).
000420     02  CAL-DATE-NUM REDEFINES CAL-DATE
000430                                 PIC 9(08).
000440     02  CAL-DATE-PARTS REDEFINES CAL-DATE.
000450         03  CAL-YEAR            PIC X(04).
000460         03  CAL-YEAR-NUM REDEFINES CAL-YEAR
000470                                 PIC 9(04).
000480         03  CAL-MONTH           PIC 9(02).
000490         03  CAL-DAY             PIC 9(02).
000500     02  CAL-TIME-PARTS REDEFINES CAL-DATE.
000510         03  CAL-TIME            PIC X(04).
000520         03  CAL-TIME-NUM REDEFINES CAL-TIME.
000530             04  CAL-HOUR        PIC 9(02).
000540             04  CAL-MINUTE      PIC 9(02).
000550         03  CAL-TIME-REST       PIC X(04).
000560     02  FILLER                  PIC X(01).
000570     02  CAL-DESCRIPTION         PIC X(30).
000580     02  FILLER                  PIC X(39).
