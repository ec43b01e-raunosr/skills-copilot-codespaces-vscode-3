000010******************************************************************
000020*    PROGRAM-ID  : 07_BUSDATE
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    THE SHARED BUSINESS-DATE ROUTINE.  EVERY DATE RULE IN THE
000090*    SYSTEM USED TO COUNT CALENDAR DAYS - REJECTS AGED THROUGH
000100*    WEEKENDS AND HOLIDAYS, THE STALE-RATE CHECK DID NOT KNOW
000110*    TREASURY PUBLISHES NOTHING ON A HOLIDAY, RETENTION COUNTED
000120*    WEEKENDS, AND A BLANK AS-OF DATE WAS TODAY EVEN FOR A JOB
000130*    RUNNING AFTER MIDNIGHT FOR THE PRIOR BUSINESS DAY.  THE
000140*    PROGRAMS THAT CARE NOW CALL THIS ONE:
000150*
000160*        CALL "07_BUSDATE" USING BUSINESS-DATE-PARM
000170*
000180*    WITH THE FUNCTIONS DESCRIBED IN THE BUSINESSDATEPARM
000190*    COPYBOOK - CURRENT BUSINESS DATE, PREVIOUS BUSINESS DAY,
000200*    IS-A-BUSINESS-DAY, AGE IN BUSINESS DAYS, AND SUBTRACT N
000210*    BUSINESS DAYS.
000220*
000230*    THE CALENDAR IS THE CALENDAR CARD FILE (THE
000240*    BUSINESSCALENDAR COPYBOOK), OWNED BY OPERATIONS: HOLIDAYS,
000250*    WORKING WEEKEND DAYS, ONE YEAR-COMPLETE CARD PER YEAR
000260*    KEYED, AND THE CUTOVER TIME.  IT IS LOADED AND EDITED ON
000270*    THE FIRST CALL AND KEPT FOR THE REST OF THE STEP; A BAD
000280*    CARD FAILS THAT CALL AND EVERY ONE AFTER IT.  MONDAY TO
000290*    FRIDAY ARE BUSINESS DAYS UNLESS CARDED AS HOLIDAYS,
000300*    SATURDAY AND SUNDAY ARE NOT UNLESS CARDED AS WORKING.
000310*
000320*    DAY ARITHMETIC GOES THROUGH INTEGER-OF-DATE.  DAY 1 OF THAT
000330*    COUNT, 01/01/1601, WAS A MONDAY, SO THE REMAINDER OF
000340*    (DAY - 1) / 7 IS THE WEEKDAY, 0 MONDAY THROUGH 6 SUNDAY,
000350*    AND THE WEEKDAYS FROM DAY 1 TO DAY N ARE 5 PER WHOLE WEEK
000360*    PLUS UP TO 5 OF THE PART WEEK - AN AGE IS WORKED OUT FROM
000370*    THAT AND THE CARDS IN THE SPAN, NOT DAY BY DAY.
000380*
000390*    BD-RETURN-CODE: 00 DONE; 04 DONE, BUT A YEAR INVOLVED HAS
000400*    NO YEAR-COMPLETE CARD (WARNED ON SYSOUT ONCE PER YEAR);
000410*    12 MALFORMED CALENDAR CARD, UNKNOWN FUNCTION OR INVALID
000420*    DATE; 16 THE CALENDAR COULD NOT BE OPENED OR READ.  THE
000430*    CALLER DECIDES WHAT EACH MEANS FOR ITS OWN RUN.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    10/15/26   JH    INITIAL VERSION
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. 07_BUSDATE.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CALENDAR-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  CALENDAR-FILE.
000630 01  CALENDAR-FILE-REC              PIC X(80).
000640*
000650 WORKING-STORAGE SECTION.
000660*
000670     COPY BusinessCalendar.
000680*
000690 01  WS-SWITCHES.
000700     02  WS-LOADED-SW                PIC X(01) VALUE "N".
000710         88  CALENDAR-LOADED                   VALUE "Y".
000720     02  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
000730         88  END-OF-CALENDAR                   VALUE "Y".
000740     02  WS-CUTOVER-SW               PIC X(01) VALUE "N".
000750         88  CUTOVER-CARDED                    VALUE "Y".
000760     02  WS-FOUND-SW                 PIC X(01) VALUE "N".
000770         88  ENTRY-FOUND                       VALUE "Y".
000780     02  WS-BUSINESS-SW              PIC X(01) VALUE "N".
000790         88  IS-BUSINESS-DAY                   VALUE "Y".
000800*
000810 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
000820*
000830*    THE RESULT OF THE CALENDAR LOAD, RETURNED ON EVERY CALL
000840*    AFTER A FAILED ONE - THE FILE IS READ ONCE PER STEP.
000850 01  WS-LOAD-RC                      PIC 9(02) VALUE ZERO.
000860 01  WS-CARD-COUNT                   PIC 9(05) VALUE ZERO COMP.
000870 01  WS-COUNT-ED                     PIC ZZZZ9.
000880 01  WS-BAD-CARD-REASON              PIC X(50) VALUE SPACE.
000890*
000900*    A RUN STARTED BEFORE THIS HHMM IS THE PRIOR DAY'S RUN.
000910 01  WS-CUTOVER-TIME                 PIC 9(04) VALUE 0600.
000920*
000930*    THE H AND W CARDS.  CT-ADJUST IS WHAT THE DATE DOES TO A
000940*    WEEKDAY COUNT: -1 A HOLIDAY ON A WEEKDAY, +1 A WORKING
000950*    WEEKEND DAY, 0 A HOLIDAY THAT FALLS ON A WEEKEND ANYWAY.
000960 01  WS-DATE-COUNT                   PIC 9(04) VALUE ZERO COMP.
000970 01  WS-DATE-SUB                     PIC 9(04) VALUE ZERO COMP.
000980 01  CALENDAR-TABLE-AREA.
000990     02  CALENDAR-ENTRY OCCURS 1 TO 500 TIMES
001000             DEPENDING ON WS-DATE-COUNT.
001010         03  CT-DATE                 PIC 9(08).
001020         03  CT-INTEGER              PIC 9(08) COMP.
001030         03  CT-TYPE                 PIC X(01).
001040             88  CT-HOLIDAY                    VALUE "H".
001050             88  CT-WORKING-WEEKEND            VALUE "W".
001060         03  CT-ADJUST               PIC S9(01) COMP.
001070*
001080*    THE Y CARDS, AND THE YEARS ALREADY WARNED ABOUT THIS STEP.
001090 01  WS-YEAR-COUNT                   PIC 9(04) VALUE ZERO COMP.
001100 01  WS-YEAR-SUB                     PIC 9(04) VALUE ZERO COMP.
001110 01  YEAR-TABLE-AREA.
001120     02  YEAR-ENTRY OCCURS 1 TO 50 TIMES
001130             DEPENDING ON WS-YEAR-COUNT.
001140         03  YT-YEAR                 PIC 9(04).
001150 01  WS-WARNED-COUNT                 PIC 9(04) VALUE ZERO COMP.
001160 01  WS-YEAR-ED                      PIC 9(04).
001170 01  WARNED-TABLE-AREA.
001180     02  WARNED-YEAR OCCURS 20 TIMES PIC 9(04).
001190*
001200 01  WS-DAY-FIELDS.
001210     02  WS-DAY-INTEGER              PIC 9(08) VALUE ZERO COMP.
001220     02  WS-DAY-WORK                 PIC 9(08) VALUE ZERO COMP.
001230     02  WS-WEEK-COUNT               PIC 9(08) VALUE ZERO COMP.
001240     02  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO COMP.
001250     02  WS-FROM-INTEGER             PIC 9(08) VALUE ZERO COMP.
001260     02  WS-TO-INTEGER               PIC 9(08) VALUE ZERO COMP.
001270     02  WS-WEEKDAYS                 PIC 9(08) VALUE ZERO COMP.
001280     02  WS-FROM-WEEKDAYS            PIC 9(08) VALUE ZERO COMP.
001290     02  WS-AGE                      PIC S9(08) VALUE ZERO COMP.
001300     02  WS-COUNTED                  PIC 9(05) VALUE ZERO COMP.
001310*
001320 01  WS-YEAR-FIELDS.
001330     02  WS-LOW-YEAR                 PIC 9(04) VALUE ZERO COMP.
001340     02  WS-HIGH-YEAR                PIC 9(04) VALUE ZERO COMP.
001350     02  WS-CHECK-YEAR               PIC 9(04) VALUE ZERO COMP.
001360*
001370 01  WS-CHECK-DATE                   PIC 9(08) VALUE ZERO.
001380 01  FILLER REDEFINES WS-CHECK-DATE.
001390     02  WS-CHECK-YYYY               PIC 9(04).
001400     02  WS-CHECK-MM                 PIC 9(02).
001410     02  WS-CHECK-DD                 PIC 9(02).
001420*
001430 01  WS-WORK-DATE                    PIC 9(08) VALUE ZERO.
001440 01  FILLER REDEFINES WS-WORK-DATE.
001450     02  WS-WORK-YYYY                PIC 9(04).
001460     02  FILLER                      PIC 9(04).
001470*
001480 01  WS-TODAY                        PIC 9(08) VALUE ZERO.
001490 01  WS-TIME-RAW                     PIC X(08) VALUE SPACE.
001500 01  FILLER REDEFINES WS-TIME-RAW.
001510     02  WS-TIME-HHMM                PIC 9(04).
001520     02  FILLER                      PIC X(04).
001530*
001540 LINKAGE SECTION.
001550*
001560     COPY BusinessDateParm.
001570*
001580 PROCEDURE DIVISION USING BUSINESS-DATE-PARM.
001590*
001600******************************************************************
001610*    0000-MAINLINE - LOAD THE CALENDAR ON THE FIRST CALL, THEN
001620*    DO WHAT BD-FUNCTION ASKS
001630******************************************************************
001640 0000-MAINLINE.
001650     MOVE ZERO TO BD-RETURN-CODE.
001660     IF NOT CALENDAR-LOADED
001670         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001680     END-IF.
001690     IF WS-LOAD-RC NOT = ZERO
001700         MOVE WS-LOAD-RC TO BD-RETURN-CODE
001710         GOBACK
001720     END-IF.
001730     EVALUATE TRUE
001740         WHEN BD-CURRENT-DATE
001750             PERFORM 2000-CURRENT-DATE THRU 2000-EXIT
001760         WHEN BD-PREVIOUS-DAY
001770             PERFORM 2100-PREVIOUS-DAY THRU 2100-EXIT
001780         WHEN BD-TEST-DAY
001790             PERFORM 2200-TEST-DAY THRU 2200-EXIT
001800         WHEN BD-AGE-IN-DAYS
001810             PERFORM 2300-AGE-IN-DAYS THRU 2300-EXIT
001820         WHEN BD-SUBTRACT-DAYS
001830             PERFORM 2400-SUBTRACT-DAYS THRU 2400-EXIT
001840         WHEN OTHER
001850             DISPLAY "07_BUSDATE - UNKNOWN FUNCTION CODE '"
001860                 BD-FUNCTION "'"
001870             MOVE 12 TO BD-RETURN-CODE
001880     END-EVALUATE.
001890     GOBACK.
001900*
001910******************************************************************
001920*    1000-LOAD-CALENDAR - READ AND EDIT THE WHOLE CALENDAR DECK.
001930*    A BAD CARD IS A KEYING ERROR: NOTHING FROM A DECK WITH ONE
001940*    IN IT IS USED, SO A MISKEYED HOLIDAY CANNOT QUIETLY SHIFT
001950*    AN AGE OR A CUTOFF.
001960******************************************************************
001970 1000-LOAD-CALENDAR.
001980     MOVE "Y" TO WS-LOADED-SW.
001990     OPEN INPUT CALENDAR-FILE.
002000     IF WS-CALENDAR-STATUS NOT = "00"
002010         DISPLAY "07_BUSDATE - UNABLE TO OPEN CALENDAR-FILE "
002020             "STATUS=" WS-CALENDAR-STATUS
002030         MOVE 16 TO WS-LOAD-RC
002040         GO TO 1000-EXIT
002050     END-IF.
002060     PERFORM 1100-READ-CALENDAR-CARD THRU 1100-EXIT
002070         UNTIL END-OF-CALENDAR.
002080     CLOSE CALENDAR-FILE.
002090     IF WS-LOAD-RC NOT = ZERO
002100         GO TO 1000-EXIT
002110     END-IF.
002120     MOVE WS-DATE-COUNT TO WS-COUNT-ED.
002130     DISPLAY "07_BUSDATE - CALENDAR LOADED: " WS-COUNT-ED
002140         " HOLIDAY/WORKING DATES, CUTOVER " WS-CUTOVER-TIME.
002150     MOVE WS-YEAR-COUNT TO WS-COUNT-ED.
002160     DISPLAY "07_BUSDATE - YEARS MARKED COMPLETE: " WS-COUNT-ED.
002170 1000-EXIT.
002180     EXIT.
002190*
002200 1100-READ-CALENDAR-CARD.
002210     READ CALENDAR-FILE INTO BUSINESS-CALENDAR-REC.
002220     IF WS-CALENDAR-STATUS = "10"
002230         MOVE "Y" TO WS-CALENDAR-EOF-SW
002240         GO TO 1100-EXIT
002250     END-IF.
002260     IF WS-CALENDAR-STATUS NOT = "00"
002270         DISPLAY "07_BUSDATE - CALENDAR READ ERROR, STATUS="
002280             WS-CALENDAR-STATUS
002290         MOVE 16 TO WS-LOAD-RC
002300         MOVE "Y" TO WS-CALENDAR-EOF-SW
002310         GO TO 1100-EXIT
002320     END-IF.
002330     ADD 1 TO WS-CARD-COUNT.
002340     IF BUSINESS-CALENDAR-REC = SPACE OR CAL-COMMENT
002350         GO TO 1100-EXIT
002360     END-IF.
002370     MOVE SPACE TO WS-BAD-CARD-REASON.
002380     EVALUATE TRUE
002390         WHEN CAL-HOLIDAY
002400         WHEN CAL-WORKING-WEEKEND
002410             PERFORM 1110-ADD-DATE THRU 1110-EXIT
002420         WHEN CAL-YEAR-COMPLETE
002430             PERFORM 1120-ADD-YEAR THRU 1120-EXIT
002440         WHEN CAL-CUTOVER
002450             PERFORM 1130-SET-CUTOVER THRU 1130-EXIT
002460         WHEN OTHER
002470             MOVE "CARD TYPE (COL 1) MUST BE H, W, Y OR C"
002480                 TO WS-BAD-CARD-REASON
002490     END-EVALUATE.
002500     IF WS-BAD-CARD-REASON NOT = SPACE
002510         MOVE WS-CARD-COUNT TO WS-COUNT-ED
002520         DISPLAY "07_BUSDATE - BAD CALENDAR CARD " WS-COUNT-ED
002530             ": " WS-BAD-CARD-REASON
002540         MOVE 12 TO WS-LOAD-RC
002550     END-IF.
002560 1100-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600*    1110-ADD-DATE - AN H OR W CARD.  THE DATE MUST BE VALID AND
002610*    NOT ALREADY CARDED, AND A W CARD MUST FALL ON A SATURDAY OR
002620*    SUNDAY - A WORKING WEEKDAY NEEDS NO CARD.
002630******************************************************************
002640 1110-ADD-DATE.
002650     IF CAL-DATE NOT NUMERIC
002660         MOVE "DATE (COLS 3-10) IS NOT A VALID YYYYMMDD"
002670             TO WS-BAD-CARD-REASON
002680         GO TO 1110-EXIT
002690     END-IF.
002700     MOVE CAL-DATE-NUM TO WS-CHECK-DATE.
002710     IF WS-CHECK-YYYY < 1601
002720             OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
002730             OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
002735             OR FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE)
002738                 NOT = ZERO
002740         MOVE "DATE (COLS 3-10) IS NOT A VALID YYYYMMDD"
002750             TO WS-BAD-CARD-REASON
002760         GO TO 1110-EXIT
002770     END-IF.
002780     COMPUTE WS-DAY-INTEGER =
002790         FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
002800     PERFORM 8200-FIND-DATE THRU 8200-EXIT.
002810     IF ENTRY-FOUND
002820         MOVE "DATE IS ALREADY ON THE CALENDAR"
002830             TO WS-BAD-CARD-REASON
002840         GO TO 1110-EXIT
002850     END-IF.
002860     IF WS-DATE-COUNT >= 500
002870         MOVE "MORE THAN 500 H AND W CARDS ON THE CALENDAR"
002880             TO WS-BAD-CARD-REASON
002890         GO TO 1110-EXIT
002900     END-IF.
002910     PERFORM 8000-DAY-OF-WEEK THRU 8000-EXIT.
002920     IF CAL-WORKING-WEEKEND AND WS-DAY-OF-WEEK < 5
002930         MOVE "W CARD DATE IS NOT A SATURDAY OR SUNDAY"
002940             TO WS-BAD-CARD-REASON
002950         GO TO 1110-EXIT
002960     END-IF.
002970     ADD 1 TO WS-DATE-COUNT.
002980     MOVE WS-CHECK-DATE TO CT-DATE (WS-DATE-COUNT).
002990     MOVE WS-DAY-INTEGER TO CT-INTEGER (WS-DATE-COUNT).
003000     MOVE CAL-CARD-TYPE TO CT-TYPE (WS-DATE-COUNT).
003010     EVALUATE TRUE
003020         WHEN CAL-WORKING-WEEKEND
003030             MOVE +1 TO CT-ADJUST (WS-DATE-COUNT)
003040         WHEN WS-DAY-OF-WEEK < 5
003050             MOVE -1 TO CT-ADJUST (WS-DATE-COUNT)
003060         WHEN OTHER
003070             MOVE ZERO TO CT-ADJUST (WS-DATE-COUNT)
003080     END-EVALUATE.
003090 1110-EXIT.
003100     EXIT.
003110*
003120 1120-ADD-YEAR.
003130     IF CAL-YEAR NOT NUMERIC OR CAL-YEAR-NUM < 1601
003140         MOVE "YEAR (COLS 3-6) IS NOT A VALID YYYY"
003150             TO WS-BAD-CARD-REASON
003160         GO TO 1120-EXIT
003170     END-IF.
003180     MOVE CAL-YEAR-NUM TO WS-CHECK-YEAR.
003190     PERFORM 8600-FIND-YEAR THRU 8600-EXIT.
003200     IF ENTRY-FOUND
003210         MOVE "YEAR IS ALREADY MARKED COMPLETE"
003220             TO WS-BAD-CARD-REASON
003230         GO TO 1120-EXIT
003240     END-IF.
003250     IF WS-YEAR-COUNT >= 50
003260         MOVE "MORE THAN 50 Y CARDS ON THE CALENDAR"
003270             TO WS-BAD-CARD-REASON
003280         GO TO 1120-EXIT
003290     END-IF.
003300     ADD 1 TO WS-YEAR-COUNT.
003310     MOVE CAL-YEAR-NUM TO YT-YEAR (WS-YEAR-COUNT).
003320 1120-EXIT.
003330     EXIT.
003340*
003350 1130-SET-CUTOVER.
003360     IF CUTOVER-CARDED
003370         MOVE "MORE THAN ONE C CARD ON THE CALENDAR"
003380             TO WS-BAD-CARD-REASON
003390         GO TO 1130-EXIT
003400     END-IF.
003410     IF CAL-TIME NOT NUMERIC OR CAL-HOUR > 23
003420             OR CAL-MINUTE > 59
003430         MOVE "CUTOVER (COLS 3-6) IS NOT A VALID HHMM"
003440             TO WS-BAD-CARD-REASON
003450         GO TO 1130-EXIT
003460     END-IF.
003470     MOVE "Y" TO WS-CUTOVER-SW.
003480     MOVE CAL-TIME TO WS-CUTOVER-TIME.
003490 1130-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*    2000-CURRENT-DATE - THE BUSINESS DATE A RUN STARTED NOW IS
003540*    FOR: TODAY, OR YESTERDAY BEFORE THE CUTOVER, AND IF THAT IS
003550*    NOT A BUSINESS DAY THE LAST ONE BEFORE IT.  SAYS SO ON
003560*    SYSOUT WHENEVER THE ANSWER IS NOT TODAY.
003570******************************************************************
003580 2000-CURRENT-DATE.
003590     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003600     ACCEPT WS-TIME-RAW FROM TIME.
003610     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-TODAY).
003620     IF WS-TIME-HHMM < WS-CUTOVER-TIME
003630         SUBTRACT 1 FROM WS-DAY-INTEGER
003640     END-IF.
003650     PERFORM 8100-TEST-BUSINESS-DAY THRU 8100-EXIT.
003660     IF NOT IS-BUSINESS-DAY
003670         PERFORM 8300-BACK-ONE-BUSINESS-DAY THRU 8300-EXIT
003680     END-IF.
003690     COMPUTE BD-DATE-OUT =
003700         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
003710     IF BD-DATE-OUT NOT = WS-TODAY
003720         DISPLAY "07_BUSDATE - RUN ON " WS-TODAY " AT "
003730             WS-TIME-HHMM " IS FOR BUSINESS DATE " BD-DATE-OUT
003740     END-IF.
003750     MOVE BD-DATE-OUT TO WS-WORK-DATE.
003760     MOVE WS-WORK-YYYY TO WS-LOW-YEAR.
003770     MOVE WS-TODAY TO WS-WORK-DATE.
003780     MOVE WS-WORK-YYYY TO WS-HIGH-YEAR.
003790     PERFORM 8500-CHECK-YEARS THRU 8500-EXIT.
003800 2000-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*    2100-PREVIOUS-DAY - THE LAST BUSINESS DAY BEFORE BD-DATE-IN
003850******************************************************************
003860 2100-PREVIOUS-DAY.
003870     MOVE BD-DATE-IN TO WS-CHECK-DATE.
003880     PERFORM 2900-VALIDATE-DATE THRU 2900-EXIT.
003890     IF NOT BD-OK
003900         GO TO 2100-EXIT
003910     END-IF.
003920     COMPUTE WS-DAY-INTEGER =
003930         FUNCTION INTEGER-OF-DATE (BD-DATE-IN).
003940     PERFORM 8300-BACK-ONE-BUSINESS-DAY THRU 8300-EXIT.
003950     COMPUTE BD-DATE-OUT =
003960         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
003970     MOVE BD-DATE-OUT TO WS-WORK-DATE.
003980     MOVE WS-WORK-YYYY TO WS-LOW-YEAR.
003990     MOVE WS-CHECK-YYYY TO WS-HIGH-YEAR.
004000     PERFORM 8500-CHECK-YEARS THRU 8500-EXIT.
004010 2100-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    2200-TEST-DAY - IS BD-DATE-IN A BUSINESS DAY
004060******************************************************************
004070 2200-TEST-DAY.
004080     MOVE "N" TO BD-BUSINESS-DAY-SW.
004090     MOVE BD-DATE-IN TO WS-CHECK-DATE.
004100     PERFORM 2900-VALIDATE-DATE THRU 2900-EXIT.
004110     IF NOT BD-OK
004120         GO TO 2200-EXIT
004130     END-IF.
004140     COMPUTE WS-DAY-INTEGER =
004150         FUNCTION INTEGER-OF-DATE (BD-DATE-IN).
004160     PERFORM 8100-TEST-BUSINESS-DAY THRU 8100-EXIT.
004170     MOVE WS-BUSINESS-SW TO BD-BUSINESS-DAY-SW.
004180     MOVE WS-CHECK-YYYY TO WS-LOW-YEAR WS-HIGH-YEAR.
004190     PERFORM 8500-CHECK-YEARS THRU 8500-EXIT.
004200 2200-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240*    2300-AGE-IN-DAYS - BUSINESS DAYS AFTER BD-DATE-IN UP TO AND
004250*    INCLUDING BD-DATE-2: THE WEEKDAYS IN THAT SPAN, LESS THE
004260*    WEEKDAY HOLIDAYS IN IT, PLUS THE WORKING WEEKEND DAYS.  A
004270*    REJECT FROM FRIDAY AGED ON MONDAY IS ONE DAY OLD.
004280******************************************************************
004290 2300-AGE-IN-DAYS.
004300     MOVE ZERO TO BD-DAYS.
004310     MOVE BD-DATE-2 TO WS-CHECK-DATE.
004320     PERFORM 2900-VALIDATE-DATE THRU 2900-EXIT.
004330     IF NOT BD-OK
004340         GO TO 2300-EXIT
004350     END-IF.
004360     MOVE WS-CHECK-YYYY TO WS-HIGH-YEAR.
004370     MOVE BD-DATE-IN TO WS-CHECK-DATE.
004380     PERFORM 2900-VALIDATE-DATE THRU 2900-EXIT.
004390     IF NOT BD-OK
004400         GO TO 2300-EXIT
004410     END-IF.
004420     MOVE WS-CHECK-YYYY TO WS-LOW-YEAR.
004430     IF BD-DATE-2 NOT > BD-DATE-IN
004440         GO TO 2300-EXIT
004450     END-IF.
004460     COMPUTE WS-FROM-INTEGER =
004470         FUNCTION INTEGER-OF-DATE (BD-DATE-IN).
004480     COMPUTE WS-TO-INTEGER =
004490         FUNCTION INTEGER-OF-DATE (BD-DATE-2).
004500     MOVE WS-FROM-INTEGER TO WS-DAY-INTEGER.
004510     PERFORM 8400-WEEKDAYS-TO-DATE THRU 8400-EXIT.
004520     MOVE WS-WEEKDAYS TO WS-FROM-WEEKDAYS.
004530     MOVE WS-TO-INTEGER TO WS-DAY-INTEGER.
004540     PERFORM 8400-WEEKDAYS-TO-DATE THRU 8400-EXIT.
004550     COMPUTE WS-AGE = WS-WEEKDAYS - WS-FROM-WEEKDAYS.
004560     PERFORM 2310-ADJUST-FOR-CARD THRU 2310-EXIT
004570         VARYING WS-DATE-SUB FROM 1 BY 1
004580         UNTIL WS-DATE-SUB > WS-DATE-COUNT.
004590     IF WS-AGE > ZERO
004600         MOVE WS-AGE TO BD-DAYS
004610     END-IF.
004620     PERFORM 8500-CHECK-YEARS THRU 8500-EXIT.
004630 2300-EXIT.
004640     EXIT.
004650*
004660 2310-ADJUST-FOR-CARD.
004670     IF CT-INTEGER (WS-DATE-SUB) > WS-FROM-INTEGER
004680             AND CT-INTEGER (WS-DATE-SUB) NOT > WS-TO-INTEGER
004690         ADD CT-ADJUST (WS-DATE-SUB) TO WS-AGE
004700     END-IF.
004710 2310-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750*    2400-SUBTRACT-DAYS - STEP BACK FROM BD-DATE-IN UNTIL BD-DAYS
004760*    BUSINESS DAYS HAVE BEEN PASSED; THE DATE REACHED IS THE
004770*    ANSWER.  ZERO DAYS GIVES BD-DATE-IN BACK.  A RETENTION
004780*    CUTOFF OF N BUSINESS DAYS KEEPS EVERYTHING FROM THAT DATE ON.
004790******************************************************************
004800 2400-SUBTRACT-DAYS.
004810     MOVE BD-DATE-IN TO WS-CHECK-DATE.
004820     PERFORM 2900-VALIDATE-DATE THRU 2900-EXIT.
004830     IF NOT BD-OK
004840         GO TO 2400-EXIT
004850     END-IF.
004860     IF BD-DAYS NOT NUMERIC
004870         DISPLAY "07_BUSDATE - SUBTRACT GIVEN A NON-NUMERIC "
004880             "DAY COUNT"
004890         MOVE 12 TO BD-RETURN-CODE
004900         GO TO 2400-EXIT
004910     END-IF.
004920     MOVE WS-CHECK-YYYY TO WS-HIGH-YEAR.
004930     COMPUTE WS-DAY-INTEGER =
004940         FUNCTION INTEGER-OF-DATE (BD-DATE-IN).
004950     MOVE ZERO TO WS-COUNTED.
004960     PERFORM 2410-STEP-BACK THRU 2410-EXIT
004970         UNTIL WS-COUNTED NOT < BD-DAYS.
004980     COMPUTE BD-DATE-OUT =
004990         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
005000     MOVE BD-DATE-OUT TO WS-WORK-DATE.
005010     MOVE WS-WORK-YYYY TO WS-LOW-YEAR.
005020     PERFORM 8500-CHECK-YEARS THRU 8500-EXIT.
005030 2400-EXIT.
005040     EXIT.
005050*
005060 2410-STEP-BACK.
005070     SUBTRACT 1 FROM WS-DAY-INTEGER.
005080     PERFORM 8100-TEST-BUSINESS-DAY THRU 8100-EXIT.
005090     IF IS-BUSINESS-DAY
005100         ADD 1 TO WS-COUNTED
005110     END-IF.
005120 2410-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    2900-VALIDATE-DATE - A DATE PASSED IN (WS-CHECK-DATE) MUST
005170*    BE A REAL CALENDAR DATE, NOT JUST A PLAUSIBLE YYYYMMDD,
005175*    BEFORE INTEGER-OF-DATE SEES IT - 20261131 IS REFUSED
005180******************************************************************
005190 2900-VALIDATE-DATE.
005200     IF WS-CHECK-DATE NOT NUMERIC
005210             OR WS-CHECK-YYYY < 1601
005220             OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
005230             OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
005233             OR FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE)
005236                 NOT = ZERO
005240         DISPLAY "07_BUSDATE - FUNCTION " BD-FUNCTION
005250             " GIVEN AN INVALID DATE: " WS-CHECK-DATE
005260         MOVE 12 TO BD-RETURN-CODE
005270     END-IF.
005280 2900-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320*    8000-DAY-OF-WEEK - WS-DAY-OF-WEEK FOR WS-DAY-INTEGER, 0
005330*    MONDAY THROUGH 6 SUNDAY
005340******************************************************************
005350 8000-DAY-OF-WEEK.
005360     COMPUTE WS-DAY-WORK = WS-DAY-INTEGER - 1.
005370     DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-COUNT
005380         REMAINDER WS-DAY-OF-WEEK.
005390 8000-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    8100-TEST-BUSINESS-DAY - IS WS-DAY-INTEGER A BUSINESS DAY:
005440*    A WEEKDAY UNLESS CARDED H, A WEEKEND DAY ONLY IF CARDED W
005450******************************************************************
005460 8100-TEST-BUSINESS-DAY.
005470     PERFORM 8000-DAY-OF-WEEK THRU 8000-EXIT.
005480     IF WS-DAY-OF-WEEK < 5
005490         MOVE "Y" TO WS-BUSINESS-SW
005500     ELSE
005510         MOVE "N" TO WS-BUSINESS-SW
005520     END-IF.
005530     PERFORM 8200-FIND-DATE THRU 8200-EXIT.
005540     IF ENTRY-FOUND
005550         IF CT-HOLIDAY (WS-DATE-SUB)
005560             MOVE "N" TO WS-BUSINESS-SW
005570         ELSE
005580             MOVE "Y" TO WS-BUSINESS-SW
005590         END-IF
005600     END-IF.
005610 8100-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*    8200-FIND-DATE - LOOK WS-DAY-INTEGER UP AMONG THE H AND W
005660*    CARDS; ON A HIT WS-DATE-SUB POINTS AT THE ENTRY
005670******************************************************************
005680 8200-FIND-DATE.
005690     MOVE "N" TO WS-FOUND-SW.
005700     PERFORM 8210-COMPARE-DATE THRU 8210-EXIT
005710         VARYING WS-DATE-SUB FROM 1 BY 1
005720         UNTIL WS-DATE-SUB > WS-DATE-COUNT OR ENTRY-FOUND.
005730     IF ENTRY-FOUND
005740         SUBTRACT 1 FROM WS-DATE-SUB
005750     END-IF.
005760 8200-EXIT.
005770     EXIT.
005780*
005790 8210-COMPARE-DATE.
005800     IF CT-INTEGER (WS-DATE-SUB) = WS-DAY-INTEGER
005810         MOVE "Y" TO WS-FOUND-SW
005820     END-IF.
005830 8210-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870*    8300-BACK-ONE-BUSINESS-DAY - MOVE WS-DAY-INTEGER BACK TO THE
005880*    NEAREST BUSINESS DAY BEFORE IT
005890******************************************************************
005900 8300-BACK-ONE-BUSINESS-DAY.
005910     MOVE ZERO TO WS-COUNTED.
005920     PERFORM 2410-STEP-BACK THRU 2410-EXIT
005930         UNTIL WS-COUNTED NOT < 1.
005940 8300-EXIT.
005950     EXIT.
005960*
005970******************************************************************
005980*    8400-WEEKDAYS-TO-DATE - WS-WEEKDAYS, THE MONDAYS TO FRIDAYS
005990*    FROM DAY 1 THROUGH WS-DAY-INTEGER: 5 PER WHOLE WEEK PLUS
006000*    THE PART WEEK, WHICH STARTS ON A MONDAY, UP TO 5
006010******************************************************************
006020 8400-WEEKDAYS-TO-DATE.
006030     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-COUNT
006040         REMAINDER WS-DAY-WORK.
006050     IF WS-DAY-WORK > 5
006060         MOVE 5 TO WS-DAY-WORK
006070     END-IF.
006080     COMPUTE WS-WEEKDAYS = WS-WEEK-COUNT * 5 + WS-DAY-WORK.
006090 8400-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130*    8500-CHECK-YEARS - EVERY YEAR FROM WS-LOW-YEAR TO
006140*    WS-HIGH-YEAR SHOULD HAVE ITS Y CARD.  ONE THAT DOES NOT
006150*    GIVES RC 04 AND, THE FIRST TIME THIS STEP, A WARNING - ITS
006160*    HOLIDAYS MAY NOT BE KEYED YET.
006170******************************************************************
006180 8500-CHECK-YEARS.
006190     PERFORM 8510-CHECK-ONE-YEAR THRU 8510-EXIT
006200         VARYING WS-CHECK-YEAR FROM WS-LOW-YEAR BY 1
006210         UNTIL WS-CHECK-YEAR > WS-HIGH-YEAR.
006220 8500-EXIT.
006230     EXIT.
006240*
006250 8510-CHECK-ONE-YEAR.
006260     PERFORM 8600-FIND-YEAR THRU 8600-EXIT.
006270     IF ENTRY-FOUND
006280         GO TO 8510-EXIT
006290     END-IF.
006300     IF BD-OK
006310         MOVE 04 TO BD-RETURN-CODE
006320     END-IF.
006330     MOVE "N" TO WS-FOUND-SW.
006340     PERFORM 8520-COMPARE-WARNED THRU 8520-EXIT
006350         VARYING WS-YEAR-SUB FROM 1 BY 1
006360         UNTIL WS-YEAR-SUB > WS-WARNED-COUNT OR ENTRY-FOUND.
006370     IF ENTRY-FOUND
006380         GO TO 8510-EXIT
006390     END-IF.
006400     MOVE WS-CHECK-YEAR TO WS-YEAR-ED.
006410     DISPLAY "07_BUSDATE - WARNING: NO YEAR-COMPLETE CARD FOR "
006420         WS-YEAR-ED " - ITS HOLIDAYS MAY NOT BE ON THE "
006430         "CALENDAR YET".
006440     IF WS-WARNED-COUNT < 20
006450         ADD 1 TO WS-WARNED-COUNT
006460         MOVE WS-CHECK-YEAR TO WARNED-YEAR (WS-WARNED-COUNT)
006470     END-IF.
006480 8510-EXIT.
006490     EXIT.
006500*
006510 8520-COMPARE-WARNED.
006520     IF WARNED-YEAR (WS-YEAR-SUB) = WS-CHECK-YEAR
006530         MOVE "Y" TO WS-FOUND-SW
006540     END-IF.
006550 8520-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590*    8600-FIND-YEAR - IS WS-CHECK-YEAR MARKED COMPLETE
006600******************************************************************
006610 8600-FIND-YEAR.
006620     MOVE "N" TO WS-FOUND-SW.
006630     PERFORM 8610-COMPARE-YEAR THRU 8610-EXIT
006640         VARYING WS-YEAR-SUB FROM 1 BY 1
006650         UNTIL WS-YEAR-SUB > WS-YEAR-COUNT OR ENTRY-FOUND.
006660 8600-EXIT.
006670     EXIT.
006680*
006690 8610-COMPARE-YEAR.
006700     IF YT-YEAR (WS-YEAR-SUB) = WS-CHECK-YEAR
006710         MOVE "Y" TO WS-FOUND-SW
006720     END-IF.
006730 8610-EXIT.
006740     EXIT.
