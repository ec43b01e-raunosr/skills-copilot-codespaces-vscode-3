000150*         (SEE THE RATETABLEROW COPYBOOK) AND EVERY DETAIL
000160*         RECORD MUST CARRY A NUMERIC NON-ZERO RATE AND AN
000170*         UNDUPLICATED CODE
000180*      2. THE EFFECTIVE DATE MUST NOT BE OLDER THAN THE
000190*         PREVIOUS BUSINESS DAY BEFORE THE RUN'S AS-OF DATE -
000200*         TREASURY PUBLISHES NOTHING ON A HOLIDAY, SO THE LAST
000210*         BUSINESS DAY'S TABLE IS ACCEPTED WITH A NOTE; AN
000220*         OLDER ONE IS STALE AND IS REFUSED
000230*      3. EVERY RATE IS COMPARED AGAINST THE PRIOR DAY'S TABLE
000240*         (RATEPRV) AND A MOVEMENT BEYOND THE TOLERANCE IS
000250*         FLAGGED FOR TREASURY TO CONFIRM
000260*      4. EVERY CURRENCY CODE ACTUALLY PRESENT ON THE EXTRACT
000270*         (SAMPIN) MUST HAVE A RATETAB ENTRY - A MISSING CODE
000280*         STOPS THE JOB INSTEAD OF CONVERTING AT 1.0000
000290*
000300*    A TABLE THAT PASSES (RC<8) IS KEPT ON THE RATE HISTORY,
000310*    RATEHIST (THE RATEHISTROW COPYBOOK), ONE ROW PER CODE KEYED
000320*    ON CODE AND EFFECTIVE DATE - EACH MORNING'S RATETAB
000330*    OVERWRITES THE LAST, AND 18_REVAL NEEDS THE MONTH-END
000340*    RATES LONG AFTER.  A RERUN OF THE SAME TABLE REPLACES ITS
000350*    ROWS.  A REFUSED TABLE IS NEVER KEPT.
000360*
000370*    THE SYSIN CARD (OPTIONAL):
000380*        COLS 01-08  AS-OF DATE YYYYMMDD, BLANK/NO CARD = THE
000390*                    CURRENT BUSINESS DATE (07_BUSDATE)
000400*        COLS 10-14  MOVEMENT TOLERANCE IN PERCENT, 999V99
000410*                    (E.G. 00500 = 5.00), BLANK = 5.00
000420*
000430*    RETURN CODES: 0 CLEAN; 4 A RATE MOVED BEYOND TOLERANCE
000440*    (REVIEW, THE TABLE IS STILL USABLE); 8 STALE TABLE OR A
000450*    CODE ON THE EXTRACT WITH NO RATE - HOLD THE COPYBOOK JOB;
000460*    12 MALFORMED CARD OR TABLE; 16 FILE FAILURE (RATEHIST
000470*    INCLUDED - THE EDIT VERDICT IS ON SYSOUT, BUT RERUN SO THE
000480*    TABLE IS KEPT).  GATE THE
000490*    COPYBOOK JOB ON RC<8.
000500*
000510*    MODIFICATION HISTORY
000520*    DATE       INIT  DESCRIPTION
000530*    09/03/26   JH    INITIAL VERSION
000540*    10/15/26   JH    AS-OF DEFAULTS TO THE CURRENT BUSINESS
000550*                     DATE AND THE PREVIOUS BUSINESS DAY'S
000560*                     TABLE IS NOT STALE - BOTH FROM THE
000570*                     07_BUSDATE CALENDAR
000580*    10/15/26   JH    A TABLE THAT PASSES IS KEPT ON THE RATEHIST
000590*                     RATE HISTORY FOR 18_REVAL
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. 05_RATEDIT.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RATE-STATUS.
000700*
000710*    THE PRIOR DAY'S TABLE IS OPTIONAL - THE FIRST RUN ON THE
000720*    NEW FORMAT HAS NOTHING TO COMPARE AGAINST.
000730     SELECT OPTIONAL PRIOR-RATE-FILE ASSIGN TO "RATEPRV"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PRIOR-STATUS.
000760*
000770     SELECT SAMPLE-DATA-FILE ASSIGN TO "SAMPIN"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-SAMPLE-STATUS.
000800*
000810     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-CONTROL-STATUS.
000840*
000850*    THE RATE HISTORY - KEYED ON CODE AND EFFECTIVE DATE.
000860     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS IS RANDOM
000890         RECORD KEY IS RTH-KEY
000900         FILE STATUS IS WS-RATE-HISTORY-STATUS.
000910*
000920 DATA DIVISION.
000930 FILE SECTION.
000940*
000950 FD  RATE-TABLE-FILE.
000960 01  RATE-TABLE-FILE-REC            PIC X(10).
000970*
000980 FD  PRIOR-RATE-FILE.
000990 01  PRIOR-RATE-FILE-REC            PIC X(10).
001000*
001010 FD  SAMPLE-DATA-FILE.
001020 01  SAMPLE-DATA-FILE-REC           PIC X(35).
001030*
001040 FD  RUN-CONTROL-FILE.
001050 01  RUN-CONTROL-FILE-REC           PIC X(80).
001060*
001070 FD  RATE-HISTORY-FILE.
001080     COPY RateHistRow.
001090*
001100 WORKING-STORAGE SECTION.
001110*
001120     COPY RateTableRow.
001130*
001140     COPY SampleDataRow.
001150*
001160     COPY BusinessDateParm.
001170*
001180 01  RUN-CONTROL-CARD.
001190     02  CC-AS-OF-DATE               PIC X(08).
001200         88  CC-AS-OF-OMITTED                  VALUE SPACE.
001210     02  CC-AS-OF-DATE-NUM REDEFINES CC-AS-OF-DATE.
001220         03  FILLER                  PIC X(04).
001230         03  CC-AS-OF-MONTH          PIC 9(02).
001240         03  CC-AS-OF-DAY            PIC 9(02).
001250     02  FILLER                      PIC X(01).
001260     02  CC-TOLERANCE                PIC X(05).
001270         88  CC-TOLERANCE-OMITTED              VALUE SPACE.
001280     02  CC-TOLERANCE-NUM REDEFINES CC-TOLERANCE
001290                                     PIC 9(03)V99.
001300     02  FILLER                      PIC X(66).
001310*
001320 01  WS-SWITCHES.
001330     02  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
001340         88  END-OF-RATE-TABLE                 VALUE "Y".
001350     02  WS-PRIOR-EOF-SW             PIC X(01) VALUE "N".
001360         88  END-OF-PRIOR-TABLE                VALUE "Y".
001370     02  WS-SAMPLE-EOF-SW            PIC X(01) VALUE "N".
001380         88  END-OF-SAMPLE                     VALUE "Y".
001390     02  WS-HEADER-SEEN-SW           PIC X(01) VALUE "N".
001400         88  HEADER-SEEN                       VALUE "Y".
001410     02  WS-PRIOR-PRESENT-SW         PIC X(01) VALUE "N".
001420         88  PRIOR-TABLE-PRESENT               VALUE "Y".
001430     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
001440         88  CONTROL-CARD-FOUND                VALUE "Y".
001450     02  WS-SLOT-FOUND-SW            PIC X(01) VALUE "N".
001460         88  SLOT-FOUND                        VALUE "Y".
001470*    THE THREE VERDICT FLAGS THE FINAL RETURN CODE IS SET FROM.
001480     02  WS-STALE-SW                 PIC X(01) VALUE "N".
001490         88  TABLE-IS-STALE                    VALUE "Y".
001500     02  WS-MISSING-SW               PIC X(01) VALUE "N".
001510         88  CODE-IS-MISSING                   VALUE "Y".
001520     02  WS-MOVEMENT-SW              PIC X(01) VALUE "N".
001530         88  MOVEMENT-FLAGGED                  VALUE "Y".
001540*
001550 01  WS-FILE-STATUS-FIELDS.
001560     02  WS-RATE-STATUS              PIC X(02) VALUE "00".
001570     02  WS-PRIOR-STATUS             PIC X(02) VALUE "00".
001580     02  WS-SAMPLE-STATUS            PIC X(02) VALUE "00".
001590     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001600     02  WS-RATE-HISTORY-STATUS      PIC X(02) VALUE "00".
001610*
001620 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001630 01  WS-RUN-TIME-RAW                 PIC X(08) VALUE SPACE.
001640 01  FILLER REDEFINES WS-RUN-TIME-RAW.
001650     02  WS-RUN-TIME-HHMMSS          PIC 9(06).
001660     02  FILLER                      PIC X(02).
001670 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001680 01  WS-EFFECTIVE-DATE               PIC 9(08) VALUE ZERO.
001690 01  WS-PREVIOUS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001700 01  WS-TOLERANCE-PCT                PIC 9(03)V99 VALUE 5.
001710*
001720 01  WS-COUNTERS.
001730     02  WS-BLANK-CODE-COUNT         PIC 9(07) VALUE ZERO COMP.
001740     02  WS-DETAIL-READ-COUNT        PIC 9(07) VALUE ZERO COMP.
001750     02  WS-HISTORY-ADDED-COUNT      PIC 9(07) VALUE ZERO COMP.
001760     02  WS-HISTORY-REPLACED-COUNT   PIC 9(07) VALUE ZERO COMP.
001770*
001780 01  WS-COUNT-ED                     PIC ZZZZZZ9.
001790*
001800 01  WS-MOVEMENT-PCT                 PIC S9(05)V99 VALUE ZERO
001810             COMP-3.
001820*
001830 01  WS-SUBSCRIPTS.
001840     02  WS-NEW-SUB                  PIC 9(04) VALUE ZERO COMP.
001850     02  WS-PRIOR-SUB                PIC 9(04) VALUE ZERO COMP.
001860     02  WS-CODE-SUB                 PIC 9(04) VALUE ZERO COMP.
001870     02  WS-SCAN-SUB                 PIC 9(04) VALUE ZERO COMP.
001880*
001890*    TODAY'S TABLE AND THE PRIOR DAY'S, LOADED UP FRONT THE WAY
001900*    10_COPYBOOK LOADS RATE-TABLE-AREA - SAME 20-SLOT CAPACITY.
001910 01  WS-NEW-RATE-COUNT               PIC 9(04) VALUE ZERO COMP.
001920 01  NEW-RATE-AREA.
001930     02  NEW-RATE-ENTRY OCCURS 1 TO 20 TIMES
001940             DEPENDING ON WS-NEW-RATE-COUNT.
001950         03  NR-CURRENCY-CODE        PIC X(03).
001960         03  NR-RATE                 PIC 9(03)V9(04).
001970*
001980 01  WS-PRIOR-RATE-COUNT             PIC 9(04) VALUE ZERO COMP.
001990 01  PRIOR-RATE-AREA.
002000     02  PRIOR-RATE-ENTRY OCCURS 1 TO 20 TIMES
002010             DEPENDING ON WS-PRIOR-RATE-COUNT.
002020         03  PR-CURRENCY-CODE        PIC X(03).
002030         03  PR-RATE                 PIC 9(03)V9(04).
002040*
002050*    EVERY DISTINCT SD-CURRENCY-CODE SEEN ON THE EXTRACT, IN
002060*    FIRST-SEEN ORDER - 50 SLOTS, MATCHING THE 10_COPYBOOK
002070*    CURRENCY SUMMARY CAPACITY.
002080 01  WS-CODE-COUNT                   PIC 9(04) VALUE ZERO COMP.
002090 01  EXTRACT-CODE-AREA.
002100     02  EXTRACT-CODE-ENTRY OCCURS 1 TO 50 TIMES
002110             DEPENDING ON WS-CODE-COUNT.
002120         03  EC-CURRENCY-CODE        PIC X(03).
002130*
002140 01  MOVEMENT-LINE.
002150     02  FILLER                      PIC X(05) VALUE "CODE=".
002160     02  ML-CODE                     PIC X(03).
002170     02  FILLER                      PIC X(07) VALUE " PRIOR=".
002180     02  ML-PRIOR-RATE               PIC ZZ9.9999.
002190     02  FILLER                      PIC X(05) VALUE " NEW=".
002200     02  ML-NEW-RATE                 PIC ZZ9.9999.
002210     02  FILLER                      PIC X(05) VALUE " PCT=".
002220     02  ML-MOVEMENT-PCT             PIC -ZZZ9.99.
002230     02  FILLER                      PIC X(05) VALUE " TOL=".
002240     02  ML-TOLERANCE                PIC ZZ9.99.
002250*
002260 PROCEDURE DIVISION.
002270*
002280******************************************************************
002290*    0000-MAINLINE - THE FOUR CHECKS IN ORDER, THEN THE VERDICT
002300******************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-LOAD-NEW-TABLE THRU 2000-EXIT.
002340     PERFORM 3000-LOAD-PRIOR-TABLE THRU 3000-EXIT.
002350     PERFORM 4000-CHECK-EFFECTIVE-DATE THRU 4000-EXIT.
002360     PERFORM 5000-CHECK-MOVEMENT THRU 5000-EXIT.
002370     PERFORM 6000-CHECK-COVERAGE THRU 6000-EXIT.
002380     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002390     STOP RUN.
002400*
002410******************************************************************
002420*    1000-INITIALIZE - AS-OF DATE AND TOLERANCE FROM THE
002430*    OPTIONAL SYSIN CARD, VALIDATED BEFORE ANY DATA FILE IS
002440*    TOUCHED - THE 10_COPYBOOK 1300/1320 PATTERN
002450******************************************************************
002460 1000-INITIALIZE.
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002490     MOVE "C" TO BD-FUNCTION.
002500     PERFORM 7000-CALL-BUSDATE THRU 7000-EXIT.
002510     MOVE BD-DATE-OUT TO WS-AS-OF-DATE.
002520     OPEN INPUT RUN-CONTROL-FILE.
002530     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
002540         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
002550         IF WS-CONTROL-STATUS = "00"
002560             MOVE "Y" TO WS-CARD-FOUND-SW
002570         END-IF
002580         CLOSE RUN-CONTROL-FILE
002590     END-IF.
002600     IF NOT CONTROL-CARD-FOUND
002610         GO TO 1000-ECHO
002620     END-IF.
002630     IF NOT CC-AS-OF-OMITTED
002640         IF CC-AS-OF-DATE NOT NUMERIC
002650                 OR CC-AS-OF-MONTH < 01 OR CC-AS-OF-MONTH > 12
002660                 OR CC-AS-OF-DAY < 01 OR CC-AS-OF-DAY > 31
002670             DISPLAY "05_RATEDIT - BAD CONTROL CARD: AS-OF DATE "
002680                 "(COLS 1-8) MUST BE YYYYMMDD, GOT "
002690                 CC-AS-OF-DATE
002700             GO TO 9998-CONTROL-ABEND
002710         END-IF
002720         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
002730     END-IF.
002740     IF NOT CC-TOLERANCE-OMITTED
002750         IF CC-TOLERANCE NOT NUMERIC
002760             DISPLAY "05_RATEDIT - BAD CONTROL CARD: TOLERANCE "
002770                 "(COLS 10-14) MUST BE 999V99, GOT " CC-TOLERANCE
002780             GO TO 9998-CONTROL-ABEND
002790         END-IF
002800         MOVE CC-TOLERANCE-NUM TO WS-TOLERANCE-PCT
002810     END-IF.
002820 1000-ECHO.
002830     MOVE WS-TOLERANCE-PCT TO ML-TOLERANCE.
002840     DISPLAY "05_RATEDIT - RATE TABLE EDIT AS OF " WS-AS-OF-DATE
002850         " TOLERANCE=" ML-TOLERANCE " PCT".
002860 1000-EXIT.
002870     EXIT.
002880*
002890******************************************************************
002900*    2000-LOAD-NEW-TABLE - TODAY'S RATETAB INTO NEW-RATE-AREA.
002910*    THE FIRST RECORD MUST BE THE HD HEADER; EVERY DETAIL MUST
002920*    CARRY A NUMERIC NON-ZERO RATE AND AN UNDUPLICATED CODE.
002930*    STRUCTURE FAILURES END 12 - FIX THE TABLE, NOT THE DATA.
002940******************************************************************
002950 2000-LOAD-NEW-TABLE.
002960     OPEN INPUT RATE-TABLE-FILE.
002970     IF WS-RATE-STATUS NOT = "00"
002980         DISPLAY "05_RATEDIT - UNABLE TO OPEN RATE-TABLE-FILE "
002990             "STATUS=" WS-RATE-STATUS
003000         GO TO 9999-ABEND
003010     END-IF.
003020     PERFORM 2100-READ-NEW-RATE THRU 2100-EXIT
003030         UNTIL END-OF-RATE-TABLE.
003040     CLOSE RATE-TABLE-FILE.
003050     IF NOT HEADER-SEEN
003060         DISPLAY "05_RATEDIT - RATETAB HAS NO HD EFFECTIVE-DATE "
003070             "HEADER - OLD-FORMAT OR TRUNCATED TABLE"
003080         GO TO 9998-CONTROL-ABEND
003090     END-IF.
003100     IF WS-NEW-RATE-COUNT = ZERO
003110         DISPLAY "05_RATEDIT - RATETAB HAS A HEADER BUT NO RATE "
003120             "ENTRIES"
003130         GO TO 9998-CONTROL-ABEND
003140     END-IF.
003150 2000-EXIT.
003160     EXIT.
003170*
003180 2100-READ-NEW-RATE.
003190     READ RATE-TABLE-FILE INTO RATE-TABLE-ROW.
003200     IF WS-RATE-STATUS = "10"
003210         MOVE "Y" TO WS-RATE-EOF-SW
003220         GO TO 2100-EXIT
003230     END-IF.
003240     IF WS-RATE-STATUS NOT = "00"
003250         DISPLAY "05_RATEDIT - RATETAB READ ERROR, STATUS="
003260             WS-RATE-STATUS
003270         GO TO 9999-ABEND
003280     END-IF.
003290     IF RATE-HEADER-RECORD
003300         IF HEADER-SEEN
003310             DISPLAY "05_RATEDIT - RATETAB HAS MORE THAN ONE HD "
003320                 "HEADER"
003330             GO TO 9998-CONTROL-ABEND
003340         END-IF
003350         IF RTR-EFFECTIVE-DATE NOT NUMERIC
003360             DISPLAY "05_RATEDIT - RATETAB HEADER DATE IS NOT "
003370                 "NUMERIC"
003380             GO TO 9998-CONTROL-ABEND
003390         END-IF
003400         MOVE "Y" TO WS-HEADER-SEEN-SW
003410         MOVE RTR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
003420         GO TO 2100-EXIT
003430     END-IF.
003440     IF NOT HEADER-SEEN
003450         DISPLAY "05_RATEDIT - RATETAB DETAIL BEFORE THE HD "
003460             "HEADER - OLD-FORMAT OR TRUNCATED TABLE"
003470         GO TO 9998-CONTROL-ABEND
003480     END-IF.
003490     IF RTR-RATE NOT NUMERIC OR RTR-RATE = ZERO
003500         DISPLAY "05_RATEDIT - BAD RATE FOR CODE="
003510             RTR-CURRENCY-CODE " - MUST BE NUMERIC AND NON-ZERO"
003520         GO TO 9998-CONTROL-ABEND
003530     END-IF.
003540     PERFORM 2200-FIND-NEW-CODE THRU 2200-EXIT.
003550     IF SLOT-FOUND
003560         DISPLAY "05_RATEDIT - DUPLICATE CODE ON RATETAB: "
003570             RTR-CURRENCY-CODE
003580         GO TO 9998-CONTROL-ABEND
003590     END-IF.
003600     IF WS-NEW-RATE-COUNT >= 20
003610         DISPLAY "05_RATEDIT - RATETAB HAS MORE THAN 20 ENTRIES"
003620         GO TO 9998-CONTROL-ABEND
003630     END-IF.
003640     ADD 1 TO WS-NEW-RATE-COUNT.
003650     MOVE RTR-CURRENCY-CODE
003660         TO NR-CURRENCY-CODE (WS-NEW-RATE-COUNT).
003670     MOVE RTR-RATE TO NR-RATE (WS-NEW-RATE-COUNT).
003680 2100-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720*    2200-FIND-NEW-CODE - LOOK RTR-CURRENCY-CODE UP IN THE NEW
003730*    TABLE; SLOT-FOUND AND WS-SCAN-SUB TELL THE CALLER
003740******************************************************************
003750 2200-FIND-NEW-CODE.
003760     MOVE "N" TO WS-SLOT-FOUND-SW.
003770     MOVE 1 TO WS-SCAN-SUB.
003780     PERFORM 2210-MATCH-NEW-CODE THRU 2210-EXIT
003790         UNTIL SLOT-FOUND OR WS-SCAN-SUB > WS-NEW-RATE-COUNT.
003800 2200-EXIT.
003810     EXIT.
003820*
003830 2210-MATCH-NEW-CODE.
003840     IF NR-CURRENCY-CODE (WS-SCAN-SUB) = RTR-CURRENCY-CODE
003850         MOVE "Y" TO WS-SLOT-FOUND-SW
003860     ELSE
003870         ADD 1 TO WS-SCAN-SUB
003880     END-IF.
003890 2210-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930*    3000-LOAD-PRIOR-TABLE - THE PRIOR DAY'S TABLE FOR THE
003940*    MOVEMENT CHECK.  OPTIONAL: NO FILE MEANS NO MOVEMENT CHECK
003950*    (SAID SO ON SYSOUT, NOT SILENTLY).  ITS HEADER AND ANY
003960*    UNREADABLE ENTRY ARE SKIPPED - YESTERDAY'S TABLE IS A
003970*    REFERENCE HERE, NOT THE THING UNDER EDIT.
003980******************************************************************
003990 3000-LOAD-PRIOR-TABLE.
004000     OPEN INPUT PRIOR-RATE-FILE.
004010     IF WS-PRIOR-STATUS NOT = "00"
004020         DISPLAY "05_RATEDIT - NO PRIOR TABLE (RATEPRV) - "
004030             "MOVEMENT CHECK SKIPPED"
004040         GO TO 3000-EXIT
004050     END-IF.
004060     MOVE "Y" TO WS-PRIOR-PRESENT-SW.
004070     PERFORM 3100-READ-PRIOR-RATE THRU 3100-EXIT
004080         UNTIL END-OF-PRIOR-TABLE.
004090     CLOSE PRIOR-RATE-FILE.
004100 3000-EXIT.
004110     EXIT.
004120*
004130 3100-READ-PRIOR-RATE.
004140     READ PRIOR-RATE-FILE INTO RATE-TABLE-ROW.
004150     IF WS-PRIOR-STATUS = "10"
004160         MOVE "Y" TO WS-PRIOR-EOF-SW
004170         GO TO 3100-EXIT
004180     END-IF.
004190     IF WS-PRIOR-STATUS NOT = "00"
004200         DISPLAY "05_RATEDIT - RATEPRV READ ERROR, STATUS="
004210             WS-PRIOR-STATUS
004220         GO TO 9999-ABEND
004230     END-IF.
004240     IF RATE-HEADER-RECORD
004250         GO TO 3100-EXIT
004260     END-IF.
004270     IF RTR-RATE NOT NUMERIC OR RTR-RATE = ZERO
004280         GO TO 3100-EXIT
004290     END-IF.
004300     IF WS-PRIOR-RATE-COUNT >= 20
004310         GO TO 3100-EXIT
004320     END-IF.
004330     ADD 1 TO WS-PRIOR-RATE-COUNT.
004340     MOVE RTR-CURRENCY-CODE
004350         TO PR-CURRENCY-CODE (WS-PRIOR-RATE-COUNT).
004360     MOVE RTR-RATE TO PR-RATE (WS-PRIOR-RATE-COUNT).
004370 3100-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410*    4000-CHECK-EFFECTIVE-DATE - A TABLE EFFECTIVE BEFORE THE
004420*    PREVIOUS BUSINESS DAY IS EXACTLY THE TWO-DAY-OLD TABLE THAT
004430*    BURNT THE USD TOTALS - REFUSE IT.  THE PREVIOUS BUSINESS
004440*    DAY'S OWN TABLE IS WHAT TREASURY LEAVES IN PLACE OVER A
004450*    HOLIDAY OR BEFORE THE MORNING FIX, AND IS ACCEPTED.
004460******************************************************************
004470 4000-CHECK-EFFECTIVE-DATE.
004480     DISPLAY "05_RATEDIT - RATE TABLE EFFECTIVE "
004490         WS-EFFECTIVE-DATE.
004500     IF WS-EFFECTIVE-DATE NOT < WS-AS-OF-DATE
004510         GO TO 4000-EXIT
004520     END-IF.
004530     MOVE "P" TO BD-FUNCTION.
004540     MOVE WS-AS-OF-DATE TO BD-DATE-IN.
004550     PERFORM 7000-CALL-BUSDATE THRU 7000-EXIT.
004560     MOVE BD-DATE-OUT TO WS-PREVIOUS-BUSINESS-DATE.
004570     IF WS-EFFECTIVE-DATE NOT < WS-PREVIOUS-BUSINESS-DATE
004580         DISPLAY "05_RATEDIT - TABLE IS THE PREVIOUS BUSINESS "
004590             "DAY'S (" WS-PREVIOUS-BUSINESS-DATE ") FOR AS-OF "
004600             WS-AS-OF-DATE " - ACCEPTED"
004610         GO TO 4000-EXIT
004620     END-IF.
004630     MOVE "Y" TO WS-STALE-SW.
004640     DISPLAY "05_RATEDIT - STALE TABLE: EFFECTIVE "
004650         WS-EFFECTIVE-DATE " IS BEFORE THE PREVIOUS BUSINESS "
004660         "DAY " WS-PREVIOUS-BUSINESS-DATE " - REFUSING IT".
004670 4000-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*    5000-CHECK-MOVEMENT - EVERY NEW RATE AGAINST THE PRIOR
004720*    DAY'S.  A MOVEMENT BEYOND TOLERANCE IS FLAGGED (RC 4) FOR
004730*    TREASURY TO CONFIRM - A FAT-FINGERED RATE LOOKS EXACTLY
004740*    LIKE A MARKET JUMP, SO A HUMAN DECIDES.  A CODE WITHOUT A
004750*    PRIOR ENTRY IS NOTED AS NEW AND NOT FLAGGED.
004760******************************************************************
004770 5000-CHECK-MOVEMENT.
004780     IF NOT PRIOR-TABLE-PRESENT
004790         GO TO 5000-EXIT
004800     END-IF.
004810     MOVE 1 TO WS-NEW-SUB.
004820     PERFORM 5100-CHECK-ONE-RATE THRU 5100-EXIT
004830         UNTIL WS-NEW-SUB > WS-NEW-RATE-COUNT.
004840 5000-EXIT.
004850     EXIT.
004860*
004870 5100-CHECK-ONE-RATE.
004880     MOVE "N" TO WS-SLOT-FOUND-SW.
004890     MOVE 1 TO WS-PRIOR-SUB.
004900     PERFORM 5110-MATCH-PRIOR-CODE THRU 5110-EXIT
004910         UNTIL SLOT-FOUND OR WS-PRIOR-SUB > WS-PRIOR-RATE-COUNT.
004920     IF NOT SLOT-FOUND
004930         DISPLAY "05_RATEDIT - CODE "
004940             NR-CURRENCY-CODE (WS-NEW-SUB)
004950             " IS NEW TODAY - NO PRIOR RATE TO COMPARE"
004960         GO TO 5100-NEXT
004970     END-IF.
004980     COMPUTE WS-MOVEMENT-PCT ROUNDED =
004990         (NR-RATE (WS-NEW-SUB) - PR-RATE (WS-PRIOR-SUB))
005000         * 100 / PR-RATE (WS-PRIOR-SUB).
005010     IF WS-MOVEMENT-PCT > WS-TOLERANCE-PCT
005020             OR WS-MOVEMENT-PCT < ZERO - WS-TOLERANCE-PCT
005030         MOVE "Y" TO WS-MOVEMENT-SW
005040         MOVE NR-CURRENCY-CODE (WS-NEW-SUB) TO ML-CODE
005050         MOVE PR-RATE (WS-PRIOR-SUB) TO ML-PRIOR-RATE
005060         MOVE NR-RATE (WS-NEW-SUB) TO ML-NEW-RATE
005070         MOVE WS-MOVEMENT-PCT TO ML-MOVEMENT-PCT
005080         MOVE WS-TOLERANCE-PCT TO ML-TOLERANCE
005090         DISPLAY "05_RATEDIT - MOVEMENT OVER TOLERANCE:"
005100         DISPLAY MOVEMENT-LINE
005110     END-IF.
005120 5100-NEXT.
005130     ADD 1 TO WS-NEW-SUB.
005140 5100-EXIT.
005150     EXIT.
005160*
005170 5110-MATCH-PRIOR-CODE.
005180     IF PR-CURRENCY-CODE (WS-PRIOR-SUB)
005190             = NR-CURRENCY-CODE (WS-NEW-SUB)
005200         MOVE "Y" TO WS-SLOT-FOUND-SW
005210     ELSE
005220         ADD 1 TO WS-PRIOR-SUB
005230     END-IF.
005240 5110-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280*    6000-CHECK-COVERAGE - EVERY SD-CURRENCY-CODE ACTUALLY ON
005290*    THE EXTRACT MUST HAVE A RATETAB ENTRY.  TRAILER RECORDS
005300*    AND BLANK CODES (ROWS FROM BEFORE THE CODE COLUMN EXISTED)
005310*    ARE COUNTED AND SKIPPED.
005320******************************************************************
005330 6000-CHECK-COVERAGE.
005340     OPEN INPUT SAMPLE-DATA-FILE.
005350     IF WS-SAMPLE-STATUS NOT = "00"
005360         DISPLAY "05_RATEDIT - UNABLE TO OPEN SAMPLE-DATA-FILE "
005370             "STATUS=" WS-SAMPLE-STATUS
005380         GO TO 9999-ABEND
005390     END-IF.
005400     PERFORM 6100-COLLECT-ONE-CODE THRU 6100-EXIT
005410         UNTIL END-OF-SAMPLE.
005420     CLOSE SAMPLE-DATA-FILE.
005430     MOVE 1 TO WS-CODE-SUB.
005440     PERFORM 6200-VERIFY-ONE-CODE THRU 6200-EXIT
005450         UNTIL WS-CODE-SUB > WS-CODE-COUNT.
005460 6000-EXIT.
005470     EXIT.
005480*
005490 6100-COLLECT-ONE-CODE.
005500     READ SAMPLE-DATA-FILE INTO SAMPLE-DATA-REC.
005510     IF WS-SAMPLE-STATUS = "10"
005520         MOVE "Y" TO WS-SAMPLE-EOF-SW
005530         GO TO 6100-EXIT
005540     END-IF.
005550     IF WS-SAMPLE-STATUS NOT = "00"
005560         DISPLAY "05_RATEDIT - SAMPIN READ ERROR, STATUS="
005570             WS-SAMPLE-STATUS
005580         GO TO 9999-ABEND
005590     END-IF.
005600     IF TRAILER-RECORD
005610         GO TO 6100-EXIT
005620     END-IF.
005630     ADD 1 TO WS-DETAIL-READ-COUNT.
005640     IF SD-CURRENCY-CODE = SPACE
005650         ADD 1 TO WS-BLANK-CODE-COUNT
005660         GO TO 6100-EXIT
005670     END-IF.
005680     MOVE "N" TO WS-SLOT-FOUND-SW.
005690     MOVE 1 TO WS-SCAN-SUB.
005700     PERFORM 6110-MATCH-EXTRACT-CODE THRU 6110-EXIT
005710         UNTIL SLOT-FOUND OR WS-SCAN-SUB > WS-CODE-COUNT.
005720     IF NOT SLOT-FOUND
005730         IF WS-CODE-COUNT >= 50
005740             DISPLAY "05_RATEDIT - MORE THAN 50 CURRENCY CODES "
005750                 "ON SAMPIN"
005760             GO TO 9999-ABEND
005770         END-IF
005780         ADD 1 TO WS-CODE-COUNT
005790         MOVE SD-CURRENCY-CODE
005800             TO EC-CURRENCY-CODE (WS-CODE-COUNT)
005810     END-IF.
005820 6100-EXIT.
005830     EXIT.
005840*
005850 6110-MATCH-EXTRACT-CODE.
005860     IF EC-CURRENCY-CODE (WS-SCAN-SUB) = SD-CURRENCY-CODE
005870         MOVE "Y" TO WS-SLOT-FOUND-SW
005880     ELSE
005890         ADD 1 TO WS-SCAN-SUB
005900     END-IF.
005910 6110-EXIT.
005920     EXIT.
005930*
005940 6200-VERIFY-ONE-CODE.
005950     MOVE "N" TO WS-SLOT-FOUND-SW.
005960     MOVE 1 TO WS-SCAN-SUB.
005970     PERFORM 6210-MATCH-TABLE-CODE THRU 6210-EXIT
005980         UNTIL SLOT-FOUND OR WS-SCAN-SUB > WS-NEW-RATE-COUNT.
005990     IF NOT SLOT-FOUND
006000         MOVE "Y" TO WS-MISSING-SW
006010         DISPLAY "05_RATEDIT - CODE "
006020             EC-CURRENCY-CODE (WS-CODE-SUB)
006030             " IS ON THE EXTRACT BUT NOT ON RATETAB - ROWS "
006040             "WOULD CONVERT AT 1.0000"
006050     END-IF.
006060     ADD 1 TO WS-CODE-SUB.
006070 6200-EXIT.
006080     EXIT.
006090*
006100 6210-MATCH-TABLE-CODE.
006110     IF NR-CURRENCY-CODE (WS-SCAN-SUB)
006120             = EC-CURRENCY-CODE (WS-CODE-SUB)
006130         MOVE "Y" TO WS-SLOT-FOUND-SW
006140     ELSE
006150         ADD 1 TO WS-SCAN-SUB
006160     END-IF.
006170 6210-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210*    7000-CALL-BUSDATE - ONE CALL TO THE SHARED BUSINESS-DATE
006220*    ROUTINE.  A CALENDAR IT CANNOT READ IS A FILE FAILURE, A
006230*    MALFORMED ONE A CARD ERROR; A YEAR NOT YET MARKED COMPLETE
006240*    IS WARNED ON SYSOUT BY THE ROUTINE AND THE EDIT GOES ON.
006250******************************************************************
006260 7000-CALL-BUSDATE.
006270     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
006280     IF BD-FILE-FAILURE
006290         DISPLAY "05_RATEDIT - BUSINESS-DATE ROUTINE CANNOT "
006300             "READ THE CALENDAR"
006310         GO TO 9999-ABEND
006320     END-IF.
006330     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
006340         DISPLAY "05_RATEDIT - BUSINESS-DATE ROUTINE FAILED, "
006350             "RC=" BD-RETURN-CODE
006360         GO TO 9998-CONTROL-ABEND
006370     END-IF.
006380 7000-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420*    8000-FINALIZE - RUN TOTALS AND THE VERDICT.  STALE TABLE
006430*    OR MISSING CODE HOLDS THE COPYBOOK JOB (8); A MOVEMENT
006440*    BEYOND TOLERANCE IS A REVIEW FLAG (4).  ANY TABLE NOT
006450*    REFUSED GOES ON THE RATE HISTORY.
006460******************************************************************
006470 8000-FINALIZE.
006480     MOVE WS-NEW-RATE-COUNT TO WS-COUNT-ED.
006490     DISPLAY "05_RATEDIT - RATES ON TABLE:      " WS-COUNT-ED.
006500     MOVE WS-DETAIL-READ-COUNT TO WS-COUNT-ED.
006510     DISPLAY "05_RATEDIT - EXTRACT ROWS READ:   " WS-COUNT-ED.
006520     MOVE WS-CODE-COUNT TO WS-COUNT-ED.
006530     DISPLAY "05_RATEDIT - DISTINCT CODES SEEN: " WS-COUNT-ED.
006540     MOVE WS-BLANK-CODE-COUNT TO WS-COUNT-ED.
006550     DISPLAY "05_RATEDIT - BLANK CODES SKIPPED: " WS-COUNT-ED.
006560     IF TABLE-IS-STALE OR CODE-IS-MISSING
006570         DISPLAY "05_RATEDIT - RATE TABLE REFUSED - HOLDING THE "
006580             "COPYBOOK JOB"
006590         MOVE 8 TO RETURN-CODE
006600         GO TO 8000-EXIT
006610     END-IF.
006620     IF MOVEMENT-FLAGGED
006630         DISPLAY "05_RATEDIT - RATE MOVEMENT OVER TOLERANCE - "
006640             "TREASURY TO CONFIRM BEFORE RELEASE"
006650         MOVE 4 TO RETURN-CODE
006660     END-IF.
006670     PERFORM 8100-KEEP-RATE-HISTORY THRU 8100-EXIT.
006680 8000-EXIT.
006690     EXIT.
006700*
006710******************************************************************
006720*    8100-KEEP-RATE-HISTORY - EVERY RATE OF THE TABLE ONTO
006730*    RATEHIST UNDER THE TABLE'S EFFECTIVE DATE.  AN EMPTY
006740*    CLUSTER (THE FIRST TABLE EVER KEPT) IS LOADED OPEN OUTPUT
006750*    - THE CODES ON ONE TABLE ARE UNDUPLICATED, SO THAT LOAD
006760*    NEVER MEETS A DUPLICATE KEY.  OPEN I-O, A CODE ALREADY KEPT
006770*    FOR THE DATE IS A RERUN AND IS REPLACED.
006780******************************************************************
006790 8100-KEEP-RATE-HISTORY.
006800     OPEN I-O RATE-HISTORY-FILE.
006810     IF WS-RATE-HISTORY-STATUS = "35"
006820         OPEN OUTPUT RATE-HISTORY-FILE
006830     END-IF.
006840     IF WS-RATE-HISTORY-STATUS NOT = "00"
006850         DISPLAY "05_RATEDIT - UNABLE TO OPEN RATE-HISTORY-FILE "
006860             "STATUS=" WS-RATE-HISTORY-STATUS
006870         GO TO 9999-ABEND
006880     END-IF.
006890     PERFORM 8110-KEEP-ONE-RATE THRU 8110-EXIT
006900         VARYING WS-NEW-SUB FROM 1 BY 1
006910         UNTIL WS-NEW-SUB > WS-NEW-RATE-COUNT.
006920     CLOSE RATE-HISTORY-FILE.
006930     MOVE WS-HISTORY-ADDED-COUNT TO WS-COUNT-ED.
006940     DISPLAY "05_RATEDIT - RATES ADDED TO RATEHIST:    "
006950         WS-COUNT-ED " EFFECTIVE " WS-EFFECTIVE-DATE.
006960     MOVE WS-HISTORY-REPLACED-COUNT TO WS-COUNT-ED.
006970     DISPLAY "05_RATEDIT - RATES REPLACED ON RATEHIST: "
006980         WS-COUNT-ED.
006990 8100-EXIT.
007000     EXIT.
007010*
007020 8110-KEEP-ONE-RATE.
007030     MOVE SPACE TO RATE-HIST-REC.
007040     MOVE NR-CURRENCY-CODE (WS-NEW-SUB) TO RTH-CURRENCY-CODE.
007050     MOVE WS-EFFECTIVE-DATE TO RTH-EFFECTIVE-DATE.
007060     MOVE NR-RATE (WS-NEW-SUB) TO RTH-RATE.
007070     MOVE WS-AS-OF-DATE TO RTH-AS-OF-DATE.
007080     MOVE WS-RUN-DATE TO RTH-KEPT-DATE.
007090     MOVE WS-RUN-TIME-HHMMSS TO RTH-KEPT-TIME.
007100     WRITE RATE-HIST-REC.
007110     IF WS-RATE-HISTORY-STATUS = "22"
007120         REWRITE RATE-HIST-REC
007130         IF WS-RATE-HISTORY-STATUS = "00"
007140             ADD 1 TO WS-HISTORY-REPLACED-COUNT
007150         END-IF
007160     ELSE
007170         IF WS-RATE-HISTORY-STATUS = "00"
007180             ADD 1 TO WS-HISTORY-ADDED-COUNT
007190         END-IF
007200     END-IF.
007210     IF WS-RATE-HISTORY-STATUS NOT = "00"
007220         DISPLAY "05_RATEDIT - RATEHIST WRITE ERROR AT CODE="
007230             RTH-CURRENCY-CODE " STATUS=" WS-RATE-HISTORY-STATUS
007240         GO TO 9999-ABEND
007250     END-IF.
007260 8110-EXIT.
007270     EXIT.
007280*
007290******************************************************************
007300*    9998-CONTROL-ABEND - MALFORMED SYSIN CARD OR RATE TABLE.
007310*    RETURN-CODE 12 IS DISTINCT FROM THE 8 OF A REFUSED TABLE
007320*    AND THE 16 OF A FILE FAILURE - IT MEANS FIX THE CARD OR
007330*    THE TABLE FORMAT (OR THE CALENDAR), NOT THE DATA
007340******************************************************************
007350 9998-CONTROL-ABEND.
007360     MOVE 12 TO RETURN-CODE.
007370     STOP RUN.
007380*
007390******************************************************************
007400*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
007410*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
007420******************************************************************
007430 9999-ABEND.
007440     MOVE 16 TO RETURN-CODE.
007450     STOP RUN.
