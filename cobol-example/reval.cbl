000010******************************************************************
000020*    PROGRAM-ID  : 18_REVAL
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    MONTH-END FX REVALUATION OF THE MASTER.  EVERY MSTROUT ROW
000090*    CARRIES ITS ORIGINAL AMOUNT AND CURRENCY CODE AND THE USD
000100*    IT WAS BOOKED AT ON THE NIGHT IT LAST POSTED; NOTHING
000110*    SHOWED WHAT THOSE BALANCES ARE WORTH AT THE MONTH-END RATE.
000120*    THIS REPRICES EVERY ROW'S MST-ORIG-CURRENCY-AMT AT ITS
000130*    CODE'S MONTH-END RATE AND LISTS, ROW BY ROW, THE BOOKED
000140*    USD, THE REVALUED USD AND THE UNREALIZED GAIN (LOSS), THEN
000150*    SUBTOTALS BY CURRENCY AND BY SOURCE REGION AND A GRAND
000160*    TOTAL - THE FIGURES FINANCE POSTS ITS REVALUATION JOURNAL
000170*    FROM AT THE MONTH-END CLOSE.
000180*
000190*    THE MONTH-END RATE OF A CODE IS ITS LATEST RATE ON THE
000200*    RATEHIST RATE HISTORY (KEPT BY 05_RATEDIT FROM EVERY TABLE
000210*    THAT PASSED) EFFECTIVE ON OR BEFORE THE MONTH-END DATE.  A
000220*    RATE EFFECTIVE BEFORE THE MONTH'S LAST BUSINESS DAY (FROM
000230*    07_BUSDATE) IS USED BUT MARKED STALE.  A CODE WITH NO RATE
000240*    AT ALL IS NOT REVALUED - ITS ROWS ARE LISTED "NO RATE" AT
000250*    THEIR BOOKED USD WITH NO GAIN OR LOSS.  A ROW WITH NO CODE
000260*    (LOADED BEFORE THE CODE WAS CARRIED) WAS NEVER CONVERTED
000270*    AND IS LISTED THE SAME WAY, "NO CODE".  CLOSED ROWS ARE
000280*    REVALUED LIKE ANY OTHER AND SHOW THEIR STATUS CODE.
000290*
000300*    RUN IT AFTER THE LAST NIGHT OF THE MONTH HAS POSTED AND
000310*    BEFORE THE FIRST NIGHT OF THE NEXT - MSTROUT HOLDS ONLY THE
000320*    CURRENT ROW PER KEY, SO ONCE THE NEW MONTH POSTS THE
000330*    MONTH-END BALANCES ARE GONE.
000340*
000350*    THE SYSIN CARD (OPTIONAL):
000360*        COLS 01-08  MONTH-END DATE YYYYMMDD, THE LAST DAY OF A
000370*                    MONTH - BLANK/NO CARD = THE END OF THE
000380*                    MONTH OF THE CURRENT BUSINESS DATE WHEN
000390*                    THAT IS THE MONTH'S LAST BUSINESS DAY,
000400*                    OTHERWISE THE END OF THE MONTH BEFORE
000410*        COLS 10-13  LINES PER PAGE - BLANK = 0020, THE
000420*                    10_COPYBOOK DEFAULT
000430*    "*" IN COL 1 IS A COMMENT CARD.
000440*
000450*    RETURN CODES: 0 EVERY ROW REVALUED AT ITS MONTH-END RATE;
000460*    4 SOME ROWS REVALUED AT A STALE RATE - REVIEW BEFORE
000470*    POSTING; 8 A CODE HAS NO RATE ON RATEHIST - THE TOTALS ARE
000480*    INCOMPLETE, DO NOT POST; 12 MALFORMED SYSIN CARD OR
000490*    CALENDAR; 16 FILE FAILURE.
000500*
000510*    MODIFICATION HISTORY
000520*    DATE       INIT  DESCRIPTION
000530*    10/15/26   JH    INITIAL VERSION
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. 18_REVAL.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS IS SEQUENTIAL
000640         RECORD KEY IS MFR-VAR-LP
000650         FILE STATUS IS WS-MASTER-STATUS.
000660*
000670     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS IS SEQUENTIAL
000700         RECORD KEY IS RTH-KEY
000710         FILE STATUS IS WS-RATE-HISTORY-STATUS.
000720*
000730     SELECT REPORT-FILE ASSIGN TO "REVALRPT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760*
000770     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-CONTROL-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000840*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
000850*    MASTERROW COPYBOOK IN WORKING-STORAGE, THE 15_GLPOST
000860*    PATTERN.
000870 FD  MASTER-FILE.
000880 01  MASTER-FILE-REC.
000890     02  MFR-VAR-LP                  PIC X(08).
000900     02  FILLER                      PIC X(72).
000910*
000920 FD  RATE-HISTORY-FILE.
000930     COPY RateHistRow.
000940*
000950 FD  REPORT-FILE.
000960 01  REPORT-FILE-REC                PIC X(132).
000970*
000980 FD  RUN-CONTROL-FILE.
000990 01  RUN-CONTROL-FILE-REC           PIC X(80).
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030     COPY MasterRow.
001040*
001050     COPY BusinessDateParm.
001060*
001070 01  RUN-CONTROL-CARD.
001080     02  CC-MONTH-END-DATE           PIC X(08).
001090         88  CC-MONTH-END-OMITTED              VALUE SPACE.
001100     02  CC-MONTH-END-NUM REDEFINES CC-MONTH-END-DATE.
001110         03  CC-MONTH-END-YEAR       PIC 9(04).
001120         03  CC-MONTH-END-MONTH      PIC 9(02).
001130         03  CC-MONTH-END-DAY        PIC 9(02).
001140     02  FILLER                      PIC X(01).
001150     02  CC-PAGE-SIZE                PIC X(04).
001160         88  CC-PAGE-SIZE-OMITTED              VALUE SPACE.
001170     02  CC-PAGE-SIZE-NUM REDEFINES CC-PAGE-SIZE
001180                                     PIC 9(04).
001190     02  FILLER                      PIC X(67).
001200*
001210 01  WS-SWITCHES.
001220     02  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001230         88  END-OF-MASTER                     VALUE "Y".
001240     02  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001250         88  END-OF-HISTORY                    VALUE "Y".
001260     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
001270         88  CONTROL-CARD-FOUND                VALUE "Y".
001280     02  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
001290         88  RATE-FOUND                        VALUE "Y".
001300     02  WS-CURRENCY-FOUND-SW        PIC X(01) VALUE "N".
001310         88  CURRENCY-SLOT-FOUND               VALUE "Y".
001320     02  WS-REGION-FOUND-SW          PIC X(01) VALUE "N".
001330         88  REGION-SLOT-FOUND                 VALUE "Y".
001340*    WHICH PART OF THE REPORT IS PRINTING, FOR THE COLUMN
001350*    HEADINGS A NEW PAGE GETS.
001360     02  WS-SECTION-SW               PIC X(01) VALUE "R".
001370         88  PRINTING-ROWS                     VALUE "R".
001380         88  PRINTING-CURRENCIES               VALUE "C".
001390         88  PRINTING-REGIONS                  VALUE "G".
001400*    SET BY A ROW REVALUED AT A STALE RATE - RETURN-CODE 4.
001410     02  WS-WARNING-SW               PIC X(01) VALUE "N".
001420         88  RUN-HAS-WARNINGS                  VALUE "Y".
001430*    SET BY A ROW WHOSE CODE HAS NO RATE - RETURN-CODE 8.
001440     02  WS-NO-RATE-SW               PIC X(01) VALUE "N".
001450         88  ROWS-NOT-REVALUED                 VALUE "Y".
001460*
001470 01  WS-FILE-STATUS-FIELDS.
001480     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001490     02  WS-RATE-HISTORY-STATUS      PIC X(02) VALUE "00".
001500     02  WS-REPORT-STATUS            PIC X(02) VALUE "00".
001510     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001520*
001530 01  WS-MONTH-END-DATE               PIC 9(08) VALUE ZERO.
001540 01  WS-MONTH-END-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
001550 01  WS-PAGE-SIZE                    PIC 9(04) VALUE 20 COMP.
001560 01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO COMP.
001570 01  WS-LINE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001580*
001590*    DATE WORK - A MONTH'S LAST DAY IS THE DAY BEFORE THE FIRST
001600*    OF THE NEXT MONTH.
001610 01  WS-WORK-DATE                    PIC 9(08) VALUE ZERO.
001620 01  FILLER REDEFINES WS-WORK-DATE.
001630     02  WS-WORK-YYYY                PIC 9(04).
001640     02  WS-WORK-MM                  PIC 9(02).
001650     02  WS-WORK-DD                  PIC 9(02).
001660 01  WS-DAY-INTEGER                  PIC 9(07) VALUE ZERO COMP.
001670 01  WS-CURRENT-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001680 01  WS-LAST-DAY-OF-MONTH            PIC 9(08) VALUE ZERO.
001690*
001700*    THE MONTH-END RATE OF EVERY CODE ON RATEHIST - ITS LATEST
001710*    RATE EFFECTIVE ON OR BEFORE THE MONTH-END DATE.  RATEHIST
001720*    IS READ IN KEY ORDER, CODE THEN DATE, SO EACH CODE'S
001730*    ROWS ARRIVE TOGETHER AND THE LAST ONE KEPT WINS.
001740 01  WS-RATE-COUNT                   PIC 9(04) VALUE ZERO COMP.
001750 01  MONTH-END-RATE-AREA.
001760     02  MONTH-END-RATE-ENTRY OCCURS 1 TO 50 TIMES
001770             DEPENDING ON WS-RATE-COUNT.
001780         03  MR-CURRENCY-CODE        PIC X(03).
001790         03  MR-RATE                 PIC 9(03)V9(04).
001800         03  MR-EFFECTIVE-DATE       PIC 9(08).
001810*
001820*    ONE SLOT PER CURRENCY CODE SEEN ON MSTROUT, IN FIRST-SEEN
001830*    ORDER, WITH THE RATE IT WAS REVALUED AT.  SPACES IS THE
001840*    CODE OF A ROW LOADED BEFORE THE CODE WAS CARRIED.
001850 01  WS-CURRENCY-COUNT               PIC 9(04) VALUE ZERO COMP.
001860 01  CURRENCY-SUMMARY-AREA.
001870     02  CURRENCY-SUMMARY-ENTRY OCCURS 1 TO 50 TIMES
001880             DEPENDING ON WS-CURRENCY-COUNT.
001890         03  CS-CURRENCY-CODE        PIC X(03).
001900         03  CS-RATE                 PIC 9(03)V9(04).
001910         03  CS-RATE-DATE            PIC X(08).
001920         03  CS-NOTE                 PIC X(08).
001930         03  CS-RECORD-COUNT         PIC 9(07) COMP.
001940         03  CS-ORIG-TOTAL           PIC S9(13)V99 COMP-3.
001950         03  CS-BOOKED-TOTAL         PIC S9(13)V99 COMP-3.
001960         03  CS-REVALUED-TOTAL       PIC S9(13)V99 COMP-3.
001970         03  CS-GAIN-TOTAL           PIC S9(13)V99 COMP-3.
001980*
001990*    ONE SLOT PER SOURCE REGION SEEN ON MSTROUT, IN FIRST-SEEN
002000*    ORDER.  SPACES IS THE "REGION" OF AN UNMERGED EXTRACT.
002010 01  WS-REGION-COUNT                 PIC 9(04) VALUE ZERO COMP.
002020 01  REGION-SUMMARY-AREA.
002030     02  REGION-SUMMARY-ENTRY OCCURS 1 TO 10 TIMES
002040             DEPENDING ON WS-REGION-COUNT.
002050         03  RS-REGION               PIC X(03).
002060         03  RS-RECORD-COUNT         PIC 9(07) COMP.
002070         03  RS-BOOKED-TOTAL         PIC S9(13)V99 COMP-3.
002080         03  RS-REVALUED-TOTAL       PIC S9(13)V99 COMP-3.
002090         03  RS-GAIN-TOTAL           PIC S9(13)V99 COMP-3.
002100*
002110 01  WS-RATE-SUB                     PIC 9(04) VALUE ZERO COMP.
002120 01  WS-CUR-SUB                      PIC 9(04) VALUE ZERO COMP.
002130 01  WS-REG-SUB                      PIC 9(04) VALUE ZERO COMP.
002140*
002150 01  WS-RUN-TOTALS.
002160     02  WS-HISTORY-READ-COUNT       PIC 9(07) VALUE ZERO COMP.
002170     02  WS-ROW-COUNT                PIC 9(07) VALUE ZERO COMP.
002180     02  WS-REVALUED-COUNT           PIC 9(07) VALUE ZERO COMP.
002190     02  WS-STALE-ROW-COUNT          PIC 9(07) VALUE ZERO COMP.
002200     02  WS-NO-RATE-ROW-COUNT        PIC 9(07) VALUE ZERO COMP.
002210     02  WS-NO-CODE-ROW-COUNT        PIC 9(07) VALUE ZERO COMP.
002220     02  WS-ALL-BOOKED-TOTAL         PIC S9(13)V99 VALUE ZERO
002230             COMP-3.
002240     02  WS-ALL-REVALUED-TOTAL       PIC S9(13)V99 VALUE ZERO
002250             COMP-3.
002260     02  WS-ALL-GAIN-TOTAL           PIC S9(13)V99 VALUE ZERO
002270             COMP-3.
002280*
002290*    THE ROW BEING REVALUED.
002300 01  WS-ROW-FIELDS.
002310     02  WS-ROW-RATE                 PIC 9(03)V9(04) VALUE ZERO.
002320     02  WS-ROW-RATE-DATE            PIC X(08) VALUE SPACE.
002330     02  WS-ROW-NOTE                 PIC X(08) VALUE SPACE.
002340     02  WS-REVALUED-USD             PIC S9(11)V99 VALUE ZERO
002350             COMP-3.
002360     02  WS-GAIN-LOSS                PIC S9(11)V99 VALUE ZERO
002370             COMP-3.
002380*
002390 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002400 01  WS-AMOUNT-ED                    PIC -Z(12)9.99.
002410*
002420*    EVERY LINE OF THE REPORT IS BUILT HERE, THEN WRITTEN BY
002430*    6000.
002440 01  WS-PRINT-LINE                   PIC X(132) VALUE SPACE.
002450 01  WS-HELD-LINE                    PIC X(132) VALUE SPACE.
002460*
002470 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
002480*
002490 01  PAGE-HEADER-LINE.
002500     02  FILLER          PIC X(11) VALUE "18_REVAL - ".
002510     02  FILLER          PIC X(26) VALUE
002520             "MONTH-END FX REVALUATION  ".
002530     02  FILLER          PIC X(10) VALUE "MONTH END ".
002540     02  PHL-MONTH-END   PIC 9(08).
002550     02  FILLER          PIC X(02) VALUE SPACE.
002560     02  FILLER          PIC X(06) VALUE "PAGE: ".
002570     02  PHL-PAGE-NUMBER PIC ZZZ9.
002580*
002590 01  ROW-HEADERS.
002600     02  FILLER          PIC X(08) VALUE "      LP".
002610     02  FILLER          PIC X(04) VALUE " CUR".
002620     02  FILLER          PIC X(04) VALUE " REG".
002630     02  FILLER          PIC X(02) VALUE " S".
002640     02  FILLER          PIC X(12) VALUE "    ORIGINAL".
002650     02  FILLER          PIC X(09) VALUE "     RATE".
002660     02  FILLER          PIC X(09) VALUE " EFF DATE".
002670     02  FILLER          PIC X(16) VALUE "      BOOKED USD".
002680     02  FILLER          PIC X(16) VALUE "    REVALUED USD".
002690     02  FILLER          PIC X(16) VALUE "       GAIN/LOSS".
002700     02  FILLER          PIC X(05) VALUE " NOTE".
002710*
002720 01  ROW-DETAIL-LINE.
002730     02  RDL-VAR-LP                  PIC 9(08).
002740     02  FILLER                      PIC X(01) VALUE SPACE.
002750     02  RDL-CODE                    PIC X(03).
002760     02  FILLER                      PIC X(01) VALUE SPACE.
002770     02  RDL-REGION                  PIC X(03).
002780     02  FILLER                      PIC X(01) VALUE SPACE.
002790     02  RDL-STATUS                  PIC X(01).
002800     02  FILLER                      PIC X(01) VALUE SPACE.
002810     02  RDL-ORIG                    PIC -Z(6)9.99.
002820     02  FILLER                      PIC X(01) VALUE SPACE.
002830     02  RDL-RATE                    PIC ZZ9.9999.
002840     02  FILLER                      PIC X(01) VALUE SPACE.
002850     02  RDL-RATE-DATE               PIC X(08).
002860     02  FILLER                      PIC X(01) VALUE SPACE.
002870     02  RDL-BOOKED                  PIC -Z(10)9.99.
002880     02  FILLER                      PIC X(01) VALUE SPACE.
002890     02  RDL-REVALUED                PIC -Z(10)9.99.
002900     02  FILLER                      PIC X(01) VALUE SPACE.
002910     02  RDL-GAIN                    PIC -Z(10)9.99.
002920     02  FILLER                      PIC X(01) VALUE SPACE.
002930     02  RDL-NOTE                    PIC X(08).
002940*
002950*    THE SUBTOTAL SECTIONS - ONE LINE PER CURRENCY, THEN ONE
002960*    PER REGION AND THE GRAND TOTAL, IN THE SAME COLUMNS.
002970 01  CURRENCY-HEADERS.
002980     02  FILLER          PIC X(11) VALUE "CURRENCY".
002990     02  FILLER          PIC X(08) VALUE "    ROWS".
003000     02  FILLER          PIC X(09) VALUE "     RATE".
003010     02  FILLER          PIC X(09) VALUE " EFF DATE".
003020     02  FILLER          PIC X(18) VALUE
003030             "          ORIGINAL".
003040     02  FILLER          PIC X(18) VALUE
003050             "        BOOKED USD".
003060     02  FILLER          PIC X(18) VALUE
003070             "      REVALUED USD".
003080     02  FILLER          PIC X(18) VALUE
003090             "         GAIN/LOSS".
003100     02  FILLER          PIC X(05) VALUE " NOTE".
003110*
003120 01  REGION-HEADERS.
003130     02  FILLER          PIC X(11) VALUE "REGION".
003140     02  FILLER          PIC X(08) VALUE "    ROWS".
003150     02  FILLER          PIC X(36) VALUE SPACE.
003160     02  FILLER          PIC X(18) VALUE
003170             "        BOOKED USD".
003180     02  FILLER          PIC X(18) VALUE
003190             "      REVALUED USD".
003200     02  FILLER          PIC X(18) VALUE
003210             "         GAIN/LOSS".
003220*
003230 01  SUBTOTAL-LINE.
003240     02  STL-LABEL                   PIC X(11).
003250     02  STL-COUNT                   PIC ZZZZZZ9.
003260     02  FILLER                      PIC X(01) VALUE SPACE.
003270     02  STL-RATE-FIELDS.
003280         03  STL-RATE                PIC ZZZ9.9999.
003290         03  FILLER                  PIC X(01) VALUE SPACE.
003300         03  STL-RATE-DATE           PIC X(08).
003310         03  FILLER                  PIC X(01) VALUE SPACE.
003320         03  STL-ORIG                PIC -Z(12)9.99.
003330     02  FILLER                      PIC X(01) VALUE SPACE.
003340     02  STL-BOOKED                  PIC -Z(12)9.99.
003350     02  FILLER                      PIC X(01) VALUE SPACE.
003360     02  STL-REVALUED                PIC -Z(12)9.99.
003370     02  FILLER                      PIC X(01) VALUE SPACE.
003380     02  STL-GAIN                    PIC -Z(12)9.99.
003390     02  FILLER                      PIC X(01) VALUE SPACE.
003400     02  STL-NOTE                    PIC X(08).
003410*
003420 PROCEDURE DIVISION.
003430*
003440******************************************************************
003450*    0000-MAINLINE - MONTH-END DATE AND RATES, REVALUE EVERY
003460*    MASTER ROW, PRINT THE SUBTOTALS, CLOSE OUT
003470******************************************************************
003480 0000-MAINLINE.
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     PERFORM 2000-REVALUE-ONE-ROW THRU 2000-EXIT
003510         UNTIL END-OF-MASTER.
003520     PERFORM 7000-PRINT-SUBTOTALS THRU 7000-EXIT.
003530     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003540     STOP RUN.
003550*
003560******************************************************************
003570*    1000-INITIALIZE - THE CARD AND THE MONTH-END DATE ARE
003580*    SETTLED AND THE MONTH-END RATES LOADED BEFORE THE REPORT
003590*    IS OPENED; THEN OPEN THE MASTER AND PRIME THE READ
003600******************************************************************
003610 1000-INITIALIZE.
003620     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003630     IF WS-MONTH-END-DATE = ZERO
003640         PERFORM 1150-DEFAULT-MONTH-END THRU 1150-EXIT
003650     END-IF.
003660     PERFORM 1200-MONTH-END-BUSINESS-DAY THRU 1200-EXIT.
003670     DISPLAY "18_REVAL - REVALUING AT MONTH END "
003680         WS-MONTH-END-DATE ", LAST BUSINESS DAY "
003690         WS-MONTH-END-BUSINESS-DATE.
003700     PERFORM 1300-LOAD-MONTH-END-RATES THRU 1300-EXIT.
003710     OPEN INPUT MASTER-FILE.
003720     IF WS-MASTER-STATUS NOT = "00"
003730         DISPLAY "18_REVAL - UNABLE TO OPEN MASTER-FILE "
003740             "STATUS=" WS-MASTER-STATUS
003750         GO TO 9999-ABEND
003760     END-IF.
003770     OPEN OUTPUT REPORT-FILE.
003780     IF WS-REPORT-STATUS NOT = "00"
003790         DISPLAY "18_REVAL - UNABLE TO OPEN REVALRPT STATUS="
003800             WS-REPORT-STATUS
003810         GO TO 9999-ABEND
003820     END-IF.
003830     MOVE WS-PAGE-SIZE TO WS-LINE-COUNT.
003840     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003850 1000-EXIT.
003860     EXIT.
003870*
003880******************************************************************
003890*    1100-READ-CONTROL-CARD - OPTIONAL MONTH-END DATE AND PAGE
003900*    SIZE, THE 14_BURST 1100 PATTERN.  A KEYED DATE MUST BE THE
003910*    LAST DAY OF ITS MONTH.  NO DATE LEAVES WS-MONTH-END-DATE
003920*    ZERO FOR 1150 TO DEFAULT.
003930******************************************************************
003940 1100-READ-CONTROL-CARD.
003950     OPEN INPUT RUN-CONTROL-FILE.
003960     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
003970         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
003980         IF WS-CONTROL-STATUS = "00"
003990             MOVE "Y" TO WS-CARD-FOUND-SW
004000         END-IF
004010         CLOSE RUN-CONTROL-FILE
004020     END-IF.
004030     IF NOT CONTROL-CARD-FOUND
004040         GO TO 1100-EXIT
004050     END-IF.
004060     IF RUN-CONTROL-CARD = SPACE OR CC-MONTH-END-DATE (1:1) = "*"
004070         GO TO 1100-EXIT
004080     END-IF.
004090     IF NOT CC-MONTH-END-OMITTED
004100         IF CC-MONTH-END-DATE NOT NUMERIC
004110                 OR CC-MONTH-END-YEAR < 1601
004120                 OR CC-MONTH-END-MONTH < 01
004130                 OR CC-MONTH-END-MONTH > 12
004140             DISPLAY "18_REVAL - BAD CONTROL CARD: MONTH-END "
004150                 "DATE (COLS 1-8) MUST BE YYYYMMDD, GOT "
004160                 CC-MONTH-END-DATE
004170             GO TO 9998-CONTROL-ABEND
004180         END-IF
004190         MOVE CC-MONTH-END-NUM TO WS-WORK-DATE
004200         PERFORM 1160-LAST-DAY-OF-MONTH THRU 1160-EXIT
004210         IF CC-MONTH-END-NUM NOT = WS-LAST-DAY-OF-MONTH
004220             DISPLAY "18_REVAL - BAD CONTROL CARD: MONTH-END "
004230                 "DATE " CC-MONTH-END-DATE " IS NOT THE LAST "
004240                 "DAY OF ITS MONTH (" WS-LAST-DAY-OF-MONTH ")"
004250             GO TO 9998-CONTROL-ABEND
004260         END-IF
004270         MOVE CC-MONTH-END-NUM TO WS-MONTH-END-DATE
004280     END-IF.
004290     IF NOT CC-PAGE-SIZE-OMITTED
004300         IF CC-PAGE-SIZE NOT NUMERIC OR CC-PAGE-SIZE-NUM = ZERO
004310             DISPLAY "18_REVAL - BAD CONTROL CARD: PAGE SIZE "
004320                 "(COLS 10-13) MUST BE 0001-9999, GOT "
004330                 CC-PAGE-SIZE
004340             GO TO 9998-CONTROL-ABEND
004350         END-IF
004360         MOVE CC-PAGE-SIZE-NUM TO WS-PAGE-SIZE
004370     END-IF.
004380 1100-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420*    1150-DEFAULT-MONTH-END - FROM THE CURRENT BUSINESS DATE.
004430*    RUN ON (OR, PAST MIDNIGHT, FOR) THE LAST BUSINESS DAY OF A
004440*    MONTH, IT IS THAT MONTH'S END; RUN ANY LATER, IT IS THE END
004450*    OF THE MONTH BEFORE - THE CLOSE STILL BEING WORKED.
004460******************************************************************
004470 1150-DEFAULT-MONTH-END.
004480     MOVE "C" TO BD-FUNCTION.
004490     PERFORM 1900-CALL-BUSDATE THRU 1900-EXIT.
004500     MOVE BD-DATE-OUT TO WS-CURRENT-BUSINESS-DATE.
004510     MOVE WS-CURRENT-BUSINESS-DATE TO WS-WORK-DATE.
004520     PERFORM 1160-LAST-DAY-OF-MONTH THRU 1160-EXIT.
004530     MOVE WS-LAST-DAY-OF-MONTH TO WS-MONTH-END-DATE.
004540     PERFORM 1200-MONTH-END-BUSINESS-DAY THRU 1200-EXIT.
004550     IF WS-CURRENT-BUSINESS-DATE = WS-MONTH-END-BUSINESS-DATE
004560         GO TO 1150-EXIT
004570     END-IF.
004580     MOVE WS-CURRENT-BUSINESS-DATE TO WS-WORK-DATE.
004590     MOVE 01 TO WS-WORK-DD.
004600     COMPUTE WS-DAY-INTEGER =
004610         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
004620     COMPUTE WS-MONTH-END-DATE =
004630         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
004640 1150-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    1160-LAST-DAY-OF-MONTH - THE LAST DAY OF WS-WORK-DATE'S
004690*    MONTH INTO WS-LAST-DAY-OF-MONTH: THE DAY BEFORE THE FIRST
004700*    OF THE NEXT MONTH.  ONLY THE YEAR AND MONTH ARE USED.
004710******************************************************************
004720 1160-LAST-DAY-OF-MONTH.
004730     IF WS-WORK-MM = 12
004740         ADD 1 TO WS-WORK-YYYY
004750         MOVE 01 TO WS-WORK-MM
004760     ELSE
004770         ADD 1 TO WS-WORK-MM
004780     END-IF.
004790     MOVE 01 TO WS-WORK-DD.
004800     COMPUTE WS-DAY-INTEGER =
004810         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
004820     COMPUTE WS-LAST-DAY-OF-MONTH =
004830         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
004840 1160-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*    1200-MONTH-END-BUSINESS-DAY - THE MONTH-END DATE ITSELF
004890*    WHEN IT IS A BUSINESS DAY, OTHERWISE THE BUSINESS DAY
004900*    BEFORE IT - THE LAST DAY TREASURY PUBLISHED RATES FOR THE
004910*    MONTH.  A RATE OLDER THAN THAT IS STALE.
004920******************************************************************
004930 1200-MONTH-END-BUSINESS-DAY.
004940     MOVE "B" TO BD-FUNCTION.
004950     MOVE WS-MONTH-END-DATE TO BD-DATE-IN.
004960     PERFORM 1900-CALL-BUSDATE THRU 1900-EXIT.
004970     IF BD-BUSINESS-DAY
004980         MOVE WS-MONTH-END-DATE TO WS-MONTH-END-BUSINESS-DATE
004990         GO TO 1200-EXIT
005000     END-IF.
005010     MOVE "P" TO BD-FUNCTION.
005020     MOVE WS-MONTH-END-DATE TO BD-DATE-IN.
005030     PERFORM 1900-CALL-BUSDATE THRU 1900-EXIT.
005040     MOVE BD-DATE-OUT TO WS-MONTH-END-BUSINESS-DATE.
005050 1200-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*    1300-LOAD-MONTH-END-RATES - RATEHIST FRONT TO BACK INTO
005100*    MONTH-END-RATE-AREA.  A RATE EFFECTIVE AFTER THE MONTH END
005110*    IS PASSED OVER; OF THE REST, EACH CODE KEEPS ITS LATEST.
005120******************************************************************
005130 1300-LOAD-MONTH-END-RATES.
005140     OPEN INPUT RATE-HISTORY-FILE.
005150     IF WS-RATE-HISTORY-STATUS NOT = "00"
005160         DISPLAY "18_REVAL - UNABLE TO OPEN RATE-HISTORY-FILE "
005170             "STATUS=" WS-RATE-HISTORY-STATUS
005180         GO TO 9999-ABEND
005190     END-IF.
005200     PERFORM 1310-READ-ONE-RATE THRU 1310-EXIT
005210         UNTIL END-OF-HISTORY.
005220     CLOSE RATE-HISTORY-FILE.
005230     MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-ED.
005240     DISPLAY "18_REVAL - RATEHIST ROWS READ:     " WS-COUNT-ED.
005250     MOVE WS-RATE-COUNT TO WS-COUNT-ED.
005260     DISPLAY "18_REVAL - CODES WITH A RATE:      " WS-COUNT-ED.
005270 1300-EXIT.
005280     EXIT.
005290*
005300 1310-READ-ONE-RATE.
005310     READ RATE-HISTORY-FILE.
005320     IF WS-RATE-HISTORY-STATUS = "10"
005330         MOVE "Y" TO WS-HISTORY-EOF-SW
005340         GO TO 1310-EXIT
005350     END-IF.
005360     IF WS-RATE-HISTORY-STATUS NOT = "00"
005370         DISPLAY "18_REVAL - RATEHIST READ ERROR, STATUS="
005380             WS-RATE-HISTORY-STATUS
005390         GO TO 9999-ABEND
005400     END-IF.
005410     ADD 1 TO WS-HISTORY-READ-COUNT.
005420     IF RTH-EFFECTIVE-DATE > WS-MONTH-END-DATE
005430         GO TO 1310-EXIT
005440     END-IF.
005450     IF WS-RATE-COUNT > ZERO
005460         IF MR-CURRENCY-CODE (WS-RATE-COUNT) = RTH-CURRENCY-CODE
005470             MOVE RTH-RATE TO MR-RATE (WS-RATE-COUNT)
005480             MOVE RTH-EFFECTIVE-DATE
005490                 TO MR-EFFECTIVE-DATE (WS-RATE-COUNT)
005500             GO TO 1310-EXIT
005510         END-IF
005520     END-IF.
005530*
005540*    MONTH-END-RATE-ENTRY ONLY HAS ROOM FOR 50 CODES - ABEND
005550*    RATHER THAN SUBSCRIPT PAST IT.
005560     IF WS-RATE-COUNT >= 50
005570         DISPLAY "18_REVAL - MORE THAN 50 CURRENCY CODES ON "
005580             "RATEHIST"
005590         GO TO 9999-ABEND
005600     END-IF.
005610     ADD 1 TO WS-RATE-COUNT.
005620     MOVE RTH-CURRENCY-CODE TO MR-CURRENCY-CODE (WS-RATE-COUNT).
005630     MOVE RTH-RATE TO MR-RATE (WS-RATE-COUNT).
005640     MOVE RTH-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE (WS-RATE-COUNT).
005650 1310-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    1900-CALL-BUSDATE - ONE CALL TO THE SHARED BUSINESS-DATE
005700*    ROUTINE.  A CALENDAR IT CANNOT READ IS A FILE FAILURE, A
005710*    MALFORMED ONE A CARD ERROR; A YEAR NOT YET MARKED COMPLETE
005720*    IS WARNED ON SYSOUT BY THE ROUTINE AND THE RUN GOES ON.
005730******************************************************************
005740 1900-CALL-BUSDATE.
005750     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
005760     IF BD-FILE-FAILURE
005770         DISPLAY "18_REVAL - BUSINESS-DATE ROUTINE CANNOT "
005780             "READ THE CALENDAR"
005790         GO TO 9999-ABEND
005800     END-IF.
005810     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
005820         DISPLAY "18_REVAL - BUSINESS-DATE ROUTINE FAILED, "
005830             "RC=" BD-RETURN-CODE
005840         GO TO 9998-CONTROL-ABEND
005850     END-IF.
005860 1900-EXIT.
005870     EXIT.
005880*
005890******************************************************************
005900*    2000-REVALUE-ONE-ROW - REPRICE THE ROW'S ORIGINAL AMOUNT AT
005910*    ITS CODE'S MONTH-END RATE, PRINT IT AND ROLL IT INTO THE
005920*    CURRENCY, REGION AND GRAND TOTALS.  A ROW THAT CANNOT BE
005930*    REVALUED STAYS AT ITS BOOKED USD SO THE TOTALS STILL FOOT.
005940******************************************************************
005950 2000-REVALUE-ONE-ROW.
005960     ADD 1 TO WS-ROW-COUNT.
005970     MOVE ZERO TO WS-ROW-RATE.
005980     MOVE SPACE TO WS-ROW-RATE-DATE.
005990     MOVE SPACE TO WS-ROW-NOTE.
006000     MOVE MST-VAR-CURRENCY TO WS-REVALUED-USD.
006010     IF MST-CURRENCY-CODE = SPACE
006020         MOVE "NO CODE" TO WS-ROW-NOTE
006030         ADD 1 TO WS-NO-CODE-ROW-COUNT
006040         GO TO 2000-PRINT
006050     END-IF.
006060     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
006070     IF NOT RATE-FOUND
006080         MOVE "NO RATE" TO WS-ROW-NOTE
006090         ADD 1 TO WS-NO-RATE-ROW-COUNT
006100         MOVE "Y" TO WS-NO-RATE-SW
006110         GO TO 2000-PRINT
006120     END-IF.
006130     MOVE MR-RATE (WS-RATE-SUB) TO WS-ROW-RATE.
006140     MOVE MR-EFFECTIVE-DATE (WS-RATE-SUB) TO WS-ROW-RATE-DATE.
006150     COMPUTE WS-REVALUED-USD ROUNDED =
006160         MST-ORIG-CURRENCY-AMT * MR-RATE (WS-RATE-SUB).
006170     ADD 1 TO WS-REVALUED-COUNT.
006180     IF MR-EFFECTIVE-DATE (WS-RATE-SUB)
006190             < WS-MONTH-END-BUSINESS-DATE
006200         MOVE "STALE" TO WS-ROW-NOTE
006210         ADD 1 TO WS-STALE-ROW-COUNT
006220         MOVE "Y" TO WS-WARNING-SW
006230     END-IF.
006240 2000-PRINT.
006250     COMPUTE WS-GAIN-LOSS = WS-REVALUED-USD - MST-VAR-CURRENCY.
006260     MOVE SPACE TO ROW-DETAIL-LINE.
006270     MOVE MST-VAR-LP TO RDL-VAR-LP.
006280     MOVE MST-CURRENCY-CODE TO RDL-CODE.
006290     MOVE MST-SOURCE-REGION TO RDL-REGION.
006300     MOVE MST-STATUS-CODE TO RDL-STATUS.
006310     MOVE MST-ORIG-CURRENCY-AMT TO RDL-ORIG.
006320     MOVE WS-ROW-RATE TO RDL-RATE.
006330     MOVE WS-ROW-RATE-DATE TO RDL-RATE-DATE.
006340     MOVE MST-VAR-CURRENCY TO RDL-BOOKED.
006350     MOVE WS-REVALUED-USD TO RDL-REVALUED.
006360     MOVE WS-GAIN-LOSS TO RDL-GAIN.
006370     MOVE WS-ROW-NOTE TO RDL-NOTE.
006380     MOVE SPACE TO WS-PRINT-LINE.
006390     MOVE ROW-DETAIL-LINE TO WS-PRINT-LINE.
006400     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006410     PERFORM 2200-ACCUMULATE-CURRENCY THRU 2200-EXIT.
006420     PERFORM 2300-ACCUMULATE-REGION THRU 2300-EXIT.
006430     ADD MST-VAR-CURRENCY TO WS-ALL-BOOKED-TOTAL.
006440     ADD WS-REVALUED-USD TO WS-ALL-REVALUED-TOTAL.
006450     ADD WS-GAIN-LOSS TO WS-ALL-GAIN-TOTAL.
006460     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
006470 2000-EXIT.
006480     EXIT.
006490*
006500******************************************************************
006510*    2100-FIND-RATE - LOOK MST-CURRENCY-CODE UP IN THE MONTH-END
006520*    RATES; RATE-FOUND AND WS-RATE-SUB TELL THE CALLER
006530******************************************************************
006540 2100-FIND-RATE.
006550     MOVE "N" TO WS-RATE-FOUND-SW.
006560     PERFORM 2110-MATCH-RATE THRU 2110-EXIT
006570         VARYING WS-RATE-SUB FROM 1 BY 1
006580         UNTIL WS-RATE-SUB > WS-RATE-COUNT OR RATE-FOUND.
006590     IF RATE-FOUND
006600         SUBTRACT 1 FROM WS-RATE-SUB
006610     END-IF.
006620 2100-EXIT.
006630     EXIT.
006640*
006650 2110-MATCH-RATE.
006660     IF MR-CURRENCY-CODE (WS-RATE-SUB) = MST-CURRENCY-CODE
006670         MOVE "Y" TO WS-RATE-FOUND-SW
006680     END-IF.
006690 2110-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730*    2200-ACCUMULATE-CURRENCY - ROLL THE ROW INTO ITS CODE'S
006740*    SLOT, ADDING THE SLOT - WITH THE RATE THE CODE IS REVALUED
006750*    AT - THE FIRST TIME THE CODE IS SEEN.  A STALE OR MISSING
006760*    RATE IS NAMED ON SYSOUT THEN, ONCE PER CODE.
006770******************************************************************
006780 2200-ACCUMULATE-CURRENCY.
006790     MOVE "N" TO WS-CURRENCY-FOUND-SW.
006800     PERFORM 2210-FIND-CURRENCY THRU 2210-EXIT
006810         VARYING WS-CUR-SUB FROM 1 BY 1
006820         UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT
006830             OR CURRENCY-SLOT-FOUND.
006840     IF CURRENCY-SLOT-FOUND
006850         SUBTRACT 1 FROM WS-CUR-SUB
006860         GO TO 2200-ADD
006870     END-IF.
006880*
006890*    CURRENCY-SUMMARY-ENTRY ONLY HAS ROOM FOR 50 CODES - ABEND
006900*    RATHER THAN SUBSCRIPT PAST IT.
006910     IF WS-CURRENCY-COUNT >= 50
006920         DISPLAY "18_REVAL - MORE THAN 50 CURRENCY CODES ON "
006930             "MSTROUT"
006940         GO TO 9999-ABEND
006950     END-IF.
006960     ADD 1 TO WS-CURRENCY-COUNT.
006970     MOVE WS-CURRENCY-COUNT TO WS-CUR-SUB.
006980     MOVE MST-CURRENCY-CODE TO CS-CURRENCY-CODE (WS-CUR-SUB).
006990     MOVE WS-ROW-RATE TO CS-RATE (WS-CUR-SUB).
007000     MOVE WS-ROW-RATE-DATE TO CS-RATE-DATE (WS-CUR-SUB).
007010     MOVE WS-ROW-NOTE TO CS-NOTE (WS-CUR-SUB).
007020     MOVE ZERO TO CS-RECORD-COUNT (WS-CUR-SUB).
007030     MOVE ZERO TO CS-ORIG-TOTAL (WS-CUR-SUB).
007040     MOVE ZERO TO CS-BOOKED-TOTAL (WS-CUR-SUB).
007050     MOVE ZERO TO CS-REVALUED-TOTAL (WS-CUR-SUB).
007060     MOVE ZERO TO CS-GAIN-TOTAL (WS-CUR-SUB).
007070     IF WS-ROW-NOTE = "NO RATE"
007080         DISPLAY "18_REVAL - NO RATE ON RATEHIST ON OR BEFORE "
007090             WS-MONTH-END-DATE " FOR CODE " MST-CURRENCY-CODE
007100             " - ITS ROWS ARE NOT REVALUED"
007110     END-IF.
007120     IF WS-ROW-NOTE = "STALE"
007130         DISPLAY "18_REVAL - CODE " MST-CURRENCY-CODE
007140             " REVALUED AT ITS RATE OF " WS-ROW-RATE-DATE
007150             ", BEFORE THE LAST BUSINESS DAY "
007160             WS-MONTH-END-BUSINESS-DATE
007170     END-IF.
007180 2200-ADD.
007190     ADD 1 TO CS-RECORD-COUNT (WS-CUR-SUB).
007200     ADD MST-ORIG-CURRENCY-AMT TO CS-ORIG-TOTAL (WS-CUR-SUB).
007210     ADD MST-VAR-CURRENCY TO CS-BOOKED-TOTAL (WS-CUR-SUB).
007220     ADD WS-REVALUED-USD TO CS-REVALUED-TOTAL (WS-CUR-SUB).
007230     ADD WS-GAIN-LOSS TO CS-GAIN-TOTAL (WS-CUR-SUB).
007240 2200-EXIT.
007250     EXIT.
007260*
007270 2210-FIND-CURRENCY.
007280     IF CS-CURRENCY-CODE (WS-CUR-SUB) = MST-CURRENCY-CODE
007290         MOVE "Y" TO WS-CURRENCY-FOUND-SW
007300     END-IF.
007310 2210-EXIT.
007320     EXIT.
007330*
007340******************************************************************
007350*    2300-ACCUMULATE-REGION - ROLL THE ROW INTO ITS SOURCE
007360*    REGION'S SLOT, ADDING THE SLOT THE FIRST TIME
007370******************************************************************
007380 2300-ACCUMULATE-REGION.
007390     MOVE "N" TO WS-REGION-FOUND-SW.
007400     PERFORM 2310-FIND-REGION THRU 2310-EXIT
007410         VARYING WS-REG-SUB FROM 1 BY 1
007420         UNTIL WS-REG-SUB > WS-REGION-COUNT
007430             OR REGION-SLOT-FOUND.
007440     IF REGION-SLOT-FOUND
007450         SUBTRACT 1 FROM WS-REG-SUB
007460         GO TO 2300-ADD
007470     END-IF.
007480*
007490*    REGION-SUMMARY-ENTRY ONLY HAS ROOM FOR 10 REGIONS - THE
007500*    10_COPYBOOK CAPACITY.
007510     IF WS-REGION-COUNT >= 10
007520         DISPLAY "18_REVAL - MORE THAN 10 SOURCE REGIONS ON "
007530             "MSTROUT"
007540         GO TO 9999-ABEND
007550     END-IF.
007560     ADD 1 TO WS-REGION-COUNT.
007570     MOVE WS-REGION-COUNT TO WS-REG-SUB.
007580     MOVE MST-SOURCE-REGION TO RS-REGION (WS-REG-SUB).
007590     MOVE ZERO TO RS-RECORD-COUNT (WS-REG-SUB).
007600     MOVE ZERO TO RS-BOOKED-TOTAL (WS-REG-SUB).
007610     MOVE ZERO TO RS-REVALUED-TOTAL (WS-REG-SUB).
007620     MOVE ZERO TO RS-GAIN-TOTAL (WS-REG-SUB).
007630 2300-ADD.
007640     ADD 1 TO RS-RECORD-COUNT (WS-REG-SUB).
007650     ADD MST-VAR-CURRENCY TO RS-BOOKED-TOTAL (WS-REG-SUB).
007660     ADD WS-REVALUED-USD TO RS-REVALUED-TOTAL (WS-REG-SUB).
007670     ADD WS-GAIN-LOSS TO RS-GAIN-TOTAL (WS-REG-SUB).
007680 2300-EXIT.
007690     EXIT.
007700*
007710 2310-FIND-REGION.
007720     IF RS-REGION (WS-REG-SUB) = MST-SOURCE-REGION
007730         MOVE "Y" TO WS-REGION-FOUND-SW
007740     END-IF.
007750 2310-EXIT.
007760     EXIT.
007770*
007780 2900-READ-MASTER.
007790     READ MASTER-FILE INTO MASTER-ROW-REC.
007800     IF WS-MASTER-STATUS = "10"
007810         MOVE "Y" TO WS-MASTER-EOF-SW
007820         GO TO 2900-EXIT
007830     END-IF.
007840     IF WS-MASTER-STATUS NOT = "00"
007850         DISPLAY "18_REVAL - MASTER READ ERROR, STATUS="
007860             WS-MASTER-STATUS
007870         GO TO 9999-ABEND
007880     END-IF.
007890 2900-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*    6000-WRITE-REPORT-LINE - WS-PRINT-LINE ONTO REVALRPT,
007940*    STARTING A NEW PAGE FIRST WHEN THIS ONE IS FULL
007950******************************************************************
007960 6000-WRITE-REPORT-LINE.
007970     IF WS-LINE-COUNT >= WS-PAGE-SIZE
007980         PERFORM 6100-START-PAGE THRU 6100-EXIT
007990     END-IF.
008000     PERFORM 6200-PUT-REPORT-RECORD THRU 6200-EXIT.
008010     ADD 1 TO WS-LINE-COUNT.
008020 6000-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060*    6100-START-PAGE - BUMP THE PAGE NUMBER AND PRINT THE PAGE
008070*    HEADER, WITH THE COLUMN HEADINGS OF WHICHEVER SECTION IS
008080*    PRINTING.  THE LINE BEING WRITTEN IS HELD ASIDE MEANWHILE.
008090******************************************************************
008100 6100-START-PAGE.
008110     MOVE WS-PRINT-LINE TO WS-HELD-LINE.
008120     ADD 1 TO WS-PAGE-NUMBER.
008130     MOVE WS-MONTH-END-DATE TO PHL-MONTH-END.
008140     MOVE WS-PAGE-NUMBER TO PHL-PAGE-NUMBER.
008150     MOVE SPACE TO WS-PRINT-LINE.
008160     MOVE PAGE-HEADER-LINE TO WS-PRINT-LINE.
008170     PERFORM 6200-PUT-REPORT-RECORD THRU 6200-EXIT.
008180     MOVE SPACE TO WS-PRINT-LINE.
008190     EVALUATE TRUE
008200         WHEN PRINTING-ROWS
008210             MOVE ROW-HEADERS TO WS-PRINT-LINE
008220         WHEN PRINTING-CURRENCIES
008230             MOVE CURRENCY-HEADERS TO WS-PRINT-LINE
008240         WHEN PRINTING-REGIONS
008250             MOVE REGION-HEADERS TO WS-PRINT-LINE
008260     END-EVALUATE.
008270     PERFORM 6200-PUT-REPORT-RECORD THRU 6200-EXIT.
008280     MOVE SPACE TO WS-PRINT-LINE.
008290     MOVE VAR-LINE TO WS-PRINT-LINE.
008300     PERFORM 6200-PUT-REPORT-RECORD THRU 6200-EXIT.
008310     MOVE ZERO TO WS-LINE-COUNT.
008320     MOVE WS-HELD-LINE TO WS-PRINT-LINE.
008330 6100-EXIT.
008340     EXIT.
008350*
008360 6200-PUT-REPORT-RECORD.
008370     WRITE REPORT-FILE-REC FROM WS-PRINT-LINE.
008380     IF WS-REPORT-STATUS NOT = "00"
008390         DISPLAY "18_REVAL - WRITE ERROR ON REVALRPT STATUS="
008400             WS-REPORT-STATUS
008410         GO TO 9999-ABEND
008420     END-IF.
008430 6200-EXIT.
008440     EXIT.
008450*
008460******************************************************************
008470*    7000-PRINT-SUBTOTALS - THE CURRENCY SUBTOTALS, THEN THE
008480*    REGION SUBTOTALS AND THE GRAND TOTAL, EACH SECTION ON A
008490*    PAGE OF ITS OWN.  BOTH SECTIONS FOOT TO THE GRAND TOTAL.
008500******************************************************************
008510 7000-PRINT-SUBTOTALS.
008520     MOVE "C" TO WS-SECTION-SW.
008530     MOVE WS-PAGE-SIZE TO WS-LINE-COUNT.
008540     PERFORM 7100-PRINT-CURRENCY-LINE THRU 7100-EXIT
008550         VARYING WS-CUR-SUB FROM 1 BY 1
008560         UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT.
008570     MOVE "G" TO WS-SECTION-SW.
008580     MOVE WS-PAGE-SIZE TO WS-LINE-COUNT.
008590     PERFORM 7200-PRINT-REGION-LINE THRU 7200-EXIT
008600         VARYING WS-REG-SUB FROM 1 BY 1
008610         UNTIL WS-REG-SUB > WS-REGION-COUNT.
008620     MOVE SPACE TO WS-PRINT-LINE.
008630     MOVE VAR-LINE TO WS-PRINT-LINE.
008640     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008650     MOVE SPACE TO SUBTOTAL-LINE.
008660     MOVE "GRAND TOTAL" TO STL-LABEL.
008670     MOVE WS-ROW-COUNT TO STL-COUNT.
008680     MOVE SPACE TO STL-RATE-FIELDS.
008690     MOVE WS-ALL-BOOKED-TOTAL TO STL-BOOKED.
008700     MOVE WS-ALL-REVALUED-TOTAL TO STL-REVALUED.
008710     MOVE WS-ALL-GAIN-TOTAL TO STL-GAIN.
008720     MOVE SPACE TO WS-PRINT-LINE.
008730     MOVE SUBTOTAL-LINE TO WS-PRINT-LINE.
008740     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008750 7000-EXIT.
008760     EXIT.
008770*
008780 7100-PRINT-CURRENCY-LINE.
008790     MOVE SPACE TO SUBTOTAL-LINE.
008800     MOVE SPACE TO STL-LABEL.
008810     STRING "CUR: " CS-CURRENCY-CODE (WS-CUR-SUB)
008820         DELIMITED BY SIZE INTO STL-LABEL.
008830     MOVE CS-RECORD-COUNT (WS-CUR-SUB) TO STL-COUNT.
008840     MOVE CS-RATE (WS-CUR-SUB) TO STL-RATE.
008850     MOVE CS-RATE-DATE (WS-CUR-SUB) TO STL-RATE-DATE.
008860     MOVE CS-ORIG-TOTAL (WS-CUR-SUB) TO STL-ORIG.
008870     MOVE CS-BOOKED-TOTAL (WS-CUR-SUB) TO STL-BOOKED.
008880     MOVE CS-REVALUED-TOTAL (WS-CUR-SUB) TO STL-REVALUED.
008890     MOVE CS-GAIN-TOTAL (WS-CUR-SUB) TO STL-GAIN.
008900     MOVE CS-NOTE (WS-CUR-SUB) TO STL-NOTE.
008910     MOVE SPACE TO WS-PRINT-LINE.
008920     MOVE SUBTOTAL-LINE TO WS-PRINT-LINE.
008930     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008940 7100-EXIT.
008950     EXIT.
008960*
008970 7200-PRINT-REGION-LINE.
008980     MOVE SPACE TO SUBTOTAL-LINE.
008990     MOVE SPACE TO STL-LABEL.
009000     STRING "REG: " RS-REGION (WS-REG-SUB)
009010         DELIMITED BY SIZE INTO STL-LABEL.
009020     MOVE RS-RECORD-COUNT (WS-REG-SUB) TO STL-COUNT.
009030     MOVE SPACE TO STL-RATE-FIELDS.
009040     MOVE RS-BOOKED-TOTAL (WS-REG-SUB) TO STL-BOOKED.
009050     MOVE RS-REVALUED-TOTAL (WS-REG-SUB) TO STL-REVALUED.
009060     MOVE RS-GAIN-TOTAL (WS-REG-SUB) TO STL-GAIN.
009070     MOVE SPACE TO WS-PRINT-LINE.
009080     MOVE SUBTOTAL-LINE TO WS-PRINT-LINE.
009090     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009100 7200-EXIT.
009110     EXIT.
009120*
009130******************************************************************
009140*    8000-FINALIZE - CLOSE EVERYTHING, PRINT THE RUN COUNTS AND
009150*    TOTALS AND SET THE RETURN CODE
009160******************************************************************
009170 8000-FINALIZE.
009180     CLOSE MASTER-FILE.
009190     CLOSE REPORT-FILE.
009200*
009210     DISPLAY VAR-LINE.
009220     MOVE WS-ROW-COUNT TO WS-COUNT-ED.
009230     DISPLAY "18_REVAL - MSTROUT ROWS READ:      " WS-COUNT-ED.
009240     MOVE WS-REVALUED-COUNT TO WS-COUNT-ED.
009250     DISPLAY "18_REVAL - ROWS REVALUED:          " WS-COUNT-ED.
009260     MOVE WS-STALE-ROW-COUNT TO WS-COUNT-ED.
009270     DISPLAY "18_REVAL - AT A STALE RATE:        " WS-COUNT-ED.
009280     MOVE WS-NO-RATE-ROW-COUNT TO WS-COUNT-ED.
009290     DISPLAY "18_REVAL - NOT REVALUED, NO RATE:  " WS-COUNT-ED.
009300     MOVE WS-NO-CODE-ROW-COUNT TO WS-COUNT-ED.
009310     DISPLAY "18_REVAL - NOT REVALUED, NO CODE:  " WS-COUNT-ED.
009320     MOVE WS-ALL-BOOKED-TOTAL TO WS-AMOUNT-ED.
009330     DISPLAY "18_REVAL - BOOKED USD:      " WS-AMOUNT-ED.
009340     MOVE WS-ALL-REVALUED-TOTAL TO WS-AMOUNT-ED.
009350     DISPLAY "18_REVAL - REVALUED USD:    " WS-AMOUNT-ED.
009360     MOVE WS-ALL-GAIN-TOTAL TO WS-AMOUNT-ED.
009370     DISPLAY "18_REVAL - GAIN (LOSS) USD: " WS-AMOUNT-ED.
009380*
009390     IF ROWS-NOT-REVALUED
009400         DISPLAY "18_REVAL - A CODE HAS NO MONTH-END RATE - THE "
009410             "TOTALS ARE INCOMPLETE, DO NOT POST"
009420         MOVE 8 TO RETURN-CODE
009430         GO TO 8000-EXIT
009440     END-IF.
009450     IF RUN-HAS-WARNINGS
009460         DISPLAY "18_REVAL - SOME ROWS AT A STALE RATE - REVIEW "
009470             "BEFORE POSTING"
009480         MOVE 4 TO RETURN-CODE
009490         GO TO 8000-EXIT
009500     END-IF.
009510     MOVE ZERO TO RETURN-CODE.
009520 8000-EXIT.
009530     EXIT.
009540*
009550******************************************************************
009560*    9998-CONTROL-ABEND - MALFORMED SYSIN CARD OR CALENDAR.
009570*    RETURN-CODE 12 MEANS FIX THE CARD, NOT THE DATA; THE
009580*    REPORT HAS NOT BEEN OPENED.
009590******************************************************************
009600 9998-CONTROL-ABEND.
009610     MOVE 12 TO RETURN-CODE.
009620     STOP RUN.
009630*
009640******************************************************************
009650*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
009660*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
009670******************************************************************
009680 9999-ABEND.
009690     MOVE 16 TO RETURN-CODE.
009700     STOP RUN.
