000010******************************************************************
000020*    PROGRAM-ID  : 12_CONSOL
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    CONSOLIDATION STEP OF A PARTITIONED 10_COPYBOOK RUN.  THE
000090*    NIGHT'S EXTRACT IS SPLIT BY VAR-LP RANGE ON THE PARTCTL
000100*    CARDS AND EACH PARTITION RUNS AS ITS OWN JOB, WITH ITS OWN
000110*    CHECKPOINT, RPTOUT SLICE AND REJLIST SLICE (SEE
000120*    COPYPART.JCL).  A PARTITION LEAVES THE TRAILER BALANCE, THE
000130*    SUMMARIES AND RUNHIST ALONE AND APPENDS ITS TOTALS TO ITS
000140*    OWN PARTTOT INSTEAD (SEE THE PARTITIONTOTALS COPYBOOK).
000150*
000160*    THIS PROGRAM READS EVERY PARTITION'S PARTTOT GROUP FOR THE
000170*    AS-OF DATE, CHECKS EVERY PARTITION ON PARTCTL FINISHED
000180*    EXACTLY ONCE, ADDS THEM UP AND BALANCES THE SUM AGAINST THE
000190*    SAMPIN TRAILER(S) EXACTLY AS AN UNPARTITIONED 10_COPYBOOK
000200*    RUN DOES IN ITS 8100.  IT THEN PRINTS THE ONE RUN FOOTER -
000210*    A LINE PER PARTITION, THE CURRENCY SUMMARY, THE REGION
000220*    SUMMARY AND THE CONTROL TOTALS - AND APPENDS THE ONE
000230*    RUNHIST RECORD FOR THE WHOLE RUN.  A PARTITION THAT HAS
000240*    NOT FINISHED IS NAMED; RESTART THAT PARTITION ALONE AND RUN
000250*    THIS STEP AGAIN.
000260*
000270*    A GROUP IS ONLY COUNTED ONCE ITS PE RECORD IS READ - A
000280*    GROUP WITHOUT ONE WAS CUT SHORT AND IS PASSED OVER.  GROUPS
000290*    FOR ANOTHER AS-OF DATE ARE PASSED OVER TOO.
000300*
000310*    CONTROL CARD (SYSIN, OPTIONAL):
000320*        COLS 01-08  AS-OF DATE YYYYMMDD THE PARTITIONS RAN FOR
000330*                    (BLANK = THE CURRENT BUSINESS DATE FROM
000335*                    THE 07_BUSDATE CALENDAR)
000340*        COL  10     F = FORCE - CONSOLIDATE EVEN THOUGH RUNHIST
000350*                    ALREADY SHOWS A CLEAN RUN FOR THE AS-OF DATE
000360*    "*" IN COL 1 IS A COMMENT.  ONE CARD ONLY.
000370*
000380*    RETURN CODES: 0 EVERY PARTITION FINISHED AND THE RUN
000390*    BALANCES; 8 A PARTITION IS MISSING OR THE RUN IS OUT OF
000400*    BALANCE WITH THE TRAILER - HOLD DOWNSTREAM; 10 A CLEAN RUN
000410*    IS ALREADY ON RUNHIST FOR THE AS-OF DATE, NOTHING WRITTEN;
000420*    12 MALFORMED CONTROL CARD OR PARTCTL DECK, NOTHING WRITTEN;
000430*    16 FILE FAILURE.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    10/15/26   JH    INITIAL VERSION
000473*    10/15/26   JH    A BLANK AS-OF DATE IS THE CURRENT BUSINESS
000476*                     DATE FROM 07_BUSDATE, NOT THE RUN DATE
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. 12_CONSOL.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PARTCTL-STATUS.
000580*
000590     SELECT PARTITION-TOTALS-FILE ASSIGN TO "PARTTOT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PARTTOT-STATUS.
000620*
000630     SELECT SAMPLE-FILE ASSIGN TO "SAMPIN"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-SAMPLE-STATUS.
000660*
000670     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RUN-HISTORY-STATUS.
000700*
000710     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-CONTROL-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000780 FD  PARTITION-CONTROL-FILE.
000790 01  PARTITION-CONTROL-FILE-REC     PIC X(80).
000800*
000810 FD  PARTITION-TOTALS-FILE.
000820     COPY PartitionTotals.
000830*
000840 FD  SAMPLE-FILE.
000850 01  SAMPLE-FILE-REC                PIC X(35).
000860*
000870 FD  RUN-HISTORY-FILE.
000880     COPY RunHistRec.
000890*
000900 FD  RUN-CONTROL-FILE.
000910 01  RUN-CONTROL-FILE-REC           PIC X(80).
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950     COPY SampleDataRow.
000960*
000970     COPY PartitionRange.
000980*
000990 01  CONTROL-CARD.
001000     02  CC-AS-OF-DATE               PIC X(08).
001010         88  CC-COMMENT                        VALUE "*".
001020     02  CC-AS-OF-DATE-NUM REDEFINES CC-AS-OF-DATE.
001030         03  FILLER                  PIC X(04).
001040         03  CC-AS-OF-MONTH          PIC 9(02).
001050         03  CC-AS-OF-DAY            PIC 9(02).
001060     02  FILLER                      PIC X(01).
001070     02  CC-FORCE                    PIC X(01).
001080     02  FILLER                      PIC X(70).
001090*
001100 01  WS-SWITCHES.
001110     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001120         88  END-OF-CONTROL                    VALUE "Y".
001130     02  WS-CARD-SEEN-SW             PIC X(01) VALUE "N".
001140         88  CONTROL-CARD-SEEN                 VALUE "Y".
001150     02  WS-FORCE-SW                 PIC X(01) VALUE "N".
001160         88  FORCE-RERUN                       VALUE "Y".
001170     02  WS-PRIOR-RUN-SW             PIC X(01) VALUE "N".
001180         88  PRIOR-CLEAN-RUN-FOUND             VALUE "Y".
001190     02  WS-PARTCTL-EOF-SW           PIC X(01) VALUE "N".
001200         88  END-OF-PARTCTL                    VALUE "Y".
001210     02  WS-PARTTOT-EOF-SW           PIC X(01) VALUE "N".
001220         88  END-OF-PARTTOT                    VALUE "Y".
001230     02  WS-SAMPLE-EOF-SW            PIC X(01) VALUE "N".
001240         88  END-OF-SAMPIN                     VALUE "Y".
001250     02  WS-GROUP-OPEN-SW            PIC X(01) VALUE "N".
001260         88  GROUP-OPEN                        VALUE "Y".
001270     02  WS-TRAILER-SW               PIC X(01) VALUE "N".
001280         88  TRAILER-SEEN                      VALUE "Y".
001290     02  WS-BALANCE-SW               PIC X(01) VALUE "N".
001300         88  RUN-OUT-OF-BALANCE                VALUE "Y".
001310     02  WS-RESTART-SW               PIC X(01) VALUE "N".
001320         88  A-PARTITION-RESTARTED             VALUE "Y".
001330     02  WS-CURRENCY-FOUND-SW        PIC X(01) VALUE "N".
001340         88  CURRENCY-SLOT-FOUND               VALUE "Y".
001350     02  WS-REGION-FOUND-SW          PIC X(01) VALUE "N".
001360         88  REGION-SLOT-FOUND                 VALUE "Y".
001370*
001380 01  WS-FILE-STATUS-FIELDS.
001390     02  WS-PARTCTL-STATUS           PIC X(02) VALUE "00".
001400     02  WS-PARTTOT-STATUS           PIC X(02) VALUE "00".
001410     02  WS-SAMPLE-STATUS            PIC X(02) VALUE "00".
001420     02  WS-RUN-HISTORY-STATUS       PIC X(02) VALUE "00".
001430     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001440*
001450 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001460 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001470 01  WS-RUN-TIME-RAW                 PIC X(08) VALUE SPACE.
001480 01  FILLER REDEFINES WS-RUN-TIME-RAW.
001490     02  WS-RUN-TIME-HHMMSS          PIC 9(06).
001500     02  FILLER                      PIC X(02).
001510*
001513     COPY BusinessDateParm.
001516*
001520*    THE PARTCTL DECK, ONE SLOT PER PARTITION IN NUMBER ORDER,
001530*    AND WHAT EACH ONE REPORTED.  PN-STATUS IS SPACE UNTIL THE
001540*    PARTITION'S GROUP IS COUNTED.  THE DECK CHECK IS THE SAME
001550*    AS 10_COPYBOOK'S 1610.
001560 01  WS-PARTITION-COUNT              PIC 9(04) VALUE ZERO COMP.
001570 01  WS-PARTITION-SUB                PIC 9(04) VALUE ZERO COMP.
001580 01  WS-PARTCTL-CARD-COUNT           PIC 9(04) VALUE ZERO COMP.
001590 01  WS-EXPECTED-LOW                 PIC 9(09) VALUE ZERO.
001600 01  WS-MISSING-COUNT                PIC 9(04) VALUE ZERO COMP.
001610*
001620 01  PARTITION-TABLE-AREA.
001630     02  PARTITION-ENTRY OCCURS 20 TIMES.
001640         03  PN-LOW-LP               PIC 9(08).
001650         03  PN-HIGH-LP              PIC 9(08).
001660         03  PN-STATUS               PIC X(01).
001670             88  PN-FINISHED                   VALUE "F".
001680         03  PN-RECORD-COUNT         PIC 9(07) COMP.
001690         03  PN-REJECT-COUNT         PIC 9(07) COMP.
001700         03  PN-HELD-COUNT           PIC 9(07) COMP.
001710         03  PN-SKIPPED-COUNT        PIC 9(07) COMP.
001720         03  PN-PAGES-PRINTED        PIC 9(04) COMP.
001730         03  PN-RESTART-SW           PIC X(01).
001740*
001750*    THE GROUP BEING READ: ITS PH IS KEPT WHOLE, ITS PC AND PR
001760*    LINES ARE HELD HERE UNTIL ITS PE PROVES IT COMPLETE.  A
001770*    PARTITION HAS AT MOST 50 CURRENCY AND 10 REGION SLOTS.
001780 01  WS-GROUP-HEADER-SAVE            PIC X(150) VALUE SPACE.
001790 01  WS-GROUP-PARTITION              PIC 9(02) VALUE ZERO.
001800 01  WS-GROUP-LINE-COUNT             PIC 9(04) VALUE ZERO COMP.
001810 01  WS-GROUP-SUB                    PIC 9(04) VALUE ZERO COMP.
001820 01  GROUP-LINE-AREA.
001830     02  GROUP-LINE OCCURS 60 TIMES  PIC X(150).
001840*
001850 01  WS-COUNTERS.
001860     02  WS-PARTTOT-READ-COUNT       PIC 9(07) VALUE ZERO COMP.
001870     02  WS-PARTTOT-PASSED-COUNT     PIC 9(07) VALUE ZERO COMP.
001880     02  WS-RECORD-COUNT             PIC 9(07) VALUE ZERO COMP.
001890     02  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO COMP.
001900     02  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO COMP.
001910     02  WS-HELD-COUNT               PIC 9(07) VALUE ZERO COMP.
001920     02  WS-RELEASED-COUNT           PIC 9(07) VALUE ZERO COMP.
001930     02  WS-PAGES-PRINTED            PIC 9(04) VALUE ZERO COMP.
001940     02  WS-NUMBER-TOTAL             PIC 9(13) VALUE ZERO
001950             COMP-3.
001960     02  WS-CURRENCY-TOTAL           PIC S9(11)V99 VALUE ZERO
001970             COMP-3.
001980*
001990*    THE RESTART POINT REPORTED ON RUNHIST - THE HIGHEST
002000*    CHECKPOINT ANY RESTARTED PARTITION RESUMED FROM.
002010 01  WS-CHECKPOINT-LP                PIC 9(08) VALUE ZERO.
002020*
002030*    THE PARTITIONS' INPUT-SIDE HASHES ADDED UP, AND THE SAMPIN
002040*    TRAILER TOTALS THEY MUST MATCH.  BOTH WRAP MODULO THE FIELD
002050*    WIDTH LIKE THE 10_COPYBOOK ACCUMULATORS - SEE THE TRAILER
002060*    CONTRACT IN SAMPLEDATAROW.
002070 01  WS-BALANCE-FIELDS.
002080     02  WS-ACCOUNTED-COUNT          PIC 9(07) VALUE ZERO COMP.
002090     02  WS-INPUT-NUMBER-HASH        PIC 9(13) VALUE ZERO
002100             COMP-3.
002110     02  WS-INPUT-CURRENCY-HASH      PIC S9(10)V99 VALUE ZERO
002120             COMP-3.
002130     02  WS-TR-RECORD-COUNT          PIC 9(07) VALUE ZERO.
002140     02  WS-TR-NUMBER-HASH           PIC 9(13) VALUE ZERO.
002150     02  WS-TR-CURRENCY-HASH         PIC S9(10)V99 VALUE ZERO.
002160*
002170*    THE RUN'S CURRENCY AND REGION SUMMARIES, BUILT FROM THE
002180*    PARTITIONS' PC AND PR LINES IN FIRST-SEEN ORDER - THE SAME
002190*    SLOTS AND LIMITS AS 10_COPYBOOK'S.
002200 01  WS-CURRENCY-SUMMARY-COUNT       PIC 9(04) VALUE ZERO COMP.
002210 01  WS-CURRENCY-SUB                 PIC 9(04) VALUE ZERO COMP.
002220*
002230 01  CURRENCY-SUMMARY-AREA.
002240     02  CURRENCY-SUMMARY-ENTRY OCCURS 1 TO 50 TIMES
002250             DEPENDING ON WS-CURRENCY-SUMMARY-COUNT.
002260         03  CS-CURRENCY-CODE        PIC X(03).
002270         03  CS-RECORD-COUNT         PIC 9(07) COMP.
002280         03  CS-ORIG-TOTAL           PIC S9(11)V99 COMP-3.
002290         03  CS-RATE                 PIC 9(03)V9(04).
002300         03  CS-CONV-TOTAL           PIC S9(11)V99 COMP-3.
002310*
002320 01  WS-REGION-SUMMARY-COUNT         PIC 9(04) VALUE ZERO COMP.
002330 01  WS-REGION-SUB                   PIC 9(04) VALUE ZERO COMP.
002340*
002350 01  REGION-SUMMARY-AREA.
002360     02  REGION-SUMMARY-ENTRY OCCURS 1 TO 10 TIMES
002370             DEPENDING ON WS-REGION-SUMMARY-COUNT.
002380         03  RS-REGION               PIC X(03).
002390         03  RS-RECORD-COUNT         PIC 9(07) COMP.
002400*
002410 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002420*
002430 01  VAR-LINE                        PIC X(80) VALUE ALL "-".
002440*
002450 01  PAGE-HEADER-LINE.
002460     02  FILLER          PIC X(12) VALUE "12_CONSOL - ".
002470     02  FILLER          PIC X(19) VALUE "STRUCT-ROW REPORT  ".
002480     02  FILLER          PIC X(06) VALUE "AS OF ".
002490     02  PH-AS-OF-DATE   PIC 9(08).
002500     02  FILLER          PIC X(20)
002510             VALUE "  PARTITIONED RUN   ".
002520*
002530 01  PARTITION-LINE.
002540     02  FILLER                      PIC X(06) VALUE "PART: ".
002550     02  PNL-PARTITION               PIC 9(02).
002560     02  FILLER                      PIC X(05) VALUE " LP: ".
002570     02  PNL-LOW-LP                  PIC 9(08).
002580     02  FILLER                      PIC X(01) VALUE "-".
002590     02  PNL-HIGH-LP                 PIC 9(08).
002600     02  PNL-DETAIL.
002610         03  FILLER                  PIC X(07) VALUE " PROC: ".
002620         03  PNL-RECORD-COUNT        PIC ZZZZZZ9.
002630         03  FILLER                  PIC X(06) VALUE " REJ: ".
002640         03  PNL-REJECT-COUNT        PIC ZZZZZZ9.
002650         03  FILLER                  PIC X(07) VALUE " HELD: ".
002660         03  PNL-HELD-COUNT          PIC ZZZZZZ9.
002670         03  FILLER                  PIC X(07) VALUE " SKIP: ".
002680         03  PNL-SKIPPED-COUNT       PIC ZZZZZZ9.
002690         03  FILLER                  PIC X(08) VALUE " PAGES: ".
002700         03  PNL-PAGES               PIC ZZZ9.
002710         03  FILLER                  PIC X(10)
002720                 VALUE " RESTART: ".
002730         03  PNL-RESTART-SW          PIC X(01).
002740     02  PNL-NOT-FINISHED REDEFINES PNL-DETAIL
002750                                     PIC X(76).
002760*
002770 01  CONTROL-TOTAL-LINE.
002780     02  FILLER                      PIC X(18)
002790             VALUE "RECORDS PROCESSED:".
002800     02  CT-RECORD-COUNT             PIC ZZZZZZ9.
002810     02  FILLER                      PIC X(04) VALUE SPACE.
002820     02  FILLER                      PIC X(13)
002830             VALUE "NUMBER TOTAL:".
002840     02  CT-NUMBER-TOTAL             PIC Z(12)9.
002850     02  FILLER                      PIC X(04) VALUE SPACE.
002860     02  FILLER                      PIC X(15)
002870             VALUE "CURRENCY TOTAL:".
002880     02  CT-CURRENCY-TOTAL           PIC -Z(10)9.99.
002890*
002900 01  REGION-SUMMARY-LINE.
002910     02  FILLER                      PIC X(08) VALUE "SOURCE: ".
002920     02  RSL-REGION                  PIC X(03).
002930     02  FILLER                      PIC X(08) VALUE " COUNT: ".
002940     02  RSL-COUNT                   PIC ZZZZZZ9.
002950*
002960 01  CURRENCY-SUMMARY-LINE.
002970     02  FILLER                      PIC X(05) VALUE "CUR: ".
002980     02  CSL-CODE                    PIC X(03).
002990     02  FILLER                      PIC X(08) VALUE " COUNT: ".
003000     02  CSL-COUNT                   PIC ZZZZZZ9.
003010     02  FILLER                      PIC X(07) VALUE " ORIG: ".
003020     02  CSL-ORIG                    PIC -Z(10)9.99.
003030     02  FILLER                      PIC X(07) VALUE " RATE: ".
003040     02  CSL-RATE                    PIC ZZ9.9999.
003050     02  FILLER                      PIC X(06) VALUE " USD: ".
003060     02  CSL-USD                     PIC -Z(10)9.99.
003070*
003080 PROCEDURE DIVISION.
003090*
003100******************************************************************
003110*    0000-MAINLINE - EDIT THE CARD AND THE DECK, ADD UP THE
003120*    PARTITION GROUPS, SUM THE SAMPIN TRAILERS, THEN BALANCE,
003130*    PRINT AND RECORD THE RUN
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-READ-PARTITION-TOTALS THRU 2000-EXIT
003180         UNTIL END-OF-PARTTOT.
003190     PERFORM 3000-READ-SAMPLE THRU 3000-EXIT
003200         UNTIL END-OF-SAMPIN.
003210     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003220     STOP RUN.
003230*
003240******************************************************************
003250*    1000-INITIALIZE - THE CARD AND THE PARTCTL DECK ARE EDITED
003260*    AND THE DUPLICATE-RUN GUARD RUN BEFORE ANY FILE IS OPENED
003270*    FOR OUTPUT; THEN THE INPUTS OPEN
003280******************************************************************
003290 1000-INITIALIZE.
003300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003310     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003330     PERFORM 1100-READ-CONTROL-DECK THRU 1100-EXIT.
003332     IF WS-AS-OF-DATE = ZERO
003334         PERFORM 1150-CURRENT-BUSINESS-DATE THRU 1150-EXIT
003336     END-IF.
003340     PERFORM 1200-LOAD-PARTITION-DECK THRU 1200-EXIT.
003350     IF NOT FORCE-RERUN
003360         PERFORM 1300-CHECK-PRIOR-RUN THRU 1300-EXIT
003370     END-IF.
003380     MOVE WS-PARTITION-COUNT TO WS-COUNT-ED.
003390     DISPLAY "12_CONSOL - CONSOLIDATING AS-OF DATE "
003400         WS-AS-OF-DATE " OVER " WS-COUNT-ED " PARTITIONS".
003410     OPEN INPUT PARTITION-TOTALS-FILE.
003420     IF WS-PARTTOT-STATUS NOT = "00"
003430         DISPLAY "12_CONSOL - UNABLE TO OPEN PARTTOT STATUS="
003440             WS-PARTTOT-STATUS
003450         GO TO 9999-ABEND
003460     END-IF.
003470     OPEN INPUT SAMPLE-FILE.
003480     IF WS-SAMPLE-STATUS NOT = "00"
003490         DISPLAY "12_CONSOL - UNABLE TO OPEN SAMPIN STATUS="
003500             WS-SAMPLE-STATUS
003510         GO TO 9999-ABEND
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    1100-READ-CONTROL-DECK - THE ONE OPTIONAL CONTROL CARD, THE
003580*    25_HOLDREL DECK PATTERN.  BLANK AND COMMENT CARDS ARE
003590*    SKIPPED; NO CARD AT ALL, OR A BLANK AS-OF DATE, LEAVES
003595*    WS-AS-OF-DATE ZERO FOR 1150 TO DEFAULT.
003600******************************************************************
003610 1100-READ-CONTROL-DECK.
003620     OPEN INPUT RUN-CONTROL-FILE.
003630     IF WS-CONTROL-STATUS NOT = "00" AND
003640             WS-CONTROL-STATUS NOT = "05"
003650         GO TO 1100-EXIT
003660     END-IF.
003670     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003680         UNTIL END-OF-CONTROL.
003690     CLOSE RUN-CONTROL-FILE.
003700 1100-EXIT.
003710     EXIT.
003720*
003730 1110-READ-ONE-CARD.
003740     READ RUN-CONTROL-FILE INTO CONTROL-CARD.
003750     IF WS-CONTROL-STATUS = "10"
003760         MOVE "Y" TO WS-CONTROL-EOF-SW
003770         GO TO 1110-EXIT
003780     END-IF.
003790     IF WS-CONTROL-STATUS NOT = "00"
003800         DISPLAY "12_CONSOL - SYSIN READ ERROR, STATUS="
003810             WS-CONTROL-STATUS
003820         GO TO 9999-ABEND
003830     END-IF.
003840     IF CONTROL-CARD = SPACE OR CC-AS-OF-DATE (1:1) = "*"
003850         GO TO 1110-EXIT
003860     END-IF.
003870     IF CONTROL-CARD-SEEN
003880         DISPLAY "12_CONSOL - BAD CONTROL CARD: MORE THAN ONE "
003890             "CARD IN THE DECK"
003900         GO TO 9998-CONTROL-ABEND
003910     END-IF.
003920     MOVE "Y" TO WS-CARD-SEEN-SW.
003930     IF CC-AS-OF-DATE NOT = SPACE
003940         IF CC-AS-OF-DATE NOT NUMERIC
003950                 OR CC-AS-OF-MONTH < 01 OR CC-AS-OF-MONTH > 12
003960                 OR CC-AS-OF-DAY < 01 OR CC-AS-OF-DAY > 31
003970             DISPLAY "12_CONSOL - BAD CONTROL CARD: AS-OF DATE "
003980                 "(COLS 1-8) MUST BE YYYYMMDD, GOT "
003990                 CC-AS-OF-DATE
004000             GO TO 9998-CONTROL-ABEND
004010         END-IF
004020         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
004030     END-IF.
004040     IF CC-FORCE NOT = SPACE
004050         IF CC-FORCE = "F"
004060             MOVE "Y" TO WS-FORCE-SW
004070         ELSE
004080             DISPLAY "12_CONSOL - BAD CONTROL CARD: FORCE "
004090                 "(COL 10) MUST BE F OR BLANK, GOT " CC-FORCE
004100             GO TO 9998-CONTROL-ABEND
004110         END-IF
004120     END-IF.
004130 1110-EXIT.
004140     EXIT.
004150*
004151******************************************************************
004152*    1150-CURRENT-BUSINESS-DATE - THE DEFAULT AS-OF DATE FROM THE
004153*    SHARED 07_BUSDATE ROUTINE: TODAY, OR THE PRIOR BUSINESS DAY
004154*    FOR A RUN BEFORE THE CALENDAR CUTOVER OR ON A NON-BUSINESS
004155*    DAY - THE DATE THE PARTITIONS DEFAULTED TO THE SAME WAY.
004156******************************************************************
004157 1150-CURRENT-BUSINESS-DATE.
004158     MOVE "C" TO BD-FUNCTION.
004159     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
004160     IF BD-FILE-FAILURE
004161         DISPLAY "12_CONSOL - BUSINESS-DATE ROUTINE CANNOT "
004162             "READ THE CALENDAR"
004163         GO TO 9999-ABEND
004164     END-IF.
004165     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
004166         DISPLAY "12_CONSOL - BUSINESS-DATE ROUTINE FAILED, "
004167             "RC=" BD-RETURN-CODE
004168         GO TO 9998-CONTROL-ABEND
004169     END-IF.
004170     MOVE BD-DATE-OUT TO WS-AS-OF-DATE.
004171 1150-EXIT.
004172     EXIT.
004173*
004174******************************************************************
004175*    1200-LOAD-PARTITION-DECK - THE PARTCTL CARDS INTO PARTITION-
004180*    TABLE-AREA, EDITED THE WAY EVERY PARTITION EDITS THEM: 01
004190*    UP WITH NO GAPS, EACH RANGE STARTING ONE PAST THE LAST,
004200*    FROM 00000000 THROUGH 99999999.
004210******************************************************************
004220 1200-LOAD-PARTITION-DECK.
004230     OPEN INPUT PARTITION-CONTROL-FILE.
004240     IF WS-PARTCTL-STATUS NOT = "00"
004250         DISPLAY "12_CONSOL - UNABLE TO OPEN PARTCTL STATUS="
004260             WS-PARTCTL-STATUS
004270         GO TO 9999-ABEND
004280     END-IF.
004290     PERFORM 1210-READ-PARTITION-CARD THRU 1210-EXIT
004300         UNTIL END-OF-PARTCTL.
004310     CLOSE PARTITION-CONTROL-FILE.
004320     IF WS-PARTITION-COUNT = ZERO
004330             OR WS-EXPECTED-LOW NOT = 100000000
004340         DISPLAY "12_CONSOL - PARTCTL DOES NOT COVER VAR-LP "
004350             "THROUGH 99999999 - THE LAST CARD MUST END THERE"
004360         GO TO 9998-CONTROL-ABEND
004370     END-IF.
004380 1200-EXIT.
004390     EXIT.
004400*
004410 1210-READ-PARTITION-CARD.
004420     READ PARTITION-CONTROL-FILE INTO PARTITION-RANGE-REC.
004430     IF WS-PARTCTL-STATUS = "10"
004440         MOVE "Y" TO WS-PARTCTL-EOF-SW
004450         GO TO 1210-EXIT
004460     END-IF.
004470     IF WS-PARTCTL-STATUS NOT = "00"
004480         DISPLAY "12_CONSOL - PARTCTL READ ERROR, STATUS="
004490             WS-PARTCTL-STATUS
004500         GO TO 9999-ABEND
004510     END-IF.
004520     ADD 1 TO WS-PARTCTL-CARD-COUNT.
004530     IF PARTITION-RANGE-REC = SPACE
004540             OR PRC-PARTITION-NO (1:1) = "*"
004550         GO TO 1210-EXIT
004560     END-IF.
004570     MOVE WS-PARTCTL-CARD-COUNT TO WS-COUNT-ED.
004580     IF PRC-PARTITION-NO NOT NUMERIC
004590             OR PRC-LOW-LP NOT NUMERIC
004600             OR PRC-HIGH-LP NOT NUMERIC
004610         DISPLAY "12_CONSOL - BAD PARTCTL CARD " WS-COUNT-ED
004620             ": NEEDS PARTITION (1-2), LOW VAR-LP (4-11) AND "
004630             "HIGH VAR-LP (13-20)"
004640         GO TO 9998-CONTROL-ABEND
004650     END-IF.
004660     IF PRC-PARTITION-NO-NUM NOT = WS-PARTITION-COUNT + 1
004670             OR PRC-PARTITION-NO-NUM > 20
004680             OR PRC-LOW-LP-NUM NOT = WS-EXPECTED-LOW
004690             OR PRC-HIGH-LP-NUM < PRC-LOW-LP-NUM
004700         DISPLAY "12_CONSOL - BAD PARTCTL CARD " WS-COUNT-ED
004710             ": PARTITIONS MUST RUN 01-20 IN ORDER, EACH "
004720             "STARTING ONE PAST THE HIGH OF THE LAST"
004730         GO TO 9998-CONTROL-ABEND
004740     END-IF.
004750     ADD 1 TO WS-PARTITION-COUNT.
004760     MOVE PRC-LOW-LP-NUM TO PN-LOW-LP (WS-PARTITION-COUNT).
004770     MOVE PRC-HIGH-LP-NUM TO PN-HIGH-LP (WS-PARTITION-COUNT).
004780     MOVE SPACE TO PN-STATUS (WS-PARTITION-COUNT).
004790     COMPUTE WS-EXPECTED-LOW = PRC-HIGH-LP-NUM + 1.
004800 1210-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840*    1300-CHECK-PRIOR-RUN - THE 10_COPYBOOK DUPLICATE-RUN GUARD:
004850*    A CLEAN RUN ALREADY ON RUNHIST FOR THIS AS-OF DATE ENDS THE
004860*    STEP WITH RETURN-CODE 10 THROUGH 9997.  A SECOND RECORD
004870*    WOULD COUNT THE NIGHT TWICE ON THE 50_RUNRPT REPORT.
004880******************************************************************
004890 1300-CHECK-PRIOR-RUN.
004900     OPEN INPUT RUN-HISTORY-FILE.
004910     IF WS-RUN-HISTORY-STATUS NOT = "00"
004920         GO TO 1300-EXIT
004930     END-IF.
004940     PERFORM 1310-READ-ONE-HISTORY THRU 1310-EXIT
004950         UNTIL PRIOR-CLEAN-RUN-FOUND
004960             OR WS-RUN-HISTORY-STATUS NOT = "00".
004970     CLOSE RUN-HISTORY-FILE.
004980     MOVE "00" TO WS-RUN-HISTORY-STATUS.
004990     IF PRIOR-CLEAN-RUN-FOUND
005000         DISPLAY "12_CONSOL - A CLEAN RUN FOR AS-OF DATE "
005010             WS-AS-OF-DATE " IS ALREADY ON RUNHIST"
005020         DISPLAY "12_CONSOL - IF THE RERUN IS INTENDED, PUT "
005030             "F IN COL 10 OF THE SYSIN CARD"
005040         GO TO 9997-DUPLICATE-ABEND
005050     END-IF.
005060 1300-EXIT.
005070     EXIT.
005080*
005090 1310-READ-ONE-HISTORY.
005100     READ RUN-HISTORY-FILE.
005110     IF WS-RUN-HISTORY-STATUS NOT = "00"
005120         GO TO 1310-EXIT
005130     END-IF.
005140     IF RH-AS-OF-DATE NUMERIC
005150             AND RH-AS-OF-DATE = WS-AS-OF-DATE
005160             AND RH-RETURN-CODE NUMERIC
005170             AND RH-RETURN-CODE = ZERO
005180         MOVE "Y" TO WS-PRIOR-RUN-SW
005190     END-IF.
005200 1310-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240*    2000-READ-PARTITION-TOTALS - ONE PARTTOT RECORD.  PARTTOT IS
005250*    EVERY PARTITION'S FILE CONCATENATED; RECORDS FOR ANOTHER
005260*    AS-OF DATE ARE COUNTED AND PASSED OVER.
005270******************************************************************
005280 2000-READ-PARTITION-TOTALS.
005290     READ PARTITION-TOTALS-FILE.
005300     IF WS-PARTTOT-STATUS = "10"
005310         MOVE "Y" TO WS-PARTTOT-EOF-SW
005320         IF GROUP-OPEN
005330             DISPLAY "12_CONSOL - PARTITION " WS-GROUP-PARTITION
005340                 " TOTALS END WITHOUT A PE RECORD - NOT COUNTED"
005350         END-IF
005360         GO TO 2000-EXIT
005370     END-IF.
005380     IF WS-PARTTOT-STATUS NOT = "00"
005390         DISPLAY "12_CONSOL - PARTTOT READ ERROR, STATUS="
005400             WS-PARTTOT-STATUS
005410         GO TO 9999-ABEND
005420     END-IF.
005430     ADD 1 TO WS-PARTTOT-READ-COUNT.
005440     IF PT-AS-OF-DATE NOT = WS-AS-OF-DATE
005450         ADD 1 TO WS-PARTTOT-PASSED-COUNT
005460         GO TO 2000-EXIT
005470     END-IF.
005480     EVALUATE TRUE
005490         WHEN PT-HEADER
005500             PERFORM 2100-START-GROUP THRU 2100-EXIT
005510         WHEN PT-CURRENCY-LINE
005520         WHEN PT-REGION-LINE
005530             PERFORM 2200-HOLD-GROUP-LINE THRU 2200-EXIT
005540         WHEN PT-END
005550             PERFORM 2300-END-GROUP THRU 2300-EXIT
005560         WHEN OTHER
005570             DISPLAY "12_CONSOL - PARTTOT RECORD TYPE "
005580                 PT-RECORD-TYPE " NOT RECOGNISED"
005590             GO TO 9999-ABEND
005600     END-EVALUATE.
005610 2000-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*    2100-START-GROUP - A PH OPENS A GROUP.  A GROUP STILL OPEN
005660*    WAS CUT SHORT (ITS PARTITION FAILED WRITING IT) AND IS
005670*    DROPPED.
005680******************************************************************
005690 2100-START-GROUP.
005700     IF GROUP-OPEN
005710         DISPLAY "12_CONSOL - PARTITION " WS-GROUP-PARTITION
005720             " TOTALS END WITHOUT A PE RECORD - NOT COUNTED"
005730     END-IF.
005740     MOVE "Y" TO WS-GROUP-OPEN-SW.
005750     MOVE PT-PARTITION-NO TO WS-GROUP-PARTITION.
005760     MOVE PARTITION-TOTALS-REC TO WS-GROUP-HEADER-SAVE.
005770     MOVE ZERO TO WS-GROUP-LINE-COUNT.
005780 2100-EXIT.
005790     EXIT.
005800*
005810 2200-HOLD-GROUP-LINE.
005820     IF NOT GROUP-OPEN
005830             OR PT-PARTITION-NO NOT = WS-GROUP-PARTITION
005840         DISPLAY "12_CONSOL - PARTTOT " PT-RECORD-TYPE
005850             " RECORD FOR PARTITION " PT-PARTITION-NO
005860             " OUTSIDE ITS GROUP - NOT COUNTED"
005870         GO TO 2200-EXIT
005880     END-IF.
005890     IF WS-GROUP-LINE-COUNT >= 60
005900         DISPLAY "12_CONSOL - PARTITION " WS-GROUP-PARTITION
005910             " TOTALS HAVE MORE THAN 60 SUMMARY LINES"
005920         GO TO 9999-ABEND
005930     END-IF.
005940     ADD 1 TO WS-GROUP-LINE-COUNT.
005950     MOVE PARTITION-TOTALS-REC
005960         TO GROUP-LINE (WS-GROUP-LINE-COUNT).
005970 2200-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    2300-END-GROUP - A PE WHOSE COUNT AGREES CLOSES THE GROUP,
006020*    AND THE GROUP IS COUNTED FOR ITS PARTITION - ONCE.  A
006030*    PARTITION NOT ON PARTCTL, ONE THAT RAN WITH A RANGE PARTCTL
006040*    NO LONGER SHOWS, OR ONE THAT REPORTS TWICE PUTS THE RUN OUT
006050*    OF BALANCE: ROWS MAY HAVE BEEN MISSED OR COUNTED TWICE.
006060******************************************************************
006070 2300-END-GROUP.
006080     IF NOT GROUP-OPEN
006090             OR PT-PARTITION-NO NOT = WS-GROUP-PARTITION
006100         DISPLAY "12_CONSOL - PARTTOT PE RECORD FOR PARTITION "
006110             PT-PARTITION-NO " OUTSIDE ITS GROUP - NOT COUNTED"
006120         GO TO 2300-EXIT
006130     END-IF.
006140     MOVE "N" TO WS-GROUP-OPEN-SW.
006150     IF PT-GROUP-COUNT NOT = WS-GROUP-LINE-COUNT + 2
006160         DISPLAY "12_CONSOL - PARTITION " WS-GROUP-PARTITION
006170             " TOTALS ARE INCOMPLETE - NOT COUNTED"
006180         GO TO 2300-EXIT
006190     END-IF.
006200     MOVE WS-GROUP-HEADER-SAVE TO PARTITION-TOTALS-REC.
006210     IF PT-PARTITION-NO < 1
006220             OR PT-PARTITION-NO > WS-PARTITION-COUNT
006230         MOVE "Y" TO WS-BALANCE-SW
006240         DISPLAY "12_CONSOL - PARTITION " PT-PARTITION-NO
006250             " IS NOT ON PARTCTL - NOT COUNTED"
006260         GO TO 2300-EXIT
006270     END-IF.
006280     MOVE PT-PARTITION-NO TO WS-PARTITION-SUB.
006290     IF PT-LOW-LP NOT = PN-LOW-LP (WS-PARTITION-SUB)
006300             OR PT-HIGH-LP NOT = PN-HIGH-LP (WS-PARTITION-SUB)
006310         MOVE "Y" TO WS-BALANCE-SW
006320         DISPLAY "12_CONSOL - PARTITION " PT-PARTITION-NO
006330             " RAN FOR VAR-LP " PT-LOW-LP "-" PT-HIGH-LP
006340             " BUT PARTCTL SAYS " PN-LOW-LP (WS-PARTITION-SUB)
006350             "-" PN-HIGH-LP (WS-PARTITION-SUB) " - NOT COUNTED"
006360         GO TO 2300-EXIT
006370     END-IF.
006380     IF PN-FINISHED (WS-PARTITION-SUB)
006390         MOVE "Y" TO WS-BALANCE-SW
006400         DISPLAY "12_CONSOL - PARTITION " PT-PARTITION-NO
006410             " REPORTED MORE THAN ONCE FOR AS-OF DATE "
006420             WS-AS-OF-DATE " - SECOND ONE NOT COUNTED"
006430         GO TO 2300-EXIT
006440     END-IF.
006450     PERFORM 2400-COUNT-GROUP THRU 2400-EXIT.
006460 2300-EXIT.
006470     EXIT.
006480*
006490******************************************************************
006500*    2400-COUNT-GROUP - THE PH OF A COMPLETE GROUP, BACK IN THE
006510*    RECORD AREA, INTO ITS PARTITION SLOT AND THE RUN TOTALS;
006520*    THEN ITS HELD PC AND PR LINES INTO THE RUN SUMMARIES.
006530******************************************************************
006540 2400-COUNT-GROUP.
006550     MOVE "F" TO PN-STATUS (WS-PARTITION-SUB).
006560     MOVE PT-RECORD-COUNT TO PN-RECORD-COUNT (WS-PARTITION-SUB).
006570     MOVE PT-REJECT-COUNT TO PN-REJECT-COUNT (WS-PARTITION-SUB).
006580     MOVE PT-HELD-COUNT TO PN-HELD-COUNT (WS-PARTITION-SUB).
006590     MOVE PT-SKIPPED-COUNT
006600         TO PN-SKIPPED-COUNT (WS-PARTITION-SUB).
006610     MOVE PT-PAGES-PRINTED
006620         TO PN-PAGES-PRINTED (WS-PARTITION-SUB).
006630     MOVE PT-RESTART-SW TO PN-RESTART-SW (WS-PARTITION-SUB).
006640     ADD PT-RECORD-COUNT TO WS-RECORD-COUNT.
006650     ADD PT-REJECT-COUNT TO WS-REJECT-COUNT.
006660     ADD PT-SKIPPED-COUNT TO WS-SKIPPED-COUNT.
006670     ADD PT-HELD-COUNT TO WS-HELD-COUNT.
006680     ADD PT-RELEASED-COUNT TO WS-RELEASED-COUNT.
006690     ADD PT-PAGES-PRINTED TO WS-PAGES-PRINTED.
006700     ADD PT-NUMBER-TOTAL TO WS-NUMBER-TOTAL.
006710     ADD PT-CURRENCY-TOTAL TO WS-CURRENCY-TOTAL.
006720     ADD PT-INPUT-NUMBER-HASH TO WS-INPUT-NUMBER-HASH.
006730     ADD PT-INPUT-CURRENCY-HASH TO WS-INPUT-CURRENCY-HASH.
006740     IF PT-RESTART-SW = "Y"
006750         MOVE "Y" TO WS-RESTART-SW
006760         IF PT-CHECKPOINT-LP > WS-CHECKPOINT-LP
006770             MOVE PT-CHECKPOINT-LP TO WS-CHECKPOINT-LP
006780         END-IF
006790     END-IF.
006800     MOVE 1 TO WS-GROUP-SUB.
006810     PERFORM 2410-COUNT-GROUP-LINE THRU 2410-EXIT
006820         UNTIL WS-GROUP-SUB > WS-GROUP-LINE-COUNT.
006830 2400-EXIT.
006840     EXIT.
006850*
006860 2410-COUNT-GROUP-LINE.
006870     MOVE GROUP-LINE (WS-GROUP-SUB) TO PARTITION-TOTALS-REC.
006880     IF PT-CURRENCY-LINE
006890         PERFORM 2420-ADD-CURRENCY THRU 2420-EXIT
006900     ELSE
006910         PERFORM 2440-ADD-REGION THRU 2440-EXIT
006920     END-IF.
006930     ADD 1 TO WS-GROUP-SUB.
006940 2410-EXIT.
006950     EXIT.
006960*
006970*    ONE PARTITION'S CURRENCY SLOT INTO THE RUN SLOT FOR ITS
006980*    CODE - THE 10_COPYBOOK 4300 SHAPE.  EVERY PARTITION LOADED
006990*    THE SAME RATETAB, SO THE RATES AGREE.
007000 2420-ADD-CURRENCY.
007010     MOVE "N" TO WS-CURRENCY-FOUND-SW.
007020     MOVE 1 TO WS-CURRENCY-SUB.
007030     PERFORM 2430-FIND-CURRENCY-SLOT THRU 2430-EXIT
007040         UNTIL CURRENCY-SLOT-FOUND
007050             OR WS-CURRENCY-SUB > WS-CURRENCY-SUMMARY-COUNT.
007060     IF NOT CURRENCY-SLOT-FOUND
007070         IF WS-CURRENCY-SUMMARY-COUNT >= 50
007080             DISPLAY "12_CONSOL - MORE THAN 50 CURRENCY CODES "
007090                 "OVER THE PARTITIONS"
007100             GO TO 9999-ABEND
007110         END-IF
007120         ADD 1 TO WS-CURRENCY-SUMMARY-COUNT
007130         MOVE WS-CURRENCY-SUMMARY-COUNT TO WS-CURRENCY-SUB
007140         MOVE PT-CUR-CODE TO CS-CURRENCY-CODE (WS-CURRENCY-SUB)
007150         MOVE ZERO TO CS-RECORD-COUNT (WS-CURRENCY-SUB)
007160         MOVE ZERO TO CS-ORIG-TOTAL (WS-CURRENCY-SUB)
007170         MOVE ZERO TO CS-CONV-TOTAL (WS-CURRENCY-SUB)
007180     END-IF.
007190     ADD PT-CUR-COUNT TO CS-RECORD-COUNT (WS-CURRENCY-SUB).
007200     ADD PT-CUR-ORIG-TOTAL TO CS-ORIG-TOTAL (WS-CURRENCY-SUB).
007210     MOVE PT-CUR-RATE TO CS-RATE (WS-CURRENCY-SUB).
007220     ADD PT-CUR-CONV-TOTAL TO CS-CONV-TOTAL (WS-CURRENCY-SUB).
007230 2420-EXIT.
007240     EXIT.
007250*
007260 2430-FIND-CURRENCY-SLOT.
007270     IF CS-CURRENCY-CODE (WS-CURRENCY-SUB) = PT-CUR-CODE
007280         MOVE "Y" TO WS-CURRENCY-FOUND-SW
007290     ELSE
007300         ADD 1 TO WS-CURRENCY-SUB
007310     END-IF.
007320 2430-EXIT.
007330     EXIT.
007340*
007350 2440-ADD-REGION.
007360     MOVE "N" TO WS-REGION-FOUND-SW.
007370     MOVE 1 TO WS-REGION-SUB.
007380     PERFORM 2450-FIND-REGION-SLOT THRU 2450-EXIT
007390         UNTIL REGION-SLOT-FOUND
007400             OR WS-REGION-SUB > WS-REGION-SUMMARY-COUNT.
007410     IF NOT REGION-SLOT-FOUND
007420         IF WS-REGION-SUMMARY-COUNT >= 10
007430             DISPLAY "12_CONSOL - MORE THAN 10 SOURCE REGIONS "
007440                 "OVER THE PARTITIONS"
007450             GO TO 9999-ABEND
007460         END-IF
007470         ADD 1 TO WS-REGION-SUMMARY-COUNT
007480         MOVE WS-REGION-SUMMARY-COUNT TO WS-REGION-SUB
007490         MOVE PT-REG-REGION TO RS-REGION (WS-REGION-SUB)
007500         MOVE ZERO TO RS-RECORD-COUNT (WS-REGION-SUB)
007510     END-IF.
007520     ADD PT-REG-COUNT TO RS-RECORD-COUNT (WS-REGION-SUB).
007530 2440-EXIT.
007540     EXIT.
007550*
007560 2450-FIND-REGION-SLOT.
007570     IF RS-REGION (WS-REGION-SUB) = PT-REG-REGION
007580         MOVE "Y" TO WS-REGION-FOUND-SW
007590     ELSE
007600         ADD 1 TO WS-REGION-SUB
007610     END-IF.
007620 2450-EXIT.
007630     EXIT.
007640*
007650******************************************************************
007660*    3000-READ-SAMPLE - THE SORTED EXTRACT THE PARTITIONS RAN
007670*    FROM, READ FOR ITS TRAILERS ONLY.  EVERY "TR" RECORD IS
007680*    ADDED, WHEREVER THE SORT PUT IT - THE 10_COPYBOOK 2200 RULE.
007690******************************************************************
007700 3000-READ-SAMPLE.
007710     READ SAMPLE-FILE INTO SAMPLE-DATA-REC.
007720     IF WS-SAMPLE-STATUS = "10"
007730         MOVE "Y" TO WS-SAMPLE-EOF-SW
007740         GO TO 3000-EXIT
007750     END-IF.
007760     IF WS-SAMPLE-STATUS NOT = "00"
007770         DISPLAY "12_CONSOL - SAMPIN READ ERROR, STATUS="
007780             WS-SAMPLE-STATUS
007790         GO TO 9999-ABEND
007800     END-IF.
007810     IF TRAILER-RECORD
007820         MOVE "Y" TO WS-TRAILER-SW
007830         ADD TR-RECORD-COUNT TO WS-TR-RECORD-COUNT
007840         ADD TR-NUMBER-HASH TO WS-TR-NUMBER-HASH
007850         ADD TR-CURRENCY-HASH TO WS-TR-CURRENCY-HASH
007860     END-IF.
007870 3000-EXIT.
007880     EXIT.
007890*
007900******************************************************************
007910*    8000-FINALIZE - THE PARTITION LINES, THE SUMMARIES AND THE
007920*    RUN FOOTER, THEN THE BALANCE AND THE ONE RUNHIST RECORD
007930******************************************************************
007940 8000-FINALIZE.
007950     CLOSE PARTITION-TOTALS-FILE.
007960     CLOSE SAMPLE-FILE.
007970     IF WS-PARTTOT-PASSED-COUNT > ZERO
007980         MOVE WS-PARTTOT-PASSED-COUNT TO WS-COUNT-ED
007990         DISPLAY "12_CONSOL - PARTTOT RECORDS FOR OTHER AS-OF "
008000             "DATES PASSED OVER: " WS-COUNT-ED
008010     END-IF.
008020     MOVE WS-AS-OF-DATE TO PH-AS-OF-DATE.
008030     DISPLAY PAGE-HEADER-LINE.
008040     DISPLAY VAR-LINE.
008050     MOVE 1 TO WS-PARTITION-SUB.
008060     PERFORM 8100-PRINT-PARTITION-LINE THRU 8100-EXIT
008070         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
008080     PERFORM 8200-PRINT-CURRENCY-SUMMARY THRU 8200-EXIT.
008090     PERFORM 8400-PRINT-REGION-SUMMARY THRU 8400-EXIT.
008100     MOVE WS-RECORD-COUNT   TO CT-RECORD-COUNT.
008110     MOVE WS-NUMBER-TOTAL   TO CT-NUMBER-TOTAL.
008120     MOVE WS-CURRENCY-TOTAL TO CT-CURRENCY-TOTAL.
008130     DISPLAY VAR-LINE.
008140     DISPLAY CONTROL-TOTAL-LINE.
008150     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
008160     DISPLAY "12_CONSOL - RECORDS REJECTED: " WS-COUNT-ED.
008170     MOVE WS-HELD-COUNT TO WS-COUNT-ED.
008180     DISPLAY "12_CONSOL - RECORDS HELD:     " WS-COUNT-ED.
008190     MOVE WS-RELEASED-COUNT TO WS-COUNT-ED.
008200     DISPLAY "12_CONSOL - RELEASED POSTED:  " WS-COUNT-ED.
008210     PERFORM 8500-BALANCE-TRAILER THRU 8500-EXIT.
008220     PERFORM 8600-WRITE-RUN-HISTORY THRU 8600-EXIT.
008230 8000-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270*    8100-PRINT-PARTITION-LINE - ONE LINE PER PARTCTL PARTITION:
008280*    ITS RANGE AND WHAT IT DID, OR THAT IT HAS NOT FINISHED.  AN
008290*    UNFINISHED PARTITION PUTS THE RUN OUT OF BALANCE - ITS ROWS
008300*    ARE IN THE TRAILER AND IN NO TOTAL.
008310******************************************************************
008320 8100-PRINT-PARTITION-LINE.
008330     MOVE WS-PARTITION-SUB TO PNL-PARTITION.
008340     MOVE PN-LOW-LP (WS-PARTITION-SUB) TO PNL-LOW-LP.
008350     MOVE PN-HIGH-LP (WS-PARTITION-SUB) TO PNL-HIGH-LP.
008360     IF PN-FINISHED (WS-PARTITION-SUB)
008370         MOVE PN-RECORD-COUNT (WS-PARTITION-SUB)
008380             TO PNL-RECORD-COUNT
008390         MOVE PN-REJECT-COUNT (WS-PARTITION-SUB)
008400             TO PNL-REJECT-COUNT
008410         MOVE PN-HELD-COUNT (WS-PARTITION-SUB) TO PNL-HELD-COUNT
008420         MOVE PN-SKIPPED-COUNT (WS-PARTITION-SUB)
008430             TO PNL-SKIPPED-COUNT
008440         MOVE PN-PAGES-PRINTED (WS-PARTITION-SUB) TO PNL-PAGES
008450         MOVE PN-RESTART-SW (WS-PARTITION-SUB)
008460             TO PNL-RESTART-SW
008470         DISPLAY PARTITION-LINE
008480     ELSE
008490         ADD 1 TO WS-MISSING-COUNT
008500         MOVE "Y" TO WS-BALANCE-SW
008510         MOVE " *** NOT FINISHED - RESTART THIS PARTITION ALONE"
008520             TO PNL-NOT-FINISHED
008530         DISPLAY PARTITION-LINE
008540     END-IF.
008550     ADD 1 TO WS-PARTITION-SUB.
008560 8100-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600*    8200-PRINT-CURRENCY-SUMMARY - THE 10_COPYBOOK CURRENCY
008610*    SUMMARY, OVER THE WHOLE RUN
008620******************************************************************
008630 8200-PRINT-CURRENCY-SUMMARY.
008640     IF WS-CURRENCY-SUMMARY-COUNT = ZERO
008650         GO TO 8200-EXIT
008660     END-IF.
008670     DISPLAY VAR-LINE.
008680     DISPLAY "CURRENCY SUMMARY".
008690     MOVE 1 TO WS-CURRENCY-SUB.
008700     PERFORM 8210-PRINT-CURRENCY-LINE THRU 8210-EXIT
008710         UNTIL WS-CURRENCY-SUB > WS-CURRENCY-SUMMARY-COUNT.
008720 8200-EXIT.
008730     EXIT.
008740*
008750 8210-PRINT-CURRENCY-LINE.
008760     MOVE CS-CURRENCY-CODE (WS-CURRENCY-SUB) TO CSL-CODE.
008770     MOVE CS-RECORD-COUNT (WS-CURRENCY-SUB) TO CSL-COUNT.
008780     MOVE CS-ORIG-TOTAL (WS-CURRENCY-SUB) TO CSL-ORIG.
008790     MOVE CS-RATE (WS-CURRENCY-SUB) TO CSL-RATE.
008800     MOVE CS-CONV-TOTAL (WS-CURRENCY-SUB) TO CSL-USD.
008810     DISPLAY CURRENCY-SUMMARY-LINE.
008820     ADD 1 TO WS-CURRENCY-SUB.
008830 8210-EXIT.
008840     EXIT.
008850*
008860******************************************************************
008870*    8400-PRINT-REGION-SUMMARY - THE 10_COPYBOOK RECORD COUNT BY
008880*    SOURCE REGION, OVER THE WHOLE RUN
008890******************************************************************
008900 8400-PRINT-REGION-SUMMARY.
008910     IF WS-REGION-SUMMARY-COUNT = ZERO
008920         GO TO 8400-EXIT
008930     END-IF.
008940     DISPLAY VAR-LINE.
008950     DISPLAY "RECORD COUNT BY SOURCE".
008960     MOVE 1 TO WS-REGION-SUB.
008970     PERFORM 8410-PRINT-REGION-LINE THRU 8410-EXIT
008980         UNTIL WS-REGION-SUB > WS-REGION-SUMMARY-COUNT.
008990 8400-EXIT.
009000     EXIT.
009010*
009020 8410-PRINT-REGION-LINE.
009030     MOVE RS-REGION (WS-REGION-SUB) TO RSL-REGION.
009040     MOVE RS-RECORD-COUNT (WS-REGION-SUB) TO RSL-COUNT.
009050     DISPLAY REGION-SUMMARY-LINE.
009060     ADD 1 TO WS-REGION-SUB.
009070 8410-EXIT.
009080     EXIT.
009090*
009100******************************************************************
009110*    8500-BALANCE-TRAILER - THE 10_COPYBOOK 8100 BALANCE OVER
009120*    THE PARTITIONS ADDED UP: EVERY DETAIL ROW IS PROCESSED,
009130*    REJECTED, HELD OR SKIPPED BY A RESTART IN EXACTLY ONE
009140*    PARTITION, SO THE SUMS MUST MATCH THE TRAILER.  A MISSING
009150*    PARTITION OR TRAILER IS OUT OF BALANCE.  RETURN-CODE 8.
009160******************************************************************
009170 8500-BALANCE-TRAILER.
009180     IF WS-MISSING-COUNT > ZERO
009190         MOVE WS-MISSING-COUNT TO WS-COUNT-ED
009200         DISPLAY "12_CONSOL - PARTITIONS NOT FINISHED: "
009210             WS-COUNT-ED " - RESTART EACH ONE ALONE, THEN RERUN "
009220             "THIS STEP"
009230     END-IF.
009240     IF NOT TRAILER-SEEN
009250         MOVE "Y" TO WS-BALANCE-SW
009260         DISPLAY "12_CONSOL - NO TRAILER ON SAMPIN - FILE "
009270             "TRUNCATED OR UPSTREAM NOT SENDING TRAILERS"
009280         GO TO 8500-SET-RC
009290     END-IF.
009300     COMPUTE WS-ACCOUNTED-COUNT = WS-RECORD-COUNT
009310         + WS-REJECT-COUNT + WS-SKIPPED-COUNT
009320         + WS-HELD-COUNT.
009330     IF WS-ACCOUNTED-COUNT NOT = WS-TR-RECORD-COUNT
009340         MOVE "Y" TO WS-BALANCE-SW
009350         DISPLAY "12_CONSOL - RECORD COUNT OUT OF BALANCE "
009360             "TRAILER=" WS-TR-RECORD-COUNT
009370             " ACCOUNTED=" WS-ACCOUNTED-COUNT
009380     END-IF.
009390     IF WS-INPUT-NUMBER-HASH NOT = WS-TR-NUMBER-HASH
009400         MOVE "Y" TO WS-BALANCE-SW
009410         DISPLAY "12_CONSOL - NUMBER HASH OUT OF BALANCE "
009420             "TRAILER=" WS-TR-NUMBER-HASH
009430             " INPUT=" WS-INPUT-NUMBER-HASH
009440     END-IF.
009450     IF WS-INPUT-CURRENCY-HASH NOT = WS-TR-CURRENCY-HASH
009460         MOVE "Y" TO WS-BALANCE-SW
009470         DISPLAY "12_CONSOL - CURRENCY HASH OUT OF BALANCE "
009480             "TRAILER=" WS-TR-CURRENCY-HASH
009490             " INPUT=" WS-INPUT-CURRENCY-HASH
009500     END-IF.
009510 8500-SET-RC.
009520     IF RUN-OUT-OF-BALANCE
009530         DISPLAY "12_CONSOL - RUN OUT OF BALANCE WITH "
009540             "UPSTREAM TRAILER - HOLDING DOWNSTREAM"
009550         MOVE 8 TO RETURN-CODE
009560     END-IF.
009570 8500-EXIT.
009580     EXIT.
009590*
009600******************************************************************
009610*    8600-WRITE-RUN-HISTORY - THE ONE RUNHIST RECORD FOR THE
009620*    WHOLE PARTITIONED RUN, IN THE 10_COPYBOOK 8300 SHAPE.  PAGES
009630*    ARE THE PARTITIONS' PAGES PLUS THIS STEP'S ONE; THE RESTART
009640*    POINT IS THE HIGHEST CHECKPOINT A RESTARTED PARTITION
009650*    RESUMED FROM.  AN INCOMPLETE OR UNBALANCED RUN IS RECORDED
009660*    WITH ITS 8, WHICH THE DUPLICATE-RUN GUARD DOES NOT COUNT AS
009670*    CLEAN, SO THE RERUN AFTER THE RESTART IS NOT REFUSED.
009680******************************************************************
009690 8600-WRITE-RUN-HISTORY.
009700     OPEN EXTEND RUN-HISTORY-FILE.
009710     IF WS-RUN-HISTORY-STATUS NOT = "00"
009720         OPEN OUTPUT RUN-HISTORY-FILE
009730     END-IF.
009740     IF WS-RUN-HISTORY-STATUS NOT = "00"
009750         DISPLAY "12_CONSOL - UNABLE TO OPEN RUN-HISTORY-FILE "
009760             "STATUS=" WS-RUN-HISTORY-STATUS
009770         GO TO 9999-ABEND
009780     END-IF.
009790     MOVE SPACE TO RUN-HISTORY-REC.
009800     MOVE WS-RUN-DATE TO RH-RUN-DATE.
009810     MOVE WS-RUN-TIME-HHMMSS TO RH-RUN-TIME.
009820     MOVE WS-RECORD-COUNT TO RH-RECORDS-PROCESSED.
009830     MOVE WS-REJECT-COUNT TO RH-RECORDS-REJECTED.
009840     MOVE WS-NUMBER-TOTAL TO RH-NUMBER-TOTAL.
009850     MOVE WS-CURRENCY-TOTAL TO RH-CURRENCY-TOTAL.
009860     COMPUTE RH-PAGES-PRINTED = WS-PAGES-PRINTED + 1.
009870     MOVE RETURN-CODE TO RH-RETURN-CODE.
009880     IF A-PARTITION-RESTARTED
009890         MOVE "Y" TO RH-RESTART-SW
009900     ELSE
009910         MOVE "N" TO RH-RESTART-SW
009920     END-IF.
009930     MOVE WS-CHECKPOINT-LP TO RH-CHECKPOINT-LP.
009940     MOVE WS-AS-OF-DATE TO RH-AS-OF-DATE.
009950     WRITE RUN-HISTORY-REC.
009960     IF WS-RUN-HISTORY-STATUS NOT = "00"
009970         DISPLAY "12_CONSOL - RUN-HISTORY WRITE ERROR STATUS="
009980             WS-RUN-HISTORY-STATUS
009990         GO TO 9999-ABEND
010000     END-IF.
010010     CLOSE RUN-HISTORY-FILE.
010020 8600-EXIT.
010030     EXIT.
010040*
010050******************************************************************
010060*    9997-DUPLICATE-ABEND - THIS AS-OF DATE ALREADY RAN CLEAN.
010070*    RETURN-CODE 10, AS FROM 10_COPYBOOK.  NOTHING WRITTEN.
010080******************************************************************
010090 9997-DUPLICATE-ABEND.
010100     MOVE 10 TO RETURN-CODE.
010110     STOP RUN.
010120*
010130******************************************************************
010140*    9998-CONTROL-ABEND - MALFORMED CONTROL CARD OR PARTCTL DECK.
010150*    RETURN-CODE 12; NOTHING HAS BEEN WRITTEN.
010160******************************************************************
010170 9998-CONTROL-ABEND.
010180     MOVE 12 TO RETURN-CODE.
010190     STOP RUN.
010200*
010210******************************************************************
010220*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
010230*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
010240******************************************************************
010250 9999-ABEND.
010260     MOVE 16 TO RETURN-CODE.
010270     STOP RUN.
