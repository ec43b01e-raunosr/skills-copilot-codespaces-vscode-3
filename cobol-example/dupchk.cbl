000010******************************************************************
000020*    PROGRAM-ID  : 65_DUPCHK
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    SUSPECTED DUPLICATE-POSTING CHECK.  60_MERGE CATCHES THE
000090*    SAME VAR-LP ARRIVING TWICE IN ONE NIGHT; IT CANNOT CATCH
000100*    THE REAL-WORLD DOUBLE BOOKING, WHERE THE SAME TRANSACTION
000110*    COMES BACK UNDER A NEW VAR-LP - SAME VAR-NUMBER, SAME
000120*    SIGNED AMOUNT AND SAME CURRENCY CODE, OFTEN FROM ANOTHER
000130*    REGION A DAY OR TWO LATER.  RUNS AFTER 60_MERGE AND
000140*    BEFORE 10_COPYBOOK.
000150*
000160*    TONIGHT'S EXTRACT (SAMPIN - THE 60_MERGE SAMPOUT) AND AN
000170*    UNLOAD OF MSTROUT (MSTIN) ARRIVE SORTED ON THE MATCH KEY
000180*    (VAR-NUMBER, SIGNED AMOUNT, CURRENCY CODE) AND ARE WALKED
000190*    TOGETHER, THE 30_DELTA BALANCE-LINE SHAPE.  A MASTER ROW
000200*    TAKES PART ONLY IF ITS LAST RUN DATE FALLS IN THE LOOK-
000210*    BACK WINDOW - THE RUN DATE AND THE N DAYS BEFORE IT.
000220*    EVERY TONIGHT ROW WHOSE MATCH KEY IS ON SUCH A MASTER ROW
000230*    UNDER A DIFFERENT VAR-LP IS A SUSPECT, AND EACH SUSPECT
000240*    PAIR IS LISTED ON SYSOUT WITH BOTH KEYS, BOTH REGIONS AND
000250*    BOTH RUN DATES.  THE SAME VAR-LP COMING BACK IS A REPLACE,
000260*    NOT A DOUBLE BOOKING, AND IS NOT LISTED.
000270*
000280*    EVERY TONIGHT ROW IS PASSED ON TO DUPOUT FOR THE COPYBOOK
000290*    JOB, EXCEPT THAT IN HOLD MODE A SUSPECT GOES TO DUPHOLD
000300*    INSTEAD.  BOTH ARE SAMPLE-DATA-REC FORMAT ENDED BY A
000310*    COUNT/HASH TRAILER COVERING EXACTLY THE ROWS ON THEM, THE
000320*    RECYCOUT PATTERN, SO A REVIEWED DUPHOLD CAN BE FED TO A
000330*    LATER COPYBOOK RUN AS IT STANDS.  THE INPUT IS BALANCED
000340*    AGAINST ITS OWN TRAILER(S) - SUMMED WHEREVER THE SORT PUT
000350*    THEM, THE 10_COPYBOOK 2200 RULE.
000360*
000370*    DAY ARITHMETIC GOES THROUGH INTEGER-OF-DATE - A DAY COUNT
000380*    ACROSS MONTH ENDS HAS NO PLAIN-VERB EQUIVALENT.
000390*
000400*    CONTROL CARD (SYSIN, OPTIONAL - NO CARD IS REPORT MODE,
000410*    5 DAYS, TODAY):
000420*        COL  01     MODE: R = REPORT SUSPECTS ONLY
000430*                          H = HOLD SUSPECTS OUT OF THE RUN
000440*                          (BLANK = R)
000450*        COLS 03-05  LOOK-BACK WINDOW IN DAYS, 001-999
000460*                    (BLANK = 005)
000470*        COLS 07-14  RUN DATE YYYYMMDD (BLANK = TODAY) - FOR A
000480*                    RERUN OF A PRIOR NIGHT
000490*    "*" IN COL 1 IS A COMMENT.  ONE CARD ONLY.
000500*
000510*    RETURN CODES: 0 NO SUSPECTS; 4 SUSPECTS LISTED (AND HELD
000520*    IN HOLD MODE) - REVIEW SYSOUT; 8 THE INPUT IS OUT OF
000530*    BALANCE WITH ITS TRAILER OR SENT NONE - HOLD THE COPYBOOK
000540*    JOB; 12 MALFORMED CONTROL CARD, NOTHING WRITTEN; 16 FILE
000550*    OR SEQUENCE FAILURE.
000560*
000570*    MODIFICATION HISTORY
000580*    DATE       INIT  DESCRIPTION
000590*    10/15/26   JH    INITIAL VERSION
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. 65_DUPCHK.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT SAMPLE-FILE ASSIGN TO "SAMPIN"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SAMPLE-STATUS.
000700*
000710     SELECT MASTER-FILE ASSIGN TO "MSTIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-MASTER-STATUS.
000740*
000750     SELECT PASS-FILE ASSIGN TO "DUPOUT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PASS-STATUS.
000780*
000790     SELECT HOLD-FILE ASSIGN TO "DUPHOLD"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-HOLD-STATUS.
000820*
000830     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-CONTROL-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900*    ONLY THE MATCH KEY IS CARVED OUT HERE - VAR-NUMBER, SIGNED
000910*    AMOUNT AND CURRENCY CODE, CONTIGUOUS ON THE EXTRACT.  THE
000920*    ROW IS READ INTO THE SAMPLEDATAROW COPYBOOK.
000930 FD  SAMPLE-FILE.
000940 01  SAMPLE-FILE-REC.
000950     02  SFR-VAR-LP                  PIC X(08).
000960     02  SFR-MATCH-KEY.
000970         03  FILLER                  PIC X(10).
000980         03  SFR-CURRENCY-AMT        PIC X(10).
000990         03  FILLER                  PIC X(03).
001000     02  FILLER                      PIC X(04).
001010*
001020*    THE SAME THREE FIELDS ON THE MASTER ARE NOT CONTIGUOUS -
001030*    EACH IS CARVED OUT AND THE KEY IS BUILT IN WS-MASTER-KEY.
001040*    THE ROW IS READ INTO THE MASTERROW COPYBOOK.
001050 FD  MASTER-FILE.
001060 01  MASTER-FILE-REC.
001070     02  MFR-VAR-LP                  PIC X(08).
001080     02  MFR-VAR-NUMBER              PIC X(10).
001090     02  FILLER                      PIC X(32).
001100     02  MFR-ORIG-CURRENCY-AMT       PIC X(10).
001110     02  MFR-CURRENCY-CODE           PIC X(03).
001120     02  FILLER                      PIC X(17).
001130*
001140 FD  PASS-FILE.
001150 01  PASS-REC                       PIC X(35).
001160*
001170 FD  HOLD-FILE.
001180 01  HOLD-REC                       PIC X(35).
001190*
001200 FD  RUN-CONTROL-FILE.
001210 01  RUN-CONTROL-FILE-REC           PIC X(80).
001220*
001230 WORKING-STORAGE SECTION.
001240*
001250     COPY SampleDataRow.
001260*
001270     COPY MasterRow.
001280*
001290 01  CONTROL-CARD.
001300     02  CC-MODE                     PIC X(01).
001310         88  CC-REPORT-ONLY                    VALUE "R" SPACE.
001320         88  CC-HOLD-OUT                       VALUE "H".
001330         88  CC-COMMENT                        VALUE "*".
001340     02  FILLER                      PIC X(01).
001350     02  CC-LOOKBACK-DAYS            PIC X(03).
001360     02  CC-LOOKBACK-NUM REDEFINES CC-LOOKBACK-DAYS
001370                                     PIC 9(03).
001380     02  FILLER                      PIC X(01).
001390     02  CC-RUN-DATE                 PIC X(08).
001400     02  CC-RUN-DATE-NUM REDEFINES CC-RUN-DATE.
001410         03  FILLER                  PIC X(04).
001420         03  CC-RUN-MONTH            PIC 9(02).
001430         03  CC-RUN-DAY              PIC 9(02).
001440     02  FILLER                      PIC X(66).
001450*
001460 01  WS-SWITCHES.
001470     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001480         88  END-OF-CONTROL                    VALUE "Y".
001490     02  WS-CARD-SEEN-SW             PIC X(01) VALUE "N".
001500         88  CONTROL-CARD-SEEN                 VALUE "Y".
001510     02  WS-MODE-SW                  PIC X(01) VALUE "R".
001520         88  MODE-REPORT-ONLY                  VALUE "R".
001530         88  MODE-HOLD-OUT                     VALUE "H".
001540     02  WS-SUSPECT-SW               PIC X(01) VALUE "N".
001550         88  ROW-IS-SUSPECT                    VALUE "Y".
001560     02  WS-TRAILER-SW               PIC X(01) VALUE "N".
001570         88  TRAILER-SEEN                      VALUE "Y".
001580     02  WS-BALANCE-SW               PIC X(01) VALUE "N".
001590         88  RUN-OUT-OF-BALANCE                VALUE "Y".
001600*
001610 01  WS-FILE-STATUS-FIELDS.
001620     02  WS-SAMPLE-STATUS            PIC X(02) VALUE "00".
001630     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001640     02  WS-PASS-STATUS              PIC X(02) VALUE "00".
001650     02  WS-HOLD-STATUS              PIC X(02) VALUE "00".
001660     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001670*
001680*    THE RUN DATE, THE LOOK-BACK IN DAYS, AND THE FIRST DATE IN
001690*    THE WINDOW.  A MASTER ROW IS IN THE WINDOW WHEN ITS LAST
001700*    RUN DATE IS NOT BEFORE WS-START-DATE AND NOT AFTER THE RUN
001710*    DATE.
001720 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001730 01  WS-LOOKBACK-DAYS                PIC 9(03) VALUE 5.
001740 01  WS-START-DATE                   PIC 9(08) VALUE ZERO.
001750 01  WS-START-INTEGER                PIC 9(07) VALUE ZERO.
001760*
001770*    MATCH KEYS FOR THE BALANCE LINE - HIGH-VALUES ONCE A FILE
001780*    IS EXHAUSTED.  THE PREVIOUS KEYS CATCH AN UNSORTED INPUT.
001790 01  WS-SAMPLE-KEY                   PIC X(23) VALUE LOW-VALUES.
001800 01  WS-SAMPLE-PREV-KEY              PIC X(23) VALUE LOW-VALUES.
001810 01  WS-MASTER-KEY.
001820     02  WS-MK-VAR-NUMBER            PIC X(10).
001830     02  WS-MK-ORIG-CURRENCY-AMT     PIC X(10).
001840     02  WS-MK-CURRENCY-CODE         PIC X(03).
001850 01  WS-MASTER-PREV-KEY              PIC X(23) VALUE LOW-VALUES.
001860 01  WS-GROUP-KEY                    PIC X(23) VALUE SPACE.
001870*
001880*    THE IN-WINDOW MASTER ROWS SHARING THE CURRENT MATCH KEY.
001890*    A GENUINE TRANSACTION IS BOOKED ONCE OR TWICE; FIFTY ROWS
001900*    ON ONE KEY IS A DATA PROBLEM OF ANOTHER KIND, AND THE ROWS
001910*    PAST THE FIFTIETH ARE COUNTED AND SAID SO, NOT LISTED.
001920 01  WS-CANDIDATE-COUNT              PIC 9(04) VALUE ZERO COMP.
001930 01  WS-CANDIDATE-SUB                PIC 9(04) VALUE ZERO COMP.
001940 01  CANDIDATE-TABLE-AREA.
001950     02  CANDIDATE-ENTRY OCCURS 50 TIMES.
001960         03  CT-VAR-LP               PIC X(08).
001970         03  CT-SOURCE-REGION        PIC X(03).
001980         03  CT-RUN-DATE             PIC 9(08).
001990*
002000 01  WS-COUNTERS.
002010     02  WS-READ-COUNT               PIC 9(07) VALUE ZERO COMP.
002020     02  WS-MASTER-READ-COUNT        PIC 9(07) VALUE ZERO COMP.
002030     02  WS-WINDOW-COUNT             PIC 9(07) VALUE ZERO COMP.
002040     02  WS-SUSPECT-ROW-COUNT        PIC 9(07) VALUE ZERO COMP.
002050     02  WS-PAIR-COUNT               PIC 9(07) VALUE ZERO COMP.
002060     02  WS-OVERFLOW-COUNT           PIC 9(07) VALUE ZERO COMP.
002070     02  WS-PASS-COUNT               PIC 9(07) VALUE ZERO COMP.
002080     02  WS-HOLD-COUNT               PIC 9(07) VALUE ZERO COMP.
002090*
002100*    INPUT-SIDE HASHES FOR THE BALANCE AGAINST THE TRAILER, AND
002110*    OUTPUT-SIDE HASHES FOR THE FRESH TRAILERS ON DUPOUT AND
002120*    DUPHOLD - THE 20_RECYCLE FIELDS, ACCUMULATED THE SAME WAY.
002130     02  WS-READ-NUMBER-HASH         PIC 9(13) VALUE ZERO
002140             COMP-3.
002150     02  WS-READ-CURRENCY-HASH       PIC S9(10)V99 VALUE ZERO
002160             COMP-3.
002170     02  WS-PASS-NUMBER-HASH         PIC 9(13) VALUE ZERO
002180             COMP-3.
002190     02  WS-PASS-CURRENCY-HASH       PIC S9(10)V99 VALUE ZERO
002200             COMP-3.
002210     02  WS-HOLD-NUMBER-HASH         PIC 9(13) VALUE ZERO
002220             COMP-3.
002230     02  WS-HOLD-CURRENCY-HASH       PIC S9(10)V99 VALUE ZERO
002240             COMP-3.
002250*
002260*    THE INPUT TRAILER TOTALS, SUMMED OVER EVERY "TR" RECORD.
002270 01  WS-TRAILER-TOTALS.
002280     02  WS-TR-COUNT                 PIC 9(07) VALUE ZERO.
002290     02  WS-TR-NUMBER-HASH           PIC 9(13) VALUE ZERO.
002300     02  WS-TR-CURRENCY-HASH         PIC S9(10)V99 VALUE ZERO
002310             SIGN LEADING SEPARATE CHARACTER.
002320*
002330 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002340*
002350 01  VAR-LINE                        PIC X(72) VALUE ALL "-".
002360*
002370*    ONE SUSPECT PAIR - TONIGHT'S ROW AGAINST THE MASTER ROW IT
002380*    DUPLICATES, THEN THE SHARED MATCH KEY AND WHAT WAS DONE.
002390 01  PAIR-LINE-1.
002400     02  FILLER                      PIC X(09) VALUE "SUSPECT  ".
002410     02  PL-NEW-VAR-LP               PIC X(08).
002420     02  FILLER                      PIC X(01) VALUE SPACE.
002430     02  PL-NEW-REGION               PIC X(03).
002440     02  FILLER                      PIC X(01) VALUE SPACE.
002450     02  PL-NEW-RUN-DATE             PIC 9(08).
002460     02  FILLER                      PIC X(14)
002470             VALUE "  DUPLICATES  ".
002480     02  PL-OLD-VAR-LP               PIC X(08).
002490     02  FILLER                      PIC X(01) VALUE SPACE.
002500     02  PL-OLD-REGION               PIC X(03).
002510     02  FILLER                      PIC X(01) VALUE SPACE.
002520     02  PL-OLD-RUN-DATE             PIC 9(08).
002530*
002540 01  PAIR-LINE-2.
002550     02  FILLER                      PIC X(16)
002560             VALUE "         NUMBER ".
002570     02  PL-VAR-NUMBER               PIC X(10).
002580     02  FILLER                      PIC X(08) VALUE " AMOUNT ".
002590     02  PL-AMOUNT                   PIC -Z(6)9.99.
002600     02  PL-AMOUNT-X REDEFINES PL-AMOUNT
002610                                     PIC X(11).
002620     02  FILLER                      PIC X(01) VALUE SPACE.
002630     02  PL-CURRENCY-CODE            PIC X(03).
002640     02  FILLER                      PIC X(02) VALUE SPACE.
002650     02  PL-ACTION                   PIC X(08).
002660*
002670 PROCEDURE DIVISION.
002680*
002690******************************************************************
002700*    0000-MAINLINE - READ THE CARD, PRIME BOTH INPUTS, WALK THEM
002710*    TOGETHER ONE MATCH KEY AT A TIME, CLOSE OUT
002720******************************************************************
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 2000-READ-SAMPLE THRU 2000-EXIT.
002760     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002770     PERFORM 3000-MATCH-ONE-KEY THRU 3000-EXIT
002780         UNTIL WS-SAMPLE-KEY = HIGH-VALUES.
002790     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002800     STOP RUN.
002810*
002820******************************************************************
002830*    1000-INITIALIZE - THE CONTROL CARD IS EDITED BEFORE ANY
002840*    DATA FILE IS OPENED, SO A BAD CARD ENDS 12 WITH NOTHING
002850*    WRITTEN; THEN THE WINDOW IS WORKED OUT AND THE FILES OPEN
002860******************************************************************
002870 1000-INITIALIZE.
002880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002890     PERFORM 1100-READ-CONTROL-DECK THRU 1100-EXIT.
002900     COMPUTE WS-START-INTEGER =
002910         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
002920         - WS-LOOKBACK-DAYS.
002930     COMPUTE WS-START-DATE =
002940         FUNCTION DATE-OF-INTEGER (WS-START-INTEGER).
002950     IF MODE-HOLD-OUT
002960         DISPLAY "65_DUPCHK - SUSPECTED DUPLICATE POSTINGS FOR "
002970             WS-RUN-DATE ", HOLD MODE"
002980     ELSE
002990         DISPLAY "65_DUPCHK - SUSPECTED DUPLICATE POSTINGS FOR "
003000             WS-RUN-DATE ", REPORT MODE"
003010     END-IF.
003020     DISPLAY "65_DUPCHK - MASTER ROWS RUN " WS-START-DATE
003030         " THROUGH " WS-RUN-DATE.
003040     DISPLAY VAR-LINE.
003050     OPEN INPUT SAMPLE-FILE.
003060     IF WS-SAMPLE-STATUS NOT = "00"
003070         DISPLAY "65_DUPCHK - UNABLE TO OPEN SAMPIN STATUS="
003080             WS-SAMPLE-STATUS
003090         GO TO 9999-ABEND
003100     END-IF.
003110     OPEN INPUT MASTER-FILE.
003120     IF WS-MASTER-STATUS NOT = "00"
003130         DISPLAY "65_DUPCHK - UNABLE TO OPEN MSTIN STATUS="
003140             WS-MASTER-STATUS
003150         GO TO 9999-ABEND
003160     END-IF.
003170     OPEN OUTPUT PASS-FILE.
003180     IF WS-PASS-STATUS NOT = "00"
003190         DISPLAY "65_DUPCHK - UNABLE TO OPEN DUPOUT STATUS="
003200             WS-PASS-STATUS
003210         GO TO 9999-ABEND
003220     END-IF.
003230     OPEN OUTPUT HOLD-FILE.
003240     IF WS-HOLD-STATUS NOT = "00"
003250         DISPLAY "65_DUPCHK - UNABLE TO OPEN DUPHOLD STATUS="
003260             WS-HOLD-STATUS
003270         GO TO 9999-ABEND
003280     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*    1100-READ-CONTROL-DECK - THE ONE OPTIONAL CONTROL CARD, THE
003340*    25_HOLDREL DECK PATTERN.  BLANK AND COMMENT CARDS ARE
003350*    SKIPPED; NO CARD AT ALL LEAVES THE DEFAULTS.
003360******************************************************************
003370 1100-READ-CONTROL-DECK.
003380     OPEN INPUT RUN-CONTROL-FILE.
003390     IF WS-CONTROL-STATUS NOT = "00" AND
003400             WS-CONTROL-STATUS NOT = "05"
003410         GO TO 1100-EXIT
003420     END-IF.
003430     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003440         UNTIL END-OF-CONTROL.
003450     CLOSE RUN-CONTROL-FILE.
003460 1100-EXIT.
003470     EXIT.
003480*
003490 1110-READ-ONE-CARD.
003500     READ RUN-CONTROL-FILE INTO CONTROL-CARD.
003510     IF WS-CONTROL-STATUS = "10"
003520         MOVE "Y" TO WS-CONTROL-EOF-SW
003530         GO TO 1110-EXIT
003540     END-IF.
003550     IF WS-CONTROL-STATUS NOT = "00"
003560         DISPLAY "65_DUPCHK - SYSIN READ ERROR, STATUS="
003570             WS-CONTROL-STATUS
003580         GO TO 9999-ABEND
003590     END-IF.
003600     IF CONTROL-CARD = SPACE OR CC-COMMENT
003610         GO TO 1110-EXIT
003620     END-IF.
003630     IF CONTROL-CARD-SEEN
003640         DISPLAY "65_DUPCHK - BAD CONTROL CARD: MORE THAN ONE "
003650             "CARD IN THE DECK"
003660         GO TO 9998-CONTROL-ABEND
003670     END-IF.
003680     MOVE "Y" TO WS-CARD-SEEN-SW.
003690     EVALUATE TRUE
003700         WHEN CC-HOLD-OUT
003710             MOVE "H" TO WS-MODE-SW
003720         WHEN CC-REPORT-ONLY
003730             MOVE "R" TO WS-MODE-SW
003740         WHEN OTHER
003750             DISPLAY "65_DUPCHK - BAD CONTROL CARD: MODE (COL "
003760                 "1) MUST BE R OR H, GOT " CC-MODE
003770             GO TO 9998-CONTROL-ABEND
003780     END-EVALUATE.
003790     IF CC-LOOKBACK-DAYS NOT = SPACE
003800         IF CC-LOOKBACK-DAYS NOT NUMERIC
003810                 OR CC-LOOKBACK-NUM = ZERO
003820             DISPLAY "65_DUPCHK - BAD CONTROL CARD: LOOK-BACK "
003830                 "DAYS (COLS 3-5) MUST BE 001-999, GOT "
003840                 CC-LOOKBACK-DAYS
003850             GO TO 9998-CONTROL-ABEND
003860         END-IF
003870         MOVE CC-LOOKBACK-NUM TO WS-LOOKBACK-DAYS
003880     END-IF.
003890     IF CC-RUN-DATE NOT = SPACE
003900         IF CC-RUN-DATE NOT NUMERIC
003910                 OR CC-RUN-MONTH < 01 OR CC-RUN-MONTH > 12
003920                 OR CC-RUN-DAY < 01 OR CC-RUN-DAY > 31
003930             DISPLAY "65_DUPCHK - BAD CONTROL CARD: RUN DATE "
003940                 "(COLS 7-14) MUST BE YYYYMMDD, GOT "
003950                 CC-RUN-DATE
003960             GO TO 9998-CONTROL-ABEND
003970         END-IF
003980         MOVE CC-RUN-DATE TO WS-RUN-DATE
003990     END-IF.
004000 1110-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*    2000-READ-SAMPLE - NEXT DETAIL ROW OF TONIGHT'S EXTRACT.  A
004050*    TRAILER IS ADDED INTO THE TRAILER TOTALS AND THE READ GOES
004060*    ON.  THE MATCH KEY MUST NOT DESCEND - THE JOB'S SORT STEP
004070*    PUT IT IN THAT ORDER, AND THE BALANCE LINE DEPENDS ON IT.
004080******************************************************************
004090 2000-READ-SAMPLE.
004100     READ SAMPLE-FILE INTO SAMPLE-DATA-REC.
004110     IF WS-SAMPLE-STATUS = "10"
004120         MOVE HIGH-VALUES TO WS-SAMPLE-KEY
004130         GO TO 2000-EXIT
004140     END-IF.
004150     IF WS-SAMPLE-STATUS NOT = "00"
004160         DISPLAY "65_DUPCHK - SAMPIN READ ERROR, STATUS="
004170             WS-SAMPLE-STATUS
004180         GO TO 9999-ABEND
004190     END-IF.
004200     IF TRAILER-RECORD
004210         MOVE "Y" TO WS-TRAILER-SW
004220         ADD TR-RECORD-COUNT TO WS-TR-COUNT
004230         ADD TR-NUMBER-HASH TO WS-TR-NUMBER-HASH
004240         ADD TR-CURRENCY-HASH TO WS-TR-CURRENCY-HASH
004250         GO TO 2000-READ-SAMPLE
004260     END-IF.
004270     ADD 1 TO WS-READ-COUNT.
004280     IF SD-VAR-NUMBER NUMERIC
004290         ADD SD-VAR-NUMBER TO WS-READ-NUMBER-HASH
004300     END-IF.
004310     IF SD-VAR-CURRENCY-AMT NUMERIC
004320         ADD SD-VAR-CURRENCY-AMT TO WS-READ-CURRENCY-HASH
004330     END-IF.
004340     MOVE SFR-MATCH-KEY TO WS-SAMPLE-KEY.
004350     IF WS-SAMPLE-KEY < WS-SAMPLE-PREV-KEY
004360         DISPLAY "65_DUPCHK - SAMPIN OUT OF SEQUENCE AT VAR-LP="
004370             SD-VAR-LP
004380         GO TO 9999-ABEND
004390     END-IF.
004400     MOVE WS-SAMPLE-KEY TO WS-SAMPLE-PREV-KEY.
004410 2000-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450*    2100-READ-MASTER - NEXT ROW OF THE MSTROUT UNLOAD, SAME
004460*    SEQUENCE RULE
004470******************************************************************
004480 2100-READ-MASTER.
004490     READ MASTER-FILE INTO MASTER-ROW-REC.
004500     IF WS-MASTER-STATUS = "10"
004510         MOVE HIGH-VALUES TO WS-MASTER-KEY
004520         GO TO 2100-EXIT
004530     END-IF.
004540     IF WS-MASTER-STATUS NOT = "00"
004550         DISPLAY "65_DUPCHK - MSTIN READ ERROR, STATUS="
004560             WS-MASTER-STATUS
004570         GO TO 9999-ABEND
004580     END-IF.
004590     ADD 1 TO WS-MASTER-READ-COUNT.
004600     MOVE MFR-VAR-NUMBER TO WS-MK-VAR-NUMBER.
004610     MOVE MFR-ORIG-CURRENCY-AMT TO WS-MK-ORIG-CURRENCY-AMT.
004620     MOVE MFR-CURRENCY-CODE TO WS-MK-CURRENCY-CODE.
004630     IF WS-MASTER-KEY < WS-MASTER-PREV-KEY
004640         DISPLAY "65_DUPCHK - MSTIN OUT OF SEQUENCE AT VAR-LP="
004650             MFR-VAR-LP
004660         GO TO 9999-ABEND
004670     END-IF.
004680     MOVE WS-MASTER-KEY TO WS-MASTER-PREV-KEY.
004690 2100-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    3000-MATCH-ONE-KEY - MASTER ROWS BELOW TONIGHT'S KEY ARE
004740*    SKIPPED.  OTHERWISE THE IN-WINDOW MASTER ROWS ON TONIGHT'S
004750*    KEY (NONE, IF THE MASTER IS ALREADY PAST IT) ARE LOADED,
004760*    AND EVERY TONIGHT ROW ON THE KEY IS CHECKED AGAINST THEM.
004770******************************************************************
004780 3000-MATCH-ONE-KEY.
004790     IF WS-MASTER-KEY < WS-SAMPLE-KEY
004800         PERFORM 2100-READ-MASTER THRU 2100-EXIT
004810         GO TO 3000-EXIT
004820     END-IF.
004830     MOVE WS-SAMPLE-KEY TO WS-GROUP-KEY.
004840     MOVE ZERO TO WS-CANDIDATE-COUNT.
004850     PERFORM 3100-LOAD-CANDIDATE THRU 3100-EXIT
004860         UNTIL WS-MASTER-KEY NOT = WS-GROUP-KEY.
004870     PERFORM 3200-CHECK-SAMPLE-ROW THRU 3200-EXIT
004880         UNTIL WS-SAMPLE-KEY NOT = WS-GROUP-KEY.
004890 3000-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930*    3100-LOAD-CANDIDATE - ONE MASTER ROW ON THE CURRENT KEY.
004940*    ONLY A ROW LAST WRITTEN INSIDE THE WINDOW IS KEPT.
004950******************************************************************
004960 3100-LOAD-CANDIDATE.
004970     IF MST-LAST-RUN-DATE < WS-START-DATE
004980             OR MST-LAST-RUN-DATE > WS-RUN-DATE
004990         GO TO 3100-NEXT
005000     END-IF.
005010     ADD 1 TO WS-WINDOW-COUNT.
005020     IF WS-CANDIDATE-COUNT >= 50
005030         ADD 1 TO WS-OVERFLOW-COUNT
005040         DISPLAY "65_DUPCHK - MORE THAN 50 MASTER ROWS ON ONE "
005050             "MATCH KEY - VAR-LP " MST-VAR-LP " NOT COMPARED"
005060         GO TO 3100-NEXT
005070     END-IF.
005080     ADD 1 TO WS-CANDIDATE-COUNT.
005090     MOVE MST-VAR-LP TO CT-VAR-LP (WS-CANDIDATE-COUNT).
005100     MOVE MST-SOURCE-REGION
005110         TO CT-SOURCE-REGION (WS-CANDIDATE-COUNT).
005120     MOVE MST-LAST-RUN-DATE TO CT-RUN-DATE (WS-CANDIDATE-COUNT).
005130 3100-NEXT.
005140     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005150 3100-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190*    3200-CHECK-SAMPLE-ROW - ONE TONIGHT ROW AGAINST EVERY
005200*    CANDIDATE UNDER ANOTHER VAR-LP, THEN ROUTE IT: A SUSPECT
005210*    GOES TO DUPHOLD IN HOLD MODE, EVERYTHING ELSE TO DUPOUT
005220******************************************************************
005230 3200-CHECK-SAMPLE-ROW.
005240     MOVE "N" TO WS-SUSPECT-SW.
005250     PERFORM 3210-COMPARE-CANDIDATE THRU 3210-EXIT
005260         VARYING WS-CANDIDATE-SUB FROM 1 BY 1
005270         UNTIL WS-CANDIDATE-SUB > WS-CANDIDATE-COUNT.
005280     IF ROW-IS-SUSPECT
005290         ADD 1 TO WS-SUSPECT-ROW-COUNT
005300     END-IF.
005310     IF ROW-IS-SUSPECT AND MODE-HOLD-OUT
005320         PERFORM 4100-WRITE-HOLD THRU 4100-EXIT
005330     ELSE
005340         PERFORM 4000-WRITE-PASS THRU 4000-EXIT
005350     END-IF.
005360     PERFORM 2000-READ-SAMPLE THRU 2000-EXIT.
005370 3200-EXIT.
005380     EXIT.
005390*
005400 3210-COMPARE-CANDIDATE.
005410     IF CT-VAR-LP (WS-CANDIDATE-SUB) = SD-VAR-LP
005420         GO TO 3210-EXIT
005430     END-IF.
005440     MOVE "Y" TO WS-SUSPECT-SW.
005450     ADD 1 TO WS-PAIR-COUNT.
005460     PERFORM 3300-PRINT-PAIR THRU 3300-EXIT.
005470 3210-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510*    3300-PRINT-PAIR - BOTH KEYS, BOTH REGIONS, BOTH RUN DATES,
005520*    THE SHARED NUMBER/AMOUNT/CURRENCY, AND WHAT WAS DONE WITH
005530*    TONIGHT'S ROW.  A MASTER ROW WRITTEN BEFORE THE REGION WAS
005540*    CARRIED SHOWS A BLANK REGION.
005550******************************************************************
005560 3300-PRINT-PAIR.
005570     MOVE SD-VAR-LP TO PL-NEW-VAR-LP.
005580     MOVE SD-SOURCE-REGION TO PL-NEW-REGION.
005590     MOVE WS-RUN-DATE TO PL-NEW-RUN-DATE.
005600     MOVE CT-VAR-LP (WS-CANDIDATE-SUB) TO PL-OLD-VAR-LP.
005610     MOVE CT-SOURCE-REGION (WS-CANDIDATE-SUB) TO PL-OLD-REGION.
005620     MOVE CT-RUN-DATE (WS-CANDIDATE-SUB) TO PL-OLD-RUN-DATE.
005630     MOVE SD-VAR-NUMBER TO PL-VAR-NUMBER.
005640     IF SD-VAR-CURRENCY-AMT NUMERIC
005650         MOVE SD-VAR-CURRENCY-AMT TO PL-AMOUNT
005660     ELSE
005670         MOVE SFR-CURRENCY-AMT TO PL-AMOUNT-X
005680     END-IF.
005690     MOVE SD-CURRENCY-CODE TO PL-CURRENCY-CODE.
005700     IF MODE-HOLD-OUT
005710         MOVE "HELD" TO PL-ACTION
005720     ELSE
005730         MOVE "REPORTED" TO PL-ACTION
005740     END-IF.
005750     DISPLAY PAIR-LINE-1.
005760     DISPLAY PAIR-LINE-2.
005770 3300-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810*    4000-WRITE-PASS - TONIGHT'S ROW ON TO THE COPYBOOK JOB
005820******************************************************************
005830 4000-WRITE-PASS.
005840     WRITE PASS-REC FROM SAMPLE-DATA-REC.
005850     IF WS-PASS-STATUS NOT = "00"
005860         DISPLAY "65_DUPCHK - DUPOUT WRITE ERROR AT VAR-LP="
005870             SD-VAR-LP " STATUS=" WS-PASS-STATUS
005880         GO TO 9999-ABEND
005890     END-IF.
005900     ADD 1 TO WS-PASS-COUNT.
005910     IF SD-VAR-NUMBER NUMERIC
005920         ADD SD-VAR-NUMBER TO WS-PASS-NUMBER-HASH
005930     END-IF.
005940     IF SD-VAR-CURRENCY-AMT NUMERIC
005950         ADD SD-VAR-CURRENCY-AMT TO WS-PASS-CURRENCY-HASH
005960     END-IF.
005970 4000-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    4100-WRITE-HOLD - A SUSPECT HELD OUT OF TONIGHT'S RUN
006020******************************************************************
006030 4100-WRITE-HOLD.
006040     WRITE HOLD-REC FROM SAMPLE-DATA-REC.
006050     IF WS-HOLD-STATUS NOT = "00"
006060         DISPLAY "65_DUPCHK - DUPHOLD WRITE ERROR AT VAR-LP="
006070             SD-VAR-LP " STATUS=" WS-HOLD-STATUS
006080         GO TO 9999-ABEND
006090     END-IF.
006100     ADD 1 TO WS-HOLD-COUNT.
006110     IF SD-VAR-NUMBER NUMERIC
006120         ADD SD-VAR-NUMBER TO WS-HOLD-NUMBER-HASH
006130     END-IF.
006140     IF SD-VAR-CURRENCY-AMT NUMERIC
006150         ADD SD-VAR-CURRENCY-AMT TO WS-HOLD-CURRENCY-HASH
006160     END-IF.
006170 4100-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210*    8000-FINALIZE - BALANCE THE INPUT AGAINST ITS TRAILER,
006220*    TRAIL BOTH OUTPUTS, RUN TOTALS, CLOSE, AND THE RETURN CODE
006230******************************************************************
006240 8000-FINALIZE.
006250     PERFORM 8100-BALANCE-INPUT THRU 8100-EXIT.
006260     MOVE SPACE TO SAMPLE-DATA-REC.
006270     MOVE "TR" TO TR-RECORD-ID.
006280     MOVE WS-PASS-COUNT TO TR-RECORD-COUNT.
006290     MOVE WS-PASS-NUMBER-HASH TO TR-NUMBER-HASH.
006300     MOVE WS-PASS-CURRENCY-HASH TO TR-CURRENCY-HASH.
006310     WRITE PASS-REC FROM SAMPLE-TRAILER-REC.
006320     IF WS-PASS-STATUS NOT = "00"
006330         DISPLAY "65_DUPCHK - DUPOUT TRAILER WRITE ERROR "
006340             "STATUS=" WS-PASS-STATUS
006350         GO TO 9999-ABEND
006360     END-IF.
006370     MOVE SPACE TO SAMPLE-DATA-REC.
006380     MOVE "TR" TO TR-RECORD-ID.
006390     MOVE WS-HOLD-COUNT TO TR-RECORD-COUNT.
006400     MOVE WS-HOLD-NUMBER-HASH TO TR-NUMBER-HASH.
006410     MOVE WS-HOLD-CURRENCY-HASH TO TR-CURRENCY-HASH.
006420     WRITE HOLD-REC FROM SAMPLE-TRAILER-REC.
006430     IF WS-HOLD-STATUS NOT = "00"
006440         DISPLAY "65_DUPCHK - DUPHOLD TRAILER WRITE ERROR "
006450             "STATUS=" WS-HOLD-STATUS
006460         GO TO 9999-ABEND
006470     END-IF.
006480     CLOSE SAMPLE-FILE.
006490     CLOSE MASTER-FILE.
006500     CLOSE PASS-FILE.
006510     CLOSE HOLD-FILE.
006520*
006530     DISPLAY VAR-LINE.
006540     MOVE WS-READ-COUNT TO WS-COUNT-ED.
006550     DISPLAY "65_DUPCHK - ROWS READ TONIGHT:     " WS-COUNT-ED.
006560     MOVE WS-WINDOW-COUNT TO WS-COUNT-ED.
006570     DISPLAY "65_DUPCHK - MASTER ROWS MATCHED:   " WS-COUNT-ED.
006580     MOVE WS-PAIR-COUNT TO WS-COUNT-ED.
006590     DISPLAY "65_DUPCHK - SUSPECT PAIRS:         " WS-COUNT-ED.
006600     MOVE WS-SUSPECT-ROW-COUNT TO WS-COUNT-ED.
006610     DISPLAY "65_DUPCHK - SUSPECT ROWS:          " WS-COUNT-ED.
006620     MOVE WS-PASS-COUNT TO WS-COUNT-ED.
006630     DISPLAY "65_DUPCHK - ROWS ON DUPOUT:        " WS-COUNT-ED.
006640     MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
006650     DISPLAY "65_DUPCHK - ROWS ON DUPHOLD:       " WS-COUNT-ED.
006660     IF WS-OVERFLOW-COUNT > ZERO
006670         MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
006680         DISPLAY "65_DUPCHK - MASTER ROWS NOT COMPARED:"
006690             WS-COUNT-ED
006700     END-IF.
006710*
006720     IF RUN-OUT-OF-BALANCE
006730         DISPLAY "65_DUPCHK - SAMPIN IS OUT OF BALANCE - "
006740             "HOLD THE COPYBOOK JOB"
006750         MOVE 8 TO RETURN-CODE
006760         GO TO 8000-EXIT
006770     END-IF.
006780     IF WS-SUSPECT-ROW-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
006790         MOVE 4 TO RETURN-CODE
006800     END-IF.
006810 8000-EXIT.
006820     EXIT.
006830*
006840******************************************************************
006850*    8100-BALANCE-INPUT - THE ROWS READ AGAINST THE SUMMED
006860*    TRAILERS; NO TRAILER AT ALL IS WHAT A TRUNCATED EXTRACT
006870*    LOOKS LIKE
006880******************************************************************
006890 8100-BALANCE-INPUT.
006900     IF NOT TRAILER-SEEN
006910         MOVE "Y" TO WS-BALANCE-SW
006920         DISPLAY "65_DUPCHK - NO TRAILER ON SAMPIN - FILE MAY "
006930             "BE TRUNCATED"
006940         GO TO 8100-EXIT
006950     END-IF.
006960     IF WS-READ-COUNT NOT = WS-TR-COUNT
006970         MOVE "Y" TO WS-BALANCE-SW
006980         DISPLAY "65_DUPCHK - COUNT OUT OF BALANCE TRAILER="
006990             WS-TR-COUNT " READ=" WS-READ-COUNT
007000     END-IF.
007010     IF WS-READ-NUMBER-HASH NOT = WS-TR-NUMBER-HASH
007020         MOVE "Y" TO WS-BALANCE-SW
007030         DISPLAY "65_DUPCHK - NUMBER HASH OUT OF BALANCE"
007040     END-IF.
007050     IF WS-READ-CURRENCY-HASH NOT = WS-TR-CURRENCY-HASH
007060         MOVE "Y" TO WS-BALANCE-SW
007070         DISPLAY "65_DUPCHK - CURRENCY HASH OUT OF BALANCE"
007080     END-IF.
007090 8100-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    9998-CONTROL-ABEND - MALFORMED CONTROL CARD.  RETURN-CODE
007140*    12; NO DATA FILE HAS BEEN OPENED.
007150******************************************************************
007160 9998-CONTROL-ABEND.
007170     MOVE 12 TO RETURN-CODE.
007180     STOP RUN.
007190*
007200******************************************************************
007210*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
007220*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
007230******************************************************************
007240 9999-ABEND.
007250     MOVE 16 TO RETURN-CODE.
007260     STOP RUN.
