000010******************************************************************
000020*    PROGRAM-ID  : 17_FXRECON
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    FX RECONCILIATION OF THE NIGHT'S CONVERSIONS AGAINST THE
000090*    BANK'S DAILY FX STATEMENT (BANKFX, SEE THE BANKFXSTMT
000100*    COPYBOOK).  TREASURY USED TO TICK THE STATEMENT OFF THE
000110*    10_COPYBOOK CURRENCY SUMMARY BY HAND.  THE PER-CURRENCY
000120*    TOTALS ARE REBUILT FROM MSTROUT - EVERY ROW STAMPED WITH THE
000130*    RUN DATE, BY MST-CURRENCY-CODE: ROW COUNT, ORIGINAL-CURRENCY
000140*    TOTAL AND USD TOTAL - AND EACH CURRENCY IS MATCHED TO THE
000150*    STATEMENT LINE FOR THE SAME CODE:
000160*
000170*      MATCHED           ON BOTH SIDES, THE AMOUNTS AGREE WITHIN
000180*                        THE AMOUNT TOLERANCE AND THE BANK RATE
000190*                        AGREES WITH THE RATETAB RATE WE APPLIED
000200*                        WITHIN THE RATE TOLERANCE
000210*      OUT OF TOLERANCE  ON BOTH SIDES, BUT THE AMOUNT OR THE
000220*                        RATE DIFFERS BY MORE THAN ITS TOLERANCE
000230*      UNMATCHED         ON ONE SIDE ONLY - CONVERTED BY US BUT
000240*                        NOT ON THE STATEMENT, OR ON THE
000250*                        STATEMENT WITH NOTHING CONVERTED HERE
000260*
000270*    EVERY CURRENCY IS PRINTED UNDER ITS VERDICT WITH BOTH
000280*    AMOUNTS, THE RATETAB RATE, THE BANK RATE, THE RATE
000290*    DIFFERENCE AND THE USD DIFFERENCE IT MAKES.
000300*
000310*    EVERY BREAK (ANYTHING NOT MATCHED) IS AN OPEN ITEM.  THE
000320*    OPEN-ITEM FILE (SEE THE FXOPENITEM COPYBOOK) IS CARRIED
000330*    FORWARD ONE GENERATION A NIGHT: YESTERDAY'S (OPNOLD) IS
000340*    READ, EVERY ITEM STILL OPEN IS LISTED WITH ITS AGE IN DAYS
000350*    SINCE IT BROKE AND COPIED TO OPNNEW, AND TONIGHT'S BREAKS
000360*    ARE ADDED BEHIND THEM.  AN ITEM LEAVES THE FILE ONLY WHEN
000370*    TREASURY CLEARS IT WITH A CLEAR CARD, OR WHEN ITS OWN RUN
000380*    DATE IS RECONCILED AGAIN (THE RERUN'S RESULT REPLACES IT).
000390*    AGES ARE IN CALENDAR DAYS THROUGH INTEGER-OF-DATE - A DAY
000400*    COUNT ACROSS MONTH ENDS HAS NO PLAIN-VERB EQUIVALENT.
000410*
000420*    RETURN CODES: 0 EVERY CURRENCY MATCHED AND NO OPEN ITEMS -
000430*    TREASURY CAN SIGN OFF; 4 TONIGHT MATCHED BUT OLDER ITEMS ARE
000440*    STILL OPEN, OR A CLEAR CARD FOUND NO ITEM - REVIEW BEFORE
000450*    SIGN-OFF; 8 TONIGHT DID NOT RECONCILE - NO SIGN-OFF; 12
000460*    MALFORMED SYSIN CARD, BANK STATEMENT OR RATE TABLE; 16 FILE
000470*    FAILURE.
000480*
000490*    THE SYSIN DECK (OPTIONAL):
000500*    ONE OPTIONS CARD -
000510*        COLS 01-08  RUN DATE BEING RECONCILED, YYYYMMDD -
000520*                    BLANK/NO CARD = TODAY
000530*        COLS 10-14  RATE TOLERANCE, 9V9999 (E.G. 00050 =
000540*                    0.0050), BLANK = 0.0010
000550*        COLS 16-24  AMOUNT TOLERANCE IN THE ORIGINAL CURRENCY,
000560*                    9999999V99, BLANK = 0.00
000570*    ANY NUMBER OF CLEAR CARDS (UP TO 50) -
000580*        COL  01     "C"
000590*        COLS 03-05  CURRENCY CODE OF THE OPEN ITEM
000600*        COLS 07-14  DATE IT BROKE, YYYYMMDD
000610*        COLS 16-23  OPERATOR ID OF THE TREASURY CLERK
000620*        COLS 25-64  REASON IT IS CLEARED
000630*
000640*    MODIFICATION HISTORY
000650*    DATE       INIT  DESCRIPTION
000660*    10/15/26   JH    INITIAL VERSION
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. 17_FXRECON.
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS IS SEQUENTIAL
000770         RECORD KEY IS MFR-VAR-LP
000780         FILE STATUS IS WS-MASTER-STATUS.
000790*
000800     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-RATE-STATUS.
000830*
000840     SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKFX"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-BANK-STATUS.
000870*
000880*    YESTERDAY'S OPEN ITEMS ARE OPTIONAL - THE FIRST NIGHT HAS
000890*    NOTHING TO CARRY.
000900     SELECT OPTIONAL OPEN-ITEM-OLD-FILE ASSIGN TO "OPNOLD"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-OPEN-OLD-STATUS.
000930*
000940     SELECT OPEN-ITEM-NEW-FILE ASSIGN TO "OPNNEW"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-OPEN-NEW-STATUS.
000970*
000980     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-CONTROL-STATUS.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040*
001050*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
001060*    MASTERROW COPYBOOK IN WORKING-STORAGE, THE 80_HISTRPT
001070*    PATTERN.
001080 FD  MASTER-FILE.
001090 01  MASTER-FILE-REC.
001100     02  MFR-VAR-LP                  PIC X(08).
001110     02  FILLER                      PIC X(72).
001120*
001130 FD  RATE-TABLE-FILE.
001140 01  RATE-TABLE-FILE-REC            PIC X(10).
001150*
001160 FD  BANK-STATEMENT-FILE.
001170 01  BANK-STATEMENT-FILE-REC        PIC X(40).
001180*
001190 FD  OPEN-ITEM-OLD-FILE.
001200 01  OPEN-ITEM-OLD-FILE-REC         PIC X(80).
001210*
001220 FD  OPEN-ITEM-NEW-FILE.
001230 01  OPEN-ITEM-NEW-FILE-REC         PIC X(80).
001240*
001250 FD  RUN-CONTROL-FILE.
001260 01  RUN-CONTROL-FILE-REC           PIC X(80).
001270*
001280 WORKING-STORAGE SECTION.
001290*
001300     COPY MasterRow.
001310*
001320     COPY RateTableRow.
001330*
001340     COPY BankFxStmt.
001350*
001360     COPY FxOpenItem.
001370*
001380 01  RUN-CONTROL-CARD.
001390     02  CC-RUN-DATE                 PIC X(08).
001400         88  CC-RUN-DATE-OMITTED               VALUE SPACE.
001410     02  CC-RUN-DATE-NUM REDEFINES CC-RUN-DATE.
001420         03  FILLER                  PIC X(04).
001430         03  CC-RUN-MONTH            PIC 9(02).
001440         03  CC-RUN-DAY              PIC 9(02).
001450     02  FILLER                      PIC X(01).
001460     02  CC-RATE-TOLERANCE           PIC X(05).
001470         88  CC-RATE-TOLERANCE-OMITTED         VALUE SPACE.
001480     02  CC-RATE-TOLERANCE-NUM REDEFINES CC-RATE-TOLERANCE
001490                                     PIC 9(01)V9(04).
001500     02  FILLER                      PIC X(01).
001510     02  CC-AMOUNT-TOLERANCE         PIC X(09).
001520         88  CC-AMOUNT-TOLERANCE-OMITTED       VALUE SPACE.
001530     02  CC-AMOUNT-TOLERANCE-NUM REDEFINES CC-AMOUNT-TOLERANCE
001540                                     PIC 9(07)V99.
001550     02  FILLER                      PIC X(56).
001560*
001570*    A CARD WITH "C" IN COLUMN 1 CLEARS ONE OPEN ITEM - THE
001580*    OPTIONS CARD CAN NEVER START WITH "C" (COLUMN 1 IS A DIGIT
001590*    OF THE RUN DATE OR BLANK).
001600 01  CLEAR-CARD REDEFINES RUN-CONTROL-CARD.
001610     02  CL-CARD-TYPE                PIC X(01).
001620         88  CLEAR-CARD-TYPE                   VALUE "C".
001630     02  FILLER                      PIC X(01).
001640     02  CL-CURRENCY-CODE            PIC X(03).
001650     02  FILLER                      PIC X(01).
001660     02  CL-BREAK-DATE               PIC X(08).
001670     02  CL-BREAK-DATE-NUM REDEFINES CL-BREAK-DATE.
001680         03  FILLER                  PIC X(04).
001690         03  CL-BREAK-MONTH          PIC 9(02).
001700         03  CL-BREAK-DAY            PIC 9(02).
001710     02  FILLER                      PIC X(01).
001720     02  CL-OPERATOR-ID              PIC X(08).
001730     02  FILLER                      PIC X(01).
001740     02  CL-REASON                   PIC X(40).
001750     02  FILLER                      PIC X(16).
001760*
001770 01  WS-SWITCHES.
001780     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001790         88  END-OF-CONTROL                    VALUE "Y".
001800     02  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001810         88  END-OF-MASTER                     VALUE "Y".
001820     02  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
001830         88  END-OF-RATE-TABLE                 VALUE "Y".
001840     02  WS-BANK-EOF-SW              PIC X(01) VALUE "N".
001850         88  END-OF-BANK-STATEMENT             VALUE "Y".
001860     02  WS-OPEN-OLD-EOF-SW          PIC X(01) VALUE "N".
001870         88  END-OF-OPEN-ITEMS                 VALUE "Y".
001880     02  WS-OPTIONS-FOUND-SW         PIC X(01) VALUE "N".
001890         88  OPTIONS-CARD-FOUND                VALUE "Y".
001900     02  WS-RATE-HEADER-SW           PIC X(01) VALUE "N".
001910         88  RATE-HEADER-SEEN                  VALUE "Y".
001920     02  WS-BANK-HEADER-SW           PIC X(01) VALUE "N".
001930         88  BANK-HEADER-SEEN                  VALUE "Y".
001940     02  WS-SLOT-FOUND-SW            PIC X(01) VALUE "N".
001950         88  SLOT-FOUND                        VALUE "Y".
001960     02  WS-CLEAR-FOUND-SW           PIC X(01) VALUE "N".
001970         88  CLEAR-CARD-FOUND                  VALUE "Y".
001980*
001990 01  WS-FILE-STATUS-FIELDS.
002000     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002010     02  WS-RATE-STATUS              PIC X(02) VALUE "00".
002020     02  WS-BANK-STATUS              PIC X(02) VALUE "00".
002030     02  WS-OPEN-OLD-STATUS          PIC X(02) VALUE "00".
002040     02  WS-OPEN-NEW-STATUS          PIC X(02) VALUE "00".
002050     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
002060*
002070 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002080 01  WS-RATE-EFFECTIVE-DATE          PIC 9(08) VALUE ZERO.
002090 01  WS-STATEMENT-DATE               PIC 9(08) VALUE ZERO.
002100 01  WS-BANK-ID                      PIC X(10) VALUE SPACE.
002110 01  WS-RATE-TOLERANCE               PIC 9(01)V9(04) VALUE .001.
002120 01  WS-AMOUNT-TOLERANCE             PIC 9(07)V99 VALUE ZERO.
002130*
002140 01  WS-COUNTERS.
002150     02  WS-CARD-COUNT               PIC 9(07) VALUE ZERO COMP.
002160     02  WS-THIS-RUN-COUNT           PIC 9(07) VALUE ZERO COMP.
002170     02  WS-BANK-LINE-COUNT          PIC 9(07) VALUE ZERO COMP.
002180     02  WS-MATCHED-COUNT            PIC 9(07) VALUE ZERO COMP.
002190     02  WS-TOLERANCE-COUNT          PIC 9(07) VALUE ZERO COMP.
002200     02  WS-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO COMP.
002210     02  WS-OPEN-READ-COUNT          PIC 9(07) VALUE ZERO COMP.
002220     02  WS-CARRIED-COUNT            PIC 9(07) VALUE ZERO COMP.
002230     02  WS-SUPERSEDED-COUNT         PIC 9(07) VALUE ZERO COMP.
002240     02  WS-CLEARED-COUNT            PIC 9(07) VALUE ZERO COMP.
002250     02  WS-NEW-BREAK-COUNT          PIC 9(07) VALUE ZERO COMP.
002260     02  WS-UNUSED-CLEAR-COUNT       PIC 9(07) VALUE ZERO COMP.
002270*
002280*    DAY NUMBERS FOR THE OPEN-ITEM AGE - THE 55_REJAGE FIELDS.
002290 01  WS-AGE-FIELDS.
002300     02  WS-RUN-INTEGER              PIC 9(08) VALUE ZERO COMP.
002310     02  WS-BREAK-INTEGER            PIC 9(08) VALUE ZERO COMP.
002320     02  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO COMP.
002330*
002340*    WORK FIELDS FOR ONE CURRENCY'S COMPARISON.
002350 01  WS-WORK-AMOUNTS.
002360     02  WS-BANK-USD                 PIC S9(13)V99 VALUE ZERO
002370             COMP-3.
002380     02  WS-ABS-AMOUNT-DIFF          PIC S9(11)V99 VALUE ZERO
002390             COMP-3.
002400     02  WS-ABS-RATE-DIFF            PIC S9(03)V9(04) VALUE ZERO
002410             COMP-3.
002420*
002430 01  WS-TOTALS.
002440     02  WS-OUR-USD-TOTAL            PIC S9(13)V99 VALUE ZERO
002450             COMP-3.
002460     02  WS-USD-DIFF-TOTAL           PIC S9(13)V99 VALUE ZERO
002470             COMP-3.
002480*
002490*    THE CURRENCY CODE BEING LOOKED UP AND THE VERDICT BEING
002500*    PRINTED.
002510 01  WS-LOOKUP-CURRENCY              PIC X(03) VALUE SPACE.
002520 01  WS-PRINT-STATUS                 PIC X(01) VALUE SPACE.
002530*
002540*    THE RATETAB RATES THE NIGHT CONVERTED AT - THE 10_COPYBOOK
002550*    RATE-TABLE-AREA, SAME 20-SLOT CAPACITY.
002560 01  WS-RATE-COUNT                   PIC 9(04) VALUE ZERO COMP.
002570 01  WS-RATE-SUB                     PIC 9(04) VALUE ZERO COMP.
002580 01  RATE-TABLE-AREA.
002590     02  RATE-ENTRY OCCURS 1 TO 20 TIMES
002600             DEPENDING ON WS-RATE-COUNT.
002610         03  RATE-CURRENCY-CODE      PIC X(03).
002620         03  RATE-VALUE              PIC 9(03)V9(04).
002630*
002640*    ONE SLOT PER CURRENCY SEEN ON EITHER SIDE, IN FIRST-SEEN
002650*    ORDER - STATEMENT LINES FIRST, THEN CODES ONLY THE MASTER
002660*    CARRIES.  100 SLOTS: 50 A SIDE, THE 10_COPYBOOK CURRENCY
002670*    SUMMARY CAPACITY.
002680 01  WS-RECON-COUNT                  PIC 9(04) VALUE ZERO COMP.
002690 01  WS-RECON-SUB                    PIC 9(04) VALUE ZERO COMP.
002700 01  RECON-TABLE-AREA.
002710     02  RECON-ENTRY OCCURS 1 TO 100 TIMES
002720             DEPENDING ON WS-RECON-COUNT.
002730         03  RT-CURRENCY-CODE        PIC X(03).
002740         03  RT-STATUS               PIC X(01).
002750             88  RT-MATCHED                    VALUE "M".
002760             88  RT-OUT-OF-TOLERANCE           VALUE "T".
002770             88  RT-NOT-ON-STATEMENT           VALUE "B".
002780             88  RT-STATEMENT-ONLY             VALUE "S".
002790         03  RT-BANK-SW              PIC X(01).
002800             88  RT-ON-STATEMENT               VALUE "Y".
002810         03  RT-ROW-COUNT            PIC 9(07) COMP.
002820         03  RT-OUR-AMOUNT           PIC S9(11)V99 COMP-3.
002830         03  RT-OUR-USD              PIC S9(13)V99 COMP-3.
002840         03  RT-OUR-RATE             PIC 9(03)V9(04).
002850         03  RT-BANK-AMOUNT          PIC S9(11)V99 COMP-3.
002860         03  RT-BANK-RATE            PIC 9(03)V9(04).
002870         03  RT-AMOUNT-DIFF          PIC S9(11)V99 COMP-3.
002880         03  RT-RATE-DIFF            PIC S9(03)V9(04) COMP-3.
002890         03  RT-USD-DIFF             PIC S9(13)V99 COMP-3.
002900*
002910*    THE CLEAR CARDS, EACH FLAGGED WHEN IT FINDS ITS ITEM SO A
002920*    CARD THAT CLEARED NOTHING CAN BE REPORTED.
002930 01  WS-CLEAR-COUNT                  PIC 9(04) VALUE ZERO COMP.
002940 01  WS-CLEAR-SUB                    PIC 9(04) VALUE ZERO COMP.
002950 01  CLEAR-TABLE-AREA.
002960     02  CLEAR-ENTRY OCCURS 1 TO 50 TIMES
002970             DEPENDING ON WS-CLEAR-COUNT.
002980         03  CT-CURRENCY-CODE        PIC X(03).
002990         03  CT-BREAK-DATE           PIC 9(08).
003000         03  CT-OPERATOR-ID          PIC X(08).
003010         03  CT-REASON               PIC X(40).
003020         03  CT-USED-SW              PIC X(01).
003030             88  CT-USED                       VALUE "Y".
003040*
003050 01  WS-COUNT-ED                     PIC ZZZZZZ9.
003060 01  WS-AMOUNT-ED                    PIC -Z(12)9.99.
003070 01  WS-RATE-ED                      PIC 9.9999.
003080*
003090 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
003100*
003110 01  RECON-LINE-1.
003120     02  FILLER                      PIC X(05) VALUE "CUR: ".
003130     02  RL-CURRENCY-CODE            PIC X(03).
003140     02  FILLER                      PIC X(10) VALUE " OUR AMT: ".
003150     02  RL-OUR-AMOUNT               PIC -Z(10)9.99.
003160     02  FILLER                      PIC X(11)
003170             VALUE " BANK AMT: ".
003180     02  RL-BANK-AMOUNT              PIC -Z(10)9.99.
003190     02  FILLER                      PIC X(07) VALUE " DIFF: ".
003200     02  RL-AMOUNT-DIFF              PIC -Z(8)9.99.
003210*
003220 01  RECON-LINE-2.
003230     02  FILLER                      PIC X(11)
003240             VALUE "     RATE: ".
003250     02  RL-OUR-RATE                 PIC ZZ9.9999.
003260     02  FILLER                      PIC X(07) VALUE " BANK: ".
003270     02  RL-BANK-RATE                PIC ZZ9.9999.
003280     02  FILLER                      PIC X(07) VALUE " DIFF: ".
003290     02  RL-RATE-DIFF                PIC -ZZ9.9999.
003300     02  FILLER                      PIC X(11)
003310             VALUE " USD DIFF: ".
003320     02  RL-USD-DIFF                 PIC -Z(8)9.99.
003330*
003340 01  OPEN-ITEM-LINE.
003350     02  FILLER                      PIC X(06) VALUE "SINCE=".
003360     02  OL-BREAK-DATE               PIC 9(08).
003370     02  FILLER                      PIC X(05) VALUE " AGE=".
003380     02  OL-AGE                      PIC ZZZZ9.
003390     02  FILLER                      PIC X(05) VALUE " CUR=".
003400     02  OL-CURRENCY-CODE            PIC X(03).
003410     02  FILLER                      PIC X(01) VALUE SPACE.
003420     02  OL-BREAK-TEXT               PIC X(16).
003430     02  FILLER                      PIC X(10) VALUE " USD DIFF=".
003440     02  OL-USD-DIFF                 PIC -Z(8)9.99.
003450*
003460 01  CLEARED-LINE.
003470     02  FILLER                      PIC X(08) VALUE "CLEARED ".
003480     02  CD-CURRENCY-CODE            PIC X(03).
003490     02  FILLER                      PIC X(01) VALUE SPACE.
003500     02  CD-BREAK-DATE               PIC 9(08).
003510     02  FILLER                      PIC X(04) VALUE " BY ".
003520     02  CD-OPERATOR-ID              PIC X(08).
003530     02  FILLER                      PIC X(01) VALUE SPACE.
003540     02  CD-REASON                   PIC X(40).
003550*
003560 PROCEDURE DIVISION.
003570*
003580******************************************************************
003590*    0000-MAINLINE - BUILD BOTH SIDES, MATCH THEM, PRINT THE
003600*    VERDICTS, CARRY THE OPEN ITEMS FORWARD, SET THE SIGN-OFF
003610*    RETURN CODE
003620******************************************************************
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-ACCUMULATE-MASTER THRU 2000-EXIT
003660         UNTIL END-OF-MASTER.
003670     CLOSE MASTER-FILE.
003680     PERFORM 3000-RECONCILE THRU 3000-EXIT.
003690     PERFORM 4000-PRINT-RESULTS THRU 4000-EXIT.
003700     PERFORM 5000-CARRY-OPEN-ITEMS THRU 5000-EXIT.
003710     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003720     STOP RUN.
003730*
003740******************************************************************
003750*    1000-INITIALIZE - SYSIN DECK, RATE TABLE AND BANK STATEMENT
003760*    ARE ALL VALIDATED BEFORE THE MASTER IS OPENED, SO A BAD
003770*    CARD OR FILE ENDS 12 WITH NOTHING WRITTEN
003780******************************************************************
003790 1000-INITIALIZE.
003800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003810     PERFORM 1100-READ-CONTROL-DECK THRU 1100-EXIT.
003820     COMPUTE WS-RUN-INTEGER =
003830         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003840     MOVE WS-RATE-TOLERANCE TO WS-RATE-ED.
003850     MOVE WS-AMOUNT-TOLERANCE TO WS-AMOUNT-ED.
003860     DISPLAY "17_FXRECON - FX RECONCILIATION FOR RUN "
003870         WS-RUN-DATE " RATE TOLERANCE=" WS-RATE-ED.
003880     DISPLAY "17_FXRECON - AMOUNT TOLERANCE=" WS-AMOUNT-ED.
003890     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
003900     PERFORM 1300-LOAD-BANK-STATEMENT THRU 1300-EXIT.
003910     DISPLAY "17_FXRECON - RATETAB EFFECTIVE "
003920         WS-RATE-EFFECTIVE-DATE " BANK " WS-BANK-ID
003930         " STATEMENT " WS-STATEMENT-DATE.
003940     DISPLAY VAR-LINE.
003950     OPEN INPUT MASTER-FILE.
003960     IF WS-MASTER-STATUS NOT = "00"
003970         DISPLAY "17_FXRECON - UNABLE TO OPEN MASTER-FILE "
003980             "STATUS=" WS-MASTER-STATUS
003990         GO TO 9999-ABEND
004000     END-IF.
004010 1000-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    1100-READ-CONTROL-DECK - THE OPTIONAL OPTIONS CARD AND ANY
004060*    CLEAR CARDS, IN ANY ORDER, THE 90_HOUSEKP MULTI-CARD
004070*    PATTERN.  BLANK CARDS ARE SKIPPED.
004080******************************************************************
004090 1100-READ-CONTROL-DECK.
004100     OPEN INPUT RUN-CONTROL-FILE.
004110     IF WS-CONTROL-STATUS NOT = "00" AND
004120             WS-CONTROL-STATUS NOT = "05"
004130         GO TO 1100-EXIT
004140     END-IF.
004150     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004160         UNTIL END-OF-CONTROL.
004170     CLOSE RUN-CONTROL-FILE.
004180 1100-EXIT.
004190     EXIT.
004200*
004210 1110-READ-ONE-CARD.
004220     READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD.
004230     IF WS-CONTROL-STATUS = "10"
004240         MOVE "Y" TO WS-CONTROL-EOF-SW
004250         GO TO 1110-EXIT
004260     END-IF.
004270     IF WS-CONTROL-STATUS NOT = "00"
004280         DISPLAY "17_FXRECON - SYSIN READ ERROR, STATUS="
004290             WS-CONTROL-STATUS
004300         GO TO 9999-ABEND
004310     END-IF.
004320     ADD 1 TO WS-CARD-COUNT.
004330     IF RUN-CONTROL-CARD = SPACE
004340         GO TO 1110-EXIT
004350     END-IF.
004360     IF CLEAR-CARD-TYPE
004370         PERFORM 1130-EDIT-CLEAR-CARD THRU 1130-EXIT
004380     ELSE
004390         PERFORM 1120-EDIT-OPTIONS-CARD THRU 1120-EXIT
004400     END-IF.
004410 1110-EXIT.
004420     EXIT.
004430*
004440 1120-EDIT-OPTIONS-CARD.
004450     IF OPTIONS-CARD-FOUND
004460         DISPLAY "17_FXRECON - BAD CONTROL CARD: MORE THAN ONE "
004470             "OPTIONS CARD"
004480         GO TO 9998-CONTROL-ABEND
004490     END-IF.
004500     MOVE "Y" TO WS-OPTIONS-FOUND-SW.
004510     IF NOT CC-RUN-DATE-OMITTED
004520         IF CC-RUN-DATE NOT NUMERIC
004530                 OR CC-RUN-MONTH < 01 OR CC-RUN-MONTH > 12
004540                 OR CC-RUN-DAY < 01 OR CC-RUN-DAY > 31
004550             DISPLAY "17_FXRECON - BAD CONTROL CARD: RUN DATE "
004560                 "(COLS 1-8) MUST BE YYYYMMDD, GOT " CC-RUN-DATE
004570             GO TO 9998-CONTROL-ABEND
004580         END-IF
004590         MOVE CC-RUN-DATE TO WS-RUN-DATE
004600     END-IF.
004610     IF NOT CC-RATE-TOLERANCE-OMITTED
004620         IF CC-RATE-TOLERANCE NOT NUMERIC
004630             DISPLAY "17_FXRECON - BAD CONTROL CARD: RATE "
004640                 "TOLERANCE (COLS 10-14) MUST BE 9V9999, GOT "
004650                 CC-RATE-TOLERANCE
004660             GO TO 9998-CONTROL-ABEND
004670         END-IF
004680         MOVE CC-RATE-TOLERANCE-NUM TO WS-RATE-TOLERANCE
004690     END-IF.
004700     IF NOT CC-AMOUNT-TOLERANCE-OMITTED
004710         IF CC-AMOUNT-TOLERANCE NOT NUMERIC
004720             DISPLAY "17_FXRECON - BAD CONTROL CARD: AMOUNT "
004730                 "TOLERANCE (COLS 16-24) MUST BE 9999999V99, GOT "
004740                 CC-AMOUNT-TOLERANCE
004750             GO TO 9998-CONTROL-ABEND
004760         END-IF
004770         MOVE CC-AMOUNT-TOLERANCE-NUM TO WS-AMOUNT-TOLERANCE
004780     END-IF.
004790 1120-EXIT.
004800     EXIT.
004810*
004820*    EVERY FIELD OF A CLEAR CARD IS REQUIRED - AN OPEN ITEM IS
004830*    ONLY EVER CLEARED BY A NAMED CLERK FOR A STATED REASON.
004840 1130-EDIT-CLEAR-CARD.
004850     MOVE WS-CARD-COUNT TO WS-COUNT-ED.
004860     IF CL-CURRENCY-CODE = SPACE
004870         DISPLAY "17_FXRECON - BAD CLEAR CARD " WS-COUNT-ED
004880             ": CURRENCY CODE (COLS 3-5) IS BLANK"
004890         GO TO 9998-CONTROL-ABEND
004900     END-IF.
004910     IF CL-BREAK-DATE NOT NUMERIC
004920             OR CL-BREAK-MONTH < 01 OR CL-BREAK-MONTH > 12
004930             OR CL-BREAK-DAY < 01 OR CL-BREAK-DAY > 31
004940         DISPLAY "17_FXRECON - BAD CLEAR CARD " WS-COUNT-ED
004950             ": BREAK DATE (COLS 7-14) MUST BE YYYYMMDD, GOT "
004960             CL-BREAK-DATE
004970         GO TO 9998-CONTROL-ABEND
004980     END-IF.
004990     IF CL-OPERATOR-ID = SPACE
005000         DISPLAY "17_FXRECON - BAD CLEAR CARD " WS-COUNT-ED
005010             ": OPERATOR ID (COLS 16-23) IS BLANK"
005020         GO TO 9998-CONTROL-ABEND
005030     END-IF.
005040     IF CL-REASON = SPACE
005050         DISPLAY "17_FXRECON - BAD CLEAR CARD " WS-COUNT-ED
005060             ": REASON (COLS 25-64) IS BLANK"
005070         GO TO 9998-CONTROL-ABEND
005080     END-IF.
005090     IF WS-CLEAR-COUNT >= 50
005100         DISPLAY "17_FXRECON - MORE THAN 50 CLEAR CARDS"
005110         GO TO 9998-CONTROL-ABEND
005120     END-IF.
005130     ADD 1 TO WS-CLEAR-COUNT.
005140     MOVE CL-CURRENCY-CODE TO CT-CURRENCY-CODE (WS-CLEAR-COUNT).
005150     MOVE CL-BREAK-DATE TO CT-BREAK-DATE (WS-CLEAR-COUNT).
005160     MOVE CL-OPERATOR-ID TO CT-OPERATOR-ID (WS-CLEAR-COUNT).
005170     MOVE CL-REASON TO CT-REASON (WS-CLEAR-COUNT).
005180     MOVE "N" TO CT-USED-SW (WS-CLEAR-COUNT).
005190 1130-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230*    1200-LOAD-RATE-TABLE - THE RATETAB THE NIGHT CONVERTED AT,
005240*    FOR THE RATE COMPARISON.  05_RATEDIT HAS ALREADY PASSED IT,
005250*    SO ONLY THE STRUCTURE IS CHECKED HERE.
005260******************************************************************
005270 1200-LOAD-RATE-TABLE.
005280     OPEN INPUT RATE-TABLE-FILE.
005290     IF WS-RATE-STATUS NOT = "00"
005300         DISPLAY "17_FXRECON - UNABLE TO OPEN RATE-TABLE-FILE "
005310             "STATUS=" WS-RATE-STATUS
005320         GO TO 9999-ABEND
005330     END-IF.
005340     PERFORM 1210-READ-RATE THRU 1210-EXIT
005350         UNTIL END-OF-RATE-TABLE.
005360     CLOSE RATE-TABLE-FILE.
005370     IF NOT RATE-HEADER-SEEN
005380         DISPLAY "17_FXRECON - RATETAB HAS NO HD EFFECTIVE-DATE "
005390             "HEADER - OLD-FORMAT OR TRUNCATED TABLE"
005400         GO TO 9998-CONTROL-ABEND
005410     END-IF.
005420 1200-EXIT.
005430     EXIT.
005440*
005450 1210-READ-RATE.
005460     READ RATE-TABLE-FILE INTO RATE-TABLE-ROW.
005470     IF WS-RATE-STATUS = "10"
005480         MOVE "Y" TO WS-RATE-EOF-SW
005490         GO TO 1210-EXIT
005500     END-IF.
005510     IF WS-RATE-STATUS NOT = "00"
005520         DISPLAY "17_FXRECON - RATETAB READ ERROR, STATUS="
005530             WS-RATE-STATUS
005540         GO TO 9999-ABEND
005550     END-IF.
005560     IF RATE-HEADER-RECORD
005570         MOVE "Y" TO WS-RATE-HEADER-SW
005580         MOVE RTR-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE-DATE
005590         GO TO 1210-EXIT
005600     END-IF.
005610     IF WS-RATE-COUNT >= 20
005620         DISPLAY "17_FXRECON - RATETAB HAS MORE THAN 20 ENTRIES"
005630         GO TO 9998-CONTROL-ABEND
005640     END-IF.
005650     ADD 1 TO WS-RATE-COUNT.
005660     MOVE RTR-CURRENCY-CODE TO RATE-CURRENCY-CODE (WS-RATE-COUNT).
005670     MOVE RTR-RATE TO RATE-VALUE (WS-RATE-COUNT).
005680 1210-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720*    1300-LOAD-BANK-STATEMENT - THE HD HEADER MUST COME FIRST
005730*    AND CARRY THE RUN DATE BEING RECONCILED - YESTERDAY'S
005740*    STATEMENT AGAINST TONIGHT'S POSTINGS WOULD BREAK EVERY
005750*    CURRENCY.  EACH DETAIL LINE OPENS A RECON SLOT; A CODE
005760*    REPEATED ON THE STATEMENT IS MALFORMED.
005770******************************************************************
005780 1300-LOAD-BANK-STATEMENT.
005790     OPEN INPUT BANK-STATEMENT-FILE.
005800     IF WS-BANK-STATUS NOT = "00"
005810         DISPLAY "17_FXRECON - UNABLE TO OPEN BANK-STATEMENT-"
005820             "FILE STATUS=" WS-BANK-STATUS
005830         GO TO 9999-ABEND
005840     END-IF.
005850     PERFORM 1310-READ-BANK-LINE THRU 1310-EXIT
005860         UNTIL END-OF-BANK-STATEMENT.
005870     CLOSE BANK-STATEMENT-FILE.
005880     IF NOT BANK-HEADER-SEEN
005890         DISPLAY "17_FXRECON - BANKFX HAS NO HD STATEMENT "
005900             "HEADER - TRUNCATED OR WRONG FILE"
005910         GO TO 9998-CONTROL-ABEND
005920     END-IF.
005930     IF WS-STATEMENT-DATE NOT = WS-RUN-DATE
005940         DISPLAY "17_FXRECON - BANKFX STATEMENT DATE "
005950             WS-STATEMENT-DATE " IS NOT THE RUN DATE "
005960             WS-RUN-DATE
005970         GO TO 9998-CONTROL-ABEND
005980     END-IF.
005990 1300-EXIT.
006000     EXIT.
006010*
006020 1310-READ-BANK-LINE.
006030     READ BANK-STATEMENT-FILE INTO BANK-FX-DETAIL.
006040     IF WS-BANK-STATUS = "10"
006050         MOVE "Y" TO WS-BANK-EOF-SW
006060         GO TO 1310-EXIT
006070     END-IF.
006080     IF WS-BANK-STATUS NOT = "00"
006090         DISPLAY "17_FXRECON - BANKFX READ ERROR, STATUS="
006100             WS-BANK-STATUS
006110         GO TO 9999-ABEND
006120     END-IF.
006130     IF BANK-HEADER-RECORD
006140         IF BANK-HEADER-SEEN
006150             DISPLAY "17_FXRECON - BANKFX HAS MORE THAN ONE HD "
006160                 "HEADER"
006170             GO TO 9998-CONTROL-ABEND
006180         END-IF
006190         IF BFH-STATEMENT-DATE NOT NUMERIC
006200             DISPLAY "17_FXRECON - BANKFX HEADER DATE IS NOT "
006210                 "NUMERIC"
006220             GO TO 9998-CONTROL-ABEND
006230         END-IF
006240         MOVE "Y" TO WS-BANK-HEADER-SW
006250         MOVE BFH-STATEMENT-DATE TO WS-STATEMENT-DATE
006260         MOVE BFH-BANK-ID TO WS-BANK-ID
006270         GO TO 1310-EXIT
006280     END-IF.
006290     IF NOT BANK-HEADER-SEEN
006300         DISPLAY "17_FXRECON - BANKFX DETAIL BEFORE THE HD "
006310             "HEADER - TRUNCATED OR WRONG FILE"
006320         GO TO 9998-CONTROL-ABEND
006330     END-IF.
006340     ADD 1 TO WS-BANK-LINE-COUNT.
006350     IF BFD-CURRENCY-CODE = SPACE
006360             OR BFD-AMOUNT NOT NUMERIC
006370             OR BFD-BANK-RATE NOT NUMERIC
006380         MOVE WS-BANK-LINE-COUNT TO WS-COUNT-ED
006390         DISPLAY "17_FXRECON - BAD BANKFX LINE " WS-COUNT-ED
006400             ": CODE BLANK OR AMOUNT/RATE NOT NUMERIC"
006410         GO TO 9998-CONTROL-ABEND
006420     END-IF.
006430     MOVE BFD-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
006440     PERFORM 2100-FIND-RECON-SLOT THRU 2100-EXIT.
006450     IF SLOT-FOUND
006460         DISPLAY "17_FXRECON - DUPLICATE CODE ON BANKFX: "
006470             BFD-CURRENCY-CODE
006480         GO TO 9998-CONTROL-ABEND
006490     END-IF.
006500     PERFORM 2200-ADD-RECON-SLOT THRU 2200-EXIT.
006510     MOVE "Y" TO RT-BANK-SW (WS-RECON-SUB).
006520     MOVE BFD-AMOUNT TO RT-BANK-AMOUNT (WS-RECON-SUB).
006530     MOVE BFD-BANK-RATE TO RT-BANK-RATE (WS-RECON-SUB).
006540 1310-EXIT.
006550     EXIT.
006560*
006570******************************************************************
006580*    2000-ACCUMULATE-MASTER - NEXT MASTER ROW; A ROW STAMPED
006590*    WITH THE RUN DATE ADDS ITS ORIGINAL AND USD AMOUNTS TO THE
006600*    SLOT FOR ITS CURRENCY CODE.  ROWS FROM BEFORE THE CODE
006610*    COLUMN EXISTED (BLANK CODE) WERE NEVER CONVERTED BY THE
006620*    BANK AND ARE LEFT OUT.
006630******************************************************************
006640 2000-ACCUMULATE-MASTER.
006650     READ MASTER-FILE INTO MASTER-ROW-REC.
006660     IF WS-MASTER-STATUS = "10"
006670         MOVE "Y" TO WS-MASTER-EOF-SW
006680         GO TO 2000-EXIT
006690     END-IF.
006700     IF WS-MASTER-STATUS NOT = "00"
006710         DISPLAY "17_FXRECON - MASTER READ ERROR, STATUS="
006720             WS-MASTER-STATUS
006730         GO TO 9999-ABEND
006740     END-IF.
006750     IF MST-LAST-RUN-DATE NOT = WS-RUN-DATE
006760             OR MST-CURRENCY-CODE = SPACE
006770         GO TO 2000-EXIT
006780     END-IF.
006790     ADD 1 TO WS-THIS-RUN-COUNT.
006800     ADD MST-VAR-CURRENCY TO WS-OUR-USD-TOTAL.
006810     MOVE MST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
006820     PERFORM 2100-FIND-RECON-SLOT THRU 2100-EXIT.
006830     IF NOT SLOT-FOUND
006840         PERFORM 2200-ADD-RECON-SLOT THRU 2200-EXIT
006850     END-IF.
006860     ADD 1 TO RT-ROW-COUNT (WS-RECON-SUB).
006870     ADD MST-ORIG-CURRENCY-AMT TO RT-OUR-AMOUNT (WS-RECON-SUB).
006880     ADD MST-VAR-CURRENCY TO RT-OUR-USD (WS-RECON-SUB).
006890 2000-EXIT.
006900     EXIT.
006910*
006920******************************************************************
006930*    2100-FIND-RECON-SLOT - LOOK WS-LOOKUP-CURRENCY UP IN
006940*    RECON-TABLE-AREA; SLOT-FOUND AND WS-RECON-SUB TELL THE
006950*    CALLER
006960******************************************************************
006970 2100-FIND-RECON-SLOT.
006980     MOVE "N" TO WS-SLOT-FOUND-SW.
006990     MOVE 1 TO WS-RECON-SUB.
007000     PERFORM 2110-MATCH-RECON-CODE THRU 2110-EXIT
007010         UNTIL SLOT-FOUND OR WS-RECON-SUB > WS-RECON-COUNT.
007020 2100-EXIT.
007030     EXIT.
007040*
007050 2110-MATCH-RECON-CODE.
007060     IF RT-CURRENCY-CODE (WS-RECON-SUB) = WS-LOOKUP-CURRENCY
007070         MOVE "Y" TO WS-SLOT-FOUND-SW
007080     ELSE
007090         ADD 1 TO WS-RECON-SUB
007100     END-IF.
007110 2110-EXIT.
007120     EXIT.
007130*
007140******************************************************************
007150*    2200-ADD-RECON-SLOT - A NEW, EMPTY SLOT FOR WS-LOOKUP-
007160*    CURRENCY CARRYING THE RATETAB RATE THE NIGHT APPLIED TO IT
007170*    (1.0000 FOR A CODE NOT ON THE TABLE - WHAT 4200-CONVERT-
007180*    CURRENCY IN 10_COPYBOOK DOES WITH IT)
007190******************************************************************
007200 2200-ADD-RECON-SLOT.
007210     IF WS-RECON-COUNT >= 100
007220         DISPLAY "17_FXRECON - MORE THAN 100 CURRENCY CODES TO "
007230             "RECONCILE"
007240         GO TO 9999-ABEND
007250     END-IF.
007260     ADD 1 TO WS-RECON-COUNT.
007270     MOVE WS-RECON-COUNT TO WS-RECON-SUB.
007280     MOVE WS-LOOKUP-CURRENCY TO RT-CURRENCY-CODE (WS-RECON-SUB).
007290     MOVE SPACE TO RT-STATUS (WS-RECON-SUB).
007300     MOVE "N" TO RT-BANK-SW (WS-RECON-SUB).
007310     MOVE ZERO TO RT-ROW-COUNT (WS-RECON-SUB)
007320                  RT-OUR-AMOUNT (WS-RECON-SUB)
007330                  RT-OUR-USD (WS-RECON-SUB)
007340                  RT-BANK-AMOUNT (WS-RECON-SUB)
007350                  RT-BANK-RATE (WS-RECON-SUB)
007360                  RT-AMOUNT-DIFF (WS-RECON-SUB)
007370                  RT-RATE-DIFF (WS-RECON-SUB)
007380                  RT-USD-DIFF (WS-RECON-SUB).
007390     MOVE 1 TO RT-OUR-RATE (WS-RECON-SUB).
007400     MOVE 1 TO WS-RATE-SUB.
007410     PERFORM 2210-MATCH-RATE-CODE THRU 2210-EXIT
007420         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
007430 2200-EXIT.
007440     EXIT.
007450*
007460 2210-MATCH-RATE-CODE.
007470     IF RATE-CURRENCY-CODE (WS-RATE-SUB) = WS-LOOKUP-CURRENCY
007480         MOVE RATE-VALUE (WS-RATE-SUB)
007490             TO RT-OUR-RATE (WS-RECON-SUB)
007500         MOVE WS-RATE-COUNT TO WS-RATE-SUB
007510     END-IF.
007520     ADD 1 TO WS-RATE-SUB.
007530 2210-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570*    3000-RECONCILE - GIVE EVERY SLOT ITS VERDICT AND ITS
007580*    DIFFERENCES (BANK MINUS OURS THROUGHOUT)
007590******************************************************************
007600 3000-RECONCILE.
007610     MOVE 1 TO WS-RECON-SUB.
007620     PERFORM 3100-RECONCILE-ONE-CODE THRU 3100-EXIT
007630         UNTIL WS-RECON-SUB > WS-RECON-COUNT.
007640 3000-EXIT.
007650     EXIT.
007660*
007670 3100-RECONCILE-ONE-CODE.
007680     COMPUTE WS-BANK-USD ROUNDED =
007690         RT-BANK-AMOUNT (WS-RECON-SUB)
007700         * RT-BANK-RATE (WS-RECON-SUB).
007710     COMPUTE RT-AMOUNT-DIFF (WS-RECON-SUB) =
007720         RT-BANK-AMOUNT (WS-RECON-SUB)
007730         - RT-OUR-AMOUNT (WS-RECON-SUB).
007740     COMPUTE RT-USD-DIFF (WS-RECON-SUB) =
007750         WS-BANK-USD - RT-OUR-USD (WS-RECON-SUB).
007760     ADD RT-USD-DIFF (WS-RECON-SUB) TO WS-USD-DIFF-TOTAL.
007770*
007780*    ONE SIDE ONLY.  A STATEMENT LINE FOR ZERO WITH NOTHING
007790*    CONVERTED HERE AGREES WITH US AND IS TREATED AS MATCHED.
007800     IF NOT RT-ON-STATEMENT (WS-RECON-SUB)
007810         MOVE "B" TO RT-STATUS (WS-RECON-SUB)
007820         ADD 1 TO WS-UNMATCHED-COUNT
007830         GO TO 3100-NEXT
007840     END-IF.
007850     IF RT-ROW-COUNT (WS-RECON-SUB) = ZERO
007860         IF RT-BANK-AMOUNT (WS-RECON-SUB) = ZERO
007870             MOVE "M" TO RT-STATUS (WS-RECON-SUB)
007880             ADD 1 TO WS-MATCHED-COUNT
007890         ELSE
007900             MOVE "S" TO RT-STATUS (WS-RECON-SUB)
007910             ADD 1 TO WS-UNMATCHED-COUNT
007920         END-IF
007930         GO TO 3100-NEXT
007940     END-IF.
007950*
007960*    ON BOTH SIDES - AMOUNT AND RATE EACH AGAINST ITS TOLERANCE.
007970     COMPUTE RT-RATE-DIFF (WS-RECON-SUB) =
007980         RT-BANK-RATE (WS-RECON-SUB)
007990         - RT-OUR-RATE (WS-RECON-SUB).
008000     MOVE RT-AMOUNT-DIFF (WS-RECON-SUB) TO WS-ABS-AMOUNT-DIFF.
008010     IF WS-ABS-AMOUNT-DIFF < ZERO
008020         COMPUTE WS-ABS-AMOUNT-DIFF = ZERO - WS-ABS-AMOUNT-DIFF
008030     END-IF.
008040     MOVE RT-RATE-DIFF (WS-RECON-SUB) TO WS-ABS-RATE-DIFF.
008050     IF WS-ABS-RATE-DIFF < ZERO
008060         COMPUTE WS-ABS-RATE-DIFF = ZERO - WS-ABS-RATE-DIFF
008070     END-IF.
008080     IF WS-ABS-AMOUNT-DIFF > WS-AMOUNT-TOLERANCE
008090             OR WS-ABS-RATE-DIFF > WS-RATE-TOLERANCE
008100         MOVE "T" TO RT-STATUS (WS-RECON-SUB)
008110         ADD 1 TO WS-TOLERANCE-COUNT
008120     ELSE
008130         MOVE "M" TO RT-STATUS (WS-RECON-SUB)
008140         ADD 1 TO WS-MATCHED-COUNT
008150     END-IF.
008160 3100-NEXT.
008170     ADD 1 TO WS-RECON-SUB.
008180 3100-EXIT.
008190     EXIT.
008200*
008210******************************************************************
008220*    4000-PRINT-RESULTS - ONE SECTION PER VERDICT, BREAKS FIRST
008230*    SO THEY ARE THE FIRST THING TREASURY READS
008240******************************************************************
008250 4000-PRINT-RESULTS.
008260     IF WS-TOLERANCE-COUNT > ZERO
008270         DISPLAY VAR-LINE
008280         DISPLAY "OUT OF TOLERANCE - ON BOTH SIDES, AMOUNT OR "
008290             "RATE DIFFERS"
008300         MOVE "T" TO WS-PRINT-STATUS
008310         PERFORM 4100-PRINT-SECTION THRU 4100-EXIT
008320     END-IF.
008330     IF WS-UNMATCHED-COUNT > ZERO
008340         DISPLAY VAR-LINE
008350         DISPLAY "UNMATCHED - CONVERTED HERE, NOT ON THE BANK "
008360             "STATEMENT"
008370         MOVE "B" TO WS-PRINT-STATUS
008380         PERFORM 4100-PRINT-SECTION THRU 4100-EXIT
008390         DISPLAY VAR-LINE
008400         DISPLAY "UNMATCHED - ON THE BANK STATEMENT, NOTHING "
008410             "CONVERTED HERE"
008420         MOVE "S" TO WS-PRINT-STATUS
008430         PERFORM 4100-PRINT-SECTION THRU 4100-EXIT
008440     END-IF.
008450     DISPLAY VAR-LINE.
008460     DISPLAY "MATCHED".
008470     MOVE "M" TO WS-PRINT-STATUS.
008480     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.
008490 4000-EXIT.
008500     EXIT.
008510*
008520 4100-PRINT-SECTION.
008530     MOVE 1 TO WS-RECON-SUB.
008540     PERFORM 4110-PRINT-RECON-LINES THRU 4110-EXIT
008550         UNTIL WS-RECON-SUB > WS-RECON-COUNT.
008560 4100-EXIT.
008570     EXIT.
008580*
008590 4110-PRINT-RECON-LINES.
008600     IF RT-STATUS (WS-RECON-SUB) = WS-PRINT-STATUS
008610         MOVE RT-CURRENCY-CODE (WS-RECON-SUB) TO RL-CURRENCY-CODE
008620         MOVE RT-OUR-AMOUNT (WS-RECON-SUB) TO RL-OUR-AMOUNT
008630         MOVE RT-BANK-AMOUNT (WS-RECON-SUB) TO RL-BANK-AMOUNT
008640         MOVE RT-AMOUNT-DIFF (WS-RECON-SUB) TO RL-AMOUNT-DIFF
008650         MOVE RT-OUR-RATE (WS-RECON-SUB) TO RL-OUR-RATE
008660         MOVE RT-BANK-RATE (WS-RECON-SUB) TO RL-BANK-RATE
008670         MOVE RT-RATE-DIFF (WS-RECON-SUB) TO RL-RATE-DIFF
008680         MOVE RT-USD-DIFF (WS-RECON-SUB) TO RL-USD-DIFF
008690         DISPLAY RECON-LINE-1
008700         DISPLAY RECON-LINE-2
008710     END-IF.
008720     ADD 1 TO WS-RECON-SUB.
008730 4110-EXIT.
008740     EXIT.
008750*
008760******************************************************************
008770*    5000-CARRY-OPEN-ITEMS - YESTERDAY'S OPEN ITEMS FORWARD WITH
008780*    THEIR AGES, THEN TONIGHT'S BREAKS BEHIND THEM.  OPNNEW IS
008790*    ALWAYS WRITTEN, EMPTY WHEN NOTHING IS OPEN, SO THE JCL
008800*    SWAP NEVER COPIES A MISSING FILE OVER OPNOLD.
008810******************************************************************
008820 5000-CARRY-OPEN-ITEMS.
008830     OPEN OUTPUT OPEN-ITEM-NEW-FILE.
008840     IF WS-OPEN-NEW-STATUS NOT = "00"
008850         DISPLAY "17_FXRECON - UNABLE TO OPEN OPEN-ITEM-NEW-FILE "
008860             "STATUS=" WS-OPEN-NEW-STATUS
008870         GO TO 9999-ABEND
008880     END-IF.
008890     DISPLAY VAR-LINE.
008900     DISPLAY "OPEN ITEMS CARRIED FROM EARLIER RUNS (AGE IN DAYS)".
008910     OPEN INPUT OPEN-ITEM-OLD-FILE.
008920     IF WS-OPEN-OLD-STATUS = "00"
008930         PERFORM 5100-CARRY-ONE-ITEM THRU 5100-EXIT
008940             UNTIL END-OF-OPEN-ITEMS
008950         CLOSE OPEN-ITEM-OLD-FILE
008960     ELSE
008970         IF WS-OPEN-OLD-STATUS NOT = "05"
008980             DISPLAY "17_FXRECON - UNABLE TO OPEN OPEN-ITEM-OLD-"
008990                 "FILE STATUS=" WS-OPEN-OLD-STATUS
009000             GO TO 9999-ABEND
009010         END-IF
009020     END-IF.
009030     MOVE 1 TO WS-RECON-SUB.
009040     PERFORM 5200-WRITE-NEW-BREAK THRU 5200-EXIT
009050         UNTIL WS-RECON-SUB > WS-RECON-COUNT.
009060     CLOSE OPEN-ITEM-NEW-FILE.
009070 5000-EXIT.
009080     EXIT.
009090*
009100******************************************************************
009110*    5100-CARRY-ONE-ITEM - AN ITEM FROM THE RUN DATE BEING
009120*    RECONCILED IS REPLACED BY TONIGHT'S RESULT; ONE NAMED ON A
009130*    CLEAR CARD IS DROPPED AND LISTED; ANYTHING ELSE IS AGED,
009140*    LISTED AND CARRIED
009150******************************************************************
009160 5100-CARRY-ONE-ITEM.
009170     READ OPEN-ITEM-OLD-FILE INTO FX-OPEN-ITEM-REC.
009180     IF WS-OPEN-OLD-STATUS = "10"
009190         MOVE "Y" TO WS-OPEN-OLD-EOF-SW
009200         GO TO 5100-EXIT
009210     END-IF.
009220     IF WS-OPEN-OLD-STATUS NOT = "00"
009230         DISPLAY "17_FXRECON - OPNOLD READ ERROR, STATUS="
009240             WS-OPEN-OLD-STATUS
009250         GO TO 9999-ABEND
009260     END-IF.
009270     ADD 1 TO WS-OPEN-READ-COUNT.
009280     IF OI-BREAK-DATE = WS-RUN-DATE
009290         ADD 1 TO WS-SUPERSEDED-COUNT
009300         GO TO 5100-EXIT
009310     END-IF.
009320     PERFORM 5300-FIND-CLEAR-CARD THRU 5300-EXIT.
009330     IF CLEAR-CARD-FOUND
009340         GO TO 5100-EXIT
009350     END-IF.
009360     COMPUTE WS-BREAK-INTEGER =
009370         FUNCTION INTEGER-OF-DATE (OI-BREAK-DATE).
009380     COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER - WS-BREAK-INTEGER.
009390*
009400*    AN ITEM DATED AFTER THE RUN DATE CAN ONLY COME FROM A
009410*    BACK-DATED RERUN; IT IS CARRIED AT AGE ZERO.
009420     IF WS-AGE-DAYS < ZERO
009430         MOVE ZERO TO WS-AGE-DAYS
009440     END-IF.
009450     MOVE WS-AGE-DAYS TO OL-AGE.
009460     PERFORM 5400-PRINT-OPEN-ITEM THRU 5400-EXIT.
009470     PERFORM 5500-WRITE-OPEN-ITEM THRU 5500-EXIT.
009480     ADD 1 TO WS-CARRIED-COUNT.
009490 5100-EXIT.
009500     EXIT.
009510*
009520******************************************************************
009530*    5200-WRITE-NEW-BREAK - EVERY SLOT THAT DID NOT MATCH
009540*    TONIGHT BECOMES AN OPEN ITEM DATED THE RUN DATE, UNLESS
009550*    TREASURY ALREADY CLEARED IT ON A CARD
009560******************************************************************
009570 5200-WRITE-NEW-BREAK.
009580     IF RT-MATCHED (WS-RECON-SUB)
009590         GO TO 5200-NEXT
009600     END-IF.
009610     MOVE SPACE TO FX-OPEN-ITEM-REC.
009620     MOVE WS-RUN-DATE TO OI-BREAK-DATE.
009630     MOVE RT-CURRENCY-CODE (WS-RECON-SUB) TO OI-CURRENCY-CODE.
009640     MOVE RT-STATUS (WS-RECON-SUB) TO OI-BREAK-TYPE.
009650     MOVE RT-OUR-AMOUNT (WS-RECON-SUB) TO OI-OUR-AMOUNT.
009660     MOVE RT-BANK-AMOUNT (WS-RECON-SUB) TO OI-BANK-AMOUNT.
009670     MOVE RT-OUR-RATE (WS-RECON-SUB) TO OI-OUR-RATE.
009680     MOVE RT-BANK-RATE (WS-RECON-SUB) TO OI-BANK-RATE.
009690     MOVE RT-USD-DIFF (WS-RECON-SUB) TO OI-USD-DIFFERENCE.
009700     PERFORM 5300-FIND-CLEAR-CARD THRU 5300-EXIT.
009710     IF CLEAR-CARD-FOUND
009720         GO TO 5200-NEXT
009730     END-IF.
009740     PERFORM 5500-WRITE-OPEN-ITEM THRU 5500-EXIT.
009750     ADD 1 TO WS-NEW-BREAK-COUNT.
009760 5200-NEXT.
009770     ADD 1 TO WS-RECON-SUB.
009780 5200-EXIT.
009790     EXIT.
009800*
009810******************************************************************
009820*    5300-FIND-CLEAR-CARD - IS THE ITEM IN FX-OPEN-ITEM-REC
009830*    NAMED ON A CLEAR CARD?  IF SO THE CARD IS MARKED USED AND
009840*    THE CLEARANCE IS LISTED.
009850******************************************************************
009860 5300-FIND-CLEAR-CARD.
009870     MOVE "N" TO WS-CLEAR-FOUND-SW.
009880     MOVE 1 TO WS-CLEAR-SUB.
009890     PERFORM 5310-MATCH-CLEAR-CARD THRU 5310-EXIT
009900         UNTIL CLEAR-CARD-FOUND OR WS-CLEAR-SUB > WS-CLEAR-COUNT.
009910     IF CLEAR-CARD-FOUND
009920         MOVE "Y" TO CT-USED-SW (WS-CLEAR-SUB)
009930         ADD 1 TO WS-CLEARED-COUNT
009940         MOVE OI-CURRENCY-CODE TO CD-CURRENCY-CODE
009950         MOVE OI-BREAK-DATE TO CD-BREAK-DATE
009960         MOVE CT-OPERATOR-ID (WS-CLEAR-SUB) TO CD-OPERATOR-ID
009970         MOVE CT-REASON (WS-CLEAR-SUB) TO CD-REASON
009980         DISPLAY CLEARED-LINE
009990     END-IF.
010000 5300-EXIT.
010010     EXIT.
010020*
010030 5310-MATCH-CLEAR-CARD.
010040     IF CT-CURRENCY-CODE (WS-CLEAR-SUB) = OI-CURRENCY-CODE
010050             AND CT-BREAK-DATE (WS-CLEAR-SUB) = OI-BREAK-DATE
010060             AND NOT CT-USED (WS-CLEAR-SUB)
010070         MOVE "Y" TO WS-CLEAR-FOUND-SW
010080     ELSE
010090         ADD 1 TO WS-CLEAR-SUB
010100     END-IF.
010110 5310-EXIT.
010120     EXIT.
010130*
010140 5400-PRINT-OPEN-ITEM.
010150     MOVE OI-BREAK-DATE TO OL-BREAK-DATE.
010160     MOVE OI-CURRENCY-CODE TO OL-CURRENCY-CODE.
010170     EVALUATE TRUE
010180         WHEN OI-OUT-OF-TOLERANCE
010190             MOVE "OUT OF TOLERANCE" TO OL-BREAK-TEXT
010200         WHEN OI-NOT-ON-STATEMENT
010210             MOVE "NOT ON STATEMENT" TO OL-BREAK-TEXT
010220         WHEN OI-STATEMENT-ONLY
010230             MOVE "STATEMENT ONLY" TO OL-BREAK-TEXT
010240         WHEN OTHER
010250             MOVE "UNKNOWN TYPE" TO OL-BREAK-TEXT
010260     END-EVALUATE.
010270     MOVE OI-USD-DIFFERENCE TO OL-USD-DIFF.
010280     DISPLAY OPEN-ITEM-LINE.
010290 5400-EXIT.
010300     EXIT.
010310*
010320 5500-WRITE-OPEN-ITEM.
010330     WRITE OPEN-ITEM-NEW-FILE-REC FROM FX-OPEN-ITEM-REC.
010340     IF WS-OPEN-NEW-STATUS NOT = "00"
010350         DISPLAY "17_FXRECON - OPNNEW WRITE ERROR STATUS="
010360             WS-OPEN-NEW-STATUS
010370         GO TO 9999-ABEND
010380     END-IF.
010390 5500-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430*    8000-FINALIZE - CLEAR CARDS THAT FOUND NOTHING, RUN TOTALS
010440*    AND THE SIGN-OFF RETURN CODE
010450******************************************************************
010460 8000-FINALIZE.
010470     MOVE 1 TO WS-CLEAR-SUB.
010480     PERFORM 8100-CHECK-CLEAR-CARD THRU 8100-EXIT
010490         UNTIL WS-CLEAR-SUB > WS-CLEAR-COUNT.
010500*
010510     DISPLAY VAR-LINE.
010520     MOVE WS-THIS-RUN-COUNT TO WS-COUNT-ED.
010530     DISPLAY "17_FXRECON - MASTER ROWS THIS RUN:  " WS-COUNT-ED.
010540     MOVE WS-BANK-LINE-COUNT TO WS-COUNT-ED.
010550     DISPLAY "17_FXRECON - BANK STATEMENT LINES: " WS-COUNT-ED.
010560     MOVE WS-MATCHED-COUNT TO WS-COUNT-ED.
010570     DISPLAY "17_FXRECON - CURRENCIES MATCHED:   " WS-COUNT-ED.
010580     MOVE WS-TOLERANCE-COUNT TO WS-COUNT-ED.
010590     DISPLAY "17_FXRECON - OUT OF TOLERANCE:     " WS-COUNT-ED.
010600     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.
010610     DISPLAY "17_FXRECON - UNMATCHED:            " WS-COUNT-ED.
010620     MOVE WS-OUR-USD-TOTAL TO WS-AMOUNT-ED.
010630     DISPLAY "17_FXRECON - USD CONVERTED HERE:   " WS-AMOUNT-ED.
010640     MOVE WS-USD-DIFF-TOTAL TO WS-AMOUNT-ED.
010650     DISPLAY "17_FXRECON - NET USD DIFFERENCE:   " WS-AMOUNT-ED.
010660     MOVE WS-OPEN-READ-COUNT TO WS-COUNT-ED.
010670     DISPLAY "17_FXRECON - OPEN ITEMS READ:      " WS-COUNT-ED.
010680     MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-ED.
010690     DISPLAY "17_FXRECON - REPLACED BY RERUN:    " WS-COUNT-ED.
010700     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
010710     DISPLAY "17_FXRECON - CLEARED BY CARD:      " WS-COUNT-ED.
010720     MOVE WS-CARRIED-COUNT TO WS-COUNT-ED.
010730     DISPLAY "17_FXRECON - CARRIED FORWARD:      " WS-COUNT-ED.
010740     MOVE WS-NEW-BREAK-COUNT TO WS-COUNT-ED.
010750     DISPLAY "17_FXRECON - NEW BREAKS TONIGHT:   " WS-COUNT-ED.
010760*
010770     IF WS-NEW-BREAK-COUNT > ZERO
010780         DISPLAY "17_FXRECON - RUN " WS-RUN-DATE " DID NOT "
010790             "RECONCILE - NO SIGN-OFF"
010800         MOVE 8 TO RETURN-CODE
010810         GO TO 8000-EXIT
010820     END-IF.
010830     IF WS-CARRIED-COUNT > ZERO OR WS-UNUSED-CLEAR-COUNT > ZERO
010840         DISPLAY "17_FXRECON - RUN " WS-RUN-DATE " RECONCILED, "
010850             "OPEN ITEMS OR CLEAR CARDS NEED REVIEW"
010860         MOVE 4 TO RETURN-CODE
010870         GO TO 8000-EXIT
010880     END-IF.
010890     DISPLAY "17_FXRECON - RUN " WS-RUN-DATE " RECONCILED, NO "
010900         "OPEN ITEMS - READY FOR SIGN-OFF".
010910 8000-EXIT.
010920     EXIT.
010930*
010940 8100-CHECK-CLEAR-CARD.
010950     IF NOT CT-USED (WS-CLEAR-SUB)
010960         ADD 1 TO WS-UNUSED-CLEAR-COUNT
010970         DISPLAY "17_FXRECON - CLEAR CARD FOR "
010980             CT-CURRENCY-CODE (WS-CLEAR-SUB) " "
010990             CT-BREAK-DATE (WS-CLEAR-SUB)
011000             " MATCHED NO OPEN ITEM"
011010     END-IF.
011020     ADD 1 TO WS-CLEAR-SUB.
011030 8100-EXIT.
011040     EXIT.
011050*
011060******************************************************************
011070*    9998-CONTROL-ABEND - MALFORMED SYSIN CARD, BANK STATEMENT
011080*    OR RATE TABLE.  RETURN-CODE 12, DISTINCT FROM THE 8 OF A
011090*    BREAK AND THE 16 OF A FILE FAILURE.  OPNNEW HAS NOT BEEN
011100*    OPENED, SO THE OPEN ITEMS ARE UNTOUCHED.
011110******************************************************************
011120 9998-CONTROL-ABEND.
011130     MOVE 12 TO RETURN-CODE.
011140     STOP RUN.
011150*
011160******************************************************************
011170*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
011180*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
011190******************************************************************
011200 9999-ABEND.
011210     MOVE 16 TO RETURN-CODE.
011220     STOP RUN.
