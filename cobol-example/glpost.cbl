000010******************************************************************
000020*    PROGRAM-ID  : 15_GLPOST
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    GENERAL-LEDGER JOURNAL POSTING OF THE NIGHT'S CONVERTED
000090*    AMOUNTS.  FINANCE USED TO RE-KEY THE 10_COPYBOOK FOOTER
000100*    AND CURRENCY SUMMARY INTO THE LEDGER BY HAND; THIS BUILDS
000110*    THE UPLOAD INSTEAD.  THE MASTER (MSTROUT) AND THE NIGHT'S
000120*    RPTOUT ARE WALKED TOGETHER IN VAR-LP ORDER (THE 75_WHVERIF
000130*    BALANCE-LINE SHAPE): EVERY MASTER ROW STAMPED WITH THE RUN
000140*    DATE MUST BE ON RPTOUT WITH THE SAME USD AMOUNT AND VICE
000150*    VERSA.  EACH MATCHED ROW'S USD AMOUNT IS POSTED TO THE GL
000160*    ACCOUNT PAIR THE GLMAP CONTROL FILE GIVES FOR ITS CURRENCY
000170*    CODE (FROM THE MASTER) AND SOURCE REGION (FROM RPTOUT) -
000180*    DEBIT ONE ACCOUNT, CREDIT THE OTHER - AND THE ACCOUNTS ARE
000190*    NETTED TO ONE JOURNAL ENTRY EACH.
000200*
000210*    THE JOURNAL (GLJRNL, SEE THE GLJOURNALREC COPYBOOK) IS ONE
000220*    HD BATCH HEADER, ONE DT ENTRY PER ACCOUNT AND A TR TRAILER
000230*    WITH THE ENTRY COUNT, ACCOUNT HASH AND DEBIT/CREDIT TOTALS.
000240*    IT IS ONLY WRITTEN WHEN EVERYTHING BELOW HOLDS - OTHERWISE
000250*    GLJRNL IS LEFT EMPTY AND THE POSTING IS HELD:
000260*      - EVERY CURRENCY/REGION POSTED HAS A GLMAP CARD
000270*      - MSTROUT AND RPTOUT AGREE ROW FOR ROW FOR THE RUN DATE
000280*      - THE POSTED USD TOTAL TIES TO THE RPTOUT CURRENCY TOTAL
000290*        (THE FIGURE ON THE 10_COPYBOOK FOOTER), SO NOTHING
000300*        REACHES THE LEDGER THAT THE REPORT DOES NOT SHOW
000310*      - THE ENTRIES' DEBITS AND CREDITS NET TO ZERO
000320*
000330*    RETURN CODES: 0 JOURNAL WRITTEN - RELEASE THE LEDGER
000340*    UPLOAD; 4 NOTHING STAMPED FOR THE RUN DATE, NO JOURNAL;
000350*    8 POSTING HELD - SEE THE REASONS ON SYSOUT; 12 MALFORMED
000360*    SYSIN CARD OR GLMAP CARD; 16 FILE FAILURE OR AN INPUT OUT
000370*    OF SEQUENCE.  GATE THE LEDGER UPLOAD ON RC=0.
000380*
000390*    THE SYSIN CARD (OPTIONAL):
000400*        COLS 01-08  RUN DATE BEING POSTED, YYYYMMDD - BLANK/NO
000410*                    CARD = TODAY
000420*
000430*    MODIFICATION HISTORY
000440*    DATE       INIT  DESCRIPTION
000450*    10/15/26   JH    INITIAL VERSION
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. 15_GLPOST.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS IS SEQUENTIAL
000560         RECORD KEY IS MFR-VAR-LP
000570         FILE STATUS IS WS-MASTER-STATUS.
000580*
000590     SELECT REPORT-FILE ASSIGN TO "RPTNEW"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.
000620*
000630     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-MAP-STATUS.
000660*
000670     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-JOURNAL-STATUS.
000700*
000710     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-CONTROL-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000780*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
000790*    MASTERROW COPYBOOK IN WORKING-STORAGE, THE 80_HISTRPT
000800*    PATTERN.
000810 FD  MASTER-FILE.
000820 01  MASTER-FILE-REC.
000830     02  MFR-VAR-LP                  PIC X(08).
000840     02  FILLER                      PIC X(72).
000850*
000860 FD  REPORT-FILE.
000870 01  REPORT-FILE-REC                PIC X(50).
000880*
000890 FD  GL-MAP-FILE.
000900 01  GL-MAP-FILE-REC                PIC X(80).
000910*
000920 FD  JOURNAL-FILE.
000930 01  JOURNAL-FILE-REC               PIC X(80).
000940*
000950 FD  RUN-CONTROL-FILE.
000960 01  RUN-CONTROL-FILE-REC           PIC X(80).
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000     COPY MasterRow.
001010*
001020     COPY GlAccountMap.
001030*
001040     COPY GlJournalRec.
001050*
001060*    ONE STRUCT-ROW IMAGE FROM THE NIGHT'S RPTOUT - THE EDITED
001070*    PICTURES 10_COPYBOOK PRINTED, DE-EDITED BEFORE POSTING,
001080*    THE SAME SHAPE 30_DELTA AND 75_WHVERIF READ.
001090 01  REPORT-ROW.
001100     02  RR-VAR-LP                   PIC 9(08).
001110     02  FILLER                      PIC X(01).
001120     02  RR-VAR-NUMBER               PIC 9(10).
001130     02  FILLER                      PIC X(01).
001140     02  RR-VAR-DECIMAL              PIC X(10).
001150     02  FILLER                      PIC X(01).
001160     02  RR-VAR-CURRENCY             PIC -Z(10)9.99.
001170     02  FILLER                      PIC X(01).
001180     02  RR-VAR-REGION               PIC X(03).
001190*
001200 01  RUN-CONTROL-CARD.
001210     02  CC-RUN-DATE                 PIC X(08).
001220         88  CC-RUN-DATE-OMITTED               VALUE SPACE.
001230     02  CC-RUN-DATE-NUM REDEFINES CC-RUN-DATE.
001240         03  FILLER                  PIC X(04).
001250         03  CC-RUN-MONTH            PIC 9(02).
001260         03  CC-RUN-DAY              PIC 9(02).
001270     02  FILLER                      PIC X(72).
001280*
001290 01  WS-SWITCHES.
001300     02  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001310         88  END-OF-MASTER                     VALUE "Y".
001320     02  WS-REPORT-EOF-SW            PIC X(01) VALUE "N".
001330         88  END-OF-REPORT                     VALUE "Y".
001340     02  WS-MAP-EOF-SW               PIC X(01) VALUE "N".
001350         88  END-OF-MAP                        VALUE "Y".
001360     02  WS-MASTER-HERE-SW           PIC X(01) VALUE "N".
001370         88  MASTER-HERE                       VALUE "Y".
001380     02  WS-REPORT-HERE-SW           PIC X(01) VALUE "N".
001390         88  REPORT-HERE                       VALUE "Y".
001400     02  WS-MAP-FOUND-SW             PIC X(01) VALUE "N".
001410         88  MAP-SLOT-FOUND                    VALUE "Y".
001420     02  WS-ACCOUNT-FOUND-SW         PIC X(01) VALUE "N".
001430         88  ACCOUNT-SLOT-FOUND                VALUE "Y".
001440     02  WS-UNMAPPED-FOUND-SW        PIC X(01) VALUE "N".
001450         88  UNMAPPED-SLOT-FOUND               VALUE "Y".
001460*    SET BY ANYTHING THAT MUST STOP THE JOURNAL REACHING THE
001470*    LEDGER; TESTED ONCE, IN 8000, BEFORE GLJRNL IS OPENED.
001480     02  WS-HOLD-SW                  PIC X(01) VALUE "N".
001490         88  POSTING-HELD                      VALUE "Y".
001500     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
001510         88  CONTROL-CARD-FOUND                VALUE "Y".
001520*
001530 01  WS-FILE-STATUS-FIELDS.
001540     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001550     02  WS-REPORT-STATUS            PIC X(02) VALUE "00".
001560     02  WS-MAP-STATUS               PIC X(02) VALUE "00".
001570     02  WS-JOURNAL-STATUS           PIC X(02) VALUE "00".
001580     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001590*
001600*    MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED, SAME
001610*    AS 30_DELTA.
001620 01  WS-MATCH-KEYS.
001630     02  WS-MST-KEY                  PIC X(08) VALUE HIGH-VALUES.
001640     02  WS-RPT-KEY                  PIC X(08) VALUE HIGH-VALUES.
001650     02  WS-LOW-KEY                  PIC X(08) VALUE HIGH-VALUES.
001660     02  WS-RPT-PREV-KEY             PIC X(08) VALUE LOW-VALUES.
001670*
001680 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001690*
001700*    BATCH IDENTIFIER STAMPED ON EVERY JOURNAL RECORD - THE
001710*    SOURCE STREAM AND THE RUN DATE POSTED, SO A SECOND UPLOAD
001720*    OF THE SAME NIGHT IS REFUSED BY THE LEDGER AS A DUPLICATE
001730*    BATCH.
001740 01  WS-BATCH-ID.
001750     02  FILLER                      PIC X(04) VALUE "CPYB".
001760     02  WS-BATCH-DATE               PIC 9(08) VALUE ZERO.
001770*
001780 01  WS-COUNTERS.
001790     02  WS-MAP-CARD-COUNT           PIC 9(07) VALUE ZERO COMP.
001800     02  WS-THIS-RUN-COUNT           PIC 9(07) VALUE ZERO COMP.
001810     02  WS-REPORT-COUNT             PIC 9(07) VALUE ZERO COMP.
001820     02  WS-POSTED-COUNT             PIC 9(07) VALUE ZERO COMP.
001830     02  WS-UNMAPPED-ROW-COUNT       PIC 9(07) VALUE ZERO COMP.
001840     02  WS-MISMATCH-COUNT           PIC 9(07) VALUE ZERO COMP.
001850     02  WS-ENTRY-COUNT              PIC 9(07) VALUE ZERO COMP.
001860*
001870 01  WS-TOTALS.
001880     02  WS-THIS-RUN-USD-TOTAL       PIC S9(13)V99 VALUE ZERO
001890             COMP-3.
001900     02  WS-REPORT-USD-TOTAL         PIC S9(13)V99 VALUE ZERO
001910             COMP-3.
001920     02  WS-POSTED-USD-TOTAL         PIC S9(13)V99 VALUE ZERO
001930             COMP-3.
001940     02  WS-DEBIT-TOTAL              PIC S9(13)V99 VALUE ZERO
001950             COMP-3.
001960     02  WS-CREDIT-TOTAL             PIC S9(13)V99 VALUE ZERO
001970             COMP-3.
001980*    WRAPS MODULO THE FIELD WIDTH - PLAIN ADD, NO ON SIZE
001990*    ERROR - THE SAME CONTRACT AS EVERY OTHER HASH HERE.
002000     02  WS-ACCOUNT-HASH             PIC 9(13) VALUE ZERO
002010             COMP-3.
002020*
002030*    DE-EDIT WORK FIELD FOR THE RPTOUT AMOUNT COLUMN, AND THE
002040*    SIGNED AMOUNT ONE SIDE OF A POSTING ADDS TO ITS ACCOUNT.
002050 01  WS-WORK-AMOUNTS.
002060     02  WS-RPT-CURRENCY             PIC S9(11)V99 VALUE ZERO
002070             COMP-3.
002080     02  WS-POSTING-AMOUNT           PIC S9(13)V99 VALUE ZERO
002090             COMP-3.
002100*
002110*    THE CURRENCY/REGION PAIR OR ACCOUNT BEING LOOKED UP.
002120 01  WS-LOOKUP-FIELDS.
002130     02  WS-LOOKUP-CURRENCY          PIC X(03) VALUE SPACE.
002140     02  WS-LOOKUP-REGION            PIC X(03) VALUE SPACE.
002150     02  WS-LOOKUP-ACCOUNT           PIC 9(10) VALUE ZERO.
002160*
002170*    THE GLMAP CARDS, IN CARD ORDER, WITH THE ROWS AND USD
002180*    EACH ONE CARRIED TONIGHT FOR THE POSTING LISTING.
002190 01  WS-MAP-COUNT                    PIC 9(04) VALUE ZERO COMP.
002200 01  WS-MAP-SUB                      PIC 9(04) VALUE ZERO COMP.
002210*
002220 01  MAP-TABLE-AREA.
002230     02  MAP-ENTRY OCCURS 1 TO 100 TIMES
002240             DEPENDING ON WS-MAP-COUNT.
002250         03  MT-CURRENCY-CODE        PIC X(03).
002260         03  MT-SOURCE-REGION        PIC X(03).
002270         03  MT-DEBIT-ACCOUNT        PIC 9(10).
002280         03  MT-CREDIT-ACCOUNT       PIC 9(10).
002290         03  MT-DESCRIPTION          PIC X(30).
002300         03  MT-ROW-COUNT            PIC 9(07) COMP.
002310         03  MT-USD-TOTAL            PIC S9(13)V99 COMP-3.
002320*
002330*    ONE SLOT PER GL ACCOUNT TOUCHED, IN FIRST-SEEN ORDER -
002340*    DEBITS ADD, CREDITS SUBTRACT, SO THE SLOT HOLDS THE
002350*    ACCOUNT'S NET AND BECOMES ONE JOURNAL ENTRY.
002360 01  WS-ACCOUNT-COUNT                PIC 9(04) VALUE ZERO COMP.
002370 01  WS-ACCOUNT-SUB                  PIC 9(04) VALUE ZERO COMP.
002380*
002390 01  ACCOUNT-TABLE-AREA.
002400     02  ACCOUNT-ENTRY OCCURS 1 TO 200 TIMES
002410             DEPENDING ON WS-ACCOUNT-COUNT.
002420         03  AT-ACCOUNT              PIC 9(10).
002430         03  AT-ROW-COUNT            PIC 9(07) COMP.
002440         03  AT-NET-AMOUNT           PIC S9(13)V99 COMP-3.
002450*
002460*    EVERY CURRENCY/REGION PAIR WITH NO GLMAP CARD, LISTED SO
002470*    FINANCE CAN ADD THE CARDS IN ONE PASS.
002480 01  WS-UNMAPPED-COUNT               PIC 9(04) VALUE ZERO COMP.
002490 01  WS-UNMAPPED-SUB                 PIC 9(04) VALUE ZERO COMP.
002500*
002510 01  UNMAPPED-TABLE-AREA.
002520     02  UNMAPPED-ENTRY OCCURS 1 TO 50 TIMES
002530             DEPENDING ON WS-UNMAPPED-COUNT.
002540         03  UM-CURRENCY-CODE        PIC X(03).
002550         03  UM-SOURCE-REGION        PIC X(03).
002560         03  UM-ROW-COUNT            PIC 9(07) COMP.
002570*
002580 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002590 01  WS-AMOUNT-ED                    PIC -Z(12)9.99.
002600*
002610 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
002620*
002630 01  MISMATCH-LINE.
002640     02  FILLER                      PIC X(12)
002650             VALUE "MISMATCH LP=".
002660     02  MM-VAR-LP                   PIC X(08).
002670     02  FILLER                      PIC X(01) VALUE SPACE.
002680     02  MM-TEXT                     PIC X(60).
002690*
002700 01  MAPPING-LINE.
002710     02  FILLER                      PIC X(05) VALUE "CUR: ".
002720     02  ML-CURRENCY-CODE            PIC X(03).
002730     02  FILLER                      PIC X(06) VALUE " REG: ".
002740     02  ML-SOURCE-REGION            PIC X(03).
002750     02  FILLER                      PIC X(05) VALUE " DR: ".
002760     02  ML-DEBIT-ACCOUNT            PIC 9(10).
002770     02  FILLER                      PIC X(05) VALUE " CR: ".
002780     02  ML-CREDIT-ACCOUNT           PIC 9(10).
002790     02  FILLER                      PIC X(08) VALUE " COUNT: ".
002800     02  ML-COUNT                    PIC ZZZZZZ9.
002810     02  FILLER                      PIC X(06) VALUE " USD: ".
002820     02  ML-USD                      PIC -Z(10)9.99.
002830*
002840 01  UNMAPPED-LINE.
002850     02  FILLER                      PIC X(21)
002860             VALUE "NO GLMAP CARD - CUR: ".
002870     02  UL-CURRENCY-CODE            PIC X(03).
002880     02  FILLER                      PIC X(06) VALUE " REG: ".
002890     02  UL-SOURCE-REGION            PIC X(03).
002900     02  FILLER                      PIC X(07) VALUE " ROWS: ".
002910     02  UL-COUNT                    PIC ZZZZZZ9.
002920*
002930 01  ENTRY-LINE.
002940     02  FILLER                      PIC X(07) VALUE "ENTRY: ".
002950     02  EL-SEQUENCE                 PIC 9(05).
002960     02  FILLER                      PIC X(07) VALUE " ACCT: ".
002970     02  EL-ACCOUNT                  PIC 9(10).
002980     02  FILLER                      PIC X(01) VALUE SPACE.
002990     02  EL-DR-CR                    PIC X(01).
003000     02  FILLER                      PIC X(01) VALUE SPACE.
003010     02  EL-AMOUNT                   PIC Z(10)9.99.
003020     02  FILLER                      PIC X(07) VALUE " ROWS: ".
003030     02  EL-COUNT                    PIC ZZZZZZ9.
003040*
003050 PROCEDURE DIVISION.
003060*
003070******************************************************************
003080*    0000-MAINLINE - LOAD THE MAP, WALK MSTROUT AND RPTOUT
003090*    TOGETHER POSTING EACH ROW, PROVE AND WRITE THE JOURNAL
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
003140         UNTIL WS-MST-KEY = HIGH-VALUES
003150             AND WS-RPT-KEY = HIGH-VALUES.
003160     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003170     STOP RUN.
003180*
003190******************************************************************
003200*    1000-INITIALIZE - RUN DATE FROM THE OPTIONAL SYSIN CARD,
003210*    LOAD AND VALIDATE GLMAP, OPEN THE TWO INPUTS, PRIME THE
003220*    READS.  GLJRNL IS NOT OPENED UNTIL THE POSTING HAS PROVED.
003230******************************************************************
003240 1000-INITIALIZE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003260     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003270     MOVE WS-RUN-DATE TO WS-BATCH-DATE.
003280     DISPLAY "15_GLPOST - GL JOURNAL POSTING FOR RUN "
003290         WS-RUN-DATE " BATCH " WS-BATCH-ID.
003300     DISPLAY VAR-LINE.
003310     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
003320     OPEN INPUT MASTER-FILE.
003330     IF WS-MASTER-STATUS NOT = "00"
003340         DISPLAY "15_GLPOST - UNABLE TO OPEN MASTER-FILE "
003350             "STATUS=" WS-MASTER-STATUS
003360         GO TO 9999-ABEND
003370     END-IF.
003380     OPEN INPUT REPORT-FILE.
003390     IF WS-REPORT-STATUS NOT = "00"
003400         DISPLAY "15_GLPOST - UNABLE TO OPEN REPORT-FILE "
003410             "STATUS=" WS-REPORT-STATUS
003420         GO TO 9999-ABEND
003430     END-IF.
003440     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003450     PERFORM 2200-READ-REPORT THRU 2200-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500*    1100-READ-CONTROL-CARD - OPTIONAL RUN-DATE OVERRIDE, THE
003510*    10_COPYBOOK 1300/1320 PATTERN
003520******************************************************************
003530 1100-READ-CONTROL-CARD.
003540     OPEN INPUT RUN-CONTROL-FILE.
003550     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
003560         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
003570         IF WS-CONTROL-STATUS = "00"
003580             MOVE "Y" TO WS-CARD-FOUND-SW
003590         END-IF
003600         CLOSE RUN-CONTROL-FILE
003610     END-IF.
003620     IF CONTROL-CARD-FOUND AND NOT CC-RUN-DATE-OMITTED
003630         IF CC-RUN-DATE NOT NUMERIC
003640                 OR CC-RUN-MONTH < 01 OR CC-RUN-MONTH > 12
003650                 OR CC-RUN-DAY < 01 OR CC-RUN-DAY > 31
003660             DISPLAY "15_GLPOST - BAD CONTROL CARD: RUN DATE "
003670                 "(COLS 1-8) MUST BE YYYYMMDD, GOT " CC-RUN-DATE
003680             GO TO 9998-CONTROL-ABEND
003690         END-IF
003700         MOVE CC-RUN-DATE TO WS-RUN-DATE
003710     END-IF.
003720 1100-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760*    1200-LOAD-ACCOUNT-MAP - EVERY GLMAP CARD INTO MAP-TABLE-
003770*    AREA.  A CARD THAT IS MALFORMED OR REPEATS A CURRENCY/
003780*    REGION PAIR ENDS THE RUN WITH RETURN-CODE 12 BEFORE
003790*    ANYTHING IS POSTED - TWO CARDS FOR ONE PAIR WOULD MAKE THE
003800*    POSTING DEPEND ON CARD ORDER.
003810******************************************************************
003820 1200-LOAD-ACCOUNT-MAP.
003830     OPEN INPUT GL-MAP-FILE.
003840     IF WS-MAP-STATUS NOT = "00"
003850         DISPLAY "15_GLPOST - UNABLE TO OPEN GL-MAP-FILE "
003860             "STATUS=" WS-MAP-STATUS
003870         GO TO 9999-ABEND
003880     END-IF.
003890     PERFORM 1210-READ-MAP-CARD THRU 1210-EXIT
003900         UNTIL END-OF-MAP.
003910     CLOSE GL-MAP-FILE.
003920     IF WS-MAP-COUNT = ZERO
003930         DISPLAY "15_GLPOST - GLMAP HOLDS NO MAPPING CARDS"
003940         GO TO 9998-CONTROL-ABEND
003950     END-IF.
003960     MOVE WS-MAP-COUNT TO WS-COUNT-ED.
003970     DISPLAY "15_GLPOST - GLMAP MAPPINGS LOADED: " WS-COUNT-ED.
003980 1200-EXIT.
003990     EXIT.
004000*
004010 1210-READ-MAP-CARD.
004020     READ GL-MAP-FILE INTO GL-ACCOUNT-MAP-REC.
004030     IF WS-MAP-STATUS = "10"
004040         MOVE "Y" TO WS-MAP-EOF-SW
004050         GO TO 1210-EXIT
004060     END-IF.
004070     IF WS-MAP-STATUS NOT = "00"
004080         DISPLAY "15_GLPOST - GLMAP READ ERROR, STATUS="
004090             WS-MAP-STATUS
004100         GO TO 9999-ABEND
004110     END-IF.
004120     ADD 1 TO WS-MAP-CARD-COUNT.
004130     IF GL-ACCOUNT-MAP-REC (1:1) = "*"
004140         GO TO 1210-EXIT
004150     END-IF.
004160     MOVE WS-MAP-CARD-COUNT TO WS-COUNT-ED.
004170     IF GLM-CURRENCY-CODE = SPACE
004180         DISPLAY "15_GLPOST - BAD GLMAP CARD " WS-COUNT-ED
004190             ": CURRENCY CODE (COLS 1-3) IS BLANK"
004200         GO TO 9998-CONTROL-ABEND
004210     END-IF.
004220     IF GLM-DEBIT-ACCOUNT NOT NUMERIC
004230         DISPLAY "15_GLPOST - BAD GLMAP CARD " WS-COUNT-ED
004240             ": DEBIT ACCOUNT (COLS 9-18) MUST BE TEN DIGITS, "
004250             "GOT " GLM-DEBIT-ACCOUNT
004260         GO TO 9998-CONTROL-ABEND
004270     END-IF.
004280     IF GLM-CREDIT-ACCOUNT NOT NUMERIC
004290         DISPLAY "15_GLPOST - BAD GLMAP CARD " WS-COUNT-ED
004300             ": CREDIT ACCOUNT (COLS 20-29) MUST BE TEN DIGITS, "
004310             "GOT " GLM-CREDIT-ACCOUNT
004320         GO TO 9998-CONTROL-ABEND
004330     END-IF.
004340     IF GLM-DEBIT-ACCOUNT-NUM = GLM-CREDIT-ACCOUNT-NUM
004350         DISPLAY "15_GLPOST - BAD GLMAP CARD " WS-COUNT-ED
004360             ": DEBIT AND CREDIT ACCOUNT ARE THE SAME"
004370         GO TO 9998-CONTROL-ABEND
004380     END-IF.
004390     MOVE GLM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
004400     MOVE GLM-SOURCE-REGION TO WS-LOOKUP-REGION.
004410     PERFORM 3100-FIND-MAPPING THRU 3100-EXIT.
004420     IF MAP-SLOT-FOUND
004430         DISPLAY "15_GLPOST - BAD GLMAP CARD " WS-COUNT-ED
004440             ": SECOND CARD FOR CUR " GLM-CURRENCY-CODE
004450             " REGION " GLM-SOURCE-REGION
004460         GO TO 9998-CONTROL-ABEND
004470     END-IF.
004480*
004490*    MAP-ENTRY ONLY HAS ROOM FOR 100 CARDS - ABEND RATHER THAN
004500*    SUBSCRIPT PAST THE TABLE.
004510     IF WS-MAP-COUNT >= 100
004520         DISPLAY "15_GLPOST - GLMAP HAS MORE THAN 100 MAPPING "
004530             "CARDS"
004540         GO TO 9999-ABEND
004550     END-IF.
004560     ADD 1 TO WS-MAP-COUNT.
004570     MOVE GLM-CURRENCY-CODE TO MT-CURRENCY-CODE (WS-MAP-COUNT).
004580     MOVE GLM-SOURCE-REGION TO MT-SOURCE-REGION (WS-MAP-COUNT).
004590     MOVE GLM-DEBIT-ACCOUNT-NUM
004600         TO MT-DEBIT-ACCOUNT (WS-MAP-COUNT).
004610     MOVE GLM-CREDIT-ACCOUNT-NUM
004620         TO MT-CREDIT-ACCOUNT (WS-MAP-COUNT).
004630     MOVE GLM-DESCRIPTION TO MT-DESCRIPTION (WS-MAP-COUNT).
004640     MOVE ZERO TO MT-ROW-COUNT (WS-MAP-COUNT).
004650     MOVE ZERO TO MT-USD-TOTAL (WS-MAP-COUNT).
004660 1210-EXIT.
004670     EXIT.
004680*
004690******************************************************************
004700*    2000-MATCH-ONE-KEY - ONE STEP OF THE MSTROUT/RPTOUT
004710*    BALANCE LINE: FIND THE LOWER KEY, JUDGE WHICH FILES HAVE
004720*    IT, POST A ROW BOTH AGREE ON, ADVANCE WHAT TOOK PART
004730******************************************************************
004740 2000-MATCH-ONE-KEY.
004750     MOVE HIGH-VALUES TO WS-LOW-KEY.
004760     IF WS-MST-KEY < WS-LOW-KEY
004770         MOVE WS-MST-KEY TO WS-LOW-KEY
004780     END-IF.
004790     IF WS-RPT-KEY < WS-LOW-KEY
004800         MOVE WS-RPT-KEY TO WS-LOW-KEY
004810     END-IF.
004820     MOVE "N" TO WS-MASTER-HERE-SW WS-REPORT-HERE-SW.
004830     IF WS-MST-KEY = WS-LOW-KEY
004840         MOVE "Y" TO WS-MASTER-HERE-SW
004850     END-IF.
004860     IF WS-RPT-KEY = WS-LOW-KEY
004870         MOVE "Y" TO WS-REPORT-HERE-SW
004880     END-IF.
004890*
004900     IF NOT MASTER-HERE
004910         MOVE WS-RPT-KEY TO MM-VAR-LP
004920         MOVE "ON RPTOUT BUT NOT ON THE MASTER" TO MM-TEXT
004930         PERFORM 7000-REPORT-MISMATCH THRU 7000-EXIT
004940         GO TO 2000-ADVANCE
004950     END-IF.
004960     IF NOT REPORT-HERE
004970         IF MST-LAST-RUN-DATE = WS-RUN-DATE
004980             MOVE WS-MST-KEY TO MM-VAR-LP
004990             MOVE "WRITTEN BY THIS RUN BUT NOT ON RPTOUT"
005000                 TO MM-TEXT
005010             PERFORM 7000-REPORT-MISMATCH THRU 7000-EXIT
005020         END-IF
005030         GO TO 2000-ADVANCE
005040     END-IF.
005050*
005060*    ON BOTH - THE MASTER MUST CARRY THIS RUN'S STAMP AND THE
005070*    SAME USD AMOUNT THE REPORT SHOWS BEFORE IT IS POSTED.
005080     MOVE WS-MST-KEY TO MM-VAR-LP.
005090     IF MST-LAST-RUN-DATE NOT = WS-RUN-DATE
005100         MOVE "ON RPTOUT BUT MASTER STAMP IS NOT THIS RUN"
005110             TO MM-TEXT
005120         PERFORM 7000-REPORT-MISMATCH THRU 7000-EXIT
005130         GO TO 2000-ADVANCE
005140     END-IF.
005150     MOVE RR-VAR-CURRENCY TO WS-RPT-CURRENCY.
005160     IF WS-RPT-CURRENCY NOT = MST-VAR-CURRENCY
005170         MOVE "RPTOUT USD AMOUNT DIFFERS FROM MASTER"
005180             TO MM-TEXT
005190         PERFORM 7000-REPORT-MISMATCH THRU 7000-EXIT
005200         GO TO 2000-ADVANCE
005210     END-IF.
005220     PERFORM 3000-POST-ROW THRU 3000-EXIT.
005230*
005240 2000-ADVANCE.
005250     IF MASTER-HERE
005260         PERFORM 2100-READ-MASTER THRU 2100-EXIT
005270     END-IF.
005280     IF REPORT-HERE
005290         PERFORM 2200-READ-REPORT THRU 2200-EXIT
005300     END-IF.
005310 2000-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    2100-READ-MASTER - NEXT MASTER ROW IN KEY ORDER, ROLLING
005360*    THE COUNT AND USD TOTAL OF ROWS STAMPED THIS RUN
005370******************************************************************
005380 2100-READ-MASTER.
005390     READ MASTER-FILE INTO MASTER-ROW-REC.
005400     IF WS-MASTER-STATUS = "10"
005410         MOVE "Y" TO WS-MASTER-EOF-SW
005420         MOVE HIGH-VALUES TO WS-MST-KEY
005430         GO TO 2100-EXIT
005440     END-IF.
005450     IF WS-MASTER-STATUS NOT = "00"
005460         DISPLAY "15_GLPOST - MASTER READ ERROR, STATUS="
005470             WS-MASTER-STATUS
005480         GO TO 9999-ABEND
005490     END-IF.
005500     MOVE MST-VAR-LP TO WS-MST-KEY.
005510     IF MST-LAST-RUN-DATE = WS-RUN-DATE
005520         ADD 1 TO WS-THIS-RUN-COUNT
005530         ADD MST-VAR-CURRENCY TO WS-THIS-RUN-USD-TOTAL
005540     END-IF.
005550 2100-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*    2200-READ-REPORT - NEXT RPTOUT ROW WITH THE ASCENDING-
005600*    SEQUENCE CHECK 30_DELTA APPLIES TO THE SAME FILE; THE
005610*    RPTOUT TOTAL ROLLED HERE IS THE 10_COPYBOOK FOOTER'S
005620*    CURRENCY TOTAL THE JOURNAL MUST TIE TO
005630******************************************************************
005640 2200-READ-REPORT.
005650     READ REPORT-FILE INTO REPORT-ROW.
005660     IF WS-REPORT-STATUS = "10"
005670         MOVE "Y" TO WS-REPORT-EOF-SW
005680         MOVE HIGH-VALUES TO WS-RPT-KEY
005690         GO TO 2200-EXIT
005700     END-IF.
005710     IF WS-REPORT-STATUS NOT = "00"
005720         DISPLAY "15_GLPOST - RPTNEW READ ERROR, STATUS="
005730             WS-REPORT-STATUS
005740         GO TO 9999-ABEND
005750     END-IF.
005760     MOVE WS-RPT-KEY TO WS-RPT-PREV-KEY.
005770     MOVE RR-VAR-LP TO WS-RPT-KEY.
005780     IF WS-RPT-PREV-KEY NOT = HIGH-VALUES
005790             AND WS-RPT-KEY NOT > WS-RPT-PREV-KEY
005800         DISPLAY "15_GLPOST - RPTNEW OUT OF SEQUENCE AT "
005810             "VAR-LP=" RR-VAR-LP
005820         GO TO 9999-ABEND
005830     END-IF.
005840     ADD 1 TO WS-REPORT-COUNT.
005850     MOVE RR-VAR-CURRENCY TO WS-RPT-CURRENCY.
005860     ADD WS-RPT-CURRENCY TO WS-REPORT-USD-TOTAL.
005870 2200-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910*    3000-POST-ROW - ONE MATCHED ROW: FIND ITS GLMAP CARD BY
005920*    MASTER CURRENCY CODE AND RPTOUT REGION, DEBIT THE ONE
005930*    ACCOUNT AND CREDIT THE OTHER WITH THE USD AMOUNT.  A ROW
005940*    WITH NO CARD IS LISTED AND HOLDS THE POSTING.
005950******************************************************************
005960 3000-POST-ROW.
005970     MOVE MST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
005980     MOVE RR-VAR-REGION TO WS-LOOKUP-REGION.
005990     PERFORM 3100-FIND-MAPPING THRU 3100-EXIT.
006000     IF NOT MAP-SLOT-FOUND
006010         PERFORM 3200-NOTE-UNMAPPED THRU 3200-EXIT
006020         GO TO 3000-EXIT
006030     END-IF.
006040     ADD 1 TO WS-POSTED-COUNT.
006050     ADD MST-VAR-CURRENCY TO WS-POSTED-USD-TOTAL.
006060     ADD 1 TO MT-ROW-COUNT (WS-MAP-SUB).
006070     ADD MST-VAR-CURRENCY TO MT-USD-TOTAL (WS-MAP-SUB).
006080     MOVE MT-DEBIT-ACCOUNT (WS-MAP-SUB) TO WS-LOOKUP-ACCOUNT.
006090     MOVE MST-VAR-CURRENCY TO WS-POSTING-AMOUNT.
006100     PERFORM 3300-ACCUMULATE-ACCOUNT THRU 3300-EXIT.
006110     MOVE MT-CREDIT-ACCOUNT (WS-MAP-SUB) TO WS-LOOKUP-ACCOUNT.
006120     COMPUTE WS-POSTING-AMOUNT = ZERO - MST-VAR-CURRENCY.
006130     PERFORM 3300-ACCUMULATE-ACCOUNT THRU 3300-EXIT.
006140 3000-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*    3100-FIND-MAPPING - LOOK UP WS-LOOKUP-CURRENCY/REGION IN
006190*    MAP-TABLE-AREA; WS-MAP-SUB IS THE SLOT WHEN FOUND
006200******************************************************************
006210 3100-FIND-MAPPING.
006220     MOVE "N" TO WS-MAP-FOUND-SW.
006230     MOVE 1 TO WS-MAP-SUB.
006240     PERFORM 3110-FIND-MAP-SLOT THRU 3110-EXIT
006250         UNTIL MAP-SLOT-FOUND
006260             OR WS-MAP-SUB > WS-MAP-COUNT.
006270 3100-EXIT.
006280     EXIT.
006290*
006300 3110-FIND-MAP-SLOT.
006310     IF MT-CURRENCY-CODE (WS-MAP-SUB) = WS-LOOKUP-CURRENCY
006320             AND MT-SOURCE-REGION (WS-MAP-SUB) = WS-LOOKUP-REGION
006330         MOVE "Y" TO WS-MAP-FOUND-SW
006340     ELSE
006350         ADD 1 TO WS-MAP-SUB
006360     END-IF.
006370 3110-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410*    3200-NOTE-UNMAPPED - HOLD THE POSTING AND COUNT THE ROW
006420*    UNDER ITS CURRENCY/REGION PAIR FOR THE 8200 LISTING.  PAST
006430*    50 DISTINCT PAIRS THE ROWS ARE STILL COUNTED AND STILL
006440*    HOLD THE POSTING; ONLY THE LISTING STOPS GROWING.
006450******************************************************************
006460 3200-NOTE-UNMAPPED.
006470     MOVE "Y" TO WS-HOLD-SW.
006480     ADD 1 TO WS-UNMAPPED-ROW-COUNT.
006490     MOVE "N" TO WS-UNMAPPED-FOUND-SW.
006500     MOVE 1 TO WS-UNMAPPED-SUB.
006510     PERFORM 3210-FIND-UNMAPPED-SLOT THRU 3210-EXIT
006520         UNTIL UNMAPPED-SLOT-FOUND
006530             OR WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT.
006540     IF NOT UNMAPPED-SLOT-FOUND
006550         IF WS-UNMAPPED-COUNT >= 50
006560             GO TO 3200-EXIT
006570         END-IF
006580         ADD 1 TO WS-UNMAPPED-COUNT
006590         MOVE WS-UNMAPPED-COUNT TO WS-UNMAPPED-SUB
006600         MOVE WS-LOOKUP-CURRENCY
006610             TO UM-CURRENCY-CODE (WS-UNMAPPED-SUB)
006620         MOVE WS-LOOKUP-REGION
006630             TO UM-SOURCE-REGION (WS-UNMAPPED-SUB)
006640         MOVE ZERO TO UM-ROW-COUNT (WS-UNMAPPED-SUB)
006650     END-IF.
006660     ADD 1 TO UM-ROW-COUNT (WS-UNMAPPED-SUB).
006670 3200-EXIT.
006680     EXIT.
006690*
006700 3210-FIND-UNMAPPED-SLOT.
006710     IF UM-CURRENCY-CODE (WS-UNMAPPED-SUB) = WS-LOOKUP-CURRENCY
006720             AND UM-SOURCE-REGION (WS-UNMAPPED-SUB)
006730                 = WS-LOOKUP-REGION
006740         MOVE "Y" TO WS-UNMAPPED-FOUND-SW
006750     ELSE
006760         ADD 1 TO WS-UNMAPPED-SUB
006770     END-IF.
006780 3210-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    3300-ACCUMULATE-ACCOUNT - ADD WS-POSTING-AMOUNT (POSITIVE
006830*    FOR A DEBIT, NEGATIVE FOR A CREDIT) INTO THE SLOT FOR
006840*    WS-LOOKUP-ACCOUNT, ADDING A SLOT THE FIRST TIME AN ACCOUNT
006850*    IS SEEN - THE 10_COPYBOOK 4300 SHAPE
006860******************************************************************
006870 3300-ACCUMULATE-ACCOUNT.
006880     MOVE "N" TO WS-ACCOUNT-FOUND-SW.
006890     MOVE 1 TO WS-ACCOUNT-SUB.
006900     PERFORM 3310-FIND-ACCOUNT-SLOT THRU 3310-EXIT
006910         UNTIL ACCOUNT-SLOT-FOUND
006920             OR WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
006930     IF NOT ACCOUNT-SLOT-FOUND
006940         IF WS-ACCOUNT-COUNT >= 200
006950             DISPLAY "15_GLPOST - MORE THAN 200 GL ACCOUNTS "
006960                 "IN ONE POSTING"
006970             GO TO 9999-ABEND
006980         END-IF
006990         ADD 1 TO WS-ACCOUNT-COUNT
007000         MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB
007010         MOVE WS-LOOKUP-ACCOUNT TO AT-ACCOUNT (WS-ACCOUNT-SUB)
007020         MOVE ZERO TO AT-ROW-COUNT (WS-ACCOUNT-SUB)
007030         MOVE ZERO TO AT-NET-AMOUNT (WS-ACCOUNT-SUB)
007040     END-IF.
007050     ADD 1 TO AT-ROW-COUNT (WS-ACCOUNT-SUB).
007060     ADD WS-POSTING-AMOUNT TO AT-NET-AMOUNT (WS-ACCOUNT-SUB).
007070 3300-EXIT.
007080     EXIT.
007090*
007100 3310-FIND-ACCOUNT-SLOT.
007110     IF AT-ACCOUNT (WS-ACCOUNT-SUB) = WS-LOOKUP-ACCOUNT
007120         MOVE "Y" TO WS-ACCOUNT-FOUND-SW
007130     ELSE
007140         ADD 1 TO WS-ACCOUNT-SUB
007150     END-IF.
007160 3310-EXIT.
007170     EXIT.
007180*
007190 7000-REPORT-MISMATCH.
007200     MOVE "Y" TO WS-HOLD-SW.
007210     ADD 1 TO WS-MISMATCH-COUNT.
007220     DISPLAY MISMATCH-LINE.
007230 7000-EXIT.
007240     EXIT.
007250*
007260******************************************************************
007270*    8000-FINALIZE - LIST THE POSTING BY MAPPING AND ANY PAIRS
007280*    WITH NO CARD, PROVE THE JOURNAL, AND WRITE IT ONLY WHEN
007290*    NOTHING HAS HELD IT
007300******************************************************************
007310 8000-FINALIZE.
007320     CLOSE MASTER-FILE.
007330     CLOSE REPORT-FILE.
007340     PERFORM 8100-PRINT-MAPPING-SUMMARY THRU 8100-EXIT.
007350     PERFORM 8200-PRINT-UNMAPPED THRU 8200-EXIT.
007360     PERFORM 8300-PROVE-JOURNAL THRU 8300-EXIT.
007370*
007380     DISPLAY VAR-LINE.
007390     MOVE WS-THIS-RUN-COUNT TO WS-COUNT-ED.
007400     DISPLAY "15_GLPOST - MASTER ROWS THIS RUN: " WS-COUNT-ED.
007410     MOVE WS-REPORT-COUNT TO WS-COUNT-ED.
007420     DISPLAY "15_GLPOST - RPTOUT ROWS:          " WS-COUNT-ED.
007430     MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
007440     DISPLAY "15_GLPOST - ROWS POSTED:          " WS-COUNT-ED.
007450     MOVE WS-UNMAPPED-ROW-COUNT TO WS-COUNT-ED.
007460     DISPLAY "15_GLPOST - ROWS WITH NO MAPPING: " WS-COUNT-ED.
007470     MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED.
007480     DISPLAY "15_GLPOST - KEY MISMATCHES:       " WS-COUNT-ED.
007490     MOVE WS-REPORT-USD-TOTAL TO WS-AMOUNT-ED.
007500     DISPLAY "15_GLPOST - RPTOUT CURRENCY TOTAL:" WS-AMOUNT-ED.
007510     MOVE WS-POSTED-USD-TOTAL TO WS-AMOUNT-ED.
007520     DISPLAY "15_GLPOST - JOURNAL USD POSTED:   " WS-AMOUNT-ED.
007530     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
007540     DISPLAY "15_GLPOST - JOURNAL DEBITS:       " WS-AMOUNT-ED.
007550     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
007560     DISPLAY "15_GLPOST - JOURNAL CREDITS:      " WS-AMOUNT-ED.
007570*
007580     IF POSTING-HELD
007590         DISPLAY "15_GLPOST - POSTING HELD - NO JOURNAL WRITTEN, "
007600             "DO NOT RELEASE THE LEDGER UPLOAD"
007610         MOVE 8 TO RETURN-CODE
007620         GO TO 8000-EXIT
007630     END-IF.
007640     IF WS-POSTED-COUNT = ZERO
007650         DISPLAY "15_GLPOST - NOTHING STAMPED FOR RUN "
007660             WS-RUN-DATE " - NO JOURNAL WRITTEN"
007670         MOVE 4 TO RETURN-CODE
007680         GO TO 8000-EXIT
007690     END-IF.
007700     PERFORM 8400-WRITE-JOURNAL THRU 8400-EXIT.
007710     MOVE WS-ENTRY-COUNT TO WS-COUNT-ED.
007720     DISPLAY "15_GLPOST - JOURNAL WRITTEN, ENTRIES: " WS-COUNT-ED
007730         " - RELEASE THE LEDGER UPLOAD".
007740 8000-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780*    8100-PRINT-MAPPING-SUMMARY - ONE LINE PER GLMAP CARD THAT
007790*    CARRIED ROWS TONIGHT: THE ACCOUNT PAIR, COUNT AND USD
007800******************************************************************
007810 8100-PRINT-MAPPING-SUMMARY.
007820     DISPLAY VAR-LINE.
007830     DISPLAY "POSTING BY MAPPING".
007840     MOVE 1 TO WS-MAP-SUB.
007850     PERFORM 8110-PRINT-MAPPING-LINE THRU 8110-EXIT
007860         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
007870 8100-EXIT.
007880     EXIT.
007890*
007900 8110-PRINT-MAPPING-LINE.
007910     IF MT-ROW-COUNT (WS-MAP-SUB) > ZERO
007920         MOVE MT-CURRENCY-CODE (WS-MAP-SUB) TO ML-CURRENCY-CODE
007930         MOVE MT-SOURCE-REGION (WS-MAP-SUB) TO ML-SOURCE-REGION
007940         MOVE MT-DEBIT-ACCOUNT (WS-MAP-SUB) TO ML-DEBIT-ACCOUNT
007950         MOVE MT-CREDIT-ACCOUNT (WS-MAP-SUB)
007960             TO ML-CREDIT-ACCOUNT
007970         MOVE MT-ROW-COUNT (WS-MAP-SUB) TO ML-COUNT
007980         MOVE MT-USD-TOTAL (WS-MAP-SUB) TO ML-USD
007990         DISPLAY MAPPING-LINE
008000     END-IF.
008010     ADD 1 TO WS-MAP-SUB.
008020 8110-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060*    8200-PRINT-UNMAPPED - EVERY CURRENCY/REGION PAIR THAT
008070*    ARRIVED WITH NO GLMAP CARD
008080******************************************************************
008090 8200-PRINT-UNMAPPED.
008100     IF WS-UNMAPPED-COUNT = ZERO
008110         GO TO 8200-EXIT
008120     END-IF.
008130     DISPLAY VAR-LINE.
008140     DISPLAY "ROWS WITH NO GL ACCOUNT MAPPING - ADD GLMAP CARDS".
008150     MOVE 1 TO WS-UNMAPPED-SUB.
008160     PERFORM 8210-PRINT-UNMAPPED-LINE THRU 8210-EXIT
008170         UNTIL WS-UNMAPPED-SUB > WS-UNMAPPED-COUNT.
008180 8200-EXIT.
008190     EXIT.
008200*
008210 8210-PRINT-UNMAPPED-LINE.
008220     MOVE UM-CURRENCY-CODE (WS-UNMAPPED-SUB) TO UL-CURRENCY-CODE.
008230     MOVE UM-SOURCE-REGION (WS-UNMAPPED-SUB) TO UL-SOURCE-REGION.
008240     MOVE UM-ROW-COUNT (WS-UNMAPPED-SUB) TO UL-COUNT.
008250     DISPLAY UNMAPPED-LINE.
008260     ADD 1 TO WS-UNMAPPED-SUB.
008270 8210-EXIT.
008280     EXIT.
008290*
008300******************************************************************
008310*    8300-PROVE-JOURNAL - BUILD THE DEBIT AND CREDIT TOTALS THE
008320*    ENTRIES WILL CARRY AND HOLD THE POSTING UNLESS THEY NET TO
008330*    ZERO, AND UNLESS WHAT WAS POSTED TIES TO RPTOUT - COUNT
008340*    AND CURRENCY TOTAL - AND TO THE MASTER ROWS STAMPED THIS
008350*    RUN
008360******************************************************************
008370 8300-PROVE-JOURNAL.
008380     MOVE ZERO TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL WS-ENTRY-COUNT.
008390     MOVE 1 TO WS-ACCOUNT-SUB.
008400     PERFORM 8310-PROVE-ONE-ACCOUNT THRU 8310-EXIT
008410         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
008420     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
008430         MOVE "Y" TO WS-HOLD-SW
008440         DISPLAY "15_GLPOST - JOURNAL DEBITS AND CREDITS DO NOT "
008450             "NET TO ZERO"
008460     END-IF.
008470     IF WS-POSTED-USD-TOTAL NOT = WS-REPORT-USD-TOTAL
008480         MOVE "Y" TO WS-HOLD-SW
008490         DISPLAY "15_GLPOST - JOURNAL USD TOTAL DOES NOT TIE TO "
008500             "THE RPTOUT CURRENCY TOTAL"
008510     END-IF.
008520     IF WS-POSTED-COUNT NOT = WS-REPORT-COUNT
008530         MOVE "Y" TO WS-HOLD-SW
008540         DISPLAY "15_GLPOST - ROWS POSTED DO NOT TIE TO THE "
008550             "RPTOUT ROW COUNT"
008560     END-IF.
008570     IF WS-POSTED-COUNT NOT = WS-THIS-RUN-COUNT
008580             OR WS-POSTED-USD-TOTAL NOT = WS-THIS-RUN-USD-TOTAL
008590         MOVE "Y" TO WS-HOLD-SW
008600         DISPLAY "15_GLPOST - ROWS POSTED DO NOT TIE TO THE "
008610             "MASTER ROWS STAMPED THIS RUN"
008620     END-IF.
008630 8300-EXIT.
008640     EXIT.
008650*
008660*    A ZERO NET MEANS THE ACCOUNT'S DEBITS AND CREDITS CANCELLED
008670*    OUT - IT GETS NO ENTRY AND ADDS NOTHING TO EITHER SIDE.
008680 8310-PROVE-ONE-ACCOUNT.
008690     IF AT-NET-AMOUNT (WS-ACCOUNT-SUB) > ZERO
008700         ADD AT-NET-AMOUNT (WS-ACCOUNT-SUB) TO WS-DEBIT-TOTAL
008710         ADD 1 TO WS-ENTRY-COUNT
008720     END-IF.
008730     IF AT-NET-AMOUNT (WS-ACCOUNT-SUB) < ZERO
008740         SUBTRACT AT-NET-AMOUNT (WS-ACCOUNT-SUB)
008750             FROM WS-CREDIT-TOTAL
008760         ADD 1 TO WS-ENTRY-COUNT
008770     END-IF.
008780     ADD 1 TO WS-ACCOUNT-SUB.
008790 8310-EXIT.
008800     EXIT.
008810*
008820******************************************************************
008830*    8400-WRITE-JOURNAL - THE PROVED BATCH: HEADER, ONE ENTRY
008840*    PER ACCOUNT WITH A NON-ZERO NET, TRAILER.  THE ENTRIES ARE
008850*    ALSO LISTED ON SYSOUT SO THE UPLOAD CAN BE READ WITHOUT
008860*    BROWSING GLJRNL.
008870******************************************************************
008880 8400-WRITE-JOURNAL.
008890     OPEN OUTPUT JOURNAL-FILE.
008900     IF WS-JOURNAL-STATUS NOT = "00"
008910         DISPLAY "15_GLPOST - UNABLE TO OPEN JOURNAL-FILE "
008920             "STATUS=" WS-JOURNAL-STATUS
008930         GO TO 9999-ABEND
008940     END-IF.
008950     MOVE SPACE TO GL-JOURNAL-HEADER.
008960     MOVE "HD" TO GLH-RECORD-ID.
008970     MOVE WS-BATCH-ID TO GLH-BATCH-ID.
008980     MOVE WS-RUN-DATE TO GLH-JOURNAL-DATE.
008990     MOVE "10_COPYBOOK" TO GLH-SOURCE-SYSTEM.
009000     MOVE "USD" TO GLH-BATCH-CURRENCY.
009010     MOVE "NIGHTLY CONVERTED FX POSTING" TO GLH-DESCRIPTION.
009020     PERFORM 8420-WRITE-JOURNAL-REC THRU 8420-EXIT.
009030*
009040     DISPLAY VAR-LINE.
009050     DISPLAY "JOURNAL ENTRIES - BATCH " WS-BATCH-ID.
009060     MOVE ZERO TO WS-ENTRY-COUNT WS-ACCOUNT-HASH.
009070     MOVE 1 TO WS-ACCOUNT-SUB.
009080     PERFORM 8410-WRITE-ENTRY THRU 8410-EXIT
009090         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
009100*
009110     MOVE SPACE TO GL-JOURNAL-TRAILER.
009120     MOVE "TR" TO GLT-RECORD-ID.
009130     MOVE WS-BATCH-ID TO GLT-BATCH-ID.
009140     MOVE WS-ENTRY-COUNT TO GLT-ENTRY-COUNT.
009150     MOVE WS-ACCOUNT-HASH TO GLT-ACCOUNT-HASH.
009160     MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
009170     MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
009180     PERFORM 8420-WRITE-JOURNAL-REC THRU 8420-EXIT.
009190     CLOSE JOURNAL-FILE.
009200 8400-EXIT.
009210     EXIT.
009220*
009230 8410-WRITE-ENTRY.
009240     IF AT-NET-AMOUNT (WS-ACCOUNT-SUB) = ZERO
009250         GO TO 8410-NEXT
009260     END-IF.
009270     ADD 1 TO WS-ENTRY-COUNT.
009280     ADD AT-ACCOUNT (WS-ACCOUNT-SUB) TO WS-ACCOUNT-HASH.
009290     MOVE SPACE TO GL-JOURNAL-ENTRY.
009300     MOVE "DT" TO GLE-RECORD-ID.
009310     MOVE WS-BATCH-ID TO GLE-BATCH-ID.
009320     MOVE WS-ENTRY-COUNT TO GLE-SEQUENCE.
009330     MOVE AT-ACCOUNT (WS-ACCOUNT-SUB) TO GLE-ACCOUNT.
009340     IF AT-NET-AMOUNT (WS-ACCOUNT-SUB) > ZERO
009350         MOVE "D" TO GLE-DR-CR
009360         MOVE AT-NET-AMOUNT (WS-ACCOUNT-SUB) TO GLE-AMOUNT
009370     ELSE
009380         MOVE "C" TO GLE-DR-CR
009390         COMPUTE GLE-AMOUNT =
009400             ZERO - AT-NET-AMOUNT (WS-ACCOUNT-SUB)
009410     END-IF.
009420     MOVE AT-ROW-COUNT (WS-ACCOUNT-SUB) TO GLE-ROW-COUNT.
009430     MOVE GLE-SEQUENCE TO EL-SEQUENCE.
009440     MOVE GLE-ACCOUNT TO EL-ACCOUNT.
009450     MOVE GLE-DR-CR TO EL-DR-CR.
009460     MOVE GLE-AMOUNT TO EL-AMOUNT.
009470     MOVE GLE-ROW-COUNT TO EL-COUNT.
009480     DISPLAY ENTRY-LINE.
009490     PERFORM 8420-WRITE-JOURNAL-REC THRU 8420-EXIT.
009500 8410-NEXT.
009510     ADD 1 TO WS-ACCOUNT-SUB.
009520 8410-EXIT.
009530     EXIT.
009540*
009550*    HEADER, ENTRY AND TRAILER ARE THREE VIEWS OF ONE 80-BYTE
009560*    AREA, SO ONE WRITE SERVES ALL THREE.
009570 8420-WRITE-JOURNAL-REC.
009580     WRITE JOURNAL-FILE-REC FROM GL-JOURNAL-HEADER.
009590     IF WS-JOURNAL-STATUS NOT = "00"
009600         DISPLAY "15_GLPOST - JOURNAL WRITE ERROR STATUS="
009610             WS-JOURNAL-STATUS
009620         GO TO 9999-ABEND
009630     END-IF.
009640 8420-EXIT.
009650     EXIT.
009660*
009670******************************************************************
009680*    9998-CONTROL-ABEND - MALFORMED SYSIN OR GLMAP CARD.
009690*    RETURN-CODE 12, DISTINCT FROM THE 8 OF A HELD POSTING AND
009700*    THE 16 OF A FILE FAILURE.  NOTHING HAS BEEN WRITTEN.
009710******************************************************************
009720 9998-CONTROL-ABEND.
009730     MOVE 12 TO RETURN-CODE.
009740     STOP RUN.
009750*
009760******************************************************************
009770*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
009780*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
009790******************************************************************
009800 9999-ABEND.
009810     MOVE 16 TO RETURN-CODE.
009820     STOP RUN.
