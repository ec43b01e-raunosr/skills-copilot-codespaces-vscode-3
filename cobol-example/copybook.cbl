001070*                     THE CARD'S COL-22 FORCE FLAG IS SET.  THE
001080*                     RUN-HISTORY RECORD NOW CARRIES THE AS-OF
001090*                     DATE (RUNHIST LRECL 70 -> 78)
001100*    10/15/26   JH    HIGH-VALUE HOLD QUEUE: A ROW WHOSE CONVERTED
001110*                     AMOUNT IS OVER ITS CURRENCY'S LIMTAB LIMIT
001120*                     GOES TO THE HOLDMST KSDS INSTEAD OF RPTOUT
001130*                     AND MSTROUT, IS LISTED IN A HELD-ITEMS
001140*                     SECTION, AND COUNTS AS HELD IN THE TRAILER
001150*                     BALANCE.  A ROW 25_HOLDREL RELEASED POSTS
001160*                     AND IS MARKED POSTED ON HOLDMST
001170*    10/15/26   JH    A ROW FOR A VAR-LP 85_MSTMAINT HAS CLOSED
001180*                     IS REJECTED "KEY CLOSED".  MASTER ROWS
001190*                     CARRY A STATUS CODE AND DATE AND MSTHIST
001200*                     IMAGES AN ACTION CODE (MSTROUT LRECL 66 ->
001210*                     80, MSTHIST 82 -> 150 - SEE MSTCONV.JCL)
001220*    10/15/26   JH    MASTER ROWS CARRY THE 60_MERGE SOURCE
001230*                     REGION FOR THE 65_DUPCHK SUSPECT LISTING
001240*    10/15/26   JH    PARTITIONED RUNS: A PARTITION NUMBER IN
001250*                     COLS 24-25 OF THE CARD LIMITS THE RUN TO
001260*                     THAT PARTCTL VAR-LP RANGE, WITH ITS OWN
001270*                     CHECKPOINT, RPTOUT AND REJLIST SLICES.  IT
001280*                     LEAVES THE TRAILER BALANCE, SUMMARIES AND
001290*                     RUNHIST TO 12_CONSOL AND APPENDS ITS TOTALS
001300*                     TO PARTTOT INSTEAD
001310*    10/15/26   JH    EVERY MSTROUT AND REJMSTR ADD OR REPLACE IS
001320*                     JOURNALED TO CHGJRNL WITH ITS AFTER-IMAGE
001330*                     FOR 95_RECOVER FORWARD RECOVERY
001340*    10/15/26   JH    A BLANK AS-OF DATE IS THE CURRENT BUSINESS
001350*                     DATE FROM 07_BUSDATE, NOT THE RUN DATE - A
001360*                     RUN AFTER MIDNIGHT IS STILL FOR THE PRIOR
001370*                     BUSINESS DAY
001380*    10/15/26   JH    A ROW IS LOOKED UP ON HOLDMST BEFORE ITS
001390*                     LIMIT IS APPLIED, SO A RELEASED ROW POSTS
001400*                     AND IS MARKED POSTED EVEN WHEN IT IS NOW
001410*                     UNDER ITS LIMIT OR HAS NO LIMIT CARD
001420******************************************************************
001430 IDENTIFICATION DIVISION.
001440 PROGRAM-ID. 10_COPYBOOK.
001450*
001460 ENVIRONMENT DIVISION.
001470 INPUT-OUTPUT SECTION.
001480 FILE-CONTROL.
001490     SELECT SAMPLE-DATA-FILE ASSIGN TO "SAMPIN"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-SAMPLE-STATUS.
001520*
001530     SELECT REJECT-FILE ASSIGN TO "REJLIST"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-REJECT-STATUS.
001560*
001570     SELECT OUTPUT-FILE ASSIGN TO "RPTOUT"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS WS-OUTPUT-STATUS.
001600*
001610     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS WS-CHECKPOINT-STATUS.
001640*
001650     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATETAB"
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-RATE-STATUS.
001680*
001690     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
001700         ORGANIZATION IS INDEXED
001710         ACCESS IS RANDOM
001720         RECORD KEY IS MST-VAR-LP
001730         FILE STATUS IS WS-MASTER-STATUS.
001740*
001750     SELECT REJECT-MASTER-FILE ASSIGN TO "REJMSTR"
001760         ORGANIZATION IS INDEXED
001770         ACCESS IS RANDOM
001780         RECORD KEY IS RJM-VAR-LP
001790         FILE STATUS IS WS-REJECT-MASTER-STATUS.
001800*
001810*    THE HIGH-VALUE HOLD QUEUE - SAME RAW-LP KEY AS REJMSTR.
001820     SELECT HOLD-FILE ASSIGN TO "HOLDMST"
001830         ORGANIZATION IS INDEXED
001840         ACCESS IS RANDOM
001850         RECORD KEY IS HLD-VAR-LP
001860         FILE STATUS IS WS-HOLD-STATUS.
001870*
001880     SELECT LIMIT-FILE ASSIGN TO "LIMTAB"
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-LIMIT-STATUS.
001910*
001920     SELECT MASTER-HISTORY-FILE ASSIGN TO "MSTHIST"
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-MASTER-HISTORY-STATUS.
001950*
001960     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
001970         ORGANIZATION IS SEQUENTIAL
001980         FILE STATUS IS WS-RUN-HISTORY-STATUS.
001990*
002000     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
002010         ORGANIZATION IS SEQUENTIAL
002020         FILE STATUS IS WS-CONTROL-STATUS.
002030*
002040*    THE PARTITION RANGES AND THIS PARTITION'S TOTALS - ONLY
002050*    OPENED WHEN THE CONTROL CARD NAMES A PARTITION.
002060     SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS WS-PARTCTL-STATUS.
002090*
002100     SELECT OPTIONAL PARTITION-TOTALS-FILE ASSIGN TO "PARTTOT"
002110         ORGANIZATION IS SEQUENTIAL
002120         FILE STATUS IS WS-PARTTOT-STATUS.
002130*
002140*    THE AFTER-IMAGE JOURNAL OF EVERY CHANGE TO MSTROUT AND
002150*    REJMSTR - SEE THE CHANGEJOURNAL COPYBOOK.
002160     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
002170         ORGANIZATION IS SEQUENTIAL
002180         FILE STATUS IS WS-CHGJRNL-STATUS.
002190*
002200 DATA DIVISION.
002210 FILE SECTION.
002220*
002230 FD  SAMPLE-DATA-FILE.
002240 01  SAMPLE-DATA-FILE-REC           PIC X(35).
002250*
002260 FD  REJECT-FILE.
002270 01  REJECT-FILE-REC                PIC X(80).
002280*
002290 FD  OUTPUT-FILE.
002300 01  OUTPUT-FILE-REC                PIC X(50).
002310*
002320 FD  CHECKPOINT-FILE.
002330 01  CHECKPOINT-FILE-REC            PIC X(08).
002340*
002350 FD  RATE-TABLE-FILE.
002360 01  RATE-TABLE-FILE-REC            PIC X(10).
002370*
002380 FD  MASTER-FILE.
002390     COPY MasterRow.
002400*
002410 FD  REJECT-MASTER-FILE.
002420     COPY RejectMaster.
002430*
002440 FD  HOLD-FILE.
002450     COPY HeldItemRec.
002460*
002470 FD  LIMIT-FILE.
002480 01  LIMIT-FILE-REC                 PIC X(80).
002490*
002500 FD  MASTER-HISTORY-FILE.
002510     COPY MasterHistRow.
002520*
002530 FD  RUN-HISTORY-FILE.
002540     COPY RunHistRec.
002550*
002560 FD  RUN-CONTROL-FILE.
002570 01  RUN-CONTROL-FILE-REC           PIC X(80).
002580*
002590 FD  PARTITION-CONTROL-FILE.
002600 01  PARTITION-CONTROL-FILE-REC     PIC X(80).
002610*
002620 FD  PARTITION-TOTALS-FILE.
002630     COPY PartitionTotals.
002640*
002650 FD  CHANGE-JOURNAL-FILE.
002660     COPY ChangeJournal.
002670*
002680 WORKING-STORAGE SECTION.
002690*
002700 01  PAGE-HEADER-LINE.
002710     02  FILLER          PIC X(14) VALUE "10_COPYBOOK - ".
002720     02  FILLER          PIC X(19) VALUE "STRUCT-ROW REPORT  ".
002730     02  FILLER          PIC X(06) VALUE "AS OF ".
002740     02  PH-AS-OF-DATE   PIC 9(08).
002750     02  FILLER          PIC X(02) VALUE SPACE.
002760     02  FILLER          PIC X(06) VALUE "PAGE: ".
002770     02  PH-PAGE-NUMBER  PIC ZZZ9.
002780*
002790 01  STRUCT-HEADERS.
002800     02  FILLER          PIC X(08) VALUE "      lp".
002810     02  FILLER          PIC X     VALUE "|".
002820     02  FILLER          PIC X(10) VALUE "    number".
002830     02  FILLER          PIC X     VALUE "|".
002840     02  FILLER          PIC X(10) VALUE "   decimal".
002850     02  FILLER          PIC X     VALUE "|".
002860     02  FILLER          PIC X(15) VALUE "       currency".
002870     02  FILLER          PIC X     VALUE "|".
002880     02  FILLER          PIC X(03) VALUE "reg".
002890*
002900 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
002910*
002920     COPY SampleDataRow.
002930*
002940 01  CONTROL-TOTAL-LINE.
002950     02  FILLER                      PIC X(18)
002960             VALUE "RECORDS PROCESSED:".
002970     02  CT-RECORD-COUNT             PIC ZZZZZZ9.
002980     02  FILLER                      PIC X(04) VALUE SPACE.
002990     02  FILLER                      PIC X(13)
003000             VALUE "NUMBER TOTAL:".
003010     02  CT-NUMBER-TOTAL             PIC Z(12)9.
003020     02  FILLER                      PIC X(04) VALUE SPACE.
003030     02  FILLER                      PIC X(15)
003040             VALUE "CURRENCY TOTAL:".
003050     02  CT-CURRENCY-TOTAL           PIC -Z(10)9.99.
003060*
003070 01  WS-REJECT-COUNT-ED             PIC ZZZZZZ9.
003080*
003090     COPY RejectListRow.
003100*
003110 01  WS-SWITCHES.
003120     02  WS-EOF-SW                   PIC X(01) VALUE "N".
003130         88  END-OF-FILE                       VALUE "Y".
003140     02  WS-EDIT-SW                   PIC X(01) VALUE "N".
003150         88  EDIT-FAILED                         VALUE "Y".
003160     02  WS-RESTART-SW                 PIC X(01) VALUE "N".
003170         88  RESTART-IN-PROGRESS                  VALUE "Y".
003180     02  WS-RATE-EOF-SW                PIC X(01) VALUE "N".
003190         88  END-OF-RATE-TABLE                    VALUE "Y".
003200     02  WS-CONVERT-SW                 PIC X(01) VALUE "N".
003210         88  CONVERT-CURRENCY                     VALUE "Y".
003220     02  WS-TRAILER-SW                 PIC X(01) VALUE "N".
003230         88  TRAILER-SEEN                         VALUE "Y".
003240     02  WS-BALANCE-SW                 PIC X(01) VALUE "N".
003250         88  RUN-OUT-OF-BALANCE                   VALUE "Y".
003260     02  WS-CURRENCY-FOUND-SW          PIC X(01) VALUE "N".
003270         88  CURRENCY-SLOT-FOUND                  VALUE "Y".
003280     02  WS-REGION-FOUND-SW            PIC X(01) VALUE "N".
003290         88  REGION-SLOT-FOUND                    VALUE "Y".
003300*    SET WHEN A KEYED MASTER HAD TO BE OPENED OUTPUT FOR ITS
003310*    INITIAL LOAD (STATUS 35 ON THE OPEN I-O).  A REPLACE UNDER
003320*    OPEN OUTPUT IS INVALID (STATUS 49), SO THE FIRST STATUS-22
003330*    WRITE REOPENS THE FILE I-O BEFORE THE REWRITE AND CLEARS
003340*    THE SWITCH.
003350     02  WS-MASTER-LOAD-SW             PIC X(01) VALUE "N".
003360         88  MASTER-OPENED-OUTPUT                 VALUE "Y".
003370     02  WS-REJECT-MASTER-LOAD-SW      PIC X(01) VALUE "N".
003380         88  REJECT-MASTER-OPENED-OUTPUT          VALUE "Y".
003390     02  WS-HOLD-LOAD-SW               PIC X(01) VALUE "N".
003400         88  HOLD-FILE-OPENED-OUTPUT              VALUE "Y".
003410     02  WS-LIMIT-EOF-SW               PIC X(01) VALUE "N".
003420         88  END-OF-LIMIT-TABLE                   VALUE "Y".
003430*    SET BY 4600 FOR THE ROW IN HAND - OVER ITS LIMIT AND NOT
003440*    RELEASED, SO IT GOES TO THE HOLD QUEUE; OR RELEASED BY
003450*    25_HOLDREL, SO IT POSTS AND ITS HOLD ROW IS MARKED POSTED.
003460     02  WS-HOLD-SW                    PIC X(01) VALUE "N".
003470         88  ROW-HELD                             VALUE "Y".
003480     02  WS-RELEASED-SW                PIC X(01) VALUE "N".
003490         88  ROW-RELEASED                         VALUE "Y".
003500     02  WS-LIMIT-FOUND-SW             PIC X(01) VALUE "N".
003510         88  LIMIT-FOUND                          VALUE "Y".
003520     02  WS-DEFAULT-LIMIT-SW           PIC X(01) VALUE "N".
003530         88  DEFAULT-LIMIT-LOADED                 VALUE "Y".
003540*    RUN MODE FROM THE SYSIN CONTROL CARD; FULL IS THE DEFAULT
003550*    AND THE PRE-CARD BEHAVIOR.
003560     02  WS-RUN-MODE                   PIC X(01) VALUE "F".
003570         88  RUN-MODE-FULL                        VALUE "F".
003580         88  RUN-MODE-REPORT-ONLY                 VALUE "R".
003590         88  RUN-MODE-FILE-ONLY                   VALUE "O".
003600*
003610 01  WS-FILE-STATUS-FIELDS.
003620     02  WS-SAMPLE-STATUS             PIC X(02) VALUE "00".
003630     02  WS-REJECT-STATUS             PIC X(02) VALUE "00".
003640     02  WS-OUTPUT-STATUS             PIC X(02) VALUE "00".
003650     02  WS-CHECKPOINT-STATUS         PIC X(02) VALUE "00".
003660     02  WS-MASTER-STATUS             PIC X(02) VALUE "00".
003670     02  WS-REJECT-MASTER-STATUS      PIC X(02) VALUE "00".
003680     02  WS-MASTER-HISTORY-STATUS     PIC X(02) VALUE "00".
003690     02  WS-RUN-HISTORY-STATUS        PIC X(02) VALUE "00".
003700     02  WS-CONTROL-STATUS            PIC X(02) VALUE "00".
003710     02  WS-RATE-STATUS               PIC X(02) VALUE "00".
003720     02  WS-HOLD-STATUS               PIC X(02) VALUE "00".
003730     02  WS-LIMIT-STATUS              PIC X(02) VALUE "00".
003740     02  WS-PARTCTL-STATUS            PIC X(02) VALUE "00".
003750     02  WS-PARTTOT-STATUS            PIC X(02) VALUE "00".
003760     02  WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
003770*
003780 01  WS-COUNTERS.
003790     02  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO COMP.
003800     02  WS-REJECT-COUNT              PIC 9(07) VALUE ZERO COMP.
003810*    ROWS SKIPPED AS ALREADY COMMITTED BY A RESTART - THE
003820*    UPSTREAM TRAILER COUNTS THEM, SO THE BALANCE MUST TOO.
003830     02  WS-SKIPPED-COUNT             PIC 9(07) VALUE ZERO COMP.
003840*    ROWS DIVERTED TO THE HOLD QUEUE, AND RELEASED ROWS POSTED.
003850*    A HELD ROW IS NEITHER PROCESSED NOR REJECTED, BUT THE
003860*    TRAILER COUNTED IT, SO THE BALANCE COUNTS IT TOO.
003870     02  WS-HELD-COUNT                PIC 9(07) VALUE ZERO COMP.
003880     02  WS-RELEASED-COUNT            PIC 9(07) VALUE ZERO COMP.
003890     02  WS-NUMBER-TOTAL               PIC 9(13) VALUE ZERO
003900             COMP-3.
003910     02  WS-CURRENCY-TOTAL             PIC S9(11)V99 VALUE ZERO
003920             COMP-3.
003930*
003940 01  WS-REJECT-REASON                  PIC X(40) VALUE SPACE.
003950*
003960 01  WS-PAGE-CONTROL.
003970     02  WS-PAGE-NUMBER                PIC 9(04) VALUE ZERO COMP.
003980     02  WS-LINE-COUNT                 PIC 9(04) VALUE ZERO COMP.
003990     02  WS-PAGE-SIZE                  PIC 9(04) VALUE 20 COMP.
004000*
004010 01  WS-RESTART-FIELDS.
004020     02  WS-LAST-CHECKPOINT-LP         PIC 9(08) VALUE ZERO.
004030     02  WS-CHECKPOINT-INTERVAL        PIC 9(04) VALUE 10 COMP.
004040     02  WS-CHECKPOINT-QUOTIENT        PIC 9(07) VALUE ZERO COMP.
004050     02  WS-CHECKPOINT-REMAINDER       PIC 9(04) VALUE ZERO COMP.
004060*
004070*    INPUT-SIDE HASH ACCUMULATORS AND THE SAVED TRAILER VALUES.
004080*    THE HASHES COVER EVERY DETAIL ROW READ - PROCESSED,
004090*    REJECTED, OR SKIPPED ON RESTART - BECAUSE THAT IS WHAT THE
004100*    UPSTREAM SIDE TOTALED.  ON OVERFLOW THEY TRUNCATE TO THE
004110*    PICTURE (WRAP MODULO THE FIELD WIDTH), AS THE UPSTREAM
004120*    HASH DOES - SEE THE TRAILER CONTRACT IN SAMPLEDATAROW.
004130 01  WS-BALANCE-FIELDS.
004140     02  WS-ACCOUNTED-COUNT            PIC 9(07) VALUE ZERO COMP.
004150     02  WS-INPUT-NUMBER-HASH          PIC 9(13) VALUE ZERO
004160             COMP-3.
004170     02  WS-INPUT-CURRENCY-HASH        PIC S9(10)V99 VALUE ZERO
004180             COMP-3.
004190     02  WS-TR-RECORD-COUNT            PIC 9(07) VALUE ZERO.
004200     02  WS-TR-NUMBER-HASH             PIC 9(13) VALUE ZERO.
004210     02  WS-TR-CURRENCY-HASH           PIC S9(10)V99 VALUE ZERO.
004220*
004230 01  WS-RATE-TABLE-COUNT               PIC 9(04) VALUE ZERO COMP.
004240*
004250*    EFFECTIVE DATE FROM THE RATETAB HD HEADER; ZERO WHEN AN
004260*    OLD-FORMAT TABLE WITHOUT A HEADER IS STILL IN USE.
004270 01  WS-RATE-EFFECTIVE-DATE            PIC 9(08) VALUE ZERO.
004280*
004290*    ONE RATETAB RECORD AS SHIPPED - HEADER AND DETAIL VIEWS OF
004300*    THE SAME 10 BYTES, SHARED WITH 05_RATEDIT.
004310     COPY RateTableRow.
004320*
004330*    ONE LIMTAB CARD AS TREASURY KEYS IT.
004340     COPY CurrencyLimit.
004350*
004360 01  WS-CONVERTED-CURRENCY             PIC S9(11)V99 VALUE ZERO
004370             COMP-3.
004380*
004390 01  RATE-TABLE-AREA.
004400     02  RATE-ENTRY OCCURS 1 TO 20 TIMES
004410             DEPENDING ON WS-RATE-TABLE-COUNT
004420             INDEXED BY RATE-IDX.
004430         03  RT-CURRENCY-CODE         PIC X(03).
004440         03  RT-RATE                  PIC 9(03)V9(04).
004450*
004460*    RATE ACTUALLY APPLIED TO THE ROW JUST CONVERTED - 1 WHEN THE
004470*    AMOUNT PASSED THROUGH UNCONVERTED (NO TABLE OR NO MATCH), SO
004480*    THE SUMMARY ALWAYS SHOWS THE FACTOR THAT PRODUCED THE USD
004490*    COLUMN.
004500 01  WS-APPLIED-RATE                   PIC 9(03)V9(04) VALUE 1.
004510*
004520*    RUN DATE STAMPED ON EVERY MASTER ROW THIS RUN TOUCHES.
004530 01  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
004540*
004550*    RUN START TIME AS HHMMSSHH FROM ACCEPT; ONLY HHMMSS GOES
004560*    ON THE RUN-HISTORY RECORD.
004570*    THE SYSIN RUN-CONTROL CARD:
004580*        COLS 01-04  PAGE SIZE          (0001-9999)
004590*        COLS 06-09  CHECKPOINT INTERVAL (0001-9999)
004600*        COL  11     RUN MODE  F=FULL RUN
004610*                              R=REPORT ONLY, NO FILE WRITES
004620*                              O=FILE ONLY, NO REPORT OUTPUT
004630*        COLS 13-20  AS-OF DATE YYYYMMDD, BLANK = THE CURRENT
004640*                    BUSINESS DATE (07_BUSDATE CALENDAR)
004650*        COL  22     F = FORCE - RUN EVEN THOUGH RUNHIST SHOWS
004660*                    A CLEAN RUN ALREADY RECORDED FOR THIS
004670*                    AS-OF DATE (THE LEGITIMATE-RERUN OVERRIDE)
004680*        COLS 24-25  PARTITION NUMBER 01-20 FROM PARTCTL, BLANK =
004690*                    THE WHOLE EXTRACT IN ONE RUN
004700*    NO CARD AT ALL RUNS WITH THE DEFAULTS SHOWN IN WORKING-
004710*    STORAGE; A MALFORMED CARD ENDS THE RUN WITH RETURN-CODE 12
004720*    BEFORE ANY FILE IS TOUCHED; A DUPLICATE RUN REFUSED BY THE
004730*    GUARD ENDS WITH RETURN-CODE 10 AND NOTHING WRITTEN.
004740 01  RUN-CONTROL-CARD.
004750     02  CC-PAGE-SIZE                  PIC X(04).
004760         88  CC-PAGE-SIZE-OMITTED                 VALUE SPACE.
004770     02  CC-PAGE-SIZE-NUM REDEFINES CC-PAGE-SIZE
004780                                       PIC 9(04).
004790     02  FILLER                        PIC X(01).
004800     02  CC-CKPT-INTERVAL              PIC X(04).
004810         88  CC-CKPT-OMITTED                      VALUE SPACE.
004820     02  CC-CKPT-INTERVAL-NUM REDEFINES CC-CKPT-INTERVAL
004830                                       PIC 9(04).
004840     02  FILLER                        PIC X(01).
004850     02  CC-RUN-MODE                   PIC X(01).
004860     02  FILLER                        PIC X(01).
004870     02  CC-AS-OF-DATE                 PIC X(08).
004880         88  CC-AS-OF-OMITTED                     VALUE SPACE.
004890     02  CC-AS-OF-DATE-NUM REDEFINES CC-AS-OF-DATE.
004900         03  FILLER                    PIC X(04).
004910         03  CC-AS-OF-MONTH            PIC 9(02).
004920         03  CC-AS-OF-DAY              PIC 9(02).
004930     02  FILLER                        PIC X(01).
004940     02  CC-FORCE                      PIC X(01).
004950     02  FILLER                        PIC X(01).
004960     02  CC-PARTITION                  PIC X(02).
004970         88  CC-PARTITION-OMITTED                 VALUE SPACE.
004980     02  CC-PARTITION-NUM REDEFINES CC-PARTITION
004990                                       PIC 9(02).
005000     02  FILLER                        PIC X(55).
005010*
005020*
005030*    SET FROM THE CONTROL CARD'S COL-22 F - THE OPERATOR'S
005040*    EXPLICIT CLAIM THAT RUNNING THE SAME AS-OF DATE AGAIN IS
005050*    INTENDED.
005060 01  WS-FORCE-SW                       PIC X(01) VALUE "N".
005070     88  FORCE-RERUN                              VALUE "Y".
005080*
005090 01  WS-PRIOR-RUN-SW                   PIC X(01) VALUE "N".
005100     88  PRIOR-CLEAN-RUN-FOUND                    VALUE "Y".
005110*
005120 01  WS-CARD-FOUND-SW                  PIC X(01) VALUE "N".
005130     88  CONTROL-CARD-FOUND                       VALUE "Y".
005140*
005150 01  WS-AS-OF-DATE                     PIC 9(08) VALUE ZERO.
005160*
005170     COPY BusinessDateParm.
005180*
005190*    A PARTITIONED RUN PROCESSES ONLY THE DETAIL ROWS WHOSE
005200*    VAR-LP FALLS IN ITS PARTCTL RANGE - PLUS, IN THE PARTITION
005210*    THAT STARTS AT ZERO, THE ROWS WHOSE VAR-LP IS NOT NUMERIC -
005220*    AND PASSES EVERY OTHER ROW BY UNCOUNTED.  ITS TOTALS GO TO
005230*    PARTTOT FOR 12_CONSOL.
005240 01  WS-PARTITION-SW                   PIC X(01) VALUE "N".
005250     88  PARTITIONED-RUN                          VALUE "Y".
005260 01  WS-IN-PARTITION-SW                PIC X(01) VALUE "Y".
005270     88  ROW-IN-PARTITION                         VALUE "Y".
005280 01  WS-PARTCTL-EOF-SW                 PIC X(01) VALUE "N".
005290     88  END-OF-PARTCTL                           VALUE "Y".
005300 01  WS-PARTITION-DONE-SW              PIC X(01) VALUE "N".
005310     88  PARTITION-ALREADY-DONE                   VALUE "Y".
005320 01  WS-PARTITION-NO                   PIC 9(02) VALUE ZERO.
005330 01  WS-PARTITION-LOW                  PIC 9(08) VALUE ZERO.
005340 01  WS-PARTITION-HIGH                 PIC 9(08) VALUE ZERO.
005350 01  WS-PARTITION-FOUND-SW             PIC X(01) VALUE "N".
005360     88  PARTITION-CARD-FOUND                     VALUE "Y".
005370*
005380*    THE DECK CHECK IN 1610: THE PARTITION NUMBER AND LOW KEY
005390*    EACH CARD MUST CARRY TO FOLLOW ON FROM THE ONE BEFORE.
005400 01  WS-PARTCTL-CARD-COUNT             PIC 9(04) VALUE ZERO COMP.
005410 01  WS-EXPECTED-PARTITION             PIC 9(02) VALUE 1.
005420 01  WS-EXPECTED-LOW                   PIC 9(09) VALUE ZERO.
005430 01  WS-PARTTOT-GROUP-COUNT            PIC 9(04) VALUE ZERO COMP.
005440*
005450     COPY PartitionRange.
005460*
005470*    STATUS DATE OF THE ROW A MASTER REPLACE OVERWRITES - A
005480*    REPLACE DOES NOT CHANGE THE STATUS, SO IT KEEPS ITS DATE.
005490 01  WS-PRIOR-STATUS-DATE              PIC 9(08) VALUE ZERO.
005500*
005510*    RECORD SAVE AREAS FOR THE OUTPUT-LOAD REOPEN IN 4400/5000 -
005520*    THE FD RECORD AREA DOES NOT SURVIVE A CLOSE/OPEN.
005530 01  WS-MASTER-ROW-SAVE                PIC X(80) VALUE SPACE.
005540 01  WS-REJECT-MASTER-SAVE             PIC X(95) VALUE SPACE.
005550 01  WS-HELD-ITEM-SAVE                 PIC X(150) VALUE SPACE.
005560*
005570*    THE CHANGE-JOURNAL ENTRY 6500 WRITES: THE RUN'S ENTRY
005580*    SEQUENCE, AND THE CLUSTER AND ACTION THE CALLER SETS.
005590 01  WS-JOURNAL-SEQUENCE               PIC 9(07) VALUE ZERO COMP.
005600 01  WS-JOURNAL-CLUSTER                PIC X(01) VALUE SPACE.
005610 01  WS-JOURNAL-ACTION                 PIC X(01) VALUE SPACE.
005620*
005630*    THE LIMTAB LIMITS, LOADED UP FRONT THE SAME WAY AS
005640*    RATE-TABLE-AREA.  THE "***" DEFAULT CARD IS KEPT APART
005650*    FROM THE TABLE AND APPLIES TO ANY CODE WITHOUT A CARD.
005660 01  WS-LIMIT-TABLE-COUNT              PIC 9(04) VALUE ZERO COMP.
005670 01  WS-LIMIT-SUB                      PIC 9(04) VALUE ZERO COMP.
005680 01  WS-LIMIT-CARD-COUNT               PIC 9(04) VALUE ZERO COMP.
005690*
005700 01  LIMIT-TABLE-AREA.
005710     02  LIMIT-ENTRY OCCURS 1 TO 50 TIMES
005720             DEPENDING ON WS-LIMIT-TABLE-COUNT.
005730         03  LT-CURRENCY-CODE         PIC X(03).
005740         03  LT-LIMIT-AMOUNT          PIC 9(11)V99.
005750         03  LT-SET-BY                PIC X(08).
005760*
005770 01  WS-DEFAULT-LIMIT                  PIC 9(11)V99 VALUE ZERO.
005780 01  WS-DEFAULT-SET-BY                 PIC X(08) VALUE SPACE.
005790*
005800*    THE LIMIT THAT APPLIES TO THE ROW IN HAND, WHO SET IT, AND
005810*    THE ROW'S CONVERTED AMOUNT WITHOUT ITS SIGN - A DEBIT IS
005820*    AS HIGH-VALUE AS A CREDIT.
005830 01  WS-ROW-LIMIT                      PIC 9(11)V99 VALUE ZERO.
005840 01  WS-ROW-LIMIT-SET-BY               PIC X(08) VALUE SPACE.
005850 01  WS-ABS-CONVERTED                  PIC S9(11)V99 VALUE ZERO
005860             COMP-3.
005870*
005880*    THE ROWS HELD THIS RUN, FOR THE HELD-ITEMS SECTION.  HOLDMST
005890*    IS THE QUEUE OF RECORD - A RUN THAT HOLDS MORE THAN THE
005900*    LISTING HAS ROOM FOR SAYS SO AND 25_HOLDREL LISTS THEM ALL.
005910 01  WS-HELD-LIST-COUNT                PIC 9(04) VALUE ZERO COMP.
005920 01  WS-HELD-SUB                       PIC 9(04) VALUE ZERO COMP.
005930*
005940 01  HELD-LIST-AREA.
005950     02  HELD-LIST-ENTRY OCCURS 1 TO 100 TIMES
005960             DEPENDING ON WS-HELD-LIST-COUNT.
005970         03  HL-VAR-LP                PIC X(08).
005980         03  HL-CURRENCY-CODE         PIC X(03).
005990         03  HL-CONVERTED-AMT         PIC S9(11)V99 COMP-3.
006000         03  HL-LIMIT-AMT             PIC 9(11)V99 COMP-3.
006010         03  HL-REGION                PIC X(03).
006020*
006030 01  HELD-ITEM-LINE.
006040     02  FILLER                      PIC X(05) VALUE "HELD ".
006050     02  HIL-VAR-LP                  PIC X(08).
006060     02  FILLER                      PIC X(06) VALUE " CUR: ".
006070     02  HIL-CURRENCY-CODE           PIC X(03).
006080     02  FILLER                      PIC X(06) VALUE " USD: ".
006090     02  HIL-CONVERTED-AMT           PIC -Z(10)9.99.
006100     02  FILLER                      PIC X(08) VALUE " LIMIT: ".
006110     02  HIL-LIMIT-AMT               PIC Z(10)9.99.
006120     02  FILLER                      PIC X(06) VALUE " REG: ".
006130     02  HIL-REGION                  PIC X(03).
006140*
006150 01  WS-COUNT-ED                       PIC ZZZZZZ9.
006160 01  WS-LIMIT-ED                       PIC Z(10)9.99.
006170*
006180 01  OPTION-ECHO-LINE.
006190     02  FILLER                        PIC X(10)
006200             VALUE "PAGE SIZE=".
006210     02  OE-PAGE-SIZE                  PIC ZZZ9.
006220     02  FILLER                        PIC X(16)
006230             VALUE " CKPT INTERVAL=".
006240     02  OE-CKPT-INTERVAL              PIC ZZZ9.
006250     02  FILLER                        PIC X(06) VALUE " MODE=".
006260     02  OE-RUN-MODE                   PIC X(01).
006270     02  FILLER                        PIC X(07) VALUE " AS OF=".
006280     02  OE-AS-OF-DATE                 PIC 9(08).
006290     02  FILLER                        PIC X(01) VALUE SPACE.
006300     02  OE-SOURCE                     PIC X(12).
006310*
006320 01  WS-RUN-TIME-RAW                   PIC X(08) VALUE SPACE.
006330 01  FILLER REDEFINES WS-RUN-TIME-RAW.
006340     02  WS-RUN-TIME-HHMMSS            PIC 9(06).
006350     02  FILLER                        PIC X(02).
006360*
006370*    ONE SUMMARY SLOT PER SD-CURRENCY-CODE SEEN ON A PROCESSED
006380*    ROW, IN FIRST-SEEN ORDER - COUNT, ORIGINAL AMOUNT, RATE
006390*    APPLIED AND CONVERTED USD, PRINTED BY 8200 AHEAD OF THE
006400*    GRAND TOTAL.
006410 01  WS-CURRENCY-SUMMARY-COUNT         PIC 9(04) VALUE ZERO COMP.
006420 01  WS-CURRENCY-SUB                   PIC 9(04) VALUE ZERO COMP.
006430*
006440 01  CURRENCY-SUMMARY-AREA.
006450     02  CURRENCY-SUMMARY-ENTRY OCCURS 1 TO 50 TIMES
006460             DEPENDING ON WS-CURRENCY-SUMMARY-COUNT.
006470         03  CS-CURRENCY-CODE         PIC X(03).
006480         03  CS-RECORD-COUNT          PIC 9(07) COMP.
006490         03  CS-ORIG-TOTAL            PIC S9(11)V99 COMP-3.
006500         03  CS-RATE                  PIC 9(03)V9(04).
006510         03  CS-CONV-TOTAL            PIC S9(11)V99 COMP-3.
006520*
006530*    ONE SLOT PER SOURCE REGION SEEN ON A PROCESSED ROW, IN
006540*    FIRST-SEEN ORDER - THE FOOTER BREAKDOWN THAT SHOWS AT A
006550*    GLANCE WHETHER EVERY REGION ACTUALLY ARRIVED.  SPACES IS
006560*    THE "REGION" OF AN UNMERGED SINGLE-SOURCE EXTRACT.
006570 01  WS-REGION-SUMMARY-COUNT           PIC 9(04) VALUE ZERO COMP.
006580 01  WS-REGION-SUB                     PIC 9(04) VALUE ZERO COMP.
006590*
006600 01  REGION-SUMMARY-AREA.
006610     02  REGION-SUMMARY-ENTRY OCCURS 1 TO 10 TIMES
006620             DEPENDING ON WS-REGION-SUMMARY-COUNT.
006630         03  RS-REGION                PIC X(03).
006640         03  RS-RECORD-COUNT          PIC 9(07) COMP.
006650*
006660 01  REGION-SUMMARY-LINE.
006670     02  FILLER                      PIC X(08) VALUE "SOURCE: ".
006680     02  RSL-REGION                  PIC X(03).
006690     02  FILLER                      PIC X(08) VALUE " COUNT: ".
006700     02  RSL-COUNT                   PIC ZZZZZZ9.
006710*
006720 01  CURRENCY-SUMMARY-LINE.
006730     02  FILLER                      PIC X(05) VALUE "CUR: ".
006740     02  CSL-CODE                    PIC X(03).
006750     02  FILLER                      PIC X(08) VALUE " COUNT: ".
006760     02  CSL-COUNT                   PIC ZZZZZZ9.
006770     02  FILLER                      PIC X(07) VALUE " ORIG: ".
006780     02  CSL-ORIG                    PIC -Z(10)9.99.
006790     02  FILLER                      PIC X(07) VALUE " RATE: ".
006800     02  CSL-RATE                    PIC ZZ9.9999.
006810     02  FILLER                      PIC X(06) VALUE " USD: ".
006820     02  CSL-USD                     PIC -Z(10)9.99.
006830*
006840 PROCEDURE DIVISION.
006850*
006860******************************************************************
006870*    0000-MAINLINE - OPEN, DRIVE THE READ LOOP, CLOSE
006880******************************************************************
006890 0000-MAINLINE.
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006910     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
006920         UNTIL END-OF-FILE.
006930     PERFORM 8000-FINALIZE THRU 8000-EXIT.
006940     STOP RUN.
006950*
006960******************************************************************
006970*    1000-INITIALIZE - OPEN THE INPUT FILE AND PRIME THE READ
006980******************************************************************
006990 1000-INITIALIZE.
007000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007010     ACCEPT WS-RUN-TIME-RAW FROM TIME.
007020*
007030*    THE CONTROL CARD IS READ AND VALIDATED BEFORE ANY OUTPUT
007040*    FILE IS TOUCHED, SO A MALFORMED CARD CANNOT LEAVE A HALF-
007050*    OPENED RUN BEHIND; THE OPTIONS IN EFFECT ARE THEN ECHOED
007060*    SO EVERY RUN IS SELF-DOCUMENTING ON SYSOUT.
007070     PERFORM 1300-READ-CONTROL-CARD THRU 1300-EXIT.
007080     PERFORM 1310-ECHO-OPTIONS THRU 1310-EXIT.
007090*
007100*    A PARTITION FINDS ITS RANGE ON PARTCTL, WHICH IS EDITED AS
007110*    A WHOLE DECK LIKE THE CONTROL CARD - A BAD DECK ENDS THE
007120*    RUN WITH RETURN-CODE 12 AND NOTHING WRITTEN.
007130     IF PARTITIONED-RUN
007140         PERFORM 1600-LOAD-PARTITION-RANGE THRU 1600-EXIT
007150     END-IF.
007160*
007170*    NOTHING STOPS AN OPERATOR RESTARTING THE WRONG JOB, SO THE
007180*    RUN STOPS ITSELF: IF RUNHIST ALREADY SHOWS A CLEAN RUN FOR
007190*    THIS AS-OF DATE, A SECOND ONE WOULD APPEND THE SAME ROWS
007200*    TO RPTOUT (OPENED EXTEND) AND DOUBLE THE NIGHT'S INTERFACE
007210*    FILE WHILE THE MASTER REWRITES HID IT.  A REPORT-ONLY
007220*    PREVIEW WRITES NOTHING AND IS ALWAYS ALLOWED; THE CARD'S
007230*    FORCE FLAG IS THE LEGITIMATE-RERUN OVERRIDE.  A PARTITION
007240*    ALSO STOPS IF ITS OWN PARTTOT SHOWS IT ALREADY FINISHED
007250*    THIS AS-OF DATE - ONLY THE FAILED PARTITION IS RERUN.
007260     IF NOT RUN-MODE-REPORT-ONLY AND NOT FORCE-RERUN
007270         PERFORM 1400-CHECK-PRIOR-RUN THRU 1400-EXIT
007280         IF PARTITIONED-RUN
007290             PERFORM 1700-CHECK-PARTITION-DONE THRU 1700-EXIT
007300         END-IF
007310     END-IF.
007320*
007330*    THE LIMIT TABLE IS LOADED AND EDITED BEFORE ANY OUTPUT
007340*    FILE IS OPENED, LIKE THE CONTROL CARD - A BAD LIMIT CARD
007350*    ENDS THE RUN WITH RETURN-CODE 12 AND NOTHING WRITTEN.
007360*    THERE IS NO RUNNING WITHOUT LIMTAB: AUDIT REQUIRES THAT NO
007370*    HIGH-VALUE ROW POSTS UNSEEN.
007380     PERFORM 1500-LOAD-LIMIT-TABLE THRU 1500-EXIT.
007390     OPEN INPUT SAMPLE-DATA-FILE.
007400     IF WS-SAMPLE-STATUS NOT = "00"
007410         DISPLAY "10_COPYBOOK - UNABLE TO OPEN SAMPLE-DATA-FILE "
007420             "STATUS=" WS-SAMPLE-STATUS
007430         GO TO 9999-ABEND
007440     END-IF.
007450*
007460*    A REPORT-ONLY PREVIEW TOUCHES NO OUTPUT FILE AND CONSUMES
007470*    NO CHECKPOINT - IT READS, EDITS, CONVERTS AND PRINTS, AND
007480*    LEAVES EVERY DATASET EXACTLY AS IT FOUND IT.
007490     IF RUN-MODE-REPORT-ONLY
007500         GO TO 1000-RATE-TABLE
007510     END-IF.
007520*
007530*    OPEN EXTEND SO A RESTARTED RUN APPENDS TO REJLIST INSTEAD OF
007540*    DISCARDING WHAT THE FAILED RUN ALREADY WROTE TO IT; FALL BACK
007550*    TO OPEN OUTPUT ONLY WHEN THE FILE DOES NOT EXIST YET - THE
007560*    SAME PATTERN 1200-CHECK-RESTART USES FOR CHECKPOINT-FILE.
007570     OPEN EXTEND REJECT-FILE.
007580     IF WS-REJECT-STATUS NOT = "00"
007590         OPEN OUTPUT REJECT-FILE
007600     END-IF.
007610     IF WS-REJECT-STATUS NOT = "00"
007620         DISPLAY "10_COPYBOOK - UNABLE TO OPEN REJECT-FILE "
007630             "STATUS=" WS-REJECT-STATUS
007640         GO TO 9999-ABEND
007650     END-IF.
007660*
007670*    SAME OPEN-EXTEND-WITH-FALLBACK PATTERN FOR RPTOUT.
007680     OPEN EXTEND OUTPUT-FILE.
007690     IF WS-OUTPUT-STATUS NOT = "00"
007700         OPEN OUTPUT OUTPUT-FILE
007710     END-IF.
007720     IF WS-OUTPUT-STATUS NOT = "00"
007730         DISPLAY "10_COPYBOOK - UNABLE TO OPEN OUTPUT-FILE "
007740             "STATUS=" WS-OUTPUT-STATUS
007750         GO TO 9999-ABEND
007760     END-IF.
007770*
007780*    THE KEYED MASTER - OPEN I-O SO EXISTING KEYS CAN BE
007790*    REPLACED; A BRAND-NEW CLUSTER (STATUS 35) IS LOADED WITH
007800*    OPEN OUTPUT INSTEAD.
007810     OPEN I-O MASTER-FILE.
007820     IF WS-MASTER-STATUS = "35"
007830         OPEN OUTPUT MASTER-FILE
007840         MOVE "Y" TO WS-MASTER-LOAD-SW
007850     END-IF.
007860     IF WS-MASTER-STATUS NOT = "00"
007870         DISPLAY "10_COPYBOOK - UNABLE TO OPEN MASTER-FILE "
007880             "STATUS=" WS-MASTER-STATUS
007890         GO TO 9999-ABEND
007900     END-IF.
007910*
007920*    SAME PATTERN FOR THE KEYED REJECT MASTER THE ONLINE
007930*    INQUIRY READS.
007940     OPEN I-O REJECT-MASTER-FILE.
007950     IF WS-REJECT-MASTER-STATUS = "35"
007960         OPEN OUTPUT REJECT-MASTER-FILE
007970         MOVE "Y" TO WS-REJECT-MASTER-LOAD-SW
007980     END-IF.
007990     IF WS-REJECT-MASTER-STATUS NOT = "00"
008000         DISPLAY "10_COPYBOOK - UNABLE TO OPEN REJECT-MASTER-"
008010             "FILE STATUS=" WS-REJECT-MASTER-STATUS
008020         GO TO 9999-ABEND
008030     END-IF.
008040*
008050*    AND FOR THE HIGH-VALUE HOLD QUEUE.  A REPORT-ONLY PREVIEW
008060*    NEVER OPENS IT, SO A ROW RELEASED FOR THIS RUN PREVIEWS
008070*    AS HELD.
008080     OPEN I-O HOLD-FILE.
008090     IF WS-HOLD-STATUS = "35"
008100         OPEN OUTPUT HOLD-FILE
008110         MOVE "Y" TO WS-HOLD-LOAD-SW
008120     END-IF.
008130     IF WS-HOLD-STATUS NOT = "00"
008140         DISPLAY "10_COPYBOOK - UNABLE TO OPEN HOLD-FILE "
008150             "STATUS=" WS-HOLD-STATUS
008160         GO TO 9999-ABEND
008170     END-IF.
008180*
008190*    THE MASTER HISTORY FILE IS APPEND-ONLY - EVERY BEFORE-IMAGE
008200*    EVER WRITTEN STAYS ON IT, SO IT IS OPENED EXTEND WITH THE
008210*    SAME FIRST-EVER-RUN FALLBACK AS REJLIST/RPTOUT ABOVE.
008220     OPEN EXTEND MASTER-HISTORY-FILE.
008230     IF WS-MASTER-HISTORY-STATUS NOT = "00"
008240         OPEN OUTPUT MASTER-HISTORY-FILE
008250     END-IF.
008260     IF WS-MASTER-HISTORY-STATUS NOT = "00"
008270         DISPLAY "10_COPYBOOK - UNABLE TO OPEN MASTER-HISTORY-"
008280             "FILE STATUS=" WS-MASTER-HISTORY-STATUS
008290         GO TO 9999-ABEND
008300     END-IF.
008310*
008320*    THE CHANGE JOURNAL IS APPEND-ONLY LIKE MSTHIST.
008330     OPEN EXTEND CHANGE-JOURNAL-FILE.
008340     IF WS-CHGJRNL-STATUS NOT = "00"
008350         OPEN OUTPUT CHANGE-JOURNAL-FILE
008360     END-IF.
008370     IF WS-CHGJRNL-STATUS NOT = "00"
008380         DISPLAY "10_COPYBOOK - UNABLE TO OPEN CHANGE-JOURNAL-"
008390             "FILE STATUS=" WS-CHGJRNL-STATUS
008400         GO TO 9999-ABEND
008410     END-IF.
008420*
008430     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
008440*
008450 1000-RATE-TABLE.
008460     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
008470*
008480     PERFORM 4100-PRINT-PAGE-HEADER THRU 4100-EXIT.
008490     PERFORM 2100-READ-SAMPLE-DATA-FILE THRU 2100-EXIT.
008500 1000-EXIT.
008510     EXIT.
008520*
008530******************************************************************
008540*    1100-LOAD-RATE-TABLE - OPTIONAL CONVERSION RATES; IF
008550*    RATE-TABLE-FILE IS NOT PRESENT, VAR-CURRENCY PASSES THROUGH
008560*    UNCONVERTED
008570******************************************************************
008580 1100-LOAD-RATE-TABLE.
008590     OPEN INPUT RATE-TABLE-FILE.
008600     IF WS-RATE-STATUS = "00"
008610         MOVE "Y" TO WS-CONVERT-SW
008620         PERFORM 1110-READ-RATE-TABLE THRU 1110-EXIT
008630             UNTIL END-OF-RATE-TABLE
008640         CLOSE RATE-TABLE-FILE
008650     END-IF.
008660 1100-EXIT.
008670     EXIT.
008680*
008690******************************************************************
008700*    1110-READ-RATE-TABLE - ONE RATE-TABLE ENTRY INTO THE NEXT
008710*    FREE SLOT OF RATE-TABLE-AREA
008720******************************************************************
008730 1110-READ-RATE-TABLE.
008740     READ RATE-TABLE-FILE INTO RATE-TABLE-ROW.
008750     IF WS-RATE-STATUS = "10"
008760         MOVE "Y" TO WS-RATE-EOF-SW
008770         GO TO 1110-EXIT
008780     END-IF.
008790     IF WS-RATE-STATUS NOT = "00"
008800         GO TO 9999-ABEND
008810     END-IF.
008820*
008830*    THE HD HEADER CARRIES THE TABLE'S EFFECTIVE DATE - ECHOED
008840*    SO EVERY RUN RECORDS WHICH TABLE CONVERTED IT.  05_RATEDIT
008850*    HAS ALREADY REFUSED A STALE OR INCOMPLETE TABLE BEFORE
008860*    THIS JOB WAS RELEASED.
008870     IF RATE-HEADER-RECORD
008880         MOVE RTR-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE-DATE
008890         DISPLAY "10_COPYBOOK - RATE TABLE EFFECTIVE "
008900             WS-RATE-EFFECTIVE-DATE
008910         GO TO 1110-EXIT
008920     END-IF.
008930     ADD 1 TO WS-RATE-TABLE-COUNT.
008940*
008950*    RATE-ENTRY ONLY HAS ROOM FOR 20 ROWS - ABEND RATHER THAN
008960*    SUBSCRIPT PAST THE TABLE IF RATE-TABLE-FILE HAS MORE.
008970     IF WS-RATE-TABLE-COUNT > 20
008980         DISPLAY "10_COPYBOOK - RATE-TABLE-FILE HAS MORE THAN 20 "
008990             "ENTRIES"
009000         GO TO 9999-ABEND
009010     END-IF.
009020     MOVE RTR-DETAIL TO RATE-ENTRY (WS-RATE-TABLE-COUNT).
009030 1110-EXIT.
009040     EXIT.
009050*
009060******************************************************************
009070*    1200-CHECK-RESTART - FIND THE HIGHEST VAR-LP COMMITTED BY A
009080*    PRIOR RUN'S CHECKPOINTS, IF ANY, AND RE-OPEN THE CHECKPOINT
009090*    FILE SO THIS RUN CAN GO ON APPENDING TO IT
009100******************************************************************
009110 1200-CHECK-RESTART.
009120     OPEN INPUT CHECKPOINT-FILE.
009130     IF WS-CHECKPOINT-STATUS = "00"
009140         PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
009150             UNTIL WS-CHECKPOINT-STATUS NOT = "00"
009160         CLOSE CHECKPOINT-FILE
009170         IF WS-LAST-CHECKPOINT-LP > ZERO
009180             MOVE "Y" TO WS-RESTART-SW
009190             DISPLAY "10_COPYBOOK - RESTARTING AFTER VAR-LP="
009200                 WS-LAST-CHECKPOINT-LP
009210         END-IF
009220         OPEN EXTEND CHECKPOINT-FILE
009230         IF WS-CHECKPOINT-STATUS NOT = "00"
009240             OPEN OUTPUT CHECKPOINT-FILE
009250         END-IF
009260     ELSE
009270         OPEN OUTPUT CHECKPOINT-FILE
009280     END-IF.
009290 1200-EXIT.
009300     EXIT.
009310*
009320******************************************************************
009330*    1210-READ-CHECKPOINT - ONE CHECKPOINT RECORD; THE LAST ONE
009340*    READ IS THE MOST RECENT VAR-LP COMMITTED
009350******************************************************************
009360 1210-READ-CHECKPOINT.
009370     READ CHECKPOINT-FILE INTO WS-LAST-CHECKPOINT-LP.
009380 1210-EXIT.
009390     EXIT.
009400*
009410******************************************************************
009420*    1300-READ-CONTROL-CARD - PICK UP THE SYSIN RUN-CONTROL
009430*    CARD.  NO SYSIN, OR AN EMPTY ONE, RUNS WITH THE DEFAULTS
009440*    IN WORKING-STORAGE; A CARD THAT IS PRESENT MUST BE VALID
009450*    OR THE RUN ENDS WITH RETURN-CODE 12 THROUGH 9998.
009460******************************************************************
009470 1300-READ-CONTROL-CARD.
009480     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
009490     OPEN INPUT RUN-CONTROL-FILE.
009500     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
009510         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
009520         IF WS-CONTROL-STATUS = "00"
009530             MOVE "Y" TO WS-CARD-FOUND-SW
009540         END-IF
009550         CLOSE RUN-CONTROL-FILE
009560     END-IF.
009570     IF CONTROL-CARD-FOUND
009580         PERFORM 1320-VALIDATE-CONTROL-CARD THRU 1320-EXIT
009590     END-IF.
009600*
009610*    AN AS-OF DATE NOT ON THE CARD IS THE BUSINESS DATE THE RUN
009620*    IS FOR.  KEYING IT ON THE CARD NEEDS NO CALENDAR AT ALL.
009630     IF NOT CONTROL-CARD-FOUND OR CC-AS-OF-OMITTED
009640         PERFORM 1330-CURRENT-BUSINESS-DATE THRU 1330-EXIT
009650     END-IF.
009660 1300-EXIT.
009670     EXIT.
009680*
009690******************************************************************
009700*    1310-ECHO-OPTIONS - THE OPTIONS THE RUN WILL ACTUALLY USE,
009710*    AND WHERE THEY CAME FROM, AT THE TOP OF SYSOUT.  PRINTED
009720*    IN EVERY MODE - A FILE-ONLY RUN STILL DOCUMENTS ITSELF.
009730******************************************************************
009740 1310-ECHO-OPTIONS.
009750     MOVE WS-PAGE-SIZE TO OE-PAGE-SIZE.
009760     MOVE WS-CHECKPOINT-INTERVAL TO OE-CKPT-INTERVAL.
009770     MOVE WS-RUN-MODE TO OE-RUN-MODE.
009780     MOVE WS-AS-OF-DATE TO OE-AS-OF-DATE.
009790     IF CONTROL-CARD-FOUND
009800         MOVE "(SYSIN CARD)" TO OE-SOURCE
009810     ELSE
009820         MOVE "(DEFAULTS)" TO OE-SOURCE
009830     END-IF.
009840     DISPLAY "10_COPYBOOK - RUN OPTIONS IN EFFECT:".
009850     DISPLAY OPTION-ECHO-LINE.
009860 1310-EXIT.
009870     EXIT.
009880*
009890******************************************************************
009900*    1320-VALIDATE-CONTROL-CARD - EVERY FIELD IS CHECKED AND
009910*    NAMED IN ITS OWN MESSAGE; A BLANK FIELD KEEPS ITS DEFAULT.
009920*    VALIDATION RUNS BEFORE ANY OUTPUT FILE IS OPENED, SO A
009930*    BAD CARD STOPS THE RUN CLEAN.
009940******************************************************************
009950 1320-VALIDATE-CONTROL-CARD.
009960     IF NOT CC-PAGE-SIZE-OMITTED
009970         IF CC-PAGE-SIZE NOT NUMERIC
009980                 OR CC-PAGE-SIZE-NUM = ZERO
009990             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: PAGE SIZE "
010000                 "(COLS 1-4) MUST BE 0001-9999, GOT "
010010                 CC-PAGE-SIZE
010020             GO TO 9998-CONTROL-ABEND
010030         END-IF
010040         MOVE CC-PAGE-SIZE-NUM TO WS-PAGE-SIZE
010050     END-IF.
010060     IF NOT CC-CKPT-OMITTED
010070         IF CC-CKPT-INTERVAL NOT NUMERIC
010080                 OR CC-CKPT-INTERVAL-NUM = ZERO
010090             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: CHECKPOINT "
010100                 "INTERVAL (COLS 6-9) MUST BE 0001-9999, GOT "
010110                 CC-CKPT-INTERVAL
010120             GO TO 9998-CONTROL-ABEND
010130         END-IF
010140         MOVE CC-CKPT-INTERVAL-NUM TO WS-CHECKPOINT-INTERVAL
010150     END-IF.
010160     IF CC-RUN-MODE NOT = SPACE
010170         IF CC-RUN-MODE = "F" OR CC-RUN-MODE = "R"
010180                 OR CC-RUN-MODE = "O"
010190             MOVE CC-RUN-MODE TO WS-RUN-MODE
010200         ELSE
010210             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: RUN MODE "
010220                 "(COL 11) MUST BE F, R OR O, GOT " CC-RUN-MODE
010230             GO TO 9998-CONTROL-ABEND
010240         END-IF
010250     END-IF.
010260     IF NOT CC-AS-OF-OMITTED
010270         IF CC-AS-OF-DATE NOT NUMERIC
010280                 OR CC-AS-OF-MONTH < 01 OR CC-AS-OF-MONTH > 12
010290                 OR CC-AS-OF-DAY < 01 OR CC-AS-OF-DAY > 31
010300             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: AS-OF DATE "
010310                 "(COLS 13-20) MUST BE YYYYMMDD, GOT "
010320                 CC-AS-OF-DATE
010330             GO TO 9998-CONTROL-ABEND
010340         END-IF
010350         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
010360     END-IF.
010370     IF CC-FORCE NOT = SPACE
010380         IF CC-FORCE = "F"
010390             MOVE "Y" TO WS-FORCE-SW
010400         ELSE
010410             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: FORCE "
010420                 "(COL 22) MUST BE F OR BLANK, GOT " CC-FORCE
010430             GO TO 9998-CONTROL-ABEND
010440         END-IF
010450     END-IF.
010460     IF NOT CC-PARTITION-OMITTED
010470         IF CC-PARTITION NOT NUMERIC
010480                 OR CC-PARTITION-NUM < 01 OR CC-PARTITION-NUM > 20
010490             DISPLAY "10_COPYBOOK - BAD CONTROL CARD: PARTITION "
010500                 "(COLS 24-25) MUST BE 01-20 OR BLANK, GOT "
010510                 CC-PARTITION
010520             GO TO 9998-CONTROL-ABEND
010530         END-IF
010540         MOVE CC-PARTITION-NUM TO WS-PARTITION-NO
010550         MOVE "Y" TO WS-PARTITION-SW
010560     END-IF.
010570 1320-EXIT.
010580     EXIT.
010590*
010600******************************************************************
010610*    1330-CURRENT-BUSINESS-DATE - THE DEFAULT AS-OF DATE FROM THE
010620*    SHARED 07_BUSDATE ROUTINE: TODAY, OR THE PRIOR BUSINESS DAY
010630*    FOR A RUN BEFORE THE CALENDAR CUTOVER OR ON A NON-BUSINESS
010640*    DAY.  A CALENDAR IT CANNOT READ IS A FILE FAILURE, A
010650*    MALFORMED ONE A CARD ERROR - BOTH BEFORE ANY FILE IS OPENED.
010660******************************************************************
010670 1330-CURRENT-BUSINESS-DATE.
010680     MOVE "C" TO BD-FUNCTION.
010690     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
010700     IF BD-FILE-FAILURE
010710         DISPLAY "10_COPYBOOK - BUSINESS-DATE ROUTINE CANNOT "
010720             "READ THE CALENDAR"
010730         GO TO 9999-ABEND
010740     END-IF.
010750     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
010760         DISPLAY "10_COPYBOOK - BUSINESS-DATE ROUTINE FAILED, "
010770             "RC=" BD-RETURN-CODE
010780         GO TO 9998-CONTROL-ABEND
010790     END-IF.
010800     MOVE BD-DATE-OUT TO WS-AS-OF-DATE.
010810 1330-EXIT.
010820     EXIT.
010830*
010840******************************************************************
010850*    1400-CHECK-PRIOR-RUN - SCAN RUNHIST FOR A CLEAN RUN (FINAL
010860*    RETURN CODE ZERO) ALREADY RECORDED FOR THIS AS-OF DATE.
010870*    FINDING ONE ENDS THE RUN WITH RETURN-CODE 10 THROUGH 9997
010880*    BEFORE ANY OUTPUT FILE IS OPENED.  NO RUNHIST AT ALL IS A
010890*    FIRST-EVER RUN AND PASSES.  RECORDS CONVERTED FROM THE
010900*    OLD FORMAT CARRY A ZERO AS-OF DATE AND NEVER MATCH.
010910******************************************************************
010920 1400-CHECK-PRIOR-RUN.
010930     OPEN INPUT RUN-HISTORY-FILE.
010940     IF WS-RUN-HISTORY-STATUS NOT = "00"
010950         GO TO 1400-EXIT
010960     END-IF.
010970     PERFORM 1410-READ-ONE-HISTORY THRU 1410-EXIT
010980         UNTIL PRIOR-CLEAN-RUN-FOUND
010990             OR WS-RUN-HISTORY-STATUS NOT = "00".
011000     CLOSE RUN-HISTORY-FILE.
011010     MOVE "00" TO WS-RUN-HISTORY-STATUS.
011020     IF PRIOR-CLEAN-RUN-FOUND
011030         DISPLAY "10_COPYBOOK - A CLEAN RUN FOR AS-OF DATE "
011040             WS-AS-OF-DATE " IS ALREADY ON RUNHIST - A SECOND "
011050             "RUN WOULD DOUBLE RPTOUT"
011060         DISPLAY "10_COPYBOOK - IF THE RERUN IS INTENDED, PUT "
011070             "F IN COL 22 OF THE SYSIN CARD"
011080         GO TO 9997-DUPLICATE-ABEND
011090     END-IF.
011100 1400-EXIT.
011110     EXIT.
011120*
011130 1410-READ-ONE-HISTORY.
011140     READ RUN-HISTORY-FILE.
011150     IF WS-RUN-HISTORY-STATUS NOT = "00"
011160         GO TO 1410-EXIT
011170     END-IF.
011180     IF RH-AS-OF-DATE NUMERIC
011190             AND RH-AS-OF-DATE = WS-AS-OF-DATE
011200             AND RH-RETURN-CODE NUMERIC
011210             AND RH-RETURN-CODE = ZERO
011220         MOVE "Y" TO WS-PRIOR-RUN-SW
011230     END-IF.
011240 1410-EXIT.
011250     EXIT.
011260*
011270******************************************************************
011280*    1500-LOAD-LIMIT-TABLE - THE LIMTAB HIGH-VALUE LIMITS INTO
011290*    LIMIT-TABLE-AREA.  EVERY CARD MUST NAME ITS CURRENCY, A
011300*    NUMERIC LIMIT, THE OPERATOR WHO SET IT AND THE DATE - THE
011310*    SETTER IS WHAT 25_HOLDREL CHECKS THE RELEASER AGAINST.
011320******************************************************************
011330 1500-LOAD-LIMIT-TABLE.
011340     OPEN INPUT LIMIT-FILE.
011350     IF WS-LIMIT-STATUS NOT = "00"
011360         DISPLAY "10_COPYBOOK - UNABLE TO OPEN LIMIT-FILE "
011370             "STATUS=" WS-LIMIT-STATUS
011380         GO TO 9999-ABEND
011390     END-IF.
011400     PERFORM 1510-READ-LIMIT-CARD THRU 1510-EXIT
011410         UNTIL END-OF-LIMIT-TABLE.
011420     CLOSE LIMIT-FILE.
011430     MOVE WS-LIMIT-TABLE-COUNT TO WS-COUNT-ED.
011440     DISPLAY "10_COPYBOOK - HIGH-VALUE LIMITS LOADED: "
011450         WS-COUNT-ED.
011460     IF DEFAULT-LIMIT-LOADED
011470         MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-ED
011480         DISPLAY "10_COPYBOOK - DEFAULT LIMIT FOR OTHER CODES: "
011490             WS-LIMIT-ED
011500     END-IF.
011510 1500-EXIT.
011520     EXIT.
011530*
011540 1510-READ-LIMIT-CARD.
011550     READ LIMIT-FILE INTO CURRENCY-LIMIT-REC.
011560     IF WS-LIMIT-STATUS = "10"
011570         MOVE "Y" TO WS-LIMIT-EOF-SW
011580         GO TO 1510-EXIT
011590     END-IF.
011600     IF WS-LIMIT-STATUS NOT = "00"
011610         DISPLAY "10_COPYBOOK - LIMIT-FILE READ ERROR, STATUS="
011620             WS-LIMIT-STATUS
011630         GO TO 9999-ABEND
011640     END-IF.
011650     ADD 1 TO WS-LIMIT-CARD-COUNT.
011660     IF CURRENCY-LIMIT-REC = SPACE
011670             OR (LIM-CURRENCY-CODE (1:1) = "*"
011680                 AND NOT LIM-DEFAULT-CARD)
011690         GO TO 1510-EXIT
011700     END-IF.
011710     MOVE WS-LIMIT-CARD-COUNT TO WS-COUNT-ED.
011720     IF LIM-CURRENCY-CODE = SPACE
011730             OR LIM-LIMIT-AMOUNT NOT NUMERIC
011740             OR LIM-SET-BY = SPACE
011750             OR LIM-SET-DATE NOT NUMERIC
011760             OR LIM-SET-MONTH < 01 OR LIM-SET-MONTH > 12
011770             OR LIM-SET-DAY < 01 OR LIM-SET-DAY > 31
011780         DISPLAY "10_COPYBOOK - BAD LIMIT CARD " WS-COUNT-ED
011790             ": NEEDS CODE (1-3), LIMIT (5-17), SET-BY (19-26) "
011800             "AND SET DATE (28-35)"
011810         GO TO 9998-CONTROL-ABEND
011820     END-IF.
011830     IF LIM-DEFAULT-CARD
011840         MOVE LIM-LIMIT-AMOUNT-NUM TO WS-DEFAULT-LIMIT
011850         MOVE LIM-SET-BY TO WS-DEFAULT-SET-BY
011860         MOVE "Y" TO WS-DEFAULT-LIMIT-SW
011870         GO TO 1510-EXIT
011880     END-IF.
011890     IF WS-LIMIT-TABLE-COUNT >= 50
011900         DISPLAY "10_COPYBOOK - LIMIT-FILE HAS MORE THAN 50 "
011910             "CURRENCY CODES"
011920         GO TO 9998-CONTROL-ABEND
011930     END-IF.
011940     ADD 1 TO WS-LIMIT-TABLE-COUNT.
011950     MOVE LIM-CURRENCY-CODE
011960         TO LT-CURRENCY-CODE (WS-LIMIT-TABLE-COUNT).
011970     MOVE LIM-LIMIT-AMOUNT-NUM
011980         TO LT-LIMIT-AMOUNT (WS-LIMIT-TABLE-COUNT).
011990     MOVE LIM-SET-BY TO LT-SET-BY (WS-LIMIT-TABLE-COUNT).
012000 1510-EXIT.
012010     EXIT.
012020*
012030******************************************************************
012040*    1600-LOAD-PARTITION-RANGE - READ AND EDIT THE WHOLE PARTCTL
012050*    DECK AND KEEP THIS PARTITION'S RANGE.  EVERY PARTITION
012060*    CHECKS THE WHOLE DECK, NOT JUST ITS OWN CARD, SO A GAP OR AN
012070*    OVERLAP THAT WOULD DROP OR DOUBLE ROWS STOPS EVERY
012080*    PARTITION BEFORE ANY OF THEM WRITES.
012090******************************************************************
012100 1600-LOAD-PARTITION-RANGE.
012110     OPEN INPUT PARTITION-CONTROL-FILE.
012120     IF WS-PARTCTL-STATUS NOT = "00"
012130         DISPLAY "10_COPYBOOK - UNABLE TO OPEN PARTITION-CONTROL-"
012140             "FILE STATUS=" WS-PARTCTL-STATUS
012150         GO TO 9999-ABEND
012160     END-IF.
012170     PERFORM 1610-READ-PARTITION-CARD THRU 1610-EXIT
012180         UNTIL END-OF-PARTCTL.
012190     CLOSE PARTITION-CONTROL-FILE.
012200     IF WS-EXPECTED-LOW NOT = 100000000
012210         DISPLAY "10_COPYBOOK - PARTCTL DOES NOT COVER VAR-LP "
012220             "THROUGH 99999999 - THE LAST CARD MUST END THERE"
012230         GO TO 9998-CONTROL-ABEND
012240     END-IF.
012250     IF NOT PARTITION-CARD-FOUND
012260         DISPLAY "10_COPYBOOK - PARTITION " WS-PARTITION-NO
012270             " IS NOT ON PARTCTL"
012280         GO TO 9998-CONTROL-ABEND
012290     END-IF.
012300     DISPLAY "10_COPYBOOK - PARTITION " WS-PARTITION-NO
012310         ": VAR-LP " WS-PARTITION-LOW " THRU " WS-PARTITION-HIGH.
012320     IF WS-PARTITION-LOW = ZERO
012330         DISPLAY "10_COPYBOOK - PARTITION " WS-PARTITION-NO
012340             " ALSO TAKES EVERY ROW WHOSE VAR-LP IS NOT NUMERIC"
012350     END-IF.
012360 1600-EXIT.
012370     EXIT.
012380*
012390 1610-READ-PARTITION-CARD.
012400     READ PARTITION-CONTROL-FILE INTO PARTITION-RANGE-REC.
012410     IF WS-PARTCTL-STATUS = "10"
012420         MOVE "Y" TO WS-PARTCTL-EOF-SW
012430         GO TO 1610-EXIT
012440     END-IF.
012450     IF WS-PARTCTL-STATUS NOT = "00"
012460         DISPLAY "10_COPYBOOK - PARTITION-CONTROL-FILE READ "
012470             "ERROR, STATUS=" WS-PARTCTL-STATUS
012480         GO TO 9999-ABEND
012490     END-IF.
012500     ADD 1 TO WS-PARTCTL-CARD-COUNT.
012510     IF PARTITION-RANGE-REC = SPACE
012520             OR PRC-PARTITION-NO (1:1) = "*"
012530         GO TO 1610-EXIT
012540     END-IF.
012550     MOVE WS-PARTCTL-CARD-COUNT TO WS-COUNT-ED.
012560     IF PRC-PARTITION-NO NOT NUMERIC
012570             OR PRC-LOW-LP NOT NUMERIC
012580             OR PRC-HIGH-LP NOT NUMERIC
012590         DISPLAY "10_COPYBOOK - BAD PARTCTL CARD " WS-COUNT-ED
012600             ": NEEDS PARTITION (1-2), LOW VAR-LP (4-11) AND "
012610             "HIGH VAR-LP (13-20)"
012620         GO TO 9998-CONTROL-ABEND
012630     END-IF.
012640     IF PRC-PARTITION-NO-NUM NOT = WS-EXPECTED-PARTITION
012650             OR PRC-PARTITION-NO-NUM > 20
012660             OR PRC-LOW-LP-NUM NOT = WS-EXPECTED-LOW
012670             OR PRC-HIGH-LP-NUM < PRC-LOW-LP-NUM
012680         DISPLAY "10_COPYBOOK - BAD PARTCTL CARD " WS-COUNT-ED
012690             ": PARTITIONS MUST RUN 01-20 IN ORDER, EACH "
012700             "STARTING ONE PAST THE HIGH OF THE LAST"
012710         GO TO 9998-CONTROL-ABEND
012720     END-IF.
012730     IF PRC-PARTITION-NO-NUM = WS-PARTITION-NO
012740         MOVE PRC-LOW-LP-NUM TO WS-PARTITION-LOW
012750         MOVE PRC-HIGH-LP-NUM TO WS-PARTITION-HIGH
012760         MOVE "Y" TO WS-PARTITION-FOUND-SW
012770     END-IF.
012780     ADD 1 TO WS-EXPECTED-PARTITION.
012790     COMPUTE WS-EXPECTED-LOW = PRC-HIGH-LP-NUM + 1.
012800 1610-EXIT.
012810     EXIT.
012820*
012830******************************************************************
012840*    1700-CHECK-PARTITION-DONE - SCAN THIS PARTITION'S PARTTOT
012850*    FOR A COMPLETE GROUP (ITS PE RECORD) ALREADY WRITTEN FOR
012860*    THIS AS-OF DATE.  FINDING ONE ENDS THE RUN WITH RETURN-CODE
012870*    10 THROUGH 9997 - THE PARTITION FINISHED AND A SECOND RUN
012880*    WOULD DOUBLE ITS SLICES.  NO PARTTOT YET PASSES.
012890******************************************************************
012900 1700-CHECK-PARTITION-DONE.
012910     OPEN INPUT PARTITION-TOTALS-FILE.
012920     IF WS-PARTTOT-STATUS NOT = "00"
012930             AND WS-PARTTOT-STATUS NOT = "05"
012940         GO TO 1700-EXIT
012950     END-IF.
012960     MOVE "00" TO WS-PARTTOT-STATUS.
012970     PERFORM 1710-READ-ONE-TOTALS THRU 1710-EXIT
012980         UNTIL PARTITION-ALREADY-DONE
012990             OR WS-PARTTOT-STATUS NOT = "00".
013000     CLOSE PARTITION-TOTALS-FILE.
013010     MOVE "00" TO WS-PARTTOT-STATUS.
013020     IF PARTITION-ALREADY-DONE
013030         DISPLAY "10_COPYBOOK - PARTITION " WS-PARTITION-NO
013040             " ALREADY FINISHED AS-OF DATE " WS-AS-OF-DATE
013050             " - ONLY A FAILED PARTITION IS RERUN"
013060         DISPLAY "10_COPYBOOK - IF THE RERUN IS INTENDED, EMPTY "
013070             "ITS SLICES AND PARTTOT AND PUT F IN COL 22"
013080         GO TO 9997-DUPLICATE-ABEND
013090     END-IF.
013100 1700-EXIT.
013110     EXIT.
013120*
013130 1710-READ-ONE-TOTALS.
013140     READ PARTITION-TOTALS-FILE.
013150     IF WS-PARTTOT-STATUS NOT = "00"
013160         GO TO 1710-EXIT
013170     END-IF.
013180     IF PT-END
013190             AND PT-PARTITION-NO = WS-PARTITION-NO
013200             AND PT-AS-OF-DATE = WS-AS-OF-DATE
013210         MOVE "Y" TO WS-PARTITION-DONE-SW
013220     END-IF.
013230 1710-EXIT.
013240     EXIT.
013250*
013260******************************************************************
013270*    2000-PROCESS-RECORDS - ONE PASS OF THE MAIN READ LOOP; THE
013280*    RECORD IS ALREADY IN SAMPLE-DATA-REC WHEN THIS IS PERFORMED
013290******************************************************************
013300 2000-PROCESS-RECORDS.
013310*
013320*    THE UPSTREAM TRAILER IS NOT A DETAIL ROW - CAPTURE IT FOR
013330*    THE 8100 BALANCE AND MOVE ON.  EVERY DETAIL ROW GOES INTO
013340*    THE INPUT-SIDE HASHES FIRST, WHETHER IT IS THEN PROCESSED,
013350*    REJECTED, OR SKIPPED BY A RESTART, BECAUSE THE UPSTREAM
013360*    TRAILER TOTALS EVERY ROW IT SHIPPED.
013370*    A PARTITIONED RUN HASHES AND PROCESSES ONLY ITS OWN ROWS;
013380*    THE PARTITIONS' HASHES ADD UP TO THE TRAILER IN 12_CONSOL.
013390     IF TRAILER-RECORD
013400         PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
013410     ELSE
013420         PERFORM 2050-CHECK-PARTITION-RANGE THRU 2050-EXIT
013430         IF ROW-IN-PARTITION
013440             PERFORM 2300-ACCUMULATE-INPUT-HASH THRU 2300-EXIT
013450             PERFORM 2400-PROCESS-DETAIL THRU 2400-EXIT
013460         END-IF
013470     END-IF.
013480     PERFORM 2100-READ-SAMPLE-DATA-FILE THRU 2100-EXIT.
013490 2000-EXIT.
013500     EXIT.
013510*
013520******************************************************************
013530*    2050-CHECK-PARTITION-RANGE - DOES THE DETAIL ROW IN HAND
013540*    BELONG TO THIS RUN?  ALWAYS, WHEN THE RUN IS NOT PARTITIONED.
013550*    A NUMERIC VAR-LP BELONGS TO THE PARTITION WHOSE RANGE HOLDS
013560*    IT; ONE THAT IS NOT NUMERIC BELONGS TO THE PARTITION THAT
013570*    STARTS AT ZERO, SO IT IS STILL REJECTED EXACTLY ONCE.
013580******************************************************************
013590 2050-CHECK-PARTITION-RANGE.
013600     MOVE "Y" TO WS-IN-PARTITION-SW.
013610     IF NOT PARTITIONED-RUN
013620         GO TO 2050-EXIT
013630     END-IF.
013640     IF SD-VAR-LP NUMERIC
013650         IF SD-VAR-LP < WS-PARTITION-LOW
013660                 OR SD-VAR-LP > WS-PARTITION-HIGH
013670             MOVE "N" TO WS-IN-PARTITION-SW
013680         END-IF
013690     ELSE
013700         IF WS-PARTITION-LOW NOT = ZERO
013710             MOVE "N" TO WS-IN-PARTITION-SW
013720         END-IF
013730     END-IF.
013740 2050-EXIT.
013750     EXIT.
013760*
013770 2100-READ-SAMPLE-DATA-FILE.
013780     READ SAMPLE-DATA-FILE INTO SAMPLE-DATA-REC.
013790     IF WS-SAMPLE-STATUS = "10"
013800         MOVE "Y" TO WS-EOF-SW
013810     ELSE
013820         IF WS-SAMPLE-STATUS NOT = "00"
013830             DISPLAY "10_COPYBOOK - READ ERROR, STATUS="
013840                 WS-SAMPLE-STATUS
013850             GO TO 9999-ABEND
013860         END-IF
013870     END-IF.
013880 2100-EXIT.
013890     EXIT.
013900*
013910******************************************************************
013920*    2200-CAPTURE-TRAILER - ROLL THE UPSTREAM COUNT AND HASH
013930*    TOTALS INTO THE SAVED TRAILER TOTALS FOR THE BALANCE IN
013940*    8100.  EACH TRAILER'S TOTALS ARE ADDED, NOT REPLACED, SO A
013950*    CONCATENATION OF TRAILERED INPUTS - THE DAILY EXTRACT PLUS
013960*    THE 20_RECYCLE FILE, EACH ENDING WITH ITS OWN TRAILER -
013970*    BALANCES AS ONE RUN.
013980******************************************************************
013990 2200-CAPTURE-TRAILER.
014000     MOVE "Y" TO WS-TRAILER-SW.
014010     ADD TR-RECORD-COUNT TO WS-TR-RECORD-COUNT.
014020     ADD TR-NUMBER-HASH TO WS-TR-NUMBER-HASH.
014030     ADD TR-CURRENCY-HASH TO WS-TR-CURRENCY-HASH.
014040 2200-EXIT.
014050     EXIT.
014060*
014070******************************************************************
014080*    2300-ACCUMULATE-INPUT-HASH - ADD THE DETAIL ROW INTO THE
014090*    INPUT-SIDE HASH TOTALS.  NON-NUMERIC FIELDS CANNOT BE
014100*    HASHED (AND WERE NOT HASHED UPSTREAM EITHER).  NO ON SIZE
014110*    ERROR HERE: AN OVERFLOW TRUNCATES HIGH-ORDER DIGITS TO THE
014120*    PICTURE, I.E. THE TOTAL WRAPS MODULO THE FIELD WIDTH -
014130*    EXACTLY HOW THE UPSTREAM SIDE ACCUMULATES ITS TRAILER.
014140******************************************************************
014150 2300-ACCUMULATE-INPUT-HASH.
014160     IF SD-VAR-NUMBER NUMERIC
014170         ADD SD-VAR-NUMBER TO WS-INPUT-NUMBER-HASH
014180     END-IF.
014190     IF SD-VAR-CURRENCY-AMT NUMERIC
014200         ADD SD-VAR-CURRENCY-AMT TO WS-INPUT-CURRENCY-HASH
014210     END-IF.
014220 2300-EXIT.
014230     EXIT.
014240*
014250******************************************************************
014260*    2400-PROCESS-DETAIL - RESTART SKIP, EDIT, AND ROUTE ONE
014270*    DETAIL ROW - REJECTED, HELD OVER ITS LIMIT, OR POSTED.
014280*    A ROW THAT PASSES EDIT BUT IS FOR A CLOSED VAR-LP IS
014290*    REJECTED LIKE AN EDIT FAILURE.
014300*    A RECORD IS ONLY EVER SKIPPED AS "ALREADY COMMITTED" WHEN ITS
014310*    VAR-LP IS NUMERIC AND NOT PAST THE CHECKPOINT.  WS-RESTART-SW
014320*    MUST ONLY BE CLEARED ONCE A ROW NUMERIC AND PAST THE
014330*    CHECKPOINT IS SEEN - NOT MERELY BECAUSE SOME ROW FAILED
014340*    EDIT - OR A BAD ROW INSIDE THE SKIP WINDOW WOULD END THE
014350*    SKIP EARLY AND LET ALREADY-COMMITTED ROWS BEHIND IT BE
014360*    REPROCESSED.
014370******************************************************************
014380 2400-PROCESS-DETAIL.
014390     IF RESTART-IN-PROGRESS
014400             AND SD-VAR-LP NUMERIC
014410             AND SD-VAR-LP NOT > WS-LAST-CHECKPOINT-LP
014420         ADD 1 TO WS-SKIPPED-COUNT
014430     ELSE
014440         IF NOT RESTART-IN-PROGRESS
014450                 OR (SD-VAR-LP NUMERIC
014460                     AND SD-VAR-LP > WS-LAST-CHECKPOINT-LP)
014470             MOVE "N" TO WS-RESTART-SW
014480         END-IF
014490         PERFORM 3000-EDIT-RECORD THRU 3000-EXIT
014500         IF NOT EDIT-FAILED
014510             PERFORM 4700-CHECK-CLOSED THRU 4700-EXIT
014520         END-IF
014530         IF EDIT-FAILED
014540             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
014550         ELSE
014560             PERFORM 4600-CHECK-LIMIT THRU 4600-EXIT
014570             IF ROW-HELD
014580                 PERFORM 5500-WRITE-HOLD THRU 5500-EXIT
014590             ELSE
014600                 PERFORM 4000-BUILD-AND-WRITE-ROW THRU 4000-EXIT
014610             END-IF
014620         END-IF
014630     END-IF.
014640 2400-EXIT.
014650     EXIT.
014660*
014670******************************************************************
014680*    3000-EDIT-RECORD - VALIDATE VAR-LP/VAR-NUMBER BEFORE THE
014690*    ROW IS ALLOWED ONTO THE MAIN REPORT
014700******************************************************************
014710 3000-EDIT-RECORD.
014720     MOVE "N" TO WS-EDIT-SW.
014730     MOVE SPACE TO WS-REJECT-REASON.
014740     IF SD-VAR-LP NOT NUMERIC
014750         MOVE "Y" TO WS-EDIT-SW
014760         MOVE "VAR-LP IS NOT NUMERIC" TO WS-REJECT-REASON
014770     ELSE
014780         IF SD-VAR-NUMBER NOT NUMERIC
014790             MOVE "Y" TO WS-EDIT-SW
014800             MOVE "VAR-NUMBER IS NOT NUMERIC" TO WS-REJECT-REASON
014810         ELSE
014820             IF SD-VAR-NUMBER > 999999999
014830                 MOVE "Y" TO WS-EDIT-SW
014840                 MOVE "VAR-NUMBER TOO LARGE FOR VAR-DECIMAL"
014850                     TO WS-REJECT-REASON
014860             ELSE
014870                 IF SD-VAR-CURRENCY-AMT NOT NUMERIC
014880                     MOVE "Y" TO WS-EDIT-SW
014890                     MOVE "VAR-CURRENCY IS NOT NUMERIC"
014900                         TO WS-REJECT-REASON
014910                 END-IF
014920             END-IF
014930         END-IF
014940     END-IF.
014950 3000-EXIT.
014960     EXIT.
014970*
014980******************************************************************
014990*    4000-BUILD-AND-WRITE-ROW - DERIVE DECIMAL/CURRENCY, DISPLAY
015000*    THE ROW, ACCUMULATE THE CONTROL TOTALS
015010******************************************************************
015020 4000-BUILD-AND-WRITE-ROW.
015030     MOVE SD-VAR-LP TO VAR-LP.
015040     MOVE SD-VAR-NUMBER TO VAR-NUMBER.
015050*
015060*    DECIMAL HAS NO SOURCE OF ITS OWN, SO IT IS STILL DERIVED FROM
015070*    VAR-NUMBER WITH TWO IMPLIED DECIMAL PLACES.  VAR-CURRENCY IS
015080*    THE SIGNED AMOUNT CARRIED ON THE INPUT RECORD ITSELF, SO
015090*    DEBIT (NEGATIVE) AND CREDIT (POSITIVE) ROWS KEEP THEIR SIGN,
015100*    CONVERTED TO USD BY 4200-CONVERT-CURRENCY WHEN A RATE TABLE
015110*    ENTRY MATCHES SD-CURRENCY-CODE.
015120     COMPUTE VAR-DECIMAL  = SD-VAR-NUMBER / 100.
015130     PERFORM 4200-CONVERT-CURRENCY THRU 4200-EXIT.
015140     MOVE WS-CONVERTED-CURRENCY TO VAR-CURRENCY.
015150     MOVE SD-SOURCE-REGION TO VAR-REGION.
015160*
015170     ADD 1 TO WS-RECORD-COUNT.
015180     ADD SD-VAR-NUMBER TO WS-NUMBER-TOTAL.
015190     ADD WS-CONVERTED-CURRENCY TO WS-CURRENCY-TOTAL.
015200     PERFORM 4300-ACCUMULATE-CURRENCY THRU 4300-EXIT.
015210     PERFORM 4500-ACCUMULATE-REGION THRU 4500-EXIT.
015220*
015230     IF NOT RUN-MODE-FILE-ONLY
015240         IF WS-LINE-COUNT >= WS-PAGE-SIZE
015250             PERFORM 4100-PRINT-PAGE-HEADER THRU 4100-EXIT
015260         END-IF
015270         DISPLAY STRUCT-ROW
015280         ADD 1 TO WS-LINE-COUNT
015290     END-IF.
015300*
015310*    A REPORT-ONLY PREVIEW COMMITS NOTHING - NO INTERFACE ROW,
015320*    NO MASTER, NO CHECKPOINT.
015330     IF NOT RUN-MODE-REPORT-ONLY
015340         WRITE OUTPUT-FILE-REC FROM STRUCT-ROW
015350         PERFORM 4400-WRITE-MASTER THRU 4400-EXIT
015360         IF ROW-RELEASED
015370             PERFORM 5600-MARK-HOLD-POSTED THRU 5600-EXIT
015380         END-IF
015390         DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
015400             GIVING WS-CHECKPOINT-QUOTIENT
015410             REMAINDER WS-CHECKPOINT-REMAINDER
015420         IF WS-CHECKPOINT-REMAINDER = ZERO
015430             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
015440         END-IF
015450     END-IF.
015460 4000-EXIT.
015470     EXIT.
015480*
015490******************************************************************
015500*    4100-PRINT-PAGE-HEADER - START A NEW PAGE: BUMP THE PAGE
015510*    NUMBER, REPRINT THE PAGE HEADER AND COLUMN HEADINGS
015520******************************************************************
015530 4100-PRINT-PAGE-HEADER.
015540*    A FILE-ONLY RUN PRINTS NO PAGES AT ALL - PAGES PRINTED
015550*    STAYS ZERO ON THE RUN-HISTORY RECORD.
015560     IF RUN-MODE-FILE-ONLY
015570         GO TO 4100-EXIT
015580     END-IF.
015590     ADD 1 TO WS-PAGE-NUMBER.
015600     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
015610     MOVE WS-AS-OF-DATE TO PH-AS-OF-DATE.
015620     DISPLAY PAGE-HEADER-LINE.
015630     DISPLAY STRUCT-HEADERS.
015640     DISPLAY VAR-LINE.
015650     MOVE ZERO TO WS-LINE-COUNT.
015660 4100-EXIT.
015670     EXIT.
015680*
015690******************************************************************
015700*    4200-CONVERT-CURRENCY - LOOK UP SD-CURRENCY-CODE IN
015710*    RATE-TABLE-AREA AND CONVERT THE AMOUNT TO USD; AN UNMATCHED
015720*    CODE OR AN EMPTY TABLE PASSES THE AMOUNT THROUGH UNCHANGED.
015730*    RATE-ENTRY IS OCCURS DEPENDING ON WS-RATE-TABLE-COUNT, SO
015740*    THE SEARCH BELOW NEVER READS A SLOT 1100-LOAD-RATE-TABLE
015750*    DID NOT POPULATE.
015760******************************************************************
015770 4200-CONVERT-CURRENCY.
015780     MOVE SD-VAR-CURRENCY-AMT TO WS-CONVERTED-CURRENCY.
015790     MOVE 1 TO WS-APPLIED-RATE.
015800     IF CONVERT-CURRENCY AND WS-RATE-TABLE-COUNT > ZERO
015810         SET RATE-IDX TO 1
015820         SEARCH RATE-ENTRY
015830             AT END
015840                 CONTINUE
015850             WHEN RT-CURRENCY-CODE (RATE-IDX) = SD-CURRENCY-CODE
015860                 COMPUTE WS-CONVERTED-CURRENCY ROUNDED =
015870                     SD-VAR-CURRENCY-AMT * RT-RATE (RATE-IDX)
015880                 MOVE RT-RATE (RATE-IDX) TO WS-APPLIED-RATE
015890         END-SEARCH
015900     END-IF.
015910 4200-EXIT.
015920     EXIT.
015930*
015940******************************************************************
015950*    4300-ACCUMULATE-CURRENCY - ROLL THE ROW JUST WRITTEN INTO
015960*    ITS SD-CURRENCY-CODE SLOT OF CURRENCY-SUMMARY-AREA, ADDING
015970*    A SLOT THE FIRST TIME A CODE IS SEEN.  ONLY ROWS THAT
015980*    PASSED EDIT GET HERE, SO THE SUMMARY FOOTS TO THE GRAND
015990*    TOTAL.
016000******************************************************************
016010 4300-ACCUMULATE-CURRENCY.
016020     MOVE "N" TO WS-CURRENCY-FOUND-SW.
016030     MOVE 1 TO WS-CURRENCY-SUB.
016040     PERFORM 4310-FIND-CURRENCY-SLOT THRU 4310-EXIT
016050         UNTIL CURRENCY-SLOT-FOUND
016060             OR WS-CURRENCY-SUB > WS-CURRENCY-SUMMARY-COUNT.
016070     IF NOT CURRENCY-SLOT-FOUND
016080*
016090*    CURRENCY-SUMMARY-ENTRY ONLY HAS ROOM FOR 50 CODES - ABEND
016100*    RATHER THAN SUBSCRIPT PAST THE TABLE, AS 1110 DOES FOR THE
016110*    RATE TABLE.
016120         IF WS-CURRENCY-SUMMARY-COUNT >= 50
016130             DISPLAY "10_COPYBOOK - MORE THAN 50 CURRENCY CODES "
016140                 "ON SAMPIN"
016150             GO TO 9999-ABEND
016160         END-IF
016170         ADD 1 TO WS-CURRENCY-SUMMARY-COUNT
016180         MOVE WS-CURRENCY-SUMMARY-COUNT TO WS-CURRENCY-SUB
016190         MOVE SD-CURRENCY-CODE
016200             TO CS-CURRENCY-CODE (WS-CURRENCY-SUB)
016210         MOVE ZERO TO CS-RECORD-COUNT (WS-CURRENCY-SUB)
016220         MOVE ZERO TO CS-ORIG-TOTAL (WS-CURRENCY-SUB)
016230         MOVE ZERO TO CS-CONV-TOTAL (WS-CURRENCY-SUB)
016240     END-IF.
016250     ADD 1 TO CS-RECORD-COUNT (WS-CURRENCY-SUB).
016260     ADD SD-VAR-CURRENCY-AMT TO CS-ORIG-TOTAL (WS-CURRENCY-SUB).
016270     MOVE WS-APPLIED-RATE TO CS-RATE (WS-CURRENCY-SUB).
016280     ADD WS-CONVERTED-CURRENCY TO CS-CONV-TOTAL (WS-CURRENCY-SUB).
016290 4300-EXIT.
016300     EXIT.
016310*
016320 4310-FIND-CURRENCY-SLOT.
016330     IF CS-CURRENCY-CODE (WS-CURRENCY-SUB) = SD-CURRENCY-CODE
016340         MOVE "Y" TO WS-CURRENCY-FOUND-SW
016350     ELSE
016360         ADD 1 TO WS-CURRENCY-SUB
016370     END-IF.
016380 4310-EXIT.
016390     EXIT.
016400*
016410******************************************************************
016420*    4400-WRITE-MASTER - PUT THE ROW JUST WRITTEN ON THE KEYED
016430*    MASTER: AN ADD WHEN VAR-LP IS NEW, A REPLACE (STATUS 22 ON
016440*    THE WRITE) WHEN A PRIOR RUN OR A RECYCLED REJECT ALREADY
016450*    PUT THE KEY THERE, SO DOWNSTREAM ALWAYS SEES EXACTLY ONE
016460*    CURRENT ROW PER VAR-LP, STAMPED WITH THE RUN THAT LAST
016470*    TOUCHED IT.  A ROW THIS PROGRAM WRITES IS ALWAYS ACTIVE -
016480*    4700-CHECK-CLOSED HAS ALREADY REJECTED A CLOSED KEY - AND
016490*    IS DATED ACTIVE FROM THIS RUN WHEN IT IS NEW; A REPLACE
016500*    KEEPS THE STATUS DATE OF THE ROW IT OVERWRITES.
016510******************************************************************
016520 4400-WRITE-MASTER.
016530     MOVE SPACE TO MASTER-ROW-REC.
016540     MOVE SD-VAR-LP TO MST-VAR-LP.
016550     MOVE SD-VAR-NUMBER TO MST-VAR-NUMBER.
016560     COMPUTE MST-VAR-DECIMAL = SD-VAR-NUMBER / 100.
016570     MOVE WS-CONVERTED-CURRENCY TO MST-VAR-CURRENCY.
016580     MOVE WS-RUN-DATE TO MST-LAST-RUN-DATE.
016590     MOVE SD-VAR-CURRENCY-AMT TO MST-ORIG-CURRENCY-AMT.
016600     MOVE SD-CURRENCY-CODE TO MST-CURRENCY-CODE.
016610     MOVE "A" TO MST-STATUS-CODE.
016620     MOVE WS-RUN-DATE TO MST-STATUS-DATE.
016630     MOVE SD-SOURCE-REGION TO MST-SOURCE-REGION.
016640     MOVE "A" TO WS-JOURNAL-ACTION.
016650     WRITE MASTER-ROW-REC.
016660     IF WS-MASTER-STATUS = "22"
016670         MOVE "R" TO WS-JOURNAL-ACTION
016680*
016690*    A REWRITE IS ONLY VALID UNDER OPEN I-O.  IF THE FILE WAS
016700*    OPENED OUTPUT FOR ITS INITIAL LOAD, SWITCH IT TO I-O NOW -
016710*    THE RECORD AREA DOES NOT SURVIVE THE CLOSE, SO IT IS SAVED
016720*    AND RESTORED AROUND THE REOPEN.
016730         MOVE MASTER-ROW-REC TO WS-MASTER-ROW-SAVE
016740         IF MASTER-OPENED-OUTPUT
016750             CLOSE MASTER-FILE
016760             OPEN I-O MASTER-FILE
016770             IF WS-MASTER-STATUS NOT = "00"
016780                 DISPLAY "10_COPYBOOK - MASTER-FILE REOPEN "
016790                     "ERROR STATUS=" WS-MASTER-STATUS
016800                 GO TO 9999-ABEND
016810             END-IF
016820             MOVE "N" TO WS-MASTER-LOAD-SW
016830             MOVE WS-MASTER-ROW-SAVE TO MASTER-ROW-REC
016840         END-IF
016850*
016860*    THE ROW ABOUT TO BE OVERWRITTEN GOES TO MSTHIST FIRST -
016870*    4410 READS THE OLD IMAGE INTO THE RECORD AREA, SO THE NEW
016880*    VALUES ARE RESTORED FROM THE SAVE BEFORE THE REWRITE.
016890         PERFORM 4410-WRITE-HISTORY THRU 4410-EXIT
016900         MOVE WS-MASTER-ROW-SAVE TO MASTER-ROW-REC
016910         IF WS-PRIOR-STATUS-DATE NOT = ZERO
016920             MOVE WS-PRIOR-STATUS-DATE TO MST-STATUS-DATE
016930         END-IF
016940         REWRITE MASTER-ROW-REC
016950     END-IF.
016960     IF WS-MASTER-STATUS NOT = "00"
016970         DISPLAY "10_COPYBOOK - MASTER-FILE WRITE ERROR AT "
016980             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
016990         GO TO 9999-ABEND
017000     END-IF.
017010     MOVE "M" TO WS-JOURNAL-CLUSTER.
017020     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
017030 4400-EXIT.
017040     EXIT.
017050*
017060******************************************************************
017070*    4410-WRITE-HISTORY - APPEND THE MASTER ROW ABOUT TO BE
017080*    REPLACED TO THE MSTHIST HISTORY FILE, STAMPED WITH THE RUN
017090*    DATE THAT IS SUPERSEDING IT.  PERFORMED FROM THE STATUS-22
017100*    PATH OF 4400 ONLY, WITH THE KEY OF THE ROW TO FETCH ALREADY
017110*    IN MST-VAR-LP; THE RANDOM READ LEAVES THE OLD IMAGE IN THE
017120*    RECORD AREA AND THE CALLER RESTORES THE NEW VALUES FROM
017130*    WS-MASTER-ROW-SAVE BEFORE REWRITING.  THE OLD STATUS DATE
017140*    IS KEPT FOR THAT REWRITE, AND THE IMAGE IS MARKED AS A RUN
017150*    REPLACE (NO OPERATOR OR REASON) TO TELL IT FROM THE
017160*    85_MSTMAINT MAINTENANCE IMAGES.
017170******************************************************************
017180 4410-WRITE-HISTORY.
017190     READ MASTER-FILE.
017200     IF WS-MASTER-STATUS NOT = "00"
017210         DISPLAY "10_COPYBOOK - MASTER-FILE HISTORY READ ERROR "
017220             "AT VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
017230         GO TO 9999-ABEND
017240     END-IF.
017250     MOVE ZERO TO WS-PRIOR-STATUS-DATE.
017260     IF MST-STATUS-DATE NUMERIC
017270         MOVE MST-STATUS-DATE TO WS-PRIOR-STATUS-DATE
017280     END-IF.
017290     MOVE SPACE TO MASTER-HISTORY-REC.
017300     MOVE MST-VAR-LP TO HST-VAR-LP.
017310     MOVE WS-RUN-DATE TO HST-SUPERSEDED-DATE.
017320     MOVE MASTER-ROW-REC TO HST-PRIOR-ROW.
017330     MOVE "R" TO HST-ACTION.
017340     WRITE MASTER-HISTORY-REC.
017350     IF WS-MASTER-HISTORY-STATUS NOT = "00"
017360         DISPLAY "10_COPYBOOK - MASTER-HISTORY WRITE ERROR AT "
017370             "VAR-LP=" HST-VAR-LP " STATUS="
017380             WS-MASTER-HISTORY-STATUS
017390         GO TO 9999-ABEND
017400     END-IF.
017410 4410-EXIT.
017420     EXIT.
017430*
017440******************************************************************
017450*    4500-ACCUMULATE-REGION - COUNT THE ROW JUST WRITTEN UNDER
017460*    ITS SOURCE REGION FOR THE FOOTER BREAKDOWN, ADDING A SLOT
017470*    THE FIRST TIME A REGION IS SEEN - SAME SHAPE AS 4300.
017480******************************************************************
017490 4500-ACCUMULATE-REGION.
017500     MOVE "N" TO WS-REGION-FOUND-SW.
017510     MOVE 1 TO WS-REGION-SUB.
017520     PERFORM 4510-FIND-REGION-SLOT THRU 4510-EXIT
017530         UNTIL REGION-SLOT-FOUND
017540             OR WS-REGION-SUB > WS-REGION-SUMMARY-COUNT.
017550     IF NOT REGION-SLOT-FOUND
017560         IF WS-REGION-SUMMARY-COUNT >= 10
017570             DISPLAY "10_COPYBOOK - MORE THAN 10 SOURCE REGIONS "
017580                 "ON SAMPIN"
017590             GO TO 9999-ABEND
017600         END-IF
017610         ADD 1 TO WS-REGION-SUMMARY-COUNT
017620         MOVE WS-REGION-SUMMARY-COUNT TO WS-REGION-SUB
017630         MOVE SD-SOURCE-REGION TO RS-REGION (WS-REGION-SUB)
017640         MOVE ZERO TO RS-RECORD-COUNT (WS-REGION-SUB)
017650     END-IF.
017660     ADD 1 TO RS-RECORD-COUNT (WS-REGION-SUB).
017670 4500-EXIT.
017680     EXIT.
017690*
017700 4510-FIND-REGION-SLOT.
017710     IF RS-REGION (WS-REGION-SUB) = SD-SOURCE-REGION
017720         MOVE "Y" TO WS-REGION-FOUND-SW
017730     ELSE
017740         ADD 1 TO WS-REGION-SUB
017750     END-IF.
017760 4510-EXIT.
017770     EXIT.
017780*
017790******************************************************************
017800*    4600-CHECK-LIMIT - CONVERT THE ROW, THEN LOOK IT UP ON
017810*    THE HOLD QUEUE BEFORE ANY LIMIT IS APPLIED.  A ROW WHOSE
017820*    IMAGE 25_HOLDREL HAS RELEASED POSTS, AND IS MARKED POSTED
017830*    BY 5600, WHATEVER ITS LIMIT IS NOW - A LIMIT RAISED, A RATE
017840*    MOVED OR A CURRENCY WITH NO LIMIT CARD SINCE THE RELEASE
017850*    MUST NOT LEAVE THE HOLD ROW RELEASED FOR 25_HOLDREL TO FEED
017860*    IN AGAIN TOMORROW.  A ROW ALREADY MARKED POSTED BY THIS
017870*    SAME RUN DATE IS A RESTART REPROCESSING WHAT THE FAILED RUN
017880*    POSTED, AND POSTS AGAIN.  A REPORT-ONLY PREVIEW AND A HOLD
017890*    QUEUE BEING LOADED FROM EMPTY SKIP THE LOOKUP.  ANY OTHER
017900*    ROW - NOT ON THE QUEUE, A RELEASED KEY THAT COMES BACK WITH
017910*    DIFFERENT DATA, OR THE SAME IMAGE ON A LATER DATE - IS
017920*    JUDGED AFRESH: ITS USD AMOUNT, EITHER SIGN, AGAINST ITS
017930*    CURRENCY'S LIMIT (OR THE "***" DEFAULT), AND HELD IF OVER,
017940*    SO A RELEASE FILE FED IN TWICE CANNOT POST A ROW TWICE.
017950******************************************************************
017960 4600-CHECK-LIMIT.
017970     MOVE "N" TO WS-HOLD-SW.
017980     MOVE "N" TO WS-RELEASED-SW.
017990     PERFORM 4200-CONVERT-CURRENCY THRU 4200-EXIT.
018000     MOVE WS-CONVERTED-CURRENCY TO WS-ABS-CONVERTED.
018010     IF WS-ABS-CONVERTED < ZERO
018020         COMPUTE WS-ABS-CONVERTED = ZERO - WS-ABS-CONVERTED
018030     END-IF.
018040     IF RUN-MODE-REPORT-ONLY OR HOLD-FILE-OPENED-OUTPUT
018050         GO TO 4620-TEST-LIMIT
018060     END-IF.
018070     MOVE SD-VAR-LP TO HLD-VAR-LP.
018080     READ HOLD-FILE.
018090     IF WS-HOLD-STATUS = "23"
018100         GO TO 4620-TEST-LIMIT
018110     END-IF.
018120     IF WS-HOLD-STATUS NOT = "00"
018130         DISPLAY "10_COPYBOOK - HOLD-FILE READ ERROR AT "
018140             "VAR-LP=" HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
018150         GO TO 9999-ABEND
018160     END-IF.
018170     IF HLD-INPUT-DATA = SAMPLE-DATA-REC
018180         IF HLD-RELEASED
018190                 OR (HLD-POSTED AND HLD-ACTION-DATE = WS-RUN-DATE)
018200             MOVE "Y" TO WS-RELEASED-SW
018210             GO TO 4600-EXIT
018220         END-IF
018230     END-IF.
018240 4620-TEST-LIMIT.
018250     MOVE "N" TO WS-LIMIT-FOUND-SW.
018260     MOVE 1 TO WS-LIMIT-SUB.
018270     PERFORM 4610-FIND-LIMIT THRU 4610-EXIT
018280         UNTIL LIMIT-FOUND
018290             OR WS-LIMIT-SUB > WS-LIMIT-TABLE-COUNT.
018300     IF LIMIT-FOUND
018310         MOVE LT-LIMIT-AMOUNT (WS-LIMIT-SUB) TO WS-ROW-LIMIT
018320         MOVE LT-SET-BY (WS-LIMIT-SUB) TO WS-ROW-LIMIT-SET-BY
018330     ELSE
018340         IF NOT DEFAULT-LIMIT-LOADED
018350             GO TO 4600-EXIT
018360         END-IF
018370         MOVE WS-DEFAULT-LIMIT TO WS-ROW-LIMIT
018380         MOVE WS-DEFAULT-SET-BY TO WS-ROW-LIMIT-SET-BY
018390     END-IF.
018400     IF WS-ABS-CONVERTED > WS-ROW-LIMIT
018410         MOVE "Y" TO WS-HOLD-SW
018420     END-IF.
018430 4600-EXIT.
018440     EXIT.
018450*
018460 4610-FIND-LIMIT.
018470     IF LT-CURRENCY-CODE (WS-LIMIT-SUB) = SD-CURRENCY-CODE
018480         MOVE "Y" TO WS-LIMIT-FOUND-SW
018490     ELSE
018500         ADD 1 TO WS-LIMIT-SUB
018510     END-IF.
018520 4610-EXIT.
018530     EXIT.
018540*
018550******************************************************************
018560*    4700-CHECK-CLOSED - A ROW THAT PASSED EDIT IS REJECTED IF
018570*    ITS VAR-LP IS ON THE MASTER AND 85_MSTMAINT HAS CLOSED IT.
018580*    A KEY NOT ON THE MASTER IS NEW AND CANNOT BE CLOSED.  A
018590*    REPORT-ONLY PREVIEW DOES NOT OPEN THE MASTER AND A MASTER
018600*    BEING LOADED FROM EMPTY HAS NOTHING CLOSED ON IT, SO
018610*    NEITHER LOOKS.  THE READ IS DONE HERE, BEFORE THE ROW IS
018620*    ROUTED, SO A CLOSED KEY IS NEVER HELD OR POSTED.
018630******************************************************************
018640 4700-CHECK-CLOSED.
018650     IF RUN-MODE-REPORT-ONLY OR MASTER-OPENED-OUTPUT
018660         GO TO 4700-EXIT
018670     END-IF.
018680     MOVE SD-VAR-LP TO MST-VAR-LP.
018690     READ MASTER-FILE.
018700     IF WS-MASTER-STATUS = "23"
018710         GO TO 4700-EXIT
018720     END-IF.
018730     IF WS-MASTER-STATUS NOT = "00"
018740         DISPLAY "10_COPYBOOK - MASTER-FILE READ ERROR AT "
018750             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
018760         GO TO 9999-ABEND
018770     END-IF.
018780     IF MST-STATUS-CLOSED
018790         MOVE "Y" TO WS-EDIT-SW
018800         MOVE "KEY CLOSED" TO WS-REJECT-REASON
018810     END-IF.
018820 4700-EXIT.
018830     EXIT.
018840*
018850******************************************************************
018860*    5000-WRITE-REJECT - COPY THE FAILING RECORD AND THE REASON
018870*    IT FAILED EDIT TO THE REJECT LISTING
018880******************************************************************
018890 5000-WRITE-REJECT.
018900     ADD 1 TO WS-REJECT-COUNT.
018910*
018920*    A REPORT-ONLY PREVIEW COUNTS THE REJECT BUT WRITES NEITHER
018930*    THE LISTING NOR THE REJECT MASTER - IT MUST NOT FEED ROWS
018940*    INTO THE REPAIR CYCLE OR DISTURB WHAT THE INQUIRY SHOWS.
018950     IF RUN-MODE-REPORT-ONLY
018960         GO TO 5000-EXIT
018970     END-IF.
018980     MOVE SAMPLE-DATA-REC TO RJ-INPUT-DATA.
018990     MOVE WS-REJECT-REASON TO RJ-REASON.
019000     MOVE SD-SOURCE-REGION TO RJ-SOURCE-REGION.
019010     WRITE REJECT-FILE-REC FROM REJECT-LISTING-ROW.
019020*
019030*    MIRROR THE REASON ONTO THE KEYED REJECT MASTER FOR THE
019040*    ONLINE INQUIRY - LATEST REASON PER VAR-LP WINS.  THE KEY IS
019050*    THE RAW LP BYTES, SO EVEN A ROW REJECTED FOR A NON-NUMERIC
019060*    LP CAN BE LOOKED UP EXACTLY AS IT ARRIVED.
019070     MOVE SD-VAR-LP TO RJM-VAR-LP.
019080     MOVE WS-REJECT-REASON TO RJM-REASON.
019090     MOVE WS-RUN-DATE TO RJM-RUN-DATE.
019100     MOVE SAMPLE-DATA-REC TO RJM-INPUT-DATA.
019110     MOVE "A" TO WS-JOURNAL-ACTION.
019120     WRITE REJECT-MASTER-REC.
019130     IF WS-REJECT-MASTER-STATUS = "22"
019140         MOVE "R" TO WS-JOURNAL-ACTION
019150*
019160*    SAME OUTPUT-LOAD REOPEN AS 4400 - TWO REJECTS WITH THE
019170*    SAME RAW LP ON A FIRST-EVER RUN MUST REPLACE, NOT ABEND.
019180         IF REJECT-MASTER-OPENED-OUTPUT
019190             MOVE REJECT-MASTER-REC TO WS-REJECT-MASTER-SAVE
019200             CLOSE REJECT-MASTER-FILE
019210             OPEN I-O REJECT-MASTER-FILE
019220             IF WS-REJECT-MASTER-STATUS NOT = "00"
019230                 DISPLAY "10_COPYBOOK - REJECT-MASTER-FILE "
019240                     "REOPEN ERROR STATUS="
019250                     WS-REJECT-MASTER-STATUS
019260                 GO TO 9999-ABEND
019270             END-IF
019280             MOVE "N" TO WS-REJECT-MASTER-LOAD-SW
019290             MOVE WS-REJECT-MASTER-SAVE TO REJECT-MASTER-REC
019300         END-IF
019310         REWRITE REJECT-MASTER-REC
019320     END-IF.
019330     IF WS-REJECT-MASTER-STATUS NOT = "00"
019340         DISPLAY "10_COPYBOOK - REJECT-MASTER-FILE WRITE ERROR "
019350             "AT VAR-LP=" RJM-VAR-LP " STATUS="
019360             WS-REJECT-MASTER-STATUS
019370         GO TO 9999-ABEND
019380     END-IF.
019390     MOVE "R" TO WS-JOURNAL-CLUSTER.
019400     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
019410 5000-EXIT.
019420     EXIT.
019430*
019440******************************************************************
019450*    5500-WRITE-HOLD - THE ROW IS OVER ITS LIMIT: PUT IT ON THE
019460*    HOLD QUEUE INSTEAD OF RPTOUT AND MSTROUT, AND LIST IT FOR
019470*    THE HELD-ITEMS SECTION.  A KEY ALREADY ON THE QUEUE (A
019480*    RESTART, OR AN EARLIER HOLD LONG SINCE DECIDED) IS
019490*    REPLACED - THE NEWEST HELD IMAGE IS THE ONE AWAITING A
019500*    DECISION.
019510******************************************************************
019520 5500-WRITE-HOLD.
019530     ADD 1 TO WS-HELD-COUNT.
019540     IF WS-HELD-LIST-COUNT < 100
019550         ADD 1 TO WS-HELD-LIST-COUNT
019560         MOVE SD-VAR-LP TO HL-VAR-LP (WS-HELD-LIST-COUNT)
019570         MOVE SD-CURRENCY-CODE
019580             TO HL-CURRENCY-CODE (WS-HELD-LIST-COUNT)
019590         MOVE WS-CONVERTED-CURRENCY
019600             TO HL-CONVERTED-AMT (WS-HELD-LIST-COUNT)
019610         MOVE WS-ROW-LIMIT TO HL-LIMIT-AMT (WS-HELD-LIST-COUNT)
019620         MOVE SD-SOURCE-REGION TO HL-REGION (WS-HELD-LIST-COUNT)
019630     END-IF.
019640*
019650*    A REPORT-ONLY PREVIEW LISTS THE ROW BUT QUEUES NOTHING.
019660     IF RUN-MODE-REPORT-ONLY
019670         GO TO 5500-EXIT
019680     END-IF.
019690     MOVE SPACE TO HELD-ITEM-REC.
019700     MOVE SD-VAR-LP TO HLD-VAR-LP.
019710     MOVE "H" TO HLD-STATUS.
019720     MOVE WS-RUN-DATE TO HLD-HELD-DATE.
019730     MOVE SAMPLE-DATA-REC TO HLD-INPUT-DATA.
019740     MOVE WS-CONVERTED-CURRENCY TO HLD-CONVERTED-AMT.
019750     MOVE WS-ROW-LIMIT TO HLD-LIMIT-AMT.
019760     MOVE WS-ROW-LIMIT-SET-BY TO HLD-LIMIT-SET-BY.
019770     MOVE ZERO TO HLD-ACTION-DATE.
019780     WRITE HELD-ITEM-REC.
019790     IF WS-HOLD-STATUS = "22"
019800*
019810*    SAME OUTPUT-LOAD REOPEN AS 4400 AND 5000.
019820         IF HOLD-FILE-OPENED-OUTPUT
019830             MOVE HELD-ITEM-REC TO WS-HELD-ITEM-SAVE
019840             CLOSE HOLD-FILE
019850             OPEN I-O HOLD-FILE
019860             IF WS-HOLD-STATUS NOT = "00"
019870                 DISPLAY "10_COPYBOOK - HOLD-FILE REOPEN ERROR "
019880                     "STATUS=" WS-HOLD-STATUS
019890                 GO TO 9999-ABEND
019900             END-IF
019910             MOVE "N" TO WS-HOLD-LOAD-SW
019920             MOVE WS-HELD-ITEM-SAVE TO HELD-ITEM-REC
019930         END-IF
019940         REWRITE HELD-ITEM-REC
019950     END-IF.
019960     IF WS-HOLD-STATUS NOT = "00"
019970         DISPLAY "10_COPYBOOK - HOLD-FILE WRITE ERROR AT "
019980             "VAR-LP=" HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
019990         GO TO 9999-ABEND
020000     END-IF.
020010 5500-EXIT.
020020     EXIT.
020030*
020040******************************************************************
020050*    5600-MARK-HOLD-POSTED - A RELEASED ROW HAS JUST POSTED TO
020060*    RPTOUT AND MSTROUT; CLOSE ITS HOLD ROW AS POSTED, DATED
020070*    THIS RUN.  THE RELEASER'S ID AND REASON STAY ON IT.
020080******************************************************************
020090 5600-MARK-HOLD-POSTED.
020100     ADD 1 TO WS-RELEASED-COUNT.
020110     MOVE SD-VAR-LP TO HLD-VAR-LP.
020120     READ HOLD-FILE.
020130     IF WS-HOLD-STATUS NOT = "00"
020140         DISPLAY "10_COPYBOOK - HOLD-FILE READ ERROR AT "
020150             "VAR-LP=" HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
020160         GO TO 9999-ABEND
020170     END-IF.
020180     MOVE "P" TO HLD-STATUS.
020190     MOVE WS-RUN-DATE TO HLD-ACTION-DATE.
020200     REWRITE HELD-ITEM-REC.
020210     IF WS-HOLD-STATUS NOT = "00"
020220         DISPLAY "10_COPYBOOK - HOLD-FILE REWRITE ERROR AT "
020230             "VAR-LP=" HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
020240         GO TO 9999-ABEND
020250     END-IF.
020260 5600-EXIT.
020270     EXIT.
020280*
020290******************************************************************
020300*    6000-WRITE-CHECKPOINT - COMMIT THE CURRENT VAR-LP AS A
020310*    RESTART POINT SO A LATER RUN CAN PICK UP AFTER IT
020320******************************************************************
020330 6000-WRITE-CHECKPOINT.
020340     MOVE SD-VAR-LP TO CHECKPOINT-FILE-REC.
020350     WRITE CHECKPOINT-FILE-REC.
020360 6000-EXIT.
020370     EXIT.
020380*
020390******************************************************************
020400*    6500-WRITE-JOURNAL - APPEND THE AFTER-IMAGE OF THE MSTROUT
020410*    OR REJMSTR CHANGE JUST MADE TO CHGJRNL.  THE CALLER SETS
020420*    THE CLUSTER (M/R) AND THE ACTION (A = THE WRITE ADDED THE
020430*    KEY, R = IT REPLACED IT), AND THE NEW RECORD IS STILL IN
020440*    THE CLUSTER'S RECORD AREA.  THE RUN IS IDENTIFIED BY ITS
020450*    RUN DATE, START TIME AND PARTITION, AND ITS ENTRIES ARE
020460*    NUMBERED FROM 1 SO 95_RECOVER CAN PROVE NONE IS MISSING.
020470******************************************************************
020480 6500-WRITE-JOURNAL.
020490     ADD 1 TO WS-JOURNAL-SEQUENCE.
020500     MOVE SPACE TO CHANGE-JOURNAL-REC.
020510     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
020520     MOVE WS-RUN-TIME-HHMMSS TO CJ-RUN-TIME.
020530     MOVE "10_COPYBOOK" TO CJ-PROGRAM.
020540     IF PARTITIONED-RUN
020550         MOVE WS-PARTITION-NO TO CJ-PARTITION
020560     END-IF.
020570     MOVE WS-JOURNAL-SEQUENCE TO CJ-SEQUENCE.
020580     MOVE WS-JOURNAL-CLUSTER TO CJ-CLUSTER.
020590     MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
020600     IF CJ-MSTROUT
020610         MOVE MST-VAR-LP TO CJ-VAR-LP
020620         MOVE MASTER-ROW-REC TO CJ-IMAGE
020630     ELSE
020640         MOVE RJM-VAR-LP TO CJ-VAR-LP
020650         MOVE REJECT-MASTER-REC TO CJ-IMAGE
020660     END-IF.
020670     WRITE CHANGE-JOURNAL-REC.
020680     IF WS-CHGJRNL-STATUS NOT = "00"
020690         DISPLAY "10_COPYBOOK - CHANGE-JOURNAL WRITE ERROR AT "
020700             "VAR-LP=" CJ-VAR-LP " STATUS=" WS-CHGJRNL-STATUS
020710         GO TO 9999-ABEND
020720     END-IF.
020730 6500-EXIT.
020740     EXIT.
020750*
020760******************************************************************
020770*    8000-FINALIZE - CONTROL-TOTAL FOOTER, CLOSE EVERYTHING
020780******************************************************************
020790 8000-FINALIZE.
020800*    A FILE-ONLY RUN PRINTS NO FOOTERS; THE BALANCE MESSAGES IN
020810*    8100 ARE DIAGNOSTICS AND ALWAYS APPEAR.  A PARTITION PRINTS
020820*    ITS HELD ITEMS AND ITS SUBTOTALS ONLY - THE SUMMARIES, THE
020830*    RUN FOOTER AND THE TRAILER BALANCE ARE 12_CONSOL'S, OVER ALL
020840*    THE PARTITIONS TOGETHER.
020850     IF NOT RUN-MODE-FILE-ONLY
020860         PERFORM 8500-PRINT-HELD-ITEMS THRU 8500-EXIT
020870         IF PARTITIONED-RUN
020880             DISPLAY VAR-LINE
020890             DISPLAY "PARTITION " WS-PARTITION-NO " SUBTOTALS - "
020900                 "SEE 12_CONSOL FOR THE RUN FOOTER"
020910         ELSE
020920             PERFORM 8200-PRINT-CURRENCY-SUMMARY THRU 8200-EXIT
020930             PERFORM 8400-PRINT-REGION-SUMMARY THRU 8400-EXIT
020940         END-IF
020950         MOVE WS-RECORD-COUNT   TO CT-RECORD-COUNT
020960         MOVE WS-NUMBER-TOTAL   TO CT-NUMBER-TOTAL
020970         MOVE WS-CURRENCY-TOTAL TO CT-CURRENCY-TOTAL
020980         DISPLAY VAR-LINE
020990         DISPLAY CONTROL-TOTAL-LINE
021000         MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED
021010         DISPLAY "10_COPYBOOK - RECORDS REJECTED: "
021020             WS-REJECT-COUNT-ED
021030         MOVE WS-HELD-COUNT TO WS-COUNT-ED
021040         DISPLAY "10_COPYBOOK - RECORDS HELD:     "
021050             WS-COUNT-ED
021060         MOVE WS-RELEASED-COUNT TO WS-COUNT-ED
021070         DISPLAY "10_COPYBOOK - RELEASED POSTED:  "
021080             WS-COUNT-ED
021090     END-IF.
021100     IF PARTITIONED-RUN
021110         DISPLAY "10_COPYBOOK - PARTITION " WS-PARTITION-NO
021120             " COMPLETE - 12_CONSOL BALANCES THE RUN"
021130     ELSE
021140         PERFORM 8100-BALANCE-TRAILER THRU 8100-EXIT
021150     END-IF.
021160     CLOSE SAMPLE-DATA-FILE.
021170     IF RUN-MODE-REPORT-ONLY
021180         GO TO 8000-EXIT
021190     END-IF.
021200     IF PARTITIONED-RUN
021210         PERFORM 8600-WRITE-PARTITION-TOTALS THRU 8600-EXIT
021220     ELSE
021230         PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT
021240     END-IF.
021250     CLOSE REJECT-FILE.
021260     CLOSE OUTPUT-FILE.
021270     CLOSE CHECKPOINT-FILE.
021280     CLOSE MASTER-FILE.
021290     CLOSE REJECT-MASTER-FILE.
021300     CLOSE MASTER-HISTORY-FILE.
021310     CLOSE HOLD-FILE.
021320     CLOSE CHANGE-JOURNAL-FILE.
021330 8000-EXIT.
021340     EXIT.
021350*
021360******************************************************************
021370*    8100-BALANCE-TRAILER - PROVE THE EXTRACT ARRIVED COMPLETE.
021380*    EVERY DETAIL ROW READ IS ACCOUNTED FOR AS PROCESSED,
021390*    REJECTED, HELD, OR SKIPPED BY A RESTART; THAT SUM AND THE
021400*    INPUT HASH TOTALS MUST MATCH THE UPSTREAM TRAILER.  A MISSING
021410*    TRAILER IS TREATED AS OUT OF BALANCE - AN ABSENT TRAILER IS
021420*    EXACTLY WHAT A TRUNCATED FILE LOOKS LIKE.  RETURN-CODE 8 IS
021430*    DISTINCT FROM THE 16 OF 9999-ABEND SO THE SCHEDULER CAN
021440*    TELL "FILE ERROR" FROM "OUT OF BALANCE" AND HOLD THE
021450*    DOWNSTREAM JOBS EITHER WAY.
021460******************************************************************
021470 8100-BALANCE-TRAILER.
021480     IF NOT TRAILER-SEEN
021490         MOVE "Y" TO WS-BALANCE-SW
021500         DISPLAY "10_COPYBOOK - NO TRAILER ON SAMPIN - FILE "
021510             "TRUNCATED OR UPSTREAM NOT SENDING TRAILERS"
021520         GO TO 8100-SET-RC
021530     END-IF.
021540     COMPUTE WS-ACCOUNTED-COUNT = WS-RECORD-COUNT
021550         + WS-REJECT-COUNT + WS-SKIPPED-COUNT
021560         + WS-HELD-COUNT.
021570     IF WS-ACCOUNTED-COUNT NOT = WS-TR-RECORD-COUNT
021580         MOVE "Y" TO WS-BALANCE-SW
021590         DISPLAY "10_COPYBOOK - RECORD COUNT OUT OF BALANCE "
021600             "TRAILER=" WS-TR-RECORD-COUNT
021610             " ACCOUNTED=" WS-ACCOUNTED-COUNT
021620     END-IF.
021630     IF WS-INPUT-NUMBER-HASH NOT = WS-TR-NUMBER-HASH
021640         MOVE "Y" TO WS-BALANCE-SW
021650         DISPLAY "10_COPYBOOK - NUMBER HASH OUT OF BALANCE "
021660             "TRAILER=" WS-TR-NUMBER-HASH
021670             " INPUT=" WS-INPUT-NUMBER-HASH
021680     END-IF.
021690     IF WS-INPUT-CURRENCY-HASH NOT = WS-TR-CURRENCY-HASH
021700         MOVE "Y" TO WS-BALANCE-SW
021710         DISPLAY "10_COPYBOOK - CURRENCY HASH OUT OF BALANCE "
021720             "TRAILER=" WS-TR-CURRENCY-HASH
021730             " INPUT=" WS-INPUT-CURRENCY-HASH
021740     END-IF.
021750 8100-SET-RC.
021760     IF RUN-OUT-OF-BALANCE
021770         DISPLAY "10_COPYBOOK - RUN OUT OF BALANCE WITH "
021780             "UPSTREAM TRAILER - HOLDING DOWNSTREAM"
021790         MOVE 8 TO RETURN-CODE
021800     END-IF.
021810 8100-EXIT.
021820     EXIT.
021830*
021840******************************************************************
021850*    8200-PRINT-CURRENCY-SUMMARY - ONE LINE PER CURRENCY CODE
021860*    SEEN, AHEAD OF THE GRAND TOTAL: COUNT, ORIGINAL AMOUNT,
021870*    RATE APPLIED AND CONVERTED USD, FOR TREASURY TO TIE TO THE
021880*    BANK'S FX STATEMENT
021890******************************************************************
021900 8200-PRINT-CURRENCY-SUMMARY.
021910     IF WS-CURRENCY-SUMMARY-COUNT = ZERO
021920         GO TO 8200-EXIT
021930     END-IF.
021940     DISPLAY VAR-LINE.
021950     DISPLAY "CURRENCY SUMMARY".
021960     MOVE 1 TO WS-CURRENCY-SUB.
021970     PERFORM 8210-PRINT-CURRENCY-LINE THRU 8210-EXIT
021980         UNTIL WS-CURRENCY-SUB > WS-CURRENCY-SUMMARY-COUNT.
021990 8200-EXIT.
022000     EXIT.
022010*
022020 8210-PRINT-CURRENCY-LINE.
022030     MOVE CS-CURRENCY-CODE (WS-CURRENCY-SUB) TO CSL-CODE.
022040     MOVE CS-RECORD-COUNT (WS-CURRENCY-SUB) TO CSL-COUNT.
022050     MOVE CS-ORIG-TOTAL (WS-CURRENCY-SUB) TO CSL-ORIG.
022060     MOVE CS-RATE (WS-CURRENCY-SUB) TO CSL-RATE.
022070     MOVE CS-CONV-TOTAL (WS-CURRENCY-SUB) TO CSL-USD.
022080     DISPLAY CURRENCY-SUMMARY-LINE.
022090     ADD 1 TO WS-CURRENCY-SUB.
022100 8210-EXIT.
022110     EXIT.
022120*
022130*
022140******************************************************************
022150*    8300-WRITE-RUN-HISTORY - APPEND THIS RUN'S AUDIT RECORD TO
022160*    RUNHIST.  PERFORMED AFTER 8100 SO RH-RETURN-CODE CARRIES
022170*    THE FINAL CODE INCLUDING AN OUT-OF-BALANCE 8.  A RUN THAT
022180*    ABENDS THROUGH 9999 NEVER GETS HERE - THE SCHEDULER LOG IS
022190*    THE RECORD OF THOSE.  OPENED EXTEND-WITH-FALLBACK HERE
022200*    RATHER THAN IN 1000 SO AN ABENDED RUN LEAVES NO HALF-
022210*    STAMPED RECORD BEHIND.
022220******************************************************************
022230 8300-WRITE-RUN-HISTORY.
022240     OPEN EXTEND RUN-HISTORY-FILE.
022250     IF WS-RUN-HISTORY-STATUS NOT = "00"
022260         OPEN OUTPUT RUN-HISTORY-FILE
022270     END-IF.
022280     IF WS-RUN-HISTORY-STATUS NOT = "00"
022290         DISPLAY "10_COPYBOOK - UNABLE TO OPEN RUN-HISTORY-FILE "
022300             "STATUS=" WS-RUN-HISTORY-STATUS
022310         GO TO 9999-ABEND
022320     END-IF.
022330     MOVE SPACE TO RUN-HISTORY-REC.
022340     MOVE WS-RUN-DATE TO RH-RUN-DATE.
022350     MOVE WS-RUN-TIME-HHMMSS TO RH-RUN-TIME.
022360     MOVE WS-RECORD-COUNT TO RH-RECORDS-PROCESSED.
022370     MOVE WS-REJECT-COUNT TO RH-RECORDS-REJECTED.
022380     MOVE WS-NUMBER-TOTAL TO RH-NUMBER-TOTAL.
022390     MOVE WS-CURRENCY-TOTAL TO RH-CURRENCY-TOTAL.
022400     MOVE WS-PAGE-NUMBER TO RH-PAGES-PRINTED.
022410     MOVE RETURN-CODE TO RH-RETURN-CODE.
022420     IF WS-LAST-CHECKPOINT-LP > ZERO
022430         MOVE "Y" TO RH-RESTART-SW
022440     ELSE
022450         MOVE "N" TO RH-RESTART-SW
022460     END-IF.
022470     MOVE WS-LAST-CHECKPOINT-LP TO RH-CHECKPOINT-LP.
022480     MOVE WS-AS-OF-DATE TO RH-AS-OF-DATE.
022490     WRITE RUN-HISTORY-REC.
022500     IF WS-RUN-HISTORY-STATUS NOT = "00"
022510         DISPLAY "10_COPYBOOK - RUN-HISTORY WRITE ERROR STATUS="
022520             WS-RUN-HISTORY-STATUS
022530         GO TO 9999-ABEND
022540     END-IF.
022550     CLOSE RUN-HISTORY-FILE.
022560 8300-EXIT.
022570     EXIT.
022580*
022590******************************************************************
022600*    8400-PRINT-REGION-SUMMARY - THE RECORD COUNT BY SOURCE
022610*    REGION, BETWEEN THE CURRENCY SUMMARY AND THE GRAND TOTAL.
022620*    ONE LINE PER REGION SEEN; A REGION THE OPERATOR EXPECTED
022630*    BUT DOES NOT SEE HERE SIMPLY NEVER ARRIVED.
022640******************************************************************
022650 8400-PRINT-REGION-SUMMARY.
022660     IF WS-REGION-SUMMARY-COUNT = ZERO
022670         GO TO 8400-EXIT
022680     END-IF.
022690     DISPLAY VAR-LINE.
022700     DISPLAY "RECORD COUNT BY SOURCE".
022710     MOVE 1 TO WS-REGION-SUB.
022720     PERFORM 8410-PRINT-REGION-LINE THRU 8410-EXIT
022730         UNTIL WS-REGION-SUB > WS-REGION-SUMMARY-COUNT.
022740 8400-EXIT.
022750     EXIT.
022760*
022770 8410-PRINT-REGION-LINE.
022780     MOVE RS-REGION (WS-REGION-SUB) TO RSL-REGION.
022790     MOVE RS-RECORD-COUNT (WS-REGION-SUB) TO RSL-COUNT.
022800     DISPLAY REGION-SUMMARY-LINE.
022810     ADD 1 TO WS-REGION-SUB.
022820 8410-EXIT.
022830     EXIT.
022840*
022850******************************************************************
022860*    8500-PRINT-HELD-ITEMS - THE ROWS THIS RUN DIVERTED TO THE
022870*    HOLD QUEUE, AHEAD OF THE SUMMARIES: KEY, CURRENCY, USD
022880*    AMOUNT, THE LIMIT IT BROKE AND ITS REGION.  THEY ARE IN
022890*    NONE OF THE TOTALS BELOW - THEY HAVE NOT POSTED.
022900******************************************************************
022910 8500-PRINT-HELD-ITEMS.
022920     IF WS-HELD-COUNT = ZERO
022930         GO TO 8500-EXIT
022940     END-IF.
022950     DISPLAY VAR-LINE.
022960     DISPLAY "HELD ITEMS - OVER LIMIT, AWAITING RELEASE".
022970     MOVE 1 TO WS-HELD-SUB.
022980     PERFORM 8510-PRINT-HELD-LINE THRU 8510-EXIT
022990         UNTIL WS-HELD-SUB > WS-HELD-LIST-COUNT.
023000     IF WS-HELD-COUNT > WS-HELD-LIST-COUNT
023010         DISPLAY "MORE HELD ITEMS THAN THIS LISTING HOLDS - "
023020             "SEE 25_HOLDREL FOR THE FULL QUEUE"
023030     END-IF.
023040 8500-EXIT.
023050     EXIT.
023060*
023070 8510-PRINT-HELD-LINE.
023080     MOVE HL-VAR-LP (WS-HELD-SUB) TO HIL-VAR-LP.
023090     MOVE HL-CURRENCY-CODE (WS-HELD-SUB) TO HIL-CURRENCY-CODE.
023100     MOVE HL-CONVERTED-AMT (WS-HELD-SUB) TO HIL-CONVERTED-AMT.
023110     MOVE HL-LIMIT-AMT (WS-HELD-SUB) TO HIL-LIMIT-AMT.
023120     MOVE HL-REGION (WS-HELD-SUB) TO HIL-REGION.
023130     DISPLAY HELD-ITEM-LINE.
023140     ADD 1 TO WS-HELD-SUB.
023150 8510-EXIT.
023160     EXIT.
023170*
023180******************************************************************
023190*    8600-WRITE-PARTITION-TOTALS - APPEND THIS PARTITION'S GROUP
023200*    TO PARTTOT FOR 12_CONSOL: THE PH HEADER, A PC PER CURRENCY
023210*    SLOT, A PR PER REGION SLOT AND THE PE THAT CLOSES IT.  THE
023220*    LAST THING A PARTITION DOES, LIKE THE RUNHIST WRITE OF AN
023230*    UNPARTITIONED RUN, SO A PARTITION THAT ABENDS LEAVES NO
023240*    GROUP AND 12_CONSOL SEES IT AS NOT FINISHED.
023250******************************************************************
023260 8600-WRITE-PARTITION-TOTALS.
023270     OPEN EXTEND PARTITION-TOTALS-FILE.
023280     IF WS-PARTTOT-STATUS NOT = "00"
023290         OPEN OUTPUT PARTITION-TOTALS-FILE
023300     END-IF.
023310     IF WS-PARTTOT-STATUS NOT = "00"
023320         DISPLAY "10_COPYBOOK - UNABLE TO OPEN PARTITION-TOTALS-"
023330             "FILE STATUS=" WS-PARTTOT-STATUS
023340         GO TO 9999-ABEND
023350     END-IF.
023360     MOVE ZERO TO WS-PARTTOT-GROUP-COUNT.
023370     MOVE SPACE TO PARTITION-TOTALS-REC.
023380     MOVE "PH" TO PT-RECORD-TYPE.
023390     MOVE WS-PARTITION-LOW TO PT-LOW-LP.
023400     MOVE WS-PARTITION-HIGH TO PT-HIGH-LP.
023410     MOVE WS-RUN-DATE TO PT-RUN-DATE.
023420     MOVE WS-RUN-TIME-HHMMSS TO PT-RUN-TIME.
023430     MOVE WS-RECORD-COUNT TO PT-RECORD-COUNT.
023440     MOVE WS-REJECT-COUNT TO PT-REJECT-COUNT.
023450     MOVE WS-SKIPPED-COUNT TO PT-SKIPPED-COUNT.
023460     MOVE WS-HELD-COUNT TO PT-HELD-COUNT.
023470     MOVE WS-RELEASED-COUNT TO PT-RELEASED-COUNT.
023480     MOVE WS-NUMBER-TOTAL TO PT-NUMBER-TOTAL.
023490     MOVE WS-CURRENCY-TOTAL TO PT-CURRENCY-TOTAL.
023500     MOVE WS-INPUT-NUMBER-HASH TO PT-INPUT-NUMBER-HASH.
023510     MOVE WS-INPUT-CURRENCY-HASH TO PT-INPUT-CURRENCY-HASH.
023520     MOVE WS-PAGE-NUMBER TO PT-PAGES-PRINTED.
023530     IF WS-LAST-CHECKPOINT-LP > ZERO
023540         MOVE "Y" TO PT-RESTART-SW
023550     ELSE
023560         MOVE "N" TO PT-RESTART-SW
023570     END-IF.
023580     MOVE WS-LAST-CHECKPOINT-LP TO PT-CHECKPOINT-LP.
023590     PERFORM 8630-WRITE-TOTALS-REC THRU 8630-EXIT.
023600     MOVE 1 TO WS-CURRENCY-SUB.
023610     PERFORM 8610-WRITE-CURRENCY-TOTALS THRU 8610-EXIT
023620         UNTIL WS-CURRENCY-SUB > WS-CURRENCY-SUMMARY-COUNT.
023630     MOVE 1 TO WS-REGION-SUB.
023640     PERFORM 8620-WRITE-REGION-TOTALS THRU 8620-EXIT
023650         UNTIL WS-REGION-SUB > WS-REGION-SUMMARY-COUNT.
023660     MOVE SPACE TO PARTITION-TOTALS-REC.
023670     MOVE "PE" TO PT-RECORD-TYPE.
023680     COMPUTE PT-GROUP-COUNT = WS-PARTTOT-GROUP-COUNT + 1.
023690     PERFORM 8630-WRITE-TOTALS-REC THRU 8630-EXIT.
023700     CLOSE PARTITION-TOTALS-FILE.
023710 8600-EXIT.
023720     EXIT.
023730*
023740 8610-WRITE-CURRENCY-TOTALS.
023750     MOVE SPACE TO PARTITION-TOTALS-REC.
023760     MOVE "PC" TO PT-RECORD-TYPE.
023770     MOVE CS-CURRENCY-CODE (WS-CURRENCY-SUB) TO PT-CUR-CODE.
023780     MOVE CS-RECORD-COUNT (WS-CURRENCY-SUB) TO PT-CUR-COUNT.
023790     MOVE CS-ORIG-TOTAL (WS-CURRENCY-SUB) TO PT-CUR-ORIG-TOTAL.
023800     MOVE CS-RATE (WS-CURRENCY-SUB) TO PT-CUR-RATE.
023810     MOVE CS-CONV-TOTAL (WS-CURRENCY-SUB) TO PT-CUR-CONV-TOTAL.
023820     PERFORM 8630-WRITE-TOTALS-REC THRU 8630-EXIT.
023830     ADD 1 TO WS-CURRENCY-SUB.
023840 8610-EXIT.
023850     EXIT.
023860*
023870 8620-WRITE-REGION-TOTALS.
023880     MOVE SPACE TO PARTITION-TOTALS-REC.
023890     MOVE "PR" TO PT-RECORD-TYPE.
023900     MOVE RS-REGION (WS-REGION-SUB) TO PT-REG-REGION.
023910     MOVE RS-RECORD-COUNT (WS-REGION-SUB) TO PT-REG-COUNT.
023920     PERFORM 8630-WRITE-TOTALS-REC THRU 8630-EXIT.
023930     ADD 1 TO WS-REGION-SUB.
023940 8620-EXIT.
023950     EXIT.
023960*
023970*    EVERY RECORD OF THE GROUP CARRIES THE PARTITION AND AS-OF
023980*    DATE IT BELONGS TO.
023990 8630-WRITE-TOTALS-REC.
024000     MOVE WS-PARTITION-NO TO PT-PARTITION-NO.
024010     MOVE WS-AS-OF-DATE TO PT-AS-OF-DATE.
024020     WRITE PARTITION-TOTALS-REC.
024030     IF WS-PARTTOT-STATUS NOT = "00"
024040         DISPLAY "10_COPYBOOK - PARTITION-TOTALS WRITE ERROR "
024050             "STATUS=" WS-PARTTOT-STATUS
024060         GO TO 9999-ABEND
024070     END-IF.
024080     ADD 1 TO WS-PARTTOT-GROUP-COUNT.
024090 8630-EXIT.
024100     EXIT.
024110******************************************************************
024120*    9997-DUPLICATE-ABEND - THIS AS-OF DATE ALREADY RAN CLEAN.
024130*    RETURN-CODE 10 IS DISTINCT FROM THE 8/12/16 FAMILY SO THE
024140*    SCHEDULER CAN TELL "ALREADY RAN - CHECK BEFORE FORCING"
024150*    FROM EVERY OTHER FAILURE.  NOTHING HAS BEEN WRITTEN.
024160******************************************************************
024170 9997-DUPLICATE-ABEND.
024180     MOVE 10 TO RETURN-CODE.
024190     STOP RUN.
024200*
024210******************************************************************
024220*    9998-CONTROL-ABEND - MALFORMED SYSIN CONTROL CARD.  RETURN-
024230*    CODE 12 IS DISTINCT FROM THE 8 OF AN OUT-OF-BALANCE RUN
024240*    AND THE 16 OF A FILE FAILURE, SO THE SCHEDULER CAN TELL
024250*    "FIX THE CARD" FROM "FIX THE DATA OR THE FILES".
024260******************************************************************
024270 9998-CONTROL-ABEND.
024280     MOVE 12 TO RETURN-CODE.
024290     STOP RUN.
024300*
024310******************************************************************
024320*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
024330*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
024340******************************************************************
024350 9999-ABEND.
024360     MOVE 16 TO RETURN-CODE.
024370     STOP RUN.
