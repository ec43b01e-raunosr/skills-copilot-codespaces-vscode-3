000120*
000130*      K - FULL VALUE HISTORY OF ONE VAR-LP: EVERY SUPERSEDED
000140*          IMAGE IN DATE ORDER, EACH WITH THE DATE RANGE IT WAS
000150*          IN EFFECT, FOLLOWED BY THE CURRENT MSTROUT ROW.
000160*          AN IMAGE 85_MSTMAINT WROTE IS FOLLOWED BY WHAT WAS
000170*          DONE TO THE KEY THAT DAY (CLOSED, REOPENED OR
000180*          PURGED), BY WHOM AND WHY, SO A CLOSED OR PURGED KEY
000190*          SHOWS THE WHOLE STORY
000200*      D - STATE OF THE WHOLE MASTER AS OF A GIVEN DATE: FOR
000210*          EVERY VAR-LP, THE VERSION IN EFFECT ON THAT DATE -
000220*          A SUPERSEDED IMAGE WHOSE OWN RUN DATE IS ON OR
000230*          BEFORE THE DATE AND WHOSE SUPERSEDED DATE IS AFTER
000240*          IT, OR THE CURRENT ROW WHEN NO LATER RUN HAS
000250*          REPLACED IT YET; A KEY FIRST WRITTEN AFTER THE
000260*          AS-OF DATE DOES NOT APPEAR
000270*
000280*    A VERSION IS IN EFFECT FROM THE LATER OF ITS RUN DATE AND
000290*    ITS STATUS DATE - A CLOSE OR REOPEN STARTS A NEW VERSION
000300*    WITHOUT A NEW RUN - AND EVERY VERSION OF A CLOSED KEY IS
000310*    FLAGGED WITH THE DATE IT WAS CLOSED.
000320*
000330*    HISTIN MUST ARRIVE SORTED BY VAR-LP THEN SUPERSEDED DATE -
000340*    THE SORT STEP IN HISTRPT.JCL BUILDS IT FROM THE APPEND-
000350*    ORDER MSTHIST - BECAUSE THE AS-OF MATCH WALKS HISTIN AND
000360*    MSTROUT TOGETHER IN KEY ORDER, THE SAME BALANCE-LINE SHAPE
000370*    AS 30_DELTA.
000380*
000390*    THE SYSIN REQUEST CARD:
000400*        COL  01     REQUEST TYPE  K=ONE KEY'S HISTORY
000410*                                  D=MASTER STATE AS OF A DATE
000420*        COLS 03-10  VAR-LP (TYPE K, RAW BYTES AS ARRIVED)
000430*        COLS 12-19  AS-OF DATE YYYYMMDD (TYPE D)
000440*    A MISSING OR MALFORMED CARD ENDS WITH RETURN-CODE 12
000450*    BEFORE ANY FILE IS TOUCHED; 16 IS A FILE FAILURE.
000460*
000470*    MODIFICATION HISTORY
000480*    DATE       INIT  DESCRIPTION
000490*    09/03/26   JH    INITIAL VERSION
000500*    09/03/26   JH    VAR-LP WIDENED TO EIGHT DIGITS WITH THE
000510*                     REST OF THE SYSTEM (MSTHIST LRECL 70 ->
000520*                     82, REQUEST CARD COLUMNS MOVED)
000530*    10/15/26   JH    SHOW 85_MSTMAINT CLOSE/REOPEN/PURGE ACTIONS
000540*                     WITH THEIR OPERATOR AND REASON, AND FLAG
000550*                     CLOSED VERSIONS (MSTHIST LRECL 82 -> 150,
000560*                     MSTROUT 66 -> 80)
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. 80_HISTRPT.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT HISTORY-FILE ASSIGN TO "HISTIN"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-HISTORY-STATUS.
000670*
000680     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS IS DYNAMIC
000710         RECORD KEY IS MFR-VAR-LP
000720         FILE STATUS IS WS-MASTER-STATUS.
000730*
000740     SELECT RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CONTROL-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  HISTORY-FILE.
000820 01  HISTORY-FILE-REC               PIC X(150).
000830*
000840*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
000850*    MASTERROW COPYBOOK IN WORKING-STORAGE SO FIELD ACCESS AND
000860*    THE HISTORY IMAGES SHARE ONE LAYOUT.
000870 FD  MASTER-FILE.
000880 01  MASTER-FILE-REC.
000890     02  MFR-VAR-LP                  PIC X(08).
000900     02  FILLER                      PIC X(72).
000910*
000920 FD  RUN-CONTROL-FILE.
000930 01  RUN-CONTROL-FILE-REC           PIC X(80).
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970     COPY MasterRow.
000980*
000990     COPY MasterHistRow.
001000*
001010 01  REQUEST-CARD.
001020     02  RQ-TYPE                     PIC X(01).
001030         88  REQUEST-KEY-HISTORY               VALUE "K".
001040         88  REQUEST-AS-OF-STATE               VALUE "D".
001050     02  FILLER                      PIC X(01).
001060     02  RQ-VAR-LP                   PIC X(08).
001070     02  FILLER                      PIC X(01).
001080     02  RQ-AS-OF-DATE               PIC X(08).
001090     02  RQ-AS-OF-DATE-NUM REDEFINES RQ-AS-OF-DATE.
001100         03  FILLER                  PIC X(04).
001110         03  RQ-AS-OF-MONTH          PIC 9(02).
001120         03  RQ-AS-OF-DAY            PIC 9(02).
001130     02  FILLER                      PIC X(61).
001140*
001150 01  WS-SWITCHES.
001160     02  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001170         88  END-OF-HISTORY                    VALUE "Y".
001180     02  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001190         88  END-OF-MASTER                     VALUE "Y".
001200     02  WS-VERSION-FOUND-SW         PIC X(01) VALUE "N".
001210         88  VERSION-FOUND                     VALUE "Y".
001220     02  WS-ANY-PRINTED-SW           PIC X(01) VALUE "N".
001230         88  ANY-LINE-PRINTED                  VALUE "Y".
001240*
001250 01  WS-FILE-STATUS-FIELDS.
001260     02  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
001270     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001280     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001290*
001300*    MATCH KEYS FOR THE AS-OF BALANCE LINE - HIGH-VALUES ONCE A
001310*    SIDE IS EXHAUSTED, SAME AS 30_DELTA.
001320 01  WS-MATCH-KEYS.
001330     02  WS-HIST-KEY                 PIC X(08) VALUE HIGH-VALUES.
001340     02  WS-MST-KEY                  PIC X(08) VALUE HIGH-VALUES.
001350     02  WS-GROUP-KEY                PIC X(08) VALUE SPACE.
001360*
001370 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001380*
001390*    THE DATE THE VERSION IN THE MASTERROW AREA TOOK EFFECT -
001400*    SET BY 4100-SET-FROM-DATE.
001410 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
001420*
001430*    THE CURRENT MASTER ROW AS READ - 3100 OVERLAYS THE SHARED
001440*    MASTERROW AREA WITH EACH HISTORY IMAGE WHILE A KEY GROUP
001450*    IS SCANNED, SO 3200 RESTORES THE REAL ROW FROM HERE
001460*    BEFORE JUDGING OR PRINTING IT.
001470 01  WS-MASTER-ROW-SAVE              PIC X(80) VALUE SPACE.
001480*
001490 01  WS-COUNTERS.
001500     02  WS-VERSION-COUNT            PIC 9(07) VALUE ZERO COMP.
001510     02  WS-ROW-COUNT                PIC 9(07) VALUE ZERO COMP.
001520*
001530 01  WS-COUNT-ED                     PIC ZZZZZZ9.
001540*
001550 01  PAGE-HEADER-LINE.
001560     02  FILLER          PIC X(12) VALUE "80_HISTRPT -".
001570     02  FILLER          PIC X(01) VALUE SPACE.
001580     02  PH-TITLE        PIC X(30).
001590     02  PH-ARGUMENT     PIC X(08).
001600*
001610 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
001620*
001630*    ONE VERSION OF ONE ROW - THE VALUES, THE RUN DATE THAT
001640*    WROTE THEM, AND THE RUN DATE THAT REPLACED THEM ("CURRENT"
001650*    FOR THE ROW STILL ON MSTROUT).
001660 01  HISTORY-DETAIL-LINE.
001670     02  FILLER                      PIC X(03) VALUE "LP=".
001680     02  HD-VAR-LP                   PIC X(08).
001690     02  FILLER                      PIC X(08) VALUE " NUMBER=".
001700     02  HD-VAR-NUMBER               PIC 9(10).
001710     02  FILLER                      PIC X(10)
001720             VALUE " CURRENCY=".
001730     02  HD-VAR-CURRENCY             PIC -Z(10)9.99.
001740     02  FILLER                      PIC X(06) VALUE " FROM=".
001750     02  HD-FROM-DATE                PIC 9(08).
001760     02  FILLER                      PIC X(04) VALUE " TO=".
001770     02  HD-TO-DATE                  PIC X(08).
001780*
001790*    WHAT 85_MSTMAINT DID TO THE KEY ON AN IMAGE'S SUPERSEDED
001800*    DATE, PRINTED UNDER THAT IMAGE.
001810 01  ACTION-DETAIL-LINE.
001820     02  FILLER                      PIC X(04) VALUE SPACE.
001830     02  AD-ACTION                   PIC X(08).
001840     02  FILLER                      PIC X(04) VALUE " ON ".
001850     02  AD-ACTION-DATE              PIC 9(08).
001860     02  FILLER                      PIC X(04) VALUE " BY ".
001870     02  AD-OPERATOR-ID              PIC X(08).
001880     02  FILLER                      PIC X(03) VALUE " - ".
001890     02  AD-REASON                   PIC X(40).
001900*
001910 01  CLOSED-DETAIL-LINE.
001920     02  FILLER                      PIC X(21)
001930             VALUE "    KEY CLOSED SINCE ".
001940     02  CD-STATUS-DATE              PIC 9(08).
001950*
001960 PROCEDURE DIVISION.
001970*
001980******************************************************************
001990*    0000-MAINLINE - READ THE REQUEST, RUN THE REQUESTED REPORT,
002000*    CLOSE OUT
002010******************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     IF REQUEST-KEY-HISTORY
002050         PERFORM 2000-KEY-HISTORY THRU 2000-EXIT
002060     ELSE
002070         PERFORM 3000-MATCH-ONE-KEY THRU 3000-EXIT
002080             UNTIL WS-HIST-KEY = HIGH-VALUES
002090                 AND WS-MST-KEY = HIGH-VALUES
002100     END-IF.
002110     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002120     STOP RUN.
002130*
002140******************************************************************
002150*    1000-INITIALIZE - VALIDATE THE REQUEST CARD BEFORE ANY DATA
002160*    FILE IS TOUCHED, THEN OPEN AND PRIME THE INPUTS
002170******************************************************************
002180 1000-INITIALIZE.
002190     OPEN INPUT RUN-CONTROL-FILE.
002200     IF WS-CONTROL-STATUS NOT = "00" AND
002210             WS-CONTROL-STATUS NOT = "05"
002220         DISPLAY "80_HISTRPT - NO SYSIN REQUEST CARD - ONE IS "
002230             "REQUIRED"
002240         GO TO 9998-CONTROL-ABEND
002250     END-IF.
002260     READ RUN-CONTROL-FILE INTO REQUEST-CARD.
002270     IF WS-CONTROL-STATUS NOT = "00"
002280         DISPLAY "80_HISTRPT - NO SYSIN REQUEST CARD - ONE IS "
002290             "REQUIRED"
002300         GO TO 9998-CONTROL-ABEND
002310     END-IF.
002320     CLOSE RUN-CONTROL-FILE.
002330     PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT.
002340*
002350     OPEN INPUT HISTORY-FILE.
002360     IF WS-HISTORY-STATUS NOT = "00"
002370         DISPLAY "80_HISTRPT - UNABLE TO OPEN HISTORY-FILE "
002380             "STATUS=" WS-HISTORY-STATUS
002390         GO TO 9999-ABEND
002400     END-IF.
002410     OPEN INPUT MASTER-FILE.
002420     IF WS-MASTER-STATUS NOT = "00"
002430         DISPLAY "80_HISTRPT - UNABLE TO OPEN MASTER-FILE "
002440             "STATUS=" WS-MASTER-STATUS
002450         GO TO 9999-ABEND
002460     END-IF.
002470     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002480     IF REQUEST-AS-OF-STATE
002490         PERFORM 3300-READ-MASTER-NEXT THRU 3300-EXIT
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550*    1100-VALIDATE-REQUEST - EVERY FIELD CHECKED AND NAMED IN
002560*    ITS OWN MESSAGE, THE 10_COPYBOOK 1320 PATTERN; THE HEADER
002570*    FOR THE REQUESTED REPORT IS PRINTED HERE TOO
002580******************************************************************
002590 1100-VALIDATE-REQUEST.
002600     IF NOT REQUEST-KEY-HISTORY AND NOT REQUEST-AS-OF-STATE
002610         DISPLAY "80_HISTRPT - BAD REQUEST CARD: TYPE (COL 1) "
002620             "MUST BE K OR D, GOT " RQ-TYPE
002630         GO TO 9998-CONTROL-ABEND
002640     END-IF.
002650     IF REQUEST-KEY-HISTORY
002660         IF RQ-VAR-LP = SPACE
002670             DISPLAY "80_HISTRPT - BAD REQUEST CARD: VAR-LP "
002680                 "(COLS 3-10) IS REQUIRED FOR TYPE K"
002690             GO TO 9998-CONTROL-ABEND
002700         END-IF
002710         MOVE "VALUE HISTORY OF VAR-LP       " TO PH-TITLE
002720         MOVE RQ-VAR-LP TO PH-ARGUMENT
002730     ELSE
002740         IF RQ-AS-OF-DATE NOT NUMERIC
002750                 OR RQ-AS-OF-MONTH < 01 OR RQ-AS-OF-MONTH > 12
002760                 OR RQ-AS-OF-DAY < 01 OR RQ-AS-OF-DAY > 31
002770             DISPLAY "80_HISTRPT - BAD REQUEST CARD: AS-OF DATE "
002780                 "(COLS 12-19) MUST BE YYYYMMDD, GOT "
002790                 RQ-AS-OF-DATE
002800             GO TO 9998-CONTROL-ABEND
002810         END-IF
002820         MOVE RQ-AS-OF-DATE TO WS-AS-OF-DATE
002830         MOVE "MASTER STATE AS OF            " TO PH-TITLE
002840         MOVE RQ-AS-OF-DATE TO PH-ARGUMENT
002850     END-IF.
002860     DISPLAY PAGE-HEADER-LINE.
002870     DISPLAY VAR-LINE.
002880 1100-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*    2000-KEY-HISTORY - TYPE K: EVERY SUPERSEDED IMAGE OF THE
002930*    REQUESTED VAR-LP IN DATE ORDER, THEN THE CURRENT MSTROUT
002940*    ROW READ BY KEY
002950******************************************************************
002960 2000-KEY-HISTORY.
002970     PERFORM 2200-PRINT-ONE-MATCH THRU 2200-EXIT
002980         UNTIL END-OF-HISTORY.
002990     MOVE RQ-VAR-LP TO MFR-VAR-LP.
003000     READ MASTER-FILE INTO MASTER-ROW-REC.
003010     IF WS-MASTER-STATUS = "00"
003020         MOVE "CURRENT " TO HD-TO-DATE
003030         PERFORM 4000-PRINT-VERSION THRU 4000-EXIT
003040         ADD 1 TO WS-ROW-COUNT
003050     ELSE
003060         IF WS-MASTER-STATUS NOT = "23"
003070             DISPLAY "80_HISTRPT - MASTER READ ERROR, STATUS="
003080                 WS-MASTER-STATUS
003090             GO TO 9999-ABEND
003100         END-IF
003110     END-IF.
003120     IF NOT ANY-LINE-PRINTED
003130         DISPLAY "VAR-LP " RQ-VAR-LP " IS ON NEITHER MSTROUT "
003140             "NOR THE HISTORY FILE"
003150     END-IF.
003160 2000-EXIT.
003170     EXIT.
003180*
003190******************************************************************
003200*    2100-READ-HISTORY - NEXT BEFORE-IMAGE INTO THE COPYBOOK
003210*    AREA; WS-HIST-KEY GOES HIGH-VALUES AT EOF SO THE AS-OF
003220*    MATCH DRAINS THE MASTER SIDE
003230******************************************************************
003240 2100-READ-HISTORY.
003250     READ HISTORY-FILE INTO MASTER-HISTORY-REC.
003260     IF WS-HISTORY-STATUS = "10"
003270         MOVE "Y" TO WS-HISTORY-EOF-SW
003280         MOVE HIGH-VALUES TO WS-HIST-KEY
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF WS-HISTORY-STATUS NOT = "00"
003320         DISPLAY "80_HISTRPT - HISTORY READ ERROR, STATUS="
003330             WS-HISTORY-STATUS
003340         GO TO 9999-ABEND
003350     END-IF.
003360     MOVE HST-VAR-LP TO WS-HIST-KEY.
003370 2100-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410*    2200-PRINT-ONE-MATCH - TYPE K DETAIL: PRINT THE IMAGE JUST
003420*    READ IF IT BELONGS TO THE REQUESTED KEY, WITH THE
003430*    MAINTENANCE ACTION THAT SUPERSEDED IT IF ANY, THEN READ ON
003440******************************************************************
003450 2200-PRINT-ONE-MATCH.
003460     IF HST-VAR-LP = RQ-VAR-LP
003470         MOVE HST-PRIOR-ROW TO MASTER-ROW-REC
003480         MOVE HST-SUPERSEDED-DATE TO HD-TO-DATE
003490         PERFORM 4000-PRINT-VERSION THRU 4000-EXIT
003500         ADD 1 TO WS-VERSION-COUNT
003510         IF NOT HST-REPLACED-BY-RUN
003520             PERFORM 4200-PRINT-ACTION THRU 4200-EXIT
003530         END-IF
003540     END-IF.
003550     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003560 2200-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600*    3000-MATCH-ONE-KEY - TYPE D: ONE STEP OF THE BALANCE-LINE
003610*    MATCH OF HISTIN AGAINST MSTROUT ON VAR-LP.  A KEY WITH
003620*    HISTORY IS ANSWERED BY THE IMAGE IN EFFECT ON THE AS-OF
003630*    DATE IF THERE IS ONE, OTHERWISE BY THE CURRENT ROW IF IT
003640*    WAS ALREADY WRITTEN BY THEN; A KEY WITH NO HISTORY IS
003650*    ANSWERED BY THE CURRENT ROW ALONE.
003660******************************************************************
003670 3000-MATCH-ONE-KEY.
003680     IF WS-MST-KEY < WS-HIST-KEY
003690         PERFORM 3200-TRY-CURRENT-ROW THRU 3200-EXIT
003700         PERFORM 3300-READ-MASTER-NEXT THRU 3300-EXIT
003710         GO TO 3000-EXIT
003720     END-IF.
003730     MOVE "N" TO WS-VERSION-FOUND-SW.
003740     MOVE WS-HIST-KEY TO WS-GROUP-KEY.
003750     PERFORM 3100-SCAN-ONE-IMAGE THRU 3100-EXIT
003760         UNTIL WS-HIST-KEY NOT = WS-GROUP-KEY.
003770     IF WS-MST-KEY = WS-GROUP-KEY
003780         IF NOT VERSION-FOUND
003790             PERFORM 3200-TRY-CURRENT-ROW THRU 3200-EXIT
003800         END-IF
003810         PERFORM 3300-READ-MASTER-NEXT THRU 3300-EXIT
003820     END-IF.
003830 3000-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870*    3100-SCAN-ONE-IMAGE - ONE HISTORY IMAGE OF THE CURRENT KEY
003880*    GROUP.  A VERSION IS IN EFFECT FROM ITS FROM DATE UP TO
003890*    (NOT INCLUDING) ITS SUPERSEDED DATE; THE RANGES OF ONE KEY
003900*    DO NOT OVERLAP, SO AT MOST ONE IMAGE PER KEY PRINTS.
003910******************************************************************
003920 3100-SCAN-ONE-IMAGE.
003930     MOVE HST-PRIOR-ROW TO MASTER-ROW-REC.
003940     PERFORM 4100-SET-FROM-DATE THRU 4100-EXIT.
003950     IF WS-FROM-DATE NOT > WS-AS-OF-DATE
003960             AND HST-SUPERSEDED-DATE > WS-AS-OF-DATE
003970         MOVE HST-SUPERSEDED-DATE TO HD-TO-DATE
003980         PERFORM 4000-PRINT-VERSION THRU 4000-EXIT
003990         MOVE "Y" TO WS-VERSION-FOUND-SW
004000         ADD 1 TO WS-ROW-COUNT
004010     END-IF.
004020     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004030 3100-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*    3200-TRY-CURRENT-ROW - THE CURRENT MSTROUT ROW ANSWERS FOR
004080*    ITS KEY ONLY IF IT WAS IN EFFECT BY THE AS-OF DATE.
004090*    THE ROW IS RESTORED FROM THE SAVE FIRST - A HISTORY SCAN
004100*    MAY HAVE LEFT A BEFORE-IMAGE IN THE RECORD AREA.
004110******************************************************************
004120 3200-TRY-CURRENT-ROW.
004130     MOVE WS-MASTER-ROW-SAVE TO MASTER-ROW-REC.
004140     PERFORM 4100-SET-FROM-DATE THRU 4100-EXIT.
004150     IF WS-FROM-DATE NOT > WS-AS-OF-DATE
004160         MOVE "CURRENT " TO HD-TO-DATE
004170         PERFORM 4000-PRINT-VERSION THRU 4000-EXIT
004180         ADD 1 TO WS-ROW-COUNT
004190     END-IF.
004200 3200-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240*    3300-READ-MASTER-NEXT - NEXT MASTER ROW IN KEY ORDER INTO
004250*    THE COPYBOOK AREA AND THE SAVE; HIGH-VALUES AT EOF
004260******************************************************************
004270 3300-READ-MASTER-NEXT.
004280     READ MASTER-FILE NEXT RECORD INTO MASTER-ROW-REC.
004290     IF WS-MASTER-STATUS = "10"
004300         MOVE "Y" TO WS-MASTER-EOF-SW
004310         MOVE HIGH-VALUES TO WS-MST-KEY
004320         GO TO 3300-EXIT
004330     END-IF.
004340     IF WS-MASTER-STATUS NOT = "00"
004350         DISPLAY "80_HISTRPT - MASTER READ ERROR, STATUS="
004360             WS-MASTER-STATUS
004370         GO TO 9999-ABEND
004380     END-IF.
004390     MOVE MST-VAR-LP TO WS-MST-KEY.
004400     MOVE MASTER-ROW-REC TO WS-MASTER-ROW-SAVE.
004410 3300-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450*    4000-PRINT-VERSION - ONE VERSION LINE FROM THE MASTERROW
004460*    COPYBOOK AREA; THE CALLER HAS ALREADY SET HD-TO-DATE TO
004470*    THE SUPERSEDED DATE OR TO "CURRENT".  A CLOSED VERSION
004480*    GETS A SECOND LINE WITH THE DATE IT WAS CLOSED.
004490******************************************************************
004500 4000-PRINT-VERSION.
004510     MOVE MST-VAR-LP TO HD-VAR-LP.
004520     MOVE MST-VAR-NUMBER TO HD-VAR-NUMBER.
004530     MOVE MST-VAR-CURRENCY TO HD-VAR-CURRENCY.
004540     PERFORM 4100-SET-FROM-DATE THRU 4100-EXIT.
004550     MOVE WS-FROM-DATE TO HD-FROM-DATE.
004560     DISPLAY HISTORY-DETAIL-LINE.
004570     IF MST-STATUS-CLOSED
004580         MOVE MST-STATUS-DATE TO CD-STATUS-DATE
004590         DISPLAY CLOSED-DETAIL-LINE
004600     END-IF.
004610     MOVE "Y" TO WS-ANY-PRINTED-SW.
004620 4000-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660*    4100-SET-FROM-DATE - THE DATE THE VERSION IN THE MASTERROW
004670*    AREA TOOK EFFECT: ITS RUN DATE, OR ITS STATUS DATE WHEN A
004680*    CLOSE OR REOPEN CAME LATER.  ROWS AND IMAGES WRITTEN
004690*    BEFORE THE STATUS DATE EXISTED CARRY NO STATUS DATE AND
004700*    USE THE RUN DATE.
004710******************************************************************
004720 4100-SET-FROM-DATE.
004730     MOVE MST-LAST-RUN-DATE TO WS-FROM-DATE.
004740     IF MST-STATUS-DATE NUMERIC
004750         IF MST-STATUS-DATE > WS-FROM-DATE
004760             MOVE MST-STATUS-DATE TO WS-FROM-DATE
004770         END-IF
004780     END-IF.
004790 4100-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830*    4200-PRINT-ACTION - THE 85_MSTMAINT ACTION THAT SUPERSEDED
004840*    THE IMAGE JUST PRINTED, FROM THE HISTORY RECORD STILL IN
004850*    MASTER-HISTORY-REC
004860******************************************************************
004870 4200-PRINT-ACTION.
004880     EVALUATE TRUE
004890         WHEN HST-CLOSED
004900             MOVE "CLOSED  " TO AD-ACTION
004910         WHEN HST-REOPENED
004920             MOVE "REOPENED" TO AD-ACTION
004930         WHEN HST-PURGED
004940             MOVE "PURGED  " TO AD-ACTION
004950         WHEN OTHER
004960             MOVE HST-ACTION TO AD-ACTION
004970     END-EVALUATE.
004980     MOVE HST-SUPERSEDED-DATE TO AD-ACTION-DATE.
004990     MOVE HST-OPERATOR-ID TO AD-OPERATOR-ID.
005000     MOVE HST-REASON TO AD-REASON.
005010     DISPLAY ACTION-DETAIL-LINE.
005020 4200-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    8000-FINALIZE - COUNT FOOTERS, CLOSE EVERYTHING
005070******************************************************************
005080 8000-FINALIZE.
005090     DISPLAY VAR-LINE.
005100     IF REQUEST-KEY-HISTORY
005110         MOVE WS-VERSION-COUNT TO WS-COUNT-ED
005120         DISPLAY "80_HISTRPT - SUPERSEDED VERSIONS: " WS-COUNT-ED
005130         MOVE WS-ROW-COUNT TO WS-COUNT-ED
005140         DISPLAY "80_HISTRPT - CURRENT ROWS:        " WS-COUNT-ED
005150     ELSE
005160         MOVE WS-ROW-COUNT TO WS-COUNT-ED
005170         DISPLAY "80_HISTRPT - ROWS AS OF DATE:     " WS-COUNT-ED
005180     END-IF.
005190     CLOSE HISTORY-FILE.
005200     CLOSE MASTER-FILE.
005210 8000-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*    9998-CONTROL-ABEND - MISSING OR MALFORMED SYSIN REQUEST
005260*    CARD.  RETURN-CODE 12, DISTINCT FROM THE 16 OF A FILE
005270*    FAILURE, SO THE OPERATOR KNOWS TO FIX THE CARD
005280******************************************************************
005290 9998-CONTROL-ABEND.
005300     MOVE 12 TO RETURN-CODE.
005310     STOP RUN.
005320*
005330******************************************************************
005340*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
005350*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
005360******************************************************************
005370 9999-ABEND.
005380     MOVE 16 TO RETURN-CODE.
005390     STOP RUN.
