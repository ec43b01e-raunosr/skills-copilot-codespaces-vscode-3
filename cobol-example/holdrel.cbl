000010******************************************************************
000020*    PROGRAM-ID  : 25_HOLDREL
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    DECISIONS ON THE HIGH-VALUE HOLD QUEUE.  10_COPYBOOK PARKS
000090*    ANY ROW WHOSE CONVERTED AMOUNT IS OVER ITS CURRENCY'S
000100*    LIMTAB LIMIT ON HOLDMST (SEE THE HELDITEMREC COPYBOOK)
000110*    INSTEAD OF POSTING IT.  EACH DECISION CARD RELEASES ONE
000120*    HELD ROW INTO THE NEXT RUN OR REJECTS IT TO REJMSTR WITH A
000130*    REASON.  THE DECISION MUST COME FROM A SECOND PERSON - A
000140*    CARD WHOSE OPERATOR ID IS THE ONE THAT SET THE LIMIT THE
000150*    ROW BROKE IS REFUSED.
000160*
000170*    THE WHOLE DECK IS EDITED BEFORE ANY FILE IS OPENED, SO A
000180*    MALFORMED CARD ENDS 12 WITH NOTHING CHANGED.  A GOOD CARD
000190*    CAN STILL BE REFUSED AT APPLY TIME (KEY NOT ON THE QUEUE,
000200*    ALREADY DECIDED, OR SAME OPERATOR) - IT IS LISTED AS
000210*    REFUSED AND THE REST OF THE DECK GOES ON.
000220*
000230*    AFTER THE CARDS, THE WHOLE QUEUE IS WALKED IN KEY ORDER.
000240*    EVERY ROW IN STATUS R (RELEASED, NOT YET POSTED) IS
000250*    WRITTEN TO RELOUT IN SAMPLE-DATA-REC FORMAT WITH A COUNT/
000260*    HASH TRAILER, THE RECYCOUT PATTERN, FOR CONCATENATION
000270*    UNDER THE NEXT COPYBOOK RUN'S SORTIN.  10_COPYBOOK MARKS A
000280*    ROW P (POSTED) WHEN IT POSTS IT, SO RELOUT IS REBUILT FROM
000290*    THE QUEUE EVERY RUN AND A STALE RELOUT FED TWICE CANNOT
000300*    POST A ROW TWICE.  ROWS STILL HELD ARE LISTED WITH THE
000310*    DATE THEY WERE HELD.  A RUN WITH NO CARDS JUST LISTS THE
000320*    QUEUE AND REBUILDS RELOUT.
000330*
000340*    RETURN CODES: 0 EVERY CARD APPLIED; 4 A CARD WAS REFUSED
000350*    BECAUSE ITS KEY IS NOT HELD (NOT ON THE QUEUE OR ALREADY
000360*    DECIDED); 8 A CARD WAS REFUSED BECAUSE ITS OPERATOR SET
000370*    THE LIMIT - THE ROW STAYS HELD FOR SOMEONE ELSE; 12
000380*    MALFORMED CARD, NOTHING CHANGED; 16 FILE FAILURE.
000390*
000400*    DECISION CARD (SYSIN, UP TO 100):
000410*        COL  01     ACTION: R = RELEASE INTO THE NEXT RUN
000420*                            X = REJECT TO REJMSTR
000430*        COLS 03-10  VAR-LP OF THE HELD ROW (RAW BYTES)
000440*        COLS 12-19  OPERATOR ID OF THE PERSON DECIDING
000450*        COLS 21-60  REASON
000460*    EVERY FIELD IS REQUIRED.  "*" IN COL 1 IS A COMMENT.
000470*
000480*    MODIFICATION HISTORY
000490*    DATE       INIT  DESCRIPTION
000500*    10/15/26   JH    INITIAL VERSION
000503*    10/15/26   JH    EVERY REJMSTR ADD OR REPLACE IS JOURNALED
000506*                     TO CHGJRNL WITH ITS AFTER-IMAGE
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. 25_HOLDREL.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT HOLD-FILE ASSIGN TO "HOLDMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS IS DYNAMIC
000610         RECORD KEY IS HLD-VAR-LP
000620         FILE STATUS IS WS-HOLD-STATUS.
000630*
000640     SELECT REJECT-MASTER-FILE ASSIGN TO "REJMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS IS RANDOM
000670         RECORD KEY IS RJM-VAR-LP
000680         FILE STATUS IS WS-REJECT-MASTER-STATUS.
000690*
000700     SELECT RELEASE-FILE ASSIGN TO "RELOUT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RELEASE-STATUS.
000730*
000732     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000734         ORGANIZATION IS SEQUENTIAL
000736         FILE STATUS IS WS-CHGJRNL-STATUS.
000738*
000740     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CONTROL-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  HOLD-FILE.
000820     COPY HeldItemRec.
000830*
000840 FD  REJECT-MASTER-FILE.
000850     COPY RejectMaster.
000860*
000870 FD  RELEASE-FILE.
000880 01  RELEASE-REC                    PIC X(35).
000890*
000892 FD  CHANGE-JOURNAL-FILE.
000894     COPY ChangeJournal.
000896*
000900 FD  RUN-CONTROL-FILE.
000910 01  RUN-CONTROL-REC                PIC X(80).
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950     COPY SampleDataRow.
000960*
000970 01  DECISION-CARD.
000980     02  DC-ACTION                   PIC X(01).
000990         88  DC-RELEASE                        VALUE "R".
001000         88  DC-REJECT                         VALUE "X".
001010         88  DC-COMMENT                        VALUE "*".
001020     02  FILLER                      PIC X(01).
001030     02  DC-VAR-LP                   PIC X(08).
001040     02  FILLER                      PIC X(01).
001050     02  DC-OPERATOR-ID              PIC X(08).
001060     02  FILLER                      PIC X(01).
001070     02  DC-REASON                   PIC X(40).
001080     02  FILLER                      PIC X(20).
001090*
001100 01  WS-SWITCHES.
001110     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001120         88  END-OF-CONTROL                    VALUE "Y".
001130     02  WS-HOLD-EOF-SW              PIC X(01) VALUE "N".
001140         88  END-OF-HOLD-QUEUE                 VALUE "Y".
001150     02  WS-REJECT-MASTER-LOAD-SW    PIC X(01) VALUE "N".
001160         88  REJECT-MASTER-OPENED-OUTPUT       VALUE "Y".
001170*
001180 01  WS-FILE-STATUS-FIELDS.
001190     02  WS-HOLD-STATUS              PIC X(02) VALUE "00".
001200     02  WS-REJECT-MASTER-STATUS     PIC X(02) VALUE "00".
001210     02  WS-RELEASE-STATUS           PIC X(02) VALUE "00".
001220     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001225     02  WS-CHGJRNL-STATUS           PIC X(02) VALUE "00".
001230*
001240 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001241 01  WS-RUN-TIME-RAW                 PIC X(08) VALUE SPACE.
001242 01  FILLER REDEFINES WS-RUN-TIME-RAW.
001243     02  WS-RUN-TIME-HHMMSS          PIC 9(06).
001244     02  FILLER                      PIC X(02).
001245*
001246*    THE CHANGE-JOURNAL ENTRY SEQUENCE FOR THIS RUN, AND THE
001247*    ACTION 2200 JOURNALS (A = ADDED THE KEY, R = REPLACED IT).
001248 01  WS-JOURNAL-SEQUENCE             PIC 9(07) VALUE ZERO COMP.
001249 01  WS-JOURNAL-ACTION               PIC X(01) VALUE SPACE.
001250*
001260 01  WS-COUNTERS.
001270     02  WS-CARD-COUNT               PIC 9(07) VALUE ZERO COMP.
001280     02  WS-RELEASED-COUNT           PIC 9(07) VALUE ZERO COMP.
001290     02  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO COMP.
001300     02  WS-NOT-HELD-COUNT           PIC 9(07) VALUE ZERO COMP.
001310     02  WS-SAME-OPERATOR-COUNT      PIC 9(07) VALUE ZERO COMP.
001320     02  WS-STILL-HELD-COUNT         PIC 9(07) VALUE ZERO COMP.
001330     02  WS-RELOUT-COUNT             PIC 9(07) VALUE ZERO COMP.
001340*
001350*    HASH TOTALS OVER THE RELOUT ROWS FOR ITS TRAILER - THE
001360*    20_RECYCLE FIELDS, ACCUMULATED THE SAME WAY.
001370     02  WS-RELEASE-NUMBER-HASH      PIC 9(13) VALUE ZERO
001380             COMP-3.
001390     02  WS-RELEASE-CURRENCY-HASH    PIC S9(10)V99 VALUE ZERO
001400             COMP-3.
001410*
001420 01  WS-COUNT-ED                     PIC ZZZZZZ9.
001430*
001440 01  WS-REJECT-MASTER-SAVE           PIC X(95) VALUE SPACE.
001450*
001460*    WHY A CARD WAS REFUSED, FOR ITS ACTION LINE.
001470 01  WS-REFUSE-REASON                PIC X(40) VALUE SPACE.
001480*
001490*    THE EDITED DECK, LOADED UP FRONT THE WAY 20_RECYCLE LOADS
001500*    ITS CORRECTION CARDS.
001510 01  WS-DECISION-COUNT               PIC 9(04) VALUE ZERO COMP.
001520 01  WS-DECISION-SUB                 PIC 9(04) VALUE ZERO COMP.
001530 01  DECISION-TABLE-AREA.
001540     02  DECISION-ENTRY OCCURS 1 TO 100 TIMES
001550             DEPENDING ON WS-DECISION-COUNT.
001560         03  DT-ACTION               PIC X(01).
001570         03  DT-VAR-LP               PIC X(08).
001580         03  DT-OPERATOR-ID          PIC X(08).
001590         03  DT-REASON               PIC X(40).
001600*
001610 01  VAR-LINE                        PIC X(72) VALUE ALL "-".
001620*
001630*    ONE LINE PER DECISION CARD: RELEASED, REJECTED OR REFUSED.
001640 01  ACTION-LINE.
001650     02  AL-ACTION                   PIC X(09).
001660     02  AL-VAR-LP                   PIC X(08).
001670     02  FILLER                      PIC X(04) VALUE " BY ".
001680     02  AL-OPERATOR-ID              PIC X(08).
001690     02  FILLER                      PIC X(01) VALUE SPACE.
001700     02  AL-TEXT                     PIC X(40).
001710*
001720*    ONE LINE PER ROW STILL ON THE QUEUE.
001730 01  QUEUE-LINE.
001740     02  QL-STATE                    PIC X(09).
001750     02  QL-VAR-LP                   PIC X(08).
001760     02  FILLER                      PIC X(01) VALUE SPACE.
001770     02  QL-CURRENCY-CODE            PIC X(03).
001780     02  FILLER                      PIC X(01) VALUE SPACE.
001790     02  QL-CONVERTED-AMT            PIC -Z(10)9.99.
001800     02  FILLER                      PIC X(07) VALUE " SINCE ".
001810     02  QL-HELD-DATE                PIC 9(08).
001820     02  FILLER                      PIC X(01) VALUE SPACE.
001830     02  QL-TEXT                     PIC X(18).
001840*
001850 PROCEDURE DIVISION.
001860*
001870******************************************************************
001880*    0000-MAINLINE - EDIT THE DECK, APPLY IT, LIST THE QUEUE AND
001890*    REBUILD RELOUT
001900******************************************************************
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     MOVE 1 TO WS-DECISION-SUB.
001940     PERFORM 2000-APPLY-DECISION THRU 2000-EXIT
001950         UNTIL WS-DECISION-SUB > WS-DECISION-COUNT.
001960     PERFORM 3000-WALK-QUEUE THRU 3000-EXIT.
001970     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001980     STOP RUN.
001990*
002000******************************************************************
002010*    1000-INITIALIZE - THE DECK IS EDITED BEFORE ANY FILE IS
002020*    OPENED, SO A BAD CARD ENDS 12 WITH NOTHING WRITTEN
002030******************************************************************
002040 1000-INITIALIZE.
002050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002055     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002060     PERFORM 1100-READ-CONTROL-DECK THRU 1100-EXIT.
002070     MOVE WS-DECISION-COUNT TO WS-COUNT-ED.
002080     DISPLAY "25_HOLDREL - HOLD QUEUE DECISIONS FOR "
002090         WS-RUN-DATE ", CARDS: " WS-COUNT-ED.
002100     DISPLAY VAR-LINE.
002110     OPEN I-O HOLD-FILE.
002120     IF WS-HOLD-STATUS NOT = "00"
002130         DISPLAY "25_HOLDREL - UNABLE TO OPEN HOLD-FILE "
002140             "STATUS=" WS-HOLD-STATUS
002150         GO TO 9999-ABEND
002160     END-IF.
002170*
002180*    REJMSTR MAY NOT EXIST YET IF NO RUN HAS EVER REJECTED A
002190*    ROW - CREATE IT, THE 10_COPYBOOK FALLBACK.
002200     OPEN I-O REJECT-MASTER-FILE.
002210     IF WS-REJECT-MASTER-STATUS = "35"
002220         OPEN OUTPUT REJECT-MASTER-FILE
002230         MOVE "Y" TO WS-REJECT-MASTER-LOAD-SW
002240     END-IF.
002250     IF WS-REJECT-MASTER-STATUS NOT = "00"
002260         DISPLAY "25_HOLDREL - UNABLE TO OPEN REJECT-MASTER-"
002270             "FILE STATUS=" WS-REJECT-MASTER-STATUS
002280         GO TO 9999-ABEND
002290     END-IF.
002300     OPEN OUTPUT RELEASE-FILE.
002310     IF WS-RELEASE-STATUS NOT = "00"
002320         DISPLAY "25_HOLDREL - UNABLE TO OPEN RELEASE-FILE "
002330             "STATUS=" WS-RELEASE-STATUS
002340         GO TO 9999-ABEND
002350     END-IF.
002351*
002352*    THE CHANGE JOURNAL IS APPEND-ONLY - THE 10_COPYBOOK OPEN.
002353     OPEN EXTEND CHANGE-JOURNAL-FILE.
002354     IF WS-CHGJRNL-STATUS NOT = "00"
002355         OPEN OUTPUT CHANGE-JOURNAL-FILE
002356     END-IF.
002357     IF WS-CHGJRNL-STATUS NOT = "00"
002358         DISPLAY "25_HOLDREL - UNABLE TO OPEN CHANGE-JOURNAL-"
002359             "FILE STATUS=" WS-CHGJRNL-STATUS
002360         GO TO 9999-ABEND
002361     END-IF.
002362 1000-EXIT.
002370     EXIT.
002380*
002390******************************************************************
002400*    1100-READ-CONTROL-DECK - THE DECISION CARDS, THE 90_HOUSEKP
002410*    MULTI-CARD PATTERN.  BLANK AND COMMENT CARDS ARE SKIPPED.
002420******************************************************************
002430 1100-READ-CONTROL-DECK.
002440     OPEN INPUT RUN-CONTROL-FILE.
002450     IF WS-CONTROL-STATUS NOT = "00" AND
002460             WS-CONTROL-STATUS NOT = "05"
002470         GO TO 1100-EXIT
002480     END-IF.
002490     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
002500         UNTIL END-OF-CONTROL.
002510     CLOSE RUN-CONTROL-FILE.
002520 1100-EXIT.
002530     EXIT.
002540*
002550*    EVERY FIELD OF A DECISION CARD IS REQUIRED - A HELD ROW IS
002560*    ONLY EVER DECIDED BY A NAMED PERSON FOR A STATED REASON.
002570 1110-READ-ONE-CARD.
002580     READ RUN-CONTROL-FILE INTO DECISION-CARD.
002590     IF WS-CONTROL-STATUS = "10"
002600         MOVE "Y" TO WS-CONTROL-EOF-SW
002610         GO TO 1110-EXIT
002620     END-IF.
002630     IF WS-CONTROL-STATUS NOT = "00"
002640         DISPLAY "25_HOLDREL - SYSIN READ ERROR, STATUS="
002650             WS-CONTROL-STATUS
002660         GO TO 9999-ABEND
002670     END-IF.
002680     ADD 1 TO WS-CARD-COUNT.
002690     IF DECISION-CARD = SPACE OR DC-COMMENT
002700         GO TO 1110-EXIT
002710     END-IF.
002720     MOVE WS-CARD-COUNT TO WS-COUNT-ED.
002730     IF NOT DC-RELEASE AND NOT DC-REJECT
002740         DISPLAY "25_HOLDREL - BAD DECISION CARD " WS-COUNT-ED
002750             ": ACTION (COL 1) MUST BE R OR X, GOT " DC-ACTION
002760         GO TO 9998-CONTROL-ABEND
002770     END-IF.
002780     IF DC-VAR-LP = SPACE
002790         DISPLAY "25_HOLDREL - BAD DECISION CARD " WS-COUNT-ED
002800             ": VAR-LP (COLS 3-10) IS BLANK"
002810         GO TO 9998-CONTROL-ABEND
002820     END-IF.
002830     IF DC-OPERATOR-ID = SPACE
002840         DISPLAY "25_HOLDREL - BAD DECISION CARD " WS-COUNT-ED
002850             ": OPERATOR ID (COLS 12-19) IS BLANK"
002860         GO TO 9998-CONTROL-ABEND
002870     END-IF.
002880     IF DC-REASON = SPACE
002890         DISPLAY "25_HOLDREL - BAD DECISION CARD " WS-COUNT-ED
002900             ": REASON (COLS 21-60) IS BLANK"
002910         GO TO 9998-CONTROL-ABEND
002920     END-IF.
002930     IF WS-DECISION-COUNT >= 100
002940         DISPLAY "25_HOLDREL - MORE THAN 100 DECISION CARDS"
002950         GO TO 9998-CONTROL-ABEND
002960     END-IF.
002970     ADD 1 TO WS-DECISION-COUNT.
002980     MOVE DC-ACTION TO DT-ACTION (WS-DECISION-COUNT).
002990     MOVE DC-VAR-LP TO DT-VAR-LP (WS-DECISION-COUNT).
003000     MOVE DC-OPERATOR-ID TO DT-OPERATOR-ID (WS-DECISION-COUNT).
003010     MOVE DC-REASON TO DT-REASON (WS-DECISION-COUNT).
003020 1110-EXIT.
003030     EXIT.
003040*
003050******************************************************************
003060*    2000-APPLY-DECISION - ONE CARD.  THE ROW MUST BE ON THE
003070*    QUEUE IN STATUS H, AND THE OPERATOR MUST NOT BE THE ONE WHO
003080*    SET THE LIMIT IT BROKE.  A SECOND CARD FOR THE SAME KEY
003090*    FINDS IT ALREADY DECIDED AND IS REFUSED.
003100******************************************************************
003110 2000-APPLY-DECISION.
003120     MOVE DT-VAR-LP (WS-DECISION-SUB) TO HLD-VAR-LP.
003130     MOVE DT-VAR-LP (WS-DECISION-SUB) TO AL-VAR-LP.
003140     MOVE DT-OPERATOR-ID (WS-DECISION-SUB) TO AL-OPERATOR-ID.
003150     READ HOLD-FILE.
003160     IF WS-HOLD-STATUS = "23"
003170         MOVE "NOT ON THE HOLD QUEUE" TO WS-REFUSE-REASON
003180         PERFORM 2300-REFUSE-NOT-HELD THRU 2300-EXIT
003190         GO TO 2000-NEXT
003200     END-IF.
003210     IF WS-HOLD-STATUS NOT = "00"
003220         DISPLAY "25_HOLDREL - HOLD-FILE READ ERROR AT VAR-LP="
003230             HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
003240         GO TO 9999-ABEND
003250     END-IF.
003260     IF NOT HLD-HELD
003270         EVALUATE TRUE
003280             WHEN HLD-RELEASED
003290                 MOVE "ALREADY RELEASED" TO WS-REFUSE-REASON
003300             WHEN HLD-POSTED
003310                 MOVE "ALREADY RELEASED AND POSTED"
003320                     TO WS-REFUSE-REASON
003330             WHEN OTHER
003340                 MOVE "ALREADY REJECTED" TO WS-REFUSE-REASON
003350         END-EVALUATE
003360         PERFORM 2300-REFUSE-NOT-HELD THRU 2300-EXIT
003370         GO TO 2000-NEXT
003380     END-IF.
003390     IF DT-OPERATOR-ID (WS-DECISION-SUB) = HLD-LIMIT-SET-BY
003400         ADD 1 TO WS-SAME-OPERATOR-COUNT
003410         MOVE "REFUSED" TO AL-ACTION
003420         MOVE "OPERATOR SET THE LIMIT - NEEDS A 2ND ID"
003430             TO AL-TEXT
003440         DISPLAY ACTION-LINE
003450         GO TO 2000-NEXT
003460     END-IF.
003470     IF DT-ACTION (WS-DECISION-SUB) = "X"
003480         PERFORM 2200-WRITE-REJECT THRU 2200-EXIT
003490         MOVE "X" TO HLD-STATUS
003500         MOVE "REJECTED" TO AL-ACTION
003510         ADD 1 TO WS-REJECTED-COUNT
003520     ELSE
003530         MOVE "R" TO HLD-STATUS
003540         MOVE "RELEASED" TO AL-ACTION
003550         ADD 1 TO WS-RELEASED-COUNT
003560     END-IF.
003570     MOVE WS-RUN-DATE TO HLD-ACTION-DATE.
003580     MOVE DT-OPERATOR-ID (WS-DECISION-SUB) TO HLD-ACTION-BY.
003590     MOVE DT-REASON (WS-DECISION-SUB) TO HLD-ACTION-REASON.
003600     REWRITE HELD-ITEM-REC.
003610     IF WS-HOLD-STATUS NOT = "00"
003620         DISPLAY "25_HOLDREL - HOLD-FILE REWRITE ERROR AT "
003630             "VAR-LP=" HLD-VAR-LP " STATUS=" WS-HOLD-STATUS
003640         GO TO 9999-ABEND
003650     END-IF.
003660     MOVE DT-REASON (WS-DECISION-SUB) TO AL-TEXT.
003670     DISPLAY ACTION-LINE.
003680 2000-NEXT.
003690     ADD 1 TO WS-DECISION-SUB.
003700 2000-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    2200-WRITE-REJECT - THE HELD IMAGE TO REJMSTR UNDER ITS RAW
003750*    KEY WITH THE CARD'S REASON, REPLACING ANY EARLIER REJECT
003760*    FOR THE KEY - THE 10_COPYBOOK 5000-WRITE-REJECT RULE
003770******************************************************************
003780 2200-WRITE-REJECT.
003790     MOVE SPACE TO REJECT-MASTER-REC.
003800     MOVE HLD-VAR-LP TO RJM-VAR-LP.
003810     MOVE DT-REASON (WS-DECISION-SUB) TO RJM-REASON.
003820     MOVE WS-RUN-DATE TO RJM-RUN-DATE.
003830     MOVE HLD-INPUT-DATA TO RJM-INPUT-DATA.
003835     MOVE "A" TO WS-JOURNAL-ACTION.
003840     WRITE REJECT-MASTER-REC.
003850     IF WS-REJECT-MASTER-STATUS = "22"
003855         MOVE "R" TO WS-JOURNAL-ACTION
003860         IF REJECT-MASTER-OPENED-OUTPUT
003870             MOVE REJECT-MASTER-REC TO WS-REJECT-MASTER-SAVE
003880             CLOSE REJECT-MASTER-FILE
003890             OPEN I-O REJECT-MASTER-FILE
003900             IF WS-REJECT-MASTER-STATUS NOT = "00"
003910                 DISPLAY "25_HOLDREL - REJECT-MASTER-FILE "
003920                     "REOPEN ERROR STATUS="
003930                     WS-REJECT-MASTER-STATUS
003940                 GO TO 9999-ABEND
003950             END-IF
003960             MOVE "N" TO WS-REJECT-MASTER-LOAD-SW
003970             MOVE WS-REJECT-MASTER-SAVE TO REJECT-MASTER-REC
003980         END-IF
003990         REWRITE REJECT-MASTER-REC
004000     END-IF.
004010     IF WS-REJECT-MASTER-STATUS NOT = "00"
004020         DISPLAY "25_HOLDREL - REJECT-MASTER-FILE WRITE ERROR "
004030             "AT VAR-LP=" RJM-VAR-LP " STATUS="
004040             WS-REJECT-MASTER-STATUS
004050         GO TO 9999-ABEND
004060     END-IF.
004065     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
004070 2200-EXIT.
004080     EXIT.
004090*
004100 2300-REFUSE-NOT-HELD.
004110     ADD 1 TO WS-NOT-HELD-COUNT.
004120     MOVE "REFUSED" TO AL-ACTION.
004130     MOVE WS-REFUSE-REASON TO AL-TEXT.
004140     DISPLAY ACTION-LINE.
004150 2300-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*    3000-WALK-QUEUE - EVERY ROW ON HOLDMST IN KEY ORDER.
004200*    RELEASED ROWS GO TO RELOUT; HELD ROWS ARE LISTED.  POSTED
004210*    AND REJECTED ROWS ARE HISTORY AND ARE PASSED OVER.
004220******************************************************************
004230 3000-WALK-QUEUE.
004240     DISPLAY VAR-LINE.
004250     DISPLAY "25_HOLDREL - HOLD QUEUE AFTER THIS RUN".
004260     MOVE LOW-VALUES TO HLD-VAR-LP.
004270     START HOLD-FILE KEY IS NOT LESS THAN HLD-VAR-LP.
004280     IF WS-HOLD-STATUS = "23"
004290         GO TO 3000-EXIT
004300     END-IF.
004310     IF WS-HOLD-STATUS NOT = "00"
004320         DISPLAY "25_HOLDREL - HOLD-FILE START ERROR, STATUS="
004330             WS-HOLD-STATUS
004340         GO TO 9999-ABEND
004350     END-IF.
004360     PERFORM 3100-NEXT-QUEUE-ROW THRU 3100-EXIT
004370         UNTIL END-OF-HOLD-QUEUE.
004380 3000-EXIT.
004390     EXIT.
004400*
004410 3100-NEXT-QUEUE-ROW.
004420     READ HOLD-FILE NEXT RECORD.
004430     IF WS-HOLD-STATUS = "10"
004440         MOVE "Y" TO WS-HOLD-EOF-SW
004450         GO TO 3100-EXIT
004460     END-IF.
004470     IF WS-HOLD-STATUS NOT = "00"
004480         DISPLAY "25_HOLDREL - HOLD-FILE READ ERROR, STATUS="
004490             WS-HOLD-STATUS
004500         GO TO 9999-ABEND
004510     END-IF.
004520     IF NOT HLD-HELD AND NOT HLD-RELEASED
004530         GO TO 3100-EXIT
004540     END-IF.
004550     MOVE HLD-INPUT-DATA TO SAMPLE-DATA-REC.
004560     MOVE HLD-VAR-LP TO QL-VAR-LP.
004570     MOVE SD-CURRENCY-CODE TO QL-CURRENCY-CODE.
004580     MOVE HLD-CONVERTED-AMT TO QL-CONVERTED-AMT.
004590     MOVE HLD-HELD-DATE TO QL-HELD-DATE.
004600     IF HLD-HELD
004610         ADD 1 TO WS-STILL-HELD-COUNT
004620         MOVE "HELD" TO QL-STATE
004630         MOVE "AWAITING DECISION" TO QL-TEXT
004640     ELSE
004650         ADD 1 TO WS-RELOUT-COUNT
004660         ADD SD-VAR-NUMBER TO WS-RELEASE-NUMBER-HASH
004670         ADD SD-VAR-CURRENCY-AMT TO WS-RELEASE-CURRENCY-HASH
004680         WRITE RELEASE-REC FROM SAMPLE-DATA-REC
004690         IF WS-RELEASE-STATUS NOT = "00"
004700             DISPLAY "25_HOLDREL - RELEASE-FILE WRITE ERROR, "
004710                 "STATUS=" WS-RELEASE-STATUS
004720             GO TO 9999-ABEND
004730         END-IF
004740         MOVE "RELEASED" TO QL-STATE
004750         MOVE "POSTS NEXT RUN" TO QL-TEXT
004760     END-IF.
004770     DISPLAY QUEUE-LINE.
004780 3100-EXIT.
004790     EXIT.
004800*
004801******************************************************************
004802*    6500-WRITE-JOURNAL - APPEND THE AFTER-IMAGE OF THE REJMSTR
004803*    ROW 2200 JUST WROTE TO CHGJRNL, THE 10_COPYBOOK 6500 ENTRY
004804******************************************************************
004805 6500-WRITE-JOURNAL.
004806     ADD 1 TO WS-JOURNAL-SEQUENCE.
004807     MOVE SPACE TO CHANGE-JOURNAL-REC.
004808     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
004809     MOVE WS-RUN-TIME-HHMMSS TO CJ-RUN-TIME.
004810     MOVE "25_HOLDREL" TO CJ-PROGRAM.
004811     MOVE WS-JOURNAL-SEQUENCE TO CJ-SEQUENCE.
004812     MOVE "R" TO CJ-CLUSTER.
004813     MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
004814     MOVE RJM-VAR-LP TO CJ-VAR-LP.
004815     MOVE REJECT-MASTER-REC TO CJ-IMAGE.
004816     WRITE CHANGE-JOURNAL-REC.
004817     IF WS-CHGJRNL-STATUS NOT = "00"
004818         DISPLAY "25_HOLDREL - CHANGE-JOURNAL WRITE ERROR AT "
004819             "VAR-LP=" CJ-VAR-LP " STATUS=" WS-CHGJRNL-STATUS
004820         GO TO 9999-ABEND
004821     END-IF.
004822 6500-EXIT.
004823     EXIT.
004824*
004825******************************************************************
004826*    8000-FINALIZE - TRAILER ON RELOUT, RUN TOTALS, CLOSE, AND
004830*    THE RETURN CODE FOR THE WORST REFUSAL
004840******************************************************************
004850 8000-FINALIZE.
004860     MOVE SPACE TO SAMPLE-DATA-REC.
004870     MOVE "TR" TO TR-RECORD-ID.
004880     MOVE WS-RELOUT-COUNT TO TR-RECORD-COUNT.
004890     MOVE WS-RELEASE-NUMBER-HASH TO TR-NUMBER-HASH.
004900     MOVE WS-RELEASE-CURRENCY-HASH TO TR-CURRENCY-HASH.
004910     WRITE RELEASE-REC FROM SAMPLE-TRAILER-REC.
004920     IF WS-RELEASE-STATUS NOT = "00"
004930         DISPLAY "25_HOLDREL - RELEASE-FILE WRITE ERROR, "
004940             "STATUS=" WS-RELEASE-STATUS
004950         GO TO 9999-ABEND
004960     END-IF.
004970     CLOSE HOLD-FILE.
004980     CLOSE REJECT-MASTER-FILE.
004990     CLOSE RELEASE-FILE.
004995     CLOSE CHANGE-JOURNAL-FILE.
005000*
005010     DISPLAY VAR-LINE.
005020     MOVE WS-RELEASED-COUNT TO WS-COUNT-ED.
005030     DISPLAY "25_HOLDREL - RELEASED BY CARD:      " WS-COUNT-ED.
005040     MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
005050     DISPLAY "25_HOLDREL - REJECTED BY CARD:      " WS-COUNT-ED.
005060     MOVE WS-NOT-HELD-COUNT TO WS-COUNT-ED.
005070     DISPLAY "25_HOLDREL - REFUSED, NOT HELD:     " WS-COUNT-ED.
005080     MOVE WS-SAME-OPERATOR-COUNT TO WS-COUNT-ED.
005090     DISPLAY "25_HOLDREL - REFUSED, SAME OPERATOR:" WS-COUNT-ED.
005100     MOVE WS-STILL-HELD-COUNT TO WS-COUNT-ED.
005110     DISPLAY "25_HOLDREL - STILL HELD:            " WS-COUNT-ED.
005120     MOVE WS-RELOUT-COUNT TO WS-COUNT-ED.
005130     DISPLAY "25_HOLDREL - ROWS ON RELOUT:        " WS-COUNT-ED.
005140*
005150     IF WS-SAME-OPERATOR-COUNT > ZERO
005160         MOVE 8 TO RETURN-CODE
005170         GO TO 8000-EXIT
005180     END-IF.
005190     IF WS-NOT-HELD-COUNT > ZERO
005200         MOVE 4 TO RETURN-CODE
005210     END-IF.
005220 8000-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260*    9998-CONTROL-ABEND - MALFORMED DECISION CARD.  RETURN-CODE
005270*    12; NO FILE HAS BEEN OPENED, SO THE QUEUE IS UNTOUCHED.
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
