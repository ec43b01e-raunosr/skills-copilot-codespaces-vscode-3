000010******************************************************************
000020*    PROGRAM-ID  : 85_MSTMAINT
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    CARD-DRIVEN MAINTENANCE OF THE MSTROUT MASTER.  UNTIL NOW A
000090*    VAR-LP, ONCE ON THE MASTER, STAYED THERE UNTIL 90_HOUSEKP
000100*    AGED IT OUT, AND A RETIRED KEY THAT CAME BACK ON AN EXTRACT
000110*    WAS SIMPLY POSTED AGAIN.  EACH CARD NOW DOES ONE OF:
000120*
000130*      C - CLOSE A KEY.  10_COPYBOOK REJECTS ANY LATER ROW FOR
000140*          IT "KEY CLOSED" AND 90_HOUSEKP NO LONGER AGES IT OUT
000150*      O - REOPEN A CLOSED KEY, SO ITS ROWS POST AGAIN
000160*      P - PURGE A KEY, OPEN OR CLOSED: THE ROW IS WRITTEN TO
000170*          THE MNTARCH ARCHIVE GENERATION AND DELETED FROM THE
000180*          MASTER.  A PURGED KEY THAT ARRIVES AGAIN IS A NEW KEY
000190*
000200*    EVERY ACTION FIRST APPENDS THE ROW AS IT STOOD TO MSTHIST -
000210*    THE SAME BEFORE-IMAGE 10_COPYBOOK WRITES ON A REPLACE -
000220*    CARRYING THE ACTION, THE OPERATOR AND THE REASON, SO
000230*    80_HISTRPT SHOWS WHO DID WHAT TO THE KEY, WHEN AND WHY.  A
000240*    CLOSE OR REOPEN STAMPS THE NEW STATUS AND THE RUN DATE ON
000250*    THE ROW.  THE ARCHIVE WRITE AND THE HISTORY WRITE BOTH COME
000260*    BEFORE THE DELETE OR REWRITE - A FAILURE LEAVES THE ROW AS
000270*    IT WAS, NEVER THE OTHER WAY AROUND.
000280*
000290*    THE WHOLE DECK IS EDITED BEFORE ANY FILE IS OPENED, SO A
000300*    MALFORMED CARD ENDS 12 WITH NOTHING CHANGED.  A GOOD CARD
000310*    CAN STILL BE REFUSED AT APPLY TIME (KEY NOT ON THE MASTER,
000320*    CLOSING A KEY ALREADY CLOSED, REOPENING ONE THAT IS NOT
000330*    CLOSED) - IT IS LISTED AS REFUSED AND THE REST OF THE DECK
000340*    GOES ON.  CARDS ARE APPLIED IN DECK ORDER, SO A CLOSE
000350*    FOLLOWED BY A PURGE OF THE SAME KEY DOES BOTH.
000360*
000370*    RETURN CODES: 0 EVERY CARD APPLIED; 4 A CARD WAS REFUSED;
000380*    12 MALFORMED CARD, NOTHING CHANGED; 16 FILE FAILURE.
000390*
000400*    MAINTENANCE CARD (SYSIN, UP TO 100):
000410*        COL  01     ACTION: C = CLOSE
000420*                            O = REOPEN
000430*                            P = PURGE TO THE ARCHIVE
000440*        COLS 03-10  VAR-LP (EIGHT DIGITS)
000450*        COLS 12-19  OPERATOR ID OF THE PERSON ASKING
000460*        COLS 21-60  REASON
000470*    EVERY FIELD IS REQUIRED.  "*" IN COL 1 IS A COMMENT.
000480*
000490*    MODIFICATION HISTORY
000500*    DATE       INIT  DESCRIPTION
000510*    10/15/26   JH    INITIAL VERSION
000513*    10/15/26   JH    EVERY CLOSE, REOPEN AND PURGE IS JOURNALED
000516*                     TO CHGJRNL WITH THE ROW'S AFTER-IMAGE
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. 85_MSTMAINT.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS IS RANDOM
000620         RECORD KEY IS MST-VAR-LP
000630         FILE STATUS IS WS-MASTER-STATUS.
000640*
000650     SELECT MASTER-HISTORY-FILE ASSIGN TO "MSTHIST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-MASTER-HISTORY-STATUS.
000680*
000690     SELECT MASTER-ARCHIVE-FILE ASSIGN TO "MNTARCH"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-MASTER-ARCHIVE-STATUS.
000720*
000722     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000724         ORGANIZATION IS SEQUENTIAL
000726         FILE STATUS IS WS-CHGJRNL-STATUS.
000728*
000730     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CONTROL-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
000800 FD  MASTER-FILE.
000810     COPY MasterRow.
000820*
000830 FD  MASTER-HISTORY-FILE.
000840     COPY MasterHistRow.
000850*
000860 FD  MASTER-ARCHIVE-FILE.
000870 01  MASTER-ARCHIVE-REC             PIC X(80).
000880*
000882 FD  CHANGE-JOURNAL-FILE.
000884     COPY ChangeJournal.
000886*
000890 FD  RUN-CONTROL-FILE.
000900 01  RUN-CONTROL-REC                PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  MAINTENANCE-CARD.
000950     02  MC-ACTION                   PIC X(01).
000960         88  MC-CLOSE                          VALUE "C".
000970         88  MC-REOPEN                         VALUE "O".
000980         88  MC-PURGE                          VALUE "P".
000990         88  MC-COMMENT                        VALUE "*".
001000     02  FILLER                      PIC X(01).
001010     02  MC-VAR-LP                   PIC X(08).
001020     02  FILLER                      PIC X(01).
001030     02  MC-OPERATOR-ID              PIC X(08).
001040     02  FILLER                      PIC X(01).
001050     02  MC-REASON                   PIC X(40).
001060     02  FILLER                      PIC X(20).
001070*
001080 01  WS-SWITCHES.
001090     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001100         88  END-OF-CONTROL                    VALUE "Y".
001110*
001120 01  WS-FILE-STATUS-FIELDS.
001130     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001140     02  WS-MASTER-HISTORY-STATUS    PIC X(02) VALUE "00".
001150     02  WS-MASTER-ARCHIVE-STATUS    PIC X(02) VALUE "00".
001160     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001165     02  WS-CHGJRNL-STATUS           PIC X(02) VALUE "00".
001170*
001180 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001181 01  WS-RUN-TIME-RAW                 PIC X(08) VALUE SPACE.
001182 01  FILLER REDEFINES WS-RUN-TIME-RAW.
001183     02  WS-RUN-TIME-HHMMSS          PIC 9(06).
001184     02  FILLER                      PIC X(02).
001185*
001186*    THE CHANGE-JOURNAL ENTRY SEQUENCE FOR THIS RUN, AND THE
001187*    ACTION 6500 JOURNALS (R = A CLOSE OR REOPEN REPLACED THE
001188*    ROW, D = A PURGE DELETED IT).
001189 01  WS-JOURNAL-SEQUENCE             PIC 9(07) VALUE ZERO COMP.
001190 01  WS-JOURNAL-ACTION               PIC X(01) VALUE SPACE.
001191*
001200 01  WS-COUNTERS.
001210     02  WS-CARD-COUNT               PIC 9(07) VALUE ZERO COMP.
001220     02  WS-CLOSED-COUNT             PIC 9(07) VALUE ZERO COMP.
001230     02  WS-REOPENED-COUNT           PIC 9(07) VALUE ZERO COMP.
001240     02  WS-PURGED-COUNT             PIC 9(07) VALUE ZERO COMP.
001250     02  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO COMP.
001260*
001270 01  WS-COUNT-ED                     PIC ZZZZZZ9.
001280*
001290*    WHY A CARD WAS REFUSED, FOR ITS ACTION LINE.
001300 01  WS-REFUSE-REASON                PIC X(40) VALUE SPACE.
001310*
001320*    THE EDITED DECK, LOADED UP FRONT THE 25_HOLDREL WAY.
001330 01  WS-MAINT-COUNT                  PIC 9(04) VALUE ZERO COMP.
001340 01  WS-MAINT-SUB                    PIC 9(04) VALUE ZERO COMP.
001350 01  MAINT-TABLE-AREA.
001360     02  MAINT-ENTRY OCCURS 1 TO 100 TIMES
001370             DEPENDING ON WS-MAINT-COUNT.
001380         03  MT-ACTION               PIC X(01).
001390         03  MT-VAR-LP               PIC 9(08).
001400         03  MT-OPERATOR-ID          PIC X(08).
001410         03  MT-REASON               PIC X(40).
001420*
001430 01  VAR-LINE                        PIC X(72) VALUE ALL "-".
001440*
001450*    ONE LINE PER CARD: CLOSED, REOPENED, PURGED OR REFUSED.
001460 01  ACTION-LINE.
001470     02  AL-ACTION                   PIC X(09).
001480     02  AL-VAR-LP                   PIC 9(08).
001490     02  FILLER                      PIC X(04) VALUE " BY ".
001500     02  AL-OPERATOR-ID              PIC X(08).
001510     02  FILLER                      PIC X(01) VALUE SPACE.
001520     02  AL-TEXT                     PIC X(40).
001530*
001540 PROCEDURE DIVISION.
001550*
001560******************************************************************
001570*    0000-MAINLINE - EDIT THE DECK, APPLY IT, REPORT
001580******************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     MOVE 1 TO WS-MAINT-SUB.
001620     PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
001630         UNTIL WS-MAINT-SUB > WS-MAINT-COUNT.
001640     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001650     STOP RUN.
001660*
001670******************************************************************
001680*    1000-INITIALIZE - THE DECK IS EDITED BEFORE ANY FILE IS
001690*    OPENED, SO A BAD CARD ENDS 12 WITH NOTHING WRITTEN
001700******************************************************************
001710 1000-INITIALIZE.
001720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001725     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001730     PERFORM 1100-READ-CONTROL-DECK THRU 1100-EXIT.
001740     MOVE WS-MAINT-COUNT TO WS-COUNT-ED.
001750     DISPLAY "85_MSTMAINT - MASTER MAINTENANCE FOR "
001760         WS-RUN-DATE ", CARDS: " WS-COUNT-ED.
001770     DISPLAY VAR-LINE.
001780     OPEN I-O MASTER-FILE.
001790     IF WS-MASTER-STATUS NOT = "00"
001800         DISPLAY "85_MSTMAINT - UNABLE TO OPEN MASTER-FILE "
001810             "STATUS=" WS-MASTER-STATUS
001820         GO TO 9999-ABEND
001830     END-IF.
001840*
001850*    MSTHIST IS APPEND-ONLY - THE 10_COPYBOOK OPEN.
001860     OPEN EXTEND MASTER-HISTORY-FILE.
001870     IF WS-MASTER-HISTORY-STATUS NOT = "00"
001880         OPEN OUTPUT MASTER-HISTORY-FILE
001890     END-IF.
001900     IF WS-MASTER-HISTORY-STATUS NOT = "00"
001910         DISPLAY "85_MSTMAINT - UNABLE TO OPEN MASTER-HISTORY-"
001920             "FILE STATUS=" WS-MASTER-HISTORY-STATUS
001930         GO TO 9999-ABEND
001940     END-IF.
001950     OPEN OUTPUT MASTER-ARCHIVE-FILE.
001960     IF WS-MASTER-ARCHIVE-STATUS NOT = "00"
001970         DISPLAY "85_MSTMAINT - UNABLE TO OPEN MNTARCH STATUS="
001980             WS-MASTER-ARCHIVE-STATUS
001990         GO TO 9999-ABEND
002000     END-IF.
002001*
002002*    THE CHANGE JOURNAL IS APPEND-ONLY TOO.
002003     OPEN EXTEND CHANGE-JOURNAL-FILE.
002004     IF WS-CHGJRNL-STATUS NOT = "00"
002005         OPEN OUTPUT CHANGE-JOURNAL-FILE
002006     END-IF.
002007     IF WS-CHGJRNL-STATUS NOT = "00"
002008         DISPLAY "85_MSTMAINT - UNABLE TO OPEN CHANGE-JOURNAL-"
002009             "FILE STATUS=" WS-CHGJRNL-STATUS
002010         GO TO 9999-ABEND
002011     END-IF.
002012 1000-EXIT.
002020     EXIT.
002030*
002040******************************************************************
002050*    1100-READ-CONTROL-DECK - THE MAINTENANCE CARDS, THE
002060*    90_HOUSEKP MULTI-CARD PATTERN.  BLANK AND COMMENT CARDS
002070*    ARE SKIPPED.
002080******************************************************************
002090 1100-READ-CONTROL-DECK.
002100     OPEN INPUT RUN-CONTROL-FILE.
002110     IF WS-CONTROL-STATUS NOT = "00" AND
002120             WS-CONTROL-STATUS NOT = "05"
002130         GO TO 1100-EXIT
002140     END-IF.
002150     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
002160         UNTIL END-OF-CONTROL.
002170     CLOSE RUN-CONTROL-FILE.
002180 1100-EXIT.
002190     EXIT.
002200*
002210*    EVERY FIELD OF A MAINTENANCE CARD IS REQUIRED - THE MASTER
002220*    IS ONLY EVER CHANGED BY A NAMED PERSON FOR A STATED REASON.
002230 1110-READ-ONE-CARD.
002240     READ RUN-CONTROL-FILE INTO MAINTENANCE-CARD.
002250     IF WS-CONTROL-STATUS = "10"
002260         MOVE "Y" TO WS-CONTROL-EOF-SW
002270         GO TO 1110-EXIT
002280     END-IF.
002290     IF WS-CONTROL-STATUS NOT = "00"
002300         DISPLAY "85_MSTMAINT - SYSIN READ ERROR, STATUS="
002310             WS-CONTROL-STATUS
002320         GO TO 9999-ABEND
002330     END-IF.
002340     ADD 1 TO WS-CARD-COUNT.
002350     IF MAINTENANCE-CARD = SPACE OR MC-COMMENT
002360         GO TO 1110-EXIT
002370     END-IF.
002380     MOVE WS-CARD-COUNT TO WS-COUNT-ED.
002390     IF NOT MC-CLOSE AND NOT MC-REOPEN AND NOT MC-PURGE
002400         DISPLAY "85_MSTMAINT - BAD MAINTENANCE CARD " WS-COUNT-ED
002410             ": ACTION (COL 1) MUST BE C, O OR P, GOT " MC-ACTION
002420         GO TO 9998-CONTROL-ABEND
002430     END-IF.
002440     IF MC-VAR-LP NOT NUMERIC
002450         DISPLAY "85_MSTMAINT - BAD MAINTENANCE CARD " WS-COUNT-ED
002460             ": VAR-LP (COLS 3-10) MUST BE EIGHT DIGITS, GOT "
002470             MC-VAR-LP
002480         GO TO 9998-CONTROL-ABEND
002490     END-IF.
002500     IF MC-OPERATOR-ID = SPACE
002510         DISPLAY "85_MSTMAINT - BAD MAINTENANCE CARD " WS-COUNT-ED
002520             ": OPERATOR ID (COLS 12-19) IS BLANK"
002530         GO TO 9998-CONTROL-ABEND
002540     END-IF.
002550     IF MC-REASON = SPACE
002560         DISPLAY "85_MSTMAINT - BAD MAINTENANCE CARD " WS-COUNT-ED
002570             ": REASON (COLS 21-60) IS BLANK"
002580         GO TO 9998-CONTROL-ABEND
002590     END-IF.
002600     IF WS-MAINT-COUNT >= 100
002610         DISPLAY "85_MSTMAINT - MORE THAN 100 MAINTENANCE CARDS"
002620         GO TO 9998-CONTROL-ABEND
002630     END-IF.
002640     ADD 1 TO WS-MAINT-COUNT.
002650     MOVE MC-ACTION TO MT-ACTION (WS-MAINT-COUNT).
002660     MOVE MC-VAR-LP TO MT-VAR-LP (WS-MAINT-COUNT).
002670     MOVE MC-OPERATOR-ID TO MT-OPERATOR-ID (WS-MAINT-COUNT).
002680     MOVE MC-REASON TO MT-REASON (WS-MAINT-COUNT).
002690 1110-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002730*    2000-APPLY-MAINTENANCE - ONE CARD.  THE KEY MUST BE ON THE
002740*    MASTER; A CLOSE NEEDS IT OPEN AND A REOPEN NEEDS IT CLOSED.
002750*    A PURGE TAKES IT IN EITHER STATE.
002760******************************************************************
002770 2000-APPLY-MAINTENANCE.
002780     MOVE MT-VAR-LP (WS-MAINT-SUB) TO MST-VAR-LP.
002790     MOVE MT-VAR-LP (WS-MAINT-SUB) TO AL-VAR-LP.
002800     MOVE MT-OPERATOR-ID (WS-MAINT-SUB) TO AL-OPERATOR-ID.
002810     READ MASTER-FILE.
002820     IF WS-MASTER-STATUS = "23"
002830         MOVE "NOT ON THE MASTER" TO WS-REFUSE-REASON
002840         PERFORM 2400-REFUSE-CARD THRU 2400-EXIT
002850         GO TO 2000-NEXT
002860     END-IF.
002870     IF WS-MASTER-STATUS NOT = "00"
002880         DISPLAY "85_MSTMAINT - MASTER-FILE READ ERROR AT VAR-LP="
002890             MST-VAR-LP " STATUS=" WS-MASTER-STATUS
002900         GO TO 9999-ABEND
002910     END-IF.
002920     IF MT-ACTION (WS-MAINT-SUB) = "P"
002930         PERFORM 2200-PURGE-ROW THRU 2200-EXIT
002940         GO TO 2000-NEXT
002950     END-IF.
002960     IF MT-ACTION (WS-MAINT-SUB) = "C"
002970         IF MST-STATUS-CLOSED
002980             MOVE "ALREADY CLOSED" TO WS-REFUSE-REASON
002990             PERFORM 2400-REFUSE-CARD THRU 2400-EXIT
003000             GO TO 2000-NEXT
003010         END-IF
003020         PERFORM 2100-WRITE-HISTORY THRU 2100-EXIT
003030         MOVE "C" TO MST-STATUS-CODE
003040         MOVE "CLOSED" TO AL-ACTION
003050         ADD 1 TO WS-CLOSED-COUNT
003060     ELSE
003070         IF NOT MST-STATUS-CLOSED
003080             MOVE "NOT CLOSED - NOTHING TO REOPEN"
003090                 TO WS-REFUSE-REASON
003100             PERFORM 2400-REFUSE-CARD THRU 2400-EXIT
003110             GO TO 2000-NEXT
003120         END-IF
003130         PERFORM 2100-WRITE-HISTORY THRU 2100-EXIT
003140         MOVE "A" TO MST-STATUS-CODE
003150         MOVE "REOPENED" TO AL-ACTION
003160         ADD 1 TO WS-REOPENED-COUNT
003170     END-IF.
003180     MOVE WS-RUN-DATE TO MST-STATUS-DATE.
003190     REWRITE MASTER-ROW-REC.
003200     IF WS-MASTER-STATUS NOT = "00"
003210         DISPLAY "85_MSTMAINT - MASTER-FILE REWRITE ERROR AT "
003220             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
003230         GO TO 9999-ABEND
003240     END-IF.
003243     MOVE "R" TO WS-JOURNAL-ACTION.
003246     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
003250     MOVE MT-REASON (WS-MAINT-SUB) TO AL-TEXT.
003260     DISPLAY ACTION-LINE.
003270 2000-NEXT.
003280     ADD 1 TO WS-MAINT-SUB.
003290 2000-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*    2100-WRITE-HISTORY - THE ROW AS IT STANDS, STILL IN THE
003340*    RECORD AREA FROM THE READ, TO MSTHIST WITH THE CARD'S
003350*    ACTION, OPERATOR AND REASON, SUPERSEDED TODAY.  THE CARD
003360*    ACTION CODES ARE THE HST-ACTION CODES.
003370******************************************************************
003380 2100-WRITE-HISTORY.
003390     MOVE SPACE TO MASTER-HISTORY-REC.
003400     MOVE MST-VAR-LP TO HST-VAR-LP.
003410     MOVE WS-RUN-DATE TO HST-SUPERSEDED-DATE.
003420     MOVE MASTER-ROW-REC TO HST-PRIOR-ROW.
003430     MOVE MT-ACTION (WS-MAINT-SUB) TO HST-ACTION.
003440     MOVE MT-OPERATOR-ID (WS-MAINT-SUB) TO HST-OPERATOR-ID.
003450     MOVE MT-REASON (WS-MAINT-SUB) TO HST-REASON.
003460     WRITE MASTER-HISTORY-REC.
003470     IF WS-MASTER-HISTORY-STATUS NOT = "00"
003480         DISPLAY "85_MSTMAINT - MASTER-HISTORY WRITE ERROR AT "
003490             "VAR-LP=" HST-VAR-LP " STATUS="
003500             WS-MASTER-HISTORY-STATUS
003510         GO TO 9999-ABEND
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570*    2200-PURGE-ROW - ARCHIVE, THEN HISTORY, THEN DELETE
003580******************************************************************
003590 2200-PURGE-ROW.
003600     WRITE MASTER-ARCHIVE-REC FROM MASTER-ROW-REC.
003610     IF WS-MASTER-ARCHIVE-STATUS NOT = "00"
003620         DISPLAY "85_MSTMAINT - MNTARCH WRITE ERROR STATUS="
003630             WS-MASTER-ARCHIVE-STATUS
003640         GO TO 9999-ABEND
003650     END-IF.
003660     PERFORM 2100-WRITE-HISTORY THRU 2100-EXIT.
003670     DELETE MASTER-FILE.
003680     IF WS-MASTER-STATUS NOT = "00"
003690         DISPLAY "85_MSTMAINT - MASTER DELETE ERROR AT "
003700             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
003710         GO TO 9999-ABEND
003720     END-IF.
003723     MOVE "D" TO WS-JOURNAL-ACTION.
003726     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
003730     ADD 1 TO WS-PURGED-COUNT.
003740     MOVE "PURGED" TO AL-ACTION.
003750     MOVE MT-REASON (WS-MAINT-SUB) TO AL-TEXT.
003760     DISPLAY ACTION-LINE.
003770 2200-EXIT.
003780     EXIT.
003790*
003800 2400-REFUSE-CARD.
003810     ADD 1 TO WS-REFUSED-COUNT.
003820     MOVE "REFUSED" TO AL-ACTION.
003830     MOVE WS-REFUSE-REASON TO AL-TEXT.
003840     DISPLAY ACTION-LINE.
003850 2400-EXIT.
003860     EXIT.
003870*
003871******************************************************************
003872*    6500-WRITE-JOURNAL - APPEND THE ROW JUST REWRITTEN OR
003873*    DELETED TO CHGJRNL, THE 10_COPYBOOK 6500 ENTRY.  A DELETE
003874*    STILL HAS THE PURGED ROW IN THE RECORD AREA FROM THE READ.
003875******************************************************************
003876 6500-WRITE-JOURNAL.
003877     ADD 1 TO WS-JOURNAL-SEQUENCE.
003878     MOVE SPACE TO CHANGE-JOURNAL-REC.
003879     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
003880     MOVE WS-RUN-TIME-HHMMSS TO CJ-RUN-TIME.
003881     MOVE "85_MSTMAINT" TO CJ-PROGRAM.
003882     MOVE WS-JOURNAL-SEQUENCE TO CJ-SEQUENCE.
003883     MOVE "M" TO CJ-CLUSTER.
003884     MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
003885     MOVE MST-VAR-LP TO CJ-VAR-LP.
003886     MOVE MASTER-ROW-REC TO CJ-IMAGE.
003887     WRITE CHANGE-JOURNAL-REC.
003888     IF WS-CHGJRNL-STATUS NOT = "00"
003889         DISPLAY "85_MSTMAINT - CHANGE-JOURNAL WRITE ERROR AT "
003890             "VAR-LP=" CJ-VAR-LP " STATUS=" WS-CHGJRNL-STATUS
003891         GO TO 9999-ABEND
003892     END-IF.
003893 6500-EXIT.
003894     EXIT.
003895*
003896******************************************************************
003897*    8000-FINALIZE - RUN TOTALS, CLOSE, AND THE RETURN CODE
003900******************************************************************
003910 8000-FINALIZE.
003920     CLOSE MASTER-FILE.
003930     CLOSE MASTER-HISTORY-FILE.
003940     CLOSE MASTER-ARCHIVE-FILE.
003945     CLOSE CHANGE-JOURNAL-FILE.
003950*
003960     DISPLAY VAR-LINE.
003970     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
003980     DISPLAY "85_MSTMAINT - KEYS CLOSED:          " WS-COUNT-ED.
003990     MOVE WS-REOPENED-COUNT TO WS-COUNT-ED.
004000     DISPLAY "85_MSTMAINT - KEYS REOPENED:        " WS-COUNT-ED.
004010     MOVE WS-PURGED-COUNT TO WS-COUNT-ED.
004020     DISPLAY "85_MSTMAINT - KEYS PURGED/ARCHIVED: " WS-COUNT-ED.
004030     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
004040     DISPLAY "85_MSTMAINT - CARDS REFUSED:        " WS-COUNT-ED.
004050*
004060     IF WS-REFUSED-COUNT > ZERO
004070         MOVE 4 TO RETURN-CODE
004080     END-IF.
004090 8000-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    9998-CONTROL-ABEND - MALFORMED MAINTENANCE CARD.
004140*    RETURN-CODE 12; NO FILE HAS BEEN OPENED, SO THE MASTER IS
004150*    UNTOUCHED.
004160******************************************************************
004170 9998-CONTROL-ABEND.
004180     MOVE 12 TO RETURN-CODE.
004190     STOP RUN.
004200*
004210******************************************************************
004220*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
004230*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
004240******************************************************************
004250 9999-ABEND.
004260     MOVE 16 TO RETURN-CODE.
004270     STOP RUN.
