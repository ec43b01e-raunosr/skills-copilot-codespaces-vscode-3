000140*
000150*      MSTROUT  NNNN   UNLOAD MASTER ROWS WHOSE LAST RUN DATE
000160*                      IS MORE THAN NNNN DAYS OLD TO MSTARCH,
000170*                      THEN DELETE THEM FROM THE CLUSTER.
000180*                      A ROW 85_MSTMAINT HAS CLOSED IS KEPT
000190*                      HOWEVER OLD - IT LEAVES THE MASTER ONLY
000200*                      BY A MAINTENANCE PURGE, WHICH LEAVES ITS
000210*                      AUDIT TRAIL ON MSTHIST
000220*      REJMSTR  NNNN   SAME, BY REJECT RUN DATE, TO REJARCH
000230*      RUNHIST  NNNN   KEEP THE LAST NNNN MONTHS (AFTER
000240*                      50_RUNRPT HAS REPORTED THEM) ON RUNHNEW,
000250*                      OLDER RECORDS GO TO RUNHARCH; THE JOB
000260*                      SWAPS RUNHNEW BACK OVER RUNHIST
000270*      CHGJRNL  NNNN   KEEP CHANGE-JOURNAL ENTRIES FROM RUNS IN
000280*                      THE LAST NNNN DAYS ON CHGJNEW, OLDER ONES
000290*                      GO TO CHGJARCH; THE JOB SWAPS CHGJNEW BACK
000300*                      OVER CHGJRNL.  KEEP NNNN LONGER THAN THE
000310*                      OLDEST CLUSTER BACKUP 95_RECOVER MIGHT BE
000320*                      GIVEN - A TRIMMED ENTRY CANNOT BE REPLAYED
000330*      CKPTFILE        NO NUMBER - CLEAR THE CHECKPOINT FILE
000340*                      (SCHEDULE ONLY AFTER A CLEAN END OF DAY,
000350*                      SEE HOUSEKP.JCL)
000360*
000370*    RUNHNEW IS WRITTEN ON EVERY EXECUTION - A VERBATIM COPY
000380*    OF RUNHIST WHEN NO RUNHIST CARD IS PRESENT - BECAUSE THE
000390*    JOB'S SWAP STEP COPIES IT BACK OVER RUNHIST AFTER EVERY
000400*    CLEAN RUN; AN EMPTY NEVER-OPENED TEMP FILE THERE WOULD
000410*    WIPE THE AUDIT HISTORY.  CHGJNEW IS WRITTEN ON EVERY
000420*    EXECUTION THE SAME WAY, FOR THE SAME REASON.
000430*
000440*    EVERY MSTROUT AND REJMSTR ROW THE PURGE DELETES IS
000450*    JOURNALED TO CHGJRNL FIRST (ACTION D), SO 95_RECOVER CAN
000460*    REPLAY THE PURGE.  THE JOURNAL IS TRIMMED AFTER THE
000470*    PURGES, SO TONIGHT'S DELETES ARE ALWAYS KEPT.
000480*
000490*    CARD: FILE NAME IN COLS 1-8, RETENTION IN COLS 10-13, AND
000500*    FOR THE FILES KEPT BY DAYS A "B" IN COL 15 TO COUNT THE
000510*    RETENTION IN BUSINESS DAYS FROM THE SHARED 07_BUSDATE
000520*    CALENDAR (BLANK = CALENDAR DAYS, AS ALWAYS).  RUNHIST IS
000530*    KEPT BY MONTHS AND TAKES NO COL 15.
000540*    EVERYTHING ARCHIVED OR DELETED IS COUNTED ON SYSOUT SO
000550*    OPERATIONS CAN PROVE THE PURGE AGAINST THE ARCHIVE.
000560*    DAY ARITHMETIC GOES THROUGH INTEGER-OF-DATE - A DAY COUNT
000570*    ACROSS MONTH ENDS HAS NO PLAIN-VERB EQUIVALENT.  EVERY
000580*    CUTOFF IS WORKED OUT WHILE THE CARDS ARE EDITED, SO A
000590*    CALENDAR PROBLEM ALSO STOPS THE RUN BEFORE ANY PURGE.
000600*
000610*    RETURN CODES: 0 CLEAN; 12 MALFORMED OR DUPLICATE CARD, OR
000620*    A MALFORMED CALENDAR - NOTHING TOUCHED; 16 FILE FAILURE.
000630*
000640*    MODIFICATION HISTORY
000650*    DATE       INIT  DESCRIPTION
000660*    09/03/26   JH    INITIAL VERSION
000670*    09/03/26   JH    VAR-LP WIDENED TO EIGHT DIGITS WITH THE
000680*                     REST OF THE SYSTEM (MSTARCH LRECL 66,
000690*                     CHECKPOINT RECORD 8)
000700*    09/03/26   JH    RUNHIST GREW RH-AS-OF-DATE FOR THE
000710*                     10_COPYBOOK DUPLICATE-RUN GUARD - THE
000720*                     HISTORY FILES HERE ARE LRECL 78 NOW
000730*    10/15/26   JH    CLOSED MASTER ROWS ARE NEVER AGED OUT;
000740*                     MSTARCH LRECL 66 -> 80 WITH MASTERROW
000750*    10/15/26   JH    PURGE DELETES ARE JOURNALED TO CHGJRNL, AND
000760*                     A CHGJRNL CARD TRIMS THE JOURNAL BY DAYS
000770*    10/15/26   JH    "B" IN COL 15 COUNTS A DAY RETENTION IN
000780*                     BUSINESS DAYS (07_BUSDATE); CUTOFFS ARE
000790*                     WORKED OUT UP FRONT IN 1200
000800******************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. 90_HOUSEKP.
000830*
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000880         ORGANIZATION IS INDEXED
000890         ACCESS IS SEQUENTIAL
000900         RECORD KEY IS MST-VAR-LP
000910         FILE STATUS IS WS-MASTER-STATUS.
000920*
000930     SELECT MASTER-ARCHIVE-FILE ASSIGN TO "MSTARCH"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-MASTER-ARCHIVE-STATUS.
000960*
000970     SELECT REJECT-MASTER-FILE ASSIGN TO "REJMSTR"
000980         ORGANIZATION IS INDEXED
000990         ACCESS IS SEQUENTIAL
001000         RECORD KEY IS RJM-VAR-LP
001010         FILE STATUS IS WS-REJECT-MASTER-STATUS.
001020*
001030     SELECT REJECT-ARCHIVE-FILE ASSIGN TO "REJARCH"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-REJECT-ARCHIVE-STATUS.
001060*
001070     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-RUN-HISTORY-STATUS.
001100*
001110     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "RUNHARCH"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
001140*
001150     SELECT HISTORY-KEEP-FILE ASSIGN TO "RUNHNEW"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-HISTORY-KEEP-STATUS.
001180*
001190     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-CHECKPOINT-STATUS.
001220*
001230     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-CHGJRNL-STATUS.
001260*
001270     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "CHGJARCH"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-JOURNAL-ARCHIVE-STATUS.
001300*
001310     SELECT JOURNAL-KEEP-FILE ASSIGN TO "CHGJNEW"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-JOURNAL-KEEP-STATUS.
001340*
001350     SELECT RUN-CONTROL-FILE ASSIGN TO "SYSIN"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS WS-CONTROL-STATUS.
001380*
001390 DATA DIVISION.
001400 FILE SECTION.
001410*
001420 FD  MASTER-FILE.
001430     COPY MasterRow.
001440*
001450 FD  MASTER-ARCHIVE-FILE.
001460 01  MASTER-ARCHIVE-REC             PIC X(80).
001470*
001480 FD  REJECT-MASTER-FILE.
001490     COPY RejectMaster.
001500*
001510 FD  REJECT-ARCHIVE-FILE.
001520 01  REJECT-ARCHIVE-REC             PIC X(95).
001530*
001540 FD  RUN-HISTORY-FILE.
001550 01  RUN-HISTORY-FILE-REC           PIC X(78).
001560*
001570 FD  HISTORY-ARCHIVE-FILE.
001580 01  HISTORY-ARCHIVE-REC            PIC X(78).
001590*
001600 FD  HISTORY-KEEP-FILE.
001610 01  HISTORY-KEEP-REC               PIC X(78).
001620*
001630 FD  CHECKPOINT-FILE.
001640 01  CHECKPOINT-FILE-REC            PIC X(08).
001650*
001660 FD  CHANGE-JOURNAL-FILE.
001670     COPY ChangeJournal.
001680*
001690 FD  JOURNAL-ARCHIVE-FILE.
001700 01  JOURNAL-ARCHIVE-REC            PIC X(150).
001710*
001720 FD  JOURNAL-KEEP-FILE.
001730 01  JOURNAL-KEEP-REC               PIC X(150).
001740*
001750 FD  RUN-CONTROL-FILE.
001760 01  RUN-CONTROL-FILE-REC           PIC X(80).
001770*
001780 WORKING-STORAGE SECTION.
001790*
001800     COPY RunHistRec.
001810*
001820 01  RETENTION-CARD.
001830     02  CD-FILE-NAME                PIC X(08).
001840     02  FILLER                      PIC X(01).
001850     02  CD-RETENTION                PIC X(04).
001860         88  CD-RETENTION-OMITTED              VALUE SPACE.
001870     02  CD-RETENTION-NUM REDEFINES CD-RETENTION
001880                                     PIC 9(04).
001890     02  FILLER                      PIC X(01).
001900     02  CD-DAY-BASIS                PIC X(01).
001910         88  CD-CALENDAR-DAYS                  VALUE SPACE.
001920         88  CD-BUSINESS-DAYS                  VALUE "B".
001930     02  FILLER                      PIC X(65).
001940*
001950 01  WS-SWITCHES.
001960     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
001970         88  END-OF-CONTROL                    VALUE "Y".
001980     02  WS-EOF-SW                   PIC X(01) VALUE "N".
001990         88  END-OF-FILE                       VALUE "Y".
002000     02  WS-MSTROUT-CARD-SW          PIC X(01) VALUE "N".
002010         88  MSTROUT-CARDED                    VALUE "Y".
002020     02  WS-REJMSTR-CARD-SW          PIC X(01) VALUE "N".
002030         88  REJMSTR-CARDED                    VALUE "Y".
002040     02  WS-RUNHIST-CARD-SW          PIC X(01) VALUE "N".
002050         88  RUNHIST-CARDED                    VALUE "Y".
002060     02  WS-CKPT-CARD-SW             PIC X(01) VALUE "N".
002070         88  CKPTFILE-CARDED                   VALUE "Y".
002080     02  WS-CHGJRNL-CARD-SW          PIC X(01) VALUE "N".
002090         88  CHGJRNL-CARDED                    VALUE "Y".
002100*
002110 01  WS-FILE-STATUS-FIELDS.
002120     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002130     02  WS-MASTER-ARCHIVE-STATUS    PIC X(02) VALUE "00".
002140     02  WS-REJECT-MASTER-STATUS     PIC X(02) VALUE "00".
002150     02  WS-REJECT-ARCHIVE-STATUS    PIC X(02) VALUE "00".
002160     02  WS-RUN-HISTORY-STATUS       PIC X(02) VALUE "00".
002170     02  WS-HISTORY-ARCHIVE-STATUS   PIC X(02) VALUE "00".
002180     02  WS-HISTORY-KEEP-STATUS      PIC X(02) VALUE "00".
002190     02  WS-CHECKPOINT-STATUS        PIC X(02) VALUE "00".
002200     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
002210     02  WS-CHGJRNL-STATUS           PIC X(02) VALUE "00".
002220     02  WS-JOURNAL-ARCHIVE-STATUS   PIC X(02) VALUE "00".
002230     02  WS-JOURNAL-KEEP-STATUS      PIC X(02) VALUE "00".
002240*
002250 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002260 01  WS-RUN-TIME-RAW                 PIC X(08) VALUE SPACE.
002270 01  FILLER REDEFINES WS-RUN-TIME-RAW.
002280     02  WS-RUN-TIME-HHMMSS          PIC 9(06).
002290     02  FILLER                      PIC X(02).
002300*
002310*    THE CHANGE-JOURNAL ENTRY SEQUENCE FOR THIS RUN - ONE
002320*    ENTRY PER PURGED ROW, THE 10_COPYBOOK 6500 ENTRY.
002330 01  WS-JOURNAL-SEQUENCE             PIC 9(07) VALUE ZERO COMP.
002340*
002350 01  WS-RETENTION-VALUES.
002360     02  WS-MSTROUT-DAYS             PIC 9(04) VALUE ZERO COMP.
002370     02  WS-REJMSTR-DAYS             PIC 9(04) VALUE ZERO COMP.
002380     02  WS-RUNHIST-MONTHS           PIC 9(04) VALUE ZERO COMP.
002390     02  WS-CHGJRNL-DAYS             PIC 9(04) VALUE ZERO COMP.
002400     02  WS-MSTROUT-BASIS            PIC X(01) VALUE SPACE.
002410     02  WS-REJMSTR-BASIS            PIC X(01) VALUE SPACE.
002420     02  WS-CHGJRNL-BASIS            PIC X(01) VALUE SPACE.
002430     02  WS-MSTROUT-CUTOFF           PIC 9(08) VALUE ZERO.
002440     02  WS-REJMSTR-CUTOFF           PIC 9(08) VALUE ZERO.
002450     02  WS-CHGJRNL-CUTOFF           PIC 9(08) VALUE ZERO.
002460*
002470 01  WS-CUTOFF-FIELDS.
002480     02  WS-RUN-INTEGER              PIC 9(08) VALUE ZERO COMP.
002490     02  WS-CUTOFF-INTEGER           PIC 9(08) VALUE ZERO COMP.
002500     02  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
002510     02  WS-RETENTION-DAYS           PIC 9(04) VALUE ZERO COMP.
002520     02  WS-RETENTION-FILE           PIC X(08) VALUE SPACE.
002530     02  WS-RETENTION-BASIS          PIC X(01) VALUE SPACE.
002540         88  RETENTION-IN-BUSINESS-DAYS        VALUE "B".
002550     02  WS-CUTOFF-MONTH             PIC 9(06) VALUE ZERO.
002560     02  WS-MONTH-TOTAL              PIC S9(08) VALUE ZERO COMP.
002570     02  WS-MONTH-YEAR               PIC 9(04) VALUE ZERO COMP.
002580     02  WS-MONTH-REMAINDER          PIC 9(04) VALUE ZERO COMP.
002590     02  WS-RUN-YEAR                 PIC 9(04) VALUE ZERO COMP.
002600     02  WS-RUN-MMDD                 PIC 9(04) VALUE ZERO COMP.
002610     02  WS-RUN-MONTH-NUM            PIC 9(02) VALUE ZERO COMP.
002620     02  WS-RUN-DAY-NUM              PIC 9(02) VALUE ZERO COMP.
002630*
002640     COPY BusinessDateParm.
002650*
002660 01  WS-COUNTERS.
002670     02  WS-READ-COUNT               PIC 9(07) VALUE ZERO COMP.
002680     02  WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO COMP.
002690     02  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO COMP.
002700*
002710 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002720*
002730*    ONE SUMMARY LINE PER FILE PROCESSED - READ, ARCHIVED AND
002740*    KEPT/DELETED COUNTS SO THE PURGE CAN BE PROVED AGAINST
002750*    THE ARCHIVE.
002760 01  SUMMARY-LINE.
002770     02  FILLER                      PIC X(13)
002780             VALUE "90_HOUSEKP - ".
002790     02  SM-FILE-NAME                PIC X(08).
002800     02  FILLER                      PIC X(07) VALUE " READ=".
002810     02  SM-READ-COUNT               PIC ZZZZZZ9.
002820     02  FILLER                      PIC X(10)
002830             VALUE " ARCHIVED=".
002840     02  SM-ARCHIVED-COUNT           PIC ZZZZZZ9.
002850     02  FILLER                      PIC X(06) VALUE " KEPT=".
002860     02  SM-KEPT-COUNT               PIC ZZZZZZ9.
002870     02  FILLER                      PIC X(08) VALUE " CUTOFF=".
002880     02  SM-CUTOFF                   PIC X(08).
002890*
002900 PROCEDURE DIVISION.
002910*
002920******************************************************************
002930*    0000-MAINLINE - LOAD THE RETENTION CARDS, THEN WORK EACH
002940*    CARDED FILE IN TURN
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     IF MSTROUT-CARDED
002990         PERFORM 2000-PURGE-MASTER THRU 2000-EXIT
003000     END-IF.
003010     IF REJMSTR-CARDED
003020         PERFORM 3000-PURGE-REJECT-MASTER THRU 3000-EXIT
003030     END-IF.
003040*
003050*    4000 RUNS EVERY TIME - THE JOB'S SWAP STEP COPIES RUNHNEW
003060*    BACK OVER RUNHIST UNCONDITIONALLY AFTER A CLEAN STEP, SO
003070*    RUNHNEW MUST ALWAYS BE A FAITHFUL PICTURE OF THE HISTORY,
003080*    CARD OR NO CARD.  WITHOUT A RUNHIST CARD NOTHING IS
003090*    ARCHIVED AND THE COPY IS VERBATIM.
003100     PERFORM 4000-TRIM-RUN-HISTORY THRU 4000-EXIT.
003110*
003120*    4500 RUNS EVERY TIME FOR THE SAME REASON - THE SWAP STEP
003130*    COPIES CHGJNEW BACK OVER CHGJRNL AFTER EVERY CLEAN STEP.
003140     PERFORM 4500-TRIM-CHANGE-JOURNAL THRU 4500-EXIT.
003150     IF CKPTFILE-CARDED
003160         PERFORM 5000-CLEAR-CHECKPOINTS THRU 5000-EXIT
003170     END-IF.
003180     DISPLAY "90_HOUSEKP - HOUSEKEEPING COMPLETE".
003190     STOP RUN.
003200*
003210******************************************************************
003220*    1000-INITIALIZE - READ AND VALIDATE EVERY RETENTION CARD
003230*    BEFORE ANY DATA FILE IS TOUCHED, SO A BAD DECK CANNOT
003240*    LEAVE A HALF-PURGED NIGHT BEHIND
003250******************************************************************
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003290     COMPUTE WS-RUN-INTEGER =
003300         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003310     OPEN INPUT RUN-CONTROL-FILE.
003320     IF WS-CONTROL-STATUS NOT = "00" AND
003330             WS-CONTROL-STATUS NOT = "05"
003340         DISPLAY "90_HOUSEKP - NO SYSIN RETENTION CARDS - "
003350             "NOTHING TO DO"
003360         GO TO 9998-CONTROL-ABEND
003370     END-IF.
003380     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
003390         UNTIL END-OF-CONTROL.
003400     CLOSE RUN-CONTROL-FILE.
003410     IF NOT MSTROUT-CARDED AND NOT REJMSTR-CARDED
003420             AND NOT RUNHIST-CARDED AND NOT CKPTFILE-CARDED
003430             AND NOT CHGJRNL-CARDED
003440         DISPLAY "90_HOUSEKP - SYSIN HAS NO USABLE RETENTION "
003450             "CARD - NOTHING TO DO"
003460         GO TO 9998-CONTROL-ABEND
003470     END-IF.
003480     IF MSTROUT-CARDED
003490         MOVE "MSTROUT " TO WS-RETENTION-FILE
003500         MOVE WS-MSTROUT-DAYS TO WS-RETENTION-DAYS
003510         MOVE WS-MSTROUT-BASIS TO WS-RETENTION-BASIS
003520         PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
003530         MOVE WS-CUTOFF-DATE TO WS-MSTROUT-CUTOFF
003540     END-IF.
003550     IF REJMSTR-CARDED
003560         MOVE "REJMSTR " TO WS-RETENTION-FILE
003570         MOVE WS-REJMSTR-DAYS TO WS-RETENTION-DAYS
003580         MOVE WS-REJMSTR-BASIS TO WS-RETENTION-BASIS
003590         PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
003600         MOVE WS-CUTOFF-DATE TO WS-REJMSTR-CUTOFF
003610     END-IF.
003620     IF CHGJRNL-CARDED
003630         MOVE "CHGJRNL " TO WS-RETENTION-FILE
003640         MOVE WS-CHGJRNL-DAYS TO WS-RETENTION-DAYS
003650         MOVE WS-CHGJRNL-BASIS TO WS-RETENTION-BASIS
003660         PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
003670         MOVE WS-CUTOFF-DATE TO WS-CHGJRNL-CUTOFF
003680     END-IF.
003690*
003700*    A PURGE JOURNALS EVERY ROW IT DELETES - THE JOURNAL IS
003710*    APPEND-ONLY, THE 10_COPYBOOK OPEN.  IT IS CLOSED AGAIN
003720*    BEFORE 4500 READS IT.
003730     IF MSTROUT-CARDED OR REJMSTR-CARDED
003740         OPEN EXTEND CHANGE-JOURNAL-FILE
003750         IF WS-CHGJRNL-STATUS NOT = "00"
003760             OPEN OUTPUT CHANGE-JOURNAL-FILE
003770         END-IF
003780         IF WS-CHGJRNL-STATUS NOT = "00"
003790             DISPLAY "90_HOUSEKP - UNABLE TO OPEN CHANGE-"
003800                 "JOURNAL-FILE STATUS=" WS-CHGJRNL-STATUS
003810             GO TO 9999-ABEND
003820         END-IF
003830     END-IF.
003840 1000-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880*    1100-READ-ONE-CARD - ONE RETENTION CARD.  AN UNKNOWN FILE
003890*    NAME, A MISSING OR ZERO RETENTION WHERE ONE IS NEEDED, OR
003900*    A DUPLICATE CARD IS A KEYING ERROR AND STOPS THE RUN
003910*    BEFORE ANYTHING IS PURGED.
003920******************************************************************
003930 1100-READ-ONE-CARD.
003940     READ RUN-CONTROL-FILE INTO RETENTION-CARD.
003950     IF WS-CONTROL-STATUS = "10"
003960         MOVE "Y" TO WS-CONTROL-EOF-SW
003970         GO TO 1100-EXIT
003980     END-IF.
003990     IF WS-CONTROL-STATUS NOT = "00"
004000         DISPLAY "90_HOUSEKP - SYSIN READ ERROR, STATUS="
004010             WS-CONTROL-STATUS
004020         GO TO 9999-ABEND
004030     END-IF.
004040     IF RETENTION-CARD = SPACE
004050         GO TO 1100-EXIT
004060     END-IF.
004070     EVALUATE CD-FILE-NAME
004080         WHEN "MSTROUT "
004090             PERFORM 1110-NEED-RETENTION THRU 1110-EXIT
004100             IF MSTROUT-CARDED
004110                 GO TO 1100-DUPLICATE
004120             END-IF
004130             MOVE "Y" TO WS-MSTROUT-CARD-SW
004140             MOVE CD-RETENTION-NUM TO WS-MSTROUT-DAYS
004150             MOVE CD-DAY-BASIS TO WS-MSTROUT-BASIS
004160         WHEN "REJMSTR "
004170             PERFORM 1110-NEED-RETENTION THRU 1110-EXIT
004180             IF REJMSTR-CARDED
004190                 GO TO 1100-DUPLICATE
004200             END-IF
004210             MOVE "Y" TO WS-REJMSTR-CARD-SW
004220             MOVE CD-RETENTION-NUM TO WS-REJMSTR-DAYS
004230             MOVE CD-DAY-BASIS TO WS-REJMSTR-BASIS
004240         WHEN "RUNHIST "
004250             PERFORM 1110-NEED-RETENTION THRU 1110-EXIT
004260             IF RUNHIST-CARDED
004270                 GO TO 1100-DUPLICATE
004280             END-IF
004290             MOVE "Y" TO WS-RUNHIST-CARD-SW
004300             MOVE CD-RETENTION-NUM TO WS-RUNHIST-MONTHS
004310             IF NOT CD-CALENDAR-DAYS
004320                 DISPLAY "90_HOUSEKP - RUNHIST IS KEPT BY "
004330                     "MONTHS - COL 15 MUST BE BLANK"
004340                 GO TO 9998-CONTROL-ABEND
004350             END-IF
004360         WHEN "CHGJRNL "
004370             PERFORM 1110-NEED-RETENTION THRU 1110-EXIT
004380             IF CHGJRNL-CARDED
004390                 GO TO 1100-DUPLICATE
004400             END-IF
004410             MOVE "Y" TO WS-CHGJRNL-CARD-SW
004420             MOVE CD-RETENTION-NUM TO WS-CHGJRNL-DAYS
004430             MOVE CD-DAY-BASIS TO WS-CHGJRNL-BASIS
004440         WHEN "CKPTFILE"
004450             IF CKPTFILE-CARDED
004460                 GO TO 1100-DUPLICATE
004470             END-IF
004480             MOVE "Y" TO WS-CKPT-CARD-SW
004490         WHEN OTHER
004500             DISPLAY "90_HOUSEKP - UNKNOWN FILE ON RETENTION "
004510                 "CARD: " CD-FILE-NAME
004520             GO TO 9998-CONTROL-ABEND
004530     END-EVALUATE.
004540     GO TO 1100-EXIT.
004550 1100-DUPLICATE.
004560     DISPLAY "90_HOUSEKP - DUPLICATE RETENTION CARD FOR "
004570         CD-FILE-NAME.
004580     GO TO 9998-CONTROL-ABEND.
004590 1100-EXIT.
004600     EXIT.
004610*
004620 1110-NEED-RETENTION.
004630     IF CD-RETENTION-OMITTED OR CD-RETENTION NOT NUMERIC
004640             OR CD-RETENTION-NUM = ZERO
004650         DISPLAY "90_HOUSEKP - RETENTION (COLS 10-13) MUST BE "
004660             "0001-9999 FOR " CD-FILE-NAME ", GOT " CD-RETENTION
004670         GO TO 9998-CONTROL-ABEND
004680     END-IF.
004690     IF NOT CD-CALENDAR-DAYS AND NOT CD-BUSINESS-DAYS
004700         DISPLAY "90_HOUSEKP - COL 15 MUST BE BLANK (CALENDAR "
004710             "DAYS) OR B (BUSINESS DAYS) FOR " CD-FILE-NAME
004720             ", GOT " CD-DAY-BASIS
004730         GO TO 9998-CONTROL-ABEND
004740     END-IF.
004750 1110-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790*    1200-COMPUTE-CUTOFF - WS-CUTOFF-DATE, WS-RETENTION-DAYS
004800*    BEFORE THE RUN DATE: CALENDAR DAYS THROUGH INTEGER-OF-DATE,
004810*    OR BUSINESS DAYS THROUGH 07_BUSDATE.  ROWS DATED BEFORE THE
004820*    CUTOFF ARE ARCHIVED, THE CUTOFF DAY ITSELF IS KEPT.
004830******************************************************************
004840 1200-COMPUTE-CUTOFF.
004850     IF NOT RETENTION-IN-BUSINESS-DAYS
004860         COMPUTE WS-CUTOFF-INTEGER =
004870             WS-RUN-INTEGER - WS-RETENTION-DAYS
004880         COMPUTE WS-CUTOFF-DATE =
004890             FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
004900         GO TO 1200-EXIT
004910     END-IF.
004920     MOVE "S" TO BD-FUNCTION.
004930     MOVE WS-RUN-DATE TO BD-DATE-IN.
004940     MOVE WS-RETENTION-DAYS TO BD-DAYS.
004950     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
004960     IF BD-FILE-FAILURE
004970         DISPLAY "90_HOUSEKP - BUSINESS-DATE ROUTINE CANNOT "
004980             "READ THE CALENDAR"
004990         GO TO 9999-ABEND
005000     END-IF.
005010     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
005020         DISPLAY "90_HOUSEKP - BUSINESS-DATE ROUTINE FAILED, "
005030             "RC=" BD-RETURN-CODE
005040         GO TO 9998-CONTROL-ABEND
005050     END-IF.
005060     MOVE BD-DATE-OUT TO WS-CUTOFF-DATE.
005070     DISPLAY "90_HOUSEKP - " WS-RETENTION-FILE " RETENTION IS IN "
005080         "BUSINESS DAYS - CUTOFF " WS-CUTOFF-DATE.
005090 1200-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*    2000-PURGE-MASTER - UNLOAD MASTER ROWS LAST TOUCHED BEFORE
005140*    THE CUTOFF TO MSTARCH, THEN DELETE THEM FROM THE CLUSTER.
005150*    THE ARCHIVE WRITE COMES FIRST - A FAILURE THERE LEAVES THE
005160*    ROW ON THE MASTER, NEVER THE OTHER WAY AROUND.  A CLOSED
005170*    ROW IS COUNTED AS KEPT WHATEVER ITS DATE.
005180******************************************************************
005190 2000-PURGE-MASTER.
005200     MOVE WS-MSTROUT-CUTOFF TO WS-CUTOFF-DATE.
005210     MOVE ZERO TO WS-READ-COUNT WS-ARCHIVED-COUNT
005220         WS-KEPT-COUNT.
005230     MOVE "N" TO WS-EOF-SW.
005240     OPEN I-O MASTER-FILE.
005250     IF WS-MASTER-STATUS NOT = "00"
005260         DISPLAY "90_HOUSEKP - UNABLE TO OPEN MASTER-FILE "
005270             "STATUS=" WS-MASTER-STATUS
005280         GO TO 9999-ABEND
005290     END-IF.
005300     OPEN OUTPUT MASTER-ARCHIVE-FILE.
005310     IF WS-MASTER-ARCHIVE-STATUS NOT = "00"
005320         DISPLAY "90_HOUSEKP - UNABLE TO OPEN MSTARCH STATUS="
005330             WS-MASTER-ARCHIVE-STATUS
005340         GO TO 9999-ABEND
005350     END-IF.
005360     PERFORM 2100-PURGE-ONE-MASTER THRU 2100-EXIT
005370         UNTIL END-OF-FILE.
005380     CLOSE MASTER-FILE.
005390     CLOSE MASTER-ARCHIVE-FILE.
005400     MOVE "MSTROUT " TO SM-FILE-NAME.
005410     MOVE WS-CUTOFF-DATE TO SM-CUTOFF.
005420     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
005430 2000-EXIT.
005440     EXIT.
005450*
005460 2100-PURGE-ONE-MASTER.
005470     READ MASTER-FILE.
005480     IF WS-MASTER-STATUS = "10"
005490         MOVE "Y" TO WS-EOF-SW
005500         GO TO 2100-EXIT
005510     END-IF.
005520     IF WS-MASTER-STATUS NOT = "00"
005530         DISPLAY "90_HOUSEKP - MASTER READ ERROR, STATUS="
005540             WS-MASTER-STATUS
005550         GO TO 9999-ABEND
005560     END-IF.
005570     ADD 1 TO WS-READ-COUNT.
005580     IF MST-LAST-RUN-DATE < WS-CUTOFF-DATE
005590             AND NOT MST-STATUS-CLOSED
005600         WRITE MASTER-ARCHIVE-REC FROM MASTER-ROW-REC
005610         IF WS-MASTER-ARCHIVE-STATUS NOT = "00"
005620             DISPLAY "90_HOUSEKP - MSTARCH WRITE ERROR STATUS="
005630                 WS-MASTER-ARCHIVE-STATUS
005640             GO TO 9999-ABEND
005650         END-IF
005660         DELETE MASTER-FILE
005670         IF WS-MASTER-STATUS NOT = "00"
005680             DISPLAY "90_HOUSEKP - MASTER DELETE ERROR AT "
005690                 "VAR-LP=" MST-VAR-LP " STATUS="
005700                 WS-MASTER-STATUS
005710             GO TO 9999-ABEND
005720         END-IF
005730         MOVE SPACE TO CHANGE-JOURNAL-REC
005740         MOVE "M" TO CJ-CLUSTER
005750         MOVE MST-VAR-LP TO CJ-VAR-LP
005760         MOVE MASTER-ROW-REC TO CJ-IMAGE
005770         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
005780         ADD 1 TO WS-ARCHIVED-COUNT
005790     ELSE
005800         ADD 1 TO WS-KEPT-COUNT
005810     END-IF.
005820 2100-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860*    3000-PURGE-REJECT-MASTER - SAME PURGE FOR REJMSTR BY THE
005870*    REJECT RUN DATE, TO REJARCH
005880******************************************************************
005890 3000-PURGE-REJECT-MASTER.
005900     MOVE WS-REJMSTR-CUTOFF TO WS-CUTOFF-DATE.
005910     MOVE ZERO TO WS-READ-COUNT WS-ARCHIVED-COUNT
005920         WS-KEPT-COUNT.
005930     MOVE "N" TO WS-EOF-SW.
005940     OPEN I-O REJECT-MASTER-FILE.
005950     IF WS-REJECT-MASTER-STATUS NOT = "00"
005960         DISPLAY "90_HOUSEKP - UNABLE TO OPEN REJECT-MASTER-"
005970             "FILE STATUS=" WS-REJECT-MASTER-STATUS
005980         GO TO 9999-ABEND
005990     END-IF.
006000     OPEN OUTPUT REJECT-ARCHIVE-FILE.
006010     IF WS-REJECT-ARCHIVE-STATUS NOT = "00"
006020         DISPLAY "90_HOUSEKP - UNABLE TO OPEN REJARCH STATUS="
006030             WS-REJECT-ARCHIVE-STATUS
006040         GO TO 9999-ABEND
006050     END-IF.
006060     PERFORM 3100-PURGE-ONE-REJECT THRU 3100-EXIT
006070         UNTIL END-OF-FILE.
006080     CLOSE REJECT-MASTER-FILE.
006090     CLOSE REJECT-ARCHIVE-FILE.
006100     MOVE "REJMSTR " TO SM-FILE-NAME.
006110     MOVE WS-CUTOFF-DATE TO SM-CUTOFF.
006120     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
006130 3000-EXIT.
006140     EXIT.
006150*
006160 3100-PURGE-ONE-REJECT.
006170     READ REJECT-MASTER-FILE.
006180     IF WS-REJECT-MASTER-STATUS = "10"
006190         MOVE "Y" TO WS-EOF-SW
006200         GO TO 3100-EXIT
006210     END-IF.
006220     IF WS-REJECT-MASTER-STATUS NOT = "00"
006230         DISPLAY "90_HOUSEKP - REJECT MASTER READ ERROR, "
006240             "STATUS=" WS-REJECT-MASTER-STATUS
006250         GO TO 9999-ABEND
006260     END-IF.
006270     ADD 1 TO WS-READ-COUNT.
006280     IF RJM-RUN-DATE < WS-CUTOFF-DATE
006290         WRITE REJECT-ARCHIVE-REC FROM REJECT-MASTER-REC
006300         IF WS-REJECT-ARCHIVE-STATUS NOT = "00"
006310             DISPLAY "90_HOUSEKP - REJARCH WRITE ERROR STATUS="
006320                 WS-REJECT-ARCHIVE-STATUS
006330             GO TO 9999-ABEND
006340         END-IF
006350         DELETE REJECT-MASTER-FILE
006360         IF WS-REJECT-MASTER-STATUS NOT = "00"
006370             DISPLAY "90_HOUSEKP - REJECT MASTER DELETE ERROR "
006380                 "AT VAR-LP=" RJM-VAR-LP " STATUS="
006390                 WS-REJECT-MASTER-STATUS
006400             GO TO 9999-ABEND
006410         END-IF
006420         MOVE SPACE TO CHANGE-JOURNAL-REC
006430         MOVE "R" TO CJ-CLUSTER
006440         MOVE RJM-VAR-LP TO CJ-VAR-LP
006450         MOVE REJECT-MASTER-REC TO CJ-IMAGE
006460         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
006470         ADD 1 TO WS-ARCHIVED-COUNT
006480     ELSE
006490         ADD 1 TO WS-KEPT-COUNT
006500     END-IF.
006510 3100-EXIT.
006520     EXIT.
006530*
006540******************************************************************
006550*    4000-TRIM-RUN-HISTORY - SPLIT RUNHIST AT THE MONTH CUTOFF:
006560*    RECORDS OLDER THAN THE LAST N MONTHS GO TO RUNHARCH, THE
006570*    REST TO RUNHNEW, AND THE JOB SWAPS RUNHNEW BACK OVER
006580*    RUNHIST ONLY WHEN THIS STEP ENDS CLEAN (SEE HOUSEKP.JCL).
006590*    A SEQUENTIAL FILE CANNOT BE TRIMMED IN PLACE.  PERFORMED
006600*    ON EVERY EXECUTION, CARD OR NO CARD - THE SWAP STEP
006610*    ALWAYS COPIES RUNHNEW BACK, SO WITH NO RUNHIST CARD THE
006620*    CUTOFF IS ZERO, NOTHING ARCHIVES, AND RUNHNEW IS A
006630*    VERBATIM COPY OF THE HISTORY.
006640******************************************************************
006650 4000-TRIM-RUN-HISTORY.
006660*
006670*    CUTOFF MONTH = RUN MONTH MINUS THE RETENTION, ON A WHOLE-
006680*    MONTH CALENDAR: KEEP YYYYMM >= CUTOFF, ARCHIVE THE REST.
006690*    THE YEAR AND MONTH ARE CARVED OUT WITH EXPLICIT INTEGER
006700*    DIVIDES SO THE TRUNCATION IS IN THE CODE, NOT IN THE
006710*    COMPILER'S INTERMEDIATE-RESULT RULES - A DAY FRACTION
006720*    LEAKING THROUGH THE MONTH ARITHMETIC WOULD SILENTLY MOVE
006730*    THE CUTOFF A MONTH LATE.
006740     IF NOT RUNHIST-CARDED
006750         MOVE ZERO TO WS-CUTOFF-MONTH
006760         DISPLAY "90_HOUSEKP - NO RUNHIST CARD - HISTORY "
006770             "COPIED UNCHANGED"
006780         GO TO 4000-OPEN
006790     END-IF.
006800     DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR
006810         REMAINDER WS-RUN-MMDD.
006820     DIVIDE WS-RUN-MMDD BY 100 GIVING WS-RUN-MONTH-NUM
006830         REMAINDER WS-RUN-DAY-NUM.
006840     COMPUTE WS-MONTH-TOTAL =
006850         WS-RUN-YEAR * 12 + WS-RUN-MONTH-NUM - 1
006860         - WS-RUNHIST-MONTHS + 1.
006870     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-MONTH-YEAR
006880         REMAINDER WS-MONTH-REMAINDER.
006890     COMPUTE WS-CUTOFF-MONTH =
006900         WS-MONTH-YEAR * 100 + WS-MONTH-REMAINDER + 1.
006910 4000-OPEN.
006920     MOVE ZERO TO WS-READ-COUNT WS-ARCHIVED-COUNT
006930         WS-KEPT-COUNT.
006940     MOVE "N" TO WS-EOF-SW.
006950     OPEN INPUT RUN-HISTORY-FILE.
006960     IF WS-RUN-HISTORY-STATUS NOT = "00"
006970         DISPLAY "90_HOUSEKP - UNABLE TO OPEN RUN-HISTORY-FILE "
006980             "STATUS=" WS-RUN-HISTORY-STATUS
006990         GO TO 9999-ABEND
007000     END-IF.
007010     OPEN OUTPUT HISTORY-ARCHIVE-FILE.
007020     IF WS-HISTORY-ARCHIVE-STATUS NOT = "00"
007030         DISPLAY "90_HOUSEKP - UNABLE TO OPEN RUNHARCH STATUS="
007040             WS-HISTORY-ARCHIVE-STATUS
007050         GO TO 9999-ABEND
007060     END-IF.
007070     OPEN OUTPUT HISTORY-KEEP-FILE.
007080     IF WS-HISTORY-KEEP-STATUS NOT = "00"
007090         DISPLAY "90_HOUSEKP - UNABLE TO OPEN RUNHNEW STATUS="
007100             WS-HISTORY-KEEP-STATUS
007110         GO TO 9999-ABEND
007120     END-IF.
007130     PERFORM 4100-SPLIT-ONE-HISTORY THRU 4100-EXIT
007140         UNTIL END-OF-FILE.
007150     CLOSE RUN-HISTORY-FILE.
007160     CLOSE HISTORY-ARCHIVE-FILE.
007170     CLOSE HISTORY-KEEP-FILE.
007180     MOVE "RUNHIST " TO SM-FILE-NAME.
007190     MOVE WS-CUTOFF-MONTH TO SM-CUTOFF.
007200     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
007210 4000-EXIT.
007220     EXIT.
007230*
007240 4100-SPLIT-ONE-HISTORY.
007250     READ RUN-HISTORY-FILE INTO RUN-HISTORY-REC.
007260     IF WS-RUN-HISTORY-STATUS = "10"
007270         MOVE "Y" TO WS-EOF-SW
007280         GO TO 4100-EXIT
007290     END-IF.
007300     IF WS-RUN-HISTORY-STATUS NOT = "00"
007310         DISPLAY "90_HOUSEKP - RUNHIST READ ERROR, STATUS="
007320             WS-RUN-HISTORY-STATUS
007330         GO TO 9999-ABEND
007340     END-IF.
007350     ADD 1 TO WS-READ-COUNT.
007360     IF RH-RUN-MONTH < WS-CUTOFF-MONTH
007370         WRITE HISTORY-ARCHIVE-REC FROM RUN-HISTORY-REC
007380         IF WS-HISTORY-ARCHIVE-STATUS NOT = "00"
007390             DISPLAY "90_HOUSEKP - RUNHARCH WRITE ERROR STATUS="
007400                 WS-HISTORY-ARCHIVE-STATUS
007410             GO TO 9999-ABEND
007420         END-IF
007430         ADD 1 TO WS-ARCHIVED-COUNT
007440     ELSE
007450         WRITE HISTORY-KEEP-REC FROM RUN-HISTORY-REC
007460         IF WS-HISTORY-KEEP-STATUS NOT = "00"
007470             DISPLAY "90_HOUSEKP - RUNHNEW WRITE ERROR STATUS="
007480                 WS-HISTORY-KEEP-STATUS
007490             GO TO 9999-ABEND
007500         END-IF
007510         ADD 1 TO WS-KEPT-COUNT
007520     END-IF.
007530 4100-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570*    4500-TRIM-CHANGE-JOURNAL - SPLIT CHGJRNL AT THE DAY CUTOFF
007580*    BY THE RUN DATE OF EACH ENTRY: OLDER ENTRIES GO TO
007590*    CHGJARCH, THE REST TO CHGJNEW, AND THE JOB SWAPS CHGJNEW
007600*    BACK OVER CHGJRNL, THE 4000 PATTERN.  PERFORMED ON EVERY
007610*    EXECUTION - WITH NO CHGJRNL CARD THE CUTOFF IS ZERO AND
007620*    CHGJNEW IS A VERBATIM COPY.  A JOURNAL NOT YET CREATED
007630*    (STATUS 35) LEAVES AN EMPTY CHGJNEW, WHICH IS WHAT IT HOLDS.
007640******************************************************************
007650 4500-TRIM-CHANGE-JOURNAL.
007660     IF MSTROUT-CARDED OR REJMSTR-CARDED
007670         CLOSE CHANGE-JOURNAL-FILE
007680     END-IF.
007690     IF CHGJRNL-CARDED
007700         MOVE WS-CHGJRNL-CUTOFF TO WS-CUTOFF-DATE
007710     ELSE
007720         MOVE ZERO TO WS-CUTOFF-DATE
007730         DISPLAY "90_HOUSEKP - NO CHGJRNL CARD - JOURNAL "
007740             "COPIED UNCHANGED"
007750     END-IF.
007760     MOVE ZERO TO WS-READ-COUNT WS-ARCHIVED-COUNT
007770         WS-KEPT-COUNT.
007780     MOVE "N" TO WS-EOF-SW.
007790     OPEN OUTPUT JOURNAL-ARCHIVE-FILE.
007800     IF WS-JOURNAL-ARCHIVE-STATUS NOT = "00"
007810         DISPLAY "90_HOUSEKP - UNABLE TO OPEN CHGJARCH STATUS="
007820             WS-JOURNAL-ARCHIVE-STATUS
007830         GO TO 9999-ABEND
007840     END-IF.
007850     OPEN OUTPUT JOURNAL-KEEP-FILE.
007860     IF WS-JOURNAL-KEEP-STATUS NOT = "00"
007870         DISPLAY "90_HOUSEKP - UNABLE TO OPEN CHGJNEW STATUS="
007880             WS-JOURNAL-KEEP-STATUS
007890         GO TO 9999-ABEND
007900     END-IF.
007910     OPEN INPUT CHANGE-JOURNAL-FILE.
007920     IF WS-CHGJRNL-STATUS = "35"
007930         MOVE "Y" TO WS-EOF-SW
007940     ELSE
007950         IF WS-CHGJRNL-STATUS NOT = "00"
007960             DISPLAY "90_HOUSEKP - UNABLE TO OPEN CHANGE-"
007970                 "JOURNAL-FILE STATUS=" WS-CHGJRNL-STATUS
007980             GO TO 9999-ABEND
007990         END-IF
008000     END-IF.
008010     PERFORM 4510-SPLIT-ONE-ENTRY THRU 4510-EXIT
008020         UNTIL END-OF-FILE.
008030     IF WS-CHGJRNL-STATUS NOT = "35"
008040         CLOSE CHANGE-JOURNAL-FILE
008050     END-IF.
008060     CLOSE JOURNAL-ARCHIVE-FILE.
008070     CLOSE JOURNAL-KEEP-FILE.
008080     MOVE "CHGJRNL " TO SM-FILE-NAME.
008090     MOVE WS-CUTOFF-DATE TO SM-CUTOFF.
008100     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
008110 4500-EXIT.
008120     EXIT.
008130*
008140 4510-SPLIT-ONE-ENTRY.
008150     READ CHANGE-JOURNAL-FILE.
008160     IF WS-CHGJRNL-STATUS = "10"
008170         MOVE "Y" TO WS-EOF-SW
008180         GO TO 4510-EXIT
008190     END-IF.
008200     IF WS-CHGJRNL-STATUS NOT = "00"
008210         DISPLAY "90_HOUSEKP - CHGJRNL READ ERROR, STATUS="
008220             WS-CHGJRNL-STATUS
008230         GO TO 9999-ABEND
008240     END-IF.
008250     ADD 1 TO WS-READ-COUNT.
008260     IF CJ-RUN-DATE < WS-CUTOFF-DATE
008270         WRITE JOURNAL-ARCHIVE-REC FROM CHANGE-JOURNAL-REC
008280         IF WS-JOURNAL-ARCHIVE-STATUS NOT = "00"
008290             DISPLAY "90_HOUSEKP - CHGJARCH WRITE ERROR STATUS="
008300                 WS-JOURNAL-ARCHIVE-STATUS
008310             GO TO 9999-ABEND
008320         END-IF
008330         ADD 1 TO WS-ARCHIVED-COUNT
008340     ELSE
008350         WRITE JOURNAL-KEEP-REC FROM CHANGE-JOURNAL-REC
008360         IF WS-JOURNAL-KEEP-STATUS NOT = "00"
008370             DISPLAY "90_HOUSEKP - CHGJNEW WRITE ERROR STATUS="
008380                 WS-JOURNAL-KEEP-STATUS
008390             GO TO 9999-ABEND
008400         END-IF
008410         ADD 1 TO WS-KEPT-COUNT
008420     END-IF.
008430 4510-EXIT.
008440     EXIT.
008450*
008460******************************************************************
008470*    5000-CLEAR-CHECKPOINTS - OPEN OUTPUT TRUNCATES CKPTFILE.
008480*    ONLY EVER SCHEDULED AFTER A CLEAN END OF DAY - A CLEARED
008490*    CHECKPOINT FILE IS EXACTLY WHAT A RESTART MUST NOT FIND.
008500******************************************************************
008510 5000-CLEAR-CHECKPOINTS.
008520     OPEN OUTPUT CHECKPOINT-FILE.
008530     IF WS-CHECKPOINT-STATUS NOT = "00"
008540         DISPLAY "90_HOUSEKP - UNABLE TO CLEAR CKPTFILE "
008550             "STATUS=" WS-CHECKPOINT-STATUS
008560         GO TO 9999-ABEND
008570     END-IF.
008580     CLOSE CHECKPOINT-FILE.
008590     DISPLAY "90_HOUSEKP - CKPTFILE CLEARED".
008600 5000-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640*    6500-WRITE-JOURNAL - APPEND THE ROW JUST PURGED TO CHGJRNL
008650*    AS A DELETE, THE 10_COPYBOOK 6500 ENTRY.  THE CALLER HAS
008660*    CLEARED THE ENTRY AND SET THE CLUSTER, KEY AND IMAGE.
008670******************************************************************
008680 6500-WRITE-JOURNAL.
008690     ADD 1 TO WS-JOURNAL-SEQUENCE.
008700     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
008710     MOVE WS-RUN-TIME-HHMMSS TO CJ-RUN-TIME.
008720     MOVE "90_HOUSEKP" TO CJ-PROGRAM.
008730     MOVE WS-JOURNAL-SEQUENCE TO CJ-SEQUENCE.
008740     MOVE "D" TO CJ-ACTION.
008750     WRITE CHANGE-JOURNAL-REC.
008760     IF WS-CHGJRNL-STATUS NOT = "00"
008770         DISPLAY "90_HOUSEKP - CHANGE-JOURNAL WRITE ERROR AT "
008780             "VAR-LP=" CJ-VAR-LP " STATUS=" WS-CHGJRNL-STATUS
008790         GO TO 9999-ABEND
008800     END-IF.
008810 6500-EXIT.
008820     EXIT.
008830*
008840 7000-PRINT-SUMMARY.
008850     MOVE WS-READ-COUNT TO SM-READ-COUNT.
008860     MOVE WS-ARCHIVED-COUNT TO SM-ARCHIVED-COUNT.
008870     MOVE WS-KEPT-COUNT TO SM-KEPT-COUNT.
008880     DISPLAY SUMMARY-LINE.
008890 7000-EXIT.
008900     EXIT.
008910*
008920******************************************************************
008930*    9998-CONTROL-ABEND - MALFORMED OR DUPLICATE RETENTION
008940*    CARD, OR NOTHING TO DO.  RETURN-CODE 12, AND NOTHING HAS
008950*    BEEN PURGED - FIX THE DECK AND RERUN
008960******************************************************************
008970 9998-CONTROL-ABEND.
008980     MOVE 12 TO RETURN-CODE.
008990     STOP RUN.
009000*
009010******************************************************************
009020*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
009030*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
009040******************************************************************
009050 9999-ABEND.
009060     MOVE 16 TO RETURN-CODE.
009070     STOP RUN.
