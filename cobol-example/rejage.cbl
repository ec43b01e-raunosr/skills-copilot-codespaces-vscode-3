000170*    CHRONIC 3000-EDIT-RECORD FAILURES STAND OUT AND
000180*    SUPERVISORS CAN CHASE THE OLD ONES.
000190*
000200*    AGES ARE IN BUSINESS DAYS FROM THE REJECT'S RJM-RUN-DATE
000210*    TO THE AS-OF DATE, FROM THE SHARED 07_BUSDATE CALENDAR - A
000220*    REJECT FROM FRIDAY IS ONE DAY OLD ON MONDAY, AND HOLIDAYS
000230*    DO NOT COUNT.  THE BUCKETS ARE BUSINESS DAYS TOO.
000240*
000250*    THE SYSIN CARD (OPTIONAL):
000260*        COLS 01-08  AS-OF DATE YYYYMMDD, BLANK/NO CARD = THE
000270*                    CURRENT BUSINESS DATE
000280*    A MALFORMED CARD ENDS WITH RETURN-CODE 12 BEFORE ANY DATA
000290*    FILE IS TOUCHED; 16 IS A FILE FAILURE.
000300*
000310*    MODIFICATION HISTORY
000320*    DATE       INIT  DESCRIPTION
000330*    09/03/26   JH    INITIAL VERSION
000340*    09/03/26   JH    VAR-LP WIDENED TO EIGHT DIGITS WITH THE
000350*                     REST OF THE SYSTEM; THE BUCKET LABEL CAME
000360*                     OFF THE DETAIL LINE TO KEEP IT ON ONE
000370*                     80-COLUMN LINE - THE AGE IS STILL THERE
000380*                     AND THE BUCKETS REMAIN IN THE SUMMARY
000390*    10/15/26   JH    MSTROUT LRECL 66 -> 80 (MASTER STATUS CODE
000400*                     AND DATE)
000410*    10/15/26   JH    AGES IN BUSINESS DAYS AND AS-OF DEFAULTS TO
000420*                     THE CURRENT BUSINESS DATE, BOTH FROM THE
000430*                     07_BUSDATE CALENDAR
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. 55_REJAGE.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT REJECT-MASTER-FILE ASSIGN TO "REJMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS IS SEQUENTIAL
000540         RECORD KEY IS RJM-VAR-LP
000550         FILE STATUS IS WS-REJECT-MASTER-STATUS.
000560*
000570     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS IS RANDOM
000600         RECORD KEY IS MFR-VAR-LP
000610         FILE STATUS IS WS-MASTER-STATUS.
000620*
000630     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-CONTROL-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700 FD  REJECT-MASTER-FILE.
000710     COPY RejectMaster.
000720*
000730*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
000740*    MASTERROW COPYBOOK IN WORKING-STORAGE, THE 80_HISTRPT
000750*    PATTERN, SO FIELD ACCESS COMES FROM THE SHARED LAYOUT.
000760 FD  MASTER-FILE.
000770 01  MASTER-FILE-REC.
000780     02  MFR-VAR-LP                  PIC X(08).
000790     02  FILLER                      PIC X(72).
000800*
000810 FD  RUN-CONTROL-FILE.
000820 01  RUN-CONTROL-FILE-REC           PIC X(80).
000830*
000840 WORKING-STORAGE SECTION.
000850*
000860     COPY MasterRow.
000870*
000880 01  RUN-CONTROL-CARD.
000890     02  CC-AS-OF-DATE               PIC X(08).
000900         88  CC-AS-OF-OMITTED                  VALUE SPACE.
000910     02  CC-AS-OF-DATE-NUM REDEFINES CC-AS-OF-DATE.
000920         03  FILLER                  PIC X(04).
000930         03  CC-AS-OF-MONTH          PIC 9(02).
000940         03  CC-AS-OF-DAY            PIC 9(02).
000950     02  FILLER                      PIC X(72).
000960*
000970 01  WS-SWITCHES.
000980     02  WS-EOF-SW                   PIC X(01) VALUE "N".
000990         88  END-OF-FILE                       VALUE "Y".
001000     02  WS-PROCESSED-SW             PIC X(01) VALUE "N".
001010         88  REJECT-SINCE-PROCESSED            VALUE "Y".
001020     02  WS-REASON-FOUND-SW          PIC X(01) VALUE "N".
001030         88  REASON-SLOT-FOUND                 VALUE "Y".
001040     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
001050         88  CONTROL-CARD-FOUND                VALUE "Y".
001060*
001070 01  WS-FILE-STATUS-FIELDS.
001080     02  WS-REJECT-MASTER-STATUS     PIC X(02) VALUE "00".
001090     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001100     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001110*
001120 01  WS-COUNTERS.
001130     02  WS-READ-COUNT               PIC 9(07) VALUE ZERO COMP.
001140     02  WS-OPEN-COUNT               PIC 9(07) VALUE ZERO COMP.
001150     02  WS-CLEARED-COUNT            PIC 9(07) VALUE ZERO COMP.
001160*
001170 01  WS-COUNT-ED                     PIC ZZZZZZ9.
001180*
001190 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001200*
001210 01  WS-AGE-FIELDS.
001220     02  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO COMP.
001230*
001240     COPY BusinessDateParm.
001250*
001260*    ONE SLOT PER RJM-REASON SEEN ON AN OPEN REJECT, IN FIRST-
001270*    SEEN ORDER WITH A BUCKET COUNT EACH - THE SAME SHAPE AS
001280*    THE 10_COPYBOOK CURRENCY SUMMARY.  3000-EDIT-RECORD ONLY
001290*    PRODUCES A HANDFUL OF REASON TEXTS, SO 50 SLOTS IS AMPLE.
001300 01  WS-REASON-SUMMARY-COUNT         PIC 9(04) VALUE ZERO COMP.
001310 01  WS-REASON-SUB                   PIC 9(04) VALUE ZERO COMP.
001320*
001330 01  REASON-SUMMARY-AREA.
001340     02  REASON-SUMMARY-ENTRY OCCURS 1 TO 50 TIMES
001350             DEPENDING ON WS-REASON-SUMMARY-COUNT.
001360         03  RA-REASON               PIC X(40).
001370         03  RA-BUCKET-1-7           PIC 9(07) COMP.
001380         03  RA-BUCKET-8-30          PIC 9(07) COMP.
001390         03  RA-BUCKET-OVER-30       PIC 9(07) COMP.
001400*
001410 01  WS-BUCKET-TOTALS.
001420     02  WS-TOTAL-1-7                PIC 9(07) VALUE ZERO COMP.
001430     02  WS-TOTAL-8-30               PIC 9(07) VALUE ZERO COMP.
001440     02  WS-TOTAL-OVER-30            PIC 9(07) VALUE ZERO COMP.
001450*
001460 01  PAGE-HEADER-LINE.
001470     02  FILLER          PIC X(30)
001480             VALUE "55_REJAGE - OPEN REJECT AGING ".
001490     02  FILLER          PIC X(06) VALUE "AS OF ".
001500     02  PH-AS-OF-DATE   PIC 9(08).
001510*
001520 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
001530*
001540*    ONE LINE PER REJECT STILL OPEN - KEY, WHEN IT WAS LAST
001550*    REJECTED, HOW OLD THAT IS, AND WHY.
001560 01  AGING-DETAIL-LINE.
001570     02  FILLER                      PIC X(03) VALUE "LP=".
001580     02  AD-VAR-LP                   PIC X(08).
001590     02  FILLER                      PIC X(07) VALUE " SINCE=".
001600     02  AD-RUN-DATE                 PIC 9(08).
001610     02  FILLER                      PIC X(05) VALUE " AGE=".
001620     02  AD-AGE-DAYS                 PIC ZZZZ9.
001630     02  FILLER                      PIC X(01) VALUE SPACE.
001640     02  AD-REASON                   PIC X(40).
001650*
001660 01  REASON-SUMMARY-LINE.
001670     02  FILLER                      PIC X(07) VALUE "REASON=".
001680     02  RL-REASON                   PIC X(40).
001690     02  FILLER                      PIC X(05) VALUE " 1-7=".
001700     02  RL-BUCKET-1-7               PIC ZZZZ9.
001710     02  FILLER                      PIC X(06) VALUE " 8-30=".
001720     02  RL-BUCKET-8-30              PIC ZZZZ9.
001730     02  FILLER                      PIC X(06) VALUE " OV30=".
001740     02  RL-BUCKET-OVER-30           PIC ZZZZ9.
001750*
001760 PROCEDURE DIVISION.
001770*
001780******************************************************************
001790*    0000-MAINLINE - OPEN, DRIVE THE READ LOOP, CLOSE
001800******************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
001840         UNTIL END-OF-FILE.
001850     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001860     STOP RUN.
001870*
001880******************************************************************
001890*    1000-INITIALIZE - AS-OF DATE FROM THE OPTIONAL SYSIN CARD,
001900*    OPEN BOTH MASTERS, PRIME THE REJECT READ
001910******************************************************************
001920 1000-INITIALIZE.
001930     MOVE "C" TO BD-FUNCTION.
001940     PERFORM 7000-CALL-BUSDATE THRU 7000-EXIT.
001950     MOVE BD-DATE-OUT TO WS-AS-OF-DATE.
001960     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
001970     MOVE WS-AS-OF-DATE TO PH-AS-OF-DATE.
001980     DISPLAY PAGE-HEADER-LINE.
001990     DISPLAY VAR-LINE.
002000*
002010     OPEN INPUT REJECT-MASTER-FILE.
002020     IF WS-REJECT-MASTER-STATUS NOT = "00"
002030         DISPLAY "55_REJAGE - UNABLE TO OPEN REJECT-MASTER-FILE "
002040             "STATUS=" WS-REJECT-MASTER-STATUS
002050         GO TO 9999-ABEND
002060     END-IF.
002070     OPEN INPUT MASTER-FILE.
002080     IF WS-MASTER-STATUS NOT = "00"
002090         DISPLAY "55_REJAGE - UNABLE TO OPEN MASTER-FILE "
002100             "STATUS=" WS-MASTER-STATUS
002110         GO TO 9999-ABEND
002120     END-IF.
002130     PERFORM 2100-READ-REJECT-MASTER THRU 2100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160*
002170******************************************************************
002180*    1100-READ-CONTROL-CARD - OPTIONAL AS-OF DATE OVERRIDE, THE
002190*    10_COPYBOOK 1300/1320 PATTERN: NO CARD RUNS AS OF TODAY, A
002200*    CARD THAT IS PRESENT MUST BE VALID OR THE RUN ENDS 12
002210******************************************************************
002220 1100-READ-CONTROL-CARD.
002230     OPEN INPUT RUN-CONTROL-FILE.
002240     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
002250         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
002260         IF WS-CONTROL-STATUS = "00"
002270             MOVE "Y" TO WS-CARD-FOUND-SW
002280         END-IF
002290         CLOSE RUN-CONTROL-FILE
002300     END-IF.
002310     IF CONTROL-CARD-FOUND AND NOT CC-AS-OF-OMITTED
002320         IF CC-AS-OF-DATE NOT NUMERIC
002330                 OR CC-AS-OF-MONTH < 01 OR CC-AS-OF-MONTH > 12
002340                 OR CC-AS-OF-DAY < 01 OR CC-AS-OF-DAY > 31
002350             DISPLAY "55_REJAGE - BAD CONTROL CARD: AS-OF DATE "
002360                 "(COLS 1-8) MUST BE YYYYMMDD, GOT "
002370                 CC-AS-OF-DATE
002380             GO TO 9998-CONTROL-ABEND
002390         END-IF
002400         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460*    2000-PROCESS-REJECT - ONE REJECT-MASTER ROW: DROP IT IF A
002470*    NEWER RUN HAS SINCE PROCESSED THE KEY ONTO MSTROUT, AGE IT
002480*    OTHERWISE
002490******************************************************************
002500 2000-PROCESS-REJECT.
002510     ADD 1 TO WS-READ-COUNT.
002520     PERFORM 3000-CHECK-PROCESSED THRU 3000-EXIT.
002530     IF REJECT-SINCE-PROCESSED
002540         ADD 1 TO WS-CLEARED-COUNT
002550     ELSE
002560         PERFORM 4000-AGE-ONE-REJECT THRU 4000-EXIT
002570     END-IF.
002580     PERFORM 2100-READ-REJECT-MASTER THRU 2100-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*
002620 2100-READ-REJECT-MASTER.
002630     READ REJECT-MASTER-FILE.
002640     IF WS-REJECT-MASTER-STATUS = "10"
002650         MOVE "Y" TO WS-EOF-SW
002660     ELSE
002670         IF WS-REJECT-MASTER-STATUS NOT = "00"
002680             DISPLAY "55_REJAGE - REJECT MASTER READ ERROR, "
002690                 "STATUS=" WS-REJECT-MASTER-STATUS
002700             GO TO 9999-ABEND
002710         END-IF
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770*    3000-CHECK-PROCESSED - A REJECT IS CLEARED ONLY WHEN ITS
002780*    KEY IS ON MSTROUT WITH A RUN DATE STRICTLY NEWER THAN THE
002790*    REJECT'S.  EQUAL DATES COUNT AS STILL OPEN - DELIBERATELY
002800*    STRICTER THAN 40_INQUIRY, WHICH REPORTS AN EQUAL-DATED
002810*    KEY AS PROCESSED: AN AGING REPORT SHOULD OVERSTATE, NOT
002820*    HIDE, A REJECT IN DOUBT.  A KEY NOT ON THE MASTER AT ALL
002830*    (INCLUDING THE NON-NUMERIC LPS THAT CAN NEVER MATCH A
002840*    MASTER KEY) IS STILL OPEN.
002850******************************************************************
002860 3000-CHECK-PROCESSED.
002870     MOVE "N" TO WS-PROCESSED-SW.
002880     MOVE RJM-VAR-LP TO MFR-VAR-LP.
002890     READ MASTER-FILE INTO MASTER-ROW-REC.
002900     IF WS-MASTER-STATUS = "00"
002910         IF MST-LAST-RUN-DATE > RJM-RUN-DATE
002920             MOVE "Y" TO WS-PROCESSED-SW
002930         END-IF
002940         GO TO 3000-EXIT
002950     END-IF.
002960     IF WS-MASTER-STATUS NOT = "23"
002970         DISPLAY "55_REJAGE - MASTER READ ERROR AT VAR-LP="
002980             RJM-VAR-LP " STATUS=" WS-MASTER-STATUS
002990         GO TO 9999-ABEND
003000     END-IF.
003010 3000-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*    4000-AGE-ONE-REJECT - AGE THE OPEN REJECT INTO ITS BUCKET,
003060*    PRINT THE DETAIL LINE, ROLL THE PER-REASON SUMMARY
003070******************************************************************
003080 4000-AGE-ONE-REJECT.
003090     ADD 1 TO WS-OPEN-COUNT.
003100*
003110*    A REJECT DATED AFTER THE AS-OF DATE CAN ONLY BE A BACK-
003120*    DATED REPORT REQUEST - 07_BUSDATE GIVES IT AGE ZERO.
003130     MOVE "A" TO BD-FUNCTION.
003140     MOVE RJM-RUN-DATE TO BD-DATE-IN.
003150     MOVE WS-AS-OF-DATE TO BD-DATE-2.
003160     PERFORM 7000-CALL-BUSDATE THRU 7000-EXIT.
003170     MOVE BD-DAYS TO WS-AGE-DAYS.
003180     PERFORM 4100-FIND-REASON-SLOT THRU 4100-EXIT.
003190     IF WS-AGE-DAYS > 30
003200         ADD 1 TO RA-BUCKET-OVER-30 (WS-REASON-SUB)
003210         ADD 1 TO WS-TOTAL-OVER-30
003220     ELSE
003230         IF WS-AGE-DAYS > 7
003240             ADD 1 TO RA-BUCKET-8-30 (WS-REASON-SUB)
003250             ADD 1 TO WS-TOTAL-8-30
003260         ELSE
003270             ADD 1 TO RA-BUCKET-1-7 (WS-REASON-SUB)
003280             ADD 1 TO WS-TOTAL-1-7
003290         END-IF
003300     END-IF.
003310     MOVE RJM-VAR-LP TO AD-VAR-LP.
003320     MOVE RJM-RUN-DATE TO AD-RUN-DATE.
003330     MOVE WS-AGE-DAYS TO AD-AGE-DAYS.
003340     MOVE RJM-REASON TO AD-REASON.
003350     DISPLAY AGING-DETAIL-LINE.
003360 4000-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*    4100-FIND-REASON-SLOT - THE SUMMARY SLOT FOR RJM-REASON,
003410*    ADDED ON FIRST SIGHT - SAME SHAPE AS 10_COPYBOOK 4300/4310
003420******************************************************************
003430 4100-FIND-REASON-SLOT.
003440     MOVE "N" TO WS-REASON-FOUND-SW.
003450     MOVE 1 TO WS-REASON-SUB.
003460     PERFORM 4110-MATCH-REASON-SLOT THRU 4110-EXIT
003470         UNTIL REASON-SLOT-FOUND
003480             OR WS-REASON-SUB > WS-REASON-SUMMARY-COUNT.
003490     IF NOT REASON-SLOT-FOUND
003500         IF WS-REASON-SUMMARY-COUNT >= 50
003510             DISPLAY "55_REJAGE - MORE THAN 50 DISTINCT REJECT "
003520                 "REASONS ON REJMSTR"
003530             GO TO 9999-ABEND
003540         END-IF
003550         ADD 1 TO WS-REASON-SUMMARY-COUNT
003560         MOVE WS-REASON-SUMMARY-COUNT TO WS-REASON-SUB
003570         MOVE RJM-REASON TO RA-REASON (WS-REASON-SUB)
003580         MOVE ZERO TO RA-BUCKET-1-7 (WS-REASON-SUB)
003590         MOVE ZERO TO RA-BUCKET-8-30 (WS-REASON-SUB)
003600         MOVE ZERO TO RA-BUCKET-OVER-30 (WS-REASON-SUB)
003610     END-IF.
003620 4100-EXIT.
003630     EXIT.
003640*
003650 4110-MATCH-REASON-SLOT.
003660     IF RA-REASON (WS-REASON-SUB) = RJM-REASON
003670         MOVE "Y" TO WS-REASON-FOUND-SW
003680     ELSE
003690         ADD 1 TO WS-REASON-SUB
003700     END-IF.
003710 4110-EXIT.
003720     EXIT.
003730*
003740******************************************************************
003750*    7000-CALL-BUSDATE - ONE CALL TO THE SHARED BUSINESS-DATE
003760*    ROUTINE.  A CALENDAR IT CANNOT READ IS A FILE FAILURE, A
003770*    MALFORMED ONE (OR A DATE IT CANNOT AGE) A CONTROL ERROR; A
003780*    YEAR NOT YET MARKED COMPLETE IS WARNED ON SYSOUT BY THE
003790*    ROUTINE AND THE REPORT GOES ON.
003800******************************************************************
003810 7000-CALL-BUSDATE.
003820     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
003830     IF BD-FILE-FAILURE
003840         DISPLAY "55_REJAGE - BUSINESS-DATE ROUTINE CANNOT "
003850             "READ THE CALENDAR"
003860         GO TO 9999-ABEND
003870     END-IF.
003880     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
003890         DISPLAY "55_REJAGE - BUSINESS-DATE ROUTINE FAILED, "
003900             "RC=" BD-RETURN-CODE
003910         GO TO 9998-CONTROL-ABEND
003920     END-IF.
003930 7000-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970*    8000-FINALIZE - PER-REASON BUCKET SUMMARY, RUN TOTALS,
003980*    CLOSE EVERYTHING
003990******************************************************************
004000 8000-FINALIZE.
004010     IF WS-REASON-SUMMARY-COUNT > ZERO
004020         DISPLAY VAR-LINE
004030         DISPLAY "OPEN REJECTS BY REASON"
004040         MOVE 1 TO WS-REASON-SUB
004050         PERFORM 8100-PRINT-REASON-LINE THRU 8100-EXIT
004060             UNTIL WS-REASON-SUB > WS-REASON-SUMMARY-COUNT
004070     END-IF.
004080     DISPLAY VAR-LINE.
004090     MOVE WS-READ-COUNT TO WS-COUNT-ED.
004100     DISPLAY "55_REJAGE - REJECT KEYS READ:     " WS-COUNT-ED.
004110     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
004120     DISPLAY "55_REJAGE - SINCE PROCESSED:      " WS-COUNT-ED.
004130     MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
004140     DISPLAY "55_REJAGE - STILL OPEN:           " WS-COUNT-ED.
004150     MOVE WS-TOTAL-1-7 TO WS-COUNT-ED.
004160     DISPLAY "55_REJAGE - OPEN 1-7 DAYS:        " WS-COUNT-ED.
004170     MOVE WS-TOTAL-8-30 TO WS-COUNT-ED.
004180     DISPLAY "55_REJAGE - OPEN 8-30 DAYS:       " WS-COUNT-ED.
004190     MOVE WS-TOTAL-OVER-30 TO WS-COUNT-ED.
004200     DISPLAY "55_REJAGE - OPEN OVER 30 DAYS:    " WS-COUNT-ED.
004210     CLOSE REJECT-MASTER-FILE.
004220     CLOSE MASTER-FILE.
004230 8000-EXIT.
004240     EXIT.
004250*
004260 8100-PRINT-REASON-LINE.
004270     MOVE RA-REASON (WS-REASON-SUB) TO RL-REASON.
004280     MOVE RA-BUCKET-1-7 (WS-REASON-SUB) TO RL-BUCKET-1-7.
004290     MOVE RA-BUCKET-8-30 (WS-REASON-SUB) TO RL-BUCKET-8-30.
004300     MOVE RA-BUCKET-OVER-30 (WS-REASON-SUB)
004310         TO RL-BUCKET-OVER-30.
004320     DISPLAY REASON-SUMMARY-LINE.
004330     ADD 1 TO WS-REASON-SUB.
004340 8100-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380*    9998-CONTROL-ABEND - MALFORMED SYSIN CONTROL CARD.  RETURN-
004390*    CODE 12, DISTINCT FROM THE 16 OF A FILE FAILURE, SO THE
004400*    OPERATOR KNOWS TO FIX THE CARD
004410******************************************************************
004420 9998-CONTROL-ABEND.
004430     MOVE 12 TO RETURN-CODE.
004440     STOP RUN.
004450*
004460******************************************************************
004470*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
004480*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
004490******************************************************************
004500 9999-ABEND.
004510     MOVE 16 TO RETURN-CODE.
004520     STOP RUN.
