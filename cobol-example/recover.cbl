000010******************************************************************
000020*    PROGRAM-ID  : 95_RECOVER
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    FORWARD RECOVERY OF THE MSTROUT OR REJMSTR CLUSTER.  A LOST
000090*    OR DAMAGED CLUSTER USED TO MEAN RESTORING THE LAST IDCAMS
000100*    BACKUP AND RE-RUNNING EVERY NIGHT SINCE BY HAND.  EVERY
000110*    PROGRAM THAT CHANGES EITHER CLUSTER (10_COPYBOOK,
000120*    25_HOLDREL, 85_MSTMAINT, 90_HOUSEKP) NOW APPENDS THE ROW
000130*    AS IT LEFT IT TO THE CHGJRNL CHANGE JOURNAL, AND THIS
000140*    PROGRAM REBUILDS THE CLUSTER FROM THE BACKUP PLUS THAT
000150*    JOURNAL:
000160*
000170*      1. THE BACKUP UNLOAD (MSTBKUP OR REJBKUP, AN IDCAMS
000180*         REPRO OF THE CLUSTER) IS LOADED INTO THE EMPTY
000190*         CLUSTER RECOVER.JCL HAS JUST DEFINED
000200*      2. THE JOURNAL IS REPLAYED IN FILE ORDER.  AN ENTRY IS
000210*         APPLIED WHEN IT IS FOR THIS CLUSTER AND ITS RUN
000220*         DATE/TIME IS AT OR AFTER THE BACKUP POINT AND AT OR
000230*         BEFORE THE RECOVER-TO POINT ON THE CARD.  OTHER
000240*         ENTRIES ARE COUNTED AND PASSED OVER, NOT TREATED AS
000250*         THE END - THE PARTITION SLICES 12_CONSOL APPENDS ARE
000260*         NOT IN TIME ORDER ACROSS PARTITIONS
000270*      3. THE REBUILT CLUSTER IS READ BACK END TO END AND ITS
000280*         ROW COUNT, KEY HASH AND AMOUNT HASH ARE PROVED
000290*         AGAINST THE BACKUP TOTALS PLUS EVERY CHANGE APPLIED
000300*
000310*    APPLYING AN ENTRY:  A = WRITE THE IMAGE, R = REWRITE IT,
000320*    D = DELETE THE KEY.  AN ADD THAT FINDS THE KEY ALREADY ON
000330*    FILE REPLACES IT, A REPLACE THAT FINDS NO ROW ADDS IT, AND
000340*    A DELETE THAT FINDS NO ROW IS PASSED OVER - EACH IS LISTED
000350*    AS AN EXCEPTION.  THEY ARE EXPECTED ONLY WHEN THE BACKUP
000360*    POINT ON THE CARD IS EARLIER THAN THE BACKUP REALLY WAS.
000370*
000380*    THE JOURNAL SEQUENCE IS CHECKED ACROSS EVERY ENTRY, WHATEVER
000390*    ITS CLUSTER OR TIME: EACH UPDATER RUN NUMBERS ITS ENTRIES
000400*    FROM 1, SO AN ENTRY THAT IS NEITHER 1 NOR THE NEXT NUMBER
000410*    OF THE SAME RUN MEANS ENTRIES ARE MISSING AND THE REBUILT
000420*    CLUSTER CANNOT BE TRUSTED.
000430*
000440*    THE KEY HASH IS THE SUM OF THE NUMERIC VAR-LP KEYS; A
000450*    REJMSTR KEY THAT IS NOT NUMERIC IS COUNTED SEPARATELY.  THE
000460*    AMOUNT HASH IS THE SUM OF MST-VAR-CURRENCY ON MSTROUT AND
000470*    OF RJM-RUN-DATE ON REJMSTR.
000480*
000490*    RETURN CODES: 0 RECOVERED AND PROVED; 4 RECOVERED AND
000500*    PROVED WITH EXCEPTIONS LISTED; 8 THE PROOF DID NOT TIE OR
000510*    THE JOURNAL HAS A SEQUENCE BREAK - DO NOT RELEASE THE
000520*    CLUSTER; 12 MALFORMED CARD, NOTHING WRITTEN; 16 FILE
000530*    FAILURE.
000540*
000550*    THE SYSIN CARD (REQUIRED):
000560*        COL  01     CLUSTER: M = MSTROUT, R = REJMSTR
000570*        COLS 03-10  RECOVER TO RUN DATE, YYYYMMDD
000580*        COLS 12-17  RECOVER TO RUN TIME, HHMMSS - BLANK =
000590*                    235959, THE WHOLE DAY
000600*        COLS 19-26  BACKUP TAKEN DATE, YYYYMMDD - BLANK =
000610*                    REPLAY THE WHOLE JOURNAL
000620*        COLS 28-33  BACKUP TAKEN TIME, HHMMSS - BLANK = 000000
000630*    THE RUN DATE/TIME OF AN ENTRY IS THE START OF THE RUN THAT
000640*    WROTE IT, SO A WHOLE RUN IS EITHER IN OR OUT.  "*" IN COL 1
000650*    IS A COMMENT CARD.
000660*
000670*    PARM='CHECK' EDITS THE CARD AND STOPS, 0 OR 12, WITH NO
000680*    FILE OPENED - RECOVER.JCL RUNS IT AHEAD OF THE STEP THAT
000690*    EMPTIES THE CLUSTER, SO A BAD CARD NEVER REACHES IT.
000700*
000710*    MODIFICATION HISTORY
000720*    DATE       INIT  DESCRIPTION
000730*    10/15/26   JH    INITIAL VERSION
000740******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. 95_RECOVER.
000770*
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810*
000820*    DYNAMIC - KEYED FOR THE LOAD AND THE REPLAY, START AND READ
000830*    NEXT FOR THE READ-BACK, THE 80_HISTRPT PATTERN.
000840     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS IS DYNAMIC
000870         RECORD KEY IS MST-VAR-LP
000880         FILE STATUS IS WS-MASTER-STATUS.
000890*
000900     SELECT REJECT-MASTER-FILE ASSIGN TO "REJMSTR"
000910         ORGANIZATION IS INDEXED
000920         ACCESS IS DYNAMIC
000930         RECORD KEY IS RJM-VAR-LP
000940         FILE STATUS IS WS-REJECT-MASTER-STATUS.
000950*
000960     SELECT MASTER-BACKUP-FILE ASSIGN TO "MSTBKUP"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-BACKUP-STATUS.
000990*
001000     SELECT REJECT-BACKUP-FILE ASSIGN TO "REJBKUP"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-BACKUP-STATUS.
001030*
001040     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-CHGJRNL-STATUS.
001070*
001080     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-CONTROL-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140*
001150 FD  MASTER-FILE.
001160     COPY MasterRow.
001170*
001180 FD  REJECT-MASTER-FILE.
001190     COPY RejectMaster.
001200*
001210 FD  MASTER-BACKUP-FILE.
001220 01  MASTER-BACKUP-REC              PIC X(80).
001230*
001240 FD  REJECT-BACKUP-FILE.
001250 01  REJECT-BACKUP-REC              PIC X(95).
001260*
001270 FD  CHANGE-JOURNAL-FILE.
001280     COPY ChangeJournal.
001290*
001300 FD  RUN-CONTROL-FILE.
001310 01  RUN-CONTROL-FILE-REC           PIC X(80).
001320*
001330 WORKING-STORAGE SECTION.
001340*
001350 01  RUN-CONTROL-CARD.
001360     02  CC-CLUSTER                  PIC X(01).
001370         88  CC-MSTROUT                        VALUE "M".
001380         88  CC-REJMSTR                        VALUE "R".
001390     02  FILLER                      PIC X(01).
001400     02  CC-TO-DATE                  PIC X(08).
001410     02  CC-TO-DATE-NUM REDEFINES CC-TO-DATE.
001420         03  FILLER                  PIC X(04).
001430         03  CC-TO-MONTH             PIC 9(02).
001440         03  CC-TO-DAY               PIC 9(02).
001450     02  FILLER                      PIC X(01).
001460     02  CC-TO-TIME                  PIC X(06).
001470         88  CC-TO-TIME-OMITTED                VALUE SPACE.
001480     02  CC-TO-TIME-NUM REDEFINES CC-TO-TIME.
001490         03  CC-TO-HOUR              PIC 9(02).
001500         03  CC-TO-MINUTE            PIC 9(02).
001510         03  CC-TO-SECOND            PIC 9(02).
001520     02  FILLER                      PIC X(01).
001530     02  CC-FROM-DATE                PIC X(08).
001540         88  CC-FROM-DATE-OMITTED              VALUE SPACE.
001550     02  CC-FROM-DATE-NUM REDEFINES CC-FROM-DATE.
001560         03  FILLER                  PIC X(04).
001570         03  CC-FROM-MONTH           PIC 9(02).
001580         03  CC-FROM-DAY             PIC 9(02).
001590     02  FILLER                      PIC X(01).
001600     02  CC-FROM-TIME                PIC X(06).
001610         88  CC-FROM-TIME-OMITTED              VALUE SPACE.
001620     02  CC-FROM-TIME-NUM REDEFINES CC-FROM-TIME.
001630         03  CC-FROM-HOUR            PIC 9(02).
001640         03  CC-FROM-MINUTE          PIC 9(02).
001650         03  CC-FROM-SECOND          PIC 9(02).
001660     02  FILLER                      PIC X(47).
001670*
001680 01  WS-SWITCHES.
001690     02  WS-EOF-SW                   PIC X(01) VALUE "N".
001700         88  END-OF-FILE                       VALUE "Y".
001710     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
001720         88  CONTROL-CARD-FOUND                VALUE "Y".
001730     02  WS-ROW-FOUND-SW             PIC X(01) VALUE "N".
001740         88  ROW-ON-FILE                       VALUE "Y".
001750     02  WS-PROOF-SW                 PIC X(01) VALUE "Y".
001760         88  PROOF-TIES                        VALUE "Y".
001770*    WHICH CLUSTER THIS RUN IS REBUILDING, FROM THE CARD.
001780     02  WS-CLUSTER                  PIC X(01) VALUE SPACE.
001790         88  RECOVER-MSTROUT                   VALUE "M".
001800         88  RECOVER-REJMSTR                   VALUE "R".
001810*    PARM='CHECK' - EDIT THE CARD ONLY.
001820     02  WS-CHECK-ONLY-SW            PIC X(01) VALUE "N".
001830         88  CHECK-CARD-ONLY                   VALUE "Y".
001840*
001850 01  WS-FILE-STATUS-FIELDS.
001860     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001870     02  WS-REJECT-MASTER-STATUS     PIC X(02) VALUE "00".
001880     02  WS-BACKUP-STATUS            PIC X(02) VALUE "00".
001890     02  WS-CHGJRNL-STATUS           PIC X(02) VALUE "00".
001900     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001910*
001920*    THE REPLAY WINDOW AS YYYYMMDDHHMMSS STAMPS, AND THE STAMP
001930*    OF THE ENTRY IN HAND.
001940 01  WS-STAMPS.
001950     02  WS-FROM-STAMP               PIC 9(14) VALUE ZERO.
001960     02  WS-TO-STAMP                 PIC 9(14) VALUE ZERO.
001970     02  WS-ENTRY-STAMP              PIC 9(14) VALUE ZERO.
001980     02  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001990     02  WS-FROM-TIME                PIC 9(06) VALUE ZERO.
002000     02  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
002010     02  WS-TO-TIME                  PIC 9(06) VALUE 235959.
002020*
002030*    THE UPDATER RUN THE LAST JOURNAL ENTRY CAME FROM, AND ITS
002040*    SEQUENCE, FOR THE SEQUENCE CHECK.
002050 01  WS-ENTRY-RUN.
002060     02  WS-ENTRY-RUN-DATE           PIC 9(08).
002070     02  WS-ENTRY-RUN-TIME           PIC 9(06).
002080     02  WS-ENTRY-PROGRAM            PIC X(12).
002090     02  WS-ENTRY-PARTITION          PIC X(02).
002100 01  WS-PRIOR-RUN                    PIC X(28) VALUE SPACE.
002110 01  WS-PRIOR-SEQUENCE               PIC 9(07) VALUE ZERO COMP.
002120*
002130 01  WS-COUNTERS.
002140     02  WS-BACKUP-COUNT             PIC 9(07) VALUE ZERO COMP.
002150     02  WS-JOURNAL-COUNT            PIC 9(07) VALUE ZERO COMP.
002160     02  WS-OTHER-CLUSTER-COUNT      PIC 9(07) VALUE ZERO COMP.
002170     02  WS-BEFORE-BACKUP-COUNT      PIC 9(07) VALUE ZERO COMP.
002180     02  WS-AFTER-CUTOFF-COUNT       PIC 9(07) VALUE ZERO COMP.
002190     02  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO COMP.
002200     02  WS-REPLACED-COUNT           PIC 9(07) VALUE ZERO COMP.
002210     02  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO COMP.
002220     02  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO COMP.
002230     02  WS-SEQUENCE-BREAK-COUNT     PIC 9(07) VALUE ZERO COMP.
002240*
002250*    THE RUNNING PROOF TOTALS.  7100 ADDS (SIGN +1) OR TAKES
002260*    AWAY (SIGN -1) ONE ROW IMAGE.  THEY RUN THROUGH THE LOAD
002270*    AND THE REPLAY, ARE SAVED AS THE EXPECTED TOTALS, AND RUN
002280*    AGAIN OVER THE READ-BACK.
002290 01  WS-HASH-SIGN                    PIC S9(01) VALUE +1 COMP.
002300 01  WS-HASH-TOTALS.
002310     02  WS-HASH-COUNT               PIC S9(09) VALUE ZERO COMP-3.
002320     02  WS-HASH-KEY                 PIC S9(17) VALUE ZERO COMP-3.
002330     02  WS-HASH-NONNUMERIC          PIC S9(09) VALUE ZERO COMP-3.
002340     02  WS-HASH-AMOUNT              PIC S9(17)V99 VALUE ZERO
002350             COMP-3.
002360 01  WS-EXPECTED-TOTALS.
002370     02  WS-EXPECTED-COUNT           PIC S9(09) VALUE ZERO COMP-3.
002380     02  WS-EXPECTED-KEY             PIC S9(17) VALUE ZERO COMP-3.
002390     02  WS-EXPECTED-NONNUMERIC      PIC S9(09) VALUE ZERO COMP-3.
002400     02  WS-EXPECTED-AMOUNT          PIC S9(17)V99 VALUE ZERO
002410             COMP-3.
002420*
002430*    THE ROW IMAGE BEING HASHED, WITH A VIEW FOR EACH CLUSTER.
002440 01  WS-HASH-IMAGE                   PIC X(95) VALUE SPACE.
002450 01  FILLER REDEFINES WS-HASH-IMAGE.
002460     02  HM-VAR-LP                   PIC X(08).
002470     02  HM-VAR-LP-NUM REDEFINES HM-VAR-LP
002480                                     PIC 9(08).
002490     02  FILLER                      PIC X(20).
002500     02  HM-VAR-CURRENCY             PIC S9(11)V99
002510                 SIGN LEADING SEPARATE CHARACTER.
002520     02  FILLER                      PIC X(53).
002530 01  FILLER REDEFINES WS-HASH-IMAGE.
002540     02  HR-VAR-LP                   PIC X(08).
002550     02  FILLER                      PIC X(40).
002560     02  HR-RUN-DATE                 PIC 9(08).
002570     02  FILLER                      PIC X(39).
002580*
002590*    ONE PROOF TOTAL ON ITS WAY TO 8100 - A WHOLE NUMBER
002600*    (COUNTS, KEYS) OR AN AMOUNT WITH CENTS.
002610 01  WS-PROOF-EXPECTED               PIC S9(17)V99 VALUE ZERO
002620             COMP-3.
002630 01  WS-PROOF-REBUILT                PIC S9(17)V99 VALUE ZERO
002640             COMP-3.
002650 01  WS-PROOF-KIND-SW                PIC X(01) VALUE "W".
002660     88  PROOF-WHOLE                           VALUE "W".
002670     88  PROOF-AMOUNT                          VALUE "A".
002680*
002690 01  WS-COUNT-ED                     PIC ZZZZZZ9.
002700*
002710 01  VAR-LINE                        PIC X(72) VALUE ALL "-".
002720*
002730*    ONE LINE PER EXCEPTION OR SEQUENCE BREAK.
002740 01  EXCEPTION-LINE.
002750     02  EX-VAR-LP                   PIC X(08).
002760     02  FILLER                      PIC X(01) VALUE SPACE.
002770     02  EX-RUN-DATE                 PIC 9(08).
002780     02  FILLER                      PIC X(01) VALUE SPACE.
002790     02  EX-RUN-TIME                 PIC 9(06).
002800     02  FILLER                      PIC X(01) VALUE SPACE.
002810     02  EX-PROGRAM                  PIC X(12).
002820     02  FILLER                      PIC X(01) VALUE SPACE.
002830     02  EX-TEXT                     PIC X(34).
002840*
002850*    ONE LINE PER PROOF TOTAL: EXPECTED, REBUILT, VERDICT.
002860 01  PROOF-LINE.
002870     02  PF-LABEL                    PIC X(14).
002880     02  PF-EXPECTED                 PIC -Z(16)9.99.
002890     02  PF-EXPECTED-WHOLE REDEFINES PF-EXPECTED
002900                                     PIC -Z(19)9.
002910     02  FILLER                      PIC X(01) VALUE SPACE.
002920     02  PF-REBUILT                  PIC -Z(16)9.99.
002930     02  PF-REBUILT-WHOLE REDEFINES PF-REBUILT
002940                                     PIC -Z(19)9.
002950     02  FILLER                      PIC X(01) VALUE SPACE.
002960     02  PF-VERDICT                  PIC X(12).
002970*
002980 LINKAGE SECTION.
002990*
003000*    THE EXEC PARM - A HALFWORD LENGTH, ZERO WHEN NO PARM IS
003010*    CODED, THEN THE TEXT.
003020 01  RUN-PARM.
003030     02  RUN-PARM-LENGTH             PIC S9(04) COMP.
003040     02  RUN-PARM-TEXT               PIC X(05).
003050*
003060 PROCEDURE DIVISION USING RUN-PARM.
003070*
003080******************************************************************
003090*    0000-MAINLINE - LOAD THE BACKUP, REPLAY THE JOURNAL, PROVE
003100*    THE REBUILT CLUSTER
003110******************************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     IF CHECK-CARD-ONLY
003150         STOP RUN
003160     END-IF.
003170     PERFORM 1500-LOAD-BACKUP THRU 1500-EXIT.
003180     PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT.
003190     PERFORM 5000-READ-BACK THRU 5000-EXIT.
003200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003210     STOP RUN.
003220*
003230******************************************************************
003240*    1000-INITIALIZE - THE CARD IS EDITED BEFORE ANY FILE IS
003250*    OPENED, SO A BAD CARD ENDS 12 WITH NOTHING WRITTEN
003260******************************************************************
003270 1000-INITIALIZE.
003280     IF RUN-PARM-LENGTH NOT < 5
003290         IF RUN-PARM-TEXT = "CHECK"
003300             MOVE "Y" TO WS-CHECK-ONLY-SW
003310         END-IF
003320     END-IF.
003330     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003340     COMPUTE WS-TO-STAMP = WS-TO-DATE * 1000000 + WS-TO-TIME.
003350     IF NOT CC-FROM-DATE-OMITTED
003360         COMPUTE WS-FROM-STAMP =
003370             WS-FROM-DATE * 1000000 + WS-FROM-TIME
003380     END-IF.
003390     IF RECOVER-MSTROUT
003400         DISPLAY "95_RECOVER - FORWARD RECOVERY OF MSTROUT"
003410     ELSE
003420         DISPLAY "95_RECOVER - FORWARD RECOVERY OF REJMSTR"
003430     END-IF.
003440     DISPLAY "95_RECOVER - REPLAY FROM " WS-FROM-STAMP
003450         " THROUGH " WS-TO-STAMP.
003460     DISPLAY VAR-LINE.
003470     IF CHECK-CARD-ONLY
003480         DISPLAY "95_RECOVER - CARD CHECKED, NOTHING OPENED"
003490         MOVE ZERO TO RETURN-CODE
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550*    1100-READ-CONTROL-CARD - THE ONE REQUIRED CARD, THE
003560*    75_WHVERIF 1100 PATTERN.  COMMENT AND BLANK CARDS AHEAD OF
003570*    IT ARE PASSED OVER.
003580******************************************************************
003590 1100-READ-CONTROL-CARD.
003600     OPEN INPUT RUN-CONTROL-FILE.
003610     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
003620         PERFORM 1110-NEXT-CARD THRU 1110-EXIT
003630             UNTIL CONTROL-CARD-FOUND OR END-OF-FILE
003640         CLOSE RUN-CONTROL-FILE
003650     END-IF.
003660     IF NOT CONTROL-CARD-FOUND
003670         DISPLAY "95_RECOVER - NO CONTROL CARD - THE CLUSTER "
003680             "AND THE RECOVER-TO POINT ARE REQUIRED"
003690         GO TO 9998-CONTROL-ABEND
003700     END-IF.
003710     IF NOT CC-MSTROUT AND NOT CC-REJMSTR
003720         DISPLAY "95_RECOVER - BAD CONTROL CARD: CLUSTER "
003730             "(COL 1) MUST BE M OR R, GOT " CC-CLUSTER
003740         GO TO 9998-CONTROL-ABEND
003750     END-IF.
003760     MOVE CC-CLUSTER TO WS-CLUSTER.
003770     IF CC-TO-DATE NOT NUMERIC
003780             OR CC-TO-MONTH < 01 OR CC-TO-MONTH > 12
003790             OR CC-TO-DAY < 01 OR CC-TO-DAY > 31
003800         DISPLAY "95_RECOVER - BAD CONTROL CARD: RECOVER-TO "
003810             "DATE (COLS 3-10) MUST BE YYYYMMDD, GOT "
003820             CC-TO-DATE
003830         GO TO 9998-CONTROL-ABEND
003840     END-IF.
003850     MOVE CC-TO-DATE TO WS-TO-DATE.
003860     IF NOT CC-TO-TIME-OMITTED
003870         IF CC-TO-TIME NOT NUMERIC
003880                 OR CC-TO-HOUR > 23 OR CC-TO-MINUTE > 59
003890                 OR CC-TO-SECOND > 59
003900             DISPLAY "95_RECOVER - BAD CONTROL CARD: RECOVER-"
003910                 "TO TIME (COLS 12-17) MUST BE HHMMSS, GOT "
003920                 CC-TO-TIME
003930             GO TO 9998-CONTROL-ABEND
003940         END-IF
003950         MOVE CC-TO-TIME TO WS-TO-TIME
003960     END-IF.
003970     IF CC-FROM-DATE-OMITTED
003980         IF NOT CC-FROM-TIME-OMITTED
003990             DISPLAY "95_RECOVER - BAD CONTROL CARD: BACKUP "
004000                 "TIME (COLS 28-33) GIVEN WITHOUT A DATE"
004010             GO TO 9998-CONTROL-ABEND
004020         END-IF
004030         GO TO 1100-EXIT
004040     END-IF.
004050     IF CC-FROM-DATE NOT NUMERIC
004060             OR CC-FROM-MONTH < 01 OR CC-FROM-MONTH > 12
004070             OR CC-FROM-DAY < 01 OR CC-FROM-DAY > 31
004080         DISPLAY "95_RECOVER - BAD CONTROL CARD: BACKUP DATE "
004090             "(COLS 19-26) MUST BE YYYYMMDD, GOT " CC-FROM-DATE
004100         GO TO 9998-CONTROL-ABEND
004110     END-IF.
004120     MOVE CC-FROM-DATE TO WS-FROM-DATE.
004130     IF NOT CC-FROM-TIME-OMITTED
004140         IF CC-FROM-TIME NOT NUMERIC
004150                 OR CC-FROM-HOUR > 23 OR CC-FROM-MINUTE > 59
004160                 OR CC-FROM-SECOND > 59
004170             DISPLAY "95_RECOVER - BAD CONTROL CARD: BACKUP "
004180                 "TIME (COLS 28-33) MUST BE HHMMSS, GOT "
004190                 CC-FROM-TIME
004200             GO TO 9998-CONTROL-ABEND
004210         END-IF
004220         MOVE CC-FROM-TIME TO WS-FROM-TIME
004230     END-IF.
004240     IF CC-FROM-DATE > CC-TO-DATE
004250         DISPLAY "95_RECOVER - BAD CONTROL CARD: BACKUP DATE "
004260             "IS AFTER THE RECOVER-TO DATE"
004270         GO TO 9998-CONTROL-ABEND
004280     END-IF.
004290 1100-EXIT.
004300     EXIT.
004310*
004320 1110-NEXT-CARD.
004330     READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD.
004340     IF WS-CONTROL-STATUS NOT = "00"
004350         MOVE "Y" TO WS-EOF-SW
004360         GO TO 1110-EXIT
004370     END-IF.
004380     IF RUN-CONTROL-CARD = SPACE OR CC-CLUSTER = "*"
004390         GO TO 1110-EXIT
004400     END-IF.
004410     MOVE "Y" TO WS-CARD-FOUND-SW.
004420 1110-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460*    1500-LOAD-BACKUP - THE BACKUP UNLOAD INTO THE EMPTY
004470*    CLUSTER, ROW FOR ROW, THEN REOPEN THE CLUSTER FOR THE
004480*    REPLAY.  A DUPLICATE KEY ON THE BACKUP IS A BAD BACKUP.
004490******************************************************************
004500 1500-LOAD-BACKUP.
004510     MOVE "N" TO WS-EOF-SW.
004520     MOVE +1 TO WS-HASH-SIGN.
004530     IF RECOVER-REJMSTR
004540         GO TO 1500-LOAD-REJECT
004550     END-IF.
004560     OPEN INPUT MASTER-BACKUP-FILE.
004570     IF WS-BACKUP-STATUS NOT = "00"
004580         DISPLAY "95_RECOVER - UNABLE TO OPEN MSTBKUP STATUS="
004590             WS-BACKUP-STATUS
004600         GO TO 9999-ABEND
004610     END-IF.
004620     OPEN OUTPUT MASTER-FILE.
004630     IF WS-MASTER-STATUS NOT = "00"
004640         DISPLAY "95_RECOVER - UNABLE TO OPEN MASTER-FILE "
004650             "STATUS=" WS-MASTER-STATUS
004660         GO TO 9999-ABEND
004670     END-IF.
004680     PERFORM 1510-LOAD-ONE-MASTER THRU 1510-EXIT
004690         UNTIL END-OF-FILE.
004700     CLOSE MASTER-BACKUP-FILE.
004710     CLOSE MASTER-FILE.
004720     OPEN I-O MASTER-FILE.
004730     IF WS-MASTER-STATUS NOT = "00"
004740         DISPLAY "95_RECOVER - UNABLE TO REOPEN MASTER-FILE "
004750             "STATUS=" WS-MASTER-STATUS
004760         GO TO 9999-ABEND
004770     END-IF.
004780     GO TO 1500-LOADED.
004790 1500-LOAD-REJECT.
004800     OPEN INPUT REJECT-BACKUP-FILE.
004810     IF WS-BACKUP-STATUS NOT = "00"
004820         DISPLAY "95_RECOVER - UNABLE TO OPEN REJBKUP STATUS="
004830             WS-BACKUP-STATUS
004840         GO TO 9999-ABEND
004850     END-IF.
004860     OPEN OUTPUT REJECT-MASTER-FILE.
004870     IF WS-REJECT-MASTER-STATUS NOT = "00"
004880         DISPLAY "95_RECOVER - UNABLE TO OPEN REJECT-MASTER-"
004890             "FILE STATUS=" WS-REJECT-MASTER-STATUS
004900         GO TO 9999-ABEND
004910     END-IF.
004920     PERFORM 1520-LOAD-ONE-REJECT THRU 1520-EXIT
004930         UNTIL END-OF-FILE.
004940     CLOSE REJECT-BACKUP-FILE.
004950     CLOSE REJECT-MASTER-FILE.
004960     OPEN I-O REJECT-MASTER-FILE.
004970     IF WS-REJECT-MASTER-STATUS NOT = "00"
004980         DISPLAY "95_RECOVER - UNABLE TO REOPEN REJECT-MASTER-"
004990             "FILE STATUS=" WS-REJECT-MASTER-STATUS
005000         GO TO 9999-ABEND
005010     END-IF.
005020 1500-LOADED.
005030     MOVE WS-BACKUP-COUNT TO WS-COUNT-ED.
005040     DISPLAY "95_RECOVER - BACKUP ROWS LOADED:        "
005050         WS-COUNT-ED.
005060 1500-EXIT.
005070     EXIT.
005080*
005090 1510-LOAD-ONE-MASTER.
005100     READ MASTER-BACKUP-FILE INTO MASTER-ROW-REC.
005110     IF WS-BACKUP-STATUS = "10"
005120         MOVE "Y" TO WS-EOF-SW
005130         GO TO 1510-EXIT
005140     END-IF.
005150     IF WS-BACKUP-STATUS NOT = "00"
005160         DISPLAY "95_RECOVER - MSTBKUP READ ERROR, STATUS="
005170             WS-BACKUP-STATUS
005180         GO TO 9999-ABEND
005190     END-IF.
005200     WRITE MASTER-ROW-REC.
005210     IF WS-MASTER-STATUS NOT = "00"
005220         DISPLAY "95_RECOVER - MASTER-FILE LOAD ERROR AT "
005230             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
005240         GO TO 9999-ABEND
005250     END-IF.
005260     ADD 1 TO WS-BACKUP-COUNT.
005270     MOVE MASTER-ROW-REC TO WS-HASH-IMAGE.
005280     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
005290 1510-EXIT.
005300     EXIT.
005310*
005320 1520-LOAD-ONE-REJECT.
005330     READ REJECT-BACKUP-FILE INTO REJECT-MASTER-REC.
005340     IF WS-BACKUP-STATUS = "10"
005350         MOVE "Y" TO WS-EOF-SW
005360         GO TO 1520-EXIT
005370     END-IF.
005380     IF WS-BACKUP-STATUS NOT = "00"
005390         DISPLAY "95_RECOVER - REJBKUP READ ERROR, STATUS="
005400             WS-BACKUP-STATUS
005410         GO TO 9999-ABEND
005420     END-IF.
005430     WRITE REJECT-MASTER-REC.
005440     IF WS-REJECT-MASTER-STATUS NOT = "00"
005450         DISPLAY "95_RECOVER - REJECT-MASTER-FILE LOAD ERROR "
005460             "AT VAR-LP=" RJM-VAR-LP " STATUS="
005470             WS-REJECT-MASTER-STATUS
005480         GO TO 9999-ABEND
005490     END-IF.
005500     ADD 1 TO WS-BACKUP-COUNT.
005510     MOVE REJECT-MASTER-REC TO WS-HASH-IMAGE.
005520     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
005530 1520-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    2000-REPLAY-JOURNAL - EVERY CHGJRNL ENTRY IN FILE ORDER
005580******************************************************************
005590 2000-REPLAY-JOURNAL.
005600     MOVE "N" TO WS-EOF-SW.
005610     OPEN INPUT CHANGE-JOURNAL-FILE.
005620     IF WS-CHGJRNL-STATUS NOT = "00"
005630         DISPLAY "95_RECOVER - UNABLE TO OPEN CHANGE-JOURNAL-"
005640             "FILE STATUS=" WS-CHGJRNL-STATUS
005650         GO TO 9999-ABEND
005660     END-IF.
005670     PERFORM 2100-REPLAY-ONE-ENTRY THRU 2100-EXIT
005680         UNTIL END-OF-FILE.
005690     CLOSE CHANGE-JOURNAL-FILE.
005700 2000-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740*    2100-REPLAY-ONE-ENTRY - SEQUENCE-CHECK THE ENTRY, THEN
005750*    APPLY IT IF IT IS FOR THIS CLUSTER AND INSIDE THE WINDOW
005760******************************************************************
005770 2100-REPLAY-ONE-ENTRY.
005780     READ CHANGE-JOURNAL-FILE.
005790     IF WS-CHGJRNL-STATUS = "10"
005800         MOVE "Y" TO WS-EOF-SW
005810         GO TO 2100-EXIT
005820     END-IF.
005830     IF WS-CHGJRNL-STATUS NOT = "00"
005840         DISPLAY "95_RECOVER - CHGJRNL READ ERROR, STATUS="
005850             WS-CHGJRNL-STATUS
005860         GO TO 9999-ABEND
005870     END-IF.
005880     ADD 1 TO WS-JOURNAL-COUNT.
005890     PERFORM 2200-CHECK-SEQUENCE THRU 2200-EXIT.
005900     IF CJ-CLUSTER NOT = WS-CLUSTER
005910         ADD 1 TO WS-OTHER-CLUSTER-COUNT
005920         GO TO 2100-EXIT
005930     END-IF.
005940     COMPUTE WS-ENTRY-STAMP =
005950         CJ-RUN-DATE * 1000000 + CJ-RUN-TIME.
005960     IF WS-ENTRY-STAMP < WS-FROM-STAMP
005970         ADD 1 TO WS-BEFORE-BACKUP-COUNT
005980         GO TO 2100-EXIT
005990     END-IF.
006000     IF WS-ENTRY-STAMP > WS-TO-STAMP
006010         ADD 1 TO WS-AFTER-CUTOFF-COUNT
006020         GO TO 2100-EXIT
006030     END-IF.
006040     IF RECOVER-MSTROUT
006050         PERFORM 3000-APPLY-MASTER THRU 3000-EXIT
006060     ELSE
006070         PERFORM 4000-APPLY-REJECT THRU 4000-EXIT
006080     END-IF.
006090 2100-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130*    2200-CHECK-SEQUENCE - EACH UPDATER RUN NUMBERS ITS ENTRIES
006140*    1, 2, 3 ... UNDER ONE RUN DATE, RUN TIME, PROGRAM AND
006150*    PARTITION.  ANYTHING ELSE IS A BREAK - ENTRIES ARE MISSING.
006160******************************************************************
006170 2200-CHECK-SEQUENCE.
006180     MOVE CJ-RUN-DATE TO WS-ENTRY-RUN-DATE.
006190     MOVE CJ-RUN-TIME TO WS-ENTRY-RUN-TIME.
006200     MOVE CJ-PROGRAM TO WS-ENTRY-PROGRAM.
006210     MOVE CJ-PARTITION TO WS-ENTRY-PARTITION.
006220     IF CJ-SEQUENCE NOT = 1
006230         IF WS-ENTRY-RUN NOT = WS-PRIOR-RUN
006240                 OR CJ-SEQUENCE NOT = WS-PRIOR-SEQUENCE + 1
006250             ADD 1 TO WS-SEQUENCE-BREAK-COUNT
006260             MOVE "JOURNAL SEQUENCE BREAK - ENTRIES LOST"
006270                 TO EX-TEXT
006280             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
006290         END-IF
006300     END-IF.
006310     MOVE WS-ENTRY-RUN TO WS-PRIOR-RUN.
006320     MOVE CJ-SEQUENCE TO WS-PRIOR-SEQUENCE.
006330 2200-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*    3000-APPLY-MASTER - ONE MSTROUT ENTRY.  THE ROW ALREADY ON
006380*    FILE, IF ANY, IS TAKEN OUT OF THE PROOF TOTALS AND THE NEW
006390*    IMAGE PUT IN, SO THE EXPECTED TOTALS FOLLOW THE CLUSTER.
006400******************************************************************
006410 3000-APPLY-MASTER.
006420     MOVE CJ-IMAGE TO MASTER-ROW-REC.
006430     MOVE "N" TO WS-ROW-FOUND-SW.
006440     READ MASTER-FILE.
006450     IF WS-MASTER-STATUS = "00"
006460         MOVE "Y" TO WS-ROW-FOUND-SW
006470         MOVE -1 TO WS-HASH-SIGN
006480         MOVE MASTER-ROW-REC TO WS-HASH-IMAGE
006490         PERFORM 7100-HASH-IMAGE THRU 7100-EXIT
006500     ELSE
006510         IF WS-MASTER-STATUS NOT = "23"
006520             DISPLAY "95_RECOVER - MASTER-FILE READ ERROR AT "
006530                 "VAR-LP=" CJ-VAR-LP " STATUS=" WS-MASTER-STATUS
006540             GO TO 9999-ABEND
006550         END-IF
006560     END-IF.
006570     MOVE CJ-IMAGE TO MASTER-ROW-REC.
006580     IF CJ-DELETE
006590         GO TO 3000-DELETE
006600     END-IF.
006610     IF ROW-ON-FILE
006620         REWRITE MASTER-ROW-REC
006630         ADD 1 TO WS-REPLACED-COUNT
006640         IF CJ-ADD
006650             MOVE "ADD FOUND THE ROW ON FILE - REPLACED"
006660                 TO EX-TEXT
006670             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
006680             ADD 1 TO WS-EXCEPTION-COUNT
006690         END-IF
006700     ELSE
006710         WRITE MASTER-ROW-REC
006720         ADD 1 TO WS-ADDED-COUNT
006730         IF CJ-REPLACE
006740             MOVE "REPLACE FOUND NO ROW - ADDED" TO EX-TEXT
006750             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
006760             ADD 1 TO WS-EXCEPTION-COUNT
006770         END-IF
006780     END-IF.
006790     IF WS-MASTER-STATUS NOT = "00"
006800         DISPLAY "95_RECOVER - MASTER-FILE WRITE ERROR AT "
006810             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
006820         GO TO 9999-ABEND
006830     END-IF.
006840     MOVE +1 TO WS-HASH-SIGN.
006850     MOVE MASTER-ROW-REC TO WS-HASH-IMAGE.
006860     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
006870     GO TO 3000-EXIT.
006880 3000-DELETE.
006890     IF NOT ROW-ON-FILE
006900         MOVE "DELETE FOUND NO ROW - PASSED OVER" TO EX-TEXT
006910         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
006920         ADD 1 TO WS-EXCEPTION-COUNT
006930         GO TO 3000-EXIT
006940     END-IF.
006950     DELETE MASTER-FILE.
006960     IF WS-MASTER-STATUS NOT = "00"
006970         DISPLAY "95_RECOVER - MASTER-FILE DELETE ERROR AT "
006980             "VAR-LP=" MST-VAR-LP " STATUS=" WS-MASTER-STATUS
006990         GO TO 9999-ABEND
007000     END-IF.
007010     ADD 1 TO WS-DELETED-COUNT.
007020 3000-EXIT.
007030     EXIT.
007040*
007050******************************************************************
007060*    4000-APPLY-REJECT - ONE REJMSTR ENTRY, THE 3000 RULES
007070******************************************************************
007080 4000-APPLY-REJECT.
007090     MOVE CJ-IMAGE TO REJECT-MASTER-REC.
007100     MOVE "N" TO WS-ROW-FOUND-SW.
007110     READ REJECT-MASTER-FILE.
007120     IF WS-REJECT-MASTER-STATUS = "00"
007130         MOVE "Y" TO WS-ROW-FOUND-SW
007140         MOVE -1 TO WS-HASH-SIGN
007150         MOVE REJECT-MASTER-REC TO WS-HASH-IMAGE
007160         PERFORM 7100-HASH-IMAGE THRU 7100-EXIT
007170     ELSE
007180         IF WS-REJECT-MASTER-STATUS NOT = "23"
007190             DISPLAY "95_RECOVER - REJECT-MASTER-FILE READ "
007200                 "ERROR AT VAR-LP=" CJ-VAR-LP " STATUS="
007210                 WS-REJECT-MASTER-STATUS
007220             GO TO 9999-ABEND
007230         END-IF
007240     END-IF.
007250     MOVE CJ-IMAGE TO REJECT-MASTER-REC.
007260     IF CJ-DELETE
007270         GO TO 4000-DELETE
007280     END-IF.
007290     IF ROW-ON-FILE
007300         REWRITE REJECT-MASTER-REC
007310         ADD 1 TO WS-REPLACED-COUNT
007320         IF CJ-ADD
007330             MOVE "ADD FOUND THE ROW ON FILE - REPLACED"
007340                 TO EX-TEXT
007350             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
007360             ADD 1 TO WS-EXCEPTION-COUNT
007370         END-IF
007380     ELSE
007390         WRITE REJECT-MASTER-REC
007400         ADD 1 TO WS-ADDED-COUNT
007410         IF CJ-REPLACE
007420             MOVE "REPLACE FOUND NO ROW - ADDED" TO EX-TEXT
007430             PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
007440             ADD 1 TO WS-EXCEPTION-COUNT
007450         END-IF
007460     END-IF.
007470     IF WS-REJECT-MASTER-STATUS NOT = "00"
007480         DISPLAY "95_RECOVER - REJECT-MASTER-FILE WRITE ERROR "
007490             "AT VAR-LP=" RJM-VAR-LP " STATUS="
007500             WS-REJECT-MASTER-STATUS
007510         GO TO 9999-ABEND
007520     END-IF.
007530     MOVE +1 TO WS-HASH-SIGN.
007540     MOVE REJECT-MASTER-REC TO WS-HASH-IMAGE.
007550     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
007560     GO TO 4000-EXIT.
007570 4000-DELETE.
007580     IF NOT ROW-ON-FILE
007590         MOVE "DELETE FOUND NO ROW - PASSED OVER" TO EX-TEXT
007600         PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
007610         ADD 1 TO WS-EXCEPTION-COUNT
007620         GO TO 4000-EXIT
007630     END-IF.
007640     DELETE REJECT-MASTER-FILE.
007650     IF WS-REJECT-MASTER-STATUS NOT = "00"
007660         DISPLAY "95_RECOVER - REJECT-MASTER-FILE DELETE ERROR "
007670             "AT VAR-LP=" RJM-VAR-LP " STATUS="
007680             WS-REJECT-MASTER-STATUS
007690         GO TO 9999-ABEND
007700     END-IF.
007710     ADD 1 TO WS-DELETED-COUNT.
007720 4000-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760*    5000-READ-BACK - SAVE THE EXPECTED TOTALS, THEN READ THE
007770*    REBUILT CLUSTER END TO END AND TOTAL IT THE SAME WAY - A
007780*    START AT THE LOWEST KEY AND READ NEXT TO THE END.  AN EMPTY
007790*    CLUSTER FAILS THE START WITH 23 AND TOTALS NOTHING.
007800******************************************************************
007810 5000-READ-BACK.
007820     MOVE WS-HASH-COUNT TO WS-EXPECTED-COUNT.
007830     MOVE WS-HASH-KEY TO WS-EXPECTED-KEY.
007840     MOVE WS-HASH-NONNUMERIC TO WS-EXPECTED-NONNUMERIC.
007850     MOVE WS-HASH-AMOUNT TO WS-EXPECTED-AMOUNT.
007860     MOVE ZERO TO WS-HASH-COUNT WS-HASH-KEY WS-HASH-NONNUMERIC
007870         WS-HASH-AMOUNT.
007880     MOVE +1 TO WS-HASH-SIGN.
007890     MOVE "N" TO WS-EOF-SW.
007900     IF RECOVER-REJMSTR
007910         GO TO 5000-READ-REJECT
007920     END-IF.
007930     MOVE LOW-VALUES TO MASTER-ROW-REC.
007940     START MASTER-FILE KEY IS NOT LESS THAN MST-VAR-LP.
007950     IF WS-MASTER-STATUS = "23"
007960         MOVE "Y" TO WS-EOF-SW
007970     END-IF.
007980     IF WS-MASTER-STATUS NOT = "00" AND NOT END-OF-FILE
007990         DISPLAY "95_RECOVER - MASTER-FILE START ERROR, STATUS="
008000             WS-MASTER-STATUS
008010         GO TO 9999-ABEND
008020     END-IF.
008030     PERFORM 5100-READ-ONE-MASTER THRU 5100-EXIT
008040         UNTIL END-OF-FILE.
008050     CLOSE MASTER-FILE.
008060     GO TO 5000-EXIT.
008070 5000-READ-REJECT.
008080     MOVE LOW-VALUES TO REJECT-MASTER-REC.
008090     START REJECT-MASTER-FILE KEY IS NOT LESS THAN RJM-VAR-LP.
008100     IF WS-REJECT-MASTER-STATUS = "23"
008110         MOVE "Y" TO WS-EOF-SW
008120     END-IF.
008130     IF WS-REJECT-MASTER-STATUS NOT = "00" AND NOT END-OF-FILE
008140         DISPLAY "95_RECOVER - REJECT-MASTER-FILE START ERROR, "
008150             "STATUS=" WS-REJECT-MASTER-STATUS
008160         GO TO 9999-ABEND
008170     END-IF.
008180     PERFORM 5200-READ-ONE-REJECT THRU 5200-EXIT
008190         UNTIL END-OF-FILE.
008200     CLOSE REJECT-MASTER-FILE.
008210 5000-EXIT.
008220     EXIT.
008230*
008240 5100-READ-ONE-MASTER.
008250     READ MASTER-FILE NEXT RECORD INTO WS-HASH-IMAGE.
008260     IF WS-MASTER-STATUS = "10"
008270         MOVE "Y" TO WS-EOF-SW
008280         GO TO 5100-EXIT
008290     END-IF.
008300     IF WS-MASTER-STATUS NOT = "00"
008310         DISPLAY "95_RECOVER - MASTER-FILE READ-BACK ERROR, "
008320             "STATUS=" WS-MASTER-STATUS
008330         GO TO 9999-ABEND
008340     END-IF.
008350     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
008360 5100-EXIT.
008370     EXIT.
008380*
008390 5200-READ-ONE-REJECT.
008400     READ REJECT-MASTER-FILE NEXT RECORD INTO WS-HASH-IMAGE.
008410     IF WS-REJECT-MASTER-STATUS = "10"
008420         MOVE "Y" TO WS-EOF-SW
008430         GO TO 5200-EXIT
008440     END-IF.
008450     IF WS-REJECT-MASTER-STATUS NOT = "00"
008460         DISPLAY "95_RECOVER - REJECT-MASTER-FILE READ-BACK "
008470             "ERROR, STATUS=" WS-REJECT-MASTER-STATUS
008480         GO TO 9999-ABEND
008490     END-IF.
008500     PERFORM 7100-HASH-IMAGE THRU 7100-EXIT.
008510 5200-EXIT.
008520     EXIT.
008530*
008540******************************************************************
008550*    7000-PRINT-EXCEPTION - ONE LINE FOR THE ENTRY IN HAND
008560******************************************************************
008570 7000-PRINT-EXCEPTION.
008580     MOVE CJ-VAR-LP TO EX-VAR-LP.
008590     MOVE CJ-RUN-DATE TO EX-RUN-DATE.
008600     MOVE CJ-RUN-TIME TO EX-RUN-TIME.
008610     MOVE CJ-PROGRAM TO EX-PROGRAM.
008620     DISPLAY EXCEPTION-LINE.
008630 7000-EXIT.
008640     EXIT.
008650*
008660******************************************************************
008670*    7100-HASH-IMAGE - ADD THE ROW IN WS-HASH-IMAGE INTO THE
008680*    PROOF TOTALS, OR TAKE IT OUT WHEN THE SIGN IS -1
008690******************************************************************
008700 7100-HASH-IMAGE.
008710     ADD WS-HASH-SIGN TO WS-HASH-COUNT.
008720     IF HM-VAR-LP NUMERIC
008730         COMPUTE WS-HASH-KEY =
008740             WS-HASH-KEY + WS-HASH-SIGN * HM-VAR-LP-NUM
008750     ELSE
008760         ADD WS-HASH-SIGN TO WS-HASH-NONNUMERIC
008770     END-IF.
008780     IF RECOVER-MSTROUT
008790         COMPUTE WS-HASH-AMOUNT =
008800             WS-HASH-AMOUNT + WS-HASH-SIGN * HM-VAR-CURRENCY
008810     ELSE
008820         COMPUTE WS-HASH-AMOUNT =
008830             WS-HASH-AMOUNT + WS-HASH-SIGN * HR-RUN-DATE
008840     END-IF.
008850 7100-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890*    8000-FINALIZE - THE REPLAY COUNTS, THE COUNT-AND-HASH
008900*    PROOF, AND THE RETURN CODE
008910******************************************************************
008920 8000-FINALIZE.
008930     DISPLAY VAR-LINE.
008940     MOVE WS-JOURNAL-COUNT TO WS-COUNT-ED.
008950     DISPLAY "95_RECOVER - JOURNAL ENTRIES READ:      "
008960         WS-COUNT-ED.
008970     MOVE WS-OTHER-CLUSTER-COUNT TO WS-COUNT-ED.
008980     DISPLAY "95_RECOVER - FOR THE OTHER CLUSTER:     "
008990         WS-COUNT-ED.
009000     MOVE WS-BEFORE-BACKUP-COUNT TO WS-COUNT-ED.
009010     DISPLAY "95_RECOVER - BEFORE THE BACKUP POINT:   "
009020         WS-COUNT-ED.
009030     MOVE WS-AFTER-CUTOFF-COUNT TO WS-COUNT-ED.
009040     DISPLAY "95_RECOVER - AFTER THE RECOVER-TO POINT:"
009050         WS-COUNT-ED.
009060     MOVE WS-ADDED-COUNT TO WS-COUNT-ED.
009070     DISPLAY "95_RECOVER - ROWS ADDED:                "
009080         WS-COUNT-ED.
009090     MOVE WS-REPLACED-COUNT TO WS-COUNT-ED.
009100     DISPLAY "95_RECOVER - ROWS REPLACED:             "
009110         WS-COUNT-ED.
009120     MOVE WS-DELETED-COUNT TO WS-COUNT-ED.
009130     DISPLAY "95_RECOVER - ROWS DELETED:              "
009140         WS-COUNT-ED.
009150     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
009160     DISPLAY "95_RECOVER - EXCEPTIONS:                "
009170         WS-COUNT-ED.
009180     MOVE WS-SEQUENCE-BREAK-COUNT TO WS-COUNT-ED.
009190     DISPLAY "95_RECOVER - JOURNAL SEQUENCE BREAKS:   "
009200         WS-COUNT-ED.
009210*
009220     DISPLAY VAR-LINE.
009230     DISPLAY "PROOF                   EXPECTED"
009240         "               REBUILT".
009250     MOVE "W" TO WS-PROOF-KIND-SW.
009260     MOVE "ROW COUNT" TO PF-LABEL.
009270     MOVE WS-EXPECTED-COUNT TO WS-PROOF-EXPECTED.
009280     MOVE WS-HASH-COUNT TO WS-PROOF-REBUILT.
009290     PERFORM 8100-PROOF-VERDICT THRU 8100-EXIT.
009300     MOVE "KEY HASH" TO PF-LABEL.
009310     MOVE WS-EXPECTED-KEY TO WS-PROOF-EXPECTED.
009320     MOVE WS-HASH-KEY TO WS-PROOF-REBUILT.
009330     PERFORM 8100-PROOF-VERDICT THRU 8100-EXIT.
009340     MOVE "ALPHA KEYS" TO PF-LABEL.
009350     MOVE WS-EXPECTED-NONNUMERIC TO WS-PROOF-EXPECTED.
009360     MOVE WS-HASH-NONNUMERIC TO WS-PROOF-REBUILT.
009370     PERFORM 8100-PROOF-VERDICT THRU 8100-EXIT.
009380*
009390*    THE REJMSTR AMOUNT HASH IS A SUM OF RUN DATES - WHOLE.
009400     IF RECOVER-MSTROUT
009410         MOVE "A" TO WS-PROOF-KIND-SW
009420     END-IF.
009430     MOVE "AMOUNT HASH" TO PF-LABEL.
009440     MOVE WS-EXPECTED-AMOUNT TO WS-PROOF-EXPECTED.
009450     MOVE WS-HASH-AMOUNT TO WS-PROOF-REBUILT.
009460     PERFORM 8100-PROOF-VERDICT THRU 8100-EXIT.
009470     DISPLAY VAR-LINE.
009480*
009490     IF NOT PROOF-TIES OR WS-SEQUENCE-BREAK-COUNT > ZERO
009500         DISPLAY "95_RECOVER - RECOVERY NOT PROVED - DO NOT "
009510             "RELEASE THE CLUSTER"
009520         MOVE 8 TO RETURN-CODE
009530         GO TO 8000-EXIT
009540     END-IF.
009550     IF WS-EXCEPTION-COUNT > ZERO
009560         DISPLAY "95_RECOVER - RECOVERED AND PROVED - REVIEW "
009570             "THE EXCEPTIONS"
009580         MOVE 4 TO RETURN-CODE
009590     ELSE
009600         DISPLAY "95_RECOVER - RECOVERED AND PROVED"
009610     END-IF.
009620 8000-EXIT.
009630     EXIT.
009640*
009650 8100-PROOF-VERDICT.
009660     IF PROOF-AMOUNT
009670         MOVE WS-PROOF-EXPECTED TO PF-EXPECTED
009680         MOVE WS-PROOF-REBUILT TO PF-REBUILT
009690     ELSE
009700         MOVE WS-PROOF-EXPECTED TO PF-EXPECTED-WHOLE
009710         MOVE WS-PROOF-REBUILT TO PF-REBUILT-WHOLE
009720     END-IF.
009730     IF WS-PROOF-EXPECTED = WS-PROOF-REBUILT
009740         MOVE "TIES" TO PF-VERDICT
009750     ELSE
009760         MOVE "** NO TIE **" TO PF-VERDICT
009770         MOVE "N" TO WS-PROOF-SW
009780     END-IF.
009790     DISPLAY PROOF-LINE.
009800 8100-EXIT.
009810     EXIT.
009820*
009830******************************************************************
009840*    9998-CONTROL-ABEND - MALFORMED OR MISSING CONTROL CARD.
009850*    RETURN-CODE 12; NO FILE HAS BEEN OPENED, SO THE CLUSTER
009860*    IS AS THE JOB FOUND IT.
009870******************************************************************
009880 9998-CONTROL-ABEND.
009890     MOVE 12 TO RETURN-CODE.
009900     STOP RUN.
009910*
009920******************************************************************
009930*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
009940*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
009950******************************************************************
009960 9999-ABEND.
009970     MOVE 16 TO RETURN-CODE.
009980     STOP RUN.
