000110*                  (VAR-NUMBER, VAR-DECIMAL, VAR-CURRENCY AS
000120*                  10_COPYBOOK BUILT THEM) AND THE RUN DATE THE
000130*                  ROW WAS LAST WRITTEN
000140*      CLOSED    - THE SAME, FOR A KEY 85_MSTMAINT HAS CLOSED,
000150*                  WITH THE DATE IT WAS CLOSED
000160*      REJECTED  - THE REASON 10_COPYBOOK DIVERTED IT, FROM THE
000170*                  REJMSTR REJECT MASTER
000180*      HELD      - PARKED ON THE HOLDMST HIGH-VALUE HOLD QUEUE
000190*                  (OVER ITS CURRENCY'S LIMIT), WITH THE
000200*                  CONVERTED AMOUNT AND THE LIMIT - OR, ONCE
000210*                  25_HOLDREL HAS RELEASED IT, WHO RELEASED IT
000220*                  AND THAT IT POSTS ON THE NEXT RUN
000230*      NEVER RECEIVED - ON NEITHER FILE
000240*    A ROW ON BOTH FILES IS REPORTED BY THE NEWER RUN DATE, SO
000250*    REJECTED-THEN-RECYCLED READS PROCESSED (THE MASTER REWRITE
000260*    CARRIES THE LATER DATE) AND PROCESSED-THEN-REJECTED READS
000270*    REJECTED.  IF EITHER FILE ANSWERS ANYTHING OTHER THAN
000280*    NORMAL OR NOTFND - CLOSED FOR THE BATCH WINDOW, DISABLED,
000290*    I/O ERROR - THE SCREEN SAYS THE INQUIRY IS UNAVAILABLE
000300*    RATHER THAN GUESSING AT A STATE.
000310*    A HELD ROW IS REPORTED AS HELD UNLESS A LATER RUN HAS SINCE
000320*    POSTED OR REJECTED THE SAME KEY.
000330*
000340*    USAGE: XLPQ NNNNNNNN      (THE VAR-LP, EIGHT CHARACTERS)
000350*
000360*    CICS RESOURCES: FILES MSTROUT (LRECL 80, KEY 8/0),
000370*    REJMSTR (LRECL 95, KEY 8/0) AND HOLDMST (LRECL 150, KEY
000380*    8/0) MUST BE DEFINED TO THE REGION AND OPEN; ALL THREE ARE
000390*    READ-ONLY HERE.
000400*
000410*    MODIFICATION HISTORY
000420*    DATE       INIT  DESCRIPTION
000430*    08/22/26   JH    INITIAL VERSION
000440*    08/22/26   JH    DISTINGUISH NOTFND FROM FILE-CLOSED/ERROR
000450*                     RESPONSES; REPORT THE NEWER OF MASTER AND
000460*                     REJECT STATES BY RUN DATE; PAD THE REPLY
000470*                     LINES TO 80 BYTES SO SEND TEXT FOLDS ON
000480*                     THE LINE BOUNDARIES
000490*    09/03/26   JH    REJMSTR GREW THE RAW REJECTED RECORD IMAGE
000500*                     FOR 45_CORRECT (LRECL 60 -> 95) - LAYOUT
000510*                     COMES FROM THE SHARED COPYBOOK, NO LOGIC
000520*                     CHANGE HERE
000530*    09/03/26   JH    VAR-LP WIDENED TO EIGHT CHARACTERS WITH
000540*                     THE REST OF THE SYSTEM - THE TERMINAL
000550*                     INPUT AND REPLY GREW WITH IT
000560*    10/15/26   JH    NEW HELD STATE FROM THE HOLDMST HIGH-VALUE
000570*                     HOLD QUEUE, INCLUDING RELEASED ROWS THAT
000580*                     POST ON THE NEXT RUN
000590*    10/15/26   JH    NEW CLOSED STATE FOR A MASTER ROW CLOSED BY
000600*                     85_MSTMAINT (MSTROUT LRECL 66 -> 80)
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. 40_INQUIRY.
000640*
000650 ENVIRONMENT DIVISION.
000660 DATA DIVISION.
000670 WORKING-STORAGE SECTION.
000680*
000690     COPY MasterRow.
000700*
000710     COPY RejectMaster.
000720*
000730     COPY HeldItemRec.
000740*
000750 01  INQUIRY-INPUT.
000760     02  IN-TRANSID                  PIC X(04).
000770     02  FILLER                      PIC X(01).
000780     02  IN-VAR-LP                   PIC X(08).
000790     02  FILLER                      PIC X(67).
000800*
000810 01  WS-RECEIVE-LENGTH               PIC S9(04) COMP VALUE +80.
000820 01  WS-RESPONSE                     PIC S9(08) COMP VALUE ZERO.
000830 01  WS-MASTER-RESP                  PIC S9(08) COMP VALUE ZERO.
000840 01  WS-REJECT-RESP                  PIC S9(08) COMP VALUE ZERO.
000850 01  WS-HOLD-RESP                    PIC S9(08) COMP VALUE ZERO.
000860 01  WS-HELD-SW                      PIC X(01) VALUE "N".
000870     88  HELD-IS-CURRENT                       VALUE "Y".
000880*
000890*    THE REPLY SCREEN - ONE STATE LINE PLUS THE DETAIL LINES
000900*    THAT APPLY TO IT, SENT AS TEXT.  EVERY LOGICAL LINE IS
000910*    PADDED TO THE 80-COLUMN TERMINAL WIDTH SO THE SEND TEXT
000920*    FOLD LANDS EXACTLY ON THE LINE BOUNDARIES.
000930 01  REPLY-AREA.
000940     02  RP-STATE-LINE.
000950         03  FILLER                  PIC X(07) VALUE "VAR-LP ".
000960         03  RP-VAR-LP               PIC X(08).
000970         03  FILLER                  PIC X(02) VALUE ": ".
000980         03  RP-STATE                PIC X(14).
000990         03  FILLER                  PIC X(49) VALUE SPACE.
001000     02  RP-DETAIL-1                 PIC X(80) VALUE SPACE.
001010     02  RP-DETAIL-2                 PIC X(80) VALUE SPACE.
001020*
001030 01  PROCESSED-DETAIL-LINE.
001040     02  FILLER                      PIC X(07) VALUE "NUMBER=".
001050     02  PD-VAR-NUMBER               PIC 9(10).
001060     02  FILLER                      PIC X(09) VALUE " DECIMAL=".
001070     02  PD-VAR-DECIMAL              PIC ZZZZZZ9.99.
001080     02  FILLER                      PIC X(10)
001090             VALUE " CURRENCY=".
001100     02  PD-VAR-CURRENCY             PIC -Z(10)9.99.
001110*
001120 01  RUN-DATE-DETAIL-LINE.
001130     02  FILLER                      PIC X(19)
001140             VALUE "LAST WRITTEN BY RUN".
001150     02  FILLER                      PIC X(01) VALUE SPACE.
001160     02  RD-RUN-DATE                 PIC 9(08).
001170*
001180 01  REJECT-DETAIL-LINE.
001190     02  FILLER                      PIC X(07) VALUE "REASON=".
001200     02  RJ-DETAIL-REASON            PIC X(40).
001210*
001220 01  HELD-DETAIL-LINE.
001230     02  FILLER                      PIC X(14)
001240             VALUE "CONVERTED USD=".
001250     02  HD-CONVERTED-AMT            PIC -Z(10)9.99.
001260     02  FILLER                      PIC X(07) VALUE " LIMIT=".
001270     02  HD-LIMIT-AMT                PIC Z(10)9.99.
001280*
001290 01  HELD-SINCE-DETAIL-LINE.
001300     02  FILLER                      PIC X(11)
001310             VALUE "HELD BY RUN".
001320     02  FILLER                      PIC X(01) VALUE SPACE.
001330     02  HS-HELD-DATE                PIC 9(08).
001340     02  FILLER                      PIC X(19)
001350             VALUE " - AWAITING RELEASE".
001360*
001370 01  RELEASED-DETAIL-LINE.
001380     02  FILLER                      PIC X(12)
001390             VALUE "RELEASED BY ".
001400     02  RL-ACTION-BY                PIC X(08).
001410     02  FILLER                      PIC X(04) VALUE " ON ".
001420     02  RL-ACTION-DATE              PIC 9(08).
001430     02  FILLER                      PIC X(17)
001440             VALUE " - POSTS NEXT RUN".
001450*
001460 01  CLOSED-DETAIL-LINE.
001470     02  FILLER                      PIC X(10)
001480             VALUE "CLOSED ON ".
001490     02  CL-STATUS-DATE              PIC 9(08).
001500     02  FILLER                      PIC X(23)
001510             VALUE " - LAST WRITTEN BY RUN ".
001520     02  CL-RUN-DATE                 PIC 9(08).
001530*
001540 PROCEDURE DIVISION.
001550*
001560******************************************************************
001570*    0000-MAINLINE - RECEIVE THE INQUIRY, LOOK THE LP UP ON THE
001580*    MASTERS AND THE HOLD QUEUE, SEND THE REPLY, RETURN TO CICS
001590******************************************************************
001600 0000-MAINLINE.
001610     PERFORM 1000-RECEIVE-INQUIRY THRU 1000-EXIT.
001620     PERFORM 2000-LOOK-UP-ROW THRU 2000-EXIT.
001630     PERFORM 3000-SEND-REPLY THRU 3000-EXIT.
001640     EXEC CICS RETURN
001650     END-EXEC.
001660 0000-EXIT.
001670     EXIT.
001680*
001690******************************************************************
001700*    1000-RECEIVE-INQUIRY - PICK UP THE TERMINAL INPUT.  THE
001710*    VAR-LP IS TAKEN EXACTLY AS KEYED - THE REJECT MASTER IS
001720*    KEYED ON RAW BYTES, SO NO NUMERIC EDIT IS APPLIED HERE.
001730******************************************************************
001740 1000-RECEIVE-INQUIRY.
001750     MOVE SPACE TO INQUIRY-INPUT.
001760     MOVE +80 TO WS-RECEIVE-LENGTH.
001770     EXEC CICS RECEIVE
001780         INTO (INQUIRY-INPUT)
001790         LENGTH (WS-RECEIVE-LENGTH)
001800         RESP (WS-RESPONSE)
001810     END-EXEC.
001820     MOVE IN-VAR-LP TO RP-VAR-LP.
001830     IF IN-VAR-LP = SPACE
001840         MOVE "LP REQUIRED   " TO RP-STATE
001850         MOVE "USAGE: XLPQ NNNNNNNN" TO RP-DETAIL-1
001860         PERFORM 3000-SEND-REPLY THRU 3000-EXIT
001870         EXEC CICS RETURN
001880         END-EXEC
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*    2000-LOOK-UP-ROW - READ ALL THREE FILES, THEN DECIDE.  NOTFND
001950*    IS THE ONLY "NOT THERE" ANSWER; ANY OTHER ABNORMAL RESP
001960*    (NOTOPEN DURING THE BATCH WINDOW, DISABLED, IOERR) MEANS
001970*    THE INQUIRY CANNOT BE TRUSTED AND SAYS SO.  A KEY ON BOTH
001980*    FILES IS REPORTED BY THE NEWER RUN DATE.  A ROW STILL HELD
001990*    OR RELEASED ON HOLDMST WINS UNLESS A LATER RUN HAS WRITTEN
002000*    THE KEY TO EITHER MASTER.
002010******************************************************************
002020 2000-LOOK-UP-ROW.
002030     EXEC CICS READ
002040         FILE ("MSTROUT")
002050         INTO (MASTER-ROW-REC)
002060         RIDFLD (IN-VAR-LP)
002070         RESP (WS-MASTER-RESP)
002080     END-EXEC.
002090     EXEC CICS READ
002100         FILE ("REJMSTR")
002110         INTO (REJECT-MASTER-REC)
002120         RIDFLD (IN-VAR-LP)
002130         RESP (WS-REJECT-RESP)
002140     END-EXEC.
002150     EXEC CICS READ
002160         FILE ("HOLDMST")
002170         INTO (HELD-ITEM-REC)
002180         RIDFLD (IN-VAR-LP)
002190         RESP (WS-HOLD-RESP)
002200     END-EXEC.
002210     IF (WS-MASTER-RESP NOT = DFHRESP(NORMAL)
002220             AND WS-MASTER-RESP NOT = DFHRESP(NOTFND))
002230             OR (WS-REJECT-RESP NOT = DFHRESP(NORMAL)
002240             AND WS-REJECT-RESP NOT = DFHRESP(NOTFND))
002250             OR (WS-HOLD-RESP NOT = DFHRESP(NORMAL)
002260             AND WS-HOLD-RESP NOT = DFHRESP(NOTFND))
002270         MOVE "UNAVAILABLE   " TO RP-STATE
002280         MOVE "INQUIRY FILE CLOSED OR IN ERROR - TRY AGAIN "
002290             TO RP-DETAIL-1
002300         MOVE "AFTER THE BATCH WINDOW" TO RP-DETAIL-2
002310         GO TO 2000-EXIT
002320     END-IF.
002330     IF WS-HOLD-RESP = DFHRESP(NORMAL)
002340             AND (HLD-HELD OR HLD-RELEASED)
002350         PERFORM 2300-CHECK-HELD THRU 2300-EXIT
002360         IF HELD-IS-CURRENT
002370             GO TO 2000-EXIT
002380         END-IF
002390     END-IF.
002400     IF WS-MASTER-RESP = DFHRESP(NORMAL)
002410             AND WS-REJECT-RESP = DFHRESP(NORMAL)
002420         IF RJM-RUN-DATE > MST-LAST-RUN-DATE
002430             PERFORM 2200-BUILD-REJECTED THRU 2200-EXIT
002440         ELSE
002450             PERFORM 2100-BUILD-PROCESSED THRU 2100-EXIT
002460         END-IF
002470         GO TO 2000-EXIT
002480     END-IF.
002490     IF WS-MASTER-RESP = DFHRESP(NORMAL)
002500         PERFORM 2100-BUILD-PROCESSED THRU 2100-EXIT
002510         GO TO 2000-EXIT
002520     END-IF.
002530     IF WS-REJECT-RESP = DFHRESP(NORMAL)
002540         PERFORM 2200-BUILD-REJECTED THRU 2200-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE "NEVER RECEIVED" TO RP-STATE.
002580     MOVE "NOT ON LAST NIGHT'S EXTRACT OR ITS REJECTS"
002590         TO RP-DETAIL-1.
002600 2000-EXIT.
002610     EXIT.
002620*
002630******************************************************************
002640*    2100-BUILD-PROCESSED - THE CURRENT MASTER VALUES AND THE
002650*    RUN THAT LAST WROTE THEM, OR FOR A CLOSED KEY THE DATE IT
002660*    WAS CLOSED AS WELL
002670******************************************************************
002680 2100-BUILD-PROCESSED.
002690     MOVE "PROCESSED     " TO RP-STATE.
002700     MOVE MST-VAR-NUMBER TO PD-VAR-NUMBER.
002710     MOVE MST-VAR-DECIMAL TO PD-VAR-DECIMAL.
002720     MOVE MST-VAR-CURRENCY TO PD-VAR-CURRENCY.
002730     MOVE PROCESSED-DETAIL-LINE TO RP-DETAIL-1.
002740     MOVE MST-LAST-RUN-DATE TO RD-RUN-DATE.
002750     MOVE RUN-DATE-DETAIL-LINE TO RP-DETAIL-2.
002760     IF MST-STATUS-CLOSED
002770         MOVE "CLOSED        " TO RP-STATE
002780         MOVE MST-STATUS-DATE TO CL-STATUS-DATE
002790         MOVE MST-LAST-RUN-DATE TO CL-RUN-DATE
002800         MOVE CLOSED-DETAIL-LINE TO RP-DETAIL-2
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860*    2200-BUILD-REJECTED - THE REJECT REASON AND THE RUN THAT
002870*    DIVERTED THE ROW
002880******************************************************************
002890 2200-BUILD-REJECTED.
002900     MOVE "REJECTED      " TO RP-STATE.
002910     MOVE RJM-REASON TO RJ-DETAIL-REASON.
002920     MOVE REJECT-DETAIL-LINE TO RP-DETAIL-1.
002930     MOVE RJM-RUN-DATE TO RD-RUN-DATE.
002940     MOVE RUN-DATE-DETAIL-LINE TO RP-DETAIL-2.
002950 2200-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990*    2300-CHECK-HELD - THE ROW IS ON THE HOLD QUEUE AND NOT YET
003000*    DECIDED AGAINST.  A MASTER OR REJECT ROW WRITTEN BY A LATER
003010*    RUN THAN THE ONE THAT HELD IT IS NEWER NEWS AND WINS.
003020******************************************************************
003030 2300-CHECK-HELD.
003040     MOVE "N" TO WS-HELD-SW.
003050     IF WS-MASTER-RESP = DFHRESP(NORMAL)
003060             AND MST-LAST-RUN-DATE > HLD-HELD-DATE
003070         GO TO 2300-EXIT
003080     END-IF.
003090     IF WS-REJECT-RESP = DFHRESP(NORMAL)
003100             AND RJM-RUN-DATE > HLD-HELD-DATE
003110         GO TO 2300-EXIT
003120     END-IF.
003130     MOVE "Y" TO WS-HELD-SW.
003140     MOVE "HELD          " TO RP-STATE.
003150     MOVE HLD-CONVERTED-AMT TO HD-CONVERTED-AMT.
003160     MOVE HLD-LIMIT-AMT TO HD-LIMIT-AMT.
003170     MOVE HELD-DETAIL-LINE TO RP-DETAIL-1.
003180     IF HLD-RELEASED
003190         MOVE HLD-ACTION-BY TO RL-ACTION-BY
003200         MOVE HLD-ACTION-DATE TO RL-ACTION-DATE
003210         MOVE RELEASED-DETAIL-LINE TO RP-DETAIL-2
003220     ELSE
003230         MOVE HLD-HELD-DATE TO HS-HELD-DATE
003240         MOVE HELD-SINCE-DETAIL-LINE TO RP-DETAIL-2
003250     END-IF.
003260 2300-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    3000-SEND-REPLY - PUT THE THREE REPLY LINES ON THE SCREEN
003310******************************************************************
003320 3000-SEND-REPLY.
003330     EXEC CICS SEND TEXT
003340         FROM (REPLY-AREA)
003350         LENGTH (LENGTH OF REPLY-AREA)
003360         ERASE
003370         FREEKB
003380     END-EXEC.
003390 3000-EXIT.
003400     EXIT.
003410*
