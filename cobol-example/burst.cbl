000010******************************************************************
000020*    PROGRAM-ID  : 14_BURST
000030*    AUTHOR      : J. HARLOW
000040*    INSTALLATION: DATA PROCESSING
000050*    DATE-WRITTEN: 10/15/26
000060*    DATE-COMPILED:
000070*
000080*    PER-REGION BURSTING OF THE NIGHT'S STRUCT-ROW REPORT.  THE
000090*    REGIONAL OFFICES USED TO BE SENT THE WHOLE 10_COPYBOOK
000100*    REPORT AND LEFT TO FIND THEIR OWN ROWS IN IT; THIS SPLITS
000110*    THE NIGHT'S RPTOUT ON VAR-REGION INTO ONE OUTPUT PER REGION
000120*    LISTED ON MRGCTL - THE SAME DECK 60_MERGE READS, SO A NEW
000130*    REGION IS BURST THE NIGHT IT IS ONBOARDED.  THE REGION'S
000140*    SAMPINN SLOT ON ITS MRGCTL CARD PICKS ITS OUTPUT DD,
000150*    REGRPT1-REGRPT8.  EACH OUTPUT CARRIES ITS OWN PAGE HEADERS
000160*    AND PAGE NUMBERS, THE REGION'S ROWS, THE REGION'S REJECTS
000170*    FROM REJLIST, A CURRENCY SUMMARY AND CONTROL TOTALS.  A
000180*    REGION WITH NOTHING TONIGHT STILL GETS A "NO ACTIVITY" PAGE
000190*    SO THE OFFICE KNOWS THE NIGHT RAN.
000200*
000210*    RPTOUT CARRIES THE USD AMOUNT BUT NOT THE CURRENCY, SO EACH
000220*    ROW'S CURRENCY CODE AND ORIGINAL AMOUNT COME FROM ITS
000230*    MSTROUT ROW (THE 15_GLPOST PAIRING) - A ROW WHOSE MASTER IS
000240*    GONE OR NO LONGER SHOWS THE REPORTED USD AMOUNT IS SUMMED
000250*    UNDER CURRENCY "???" AND NAMED ON SYSOUT.
000260*
000270*    A DISTRIBUTION COVER PAGE (COVERPG, ECHOED ON SYSOUT) LISTS
000280*    EVERY REGION'S PAGES, ROWS, REJECTS AND USD TOTAL, ANY ROWS
000290*    FOR A REGION NOT ON MRGCTL, THE SUM OF ALL OF THEM, AND THE
000300*    RUN FOOTER 10_COPYBOOK OR 12_CONSOL WROTE TO RUNHIST FOR
000310*    THE AS-OF DATE.  THE SUM MUST TIE TO THE FOOTER - ROWS,
000320*    REJECTS AND USD.  A RESTARTED RUN'S FOOTER ONLY COVERS THE
000330*    ROWS AFTER ITS CHECKPOINT, SO THAT TIE IS NOT ENFORCED.
000332*    THE TIE HOLDS BECAUSE REJLIST, LIKE RPTOUT, CARRIES ONLY THE
000334*    DAY'S WORK - THE DELTA CLOSER MOVES IT ONTO REJPEND AND
000336*    DELETES IT EVERY NIGHT - SO RUN THIS AHEAD OF THE CLOSE.
000340*
000350*    RETURN CODES: 0 BURST AND TIED - RELEASE THE REGIONAL
000360*    OUTPUTS; 4 BURST AND TIED (OR A RESTARTED RUN, NOT TIED)
000370*    BUT ROWS FOR A REGION NOT ON MRGCTL OR ROWS WITHOUT A
000380*    MATCHING MASTER WERE FOUND - SEE SYSOUT; 8 THE COVER PAGE
000390*    DOES NOT TIE TO THE RUN FOOTER, OR NO FOOTER IS ON RUNHIST
000400*    FOR THE AS-OF DATE - HOLD THE REGIONAL OUTPUTS; 12
000410*    MALFORMED SYSIN CARD OR MRGCTL DECK; 16 FILE FAILURE.
000420*
000430*    THE SYSIN CARD (OPTIONAL):
000440*        COLS 01-08  AS-OF DATE YYYYMMDD THE RUN WAS FOR - BLANK/
000450*                    NO CARD = THE CURRENT BUSINESS DATE FROM
000455*                    THE 07_BUSDATE CALENDAR
000460*        COLS 10-13  LINES PER PAGE - BLANK = 0020, THE
000470*                    10_COPYBOOK DEFAULT
000480*    "*" IN COL 1 IS A COMMENT CARD.
000490*
000500*    MODIFICATION HISTORY
000510*    DATE       INIT  DESCRIPTION
000520*    10/15/26   JH    INITIAL VERSION
000523*    10/15/26   JH    A BLANK AS-OF DATE IS THE CURRENT BUSINESS
000526*                     DATE FROM 07_BUSDATE, NOT THE RUN DATE
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. 14_BURST.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT REGION-CONTROL-FILE ASSIGN TO "MRGCTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REGION-CONTROL-STATUS.
000630*
000640     SELECT REPORT-FILE ASSIGN TO "RPTNEW"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670*
000680     SELECT REJECT-FILE ASSIGN TO "REJLIST"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REJECT-STATUS.
000710*
000720     SELECT MASTER-FILE ASSIGN TO "MSTROUT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS RANDOM
000750         RECORD KEY IS MFR-VAR-LP
000760         FILE STATUS IS WS-MASTER-STATUS.
000770*
000780     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RUN-HISTORY-STATUS.
000810*
000820*    ONE OUTPUT PER MRGCTL SLOT - ONLY THE SLOTS MRGCTL LISTS
000830*    ARE OPENED, SO ONLY THEIR DDS NEED BE IN THE JCL.
000840     SELECT REGION-REPORT-1 ASSIGN TO "REGRPT1"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-OUT1-STATUS.
000870*
000880     SELECT REGION-REPORT-2 ASSIGN TO "REGRPT2"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-OUT2-STATUS.
000910*
000920     SELECT REGION-REPORT-3 ASSIGN TO "REGRPT3"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-OUT3-STATUS.
000950*
000960     SELECT REGION-REPORT-4 ASSIGN TO "REGRPT4"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-OUT4-STATUS.
000990*
001000     SELECT REGION-REPORT-5 ASSIGN TO "REGRPT5"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-OUT5-STATUS.
001030*
001040     SELECT REGION-REPORT-6 ASSIGN TO "REGRPT6"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-OUT6-STATUS.
001070*
001080     SELECT REGION-REPORT-7 ASSIGN TO "REGRPT7"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-OUT7-STATUS.
001110*
001120     SELECT REGION-REPORT-8 ASSIGN TO "REGRPT8"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-OUT8-STATUS.
001150*
001160     SELECT COVER-FILE ASSIGN TO "COVERPG"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-COVER-STATUS.
001190*
001200     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SYSIN"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-CONTROL-STATUS.
001230*
001240 DATA DIVISION.
001250 FILE SECTION.
001260*
001270 FD  REGION-CONTROL-FILE.
001280 01  REGION-CONTROL-FILE-REC        PIC X(80).
001290*
001300 FD  REPORT-FILE.
001310 01  REPORT-FILE-REC                PIC X(50).
001320*
001330 FD  REJECT-FILE.
001340 01  REJECT-FILE-REC                PIC X(80).
001350*
001360*    ONLY THE KEY IS CARVED OUT HERE - THE ROW IS READ INTO THE
001370*    MASTERROW COPYBOOK IN WORKING-STORAGE, THE 15_GLPOST
001380*    PATTERN.
001390 FD  MASTER-FILE.
001400 01  MASTER-FILE-REC.
001410     02  MFR-VAR-LP                  PIC X(08).
001420     02  FILLER                      PIC X(72).
001430*
001440 FD  RUN-HISTORY-FILE.
001450     COPY RunHistRec.
001460*
001470 FD  REGION-REPORT-1.
001480 01  REGION-REPORT-1-REC            PIC X(132).
001490*
001500 FD  REGION-REPORT-2.
001510 01  REGION-REPORT-2-REC            PIC X(132).
001520*
001530 FD  REGION-REPORT-3.
001540 01  REGION-REPORT-3-REC            PIC X(132).
001550*
001560 FD  REGION-REPORT-4.
001570 01  REGION-REPORT-4-REC            PIC X(132).
001580*
001590 FD  REGION-REPORT-5.
001600 01  REGION-REPORT-5-REC            PIC X(132).
001610*
001620 FD  REGION-REPORT-6.
001630 01  REGION-REPORT-6-REC            PIC X(132).
001640*
001650 FD  REGION-REPORT-7.
001660 01  REGION-REPORT-7-REC            PIC X(132).
001670*
001680 FD  REGION-REPORT-8.
001690 01  REGION-REPORT-8-REC            PIC X(132).
001700*
001710 FD  COVER-FILE.
001720 01  COVER-FILE-REC                 PIC X(132).
001730*
001740 FD  RUN-CONTROL-FILE.
001750 01  RUN-CONTROL-FILE-REC           PIC X(80).
001760*
001770 WORKING-STORAGE SECTION.
001780*
001790     COPY MasterRow.
001800*
001810     COPY RejectListRow.
001820*
001830*    ONE STRUCT-ROW IMAGE FROM THE NIGHT'S RPTOUT - THE SAME
001840*    SHAPE 15_GLPOST READS.  THE IMAGE ITSELF IS WHAT GOES ON
001850*    THE REGION'S PAGE, SO THE OFFICE SEES THE ROW EXACTLY AS
001860*    10_COPYBOOK PRINTED IT.
001870 01  REPORT-ROW.
001880     02  RR-VAR-LP                   PIC 9(08).
001890     02  FILLER                      PIC X(01).
001900     02  RR-VAR-NUMBER               PIC 9(10).
001910     02  FILLER                      PIC X(01).
001920     02  RR-VAR-DECIMAL              PIC X(10).
001930     02  FILLER                      PIC X(01).
001940     02  RR-VAR-CURRENCY             PIC -Z(10)9.99.
001950     02  FILLER                      PIC X(01).
001960     02  RR-VAR-REGION               PIC X(03).
001970*
001980 01  RUN-CONTROL-CARD.
001990     02  CC-AS-OF-DATE               PIC X(08).
002000         88  CC-AS-OF-DATE-OMITTED             VALUE SPACE.
002010     02  CC-AS-OF-DATE-NUM REDEFINES CC-AS-OF-DATE.
002020         03  FILLER                  PIC X(04).
002030         03  CC-AS-OF-MONTH          PIC 9(02).
002040         03  CC-AS-OF-DAY            PIC 9(02).
002050     02  FILLER                      PIC X(01).
002060     02  CC-PAGE-SIZE                PIC X(04).
002070         88  CC-PAGE-SIZE-OMITTED              VALUE SPACE.
002080     02  CC-PAGE-SIZE-NUM REDEFINES CC-PAGE-SIZE
002090                                     PIC 9(04).
002100     02  FILLER                      PIC X(67).
002110*
002120*    ONE MRGCTL CARD - THE 60_MERGE LAYOUT.  THE MANDATORY FLAG
002130*    MEANS NOTHING HERE AND IS NOT EDITED.
002140 01  REGION-CARD.
002150     02  RG-REGION-TAG               PIC X(03).
002160     02  FILLER                      PIC X(01).
002170     02  RG-DDNAME                   PIC X(08).
002180     02  FILLER                      PIC X(01).
002190     02  RG-MANDATORY                PIC X(01).
002200     02  FILLER                      PIC X(66).
002210*
002220 01  WS-SWITCHES.
002230     02  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
002240         88  END-OF-CONTROL                    VALUE "Y".
002250     02  WS-REPORT-EOF-SW            PIC X(01) VALUE "N".
002260         88  END-OF-REPORT                     VALUE "Y".
002270     02  WS-REJECT-EOF-SW            PIC X(01) VALUE "N".
002280         88  END-OF-REJECTS                    VALUE "Y".
002290     02  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
002300         88  END-OF-HISTORY                    VALUE "Y".
002310     02  WS-CARD-FOUND-SW            PIC X(01) VALUE "N".
002320         88  CONTROL-CARD-FOUND                VALUE "Y".
002330     02  WS-REGION-FOUND-SW          PIC X(01) VALUE "N".
002340         88  REGION-FOUND                      VALUE "Y".
002350     02  WS-CURRENCY-FOUND-SW        PIC X(01) VALUE "N".
002360         88  CURRENCY-SLOT-FOUND               VALUE "Y".
002370     02  WS-FOOTER-FOUND-SW          PIC X(01) VALUE "N".
002380         88  RUN-FOOTER-FOUND                  VALUE "Y".
002390*    SET BY ANYTHING THE OPERATOR SHOULD LOOK AT BEFORE THE
002400*    OUTPUTS GO OUT - RETURN-CODE 4.
002410     02  WS-WARNING-SW               PIC X(01) VALUE "N".
002420         88  RUN-HAS-WARNINGS                  VALUE "Y".
002430*    SET WHEN THE COVER PAGE CANNOT BE PROVED AGAINST THE RUN
002440*    FOOTER - RETURN-CODE 8.
002450     02  WS-TIE-SW                   PIC X(01) VALUE "N".
002460         88  COVER-DOES-NOT-TIE                VALUE "Y".
002470*
002480 01  WS-FILE-STATUS-FIELDS.
002490     02  WS-REGION-CONTROL-STATUS    PIC X(02) VALUE "00".
002500     02  WS-REPORT-STATUS            PIC X(02) VALUE "00".
002510     02  WS-REJECT-STATUS            PIC X(02) VALUE "00".
002520     02  WS-MASTER-STATUS            PIC X(02) VALUE "00".
002530     02  WS-RUN-HISTORY-STATUS       PIC X(02) VALUE "00".
002540     02  WS-OUT1-STATUS              PIC X(02) VALUE "00".
002550     02  WS-OUT2-STATUS              PIC X(02) VALUE "00".
002560     02  WS-OUT3-STATUS              PIC X(02) VALUE "00".
002570     02  WS-OUT4-STATUS              PIC X(02) VALUE "00".
002580     02  WS-OUT5-STATUS              PIC X(02) VALUE "00".
002590     02  WS-OUT6-STATUS              PIC X(02) VALUE "00".
002600     02  WS-OUT7-STATUS              PIC X(02) VALUE "00".
002610     02  WS-OUT8-STATUS              PIC X(02) VALUE "00".
002620     02  WS-COVER-STATUS             PIC X(02) VALUE "00".
002630     02  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
002640     02  WS-WRITE-STATUS             PIC X(02) VALUE "00".
002650*
002660 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002670 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
002680 01  WS-PAGE-SIZE                    PIC 9(04) VALUE 20 COMP.
002690*
002693     COPY BusinessDateParm.
002696*
002700*    ONE ENTRY PER REGION LISTED ON MRGCTL, IN CARD ORDER: ITS
002710*    TAG AND OUTPUT SLOT, WHERE ITS OUTPUT STANDS (PAGE, LINE,
002720*    WHICH SECTION IS PRINTING), ITS CONTROL TOTALS, AND ITS
002730*    CURRENCY SUMMARY.
002740 01  WS-REGION-COUNT                 PIC 9(04) VALUE ZERO COMP.
002750*
002760 01  WS-REGION-TABLE.
002770     02  WS-REGION-ENTRY OCCURS 8 TIMES.
002780         03  RGN-REGION              PIC X(03).
002790         03  RGN-DDNAME              PIC X(08).
002800         03  RGN-OUT-DDNAME          PIC X(07).
002810         03  RGN-SLOT                PIC 9(04) COMP.
002820         03  RGN-PAGE-NUMBER         PIC 9(04) COMP.
002830         03  RGN-LINE-COUNT          PIC 9(04) COMP.
002840         03  RGN-SECTION-SW          PIC X(01).
002850             88  RGN-PRINTING-ROWS             VALUE "R".
002860             88  RGN-PRINTING-REJECTS          VALUE "J".
002870             88  RGN-PRINTING-TOTALS           VALUE "T".
002880         03  RGN-ROW-COUNT           PIC 9(07) COMP.
002890         03  RGN-NUMBER-TOTAL        PIC 9(13) COMP-3.
002900         03  RGN-USD-TOTAL           PIC S9(13)V99 COMP-3.
002910         03  RGN-REJECT-COUNT        PIC 9(07) COMP.
002920         03  RGN-CURRENCY-COUNT      PIC 9(04) COMP.
002930         03  RGN-CURRENCY-ENTRY OCCURS 50 TIMES.
002940             04  RCU-CODE            PIC X(03).
002950             04  RCU-COUNT           PIC 9(07) COMP.
002960             04  RCU-ORIG-TOTAL      PIC S9(13)V99 COMP-3.
002970             04  RCU-USD-TOTAL       PIC S9(13)V99 COMP-3.
002980*
002990 01  WS-RG-SUB                       PIC 9(04) VALUE ZERO COMP.
003000 01  WS-SCAN-SUB                     PIC 9(04) VALUE ZERO COMP.
003010 01  WS-CUR-SUB                      PIC 9(04) VALUE ZERO COMP.
003020 01  WS-OUT-SUB                      PIC 9(04) VALUE ZERO COMP.
003030*
003040*    ROWS AND REJECTS WHOSE REGION IS NOT ON MRGCTL - THEY GO
003050*    TO NO OFFICE, BUT THE COVER PAGE STILL ACCOUNTS FOR THEM
003060*    SO IT TIES.
003070 01  WS-UNLISTED-TOTALS.
003080     02  WS-UNLISTED-ROW-COUNT       PIC 9(07) VALUE ZERO COMP.
003090     02  WS-UNLISTED-USD-TOTAL       PIC S9(13)V99 VALUE ZERO
003100             COMP-3.
003110     02  WS-UNLISTED-REJECT-COUNT    PIC 9(07) VALUE ZERO COMP.
003120*
003130 01  WS-RUN-TOTALS.
003140     02  WS-REPORT-COUNT             PIC 9(07) VALUE ZERO COMP.
003150     02  WS-REJECT-READ-COUNT        PIC 9(07) VALUE ZERO COMP.
003160     02  WS-NO-MASTER-COUNT          PIC 9(07) VALUE ZERO COMP.
003170     02  WS-ALL-PAGE-COUNT           PIC 9(07) VALUE ZERO COMP.
003180     02  WS-ALL-ROW-COUNT            PIC 9(07) VALUE ZERO COMP.
003190     02  WS-ALL-REJECT-COUNT         PIC 9(07) VALUE ZERO COMP.
003200     02  WS-ALL-USD-TOTAL            PIC S9(13)V99 VALUE ZERO
003210             COMP-3.
003220     02  WS-HISTORY-READ-COUNT       PIC 9(07) VALUE ZERO COMP.
003230*
003240*    THE LAST RUNHIST RECORD FOR THE AS-OF DATE - THE FOOTER
003250*    OF THE RUN THAT WROTE TONIGHT'S RPTOUT.
003260 01  WS-FOOTER.
003270     02  WS-FT-RUN-DATE              PIC 9(08) VALUE ZERO.
003280     02  WS-FT-RUN-TIME              PIC 9(06) VALUE ZERO.
003290     02  WS-FT-RECORDS               PIC 9(07) VALUE ZERO.
003300     02  WS-FT-REJECTED              PIC 9(07) VALUE ZERO.
003310     02  WS-FT-USD-TOTAL             PIC S9(13)V99 VALUE ZERO
003320             COMP-3.
003330     02  WS-FT-PAGES                 PIC 9(04) VALUE ZERO.
003340     02  WS-FT-RETURN-CODE           PIC 9(02) VALUE ZERO.
003350     02  WS-FT-RESTART-SW            PIC X(01) VALUE "N".
003360         88  FOOTER-IS-RESTART                 VALUE "Y".
003370     02  WS-FT-CHECKPOINT-LP         PIC 9(08) VALUE ZERO.
003380*
003390*    DE-EDIT WORK FIELD FOR THE RPTOUT AMOUNT COLUMN, AND THE
003400*    CURRENCY CODE AND ORIGINAL AMOUNT ONE ROW IS SUMMED UNDER.
003410 01  WS-WORK-FIELDS.
003420     02  WS-RPT-CURRENCY             PIC S9(11)V99 VALUE ZERO
003430             COMP-3.
003440     02  WS-ROW-CURRENCY-CODE        PIC X(03) VALUE SPACE.
003450     02  WS-ROW-ORIG-AMOUNT          PIC S9(11)V99 VALUE ZERO
003460             COMP-3.
003470     02  WS-LOOKUP-REGION            PIC X(03) VALUE SPACE.
003480*
003490 01  WS-COUNT-ED                     PIC ZZZZZZ9.
003500 01  WS-AMOUNT-ED                    PIC -Z(12)9.99.
003510*
003520*    EVERY LINE OF EVERY OUTPUT IS BUILT HERE, THEN WRITTEN TO
003530*    THE REGION (6000) OR THE COVER (7900).
003540 01  WS-PRINT-LINE                   PIC X(132) VALUE SPACE.
003550 01  WS-HELD-LINE                    PIC X(132) VALUE SPACE.
003560*
003570 01  VAR-LINE                       PIC X(80) VALUE ALL "-".
003580*
003590 01  REGION-HEADER-LINE.
003600     02  FILLER          PIC X(11) VALUE "14_BURST - ".
003610     02  FILLER          PIC X(07) VALUE "REGION ".
003620     02  RHL-REGION      PIC X(03).
003630     02  FILLER          PIC X(21) VALUE
003640             "  STRUCT-ROW REPORT  ".
003650     02  FILLER          PIC X(06) VALUE "AS OF ".
003660     02  RHL-AS-OF-DATE  PIC 9(08).
003670     02  FILLER          PIC X(02) VALUE SPACE.
003680     02  FILLER          PIC X(06) VALUE "PAGE: ".
003690     02  RHL-PAGE-NUMBER PIC ZZZ9.
003700*
003710*    THE 10_COPYBOOK COLUMN HEADINGS, SO THE REGION'S ROWS LINE
003720*    UP UNDER THE SAME HEADINGS AS ON THE FULL REPORT.
003730 01  STRUCT-HEADERS.
003740     02  FILLER          PIC X(08) VALUE "      lp".
003750     02  FILLER          PIC X     VALUE "|".
003760     02  FILLER          PIC X(10) VALUE "    number".
003770     02  FILLER          PIC X     VALUE "|".
003780     02  FILLER          PIC X(10) VALUE "   decimal".
003790     02  FILLER          PIC X     VALUE "|".
003800     02  FILLER          PIC X(15) VALUE "       currency".
003810     02  FILLER          PIC X     VALUE "|".
003820     02  FILLER          PIC X(03) VALUE "reg".
003830*
003840*    THE REJLIST COLUMNS - RAW RECORD, REASON, REGION.
003850 01  REJECT-HEADERS.
003860     02  FILLER          PIC X(36) VALUE "REJECTED RECORD".
003870     02  FILLER          PIC X(41) VALUE "REASON".
003880     02  FILLER          PIC X(03) VALUE "reg".
003890*
003900 01  NO-ACTIVITY-LINE.
003910     02  FILLER                      PIC X(27)
003920             VALUE "*** NO ACTIVITY FOR REGION ".
003930     02  NAL-REGION                  PIC X(03).
003940     02  FILLER                      PIC X(07) VALUE " AS OF ".
003950     02  NAL-AS-OF-DATE              PIC 9(08).
003960     02  FILLER                      PIC X(04) VALUE " ***".
003970*
003980*    THE 10_COPYBOOK FOOTER LINES, CUT TO ONE REGION.  THE RATE
003990*    COLUMN IS LEFT OFF THE CURRENCY LINE - RPTOUT DOES NOT
004000*    CARRY THE RATE APPLIED.
004010 01  CURRENCY-SUMMARY-LINE.
004020     02  FILLER                      PIC X(05) VALUE "CUR: ".
004030     02  CSL-CODE                    PIC X(03).
004040     02  FILLER                      PIC X(08) VALUE " COUNT: ".
004050     02  CSL-COUNT                   PIC ZZZZZZ9.
004060     02  FILLER                      PIC X(07) VALUE " ORIG: ".
004070     02  CSL-ORIG                    PIC -Z(10)9.99.
004080     02  FILLER                      PIC X(06) VALUE " USD: ".
004090     02  CSL-USD                     PIC -Z(10)9.99.
004100*
004110 01  CONTROL-TOTAL-LINE.
004120     02  FILLER                      PIC X(18)
004130             VALUE "RECORDS PROCESSED:".
004140     02  CT-RECORD-COUNT             PIC ZZZZZZ9.
004150     02  FILLER                      PIC X(04) VALUE SPACE.
004160     02  FILLER                      PIC X(13)
004170             VALUE "NUMBER TOTAL:".
004180     02  CT-NUMBER-TOTAL             PIC Z(12)9.
004190     02  FILLER                      PIC X(04) VALUE SPACE.
004200     02  FILLER                      PIC X(15)
004210             VALUE "CURRENCY TOTAL:".
004220     02  CT-CURRENCY-TOTAL           PIC -Z(10)9.99.
004230*
004240 01  REJECT-TOTAL-LINE.
004250     02  FILLER                      PIC X(18)
004260             VALUE "RECORDS REJECTED: ".
004270     02  RTL-REJECT-COUNT            PIC ZZZZZZ9.
004280*
004290*    COVER PAGE - ONE LINE PER REGION, THEN THE UNLISTED ROWS,
004300*    THE SUM, AND THE RUNHIST FOOTER IT MUST TIE TO.
004310 01  COVER-HEADER-LINE.
004320     02  FILLER                      PIC X(11)
004330             VALUE "14_BURST - ".
004340     02  FILLER                      PIC X(26)
004350             VALUE "DISTRIBUTION COVER PAGE   ".
004360     02  FILLER                      PIC X(06) VALUE "AS OF ".
004370     02  CHL-AS-OF-DATE              PIC 9(08).
004380*
004390 01  COVER-REGION-LABEL.
004400     02  FILLER                      PIC X(05) VALUE "REG: ".
004410     02  CLB-REGION                  PIC X(03).
004420     02  FILLER                      PIC X(05) VALUE " DD: ".
004430     02  CLB-DDNAME                  PIC X(07).
004440*
004450 01  COVER-LINE.
004460     02  CVL-LABEL                   PIC X(20).
004470     02  FILLER                      PIC X(08) VALUE " PAGES: ".
004480     02  CVL-PAGES                   PIC ZZZ9.
004490     02  FILLER                      PIC X(07) VALUE " ROWS: ".
004500     02  CVL-ROWS                    PIC ZZZZZZ9.
004510     02  FILLER                      PIC X(06) VALUE " REJ: ".
004520     02  CVL-REJECTS                 PIC ZZZZZZ9.
004530     02  FILLER                      PIC X(06) VALUE " USD: ".
004540     02  CVL-USD                     PIC -Z(10)9.99.
004550     02  FILLER                      PIC X(01) VALUE SPACE.
004560     02  CVL-NOTE                    PIC X(11).
004570*
004580 PROCEDURE DIVISION.
004590*
004600******************************************************************
004610*    0000-MAINLINE - LOAD THE REGION LIST AND THE RUN FOOTER,
004620*    BURST THE ROWS AND THEN THE REJECTS, FINISH EACH REGION'S
004630*    OUTPUT, PRINT THE COVER PAGE, CLOSE OUT
004640******************************************************************
004650 0000-MAINLINE.
004660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004670     PERFORM 2000-BURST-ONE-ROW THRU 2000-EXIT
004680         UNTIL END-OF-REPORT.
004690     PERFORM 4000-BURST-ONE-REJECT THRU 4000-EXIT
004700         UNTIL END-OF-REJECTS.
004710     PERFORM 5000-FINISH-ONE-REGION THRU 5000-EXIT
004720         VARYING WS-RG-SUB FROM 1 BY 1
004730         UNTIL WS-RG-SUB > WS-REGION-COUNT.
004740     PERFORM 7000-PRINT-COVER-PAGE THRU 7000-EXIT.
004750     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004760     STOP RUN.
004770*
004780******************************************************************
004790*    1000-INITIALIZE - THE CARD AND MRGCTL ARE EDITED BEFORE ANY
004800*    OUTPUT IS OPENED, SO A BAD DECK LEAVES NOTHING HALF-WRITTEN.
004810*    THEN FIND THE RUN FOOTER, OPEN EVERYTHING, PRIME THE READS.
004820******************************************************************
004830 1000-INITIALIZE.
004840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004850     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004852     IF WS-AS-OF-DATE = ZERO
004854         PERFORM 1150-CURRENT-BUSINESS-DATE THRU 1150-EXIT
004856     END-IF.
004860     PERFORM 1200-LOAD-REGION-LIST THRU 1200-EXIT.
004870     MOVE WS-REGION-COUNT TO WS-COUNT-ED.
004880     DISPLAY "14_BURST - BURSTING AS-OF DATE " WS-AS-OF-DATE
004890         " OVER " WS-COUNT-ED " REGIONS".
004900     DISPLAY VAR-LINE.
004910     PERFORM 1300-FIND-RUN-FOOTER THRU 1300-EXIT.
004920     PERFORM 1400-OPEN-REGION-OUTPUT THRU 1400-EXIT
004930         VARYING WS-RG-SUB FROM 1 BY 1
004940         UNTIL WS-RG-SUB > WS-REGION-COUNT.
004950     OPEN OUTPUT COVER-FILE.
004960     IF WS-COVER-STATUS NOT = "00"
004970         DISPLAY "14_BURST - UNABLE TO OPEN COVERPG STATUS="
004980             WS-COVER-STATUS
004990         GO TO 9999-ABEND
005000     END-IF.
005010     OPEN INPUT MASTER-FILE.
005020     IF WS-MASTER-STATUS NOT = "00"
005030         DISPLAY "14_BURST - UNABLE TO OPEN MASTER-FILE "
005040             "STATUS=" WS-MASTER-STATUS
005050         GO TO 9999-ABEND
005060     END-IF.
005070     OPEN INPUT REPORT-FILE.
005080     IF WS-REPORT-STATUS NOT = "00"
005090         DISPLAY "14_BURST - UNABLE TO OPEN REPORT-FILE "
005100             "STATUS=" WS-REPORT-STATUS
005110         GO TO 9999-ABEND
005120     END-IF.
005130     OPEN INPUT REJECT-FILE.
005140     IF WS-REJECT-STATUS NOT = "00"
005150         DISPLAY "14_BURST - UNABLE TO OPEN REJECT-FILE "
005160             "STATUS=" WS-REJECT-STATUS
005170         GO TO 9999-ABEND
005180     END-IF.
005190     PERFORM 2900-READ-REPORT THRU 2900-EXIT.
005200     PERFORM 4900-READ-REJECT THRU 4900-EXIT.
005210 1000-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*    1100-READ-CONTROL-CARD - OPTIONAL AS-OF DATE AND PAGE SIZE,
005260*    THE 15_GLPOST 1100 PATTERN
005270******************************************************************
005280 1100-READ-CONTROL-CARD.
005300     OPEN INPUT RUN-CONTROL-FILE.
005310     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
005320         READ RUN-CONTROL-FILE INTO RUN-CONTROL-CARD
005330         IF WS-CONTROL-STATUS = "00"
005340             MOVE "Y" TO WS-CARD-FOUND-SW
005350         END-IF
005360         CLOSE RUN-CONTROL-FILE
005370     END-IF.
005380     IF NOT CONTROL-CARD-FOUND
005390         GO TO 1100-EXIT
005400     END-IF.
005410     IF RUN-CONTROL-CARD = SPACE OR CC-AS-OF-DATE (1:1) = "*"
005420         GO TO 1100-EXIT
005430     END-IF.
005440     IF NOT CC-AS-OF-DATE-OMITTED
005450         IF CC-AS-OF-DATE NOT NUMERIC
005460                 OR CC-AS-OF-MONTH < 01 OR CC-AS-OF-MONTH > 12
005470                 OR CC-AS-OF-DAY < 01 OR CC-AS-OF-DAY > 31
005480             DISPLAY "14_BURST - BAD CONTROL CARD: AS-OF DATE "
005490                 "(COLS 1-8) MUST BE YYYYMMDD, GOT "
005500                 CC-AS-OF-DATE
005510             GO TO 9998-CONTROL-ABEND
005520         END-IF
005530         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
005540     END-IF.
005550     IF NOT CC-PAGE-SIZE-OMITTED
005560         IF CC-PAGE-SIZE NOT NUMERIC OR CC-PAGE-SIZE-NUM = ZERO
005570             DISPLAY "14_BURST - BAD CONTROL CARD: PAGE SIZE "
005580                 "(COLS 10-13) MUST BE 0001-9999, GOT "
005590                 CC-PAGE-SIZE
005600             GO TO 9998-CONTROL-ABEND
005610         END-IF
005620         MOVE CC-PAGE-SIZE-NUM TO WS-PAGE-SIZE
005630     END-IF.
005640 1100-EXIT.
005650     EXIT.
005660*
005661******************************************************************
005662*    1150-CURRENT-BUSINESS-DATE - THE DEFAULT AS-OF DATE FROM THE
005663*    SHARED 07_BUSDATE ROUTINE: TODAY, OR THE PRIOR BUSINESS DAY
005664*    FOR A RUN BEFORE THE CALENDAR CUTOVER OR ON A NON-BUSINESS
005665*    DAY - THE DATE 10_COPYBOOK DEFAULTED TO THE SAME WAY.
005666******************************************************************
005667 1150-CURRENT-BUSINESS-DATE.
005668     MOVE "C" TO BD-FUNCTION.
005669     CALL "07_BUSDATE" USING BUSINESS-DATE-PARM.
005670     IF BD-FILE-FAILURE
005671         DISPLAY "14_BURST - BUSINESS-DATE ROUTINE CANNOT "
005672             "READ THE CALENDAR"
005673         GO TO 9999-ABEND
005674     END-IF.
005675     IF NOT BD-OK AND NOT BD-YEAR-NOT-COVERED
005676         DISPLAY "14_BURST - BUSINESS-DATE ROUTINE FAILED, "
005677             "RC=" BD-RETURN-CODE
005678         GO TO 9998-CONTROL-ABEND
005679     END-IF.
005680     MOVE BD-DATE-OUT TO WS-AS-OF-DATE.
005681 1150-EXIT.
005682     EXIT.
005683*
005684******************************************************************
005685*    1200-LOAD-REGION-LIST - EVERY MRGCTL CARD INTO THE REGION
005690*    TABLE, EDITED AS 60_MERGE EDITS THEM.  THE SAMPIN SLOT ON
005700*    THE CARD IS THE REGION'S REGRPT SLOT.
005710******************************************************************
005720 1200-LOAD-REGION-LIST.
005730     OPEN INPUT REGION-CONTROL-FILE.
005740     IF WS-REGION-CONTROL-STATUS NOT = "00"
005750         DISPLAY "14_BURST - UNABLE TO OPEN MRGCTL STATUS="
005760             WS-REGION-CONTROL-STATUS
005770         GO TO 9998-CONTROL-ABEND
005780     END-IF.
005790     PERFORM 1210-READ-ONE-REGION THRU 1210-EXIT
005800         UNTIL END-OF-CONTROL.
005810     CLOSE REGION-CONTROL-FILE.
005820     IF WS-REGION-COUNT = ZERO
005830         DISPLAY "14_BURST - MRGCTL LISTS NO REGIONS"
005840         GO TO 9998-CONTROL-ABEND
005850     END-IF.
005860 1200-EXIT.
005870     EXIT.
005880*
005890 1210-READ-ONE-REGION.
005900     READ REGION-CONTROL-FILE INTO REGION-CARD.
005910     IF WS-REGION-CONTROL-STATUS = "10"
005920         MOVE "Y" TO WS-CONTROL-EOF-SW
005930         GO TO 1210-EXIT
005940     END-IF.
005950     IF WS-REGION-CONTROL-STATUS NOT = "00"
005960         DISPLAY "14_BURST - MRGCTL READ ERROR, STATUS="
005970             WS-REGION-CONTROL-STATUS
005980         GO TO 9999-ABEND
005990     END-IF.
006000*
006010*    A FULLY BLANK CARD IS DECK PADDING, NOT A SETUP ERROR -
006020*    THE 60_MERGE RULE.
006030     IF REGION-CARD = SPACE
006040         GO TO 1210-EXIT
006050     END-IF.
006060     IF RG-REGION-TAG = SPACE
006070         DISPLAY "14_BURST - MRGCTL CARD HAS NO REGION TAG"
006080         GO TO 9998-CONTROL-ABEND
006090     END-IF.
006100     IF WS-REGION-COUNT >= 8
006110         DISPLAY "14_BURST - MRGCTL LISTS MORE THAN 8 REGIONS"
006120         GO TO 9998-CONTROL-ABEND
006130     END-IF.
006140     PERFORM 1220-CHECK-DUPLICATE-CARD THRU 1220-EXIT
006150         VARYING WS-SCAN-SUB FROM 1 BY 1
006160         UNTIL WS-SCAN-SUB > WS-REGION-COUNT.
006170     ADD 1 TO WS-REGION-COUNT.
006180     MOVE WS-REGION-COUNT TO WS-RG-SUB.
006190     PERFORM 1230-INIT-ONE-REGION THRU 1230-EXIT.
006200     MOVE RG-REGION-TAG TO RGN-REGION (WS-RG-SUB).
006210     EVALUATE RG-DDNAME
006220         WHEN "SAMPIN1 "
006230             MOVE 1 TO RGN-SLOT (WS-RG-SUB)
006240         WHEN "SAMPIN2 "
006250             MOVE 2 TO RGN-SLOT (WS-RG-SUB)
006260         WHEN "SAMPIN3 "
006270             MOVE 3 TO RGN-SLOT (WS-RG-SUB)
006280         WHEN "SAMPIN4 "
006290             MOVE 4 TO RGN-SLOT (WS-RG-SUB)
006300         WHEN "SAMPIN5 "
006310             MOVE 5 TO RGN-SLOT (WS-RG-SUB)
006320         WHEN "SAMPIN6 "
006330             MOVE 6 TO RGN-SLOT (WS-RG-SUB)
006340         WHEN "SAMPIN7 "
006350             MOVE 7 TO RGN-SLOT (WS-RG-SUB)
006360         WHEN "SAMPIN8 "
006370             MOVE 8 TO RGN-SLOT (WS-RG-SUB)
006380         WHEN OTHER
006390             DISPLAY "14_BURST - MRGCTL DD NAME MUST BE "
006400                 "SAMPIN1-SAMPIN8, GOT " RG-DDNAME
006410             GO TO 9998-CONTROL-ABEND
006420     END-EVALUATE.
006430     MOVE RG-DDNAME TO RGN-DDNAME (WS-RG-SUB).
006440     MOVE "REGRPT" TO RGN-OUT-DDNAME (WS-RG-SUB).
006450     MOVE RG-DDNAME (7:1) TO RGN-OUT-DDNAME (WS-RG-SUB) (7:1).
006460 1210-EXIT.
006470     EXIT.
006480*
006490 1220-CHECK-DUPLICATE-CARD.
006500     IF RGN-REGION (WS-SCAN-SUB) = RG-REGION-TAG
006510         DISPLAY "14_BURST - MRGCTL LISTS REGION TAG "
006520             RG-REGION-TAG " TWICE"
006530         GO TO 9998-CONTROL-ABEND
006540     END-IF.
006550     IF RGN-DDNAME (WS-SCAN-SUB) = RG-DDNAME
006560         DISPLAY "14_BURST - MRGCTL LISTS DD " RG-DDNAME
006570             " TWICE"
006580         GO TO 9998-CONTROL-ABEND
006590     END-IF.
006600 1220-EXIT.
006610     EXIT.
006620*
006630*    EVERY OUTPUT STARTS "PAGE FULL", SO ITS FIRST LINE OF ANY
006640*    KIND THROWS THE FIRST PAGE HEADER.
006650 1230-INIT-ONE-REGION.
006660     MOVE SPACE TO RGN-REGION (WS-RG-SUB).
006670     MOVE SPACE TO RGN-DDNAME (WS-RG-SUB).
006680     MOVE SPACE TO RGN-OUT-DDNAME (WS-RG-SUB).
006690     MOVE ZERO TO RGN-SLOT (WS-RG-SUB).
006700     MOVE ZERO TO RGN-PAGE-NUMBER (WS-RG-SUB).
006710     MOVE WS-PAGE-SIZE TO RGN-LINE-COUNT (WS-RG-SUB).
006720     MOVE "R" TO RGN-SECTION-SW (WS-RG-SUB).
006730     MOVE ZERO TO RGN-ROW-COUNT (WS-RG-SUB).
006740     MOVE ZERO TO RGN-NUMBER-TOTAL (WS-RG-SUB).
006750     MOVE ZERO TO RGN-USD-TOTAL (WS-RG-SUB).
006760     MOVE ZERO TO RGN-REJECT-COUNT (WS-RG-SUB).
006770     MOVE ZERO TO RGN-CURRENCY-COUNT (WS-RG-SUB).
006780 1230-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    1300-FIND-RUN-FOOTER - THE LAST RUNHIST RECORD FOR THE
006830*    AS-OF DATE IS THE FOOTER OF THE RUN THAT WROTE TONIGHT'S
006840*    RPTOUT - 10_COPYBOOK'S, OR 12_CONSOL'S ON A PARTITIONED
006850*    NIGHT.  NONE AT ALL IS NOT FATAL HERE - THE COVER PAGE
006860*    SAYS SO AND THE RUN ENDS 8.
006870******************************************************************
006880 1300-FIND-RUN-FOOTER.
006890     OPEN INPUT RUN-HISTORY-FILE.
006900     IF WS-RUN-HISTORY-STATUS = "35"
006910         GO TO 1300-EXIT
006920     END-IF.
006930     IF WS-RUN-HISTORY-STATUS NOT = "00"
006940         DISPLAY "14_BURST - UNABLE TO OPEN RUN-HISTORY-FILE "
006950             "STATUS=" WS-RUN-HISTORY-STATUS
006960         GO TO 9999-ABEND
006970     END-IF.
006980     PERFORM 1310-READ-ONE-HISTORY THRU 1310-EXIT
006990         UNTIL END-OF-HISTORY.
007000     CLOSE RUN-HISTORY-FILE.
007010 1300-EXIT.
007020     EXIT.
007030*
007040 1310-READ-ONE-HISTORY.
007050     READ RUN-HISTORY-FILE.
007060     IF WS-RUN-HISTORY-STATUS = "10"
007070         MOVE "Y" TO WS-HISTORY-EOF-SW
007080         GO TO 1310-EXIT
007090     END-IF.
007100     IF WS-RUN-HISTORY-STATUS NOT = "00"
007110         DISPLAY "14_BURST - RUN-HISTORY READ ERROR, STATUS="
007120             WS-RUN-HISTORY-STATUS
007130         GO TO 9999-ABEND
007140     END-IF.
007150     ADD 1 TO WS-HISTORY-READ-COUNT.
007160     IF RH-AS-OF-DATE NOT NUMERIC
007170             OR RH-AS-OF-DATE NOT = WS-AS-OF-DATE
007180         GO TO 1310-EXIT
007190     END-IF.
007200     MOVE "Y" TO WS-FOOTER-FOUND-SW.
007210     MOVE RH-RUN-DATE TO WS-FT-RUN-DATE.
007220     MOVE RH-RUN-TIME TO WS-FT-RUN-TIME.
007230     MOVE RH-RECORDS-PROCESSED TO WS-FT-RECORDS.
007240     MOVE RH-RECORDS-REJECTED TO WS-FT-REJECTED.
007250     MOVE RH-CURRENCY-TOTAL TO WS-FT-USD-TOTAL.
007260     MOVE RH-PAGES-PRINTED TO WS-FT-PAGES.
007270     MOVE RH-RETURN-CODE TO WS-FT-RETURN-CODE.
007280     MOVE RH-RESTART-SW TO WS-FT-RESTART-SW.
007290     MOVE RH-CHECKPOINT-LP TO WS-FT-CHECKPOINT-LP.
007300 1310-EXIT.
007310     EXIT.
007320*
007330******************************************************************
007340*    1400-OPEN-REGION-OUTPUT - OPEN ONE LISTED REGION'S REGRPT
007350*    SLOT.  A MISSING DD IS A SETUP FAILURE, NOT A SKIPPED
007360*    REGION - THE OFFICE WOULD OTHERWISE GET NOTHING, NOT EVEN
007370*    ITS NO-ACTIVITY PAGE.
007380******************************************************************
007390 1400-OPEN-REGION-OUTPUT.
007400     EVALUATE RGN-SLOT (WS-RG-SUB)
007410         WHEN 1
007420             OPEN OUTPUT REGION-REPORT-1
007430             MOVE WS-OUT1-STATUS TO WS-WRITE-STATUS
007440         WHEN 2
007450             OPEN OUTPUT REGION-REPORT-2
007460             MOVE WS-OUT2-STATUS TO WS-WRITE-STATUS
007470         WHEN 3
007480             OPEN OUTPUT REGION-REPORT-3
007490             MOVE WS-OUT3-STATUS TO WS-WRITE-STATUS
007500         WHEN 4
007510             OPEN OUTPUT REGION-REPORT-4
007520             MOVE WS-OUT4-STATUS TO WS-WRITE-STATUS
007530         WHEN 5
007540             OPEN OUTPUT REGION-REPORT-5
007550             MOVE WS-OUT5-STATUS TO WS-WRITE-STATUS
007560         WHEN 6
007570             OPEN OUTPUT REGION-REPORT-6
007580             MOVE WS-OUT6-STATUS TO WS-WRITE-STATUS
007590         WHEN 7
007600             OPEN OUTPUT REGION-REPORT-7
007610             MOVE WS-OUT7-STATUS TO WS-WRITE-STATUS
007620         WHEN 8
007630             OPEN OUTPUT REGION-REPORT-8
007640             MOVE WS-OUT8-STATUS TO WS-WRITE-STATUS
007650     END-EVALUATE.
007660     IF WS-WRITE-STATUS NOT = "00"
007670         DISPLAY "14_BURST - UNABLE TO OPEN "
007680             RGN-OUT-DDNAME (WS-RG-SUB) " FOR REGION "
007690             RGN-REGION (WS-RG-SUB) " STATUS=" WS-WRITE-STATUS
007700         GO TO 9999-ABEND
007710     END-IF.
007720 1400-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760*    2000-BURST-ONE-ROW - ONE RPTOUT ROW: FIND ITS REGION, TAKE
007770*    ITS CURRENCY FROM THE MASTER, ADD IT TO THE REGION'S
007780*    TOTALS AND PRINT IT ON THE REGION'S OUTPUT
007790******************************************************************
007800 2000-BURST-ONE-ROW.
007810     MOVE RR-VAR-REGION TO WS-LOOKUP-REGION.
007820     PERFORM 3000-FIND-REGION THRU 3000-EXIT.
007830     MOVE RR-VAR-CURRENCY TO WS-RPT-CURRENCY.
007840     IF NOT REGION-FOUND
007850         ADD 1 TO WS-UNLISTED-ROW-COUNT
007860         ADD WS-RPT-CURRENCY TO WS-UNLISTED-USD-TOTAL
007870         MOVE "Y" TO WS-WARNING-SW
007880         DISPLAY "14_BURST - LP=" RR-VAR-LP " REGION "
007890             RR-VAR-REGION " IS NOT ON MRGCTL - NOT BURST"
007900         GO TO 2000-NEXT
007910     END-IF.
007920     PERFORM 2100-LOOKUP-MASTER THRU 2100-EXIT.
007930     MOVE WS-RG-SUB TO WS-OUT-SUB.
007940     ADD 1 TO RGN-ROW-COUNT (WS-OUT-SUB).
007950     ADD RR-VAR-NUMBER TO RGN-NUMBER-TOTAL (WS-OUT-SUB).
007960     ADD WS-RPT-CURRENCY TO RGN-USD-TOTAL (WS-OUT-SUB).
007970     PERFORM 2200-ACCUMULATE-CURRENCY THRU 2200-EXIT.
007980     MOVE SPACE TO WS-PRINT-LINE.
007990     MOVE REPORT-ROW TO WS-PRINT-LINE.
008000     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
008010 2000-NEXT.
008020     PERFORM 2900-READ-REPORT THRU 2900-EXIT.
008030 2000-EXIT.
008040     EXIT.
008050*
008060******************************************************************
008070*    2100-LOOKUP-MASTER - THE ROW'S CURRENCY CODE AND ORIGINAL
008080*    AMOUNT, FROM ITS MSTROUT ROW.  THE MASTER ONLY SPEAKS FOR
008090*    THE REPORTED ROW WHILE IT STILL SHOWS THE SAME USD AMOUNT;
008100*    OTHERWISE THE ROW IS SUMMED UNDER "???".
008110******************************************************************
008120 2100-LOOKUP-MASTER.
008130     MOVE "???" TO WS-ROW-CURRENCY-CODE.
008140     MOVE ZERO TO WS-ROW-ORIG-AMOUNT.
008150     MOVE RR-VAR-LP TO MFR-VAR-LP.
008160     READ MASTER-FILE INTO MASTER-ROW-REC.
008170     IF WS-MASTER-STATUS = "23"
008180         GO TO 2100-NO-MASTER
008190     END-IF.
008200     IF WS-MASTER-STATUS NOT = "00"
008210         DISPLAY "14_BURST - MASTER READ ERROR, LP=" RR-VAR-LP
008220             " STATUS=" WS-MASTER-STATUS
008230         GO TO 9999-ABEND
008240     END-IF.
008250     IF MST-VAR-CURRENCY NOT = WS-RPT-CURRENCY
008260         GO TO 2100-NO-MASTER
008270     END-IF.
008280     MOVE MST-CURRENCY-CODE TO WS-ROW-CURRENCY-CODE.
008290     MOVE MST-ORIG-CURRENCY-AMT TO WS-ROW-ORIG-AMOUNT.
008300     GO TO 2100-EXIT.
008310 2100-NO-MASTER.
008320     ADD 1 TO WS-NO-MASTER-COUNT.
008330     MOVE "Y" TO WS-WARNING-SW.
008340     DISPLAY "14_BURST - LP=" RR-VAR-LP " HAS NO MSTROUT ROW "
008350         "AT THE REPORTED AMOUNT - CURRENCY SHOWN AS ???".
008360 2100-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400*    2200-ACCUMULATE-CURRENCY - ADD THE ROW TO ITS REGION'S
008410*    CURRENCY SLOT, OPENING ONE ON FIRST SIGHT - THE 10_COPYBOOK
008420*    4300 PATTERN, ONE TABLE PER REGION
008430******************************************************************
008440 2200-ACCUMULATE-CURRENCY.
008450     MOVE "N" TO WS-CURRENCY-FOUND-SW.
008460     PERFORM 2210-FIND-CURRENCY THRU 2210-EXIT
008470         VARYING WS-CUR-SUB FROM 1 BY 1
008480         UNTIL WS-CUR-SUB > RGN-CURRENCY-COUNT (WS-OUT-SUB)
008490             OR CURRENCY-SLOT-FOUND.
008500     IF CURRENCY-SLOT-FOUND
008510         SUBTRACT 1 FROM WS-CUR-SUB
008520     ELSE
008530*        THE TABLE ONLY HAS ROOM FOR 50 CURRENCIES A REGION -
008540*        ABEND RATHER THAN SUBSCRIPT PAST IT.
008550         IF RGN-CURRENCY-COUNT (WS-OUT-SUB) >= 50
008560             DISPLAY "14_BURST - MORE THAN 50 CURRENCIES FOR "
008570                 "REGION " RGN-REGION (WS-OUT-SUB)
008580             GO TO 9999-ABEND
008590         END-IF
008600         ADD 1 TO RGN-CURRENCY-COUNT (WS-OUT-SUB)
008610         MOVE RGN-CURRENCY-COUNT (WS-OUT-SUB) TO WS-CUR-SUB
008620         MOVE WS-ROW-CURRENCY-CODE
008630             TO RCU-CODE (WS-OUT-SUB, WS-CUR-SUB)
008640         MOVE ZERO TO RCU-COUNT (WS-OUT-SUB, WS-CUR-SUB)
008650         MOVE ZERO TO RCU-ORIG-TOTAL (WS-OUT-SUB, WS-CUR-SUB)
008660         MOVE ZERO TO RCU-USD-TOTAL (WS-OUT-SUB, WS-CUR-SUB)
008670     END-IF.
008680     ADD 1 TO RCU-COUNT (WS-OUT-SUB, WS-CUR-SUB).
008690     ADD WS-ROW-ORIG-AMOUNT
008700         TO RCU-ORIG-TOTAL (WS-OUT-SUB, WS-CUR-SUB).
008710     ADD WS-RPT-CURRENCY
008720         TO RCU-USD-TOTAL (WS-OUT-SUB, WS-CUR-SUB).
008730 2200-EXIT.
008740     EXIT.
008750*
008760 2210-FIND-CURRENCY.
008770     IF RCU-CODE (WS-OUT-SUB, WS-CUR-SUB) = WS-ROW-CURRENCY-CODE
008780         MOVE "Y" TO WS-CURRENCY-FOUND-SW
008790     END-IF.
008800 2210-EXIT.
008810     EXIT.
008820*
008830 2900-READ-REPORT.
008840     READ REPORT-FILE INTO REPORT-ROW.
008850     IF WS-REPORT-STATUS = "10"
008860         MOVE "Y" TO WS-REPORT-EOF-SW
008870         GO TO 2900-EXIT
008880     END-IF.
008890     IF WS-REPORT-STATUS NOT = "00"
008900         DISPLAY "14_BURST - RPTOUT READ ERROR, STATUS="
008910             WS-REPORT-STATUS
008920         GO TO 9999-ABEND
008930     END-IF.
008940     ADD 1 TO WS-REPORT-COUNT.
008950 2900-EXIT.
008960     EXIT.
008970*
008980******************************************************************
008990*    3000-FIND-REGION - THE REGION TABLE SLOT FOR WS-LOOKUP-
009000*    REGION, LEFT IN WS-RG-SUB WHEN REGION-FOUND
009010******************************************************************
009020 3000-FIND-REGION.
009030     MOVE "N" TO WS-REGION-FOUND-SW.
009040     PERFORM 3010-MATCH-REGION THRU 3010-EXIT
009050         VARYING WS-RG-SUB FROM 1 BY 1
009060         UNTIL WS-RG-SUB > WS-REGION-COUNT
009070             OR REGION-FOUND.
009080     IF REGION-FOUND
009090         SUBTRACT 1 FROM WS-RG-SUB
009100     END-IF.
009110 3000-EXIT.
009120     EXIT.
009130*
009140 3010-MATCH-REGION.
009150     IF RGN-REGION (WS-RG-SUB) = WS-LOOKUP-REGION
009160         MOVE "Y" TO WS-REGION-FOUND-SW
009170     END-IF.
009180 3010-EXIT.
009190     EXIT.
009200*
009210******************************************************************
009220*    4000-BURST-ONE-REJECT - ONE REJLIST ROW ONTO ITS REGION'S
009230*    OUTPUT, AFTER THE REGION'S ROWS, UNDER THE REJLIST
009240*    HEADINGS.  THE FIRST REJECT OF A REGION STARTS A NEW PAGE.
009250******************************************************************
009260 4000-BURST-ONE-REJECT.
009270     MOVE RJ-SOURCE-REGION TO WS-LOOKUP-REGION.
009280     PERFORM 3000-FIND-REGION THRU 3000-EXIT.
009290     IF NOT REGION-FOUND
009300         ADD 1 TO WS-UNLISTED-REJECT-COUNT
009310         MOVE "Y" TO WS-WARNING-SW
009320         DISPLAY "14_BURST - REJECT " RJ-INPUT-DATA (1:8)
009330             " REGION " RJ-SOURCE-REGION " IS NOT ON MRGCTL "
009340             "- NOT BURST"
009350         GO TO 4000-NEXT
009360     END-IF.
009370     MOVE WS-RG-SUB TO WS-OUT-SUB.
009380     IF RGN-PRINTING-ROWS (WS-OUT-SUB)
009390         MOVE "J" TO RGN-SECTION-SW (WS-OUT-SUB)
009400         MOVE WS-PAGE-SIZE TO RGN-LINE-COUNT (WS-OUT-SUB)
009410     END-IF.
009420     ADD 1 TO RGN-REJECT-COUNT (WS-OUT-SUB).
009430     MOVE SPACE TO WS-PRINT-LINE.
009440     MOVE REJECT-LISTING-ROW TO WS-PRINT-LINE.
009450     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
009460 4000-NEXT.
009470     PERFORM 4900-READ-REJECT THRU 4900-EXIT.
009480 4000-EXIT.
009490     EXIT.
009500*
009510 4900-READ-REJECT.
009520     READ REJECT-FILE INTO REJECT-LISTING-ROW.
009530     IF WS-REJECT-STATUS = "10"
009540         MOVE "Y" TO WS-REJECT-EOF-SW
009550         GO TO 4900-EXIT
009560     END-IF.
009570     IF WS-REJECT-STATUS NOT = "00"
009580         DISPLAY "14_BURST - REJLIST READ ERROR, STATUS="
009590             WS-REJECT-STATUS
009600         GO TO 9999-ABEND
009610     END-IF.
009620     ADD 1 TO WS-REJECT-READ-COUNT.
009630 4900-EXIT.
009640     EXIT.
009650*
009660******************************************************************
009670*    5000-FINISH-ONE-REGION - CLOSE OFF ONE REGION'S OUTPUT: A
009680*    NO-ACTIVITY PAGE WHEN IT HAD NEITHER ROWS NOR REJECTS, THEN
009690*    ITS CURRENCY SUMMARY AND CONTROL TOTALS, AS 10_COPYBOOK
009700*    8000 CLOSES THE FULL REPORT
009710******************************************************************
009720 5000-FINISH-ONE-REGION.
009730     MOVE WS-RG-SUB TO WS-OUT-SUB.
009740     IF RGN-ROW-COUNT (WS-OUT-SUB) = ZERO
009750             AND RGN-REJECT-COUNT (WS-OUT-SUB) = ZERO
009760         MOVE "T" TO RGN-SECTION-SW (WS-OUT-SUB)
009770         MOVE RGN-REGION (WS-OUT-SUB) TO NAL-REGION
009780         MOVE WS-AS-OF-DATE TO NAL-AS-OF-DATE
009790         MOVE SPACE TO WS-PRINT-LINE
009800         MOVE NO-ACTIVITY-LINE TO WS-PRINT-LINE
009810         PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT
009820         DISPLAY "14_BURST - NO ACTIVITY FOR REGION "
009830             RGN-REGION (WS-OUT-SUB)
009840     END-IF.
009850     MOVE "T" TO RGN-SECTION-SW (WS-OUT-SUB).
009860     MOVE SPACE TO WS-PRINT-LINE.
009870     MOVE VAR-LINE TO WS-PRINT-LINE.
009880     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
009890     PERFORM 5100-WRITE-CURRENCY-LINE THRU 5100-EXIT
009900         VARYING WS-CUR-SUB FROM 1 BY 1
009910         UNTIL WS-CUR-SUB > RGN-CURRENCY-COUNT (WS-OUT-SUB).
009920     MOVE SPACE TO WS-PRINT-LINE.
009930     MOVE VAR-LINE TO WS-PRINT-LINE.
009940     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
009950     MOVE RGN-ROW-COUNT (WS-OUT-SUB) TO CT-RECORD-COUNT.
009960     MOVE RGN-NUMBER-TOTAL (WS-OUT-SUB) TO CT-NUMBER-TOTAL.
009970     MOVE RGN-USD-TOTAL (WS-OUT-SUB) TO CT-CURRENCY-TOTAL.
009980     MOVE SPACE TO WS-PRINT-LINE.
009990     MOVE CONTROL-TOTAL-LINE TO WS-PRINT-LINE.
010000     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
010010     MOVE RGN-REJECT-COUNT (WS-OUT-SUB) TO RTL-REJECT-COUNT.
010020     MOVE SPACE TO WS-PRINT-LINE.
010030     MOVE REJECT-TOTAL-LINE TO WS-PRINT-LINE.
010040     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
010050*
010060*    ROLL THE REGION INTO THE COVER-PAGE SUM.
010070     ADD RGN-PAGE-NUMBER (WS-OUT-SUB) TO WS-ALL-PAGE-COUNT.
010080     ADD RGN-ROW-COUNT (WS-OUT-SUB) TO WS-ALL-ROW-COUNT.
010090     ADD RGN-REJECT-COUNT (WS-OUT-SUB) TO WS-ALL-REJECT-COUNT.
010100     ADD RGN-USD-TOTAL (WS-OUT-SUB) TO WS-ALL-USD-TOTAL.
010110 5000-EXIT.
010120     EXIT.
010130*
010140 5100-WRITE-CURRENCY-LINE.
010150     MOVE RCU-CODE (WS-OUT-SUB, WS-CUR-SUB) TO CSL-CODE.
010160     MOVE RCU-COUNT (WS-OUT-SUB, WS-CUR-SUB) TO CSL-COUNT.
010170     MOVE RCU-ORIG-TOTAL (WS-OUT-SUB, WS-CUR-SUB) TO CSL-ORIG.
010180     MOVE RCU-USD-TOTAL (WS-OUT-SUB, WS-CUR-SUB) TO CSL-USD.
010190     MOVE SPACE TO WS-PRINT-LINE.
010200     MOVE CURRENCY-SUMMARY-LINE TO WS-PRINT-LINE.
010210     PERFORM 6000-WRITE-REGION-LINE THRU 6000-EXIT.
010220 5100-EXIT.
010230     EXIT.
010240*
010250******************************************************************
010260*    6000-WRITE-REGION-LINE - WS-PRINT-LINE ONTO REGION
010270*    WS-OUT-SUB'S OUTPUT, THROWING A NEW PAGE FIRST WHEN THE
010280*    CURRENT ONE IS FULL
010290******************************************************************
010300 6000-WRITE-REGION-LINE.
010310     IF RGN-LINE-COUNT (WS-OUT-SUB) >= WS-PAGE-SIZE
010320         PERFORM 6100-START-REGION-PAGE THRU 6100-EXIT
010330     END-IF.
010340     PERFORM 6200-PUT-REGION-RECORD THRU 6200-EXIT.
010350     ADD 1 TO RGN-LINE-COUNT (WS-OUT-SUB).
010360 6000-EXIT.
010370     EXIT.
010380*
010390******************************************************************
010400*    6100-START-REGION-PAGE - BUMP THE REGION'S OWN PAGE NUMBER
010410*    AND PRINT ITS PAGE HEADER, WITH THE COLUMN HEADINGS OF
010420*    WHICHEVER SECTION IS PRINTING.  THE LINE BEING WRITTEN IS
010430*    HELD ASIDE MEANWHILE.
010440******************************************************************
010450 6100-START-REGION-PAGE.
010460     MOVE WS-PRINT-LINE TO WS-HELD-LINE.
010470     ADD 1 TO RGN-PAGE-NUMBER (WS-OUT-SUB).
010480     MOVE RGN-REGION (WS-OUT-SUB) TO RHL-REGION.
010490     MOVE WS-AS-OF-DATE TO RHL-AS-OF-DATE.
010500     MOVE RGN-PAGE-NUMBER (WS-OUT-SUB) TO RHL-PAGE-NUMBER.
010510     MOVE SPACE TO WS-PRINT-LINE.
010520     MOVE REGION-HEADER-LINE TO WS-PRINT-LINE.
010530     PERFORM 6200-PUT-REGION-RECORD THRU 6200-EXIT.
010540     IF NOT RGN-PRINTING-TOTALS (WS-OUT-SUB)
010550         MOVE SPACE TO WS-PRINT-LINE
010560         IF RGN-PRINTING-ROWS (WS-OUT-SUB)
010570             MOVE STRUCT-HEADERS TO WS-PRINT-LINE
010580         ELSE
010590             MOVE REJECT-HEADERS TO WS-PRINT-LINE
010600         END-IF
010610         PERFORM 6200-PUT-REGION-RECORD THRU 6200-EXIT
010620     END-IF.
010630     MOVE SPACE TO WS-PRINT-LINE.
010640     MOVE VAR-LINE TO WS-PRINT-LINE.
010650     PERFORM 6200-PUT-REGION-RECORD THRU 6200-EXIT.
010660     MOVE ZERO TO RGN-LINE-COUNT (WS-OUT-SUB).
010670     MOVE WS-HELD-LINE TO WS-PRINT-LINE.
010680 6100-EXIT.
010690     EXIT.
010700*
010710 6200-PUT-REGION-RECORD.
010720     EVALUATE RGN-SLOT (WS-OUT-SUB)
010730         WHEN 1
010740             WRITE REGION-REPORT-1-REC FROM WS-PRINT-LINE
010750             MOVE WS-OUT1-STATUS TO WS-WRITE-STATUS
010760         WHEN 2
010770             WRITE REGION-REPORT-2-REC FROM WS-PRINT-LINE
010780             MOVE WS-OUT2-STATUS TO WS-WRITE-STATUS
010790         WHEN 3
010800             WRITE REGION-REPORT-3-REC FROM WS-PRINT-LINE
010810             MOVE WS-OUT3-STATUS TO WS-WRITE-STATUS
010820         WHEN 4
010830             WRITE REGION-REPORT-4-REC FROM WS-PRINT-LINE
010840             MOVE WS-OUT4-STATUS TO WS-WRITE-STATUS
010850         WHEN 5
010860             WRITE REGION-REPORT-5-REC FROM WS-PRINT-LINE
010870             MOVE WS-OUT5-STATUS TO WS-WRITE-STATUS
010880         WHEN 6
010890             WRITE REGION-REPORT-6-REC FROM WS-PRINT-LINE
010900             MOVE WS-OUT6-STATUS TO WS-WRITE-STATUS
010910         WHEN 7
010920             WRITE REGION-REPORT-7-REC FROM WS-PRINT-LINE
010930             MOVE WS-OUT7-STATUS TO WS-WRITE-STATUS
010940         WHEN 8
010950             WRITE REGION-REPORT-8-REC FROM WS-PRINT-LINE
010960             MOVE WS-OUT8-STATUS TO WS-WRITE-STATUS
010970     END-EVALUATE.
010980     IF WS-WRITE-STATUS NOT = "00"
010990         DISPLAY "14_BURST - WRITE ERROR ON "
011000             RGN-OUT-DDNAME (WS-OUT-SUB) " STATUS="
011010             WS-WRITE-STATUS
011020         GO TO 9999-ABEND
011030     END-IF.
011040 6200-EXIT.
011050     EXIT.
011060*
011070******************************************************************
011080*    7000-PRINT-COVER-PAGE - ONE LINE PER REGION IN MRGCTL
011090*    ORDER, THE UNLISTED ROWS, THE SUM OF ALL OF THEM, AND THE
011100*    RUN FOOTER THE SUM MUST TIE TO
011110******************************************************************
011120 7000-PRINT-COVER-PAGE.
011130     MOVE WS-AS-OF-DATE TO CHL-AS-OF-DATE.
011140     MOVE SPACE TO WS-PRINT-LINE.
011150     MOVE COVER-HEADER-LINE TO WS-PRINT-LINE.
011160     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
011170     MOVE SPACE TO WS-PRINT-LINE.
011180     MOVE VAR-LINE TO WS-PRINT-LINE.
011190     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
011200     PERFORM 7100-WRITE-COVER-REGION THRU 7100-EXIT
011210         VARYING WS-RG-SUB FROM 1 BY 1
011220         UNTIL WS-RG-SUB > WS-REGION-COUNT.
011230*
011240*    ROWS FOR A REGION NOT ON MRGCTL WENT TO NO OFFICE - A
011250*    BLANK REGION IS AN UNMERGED SINGLE-SOURCE NIGHT.
011260     IF WS-UNLISTED-ROW-COUNT > ZERO
011270             OR WS-UNLISTED-REJECT-COUNT > ZERO
011280         MOVE SPACE TO COVER-LINE
011290         MOVE "NOT ON MRGCTL" TO CVL-LABEL
011300         MOVE ZERO TO CVL-PAGES
011310         MOVE WS-UNLISTED-ROW-COUNT TO CVL-ROWS
011320         MOVE WS-UNLISTED-REJECT-COUNT TO CVL-REJECTS
011330         MOVE WS-UNLISTED-USD-TOTAL TO CVL-USD
011340         MOVE "NOT SENT" TO CVL-NOTE
011350         MOVE SPACE TO WS-PRINT-LINE
011360         MOVE COVER-LINE TO WS-PRINT-LINE
011370         PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT
011380         ADD WS-UNLISTED-ROW-COUNT TO WS-ALL-ROW-COUNT
011390         ADD WS-UNLISTED-REJECT-COUNT TO WS-ALL-REJECT-COUNT
011400         ADD WS-UNLISTED-USD-TOTAL TO WS-ALL-USD-TOTAL
011410     END-IF.
011420     MOVE SPACE TO WS-PRINT-LINE.
011430     MOVE VAR-LINE TO WS-PRINT-LINE.
011440     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
011450     MOVE SPACE TO COVER-LINE.
011460     MOVE "ALL REGIONS" TO CVL-LABEL.
011470     MOVE WS-ALL-PAGE-COUNT TO CVL-PAGES.
011480     MOVE WS-ALL-ROW-COUNT TO CVL-ROWS.
011490     MOVE WS-ALL-REJECT-COUNT TO CVL-REJECTS.
011500     MOVE WS-ALL-USD-TOTAL TO CVL-USD.
011510     MOVE SPACE TO WS-PRINT-LINE.
011520     MOVE COVER-LINE TO WS-PRINT-LINE.
011530     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
011540     PERFORM 7200-TIE-TO-FOOTER THRU 7200-EXIT.
011550 7000-EXIT.
011560     EXIT.
011570*
011580 7100-WRITE-COVER-REGION.
011590     MOVE RGN-REGION (WS-RG-SUB) TO CLB-REGION.
011600     MOVE RGN-OUT-DDNAME (WS-RG-SUB) TO CLB-DDNAME.
011610     MOVE SPACE TO COVER-LINE.
011620     MOVE COVER-REGION-LABEL TO CVL-LABEL.
011630     MOVE RGN-PAGE-NUMBER (WS-RG-SUB) TO CVL-PAGES.
011640     MOVE RGN-ROW-COUNT (WS-RG-SUB) TO CVL-ROWS.
011650     MOVE RGN-REJECT-COUNT (WS-RG-SUB) TO CVL-REJECTS.
011660     MOVE RGN-USD-TOTAL (WS-RG-SUB) TO CVL-USD.
011670     IF RGN-ROW-COUNT (WS-RG-SUB) = ZERO
011680             AND RGN-REJECT-COUNT (WS-RG-SUB) = ZERO
011690         MOVE "NO ACTIVITY" TO CVL-NOTE
011700     END-IF.
011710     MOVE SPACE TO WS-PRINT-LINE.
011720     MOVE COVER-LINE TO WS-PRINT-LINE.
011730     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
011740 7100-EXIT.
011750     EXIT.
011760*
011770******************************************************************
011780*    7200-TIE-TO-FOOTER - PRINT THE RUNHIST FOOTER UNDER THE SUM
011790*    AND PROVE ROWS, REJECTS AND USD AGAINST IT.  A RESTARTED
011800*    RUN'S FOOTER ONLY COVERS THE ROWS PAST ITS CHECKPOINT,
011810*    WHILE RPTOUT AND REJLIST HOLD THE FAILED RUN'S ROWS TOO, SO
011820*    THAT TIE IS NOTED AND NOT ENFORCED.
011830******************************************************************
011840 7200-TIE-TO-FOOTER.
011850     IF NOT RUN-FOOTER-FOUND
011860         MOVE SPACE TO WS-PRINT-LINE
011870         STRING "*** NO RUN FOOTER ON RUNHIST FOR AS-OF DATE "
011880             WS-AS-OF-DATE " - COVER PAGE NOT TIED ***"
011890             DELIMITED BY SIZE INTO WS-PRINT-LINE
011900         PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT
011910         MOVE "Y" TO WS-TIE-SW
011920         GO TO 7200-EXIT
011930     END-IF.
011940     MOVE SPACE TO COVER-LINE.
011950     MOVE "RUN FOOTER (RUNHIST)" TO CVL-LABEL.
011960     MOVE WS-FT-PAGES TO CVL-PAGES.
011970     MOVE WS-FT-RECORDS TO CVL-ROWS.
011980     MOVE WS-FT-REJECTED TO CVL-REJECTS.
011990     MOVE WS-FT-USD-TOTAL TO CVL-USD.
012000     MOVE SPACE TO WS-PRINT-LINE.
012010     MOVE COVER-LINE TO WS-PRINT-LINE.
012020     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
012030     MOVE SPACE TO WS-PRINT-LINE.
012040     STRING "FOOTER WRITTEN " WS-FT-RUN-DATE " " WS-FT-RUN-TIME
012050         " RETURN-CODE " WS-FT-RETURN-CODE
012060         DELIMITED BY SIZE INTO WS-PRINT-LINE.
012070     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
012080     MOVE SPACE TO WS-PRINT-LINE.
012090     MOVE VAR-LINE TO WS-PRINT-LINE.
012100     PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT.
012110     IF FOOTER-IS-RESTART
012120         MOVE SPACE TO WS-PRINT-LINE
012130         STRING "RESTARTED RUN - THE FOOTER COVERS ONLY THE ROWS "
012140             "PAST CHECKPOINT LP " WS-FT-CHECKPOINT-LP
012150             " - NOT TIED" DELIMITED BY SIZE INTO WS-PRINT-LINE
012160         PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT
012170         MOVE "Y" TO WS-WARNING-SW
012180         GO TO 7200-EXIT
012190     END-IF.
012200     IF WS-ALL-ROW-COUNT = WS-FT-RECORDS
012210             AND WS-ALL-REJECT-COUNT = WS-FT-REJECTED
012220             AND WS-ALL-USD-TOTAL = WS-FT-USD-TOTAL
012230         MOVE SPACE TO WS-PRINT-LINE
012240         MOVE "COVER PAGE TIES TO THE RUN FOOTER"
012250             TO WS-PRINT-LINE
012260         PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT
012270     ELSE
012280         MOVE SPACE TO WS-PRINT-LINE
012290         STRING "*** COVER PAGE DOES NOT TIE TO THE RUN FOOTER"
012300             " - HOLD THE REGIONAL OUTPUTS ***"
012310             DELIMITED BY SIZE INTO WS-PRINT-LINE
012320         PERFORM 7900-WRITE-COVER-LINE THRU 7900-EXIT
012330         MOVE "Y" TO WS-TIE-SW
012340     END-IF.
012350 7200-EXIT.
012360     EXIT.
012370*
012380******************************************************************
012390*    7900-WRITE-COVER-LINE - WS-PRINT-LINE ONTO COVERPG, AND
012400*    ONTO SYSOUT SO THE OPERATOR SEES THE COVER WITH THE RUN
012410******************************************************************
012420 7900-WRITE-COVER-LINE.
012430     WRITE COVER-FILE-REC FROM WS-PRINT-LINE.
012440     IF WS-COVER-STATUS NOT = "00"
012450         DISPLAY "14_BURST - WRITE ERROR ON COVERPG STATUS="
012460             WS-COVER-STATUS
012470         GO TO 9999-ABEND
012480     END-IF.
012490     DISPLAY WS-PRINT-LINE (1:100).
012500 7900-EXIT.
012510     EXIT.
012520*
012530******************************************************************
012540*    8000-FINALIZE - CLOSE EVERYTHING, PRINT THE RUN COUNTS AND
012550*    SET THE RETURN CODE
012560******************************************************************
012570 8000-FINALIZE.
012580     CLOSE MASTER-FILE.
012590     CLOSE REPORT-FILE.
012600     CLOSE REJECT-FILE.
012610     CLOSE COVER-FILE.
012620     PERFORM 8100-CLOSE-REGION-OUTPUT THRU 8100-EXIT
012630         VARYING WS-OUT-SUB FROM 1 BY 1
012640         UNTIL WS-OUT-SUB > WS-REGION-COUNT.
012650*
012660     DISPLAY VAR-LINE.
012670     MOVE WS-REPORT-COUNT TO WS-COUNT-ED.
012680     DISPLAY "14_BURST - RPTOUT ROWS READ:      " WS-COUNT-ED.
012690     MOVE WS-REJECT-READ-COUNT TO WS-COUNT-ED.
012700     DISPLAY "14_BURST - REJLIST ROWS READ:     " WS-COUNT-ED.
012710     MOVE WS-UNLISTED-ROW-COUNT TO WS-COUNT-ED.
012720     DISPLAY "14_BURST - ROWS NOT ON MRGCTL:    " WS-COUNT-ED.
012730     MOVE WS-UNLISTED-REJECT-COUNT TO WS-COUNT-ED.
012740     DISPLAY "14_BURST - REJECTS NOT ON MRGCTL: " WS-COUNT-ED.
012750     MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED.
012760     DISPLAY "14_BURST - ROWS WITHOUT A MASTER: " WS-COUNT-ED.
012770*
012780     IF COVER-DOES-NOT-TIE
012790         DISPLAY "14_BURST - COVER PAGE NOT TIED - HOLD THE "
012800             "REGIONAL OUTPUTS"
012810         MOVE 8 TO RETURN-CODE
012820         GO TO 8000-EXIT
012830     END-IF.
012840     IF RUN-HAS-WARNINGS
012850         DISPLAY "14_BURST - BURST WITH WARNINGS - REVIEW "
012860             "SYSOUT BEFORE RELEASING"
012870         MOVE 4 TO RETURN-CODE
012880         GO TO 8000-EXIT
012890     END-IF.
012900     DISPLAY "14_BURST - BURST AND TIED - RELEASE THE REGIONAL "
012910         "OUTPUTS".
012920     MOVE ZERO TO RETURN-CODE.
012930 8000-EXIT.
012940     EXIT.
012950*
012960 8100-CLOSE-REGION-OUTPUT.
012970     EVALUATE RGN-SLOT (WS-OUT-SUB)
012980         WHEN 1
012990             CLOSE REGION-REPORT-1
013000         WHEN 2
013010             CLOSE REGION-REPORT-2
013020         WHEN 3
013030             CLOSE REGION-REPORT-3
013040         WHEN 4
013050             CLOSE REGION-REPORT-4
013060         WHEN 5
013070             CLOSE REGION-REPORT-5
013080         WHEN 6
013090             CLOSE REGION-REPORT-6
013100         WHEN 7
013110             CLOSE REGION-REPORT-7
013120         WHEN 8
013130             CLOSE REGION-REPORT-8
013140     END-EVALUATE.
013150 8100-EXIT.
013160     EXIT.
013170*
013180******************************************************************
013190*    9998-CONTROL-ABEND - MALFORMED SYSIN CARD OR MRGCTL DECK.
013200*    RETURN-CODE 12, DISTINCT FROM THE 8 OF AN UNTIED COVER AND
013210*    THE 16 OF A FILE FAILURE.  NOTHING HAS BEEN WRITTEN.
013220******************************************************************
013230 9998-CONTROL-ABEND.
013240     MOVE 12 TO RETURN-CODE.
013250     STOP RUN.
013260*
013270******************************************************************
013280*    9999-ABEND - FATAL FILE ERROR, SET A NON-ZERO RETURN CODE
013290*    SO THE SCHEDULER CAN DETECT THE FAILURE AND STOP
013300******************************************************************
013310 9999-ABEND.
013320     MOVE 16 TO RETURN-CODE.
013330     STOP RUN.
