000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBMSTCOV                                 *
000040*    FUNCTION     :  COVERAGE, VINTAGE AND STALENESS REPORT   *
000050*                    OVER A CLASSIFICATION MASTER             *
000060*                    GENERATION.  FBMSTVFY PROVES THE FILE    *
000070*                    IS SOUND; THIS SAYS WHAT IS IN IT - THE  *
000080*                    KEY-SPACE GAPS NEVER CLASSIFIED, THE     *
000090*                    CONTIGUOUS BLOCKS CLASSIFIED UNDER EACH  *
000100*                    REGISTERED RULE SET, AND THE RECORDS     *
000110*                    CLASSIFIED LONGER AGO THAN THE AGE       *
000120*                    LIMIT ON THE PARAMETER CARD.  EVERY      *
000130*                    RANGE THAT IS STALE OR STILL UNDER AN    *
000140*                    OLDER RULE SET IS ALSO WRITTEN AS A      *
000150*                    PARAMETER CARD, SO THE REFRESH RUN'S     *
000160*                    DECK COMES OUT READY-MADE.               *
000170*                                                             *
000180***************************************************************
000190 IDENTIFICATION       DIVISION.
000200 PROGRAM-ID.          FBMSTCOV.
000210 AUTHOR.              MERLOTCODE.
000220 INSTALLATION.        DATA PROCESSING CENTER.
000230 DATE-WRITTEN.        10/15/2026.
000240 DATE-COMPILED.
000250*                                                             *
000260*    MODIFICATION HISTORY                                      *
000270*    ----------   ----  --------------------------------------*
000280*    DATE          BY   DESCRIPTION                            *
000290*    ----------   ----  --------------------------------------*
000300*    10/15/2026    MCD  FIRST VERSION - AFTER THE SEVEN RULE   *
000310*                       WENT IN IT TOOK A WEEK OF FBMSTINQ     *
000320*                       LOOKUPS TO FIND HOW MUCH OF THE MASTER *
000330*                       WAS STILL ON THE OLD RULES.            *
000340***************************************************************
000350 ENVIRONMENT          DIVISION.
000360 INPUT-OUTPUT         SECTION.
000370 FILE-CONTROL.
000380     SELECT COVPARM-FILE  ASSIGN TO "COVPARM"
000390                          ORGANIZATION IS LINE SEQUENTIAL
000400                          FILE STATUS IS WS-PARM-STATUS.
000410     SELECT MAST-IN-FILE  ASSIGN TO "MASTIN"
000420                          ORGANIZATION IS LINE SEQUENTIAL
000430                          FILE STATUS IS WS-MASTIN-STATUS.
000440     SELECT RULE-REG-FILE ASSIGN TO "RULEREG"
000450                          ORGANIZATION IS LINE SEQUENTIAL
000460                          FILE STATUS IS WS-RULEREG-STATUS.
000470     SELECT DECK-FILE     ASSIGN TO "DECKOUT"
000480                          ORGANIZATION IS LINE SEQUENTIAL
000490                          FILE STATUS IS WS-DECK-STATUS.
000500     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000510                          ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA                 DIVISION.
000530 FILE                 SECTION.
000540 FD  COVPARM-FILE.
000550 01  COVPARM-RECORD.
000560     05  COVPARM-AGE-LIMIT    PIC 9(05).
000570     05  FILLER               PIC X(75).
000580 FD  MAST-IN-FILE.
000590 01  MAST-IN-RECORD           PIC X(120).
000600 FD  RULE-REG-FILE.
000610 01  RULE-REG-RECORD          PIC X(100).
000620 FD  DECK-FILE.
000630 01  DECK-RECORD              PIC X(96).
000640 FD  RPT-FILE.
000650 01  RPT-RECORD.
000660     05  RPT-CC               PIC X(01).
000670     05  RPT-LINE             PIC X(132).
000680 WORKING-STORAGE      SECTION.
000690 77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.
000700 77  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
000710 77  WS-RULEREG-STATUS    PIC X(02) VALUE SPACES.
000720 77  WS-DECK-STATUS       PIC X(02) VALUE SPACES.
000730 77  WS-MAST-EOF-SWITCH   PIC X(01) VALUE "N".
000740     88  WS-MAST-EOF          VALUE "Y".
000750 77  WS-RETURN-CODE       PIC 9(02) VALUE ZERO.
000760***************************************************************
000770*    THE AGE LIMIT FROM THE PARAMETER CARD, IN DAYS.  A       *
000780*    RECORD CLASSIFIED BEFORE TODAY LESS THE LIMIT IS STALE.  *
000790*    ZERO OR BLANK TAKES THE DEFAULT OF 90 DAYS.              *
000800***************************************************************
000810 77  WS-AGE-LIMIT         PIC 9(05) VALUE 90.
000820 77  WS-TODAY-DAYS        PIC 9(07) COMP VALUE ZERO.
000830 77  WS-CUTOFF-DAYS       PIC S9(07) COMP VALUE ZERO.
000840 77  WS-CUTOFF-DISP       PIC X(10) VALUE SPACES.
000850 77  WS-REC-DAYS          PIC 9(07) COMP VALUE ZERO.
000860 01  WS-DATE-PARSE.
000870     05  WS-DP-MM             PIC 9(02).
000880     05  WS-DP-SLASH-1        PIC X(01).
000890     05  WS-DP-DD             PIC 9(02).
000900     05  WS-DP-SLASH-2        PIC X(01).
000910     05  WS-DP-YYYY           PIC 9(04).
000920 01  WS-DATE-INT.
000930     05  WS-DI-YYYY           PIC 9(04).
000940     05  WS-DI-MM             PIC 9(02).
000950     05  WS-DI-DD             PIC 9(02).
000960 01  WS-DATE-INT-NUM REDEFINES WS-DATE-INT
000970                              PIC 9(08).
000980***************************************************************
000990*    THE MASTER RECORD AND THE BOOK-END PROOF.  THE FIRST     *
001000*    PASS PROVES THE GENERATION THE WAY FBMSTVFY DOES -       *
001010*    HEADER FIRST, TRAILER LAST, KEYS STRICTLY ASCENDING,     *
001020*    TRAILER COUNT AND HASH MATCHING - BECAUSE THE GAP AND    *
001030*    BLOCK ARITHMETIC AND THE DECK ARE ONLY AS GOOD AS THE    *
001040*    KEY ORDER.  A GENERATION THAT FAILS GETS NO VINTAGE,     *
001050*    STALENESS OR DECK SECTIONS.                              *
001060***************************************************************
001070     COPY FBMAST.
001080 77  WS-PASS-NO           PIC 9(01) VALUE ZERO.
001090 77  WS-HDR-SEEN-SWITCH   PIC X(01) VALUE "N".
001100     88  WS-HDR-SEEN          VALUE "Y".
001110 77  WS-TRL-SEEN-SWITCH   PIC X(01) VALUE "N".
001120     88  WS-TRL-SEEN          VALUE "Y".
001130 77  WS-FIRST-SWITCH      PIC X(01) VALUE "Y".
001140     88  WS-FIRST-RECORD      VALUE "Y".
001150 77  WS-PROOF-SWITCH      PIC X(01) VALUE "N".
001160     88  WS-PROOF-FAILED      VALUE "Y".
001170 77  WS-PREV-NUMBER       PIC 9(07) VALUE ZERO.
001180 77  WS-PREV-SET-SWITCH   PIC X(01) VALUE "N".
001190     88  WS-PREV-SET          VALUE "Y".
001200 77  WS-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001210 77  WS-DETAIL-HASH       PIC 9(15) VALUE ZERO.
001220 01  WS-MAST-TRL-PARSE.
001230     05  FILLER               PIC X(10).
001240     05  WS-MTP-COUNT         PIC 9(07).
001250     05  FILLER               PIC X(06).
001260     05  WS-MTP-HASH          PIC 9(15).
001270     05  FILLER               PIC X(02).
001280***************************************************************
001290*    SECTION 1 - KEY-SPACE GAPS.  A GAP IS A RUN OF NUMBERS   *
001300*    BETWEEN TWO NEIGHBOURING MASTER RECORDS THAT HAS NEVER   *
001310*    BEEN CLASSIFIED.                                         *
001320***************************************************************
001330 77  WS-LOW-NUMBER        PIC 9(07) VALUE ZERO.
001340 77  WS-HIGH-NUMBER       PIC 9(07) VALUE ZERO.
001350 77  WS-GAP-FROM          PIC 9(07) VALUE ZERO.
001360 77  WS-GAP-TO            PIC 9(07) VALUE ZERO.
001370 77  WS-GAP-COUNT         PIC 9(07) COMP VALUE ZERO.
001380 77  WS-GAP-NUMBERS       PIC 9(07) COMP VALUE ZERO.
001390***************************************************************
001400*    SECTION 2 - RULE-SET VINTAGE.  A BLOCK IS A RUN OF       *
001410*    MASTER RECORDS IN KEY ORDER CARRYING THE SAME RULE       *
001420*    VERSION (OR THE SAME UNCONVERTED IMAGE); A KEY-SPACE GAP *
001430*    DOES NOT END A BLOCK.  THE VINTAGE TABLE HOLDS ONE ENTRY *
001440*    PER DISTINCT VERSION OR IMAGE MET ON THE MASTER, WITH    *
001450*    ITS REGISTRY ENTRY, ITS STANDING AND ITS TOTALS.         *
001460***************************************************************
001470     COPY FBRULREG.
001480     COPY FBRULTAB.
001490 01  WS-VINTAGE-TABLE.
001500     05  WS-VIN-COUNT         PIC 9(03) COMP VALUE ZERO.
001510     05  WS-VIN-IX            PIC 9(03) COMP VALUE ZERO.
001520     05  WS-VIN-FOUND-IX      PIC 9(03) COMP VALUE ZERO.
001530     05  WS-VIN-ENTRY OCCURS 99 TIMES.
001540         10  WS-VIN-RULE-SET  PIC X(57).
001550         10  WS-VIN-REG-IX    PIC 9(03) COMP.
001560         10  WS-VIN-STATE     PIC X(01).
001570             88  WS-VIN-CURRENT       VALUE "C".
001580             88  WS-VIN-SUPERSEDED    VALUE "S".
001590             88  WS-VIN-UNREGISTERED  VALUE "N".
001600             88  WS-VIN-UNCONVERTED   VALUE "I".
001610         10  WS-VIN-BLOCKS    PIC 9(07) COMP.
001620         10  WS-VIN-RECORDS   PIC 9(07) COMP.
001630 77  WS-BLK-OPEN-SWITCH   PIC X(01) VALUE "N".
001640     88  WS-BLK-OPEN          VALUE "Y".
001650 77  WS-BLK-VIN-IX        PIC 9(03) COMP VALUE ZERO.
001660 77  WS-BLK-FROM          PIC 9(07) VALUE ZERO.
001670 77  WS-BLK-TO            PIC 9(07) VALUE ZERO.
001680 77  WS-BLK-RECORDS       PIC 9(07) COMP VALUE ZERO.
001690 77  WS-BLOCK-COUNT       PIC 9(07) COMP VALUE ZERO.
001700 77  WS-CURRENT-RECORDS   PIC 9(07) COMP VALUE ZERO.
001710 77  WS-OLDER-RECORDS     PIC 9(07) COMP VALUE ZERO.
001720 77  WS-VIN-TAG           PIC X(08) VALUE SPACES.
001730 77  WS-VIN-STATUS        PIC X(15) VALUE SPACES.
001740***************************************************************
001750*    SECTION 3 - STALENESS.  A STALE BLOCK IS A RUN OF STALE  *
001760*    RECORDS IN KEY ORDER; THE FIRST CURRENT RECORD ENDS IT.  *
001770*    A CLASSIFICATION DATE THAT WILL NOT READ AS MM/DD/YYYY   *
001780*    IS COUNTED STALE - NOTHING SAYS IT IS RECENT.            *
001790***************************************************************
001800 77  WS-STALE-SWITCH      PIC X(01) VALUE "N".
001810     88  WS-REC-STALE         VALUE "Y".
001820 77  WS-STB-OPEN-SWITCH   PIC X(01) VALUE "N".
001830     88  WS-STB-OPEN          VALUE "Y".
001840 77  WS-STB-FROM          PIC 9(07) VALUE ZERO.
001850 77  WS-STB-TO            PIC 9(07) VALUE ZERO.
001860 77  WS-STB-RECORDS       PIC 9(07) COMP VALUE ZERO.
001870 77  WS-STB-OLDEST-DAYS   PIC 9(07) COMP VALUE ZERO.
001880 77  WS-STB-OLDEST-DATE   PIC X(10) VALUE SPACES.
001890 77  WS-STALE-BLOCKS      PIC 9(07) COMP VALUE ZERO.
001900 77  WS-STALE-RECORDS     PIC 9(07) COMP VALUE ZERO.
001910 77  WS-BAD-DATE-COUNT    PIC 9(07) COMP VALUE ZERO.
001920***************************************************************
001930*    SECTION 4 - THE REFRESH DECK.  A REFRESH RANGE IS A RUN  *
001940*    OF CONSECUTIVE NUMBERS WHOSE RECORDS ARE STALE OR NOT    *
001950*    UNDER THE CURRENT RULE SET.  A GAP ENDS A RANGE, SO THE  *
001960*    REFRESH RUN NEVER CLASSIFIES A NUMBER THE MASTER HAS     *
001970*    NEVER HELD.  ONE CARD PER RANGE, AT MOST 50 - THE DECK   *
001980*    LIMIT FIZZBUZZ ENFORCES; RANGES PAST THAT ARE COUNTED    *
001990*    AND LEFT FOR THE NEXT REPORT AFTER THE REFRESH.          *
002000***************************************************************
002010     COPY FBPARM.
002020 77  WS-NEEDS-SWITCH      PIC X(01) VALUE "N".
002030     88  WS-REC-NEEDS-REFRESH VALUE "Y".
002040 77  WS-RNG-OPEN-SWITCH   PIC X(01) VALUE "N".
002050     88  WS-RNG-OPEN          VALUE "Y".
002060 77  WS-RNG-FROM          PIC 9(07) VALUE ZERO.
002070 77  WS-RNG-TO            PIC 9(07) VALUE ZERO.
002080 77  WS-RNG-RECORDS       PIC 9(07) COMP VALUE ZERO.
002090 77  WS-RNG-STALE         PIC 9(07) COMP VALUE ZERO.
002100 77  WS-RNG-OLDER         PIC 9(07) COMP VALUE ZERO.
002110 77  WS-RNG-END-EXCL      PIC 9(08) VALUE ZERO.
002120 01  WS-DECK-TABLE.
002130     05  WS-DECK-COUNT        PIC 9(03) COMP VALUE ZERO.
002140     05  WS-DECK-IX           PIC 9(03) COMP VALUE ZERO.
002150     05  WS-DECK-ENTRY OCCURS 50 TIMES.
002160         10  WS-DK-START      PIC 9(07).
002170         10  WS-DK-END        PIC 9(07).
002180         10  WS-DK-RECORDS    PIC 9(07) COMP.
002190         10  WS-DK-STALE      PIC 9(07) COMP.
002200         10  WS-DK-OLDER      PIC 9(07) COMP.
002210 77  WS-DECK-RECORDS      PIC 9(07) COMP VALUE ZERO.
002220 77  WS-LEFT-RANGES       PIC 9(07) COMP VALUE ZERO.
002230 77  WS-LEFT-RECORDS      PIC 9(07) COMP VALUE ZERO.
002240 77  WS-CARDS-WRITTEN     PIC 9(03) COMP VALUE ZERO.
002250***************************************************************
002260*    REPORT LINES.  EACH SECTION KEEPS ITS TITLE AND COLUMN   *
002270*    HEADING IN WS-SECTION-LINE AND WS-COLUMN-LINE SO A PAGE  *
002280*    BREAK INSIDE A SECTION CARRIES THEM ONTO THE NEW PAGE.   *
002290***************************************************************
002300 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
002310 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
002320 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
002330 01  WS-HEADER-LINE-1.
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  FILLER               PIC X(43)
002360             VALUE "FIZZBUZZ MASTER COVERAGE AND VINTAGE REPORT".
002370     05  FILLER               PIC X(04) VALUE SPACES.
002380     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
002390     05  WS-HDR-RUN-DATE      PIC X(10).
002400     05  FILLER               PIC X(10) VALUE SPACES.
002410     05  FILLER               PIC X(06) VALUE "PAGE: ".
002420     05  WS-HDR-PAGE-NO       PIC ZZZ9.
002430     05  FILLER               PIC X(44) VALUE SPACES.
002440 01  WS-HEADER-LINE-2         PIC X(132) VALUE SPACES.
002450 01  WS-SECTION-LINE.
002460     05  FILLER               PIC X(01) VALUE SPACE.
002470     05  WS-SECTION-TEXT      PIC X(90) VALUE SPACES.
002480     05  FILLER               PIC X(41) VALUE SPACES.
002490 01  WS-COLUMN-LINE           PIC X(132) VALUE SPACES.
002500 01  WS-GAP-HEAD.
002510     05  FILLER               PIC X(03) VALUE SPACES.
002520     05  FILLER               PIC X(07) VALUE "FROM".
002530     05  FILLER               PIC X(03) VALUE SPACES.
002540     05  FILLER               PIC X(07) VALUE "TO".
002550     05  FILLER               PIC X(02) VALUE SPACES.
002560     05  FILLER               PIC X(11) VALUE "    NUMBERS".
002570     05  FILLER               PIC X(99) VALUE SPACES.
002580 01  WS-GAP-LINE.
002590     05  FILLER               PIC X(03) VALUE SPACES.
002600     05  WS-GAPL-FROM         PIC 9(07).
002610     05  FILLER               PIC X(03) VALUE SPACES.
002620     05  WS-GAPL-TO           PIC 9(07).
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  WS-GAPL-NUMBERS      PIC ZZZ,ZZZ,ZZ9.
002650     05  FILLER               PIC X(99) VALUE SPACES.
002660 01  WS-BLOCK-HEAD.
002670     05  FILLER               PIC X(03) VALUE SPACES.
002680     05  FILLER               PIC X(07) VALUE "FROM".
002690     05  FILLER               PIC X(03) VALUE SPACES.
002700     05  FILLER               PIC X(07) VALUE "TO".
002710     05  FILLER               PIC X(02) VALUE SPACES.
002720     05  FILLER               PIC X(11) VALUE "    RECORDS".
002730     05  FILLER               PIC X(03) VALUE SPACES.
002740     05  FILLER               PIC X(08) VALUE "VINTAGE".
002750     05  FILLER               PIC X(02) VALUE SPACES.
002760     05  FILLER               PIC X(15) VALUE "STANDING".
002770     05  FILLER               PIC X(71) VALUE SPACES.
002780 01  WS-BLOCK-LINE.
002790     05  FILLER               PIC X(03) VALUE SPACES.
002800     05  WS-BLKL-FROM         PIC 9(07).
002810     05  FILLER               PIC X(03) VALUE SPACES.
002820     05  WS-BLKL-TO           PIC 9(07).
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  WS-BLKL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
002850     05  FILLER               PIC X(03) VALUE SPACES.
002860     05  WS-BLKL-TAG          PIC X(08).
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  WS-BLKL-STATUS       PIC X(15).
002890     05  FILLER               PIC X(71) VALUE SPACES.
002900 01  WS-VINTAGE-LINE.
002910     05  FILLER               PIC X(03) VALUE SPACES.
002920     05  WS-VINL-TAG          PIC X(08).
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  WS-VINL-BLOCKS       PIC ZZZ,ZZZ,ZZ9.
002950     05  FILLER               PIC X(07) VALUE " BLOCKS".
002960     05  FILLER               PIC X(02) VALUE SPACES.
002970     05  WS-VINL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
002980     05  FILLER               PIC X(08) VALUE " RECORDS".
002990     05  FILLER               PIC X(03) VALUE SPACES.
003000     05  WS-VINL-STATUS       PIC X(15).
003010     05  FILLER               PIC X(62) VALUE SPACES.
003020 01  WS-RULE-SET-LINE.
003030     05  FILLER               PIC X(13) VALUE SPACES.
003040     05  WS-RSET-TEXT         PIC X(112).
003050     05  FILLER               PIC X(07) VALUE SPACES.
003060 01  WS-STALE-HEAD.
003070     05  FILLER               PIC X(03) VALUE SPACES.
003080     05  FILLER               PIC X(07) VALUE "FROM".
003090     05  FILLER               PIC X(03) VALUE SPACES.
003100     05  FILLER               PIC X(07) VALUE "TO".
003110     05  FILLER               PIC X(02) VALUE SPACES.
003120     05  FILLER               PIC X(11) VALUE "    RECORDS".
003130     05  FILLER               PIC X(03) VALUE SPACES.
003140     05  FILLER               PIC X(10) VALUE "OLDEST".
003150     05  FILLER               PIC X(86) VALUE SPACES.
003160 01  WS-STALE-LINE.
003170     05  FILLER               PIC X(03) VALUE SPACES.
003180     05  WS-STBL-FROM         PIC 9(07).
003190     05  FILLER               PIC X(03) VALUE SPACES.
003200     05  WS-STBL-TO           PIC 9(07).
003210     05  FILLER               PIC X(02) VALUE SPACES.
003220     05  WS-STBL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
003230     05  FILLER               PIC X(03) VALUE SPACES.
003240     05  WS-STBL-OLDEST       PIC X(10).
003250     05  FILLER               PIC X(86) VALUE SPACES.
003260 01  WS-DECK-HEAD.
003270     05  FILLER               PIC X(03) VALUE SPACES.
003280     05  FILLER               PIC X(04) VALUE "CARD".
003290     05  FILLER               PIC X(02) VALUE SPACES.
003300     05  FILLER               PIC X(07) VALUE "START".
003310     05  FILLER               PIC X(03) VALUE SPACES.
003320     05  FILLER               PIC X(07) VALUE "END".
003330     05  FILLER               PIC X(02) VALUE SPACES.
003340     05  FILLER               PIC X(11) VALUE "    RECORDS".
003350     05  FILLER               PIC X(02) VALUE SPACES.
003360     05  FILLER               PIC X(11) VALUE "      STALE".
003370     05  FILLER               PIC X(02) VALUE SPACES.
003380     05  FILLER               PIC X(11) VALUE "OLDER RULES".
003390     05  FILLER               PIC X(67) VALUE SPACES.
003400 01  WS-DECK-LINE.
003410     05  FILLER               PIC X(03) VALUE SPACES.
003420     05  WS-DKL-CARD          PIC ZZZ9.
003430     05  FILLER               PIC X(02) VALUE SPACES.
003440     05  WS-DKL-START         PIC 9(07).
003450     05  FILLER               PIC X(03) VALUE SPACES.
003460     05  WS-DKL-END           PIC 9(07).
003470     05  FILLER               PIC X(02) VALUE SPACES.
003480     05  WS-DKL-RECORDS       PIC ZZZ,ZZZ,ZZ9.
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  WS-DKL-STALE         PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER               PIC X(02) VALUE SPACES.
003520     05  WS-DKL-OLDER         PIC ZZZ,ZZZ,ZZ9.
003530     05  FILLER               PIC X(67) VALUE SPACES.
003540 01  WS-NOTE-LINE.
003550     05  FILLER               PIC X(01) VALUE SPACE.
003560     05  WS-NOTE-TEXT         PIC X(131).
003570 01  WS-SUMMARY-LINE.
003580     05  FILLER               PIC X(01) VALUE SPACE.
003590     05  WS-SUM-TEXT          PIC X(34).
003600     05  WS-SUM-VALUE         PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER               PIC X(86) VALUE SPACES.
003620 01  WS-PRINT-LINE            PIC X(132).
003630 01  WS-TODAY-RAW.
003640     05  WS-TODAY-YYYY        PIC 9(04).
003650     05  WS-TODAY-MM          PIC 9(02).
003660     05  WS-TODAY-DD          PIC 9(02).
003670 01  WS-TODAY-NUM REDEFINES WS-TODAY-RAW
003680                              PIC 9(08).
003690 77  WS-TODAY-DISP        PIC X(10).
003700 PROCEDURE            DIVISION.
003710***************************************************************
003720*    0000-MAINLINE                                             *
003730*        CONTROLS THE OVERALL FLOW OF THE RUN.  THE MASTER IS  *
003740*        READ ONCE PER SECTION; THE LATER PASSES RUN ONLY      *
003750*        WHEN THE FIRST ONE PROVED THE GENERATION AND FOUND    *
003760*        DETAILS ON IT.                                        *
003770***************************************************************
003780 0000-MAINLINE SECTION.
003790     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003800     PERFORM 3000-PASS-GAPS       THRU 3000-EXIT.
003810     IF NOT WS-PROOF-FAILED AND WS-DETAIL-COUNT > ZERO
003820         PERFORM 4000-PASS-VINTAGE    THRU 4000-EXIT
003830         PERFORM 5000-PASS-STALE      THRU 5000-EXIT
003840         PERFORM 6000-WRITE-DECK      THRU 6000-EXIT
003850     END-IF.
003860     PERFORM 7000-WRITE-SUMMARY   THRU 7000-EXIT.
003870     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003880     GOBACK.
003890 0000-EXIT.
003900     EXIT.
003910***************************************************************
003920*    1000-INITIALIZE                                           *
003930*        READS THE AGE-LIMIT PARAMETER, WORKS OUT THE STALE    *
003940*        CUT-OFF, OPENS THE REPORT AND THE DECK, AND LOADS     *
003950*        THE RULE-SET REGISTRY.                                *
003960***************************************************************
003970 1000-INITIALIZE SECTION.
003980     OPEN OUTPUT RPT-FILE.
003990     OPEN OUTPUT DECK-FILE.
004000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
004010     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
004020             DELIMITED BY SIZE INTO WS-TODAY-DISP.
004030     PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT.
004040     OPEN INPUT COVPARM-FILE.
004050     IF WS-PARM-STATUS = "00"
004060         READ COVPARM-FILE
004070             AT END MOVE "10"      TO WS-PARM-STATUS
004080         END-READ
004090         IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "04"
004100             IF COVPARM-AGE-LIMIT NUMERIC
004110                     AND COVPARM-AGE-LIMIT > ZERO
004120                 MOVE COVPARM-AGE-LIMIT TO WS-AGE-LIMIT
004130             ELSE
004140                 DISPLAY "FBMSTCOV2707I - NO USABLE AGE LIMIT ON "
004150                         "COVPARM - " WS-AGE-LIMIT " DAYS USED"
004160             END-IF
004170         END-IF
004180         CLOSE COVPARM-FILE
004190     END-IF.
004200     COMPUTE WS-TODAY-DAYS =
004210             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
004220     COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-AGE-LIMIT.
004230     IF WS-CUTOFF-DAYS < 1
004240         MOVE 1                    TO WS-CUTOFF-DAYS
004250     END-IF.
004260     COMPUTE WS-DATE-INT-NUM =
004270             FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAYS).
004280     STRING WS-DI-MM "/" WS-DI-DD "/" WS-DI-YYYY
004290             DELIMITED BY SIZE INTO WS-CUTOFF-DISP.
004300     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
004310     IF WS-RULEREG-STATUS NOT = "00"
004320         DISPLAY "FBMSTCOV2702E - RULE-SET REGISTRY COULD NOT "
004330                 "BE OPENED, STATUS " WS-RULEREG-STATUS
004340         PERFORM 1800-ABEND THRU 1800-EXIT
004350     END-IF.
004360 1000-EXIT.
004370     EXIT.
004380***************************************************************
004390*    1800-ABEND                                                *
004400*        TERMINATES THE RUN WITH RETURN CODE 16.               *
004410***************************************************************
004420 1800-ABEND SECTION.
004430     MOVE 16                       TO RETURN-CODE.
004440     STOP RUN.
004450 1800-EXIT.
004460     EXIT.
004470***************************************************************
004480*    2000-WRITE-HEADERS                                        *
004490*        WRITES A NEW REPORT PAGE AND RESETS THE LINE COUNT.   *
004500*        INSIDE A SECTION THE SECTION TITLE AND COLUMN         *
004510*        HEADING ARE REPEATED UNDER THE PAGE HEADING.          *
004520***************************************************************
004530 2000-WRITE-HEADERS SECTION.
004540     ADD 1 TO WS-PAGE-COUNT.
004550     MOVE WS-TODAY-DISP            TO WS-HDR-RUN-DATE.
004560     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
004570     MOVE "1"                      TO RPT-CC.
004580     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
004590     WRITE RPT-RECORD.
004600     MOVE " "                      TO RPT-CC.
004610     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
004620     WRITE RPT-RECORD.
004630     MOVE ZERO                     TO WS-LINE-COUNT.
004640     IF WS-SECTION-TEXT = SPACES
004650         GO TO 2000-EXIT
004660     END-IF.
004670     MOVE WS-SECTION-LINE          TO RPT-LINE.
004680     WRITE RPT-RECORD.
004690     MOVE WS-COLUMN-LINE           TO RPT-LINE.
004700     WRITE RPT-RECORD.
004710     ADD 2 TO WS-LINE-COUNT.
004720 2000-EXIT.
004730     EXIT.
004740***************************************************************
004750*    2100-START-SECTION                                        *
004760*        OPENS A REPORT SECTION WITH THE TITLE AND COLUMN      *
004770*        HEADING THE CALLER HAS SET, STARTING A NEW PAGE       *
004780*        WHEN THERE IS NOT ROOM FOR THE HEADINGS AND A FEW     *
004790*        LINES UNDER THEM.                                     *
004800***************************************************************
004810 2100-START-SECTION SECTION.
004820     IF WS-LINE-COUNT + 6 > WS-MAX-LINES
004830         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
004840         GO TO 2100-EXIT
004850     END-IF.
004860     MOVE " "                      TO RPT-CC.
004870     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
004880     WRITE RPT-RECORD.
004890     MOVE WS-SECTION-LINE          TO RPT-LINE.
004900     WRITE RPT-RECORD.
004910     MOVE WS-COLUMN-LINE           TO RPT-LINE.
004920     WRITE RPT-RECORD.
004930     ADD 3 TO WS-LINE-COUNT.
004940 2100-EXIT.
004950     EXIT.
004960***************************************************************
004970*    2200-PRINT-LINE                                           *
004980*        PRINTS WS-PRINT-LINE, BREAKING THE PAGE FIRST WHEN    *
004990*        IT IS FULL.                                           *
005000***************************************************************
005010 2200-PRINT-LINE SECTION.
005020     IF WS-LINE-COUNT NOT < WS-MAX-LINES
005030         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
005040     END-IF.
005050     MOVE " "                      TO RPT-CC.
005060     MOVE WS-PRINT-LINE            TO RPT-LINE.
005070     WRITE RPT-RECORD.
005080     ADD 1 TO WS-LINE-COUNT.
005090 2200-EXIT.
005100     EXIT.
005110***************************************************************
005120*    2300-PRINT-SUMMARY                                        *
005130*        PRINTS ONE SECTION-TOTAL LINE FROM WS-SUM-TEXT AND    *
005140*        WS-SUM-VALUE.                                         *
005150***************************************************************
005160 2300-PRINT-SUMMARY SECTION.
005170     MOVE WS-SUMMARY-LINE          TO WS-PRINT-LINE.
005180     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
005190 2300-EXIT.
005200     EXIT.
005210***************************************************************
005220*    2400-PRINT-NOTE                                           *
005230*        PRINTS ONE FREE-TEXT LINE FROM WS-NOTE-TEXT.          *
005240***************************************************************
005250 2400-PRINT-NOTE SECTION.
005260     MOVE WS-NOTE-LINE             TO WS-PRINT-LINE.
005270     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
005280 2400-EXIT.
005290     EXIT.
005300***************************************************************
005310*    2500-OPEN-MASTER                                          *
005320*        OPENS THE MASTER FOR ONE PASS.                        *
005330***************************************************************
005340 2500-OPEN-MASTER SECTION.
005350     ADD 1                         TO WS-PASS-NO.
005360     MOVE "N"                      TO WS-MAST-EOF-SWITCH.
005370     OPEN INPUT MAST-IN-FILE.
005380     IF WS-MASTIN-STATUS NOT = "00"
005390         DISPLAY "FBMSTCOV2701E - MASTER FILE COULD NOT BE "
005400                 "OPENED FOR PASS " WS-PASS-NO ", STATUS "
005410                 WS-MASTIN-STATUS
005420         PERFORM 1800-ABEND THRU 1800-EXIT
005430     END-IF.
005440 2500-EXIT.
005450     EXIT.
005460***************************************************************
005470*    2600-READ-MASTER                                          *
005480*        READS THE NEXT MASTER RECORD INTO FB-MASTER-RECORD.   *
005490***************************************************************
005500 2600-READ-MASTER SECTION.
005510     READ MAST-IN-FILE INTO FB-MASTER-RECORD
005520         AT END SET WS-MAST-EOF    TO TRUE
005530     END-READ.
005540 2600-EXIT.
005550     EXIT.
005560***************************************************************
005570*    3000-PASS-GAPS                                            *
005580*        FIRST PASS - PROVES THE GENERATION AND LISTS THE      *
005590*        KEY-SPACE GAPS BETWEEN NEIGHBOURING RECORDS, THEN     *
005600*        TOTALS THEM.                                          *
005610***************************************************************
005620 3000-PASS-GAPS SECTION.
005630     MOVE "SECTION 1 - KEY-SPACE GAPS (NUMBERS NEVER CLASSIFIED)"
005640                                   TO WS-SECTION-TEXT.
005650     MOVE WS-GAP-HEAD              TO WS-COLUMN-LINE.
005660     PERFORM 2100-START-SECTION THRU 2100-EXIT.
005670     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
005680     PERFORM 3100-GAPS-ONE THRU 3100-EXIT
005690             UNTIL WS-MAST-EOF.
005700     CLOSE MAST-IN-FILE.
005710     PERFORM 3500-PROVE-TRAILER THRU 3500-EXIT.
005720     MOVE SPACES                   TO WS-PRINT-LINE.
005730     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
005740     MOVE "DETAIL RECORDS ON THE MASTER:"  TO WS-SUM-TEXT.
005750     MOVE WS-DETAIL-COUNT          TO WS-SUM-VALUE.
005760     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
005770     MOVE "LOWEST NUMBER HELD:"    TO WS-SUM-TEXT.
005780     MOVE WS-LOW-NUMBER            TO WS-SUM-VALUE.
005790     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
005800     MOVE "HIGHEST NUMBER HELD:"   TO WS-SUM-TEXT.
005810     MOVE WS-HIGH-NUMBER           TO WS-SUM-VALUE.
005820     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
005830     MOVE "GAPS:"                  TO WS-SUM-TEXT.
005840     MOVE WS-GAP-COUNT             TO WS-SUM-VALUE.
005850     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
005860     MOVE "NUMBERS NEVER CLASSIFIED:"  TO WS-SUM-TEXT.
005870     MOVE WS-GAP-NUMBERS           TO WS-SUM-VALUE.
005880     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
005890 3000-EXIT.
005900     EXIT.
005910***************************************************************
005920*    3100-GAPS-ONE                                             *
005930*        READS AND PROVES ONE RECORD.  A DETAIL WHOSE KEY IS   *
005940*        MORE THAN ONE PAST ITS NEIGHBOUR'S CLOSES A GAP.      *
005950***************************************************************
005960 3100-GAPS-ONE SECTION.
005970     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
005980     IF WS-MAST-EOF
005990         GO TO 3100-EXIT
006000     END-IF.
006010     IF WS-TRL-SEEN
006020         MOVE "RECORD FOUND AFTER THE TRAILER"
006030                                   TO WS-NOTE-TEXT (24:)
006040         PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
006050     END-IF.
006060     EVALUATE TRUE
006070         WHEN FBM-HEADER-REC
006080             IF NOT WS-FIRST-RECORD
006090                 MOVE "HEADER RECORD IS NOT FIRST ON THE FILE"
006100                                   TO WS-NOTE-TEXT (24:)
006110                 PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
006120             END-IF
006130             SET WS-HDR-SEEN       TO TRUE
006140         WHEN FBM-TRAILER-REC
006150             SET WS-TRL-SEEN       TO TRUE
006160             MOVE FBM-LABEL        TO WS-MAST-TRL-PARSE
006170         WHEN OTHER
006180             PERFORM 3200-GAPS-DETAIL THRU 3200-EXIT
006190     END-EVALUATE.
006200     MOVE "N"                      TO WS-FIRST-SWITCH.
006210 3100-EXIT.
006220     EXIT.
006230***************************************************************
006240*    3200-GAPS-DETAIL                                          *
006250*        PROVES ONE DETAIL'S KEY ORDER, ROLLS IT INTO THE      *
006260*        COUNT AND HASH, AND PRINTS THE GAP IN FRONT OF IT.    *
006270***************************************************************
006280 3200-GAPS-DETAIL SECTION.
006290     ADD 1                         TO WS-DETAIL-COUNT.
006300     ADD FBM-NUMBER                TO WS-DETAIL-HASH.
006310     IF NOT WS-PREV-SET
006320         MOVE FBM-NUMBER           TO WS-LOW-NUMBER
006330     ELSE
006340         IF FBM-NUMBER NOT > WS-PREV-NUMBER
006350             MOVE "DETAIL KEYS ARE NOT STRICTLY ASCENDING AT "
006360                                   TO WS-NOTE-TEXT (24:)
006370             MOVE FBM-NUMBER       TO WS-NOTE-TEXT (66:7)
006380             PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
006390         ELSE
006400             IF FBM-NUMBER > WS-PREV-NUMBER + 1
006410                 COMPUTE WS-GAP-FROM = WS-PREV-NUMBER + 1
006420                 COMPUTE WS-GAP-TO   = FBM-NUMBER - 1
006430                 PERFORM 3300-PRINT-GAP THRU 3300-EXIT
006440             END-IF
006450         END-IF
006460     END-IF.
006470     MOVE FBM-NUMBER               TO WS-PREV-NUMBER.
006480     MOVE FBM-NUMBER               TO WS-HIGH-NUMBER.
006490     SET WS-PREV-SET               TO TRUE.
006500 3200-EXIT.
006510     EXIT.
006520***************************************************************
006530*    3300-PRINT-GAP                                            *
006540*        PRINTS AND COUNTS ONE GAP, WS-GAP-FROM THROUGH        *
006550*        WS-GAP-TO.                                            *
006560***************************************************************
006570 3300-PRINT-GAP SECTION.
006580     ADD 1                         TO WS-GAP-COUNT.
006590     COMPUTE WS-GAP-NUMBERS = WS-GAP-NUMBERS
006600                            + WS-GAP-TO - WS-GAP-FROM + 1.
006610     MOVE WS-GAP-FROM              TO WS-GAPL-FROM.
006620     MOVE WS-GAP-TO                TO WS-GAPL-TO.
006630     COMPUTE WS-GAPL-NUMBERS = WS-GAP-TO - WS-GAP-FROM + 1.
006640     MOVE WS-GAP-LINE              TO WS-PRINT-LINE.
006650     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
006660 3300-EXIT.
006670     EXIT.
006680***************************************************************
006690*    3400-PROOF-FAIL                                           *
006700*        PRINTS ONE FAILED BOOK-END OR ORDER CHECK, WHOSE      *
006710*        TEXT THE CALLER HAS PUT IN WS-NOTE-TEXT FROM COLUMN   *
006720*        24, AND MARKS THE GENERATION UNPROVEN.                *
006730***************************************************************
006740 3400-PROOF-FAIL SECTION.
006750     MOVE "*** MASTER NOT PROVEN:" TO WS-NOTE-TEXT (1:22).
006760     PERFORM 2400-PRINT-NOTE THRU 2400-EXIT.
006770     MOVE SPACES                   TO WS-NOTE-TEXT.
006780     SET WS-PROOF-FAILED           TO TRUE.
006790 3400-EXIT.
006800     EXIT.
006810***************************************************************
006820*    3500-PROVE-TRAILER                                        *
006830*        PROVES THE BOOK-ENDS AND THE TRAILER'S COUNT AND      *
006840*        HASH AGAINST THE DETAILS ACTUALLY READ.  AN EMPTY     *
006850*        GENERATION IS THE FIRST-LOAD BOOTSTRAP AND PASSES.    *
006860***************************************************************
006870 3500-PROVE-TRAILER SECTION.
006880     IF WS-FIRST-RECORD
006890         DISPLAY "FBMSTCOV2706I - MASTER GENERATION IS "
006900                 "EMPTY - FIRST LOAD, NOTHING TO REPORT"
006910         GO TO 3500-EXIT
006920     END-IF.
006930     MOVE SPACES                   TO WS-NOTE-TEXT.
006940     IF NOT WS-HDR-SEEN
006950         MOVE "NO HEADER RECORD ON THE FILE"
006960                                   TO WS-NOTE-TEXT (24:)
006970         PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
006980     END-IF.
006990     IF NOT WS-TRL-SEEN
007000         MOVE "NO TRAILER RECORD ON THE FILE"
007010                                   TO WS-NOTE-TEXT (24:)
007020         PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
007030         GO TO 3500-EXIT
007040     END-IF.
007050     IF WS-DETAIL-COUNT NOT = WS-MTP-COUNT
007060         MOVE "TRAILER COUNT DOES NOT MATCH THE DETAILS"
007070                                   TO WS-NOTE-TEXT (24:)
007080         PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
007090     END-IF.
007100     IF WS-DETAIL-HASH NOT = WS-MTP-HASH
007110         MOVE "TRAILER HASH DOES NOT MATCH THE DETAILS"
007120                                   TO WS-NOTE-TEXT (24:)
007130         PERFORM 3400-PROOF-FAIL THRU 3400-EXIT
007140     END-IF.
007150 3500-EXIT.
007160     EXIT.
007170***************************************************************
007180*    4000-PASS-VINTAGE                                         *
007190*        SECOND PASS - LISTS THE CONTIGUOUS BLOCKS CLASSIFIED  *
007200*        UNDER EACH RULE SET IN KEY ORDER, THEN TOTALS THEM    *
007210*        BY VINTAGE WITH EACH RULE SET SPELLED OUT.            *
007220***************************************************************
007230 4000-PASS-VINTAGE SECTION.
007240     MOVE "SECTION 2 - CONTIGUOUS BLOCKS BY RULE-SET VINTAGE"
007250                                   TO WS-SECTION-TEXT.
007260     MOVE WS-BLOCK-HEAD            TO WS-COLUMN-LINE.
007270     PERFORM 2100-START-SECTION THRU 2100-EXIT.
007280     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
007290     PERFORM 4100-VINTAGE-ONE THRU 4100-EXIT
007300             UNTIL WS-MAST-EOF.
007310     CLOSE MAST-IN-FILE.
007320     PERFORM 4300-CLOSE-BLOCK THRU 4300-EXIT.
007330     MOVE SPACES                   TO WS-PRINT-LINE.
007340     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
007350     PERFORM 4500-PRINT-VINTAGE THRU 4500-EXIT
007360             VARYING WS-VIN-IX FROM 1 BY 1
007370             UNTIL WS-VIN-IX > WS-VIN-COUNT.
007380     MOVE SPACES                   TO WS-PRINT-LINE.
007390     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
007400     MOVE "VINTAGE BLOCKS:"        TO WS-SUM-TEXT.
007410     MOVE WS-BLOCK-COUNT           TO WS-SUM-VALUE.
007420     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
007430     MOVE "DISTINCT RULE SETS:"    TO WS-SUM-TEXT.
007440     MOVE WS-VIN-COUNT             TO WS-SUM-VALUE.
007450     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
007460     MOVE "RECORDS UNDER THE CURRENT RULES:"  TO WS-SUM-TEXT.
007470     MOVE WS-CURRENT-RECORDS       TO WS-SUM-VALUE.
007480     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
007490     MOVE "RECORDS UNDER ANY OTHER RULES:"  TO WS-SUM-TEXT.
007500     MOVE WS-OLDER-RECORDS         TO WS-SUM-VALUE.
007510     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
007520 4000-EXIT.
007530     EXIT.
007540***************************************************************
007550*    4100-VINTAGE-ONE                                          *
007560*        READS ONE RECORD AND EXTENDS THE OPEN BLOCK, OR       *
007570*        CLOSES IT AND OPENS A NEW ONE WHEN THE RULE SET       *
007580*        CHANGES.                                              *
007590***************************************************************
007600 4100-VINTAGE-ONE SECTION.
007610     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
007620     IF WS-MAST-EOF OR NOT FBM-DETAIL-REC
007630         GO TO 4100-EXIT
007640     END-IF.
007650     PERFORM 4200-FIND-VINTAGE THRU 4200-EXIT.
007660     ADD 1 TO WS-VIN-RECORDS (WS-VIN-FOUND-IX).
007670     IF WS-VIN-CURRENT (WS-VIN-FOUND-IX)
007680         ADD 1                     TO WS-CURRENT-RECORDS
007690     ELSE
007700         ADD 1                     TO WS-OLDER-RECORDS
007710     END-IF.
007720     IF WS-BLK-OPEN AND WS-BLK-VIN-IX = WS-VIN-FOUND-IX
007730         MOVE FBM-NUMBER           TO WS-BLK-TO
007740         ADD 1                     TO WS-BLK-RECORDS
007750         GO TO 4100-EXIT
007760     END-IF.
007770     PERFORM 4300-CLOSE-BLOCK THRU 4300-EXIT.
007780     SET WS-BLK-OPEN               TO TRUE.
007790     MOVE WS-VIN-FOUND-IX          TO WS-BLK-VIN-IX.
007800     MOVE FBM-NUMBER               TO WS-BLK-FROM.
007810     MOVE FBM-NUMBER               TO WS-BLK-TO.
007820     MOVE 1                        TO WS-BLK-RECORDS.
007830 4100-EXIT.
007840     EXIT.
007850***************************************************************
007860*    4200-FIND-VINTAGE                                         *
007870*        FINDS THE CURRENT RECORD'S RULE SET ON THE VINTAGE    *
007880*        TABLE, LEAVING ITS ENTRY IN WS-VIN-FOUND-IX.  A RULE  *
007890*        SET NOT YET MET IS ADDED AND JUDGED AGAINST THE       *
007900*        REGISTRY.  THE LAST ENTRY FOUND IS TRIED FIRST -      *
007910*        NEIGHBOURING RECORDS NEARLY ALWAYS SHARE ONE.         *
007920***************************************************************
007930 4200-FIND-VINTAGE SECTION.
007940     IF WS-VIN-FOUND-IX NOT = ZERO
007950         IF WS-VIN-RULE-SET (WS-VIN-FOUND-IX) = FBM-RULE-SET
007960             GO TO 4200-EXIT
007970         END-IF
007980     END-IF.
007990     MOVE ZERO                     TO WS-VIN-FOUND-IX.
008000     PERFORM 4210-TEST-VINTAGE THRU 4210-EXIT
008010             VARYING WS-VIN-IX FROM 1 BY 1
008020             UNTIL WS-VIN-IX > WS-VIN-COUNT
008030                OR WS-VIN-FOUND-IX NOT = ZERO.
008040     IF WS-VIN-FOUND-IX NOT = ZERO
008050         GO TO 4200-EXIT
008060     END-IF.
008070     IF WS-VIN-COUNT = 99
008080         DISPLAY "FBMSTCOV2709E - MASTER CARRIES MORE THAN 99 "
008090                 "DISTINCT RULE SETS"
008100         PERFORM 1800-ABEND THRU 1800-EXIT
008110     END-IF.
008120     ADD 1                         TO WS-VIN-COUNT.
008130     MOVE WS-VIN-COUNT             TO WS-VIN-FOUND-IX.
008140     MOVE FBM-RULE-SET      TO WS-VIN-RULE-SET (WS-VIN-FOUND-IX).
008150     MOVE ZERO              TO WS-VIN-BLOCKS (WS-VIN-FOUND-IX).
008160     MOVE ZERO              TO WS-VIN-RECORDS (WS-VIN-FOUND-IX).
008170     PERFORM 4220-JUDGE-VINTAGE THRU 4220-EXIT.
008180 4200-EXIT.
008190     EXIT.
008200 4210-TEST-VINTAGE SECTION.
008210     IF WS-VIN-RULE-SET (WS-VIN-IX) = FBM-RULE-SET
008220         MOVE WS-VIN-IX            TO WS-VIN-FOUND-IX
008230     END-IF.
008240 4210-EXIT.
008250     EXIT.
008260***************************************************************
008270*    4220-JUDGE-VINTAGE                                        *
008280*        SETS A NEW VINTAGE'S STANDING - CURRENT WHEN IT IS    *
008290*        THE REGISTRY'S UNRETIRED ENTRY, SUPERSEDED WHEN IT    *
008300*        IS A RETIRED ONE, NOT REGISTERED WHEN THE VERSION IS  *
008310*        NOT ON THE REGISTRY, AND UNCONVERTED WHEN THE RECORD  *
008320*        STILL CARRIES A PRE-REGISTRY IMAGE (LOOKED UP BY      *
008330*        IMAGE SO IT CAN STILL BE DESCRIBED).                  *
008340***************************************************************
008350 4220-JUDGE-VINTAGE SECTION.
008360     IF FBM-RULE-SET-REST NOT = SPACES
008370         MOVE FBM-RULE-SET         TO RGT-WANT-RULE-SET
008380         PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT
008390         MOVE RGT-FOUND-IX     TO WS-VIN-REG-IX (WS-VIN-FOUND-IX)
008400         SET WS-VIN-UNCONVERTED (WS-VIN-FOUND-IX) TO TRUE
008410         GO TO 4220-EXIT
008420     END-IF.
008430     MOVE FBM-RULE-VERSION         TO RGT-WANT-VERSION.
008440     PERFORM 8100-FIND-VERSION THRU 8100-EXIT.
008450     MOVE RGT-FOUND-IX         TO WS-VIN-REG-IX (WS-VIN-FOUND-IX).
008460     EVALUATE TRUE
008470         WHEN RGT-FOUND-IX = ZERO
008480             SET WS-VIN-UNREGISTERED (WS-VIN-FOUND-IX) TO TRUE
008490         WHEN RGT-FOUND-IX = RGT-CUR-IX
008500             SET WS-VIN-CURRENT (WS-VIN-FOUND-IX)      TO TRUE
008510         WHEN OTHER
008520             SET WS-VIN-SUPERSEDED (WS-VIN-FOUND-IX)   TO TRUE
008530     END-EVALUATE.
008540 4220-EXIT.
008550     EXIT.
008560***************************************************************
008570*    4300-CLOSE-BLOCK                                          *
008580*        PRINTS AND COUNTS THE OPEN VINTAGE BLOCK, IF ANY.     *
008590***************************************************************
008600 4300-CLOSE-BLOCK SECTION.
008610     IF NOT WS-BLK-OPEN
008620         GO TO 4300-EXIT
008630     END-IF.
008640     ADD 1                         TO WS-BLOCK-COUNT.
008650     ADD 1 TO WS-VIN-BLOCKS (WS-BLK-VIN-IX).
008660     MOVE WS-BLK-VIN-IX            TO WS-VIN-IX.
008670     PERFORM 4400-NAME-VINTAGE THRU 4400-EXIT.
008680     MOVE WS-BLK-FROM              TO WS-BLKL-FROM.
008690     MOVE WS-BLK-TO                TO WS-BLKL-TO.
008700     MOVE WS-BLK-RECORDS           TO WS-BLKL-RECORDS.
008710     MOVE WS-VIN-TAG               TO WS-BLKL-TAG.
008720     MOVE WS-VIN-STATUS            TO WS-BLKL-STATUS.
008730     MOVE WS-BLOCK-LINE            TO WS-PRINT-LINE.
008740     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
008750     MOVE "N"                      TO WS-BLK-OPEN-SWITCH.
008760 4300-EXIT.
008770     EXIT.
008780***************************************************************
008790*    4400-NAME-VINTAGE                                         *
008800*        SETS THE SHORT TAG (V3, OR IMAGE) AND THE STANDING    *
008810*        TEXT FOR VINTAGE-TABLE ENTRY WS-VIN-IX.               *
008820***************************************************************
008830 4400-NAME-VINTAGE SECTION.
008840     MOVE SPACES                   TO WS-VIN-TAG.
008850     EVALUATE TRUE
008860         WHEN WS-VIN-CURRENT (WS-VIN-IX)
008870             MOVE "CURRENT"        TO WS-VIN-STATUS
008880         WHEN WS-VIN-SUPERSEDED (WS-VIN-IX)
008890             MOVE "SUPERSEDED"     TO WS-VIN-STATUS
008900         WHEN WS-VIN-UNREGISTERED (WS-VIN-IX)
008910             MOVE "NOT REGISTERED" TO WS-VIN-STATUS
008920         WHEN OTHER
008930             MOVE "UNCONVERTED"    TO WS-VIN-STATUS
008940             MOVE "IMAGE"          TO WS-VIN-TAG
008950             GO TO 4400-EXIT
008960     END-EVALUATE.
008970     MOVE WS-VIN-RULE-SET (WS-VIN-IX) (1:5) TO RGD-NUMBER.
008980     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
008990     STRING "V" RGD-EDIT (RGD-LEAD + 1:)
009000             DELIMITED BY SIZE INTO WS-VIN-TAG.
009010 4400-EXIT.
009020     EXIT.
009030***************************************************************
009040*    4500-PRINT-VINTAGE                                        *
009050*        PRINTS THE TOTALS FOR VINTAGE-TABLE ENTRY WS-VIN-IX   *
009060*        AND, UNDER THEM, THE RULE SET SPELLED OUT.            *
009070***************************************************************
009080 4500-PRINT-VINTAGE SECTION.
009090     PERFORM 4400-NAME-VINTAGE THRU 4400-EXIT.
009100     MOVE WS-VIN-TAG               TO WS-VINL-TAG.
009110     MOVE WS-VIN-BLOCKS (WS-VIN-IX)  TO WS-VINL-BLOCKS.
009120     MOVE WS-VIN-RECORDS (WS-VIN-IX) TO WS-VINL-RECORDS.
009130     MOVE WS-VIN-STATUS            TO WS-VINL-STATUS.
009140     MOVE WS-VINTAGE-LINE          TO WS-PRINT-LINE.
009150     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
009160     MOVE WS-VIN-REG-IX (WS-VIN-IX) TO RGT-FOUND-IX.
009170     MOVE SPACES                   TO WS-RSET-TEXT.
009180     EVALUATE TRUE
009190         WHEN RGT-FOUND-IX NOT = ZERO
009200             PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT
009210             MOVE RGD-TEXT         TO WS-RSET-TEXT
009220         WHEN WS-VIN-UNCONVERTED (WS-VIN-IX)
009230             MOVE "UNREGISTERED RULE-SET IMAGE - RUN FBRULCNV"
009240                                   TO WS-RSET-TEXT
009250         WHEN OTHER
009260             STRING "RULE SET " DELIMITED BY SIZE
009270                     WS-VIN-TAG DELIMITED BY SPACE
009280                     " - NOT ON THE RULE-SET REGISTRY"
009290                     DELIMITED BY SIZE INTO WS-RSET-TEXT
009300     END-EVALUATE.
009310     MOVE WS-RULE-SET-LINE         TO WS-PRINT-LINE.
009320     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
009330 4500-EXIT.
009340     EXIT.
009350***************************************************************
009360*    5000-PASS-STALE                                           *
009370*        THIRD PASS - LISTS THE BLOCKS OF RECORDS CLASSIFIED   *
009380*        BEFORE THE CUT-OFF AND, ALONGSIDE, GATHERS THE        *
009390*        REFRESH RANGES FOR THE DECK.                          *
009400***************************************************************
009410 5000-PASS-STALE SECTION.
009420     MOVE WS-AGE-LIMIT             TO RGD-NUMBER.
009430     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
009440     MOVE SPACES                   TO WS-SECTION-TEXT.
009450     STRING "SECTION 3 - RECORDS CLASSIFIED MORE THAN "
009460             RGD-EDIT (RGD-LEAD + 1:) " DAYS AGO (BEFORE "
009470             WS-CUTOFF-DISP ")"
009480             DELIMITED BY SIZE INTO WS-SECTION-TEXT.
009490     MOVE WS-STALE-HEAD            TO WS-COLUMN-LINE.
009500     PERFORM 2100-START-SECTION THRU 2100-EXIT.
009510     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
009520     PERFORM 5100-STALE-ONE THRU 5100-EXIT
009530             UNTIL WS-MAST-EOF.
009540     CLOSE MAST-IN-FILE.
009550     PERFORM 5300-CLOSE-STALE THRU 5300-EXIT.
009560     PERFORM 5400-CLOSE-RANGE THRU 5400-EXIT.
009570     MOVE SPACES                   TO WS-PRINT-LINE.
009580     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
009590     MOVE "AGE LIMIT IN DAYS:"     TO WS-SUM-TEXT.
009600     MOVE WS-AGE-LIMIT             TO WS-SUM-VALUE.
009610     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
009620     MOVE "STALE BLOCKS:"          TO WS-SUM-TEXT.
009630     MOVE WS-STALE-BLOCKS          TO WS-SUM-VALUE.
009640     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
009650     MOVE "STALE RECORDS:"         TO WS-SUM-TEXT.
009660     MOVE WS-STALE-RECORDS         TO WS-SUM-VALUE.
009670     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
009680     MOVE "  OF WHICH DATE UNREADABLE:"  TO WS-SUM-TEXT.
009690     MOVE WS-BAD-DATE-COUNT        TO WS-SUM-VALUE.
009700     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
009710 5000-EXIT.
009720     EXIT.
009730***************************************************************
009740*    5100-STALE-ONE                                            *
009750*        READS ONE RECORD, AGES IT, AND EXTENDS OR CLOSES THE  *
009760*        OPEN STALE BLOCK AND THE OPEN REFRESH RANGE.          *
009770***************************************************************
009780 5100-STALE-ONE SECTION.
009790     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
009800     IF WS-MAST-EOF OR NOT FBM-DETAIL-REC
009810         GO TO 5100-EXIT
009820     END-IF.
009830     PERFORM 5200-AGE-RECORD THRU 5200-EXIT.
009840     PERFORM 4200-FIND-VINTAGE THRU 4200-EXIT.
009850     MOVE "N"                      TO WS-NEEDS-SWITCH.
009860     IF WS-REC-STALE OR NOT WS-VIN-CURRENT (WS-VIN-FOUND-IX)
009870         SET WS-REC-NEEDS-REFRESH  TO TRUE
009880     END-IF.
009890     IF WS-REC-STALE
009900         PERFORM 5250-EXTEND-STALE THRU 5250-EXIT
009910     ELSE
009920         PERFORM 5300-CLOSE-STALE THRU 5300-EXIT
009930     END-IF.
009940     IF WS-REC-NEEDS-REFRESH
009950         PERFORM 5350-EXTEND-RANGE THRU 5350-EXIT
009960     ELSE
009970         PERFORM 5400-CLOSE-RANGE THRU 5400-EXIT
009980     END-IF.
009990 5100-EXIT.
010000     EXIT.
010010***************************************************************
010020*    5200-AGE-RECORD                                           *
010030*        TURNS THE RECORD'S MM/DD/YYYY CLASSIFICATION DATE     *
010040*        INTO A DAY NUMBER AND SETS WS-REC-STALE WHEN IT IS    *
010050*        BEFORE THE CUT-OFF OR WILL NOT READ AS A DATE.        *
010060***************************************************************
010070 5200-AGE-RECORD SECTION.
010080     MOVE "N"                      TO WS-STALE-SWITCH.
010090     MOVE ZERO                     TO WS-REC-DAYS.
010100     MOVE FBM-DATE-CLASSIFIED      TO WS-DATE-PARSE.
010110     IF WS-DP-MM NUMERIC AND WS-DP-DD NUMERIC
010120             AND WS-DP-YYYY NUMERIC
010130             AND WS-DP-SLASH-1 = "/" AND WS-DP-SLASH-2 = "/"
010140             AND WS-DP-MM > ZERO AND WS-DP-MM < 13
010150             AND WS-DP-DD > ZERO AND WS-DP-DD < 32
010160             AND WS-DP-YYYY > 1600
010170         MOVE WS-DP-YYYY           TO WS-DI-YYYY
010180         MOVE WS-DP-MM             TO WS-DI-MM
010190         MOVE WS-DP-DD             TO WS-DI-DD
010200         COMPUTE WS-REC-DAYS =
010210                 FUNCTION INTEGER-OF-DATE (WS-DATE-INT-NUM)
010220     END-IF.
010230     IF WS-REC-DAYS = ZERO
010240         ADD 1                     TO WS-BAD-DATE-COUNT
010250         SET WS-REC-STALE          TO TRUE
010260         GO TO 5200-EXIT
010270     END-IF.
010280     IF WS-REC-DAYS < WS-CUTOFF-DAYS
010290         SET WS-REC-STALE          TO TRUE
010300     END-IF.
010310 5200-EXIT.
010320     EXIT.
010330***************************************************************
010340*    5250-EXTEND-STALE                                         *
010350*        ADDS THE STALE RECORD TO THE OPEN STALE BLOCK,        *
010360*        OPENING ONE IF NEEDED, AND KEEPS THE BLOCK'S OLDEST   *
010370*        CLASSIFICATION DATE.                                  *
010380***************************************************************
010390 5250-EXTEND-STALE SECTION.
010400     ADD 1                         TO WS-STALE-RECORDS.
010410     IF NOT WS-STB-OPEN
010420         SET WS-STB-OPEN           TO TRUE
010430         MOVE FBM-NUMBER           TO WS-STB-FROM
010440         MOVE ZERO                 TO WS-STB-RECORDS
010450         MOVE WS-REC-DAYS          TO WS-STB-OLDEST-DAYS
010460         MOVE FBM-DATE-CLASSIFIED  TO WS-STB-OLDEST-DATE
010470     END-IF.
010480     MOVE FBM-NUMBER               TO WS-STB-TO.
010490     ADD 1                         TO WS-STB-RECORDS.
010500     IF WS-REC-DAYS < WS-STB-OLDEST-DAYS
010510         MOVE WS-REC-DAYS          TO WS-STB-OLDEST-DAYS
010520         MOVE FBM-DATE-CLASSIFIED  TO WS-STB-OLDEST-DATE
010530     END-IF.
010540 5250-EXIT.
010550     EXIT.
010560***************************************************************
010570*    5300-CLOSE-STALE                                          *
010580*        PRINTS AND COUNTS THE OPEN STALE BLOCK, IF ANY.       *
010590***************************************************************
010600 5300-CLOSE-STALE SECTION.
010610     IF NOT WS-STB-OPEN
010620         GO TO 5300-EXIT
010630     END-IF.
010640     ADD 1                         TO WS-STALE-BLOCKS.
010650     MOVE WS-STB-FROM              TO WS-STBL-FROM.
010660     MOVE WS-STB-TO                TO WS-STBL-TO.
010670     MOVE WS-STB-RECORDS           TO WS-STBL-RECORDS.
010680     MOVE WS-STB-OLDEST-DATE       TO WS-STBL-OLDEST.
010690     MOVE WS-STALE-LINE            TO WS-PRINT-LINE.
010700     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
010710     MOVE "N"                      TO WS-STB-OPEN-SWITCH.
010720 5300-EXIT.
010730     EXIT.
010740***************************************************************
010750*    5350-EXTEND-RANGE                                         *
010760*        ADDS THE RECORD TO THE OPEN REFRESH RANGE WHEN ITS    *
010770*        NUMBER FOLLOWS ON; OTHERWISE CLOSES THAT RANGE AND    *
010780*        STARTS A NEW ONE AT THIS RECORD.                      *
010790***************************************************************
010800 5350-EXTEND-RANGE SECTION.
010810     IF WS-RNG-OPEN
010820         IF FBM-NUMBER NOT = WS-RNG-TO + 1
010830             PERFORM 5400-CLOSE-RANGE THRU 5400-EXIT
010840         END-IF
010850     END-IF.
010860     IF NOT WS-RNG-OPEN
010870         SET WS-RNG-OPEN           TO TRUE
010880         MOVE FBM-NUMBER           TO WS-RNG-FROM
010890         MOVE ZERO                 TO WS-RNG-RECORDS
010900         MOVE ZERO                 TO WS-RNG-STALE
010910         MOVE ZERO                 TO WS-RNG-OLDER
010920     END-IF.
010930     MOVE FBM-NUMBER               TO WS-RNG-TO.
010940     ADD 1                         TO WS-RNG-RECORDS.
010950     IF WS-REC-STALE
010960         ADD 1                     TO WS-RNG-STALE
010970     END-IF.
010980     IF NOT WS-VIN-CURRENT (WS-VIN-FOUND-IX)
010990         ADD 1                     TO WS-RNG-OLDER
011000     END-IF.
011010 5350-EXIT.
011020     EXIT.
011030***************************************************************
011040*    5400-CLOSE-RANGE                                          *
011050*        FILES THE OPEN REFRESH RANGE ON THE DECK TABLE, OR    *
011060*        COUNTS IT AS LEFT OFF THE DECK WHEN THE TABLE IS      *
011070*        FULL.  THE CARD'S END VALUE IS EXCLUSIVE; THE TOP OF  *
011080*        THE NUMBER SPACE CANNOT BE NAMED THAT WAY, SO A       *
011090*        RANGE ENDING ON 9999999 STOPS ONE SHORT OF IT.        *
011100***************************************************************
011110 5400-CLOSE-RANGE SECTION.
011120     IF NOT WS-RNG-OPEN
011130         GO TO 5400-EXIT
011140     END-IF.
011150     MOVE "N"                      TO WS-RNG-OPEN-SWITCH.
011160     COMPUTE WS-RNG-END-EXCL = WS-RNG-TO + 1.
011170     IF WS-RNG-END-EXCL > 9999999
011180         MOVE 9999999              TO WS-RNG-END-EXCL
011190         SUBTRACT 1              FROM WS-RNG-RECORDS
011200     END-IF.
011210     IF WS-RNG-END-EXCL NOT > WS-RNG-FROM
011220         GO TO 5400-EXIT
011230     END-IF.
011240     IF WS-DECK-COUNT = 50
011250         ADD 1                     TO WS-LEFT-RANGES
011260         ADD WS-RNG-RECORDS        TO WS-LEFT-RECORDS
011270         GO TO 5400-EXIT
011280     END-IF.
011290     ADD 1                         TO WS-DECK-COUNT.
011300     MOVE WS-RNG-FROM          TO WS-DK-START (WS-DECK-COUNT).
011310     MOVE WS-RNG-END-EXCL      TO WS-DK-END (WS-DECK-COUNT).
011320     MOVE WS-RNG-RECORDS       TO WS-DK-RECORDS (WS-DECK-COUNT).
011330     MOVE WS-RNG-STALE         TO WS-DK-STALE (WS-DECK-COUNT).
011340     MOVE WS-RNG-OLDER         TO WS-DK-OLDER (WS-DECK-COUNT).
011350     ADD WS-RNG-RECORDS            TO WS-DECK-RECORDS.
011360 5400-EXIT.
011370     EXIT.
011380***************************************************************
011390*    6000-WRITE-DECK                                           *
011400*        WRITES ONE PARAMETER CARD PER REFRESH RANGE, EACH     *
011410*        CARRYING THE CURRENT REGISTERED RULE SET, AND LISTS   *
011420*        THE CARDS.  WITH NO CURRENT RULE SET ON THE REGISTRY  *
011430*        THERE IS NOTHING TO REFRESH TO, AND NO DECK IS        *
011440*        WRITTEN.                                              *
011450***************************************************************
011460 6000-WRITE-DECK SECTION.
011470     MOVE "SECTION 4 - REFRESH DECK (STALE AND OLDER-RULE RANGES)"
011480                                   TO WS-SECTION-TEXT.
011490     MOVE WS-DECK-HEAD             TO WS-COLUMN-LINE.
011500     PERFORM 2100-START-SECTION THRU 2100-EXIT.
011510     IF RGT-CUR-IX = ZERO
011520         MOVE "REGISTRY HAS NO CURRENT RULE SET - NO DECK WRITTEN"
011530                                   TO WS-NOTE-TEXT
011540         PERFORM 2400-PRINT-NOTE THRU 2400-EXIT
011550         IF WS-DECK-COUNT > ZERO
011560             DISPLAY "FBMSTCOV2708W - NO CURRENT RULE SET ON "
011570                     "THE REGISTRY - REFRESH DECK NOT WRITTEN"
011580             MOVE 4                TO WS-RETURN-CODE
011590         END-IF
011600         GO TO 6000-EXIT
011610     END-IF.
011620     PERFORM 6100-WRITE-ONE-CARD THRU 6100-EXIT
011630             VARYING WS-DECK-IX FROM 1 BY 1
011640             UNTIL WS-DECK-IX > WS-DECK-COUNT.
011650     MOVE SPACES                   TO WS-PRINT-LINE.
011660     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
011670     MOVE "CARDS WRITTEN:"         TO WS-SUM-TEXT.
011680     MOVE WS-CARDS-WRITTEN         TO WS-SUM-VALUE.
011690     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
011700     MOVE "RECORDS COVERED:"       TO WS-SUM-TEXT.
011710     MOVE WS-DECK-RECORDS          TO WS-SUM-VALUE.
011720     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
011730     MOVE "RANGES LEFT OFF THE DECK:"  TO WS-SUM-TEXT.
011740     MOVE WS-LEFT-RANGES           TO WS-SUM-VALUE.
011750     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
011760     MOVE "RECORDS LEFT OFF THE DECK:"  TO WS-SUM-TEXT.
011770     MOVE WS-LEFT-RECORDS          TO WS-SUM-VALUE.
011780     PERFORM 2300-PRINT-SUMMARY THRU 2300-EXIT.
011790     MOVE RGT-CUR-IX               TO RGT-FOUND-IX.
011800     PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT.
011810     MOVE SPACES                   TO WS-NOTE-TEXT.
011820     STRING "EVERY CARD CARRIES " RGD-TEXT
011830             DELIMITED BY SIZE INTO WS-NOTE-TEXT.
011840     PERFORM 2400-PRINT-NOTE THRU 2400-EXIT.
011850     IF WS-LEFT-RANGES > ZERO
011860         DISPLAY "FBMSTCOV2705W - REFRESH DECK IS FULL AT 50 "
011870                 "CARDS - " WS-LEFT-RANGES " RANGES LEFT FOR "
011880                 "THE NEXT REFRESH"
011890         MOVE 4                    TO WS-RETURN-CODE
011900     END-IF.
011910 6000-EXIT.
011920     EXIT.
011930***************************************************************
011940*    6100-WRITE-ONE-CARD                                       *
011950*        WRITES AND LISTS DECK-TABLE ENTRY WS-DECK-IX.  THE    *
011960*        RULE TABLE IS THE REGISTRY ENTRY'S, WHICH IS HELD IN  *
011970*        THE SAME SHAPE AS CARD COLUMNS 15-71.  REPORT MODE    *
011980*        AND PROGRESS INTERVAL ARE LEFT TO THEIR DEFAULTS.     *
011990***************************************************************
012000 6100-WRITE-ONE-CARD SECTION.
012010     MOVE SPACES                   TO FB-PARM-CARD.
012020     MOVE WS-DK-START (WS-DECK-IX) TO FB-START-VALUE.
012030     MOVE WS-DK-END (WS-DECK-IX)   TO FB-END-VALUE.
012040     MOVE RGT-RULE-SET (RGT-CUR-IX) TO FB-PARM-CARD (15:57).
012050     MOVE ZERO                     TO FB-PROGRESS-INTERVAL.
012060     WRITE DECK-RECORD FROM FB-PARM-CARD.
012070     ADD 1                         TO WS-CARDS-WRITTEN.
012080     MOVE WS-DECK-IX               TO WS-DKL-CARD.
012090     MOVE WS-DK-START (WS-DECK-IX) TO WS-DKL-START.
012100     MOVE WS-DK-END (WS-DECK-IX)   TO WS-DKL-END.
012110     MOVE WS-DK-RECORDS (WS-DECK-IX) TO WS-DKL-RECORDS.
012120     MOVE WS-DK-STALE (WS-DECK-IX) TO WS-DKL-STALE.
012130     MOVE WS-DK-OLDER (WS-DECK-IX) TO WS-DKL-OLDER.
012140     MOVE WS-DECK-LINE             TO WS-PRINT-LINE.
012150     PERFORM 2200-PRINT-LINE THRU 2200-EXIT.
012160 6100-EXIT.
012170     EXIT.
012180***************************************************************
012190*    7000-WRITE-SUMMARY                                        *
012200*        REPORTS THE OUTCOME ON THE CONSOLE AND SETS THE       *
012210*        RETURN CODE - 8 WHEN THE GENERATION FAILED ITS        *
012220*        PROOF (NO DECK IS WRITTEN), 4 WHEN THE DECK COULD     *
012230*        NOT CARRY EVERY RANGE OR NO CURRENT RULE SET EXISTS.  *
012240***************************************************************
012250 7000-WRITE-SUMMARY SECTION.
012260     IF WS-PROOF-FAILED
012270         DISPLAY "FBMSTCOV2704E - MASTER GENERATION FAILED ITS "
012280                 "BOOK-END PROOF - NO VINTAGE, STALENESS OR "
012290                 "DECK SECTIONS PRODUCED"
012300         MOVE 8                    TO WS-RETURN-CODE
012310     ELSE
012320         DISPLAY "FBMSTCOV2700I - COVERAGE REPORT COMPLETE - "
012330                 WS-DETAIL-COUNT " DETAILS, " WS-GAP-COUNT
012340                 " GAPS, " WS-STALE-RECORDS " STALE, "
012350                 WS-CARDS-WRITTEN " DECK CARDS"
012360     END-IF.
012370     MOVE WS-RETURN-CODE           TO RETURN-CODE.
012380 7000-EXIT.
012390     EXIT.
012400***************************************************************
012410*    8000-LOAD-REGISTRY                                       *
012420*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-   *
012430*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT  *
012440*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN   *
012450*        STATUS IN WS-RULEREG-STATUS FOR THE CALLER           *
012460*        TO JUDGE.                                            *
012470***************************************************************
012480 8000-LOAD-REGISTRY SECTION.
012490     MOVE ZERO                     TO RGT-COUNT.
012500     MOVE ZERO                     TO RGT-CUR-IX.
012510     OPEN INPUT RULE-REG-FILE.
012520     IF WS-RULEREG-STATUS NOT = "00"
012530         GO TO 8000-EXIT
012540     END-IF.
012550     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
012560             UNTIL RGT-EOF.
012570     CLOSE RULE-REG-FILE.
012580 8000-EXIT.
012590     EXIT.
012600 8010-LOAD-ONE-ENTRY SECTION.
012610     READ RULE-REG-FILE INTO FB-RULE-REGISTRY-ENTRY
012620         AT END SET RGT-EOF        TO TRUE
012630     END-READ.
012640     IF RGT-EOF
012650         GO TO 8010-EXIT
012660     END-IF.
012670     IF RGT-COUNT = 99
012680         DISPLAY "FBMSTCOV2703E - RULE-SET REGISTRY EXCEEDS THE "
012690                 "99-ENTRY TABLE"
012700         PERFORM 1800-ABEND THRU 1800-EXIT
012710     END-IF.
012720     ADD 1                         TO RGT-COUNT.
012730     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
012740     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
012750     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
012760     MOVE RRG-RETIRED-DATE
012770             TO RGT-RETIRED-DATE (RGT-COUNT).
012780     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
012790     IF RRG-RETIRED-DATE = SPACES
012800         MOVE RGT-COUNT            TO RGT-CUR-IX
012810     END-IF.
012820 8010-EXIT.
012830     EXIT.
012840***************************************************************
012850*    8100-FIND-VERSION                                        *
012860*        LOOKS UP RGT-WANT-VERSION ON THE REGISTRY TABLE,     *
012870*        LEAVING ITS ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).  *
012880***************************************************************
012890 8100-FIND-VERSION SECTION.
012900     MOVE ZERO                     TO RGT-FOUND-IX.
012910     PERFORM 8110-TEST-VERSION THRU 8110-EXIT
012920             VARYING RGT-IX FROM 1 BY 1
012930             UNTIL RGT-IX > RGT-COUNT
012940                OR RGT-FOUND-IX NOT = ZERO.
012950 8100-EXIT.
012960     EXIT.
012970 8110-TEST-VERSION SECTION.
012980     IF RGT-VERSION (RGT-IX) = RGT-WANT-VERSION
012990         MOVE RGT-IX               TO RGT-FOUND-IX
013000     END-IF.
013010 8110-EXIT.
013020     EXIT.
013030***************************************************************
013040*    8150-FIND-RULE-SET                                       *
013050*        LOOKS UP THE NORMALIZED RULE TABLE IN                *
013060*        RGT-WANT-RULE-SET ON THE REGISTRY TABLE, LEAVING ITS *
013070*        ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).              *
013080***************************************************************
013090 8150-FIND-RULE-SET SECTION.
013100     MOVE ZERO                     TO RGT-FOUND-IX.
013110     PERFORM 8160-TEST-RULE-SET THRU 8160-EXIT
013120             VARYING RGT-IX FROM 1 BY 1
013130             UNTIL RGT-IX > RGT-COUNT
013140                OR RGT-FOUND-IX NOT = ZERO.
013150 8150-EXIT.
013160     EXIT.
013170 8160-TEST-RULE-SET SECTION.
013180     IF RGT-RULE-SET (RGT-IX) = RGT-WANT-RULE-SET
013190         MOVE RGT-IX               TO RGT-FOUND-IX
013200     END-IF.
013210 8160-EXIT.
013220     EXIT.
013230***************************************************************
013240*    8200-DESCRIBE-RULE-SET                                   *
013250*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT - *
013260*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE    *
013270*        2026-09-30.                                          *
013280***************************************************************
013290 8200-DESCRIBE-RULE-SET SECTION.
013300     MOVE SPACES                   TO RGD-TEXT.
013310     MOVE 1                        TO RGD-PTR.
013320     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
013330     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
013340     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
013350             DELIMITED BY SIZE
013360             INTO RGD-TEXT WITH POINTER RGD-PTR.
013370     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
013380             VARYING RGD-RULE-IX FROM 1 BY 1
013390             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
013400     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
013410             DELIMITED BY SIZE
013420             INTO RGD-TEXT WITH POINTER RGD-PTR.
013430 8200-EXIT.
013440     EXIT.
013450 8210-DESCRIBE-ONE-RULE SECTION.
013460     IF RGD-RULE-IX > 1
013470         STRING " / " DELIMITED BY SIZE
013480                 INTO RGD-TEXT WITH POINTER RGD-PTR
013490     END-IF.
013500     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
013510     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
013520     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
013530             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
013540             DELIMITED BY SPACE
013550             INTO RGD-TEXT WITH POINTER RGD-PTR.
013560 8210-EXIT.
013570     EXIT.
013580 8220-EDIT-NUMBER SECTION.
013590     MOVE RGD-NUMBER               TO RGD-EDIT.
013600     MOVE ZERO                     TO RGD-LEAD.
013610     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
013620 8220-EXIT.
013630     EXIT.
013640***************************************************************
013650*    9000-TERMINATE                                            *
013660*        END-OF-RUN HOUSEKEEPING.                              *
013670***************************************************************
013680 9000-TERMINATE SECTION.
013690     CLOSE DECK-FILE.
013700     CLOSE RPT-FILE.
013710 9000-EXIT.
013720     EXIT.
