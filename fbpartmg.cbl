000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBPARTMG                                 *
000040*    FUNCTION     :  PARTITIONED-RUN PLANNING AND MERGE.  THE *
000050*                    MERGECTL CARD ASKS FOR ONE OF TWO        *
000060*                    FUNCTIONS:                               *
000070*                    PLAN  - READS THE SELECTED DECK AND      *
000080*                      PRINTS THE SLICE OF THE RANGE SPAN     *
000090*                      EACH PARTITION WILL RUN.  RC=0 WHEN    *
000100*                      THE DECK IS A SINGLE STREAM, RC=4      *
000110*                      WHEN IT IS PARTITIONED, RC=16 WHEN IT  *
000120*                      CALLS FOR MORE OR FEWER PARTITIONS     *
000130*                      THAN THE JOB CARRIES STEPS FOR.        *
000140*                    MERGE - PROVES EVERY PARTITION RAN TO    *
000150*                      THE END OVER EXACTLY ITS OWN SLICE AND *
000160*                      RECONCILED, THEN COMBINES THE          *
000170*                      PARTITION FEEDS INTO THE ONE WORKING   *
000180*                      FEED - ONE HEADER, THE DETAIL RECORDS  *
000190*                      IN PARTITION ORDER, ONE TRAILER - AND  *
000200*                      RECONCILES THE ROLLED-UP TOTALS        *
000210*                      AGAINST THE DECK.  A MISSING,          *
000220*                      OVERLAPPING OR UNRECONCILED PARTITION  *
000230*                      REFUSES THE MERGE RC=8 AND NO FEED IS  *
000240*                      WRITTEN.                               *
000250*                                                             *
000260***************************************************************
000270 IDENTIFICATION       DIVISION.
000280 PROGRAM-ID.          FBPARTMG.
000290 AUTHOR.              MERLOTCODE.
000300 INSTALLATION.        DATA PROCESSING CENTER.
000310 DATE-WRITTEN.        10/15/2026.
000320 DATE-COMPILED.
000330*                                                             *
000340*    MODIFICATION HISTORY                                      *
000350*    ----------   ----  --------------------------------------*
000360*    DATE          BY   DESCRIPTION                            *
000370*    ----------   ----  --------------------------------------*
000380*    10/15/2026    MCD  FIRST VERSION - THE MONTH-END DECK IS  *
000390*                       SPLIT INTO PARTITIONS THAT RUN         *
000400*                       CONCURRENTLY, AND THEIR FEEDS ARE      *
000410*                       MERGED HERE BEFORE STEP015.            *
000420***************************************************************
000430 ENVIRONMENT          DIVISION.
000440 INPUT-OUTPUT         SECTION.
000450 FILE-CONTROL.
000460     SELECT MERGE-CTL-FILE ASSIGN TO "MERGECTL"
000470                          ORGANIZATION IS LINE SEQUENTIAL
000480                          FILE STATUS IS WS-CTL-STATUS.
000490     SELECT PARM-FILE     ASSIGN TO "PARMFILE"
000500                          ORGANIZATION IS LINE SEQUENTIAL
000510                          FILE STATUS IS WS-PARM-STATUS.
000520     SELECT PART-TOT-FILE ASSIGN TO "PARTTOT"
000530                          ORGANIZATION IS LINE SEQUENTIAL
000540                          FILE STATUS IS WS-PTOT-STATUS.
000550     SELECT PART-FEED-FILE ASSIGN TO "PARTFEED"
000560                          ORGANIZATION IS LINE SEQUENTIAL
000570                          FILE STATUS IS WS-PFEED-STATUS.
000580     SELECT FEED-FILE     ASSIGN TO "FEEDFILE"
000590                          ORGANIZATION IS LINE SEQUENTIAL
000600                          FILE STATUS IS WS-FEED-STATUS.
000610     SELECT LOCK-FILE     ASSIGN TO "LOCKFILE"
000620                          ORGANIZATION IS LINE SEQUENTIAL
000630                          FILE STATUS IS WS-LOCK-STATUS.
000640     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000650                          ORGANIZATION IS LINE SEQUENTIAL
000660                          FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000680                          ORGANIZATION IS LINE SEQUENTIAL.
000690 DATA                 DIVISION.
000700 FILE                 SECTION.
000710 FD  MERGE-CTL-FILE.
000720 01  MERGE-CTL-CARD.
000730     05  MGC-FUNCTION         PIC X(08).
000740         88  MGC-PLAN             VALUE "PLAN".
000750         88  MGC-MERGE            VALUE "MERGE".
000760     05  FILLER               PIC X(01).
000770     05  MGC-STEPS            PIC X(02).
000780     05  MGC-STEPS-NUM REDEFINES MGC-STEPS
000790                              PIC 9(02).
000800     05  FILLER               PIC X(69).
000810 FD  PARM-FILE.
000820 01  PARM-CARD-IMAGE          PIC X(96).
000830 FD  PART-TOT-FILE.
000840     COPY FBPTOT.
000850 FD  PART-FEED-FILE.
000860 01  PART-FEED-RECORD.
000870     05  PFD-REC-TYPE         PIC X(01).
000880         88  PFD-HEADER-REC       VALUE "H".
000890         88  PFD-DETAIL-REC       VALUE "D".
000900         88  PFD-TRAILER-REC      VALUE "T".
000910     05  PFD-NUMBER           PIC 9(07).
000920     05  PFD-LABEL            PIC X(40).
000930     05  FILLER               PIC X(08).
000940 FD  FEED-FILE.
000950 01  FEED-RECORD              PIC X(56).
000960 FD  LOCK-FILE.
000970 01  LOCK-RECORD              PIC X(80).
000980 FD  AUDIT-FILE.
000990     COPY FBAUDIT.
001000 FD  RPT-FILE.
001010 01  RPT-RECORD.
001020     05  RPT-CC               PIC X(01).
001030     05  RPT-LINE             PIC X(132).
001040 WORKING-STORAGE      SECTION.
001050 77  WS-CTL-STATUS        PIC X(02) VALUE SPACES.
001060 77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-PTOT-STATUS       PIC X(02) VALUE SPACES.
001080 77  WS-PFEED-STATUS      PIC X(02) VALUE SPACES.
001090 77  WS-FEED-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-LOCK-STATUS       PIC X(02) VALUE SPACES.
001110 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
001120 77  WS-AUDIT-OPEN-SW     PIC X(01) VALUE "N".
001130     88  WS-AUDIT-OPEN        VALUE "Y".
001140***************************************************************
001150*    THE MERGECTL CARD:                                        *
001160*      COLS 1-8    PLAN OR MERGE.                              *
001170*      COLS 10-11  THE NUMBER OF PARTITION JOBS THE SCHEDULE   *
001180*                  CARRIES.  A DECK CALLING FOR ANY OTHER      *
001190*                  NUMBER OF PARTITIONS IS REFUSED - A SLICE   *
001200*                  WITH NO JOB TO RUN IT WOULD NEVER BE        *
001210*                  CLASSIFIED.  BLANK SKIPS THE CHECK.         *
001220***************************************************************
001230 77  WS-FUNCTION          PIC X(08) VALUE SPACES.
001240 77  WS-STEPS             PIC 9(02) VALUE ZERO.
001250***************************************************************
001260*    THE SELECTED DECK.  CARD 1 IS LEFT IN FB-PARM-CARD FOR    *
001270*    THE RULE TABLE, THE RUN ID AND THE PARTITION COUNT; THE   *
001280*    RANGE LIMITS OF EVERY CARD ARE KEPT FOR THE SLICE AND     *
001290*    RECONCILIATION ARITHMETIC.                                *
001300***************************************************************
001310     COPY FBPARM.
001320 77  WS-RANGE-COUNT       PIC 9(03) COMP VALUE ZERO.
001330 77  WS-CARD-IX           PIC 9(03) COMP VALUE ZERO.
001340 77  WS-CARD-NO-DISP      PIC 9(03).
001350 01  WS-RANGE-LIMITS-TABLE.
001360     05  WS-RANGE-LIMITS OCCURS 50 TIMES.
001370         10  WS-RANGE-START   PIC 9(07).
001380         10  WS-RANGE-END     PIC 9(07).
001390 77  WS-RUN-ID            PIC 9(08) VALUE ZERO.
001400 77  WS-SPAN-FROM         PIC 9(07) VALUE ZERO.
001410 77  WS-SPAN-TO           PIC 9(07) VALUE ZERO.
001420***************************************************************
001430*    THE PARTITIONS.  THE PLANNED SLICE IS CUT EXACTLY AS      *
001440*    FIZZBUZZ CUTS IT - PARTITION P OF N RUNS THE SPAN FROM    *
001450*    FROM + (P-1) * WIDTH / N UP TO FROM + P * WIDTH / N,      *
001460*    EACH QUOTIENT TRUNCATED.  THE REST OF THE ENTRY IS WHAT   *
001470*    MERGE FINDS: THE PARTITION'S LAST CONTROL-TOTALS RECORD   *
001480*    FOR THE RUN (SEE FBPTOT), THE COUNT AND HASH EXPECTED     *
001490*    FOR THE SLICE IT RECORDS, AND WHAT ITS FEED HOLDS.        *
001500***************************************************************
001510 77  WS-PART-OF           PIC 9(02) VALUE ZERO.
001520 77  WS-PART-IX           PIC 9(02) COMP VALUE ZERO.
001530 77  WS-PART-JX           PIC 9(02) COMP VALUE ZERO.
001540 77  WS-PART-NEXT         PIC 9(02) COMP VALUE ZERO.
001550 77  WS-TOT-PARTS         PIC 9(02) COMP VALUE ZERO.
001560 77  WS-PNO-DISP          PIC 9(02).
001570 77  WS-PNO-DISP-2        PIC 9(02).
001580 77  WS-PART-WIDTH        PIC 9(07) COMP VALUE ZERO.
001590 77  WS-PART-CUT          PIC 9(09) COMP VALUE ZERO.
001600 01  WS-PART-TABLE.
001610     05  WS-PART OCCURS 20 TIMES.
001620         10  WS-PT-PLAN-FROM  PIC 9(07).
001630         10  WS-PT-PLAN-TO    PIC 9(07).
001640         10  WS-PT-TOT-SW     PIC X(01).
001650             88  WS-PT-HAS-TOTALS VALUE "Y".
001660         10  WS-PT-FROM       PIC 9(07).
001670         10  WS-PT-TO         PIC 9(07).
001680         10  WS-PT-GROUPS     PIC 9(03).
001690         10  WS-PT-RESUMED    PIC X(01).
001700         10  WS-PT-RC         PIC 9(03).
001710         10  WS-PT-TOT-COUNT  PIC 9(07).
001720         10  WS-PT-TOT-HASH   PIC 9(15).
001730         10  WS-PT-EXP-COUNT  PIC 9(07).
001740         10  WS-PT-EXP-HASH   PIC 9(15).
001750         10  WS-PT-HDR-SW     PIC X(01).
001760             88  WS-PT-HDR-SEEN   VALUE "Y".
001770         10  WS-PT-TRL-SW     PIC X(01).
001780             88  WS-PT-TRL-SEEN   VALUE "Y".
001790         10  WS-PT-COUNT      PIC 9(07).
001800         10  WS-PT-HASH       PIC 9(15).
001810         10  WS-PT-STRAY      PIC 9(07).
001820         10  WS-PT-STATE      PIC X(10).
001830***************************************************************
001840*    ONE SLICE'S SHARE OF THE DECK, BY CLOSED FORM - THE       *
001850*    NUMBERS OF EVERY CARD THAT FALL INSIDE WS-SLICE-FROM UP   *
001860*    TO WS-SLICE-TO.  N CONSECUTIVE NUMBERS FROM S SUM TO      *
001870*    (2S + N - 1) * N / 2, WHICH IS THE FEED HASH FOR THEM.    *
001880***************************************************************
001890 77  WS-SLICE-FROM        PIC 9(07) VALUE ZERO.
001900 77  WS-SLICE-TO          PIC 9(07) VALUE ZERO.
001910 77  WS-SLICE-COUNT       PIC 9(07) VALUE ZERO.
001920 77  WS-SLICE-HASH        PIC 9(15) VALUE ZERO.
001930 77  WS-SLICE-GROUPS      PIC 9(03) VALUE ZERO.
001940 77  WS-CLIP-START        PIC 9(07) VALUE ZERO.
001950 77  WS-CLIP-END          PIC 9(07) VALUE ZERO.
001960 77  WS-CLIP-TERM         PIC 9(15) COMP VALUE ZERO.
001970 77  WS-SPAN-SUM          PIC 9(09) COMP VALUE ZERO.
001980***************************************************************
001990*    THE PARTITION FEEDS, READ AS ONE FILE IN PARTITION ORDER. *
002000*    A PARTITION FEED IS FIZZBUZZ'S OWN FEED LAYOUT - ITS      *
002010*    HEADER CARRIES THE SLICE IN COLS 33-47, THE RANGE GROUPS  *
002020*    IN COLS 49-51 AND THE PARTITION NUMBER AND COUNT IN COLS  *
002030*    53-56; ITS TRAILER THE COUNT, HASH AND RUN ID.            *
002040***************************************************************
002050 77  WS-PFEED-EOF-SW      PIC X(01) VALUE "N".
002060     88  WS-PFEED-EOF         VALUE "Y".
002070 77  WS-PFEED-OPEN-SW     PIC X(01) VALUE "N".
002080     88  WS-PFEED-OPENED      VALUE "Y".
002090 77  WS-IN-PART-SW        PIC X(01) VALUE "N".
002100     88  WS-IN-PART           VALUE "Y".
002110 77  WS-CUR-PART          PIC 9(02) VALUE ZERO.
002120 77  WS-LAST-PART         PIC 9(02) VALUE ZERO.
002130 77  WS-ORPHAN-COUNT      PIC 9(07) VALUE ZERO.
002140 01  WS-PHDR-VIEW.
002150     05  FILLER               PIC X(32).
002160     05  WS-PHDR-FROM         PIC 9(07).
002170     05  FILLER               PIC X(01).
002180     05  WS-PHDR-TO           PIC 9(07).
002190     05  FILLER               PIC X(01).
002200     05  WS-PHDR-GROUPS       PIC 9(03).
002210     05  FILLER               PIC X(01).
002220     05  WS-PHDR-PART-NO      PIC 9(02).
002230     05  WS-PHDR-PART-OF      PIC 9(02).
002240 01  WS-PTRL-VIEW.
002250     05  FILLER               PIC X(18).
002260     05  WS-PTRL-COUNT        PIC 9(07).
002270     05  FILLER               PIC X(06).
002280     05  WS-PTRL-HASH         PIC 9(15).
002290     05  FILLER               PIC X(01).
002300     05  WS-PTRL-RUN-ID       PIC 9(08).
002310     05  FILLER               PIC X(01).
002320***************************************************************
002330*    THE MERGED FEED - THE SAME BOOK-ENDS FIZZBUZZ WRITES ON   *
002340*    A SINGLE-STREAM RUN, SO STEP015 ONWARD CANNOT TELL THE    *
002350*    DIFFERENCE.  THE PARTITION FIELDS ARE LEFT BLANK.         *
002360***************************************************************
002370 77  WS-MRG-COUNT         PIC 9(07) VALUE ZERO.
002380 77  WS-MRG-HASH          PIC 9(15) VALUE ZERO.
002390 77  WS-MRG-PLAIN         PIC 9(07) VALUE ZERO.
002400 77  WS-MRG-SINGLE        PIC 9(07) VALUE ZERO.
002410 77  WS-MRG-COMBO         PIC 9(07) VALUE ZERO.
002420 77  WS-OUT-COUNT         PIC 9(07) VALUE ZERO.
002430 77  WS-OUT-HASH          PIC 9(15) VALUE ZERO.
002440 77  WS-LABEL-HIT-SW      PIC X(01) VALUE "N".
002450     88  WS-LABEL-HIT         VALUE "Y".
002460 01  WS-FEED-HDR-REC.
002470     05  FILLER               PIC X(01) VALUE "H".
002480     05  FILLER               PIC X(07) VALUE "0000000".
002490     05  FILLER               PIC X(04) VALUE "HDR ".
002500     05  WS-FHDR-DATE         PIC X(10).
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  WS-FHDR-TIME         PIC X(08).
002530     05  FILLER               PIC X(01) VALUE SPACE.
002540     05  WS-FHDR-RANGE-FROM   PIC 9(07).
002550     05  FILLER               PIC X(01) VALUE "-".
002560     05  WS-FHDR-RANGE-TO     PIC 9(07).
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  WS-FHDR-RANGE-COUNT  PIC 9(03).
002590     05  FILLER               PIC X(01) VALUE SPACE.
002600     05  WS-FHDR-PART-NO      PIC X(02) VALUE SPACES.
002610     05  WS-FHDR-PART-OF      PIC X(02) VALUE SPACES.
002620 01  WS-FEED-TRL-REC.
002630     05  FILLER               PIC X(01) VALUE "T".
002640     05  FILLER               PIC X(07) VALUE "0000000".
002650     05  FILLER               PIC X(10) VALUE "TRL COUNT=".
002660     05  WS-FTRL-COUNT        PIC 9(07).
002670     05  FILLER               PIC X(06) VALUE " HASH=".
002680     05  WS-FTRL-HASH         PIC 9(15).
002690     05  FILLER               PIC X(01) VALUE SPACE.
002700     05  WS-FTRL-RUN-ID       PIC 9(08).
002710     05  FILLER               PIC X(01) VALUE SPACE.
002720***************************************************************
002730*    ROLLED-UP RECONCILIATION.  THE PARTITIONS' OWN CLASS      *
002740*    TOTALS COVER ONLY THE LAST LEG OF A RESTARTED PARTITION,  *
002750*    SO THE ROLL-UP IS TAKEN FROM THE MERGED FEED ITSELF AND   *
002760*    PROVED AGAINST THE SAME INCLUSION-EXCLUSION CLOSED FORM   *
002770*    FIZZBUZZ'S 8000-RECONCILE USES, CARD BY CARD OVER THE     *
002780*    WHOLE DECK.  WS-RECON-START/END HOLD THE CARD IN HAND.    *
002790***************************************************************
002800 77  WS-RECON-START       PIC 9(07) COMP.
002810 77  WS-RECON-END         PIC 9(07) COMP.
002820 77  WS-RECON-MASK        PIC 9(02) COMP.
002830 77  WS-RECON-MAXMASK     PIC 9(02) COMP.
002840 77  WS-RECON-SHIFT       PIC 9(02) COMP.
002850 77  WS-RECON-BITVAL      PIC 9(01) COMP.
002860 77  WS-RECON-POPCOUNT    PIC 9(01) COMP.
002870 77  WS-RECON-TEMP1       PIC S9(15) COMP.
002880 77  WS-RECON-LCM         PIC S9(15) COMP.
002890 77  WS-RECON-GCD-A       PIC S9(15) COMP.
002900 77  WS-RECON-GCD-B       PIC S9(15) COMP.
002910 77  WS-RECON-GCD-Q       PIC 9(07) COMP.
002920 77  WS-RECON-GCD-R       PIC 9(07) COMP.
002930 77  WS-RECON-COUNT       PIC S9(15) COMP.
002940 01  WS-RECON-S-TABLE.
002950     05  WS-RECON-S OCCURS 5 TIMES INDEXED BY WS-RECON-S-IX
002960                             PIC S9(15) COMP.
002970 77  WS-RECON-TERM-E      PIC S9(15) COMP.
002980 77  WS-RECON-UNION       PIC S9(15) COMP.
002990 77  WS-RECON-E1          PIC S9(15) COMP.
003000 77  WS-EXP-COUNT         PIC 9(07) VALUE ZERO.
003010 77  WS-EXP-HASH          PIC 9(15) VALUE ZERO.
003020 77  WS-EXP-COMBO         PIC S9(09) COMP VALUE ZERO.
003030 77  WS-EXP-PLAIN         PIC S9(09) COMP VALUE ZERO.
003040 77  WS-EXP-COMBO-DISP    PIC 9(07).
003050 77  WS-EXP-PLAIN-DISP    PIC 9(07).
003060 77  WS-REFUSED-SW        PIC X(01) VALUE "N".
003070     88  WS-REFUSED           VALUE "Y".
003080***************************************************************
003090*    THE RUN LOCK AND THE AUDIT TRAIL.  THE MERGE HOLDS THE    *
003100*    JOB-WIDE LOCK THE SINGLE-STREAM STEP010 TAKES, AND WRITES *
003110*    THE RUN'S RUN-START/RUN-END PAIR ON THE JOB-WIDE TRAIL -  *
003120*    THE PARTITIONS KEEP THEIR OWN LEDGERS AND TRAILS - WITH   *
003130*    A RUN-PART RECORD FOR EACH PARTITION BETWEEN THEM.        *
003140***************************************************************
003150 77  WS-LOCK-LINE         PIC X(80) VALUE SPACES.
003160 77  WS-LOCK-HELD-SW      PIC X(01) VALUE "N".
003170     88  WS-LOCK-HELD-BY-US   VALUE "Y".
003180 77  WS-AUDIT-LINE        PIC X(80) VALUE SPACES.
003190 77  WS-AUD-RECORDS       PIC 9(07) VALUE ZERO.
003200 77  WS-AUD-RC            PIC 9(03) VALUE ZERO.
003210 77  WS-RULE-NO-DISP      PIC 9(02).
003220***************************************************************
003230*    DATE AND TIME WORK AREAS.                                 *
003240***************************************************************
003250 01  WS-TODAY-RAW.
003260     05  WS-TODAY-YYYY        PIC 9(04).
003270     05  WS-TODAY-MM          PIC 9(02).
003280     05  WS-TODAY-DD          PIC 9(02).
003290 77  WS-TODAY-DISP        PIC X(10).
003300 01  WS-NOW-RAW.
003310     05  WS-NOW-HH            PIC 9(02).
003320     05  WS-NOW-MN            PIC 9(02).
003330     05  WS-NOW-SS            PIC 9(02).
003340     05  WS-NOW-HS            PIC 9(02).
003350 77  WS-NOW-DISP          PIC X(08).
003360***************************************************************
003370*    REPORT LINES.                                             *
003380***************************************************************
003390 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
003400 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
003410 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
003420 01  WS-HEADER-LINE-1.
003430     05  FILLER               PIC X(01) VALUE SPACE.
003440     05  FILLER               PIC X(29)
003450             VALUE "FIZZBUZZ PARTITIONED RUN ".
003460     05  FILLER               PIC X(02) VALUE "- ".
003470     05  WS-HDR-FUNCTION      PIC X(08).
003480     05  FILLER               PIC X(04) VALUE SPACES.
003490     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
003500     05  WS-HDR-RUN-DATE      PIC X(10).
003510     05  FILLER               PIC X(10) VALUE SPACES.
003520     05  FILLER               PIC X(06) VALUE "PAGE: ".
003530     05  WS-HDR-PAGE-NO       PIC ZZZ9.
003540     05  FILLER               PIC X(48) VALUE SPACES.
003550 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
003560 01  WS-PRINT-LINE.
003570     05  FILLER               PIC X(01) VALUE SPACE.
003580     05  WS-PRT-LABEL         PIC X(22).
003590     05  WS-PRT-TEXT          PIC X(100).
003600     05  FILLER               PIC X(09) VALUE SPACES.
003610 PROCEDURE            DIVISION.
003620***************************************************************
003630*    0000-MAINLINE                                             *
003640*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
003650***************************************************************
003660 0000-MAINLINE SECTION.
003670     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003680     IF MGC-PLAN
003690         PERFORM 2000-PLAN        THRU 2000-EXIT
003700     ELSE
003710         PERFORM 3000-MERGE       THRU 3000-EXIT
003720     END-IF.
003730     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003740     GOBACK.
003750 0000-EXIT.
003760     EXIT.
003770***************************************************************
003780*    1000-INITIALIZE                                           *
003790*        STAMPS THE RUN, READS THE MERGECTL CARD, LOADS THE    *
003800*        DECK AND CUTS THE PLANNED SLICES, AND OPENS THE       *
003810*        REPORT.                                               *
003820***************************************************************
003830 1000-INITIALIZE SECTION.
003840     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
003850     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
003860             DELIMITED BY SIZE INTO WS-TODAY-DISP.
003870     ACCEPT WS-NOW-RAW FROM TIME.
003880     STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
003890             DELIMITED BY SIZE INTO WS-NOW-DISP.
003900     INITIALIZE WS-PART-TABLE.
003910     PERFORM 1100-READ-CARD       THRU 1100-EXIT.
003920     PERFORM 1200-LOAD-DECK       THRU 1200-EXIT.
003930     IF WS-PART-OF > 1
003940         PERFORM 1300-CUT-SLICE   THRU 1300-EXIT
003950                 VARYING WS-PART-IX FROM 1 BY 1
003960                 UNTIL WS-PART-IX > WS-PART-OF
003970     END-IF.
003980     OPEN OUTPUT RPT-FILE.
003990     MOVE WS-FUNCTION              TO WS-HDR-FUNCTION.
004000     PERFORM 8000-WRITE-HEADERS   THRU 8000-EXIT.
004010 1000-EXIT.
004020     EXIT.
004030***************************************************************
004040*    1100-READ-CARD                                            *
004050*        READS AND CHECKS THE MERGECTL CARD.                   *
004060***************************************************************
004070 1100-READ-CARD SECTION.
004080     OPEN INPUT MERGE-CTL-FILE.
004090     IF WS-CTL-STATUS NOT = "00"
004100         DISPLAY "FBPARTMG3001E - MERGECTL COULD NOT BE OPENED, "
004110                 "STATUS " WS-CTL-STATUS
004120         PERFORM 1800-ABEND THRU 1800-EXIT
004130     END-IF.
004140     READ MERGE-CTL-FILE
004150         AT END MOVE "10"          TO WS-CTL-STATUS
004160     END-READ.
004170     IF WS-CTL-STATUS = "04"
004180         MOVE "00"                 TO WS-CTL-STATUS
004190     END-IF.
004200     IF WS-CTL-STATUS NOT = "00"
004210         DISPLAY "FBPARTMG3002E - MERGECTL IS EMPTY"
004220         PERFORM 1800-ABEND THRU 1800-EXIT
004230     END-IF.
004240     CLOSE MERGE-CTL-FILE.
004250     IF NOT MGC-PLAN AND NOT MGC-MERGE
004260         DISPLAY "FBPARTMG3003E - MERGECTL COLS 1-8 MUST BE "
004270                 "PLAN OR MERGE"
004280         PERFORM 1800-ABEND THRU 1800-EXIT
004290     END-IF.
004300     MOVE MGC-FUNCTION             TO WS-FUNCTION.
004310     IF MGC-STEPS = SPACES
004320         GO TO 1100-EXIT
004330     END-IF.
004340     IF MGC-STEPS NOT NUMERIC
004350             OR MGC-STEPS-NUM < 2 OR MGC-STEPS-NUM > 20
004360         DISPLAY "FBPARTMG3004E - MERGECTL COLS 10-11 MUST BE "
004370                 "THE PARTITION JOB COUNT, 02-20"
004380         PERFORM 1800-ABEND THRU 1800-EXIT
004390     END-IF.
004400     MOVE MGC-STEPS-NUM            TO WS-STEPS.
004410 1100-EXIT.
004420     EXIT.
004430***************************************************************
004440*    1200-LOAD-DECK                                            *
004450*        READS THE SELECTED DECK - ALREADY VALIDATED BY        *
004460*        FBPARMSL - KEEPING EVERY CARD'S RANGE AND CARD 1      *
004470*        WHOLE, AND WORKS OUT THE DECK'S RANGE SPAN.  ONLY     *
004480*        WHAT THE SLICE AND RECONCILIATION ARITHMETIC DEPENDS  *
004490*        ON IS CHECKED AGAIN HERE.                             *
004500***************************************************************
004510 1200-LOAD-DECK SECTION.
004520     OPEN INPUT PARM-FILE.
004530     IF WS-PARM-STATUS NOT = "00"
004540         DISPLAY "FBPARTMG3005E - PARMFILE COULD NOT BE OPENED, "
004550                 "STATUS " WS-PARM-STATUS
004560         PERFORM 1800-ABEND THRU 1800-EXIT
004570     END-IF.
004580     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
004590             UNTIL WS-PARM-STATUS NOT = "00".
004600     CLOSE PARM-FILE.
004610     IF WS-RANGE-COUNT = ZERO
004620         DISPLAY "FBPARTMG3006E - PARAMETER DECK IS EMPTY"
004630         PERFORM 1800-ABEND THRU 1800-EXIT
004640     END-IF.
004650     IF FB-RUN-ID NUMERIC
004660         MOVE FB-RUN-ID            TO WS-RUN-ID
004670     END-IF.
004680     IF FB-PARM-CARD (93:2) NOT = SPACES
004690         IF FB-PARTITIONS NOT NUMERIC OR FB-PARTITIONS > 20
004700             DISPLAY "FBPARTMG3009E - PARTITION COUNT MUST BE "
004710                     "BLANK OR 00 THROUGH 20"
004720             PERFORM 1800-ABEND THRU 1800-EXIT
004730         END-IF
004740         MOVE FB-PARTITIONS        TO WS-PART-OF
004750     END-IF.
004760     IF FB-RULE-COUNT NOT NUMERIC
004770             OR FB-RULE-COUNT < 1 OR FB-RULE-COUNT > 5
004780         DISPLAY "FBPARTMG3010E - RULE COUNT ON CARD 1 MUST BE "
004790                 "1 THROUGH 5"
004800         PERFORM 1800-ABEND THRU 1800-EXIT
004810     END-IF.
004820     MOVE WS-RANGE-START (1)       TO WS-SPAN-FROM.
004830     MOVE WS-RANGE-END (1)         TO WS-SPAN-TO.
004840     PERFORM 1250-SCAN-SPAN THRU 1250-EXIT
004850             VARYING WS-CARD-IX FROM 2 BY 1
004860             UNTIL WS-CARD-IX > WS-RANGE-COUNT.
004870 1200-EXIT.
004880     EXIT.
004890***************************************************************
004900*    1210-LOAD-ONE-CARD                                        *
004910*        READS AND STORES ONE PARAMETER CARD.                  *
004920***************************************************************
004930 1210-LOAD-ONE-CARD SECTION.
004940     READ PARM-FILE
004950         AT END MOVE "10"          TO WS-PARM-STATUS
004960     END-READ.
004970     IF WS-PARM-STATUS = "04"
004980         MOVE "00"                 TO WS-PARM-STATUS
004990     END-IF.
005000     IF WS-PARM-STATUS NOT = "00"
005010         GO TO 1210-EXIT
005020     END-IF.
005030     IF WS-RANGE-COUNT = 50
005040         DISPLAY "FBPARTMG3007E - PARAMETER DECK EXCEEDS THE "
005050                 "50-CARD RANGE TABLE"
005060         PERFORM 1800-ABEND THRU 1800-EXIT
005070     END-IF.
005080     ADD 1 TO WS-RANGE-COUNT.
005090     IF WS-RANGE-COUNT = 1
005100         MOVE PARM-CARD-IMAGE      TO FB-PARM-CARD
005110     END-IF.
005120     IF PARM-CARD-IMAGE (1:14) NOT NUMERIC
005130         MOVE WS-RANGE-COUNT       TO WS-CARD-NO-DISP
005140         DISPLAY "FBPARTMG3008E - CARD " WS-CARD-NO-DISP
005150                 " RANGE IS NOT NUMERIC"
005160         PERFORM 1800-ABEND THRU 1800-EXIT
005170     END-IF.
005180     MOVE PARM-CARD-IMAGE (1:7)
005190             TO WS-RANGE-START (WS-RANGE-COUNT).
005200     MOVE PARM-CARD-IMAGE (8:7)
005210             TO WS-RANGE-END (WS-RANGE-COUNT).
005220 1210-EXIT.
005230     EXIT.
005240***************************************************************
005250*    1250-SCAN-SPAN                                            *
005260*        WIDENS THE RANGE SPAN WITH ONE MORE CARD - THE DECK'S *
005270*        CARDS NEED NOT ARRIVE IN ASCENDING ORDER.             *
005280***************************************************************
005290 1250-SCAN-SPAN SECTION.
005300     IF WS-RANGE-START (WS-CARD-IX) < WS-SPAN-FROM
005310         MOVE WS-RANGE-START (WS-CARD-IX) TO WS-SPAN-FROM
005320     END-IF.
005330     IF WS-RANGE-END (WS-CARD-IX) > WS-SPAN-TO
005340         MOVE WS-RANGE-END (WS-CARD-IX)   TO WS-SPAN-TO
005350     END-IF.
005360 1250-EXIT.
005370     EXIT.
005380***************************************************************
005390*    1300-CUT-SLICE                                            *
005400*        CUTS PARTITION WS-PART-IX'S PLANNED SLICE OF THE SPAN *
005410*        - THE SAME ARITHMETIC AS FIZZBUZZ 1400-CUT-PARTITION. *
005420***************************************************************
005430 1300-CUT-SLICE SECTION.
005440     COMPUTE WS-PART-WIDTH = WS-SPAN-TO - WS-SPAN-FROM.
005450     COMPUTE WS-PART-CUT = (WS-PART-IX - 1) * WS-PART-WIDTH.
005460     DIVIDE WS-PART-OF INTO WS-PART-CUT.
005470     COMPUTE WS-PT-PLAN-FROM (WS-PART-IX) =
005480             WS-SPAN-FROM + WS-PART-CUT.
005490     COMPUTE WS-PART-CUT = WS-PART-IX * WS-PART-WIDTH.
005500     DIVIDE WS-PART-OF INTO WS-PART-CUT.
005510     COMPUTE WS-PT-PLAN-TO (WS-PART-IX) =
005520             WS-SPAN-FROM + WS-PART-CUT.
005530 1300-EXIT.
005540     EXIT.
005550***************************************************************
005560*    1310-SLICE-TOTALS                                         *
005570*        WORKS OUT THE COUNT, HASH AND RANGE GROUPS THE DECK   *
005580*        PUTS INSIDE WS-SLICE-FROM UP TO WS-SLICE-TO.          *
005590***************************************************************
005600 1310-SLICE-TOTALS SECTION.
005610     MOVE ZERO                     TO WS-SLICE-COUNT.
005620     MOVE ZERO                     TO WS-SLICE-HASH.
005630     MOVE ZERO                     TO WS-SLICE-GROUPS.
005640     PERFORM 1320-CLIP-ONE-CARD THRU 1320-EXIT
005650             VARYING WS-CARD-IX FROM 1 BY 1
005660             UNTIL WS-CARD-IX > WS-RANGE-COUNT.
005670 1310-EXIT.
005680     EXIT.
005690***************************************************************
005700*    1320-CLIP-ONE-CARD                                        *
005710*        ADDS ONE CARD'S SHARE OF THE SLICE, IF IT HAS ONE.    *
005720***************************************************************
005730 1320-CLIP-ONE-CARD SECTION.
005740     MOVE WS-RANGE-START (WS-CARD-IX) TO WS-CLIP-START.
005750     MOVE WS-RANGE-END (WS-CARD-IX)   TO WS-CLIP-END.
005760     IF WS-CLIP-START < WS-SLICE-FROM
005770         MOVE WS-SLICE-FROM        TO WS-CLIP-START
005780     END-IF.
005790     IF WS-CLIP-END > WS-SLICE-TO
005800         MOVE WS-SLICE-TO          TO WS-CLIP-END
005810     END-IF.
005820     IF WS-CLIP-START NOT < WS-CLIP-END
005830         GO TO 1320-EXIT
005840     END-IF.
005850     ADD 1                         TO WS-SLICE-GROUPS.
005860     COMPUTE WS-SLICE-COUNT = WS-SLICE-COUNT
005870             + WS-CLIP-END - WS-CLIP-START.
005880     COMPUTE WS-CLIP-TERM =
005890             (WS-CLIP-START + WS-CLIP-END - 1)
005900           * (WS-CLIP-END - WS-CLIP-START) / 2.
005910     ADD WS-CLIP-TERM              TO WS-SLICE-HASH.
005920 1320-EXIT.
005930     EXIT.
005940***************************************************************
005950*    1800-ABEND                                                *
005960*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE *
005970*        JCL COND CHECK STOPS DOWNSTREAM STEPS AND DRIVES THE  *
005980*        ON-CALL ALERT.  A RUN-START ALREADY ON THE AUDIT      *
005982*        TRAIL IS CLOSED OFF WITH ITS RUN-END (RC=016), SO THE *
005984*        RUN NEVER LOOKS AS IF IT IS STILL EXECUTING, AND A    *
005986*        LOCK THIS RUN TOOK IS RELEASED.                       *
005990***************************************************************
006000 1800-ABEND SECTION.
006002     MOVE 16                      TO RETURN-CODE.
006004     IF WS-AUDIT-OPEN
006006         PERFORM 7800-WRITE-AUDIT-END THRU 7800-EXIT
006008         CLOSE AUDIT-FILE
006009     END-IF.
006010     IF WS-LOCK-HELD-BY-US
006020         PERFORM 3150-RELEASE-LOCK THRU 3150-EXIT
006030     END-IF.
006040     MOVE 16                      TO RETURN-CODE.
006050     STOP RUN.
006060 1800-EXIT.
006070     EXIT.
006080***************************************************************
006090*    2000-PLAN                                                 *
006100*        RUN AHEAD OF THE CLASSIFICATION STEPS.  THE RETURN    *
006110*        CODE PICKS THE PATH THE RUN TAKES - 0 THE SINGLE-     *
006120*        STREAM STEP010, 4 THE PARTITION JOBS AND THE MERGE,   *
006130*        16 NEITHER.                                           *
006140***************************************************************
006150 2000-PLAN SECTION.
006160     IF WS-PART-OF < 2
006170         DISPLAY "FBPARTMG3011I - DECK IS NOT PARTITIONED - "
006180                 "THE SINGLE-STREAM STEP RUNS"
006190         MOVE "DECK"               TO WS-PRT-LABEL
006200         MOVE "NOT PARTITIONED - RUNS AS A SINGLE STREAM"
006210                                   TO WS-PRT-TEXT
006220         PERFORM 8100-PRINT-LINE  THRU 8100-EXIT
006230         MOVE ZERO                 TO RETURN-CODE
006240         GO TO 2000-EXIT
006250     END-IF.
006260     PERFORM 2100-PLAN-ONE THRU 2100-EXIT
006270             VARYING WS-PART-IX FROM 1 BY 1
006280             UNTIL WS-PART-IX > WS-PART-OF.
006290     IF WS-STEPS NOT = ZERO AND WS-STEPS NOT = WS-PART-OF
006300         DISPLAY "FBPARTMG3013E - DECK CALLS FOR " WS-PART-OF
006310                 " PARTITIONS BUT THE SCHEDULE CARRIES " WS-STEPS
006320                 " PARTITION JOBS"
006330         MOVE 16                   TO RETURN-CODE
006340         GO TO 2000-EXIT
006350     END-IF.
006360     DISPLAY "FBPARTMG3014I - DECK IS SPLIT INTO " WS-PART-OF
006370             " PARTITIONS - THE PARTITION JOBS RUN".
006380     MOVE 4                        TO RETURN-CODE.
006390 2000-EXIT.
006400     EXIT.
006410***************************************************************
006420*    2100-PLAN-ONE                                             *
006430*        SHOWS ONE PARTITION'S PLANNED SLICE AND ITS SHARE OF  *
006440*        THE DECK.                                             *
006450***************************************************************
006460 2100-PLAN-ONE SECTION.
006470     MOVE WS-PT-PLAN-FROM (WS-PART-IX) TO WS-SLICE-FROM.
006480     MOVE WS-PT-PLAN-TO (WS-PART-IX)   TO WS-SLICE-TO.
006490     PERFORM 1310-SLICE-TOTALS    THRU 1310-EXIT.
006500     MOVE WS-PART-IX               TO WS-PNO-DISP.
006510     DISPLAY "FBPARTMG3012I - PARTITION " WS-PNO-DISP
006520             " OF " WS-PART-OF " - NUMBERS " WS-SLICE-FROM
006530             " UP TO " WS-SLICE-TO ", " WS-SLICE-GROUPS
006540             " RANGE GROUPS".
006550     MOVE SPACES                   TO WS-PRINT-LINE.
006560     STRING "PARTITION " WS-PNO-DISP
006570             DELIMITED BY SIZE INTO WS-PRT-LABEL.
006580     STRING "SLICE " WS-SLICE-FROM "-" WS-SLICE-TO
006590             "  GROUPS " WS-SLICE-GROUPS
006600             "  NUMBERS " WS-SLICE-COUNT
006610             DELIMITED BY SIZE INTO WS-PRT-TEXT.
006620     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
006630 2100-EXIT.
006640     EXIT.
006650***************************************************************
006660*    3000-MERGE                                                *
006670*        RUN AFTER THE PARTITION JOBS.  EVERY CHECK IS MADE    *
006680*        BEFORE A RECORD IS WRITTEN - ANY FAILURE REFUSES THE  *
006690*        MERGE RC=8 WITH THE WORKING FEED LEFT UNWRITTEN, SO   *
006700*        STEP015 ONWARD NEVER SEES A PARTIAL FEED.  THE        *
006710*        FAILED PARTITION IS RERUN ON ITS OWN, BY RESUBMITTING *
006720*        ITS FBPARTNN JOB, AND THE MERGE RUN AGAIN.            *
006730***************************************************************
006740 3000-MERGE SECTION.
006750     IF WS-PART-OF < 2
006760         DISPLAY "FBPARTMG3015E - MERGE NEEDS A PARTITIONED "
006770                 "DECK - COLS 93-94 OF CARD 1 ARE BLANK, 00 OR 01"
006780         PERFORM 1800-ABEND THRU 1800-EXIT
006790     END-IF.
006800     IF WS-STEPS NOT = ZERO AND WS-STEPS NOT = WS-PART-OF
006810         DISPLAY "FBPARTMG3013E - DECK CALLS FOR " WS-PART-OF
006820                 " PARTITIONS BUT THE SCHEDULE CARRIES " WS-STEPS
006830                 " PARTITION JOBS"
006840         PERFORM 1800-ABEND THRU 1800-EXIT
006850     END-IF.
006860     PERFORM 3100-ACQUIRE-LOCK    THRU 3100-EXIT.
006870     PERFORM 3200-WRITE-AUDIT-START THRU 3200-EXIT.
006880     PERFORM 4000-READ-TOTALS     THRU 4000-EXIT.
006890     PERFORM 4200-CHECK-SLICES    THRU 4200-EXIT.
006900     PERFORM 5000-SCAN-FEEDS      THRU 5000-EXIT.
006910     PERFORM 6000-CHECK-PARTS     THRU 6000-EXIT
006920             VARYING WS-PART-IX FROM 1 BY 1
006930             UNTIL WS-PART-IX > WS-PART-OF.
006940     PERFORM 6500-RECONCILE       THRU 6500-EXIT.
006950     IF WS-REFUSED
006960         DISPLAY "FBPARTMG3041E - MERGE REFUSED - THE WORKING "
006970                 "FEED WAS NOT WRITTEN"
006980         MOVE 8                    TO RETURN-CODE
006990     ELSE
007000         PERFORM 7000-WRITE-FEED  THRU 7000-EXIT
007010         DISPLAY "FBPARTMG3042I - " WS-PART-OF " PARTITIONS "
007020                 "MERGED, " WS-OUT-COUNT " FEED RECORDS WRITTEN"
007030         MOVE ZERO                 TO RETURN-CODE
007040     END-IF.
007050     PERFORM 7500-PRINT-SHEET     THRU 7500-EXIT.
007060     PERFORM 7800-WRITE-AUDIT-END THRU 7800-EXIT.
007070 3000-EXIT.
007080     EXIT.
007090***************************************************************
007100*    3100-ACQUIRE-LOCK                                         *
007110*        TAKES THE JOB-WIDE RUN LOCK EXACTLY AS FIZZBUZZ       *
007120*        1010-ACQUIRE-RUN-LOCK DOES - A HELD LOCK ENDS THE     *
007130*        RUN AT ONCE WITH RC=12, BEFORE THE AUDIT TRAIL OR THE *
007140*        FEED IS TOUCHED.                                      *
007150***************************************************************
007160 3100-ACQUIRE-LOCK SECTION.
007170     OPEN INPUT LOCK-FILE.
007180     IF WS-LOCK-STATUS = "00"
007190         MOVE SPACES               TO WS-LOCK-LINE
007200         PERFORM 3110-READ-LAST-LOCK THRU 3110-EXIT
007210                 UNTIL WS-LOCK-STATUS NOT = "00"
007220         CLOSE LOCK-FILE
007230         IF WS-LOCK-LINE (1:6) = "LOCKED"
007240             DISPLAY "FBPARTMG3016E - RUN LOCK IS HELD - "
007250                     "ANOTHER EXECUTION IS ACTIVE OR CRASHED "
007260                     "WITHOUT RELEASING IT"
007270             DISPLAY "FBPARTMG3017I - LOCK RECORD: "
007280                     WS-LOCK-LINE
007290             DISPLAY "FBPARTMG3018I - IF NO OTHER EXECUTION "
007300                     "IS RUNNING, CLEAR THE LOCK WITH "
007310                     "FBLOCKMG CLEAR AND RESUBMIT"
007320             MOVE 12               TO RETURN-CODE
007330             STOP RUN
007340         END-IF
007350     END-IF.
007360     MOVE SPACES                   TO WS-LOCK-LINE.
007370     STRING "LOCKED JOB=FBPARTMG DATE=" WS-TODAY-DISP
007380             " TIME=" WS-NOW-DISP
007390             DELIMITED BY SIZE INTO WS-LOCK-LINE.
007400     PERFORM 3120-APPEND-LOCK-RECORD THRU 3120-EXIT.
007410     SET WS-LOCK-HELD-BY-US        TO TRUE.
007420 3100-EXIT.
007430     EXIT.
007440***************************************************************
007450*    3110-READ-LAST-LOCK                                       *
007460*        READS ONE LOCKFILE RECORD, REMEMBERING IT AS THE      *
007470*        NEWEST SEEN SO FAR.                                   *
007480***************************************************************
007490 3110-READ-LAST-LOCK SECTION.
007500     READ LOCK-FILE
007510         AT END MOVE "10"          TO WS-LOCK-STATUS
007520     END-READ.
007530     IF WS-LOCK-STATUS = "00"
007540         MOVE LOCK-RECORD          TO WS-LOCK-LINE
007550     END-IF.
007560 3110-EXIT.
007570     EXIT.
007580***************************************************************
007590*    3120-APPEND-LOCK-RECORD                                   *
007600*        APPENDS WS-LOCK-LINE TO THE LOCK LEDGER, WITH THE     *
007610*        OUTPUT FALLBACK FOR A LEDGER NOT YET CREATED.         *
007620***************************************************************
007630 3120-APPEND-LOCK-RECORD SECTION.
007640     OPEN EXTEND LOCK-FILE.
007650     IF WS-LOCK-STATUS NOT = "00"
007660         OPEN OUTPUT LOCK-FILE
007670     END-IF.
007680     WRITE LOCK-RECORD FROM WS-LOCK-LINE.
007690     CLOSE LOCK-FILE.
007700 3120-EXIT.
007710     EXIT.
007720***************************************************************
007730*    3150-RELEASE-LOCK                                         *
007740*        APPENDS THE RELEASED RECORD FOR THE LOCK THIS RUN     *
007750*        TOOK.                                                 *
007760***************************************************************
007770 3150-RELEASE-LOCK SECTION.
007780     MOVE SPACES                   TO WS-LOCK-LINE.
007790     STRING "RELEASED JOB=FBPARTMG DATE=" WS-TODAY-DISP
007800             " TIME=" WS-NOW-DISP
007810             DELIMITED BY SIZE INTO WS-LOCK-LINE.
007820     PERFORM 3120-APPEND-LOCK-RECORD THRU 3120-EXIT.
007830     MOVE "N"                      TO WS-LOCK-HELD-SW.
007840 3150-EXIT.
007850     EXIT.
007860***************************************************************
007870*    3200-WRITE-AUDIT-START                                    *
007880*        OPENS THE AUDIT TRAIL (EXTEND, WITH THE OUTPUT        *
007890*        FALLBACK) AND WRITES THE RUN'S RUN-START, RUN-RULE    *
007900*        AND RUN-RANGE RECORDS IN FIZZBUZZ'S OWN FORMAT, SO    *
007910*        EVERY READER OF THE TRAIL SEES THE RUN AS IT WOULD A  *
007920*        SINGLE-STREAM ONE.                                    *
007930***************************************************************
007940 3200-WRITE-AUDIT-START SECTION.
007950     OPEN EXTEND AUDIT-FILE.
007960     IF WS-AUDIT-STATUS NOT = "00"
007970         OPEN OUTPUT AUDIT-FILE
007980     END-IF.
007990     SET WS-AUDIT-OPEN             TO TRUE.
008000     MOVE SPACES                   TO WS-AUDIT-LINE.
008010     STRING "RUN-START DATE=" WS-TODAY-DISP
008020             " TIME=" WS-NOW-DISP
008030             " RANGE=" FB-START-VALUE "-" FB-END-VALUE
008040             " RULES=" FB-RULE-COUNT
008050             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
008060     PERFORM 3230-WRITE-AUDIT     THRU 3230-EXIT.
008070     PERFORM 3210-AUDIT-RULE      THRU 3210-EXIT
008080             VARYING FB-RULE-IX FROM 1 BY 1
008090             UNTIL FB-RULE-IX > FB-RULE-COUNT.
008100     PERFORM 3220-AUDIT-RANGE     THRU 3220-EXIT
008110             VARYING WS-CARD-IX FROM 1 BY 1
008120             UNTIL WS-CARD-IX > WS-RANGE-COUNT.
008130 3200-EXIT.
008140     EXIT.
008150 3210-AUDIT-RULE SECTION.
008160     SET WS-RULE-NO-DISP           TO FB-RULE-IX.
008170     MOVE SPACES                   TO WS-AUDIT-LINE.
008180     STRING "RUN-RULE  INDEX=" WS-RULE-NO-DISP
008190             " DIVISOR=" FB-RULE-DIVISOR (FB-RULE-IX)
008200             " LABEL=" FB-RULE-LABEL (FB-RULE-IX)
008210             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
008220     PERFORM 3230-WRITE-AUDIT     THRU 3230-EXIT.
008230 3210-EXIT.
008240     EXIT.
008250 3220-AUDIT-RANGE SECTION.
008260     MOVE WS-CARD-IX               TO WS-CARD-NO-DISP.
008270     MOVE SPACES                   TO WS-AUDIT-LINE.
008280     STRING "RUN-RANGE INDEX=" WS-CARD-NO-DISP
008290             " FROM=" WS-RANGE-START (WS-CARD-IX)
008300             " TO=" WS-RANGE-END (WS-CARD-IX)
008310             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
008320     PERFORM 3230-WRITE-AUDIT     THRU 3230-EXIT.
008330 3220-EXIT.
008340     EXIT.
008350 3230-WRITE-AUDIT SECTION.
008360     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
008370     MOVE WS-RUN-ID                TO AUD-RUN-ID.
008380     WRITE AUDIT-RECORD.
008390 3230-EXIT.
008400     EXIT.
008410***************************************************************
008420*    4000-READ-TOTALS                                          *
008430*        READS PARTTOT - EVERY PARTITION'S CONTROL-TOTALS      *
008440*        DATASET, CONCATENATED - KEEPING THE LAST RECORD EACH  *
008450*        PARTITION WROTE FOR THIS RUN ID.  RECORDS LEFT BY AN  *
008460*        EARLIER RUN ARE PASSED OVER.  A RECORD FOR A          *
008470*        PARTITION THE DECK DOES NOT HAVE REFUSES THE MERGE.   *
008480***************************************************************
008490 4000-READ-TOTALS SECTION.
008500     OPEN INPUT PART-TOT-FILE.
008510     IF WS-PTOT-STATUS NOT = "00"
008520         DISPLAY "FBPARTMG3019W - PARTTOT COULD NOT BE OPENED, "
008530                 "STATUS " WS-PTOT-STATUS
008540                 " - NO PARTITION CONTROL TOTALS"
008550         GO TO 4000-EXIT
008560     END-IF.
008570     PERFORM 4100-TOTALS-ONE THRU 4100-EXIT
008580             UNTIL WS-PTOT-STATUS NOT = "00".
008590     CLOSE PART-TOT-FILE.
008600 4000-EXIT.
008610     EXIT.
008620 4100-TOTALS-ONE SECTION.
008630     READ PART-TOT-FILE
008640         AT END MOVE "10"          TO WS-PTOT-STATUS
008650     END-READ.
008660     IF WS-PTOT-STATUS = "04"
008670         MOVE "00"                 TO WS-PTOT-STATUS
008680     END-IF.
008690     IF WS-PTOT-STATUS NOT = "00"
008700         GO TO 4100-EXIT
008710     END-IF.
008720     IF PTT-RUN-ID NOT NUMERIC OR PTT-RUN-ID NOT = WS-RUN-ID
008730         GO TO 4100-EXIT
008740     END-IF.
008750     IF PTT-PART-NO NOT NUMERIC OR PTT-PART-OF NOT NUMERIC
008760             OR PTT-PART-NO = ZERO OR PTT-PART-NO > WS-PART-OF
008770             OR PTT-PART-OF NOT = WS-PART-OF
008780         DISPLAY "FBPARTMG3020E - CONTROL TOTALS FOR PARTITION "
008790                 PTT-PART-NO " OF " PTT-PART-OF
008800                 " DO NOT FIT THE DECK'S " WS-PART-OF
008810                 " PARTITIONS"
008820         SET WS-REFUSED            TO TRUE
008830         GO TO 4100-EXIT
008840     END-IF.
008850     MOVE PTT-PART-NO              TO WS-PART-IX.
008860     SET WS-PT-HAS-TOTALS (WS-PART-IX) TO TRUE.
008870     MOVE PTT-RANGE-FROM       TO WS-PT-FROM (WS-PART-IX).
008880     MOVE PTT-RANGE-TO         TO WS-PT-TO (WS-PART-IX).
008890     MOVE PTT-GROUPS           TO WS-PT-GROUPS (WS-PART-IX).
008900     MOVE PTT-RESUMED-SW       TO WS-PT-RESUMED (WS-PART-IX).
008910     MOVE PTT-RC               TO WS-PT-RC (WS-PART-IX).
008920     MOVE PTT-FEED-COUNT       TO WS-PT-TOT-COUNT (WS-PART-IX).
008930     MOVE PTT-FEED-HASH        TO WS-PT-TOT-HASH (WS-PART-IX).
008940 4100-EXIT.
008950     EXIT.
008960***************************************************************
008970*    4200-CHECK-SLICES                                         *
008980*        THE SLICES THE PARTITIONS RECORD MUST TILE THE DECK'S *
008990*        SPAN EXACTLY - NO TWO MAY OVERLAP (A NUMBER WOULD BE  *
009000*        FED TWICE), NONE MAY LIE OUTSIDE THE SPAN, AND WITH   *
009010*        EVERY PARTITION PRESENT THEIR WIDTHS MUST ADD UP TO   *
009020*        THE SPAN'S (ELSE PART OF IT WAS NEVER CLASSIFIED).    *
009030*        EACH PARTITION'S EXPECTED COUNT AND HASH ARE WORKED   *
009040*        OUT HERE FOR THE SLICE IT RECORDS.                    *
009050***************************************************************
009060 4200-CHECK-SLICES SECTION.
009070     MOVE ZERO                     TO WS-SPAN-SUM.
009080     PERFORM 4210-CHECK-ONE-SLICE THRU 4210-EXIT
009090             VARYING WS-PART-IX FROM 1 BY 1
009100             UNTIL WS-PART-IX > WS-PART-OF.
009110     PERFORM 4220-OVERLAP-ROW     THRU 4220-EXIT
009120             VARYING WS-PART-IX FROM 1 BY 1
009130             UNTIL WS-PART-IX NOT < WS-PART-OF.
009140     IF WS-TOT-PARTS = WS-PART-OF
009150             AND WS-SPAN-SUM NOT = WS-SPAN-TO - WS-SPAN-FROM
009160         DISPLAY "FBPARTMG3037E - THE PARTITION SLICES DO NOT "
009170                 "COVER THE DECK SPAN " WS-SPAN-FROM
009180                 " UP TO " WS-SPAN-TO " - A GAP WAS NEVER RUN"
009190         SET WS-REFUSED            TO TRUE
009200     END-IF.
009210 4200-EXIT.
009220     EXIT.
009230 4210-CHECK-ONE-SLICE SECTION.
009240     MOVE "OK"                     TO WS-PT-STATE (WS-PART-IX).
009250     IF NOT WS-PT-HAS-TOTALS (WS-PART-IX)
009260         GO TO 4210-EXIT
009270     END-IF.
009280     ADD 1                         TO WS-TOT-PARTS.
009290     MOVE WS-PART-IX               TO WS-PNO-DISP.
009300     IF WS-PT-FROM (WS-PART-IX) < WS-SPAN-FROM
009310             OR WS-PT-TO (WS-PART-IX) > WS-SPAN-TO
009320             OR WS-PT-FROM (WS-PART-IX) > WS-PT-TO (WS-PART-IX)
009330         DISPLAY "FBPARTMG3036E - PARTITION " WS-PNO-DISP
009340                 " SLICE " WS-PT-FROM (WS-PART-IX)
009350                 "-" WS-PT-TO (WS-PART-IX)
009360                 " LIES OUTSIDE THE DECK SPAN"
009370         MOVE "BAD SLICE"          TO WS-PT-STATE (WS-PART-IX)
009380         SET WS-REFUSED            TO TRUE
009390         GO TO 4210-EXIT
009400     END-IF.
009410     COMPUTE WS-SPAN-SUM = WS-SPAN-SUM
009420             + WS-PT-TO (WS-PART-IX) - WS-PT-FROM (WS-PART-IX).
009430     MOVE WS-PT-FROM (WS-PART-IX)  TO WS-SLICE-FROM.
009440     MOVE WS-PT-TO (WS-PART-IX)    TO WS-SLICE-TO.
009450     PERFORM 1310-SLICE-TOTALS    THRU 1310-EXIT.
009460     MOVE WS-SLICE-COUNT       TO WS-PT-EXP-COUNT (WS-PART-IX).
009470     MOVE WS-SLICE-HASH        TO WS-PT-EXP-HASH (WS-PART-IX).
009480 4210-EXIT.
009490     EXIT.
009500 4220-OVERLAP-ROW SECTION.
009510     COMPUTE WS-PART-NEXT = WS-PART-IX + 1.
009520     PERFORM 4230-OVERLAP-PAIR    THRU 4230-EXIT
009530             VARYING WS-PART-JX FROM WS-PART-NEXT BY 1
009540             UNTIL WS-PART-JX > WS-PART-OF.
009550 4220-EXIT.
009560     EXIT.
009570 4230-OVERLAP-PAIR SECTION.
009580     IF NOT WS-PT-HAS-TOTALS (WS-PART-IX)
009590             OR NOT WS-PT-HAS-TOTALS (WS-PART-JX)
009600         GO TO 4230-EXIT
009610     END-IF.
009620     IF WS-PT-FROM (WS-PART-IX) < WS-PT-TO (WS-PART-JX)
009630             AND WS-PT-FROM (WS-PART-JX) < WS-PT-TO (WS-PART-IX)
009640         MOVE WS-PART-IX           TO WS-PNO-DISP
009650         MOVE WS-PART-JX           TO WS-PNO-DISP-2
009660         DISPLAY "FBPARTMG3035E - PARTITIONS " WS-PNO-DISP
009670                 " AND " WS-PNO-DISP-2 " OVERLAP - "
009680                 WS-PT-FROM (WS-PART-IX) "-"
009690                 WS-PT-TO (WS-PART-IX) " AND "
009700                 WS-PT-FROM (WS-PART-JX) "-"
009710                 WS-PT-TO (WS-PART-JX)
009720         MOVE "OVERLAPS"           TO WS-PT-STATE (WS-PART-IX)
009730         MOVE "OVERLAPS"           TO WS-PT-STATE (WS-PART-JX)
009740         SET WS-REFUSED            TO TRUE
009750     END-IF.
009760 4230-EXIT.
009770     EXIT.
009780***************************************************************
009790*    5000-SCAN-FEEDS                                           *
009800*        FIRST PASS OVER PARTFEED - EVERY PARTITION FEED,      *
009810*        CONCATENATED IN PARTITION ORDER.  EACH FEED MUST      *
009820*        OPEN WITH ITS PARTITION HEADER AND CLOSE WITH A       *
009830*        TRAILER THAT MATCHES ITS RECOUNT; THE DETAIL RECORDS  *
009840*        ARE COUNTED, HASHED AND TALLIED BY LABEL FOR THE      *
009850*        ROLL-UP.  NOTHING IS WRITTEN YET.                     *
009860***************************************************************
009870 5000-SCAN-FEEDS SECTION.
009880     OPEN INPUT PART-FEED-FILE.
009890     IF WS-PFEED-STATUS NOT = "00"
009900         DISPLAY "FBPARTMG3043W - PARTFEED COULD NOT BE OPENED, "
009910                 "STATUS " WS-PFEED-STATUS
009920                 " - NO PARTITION FEEDS"
009930         GO TO 5000-EXIT
009940     END-IF.
009950     MOVE "N"                      TO WS-PFEED-EOF-SW.
009960     MOVE "N"                      TO WS-IN-PART-SW.
009970     PERFORM 5100-FEED-ONE        THRU 5100-EXIT
009980             UNTIL WS-PFEED-EOF.
009990     CLOSE PART-FEED-FILE.
010000     IF WS-ORPHAN-COUNT > ZERO
010010         DISPLAY "FBPARTMG3024E - " WS-ORPHAN-COUNT
010020                 " PARTFEED RECORDS LIE OUTSIDE ANY PARTITION "
010030                 "FEED'S HEADER AND TRAILER"
010040         SET WS-REFUSED            TO TRUE
010050     END-IF.
010060 5000-EXIT.
010070     EXIT.
010080 5100-FEED-ONE SECTION.
010090     READ PART-FEED-FILE
010100         AT END SET WS-PFEED-EOF   TO TRUE
010110     END-READ.
010120     IF WS-PFEED-EOF
010130         GO TO 5100-EXIT
010140     END-IF.
010150     EVALUATE TRUE
010160         WHEN PFD-HEADER-REC
010170             PERFORM 5200-FEED-HEADER THRU 5200-EXIT
010180         WHEN PFD-DETAIL-REC AND WS-IN-PART
010190             PERFORM 5300-FEED-DETAIL THRU 5300-EXIT
010200         WHEN PFD-TRAILER-REC AND WS-IN-PART
010210             PERFORM 5400-FEED-TRAILER THRU 5400-EXIT
010220         WHEN OTHER
010230             ADD 1 TO WS-ORPHAN-COUNT
010240     END-EVALUATE.
010250 5100-EXIT.
010260     EXIT.
010270***************************************************************
010280*    5200-FEED-HEADER                                          *
010290*        A PARTITION HEADER MUST NAME A PARTITION OF THIS      *
010300*        DECK, COME AFTER THE ONE BEFORE IT (A FEED READ TWICE *
010310*        WOULD FEED ITS NUMBERS TWICE), AND CARRY THE SLICE    *
010320*        ITS CONTROL TOTALS RECORD.                            *
010330***************************************************************
010340 5200-FEED-HEADER SECTION.
010350     MOVE "N"                      TO WS-IN-PART-SW.
010360     MOVE PART-FEED-RECORD         TO WS-PHDR-VIEW.
010370     IF WS-PHDR-PART-NO NOT NUMERIC
010380             OR WS-PHDR-PART-OF NOT NUMERIC
010390             OR WS-PHDR-PART-NO = ZERO
010400             OR WS-PHDR-PART-NO > WS-PART-OF
010410             OR WS-PHDR-PART-OF NOT = WS-PART-OF
010420         DISPLAY "FBPARTMG3021E - PARTFEED HEADER IS NOT A "
010430                 "PARTITION HEADER OF THIS DECK - "
010440                 PART-FEED-RECORD
010450         SET WS-REFUSED            TO TRUE
010460         GO TO 5200-EXIT
010470     END-IF.
010480     MOVE WS-PHDR-PART-NO          TO WS-CUR-PART.
010490     IF WS-CUR-PART NOT > WS-LAST-PART
010500         DISPLAY "FBPARTMG3022E - PARTITION " WS-CUR-PART
010510                 " FEED IS DUPLICATED OR OUT OF ORDER IN PARTFEED"
010520         MOVE "DUPLICATE"          TO WS-PT-STATE (WS-CUR-PART)
010530         SET WS-REFUSED            TO TRUE
010540         GO TO 5200-EXIT
010550     END-IF.
010560     MOVE WS-CUR-PART              TO WS-LAST-PART.
010570     SET WS-PT-HDR-SEEN (WS-CUR-PART) TO TRUE.
010580     SET WS-IN-PART                TO TRUE.
010590     IF NOT WS-PT-HAS-TOTALS (WS-CUR-PART)
010600         GO TO 5200-EXIT
010610     END-IF.
010620     IF WS-PHDR-FROM NOT = WS-PT-FROM (WS-CUR-PART)
010630             OR WS-PHDR-TO NOT = WS-PT-TO (WS-CUR-PART)
010640         DISPLAY "FBPARTMG3023E - PARTITION " WS-CUR-PART
010650                 " FEED COVERS " WS-PHDR-FROM "-" WS-PHDR-TO
010660                 " BUT ITS CONTROL TOTALS SAY "
010670                 WS-PT-FROM (WS-CUR-PART) "-"
010680                 WS-PT-TO (WS-CUR-PART)
010690         MOVE "BAD FEED"           TO WS-PT-STATE (WS-CUR-PART)
010700         SET WS-REFUSED            TO TRUE
010710     END-IF.
010720 5200-EXIT.
010730     EXIT.
010740***************************************************************
010750*    5300-FEED-DETAIL                                          *
010760*        COUNTS AND HASHES ONE DETAIL RECORD AGAINST ITS       *
010770*        PARTITION AND THE MERGE, AND TALLIES ITS LABEL - THE  *
010780*        WORD PLAIN, ONE RULE'S LABEL, OR A COMBINATION.       *
010790***************************************************************
010800 5300-FEED-DETAIL SECTION.
010810     IF PFD-NUMBER NOT NUMERIC
010820         ADD 1 TO WS-PT-STRAY (WS-CUR-PART)
010830         GO TO 5300-EXIT
010840     END-IF.
010850     ADD 1                         TO WS-PT-COUNT (WS-CUR-PART).
010860     ADD PFD-NUMBER                TO WS-PT-HASH (WS-CUR-PART).
010870     ADD 1                         TO WS-MRG-COUNT.
010880     ADD PFD-NUMBER                TO WS-MRG-HASH.
010890     IF WS-PT-HAS-TOTALS (WS-CUR-PART)
010900         IF PFD-NUMBER < WS-PT-FROM (WS-CUR-PART)
010910                 OR PFD-NUMBER NOT < WS-PT-TO (WS-CUR-PART)
010920             ADD 1 TO WS-PT-STRAY (WS-CUR-PART)
010930         END-IF
010940     END-IF.
010950     IF PFD-LABEL = "PLAIN"
010960         ADD 1                     TO WS-MRG-PLAIN
010970         GO TO 5300-EXIT
010980     END-IF.
010990     MOVE "N"                      TO WS-LABEL-HIT-SW.
011000     PERFORM 5310-MATCH-LABEL     THRU 5310-EXIT
011010             VARYING FB-RULE-IX FROM 1 BY 1
011020             UNTIL FB-RULE-IX > FB-RULE-COUNT OR WS-LABEL-HIT.
011030     IF WS-LABEL-HIT
011040         ADD 1                     TO WS-MRG-SINGLE
011050     ELSE
011060         ADD 1                     TO WS-MRG-COMBO
011070     END-IF.
011080 5300-EXIT.
011090     EXIT.
011100 5310-MATCH-LABEL SECTION.
011110     IF PFD-LABEL = FB-RULE-LABEL (FB-RULE-IX)
011120         SET WS-LABEL-HIT          TO TRUE
011130     END-IF.
011140 5310-EXIT.
011150     EXIT.
011160***************************************************************
011170*    5400-FEED-TRAILER                                         *
011180*        THE TRAILER MUST AGREE WITH THE RECOUNT OF THE FEED   *
011190*        IT CLOSES AND CARRY THIS RUN'S ID.                    *
011200***************************************************************
011210 5400-FEED-TRAILER SECTION.
011220     MOVE "N"                      TO WS-IN-PART-SW.
011230     SET WS-PT-TRL-SEEN (WS-CUR-PART) TO TRUE.
011240     MOVE PART-FEED-RECORD         TO WS-PTRL-VIEW.
011250     IF WS-PTRL-COUNT NOT NUMERIC OR WS-PTRL-HASH NOT NUMERIC
011260             OR WS-PTRL-COUNT NOT = WS-PT-COUNT (WS-CUR-PART)
011270             OR WS-PTRL-HASH NOT = WS-PT-HASH (WS-CUR-PART)
011280         DISPLAY "FBPARTMG3025E - PARTITION " WS-CUR-PART
011290                 " TRAILER DOES NOT MATCH ITS FEED - "
011300                 PART-FEED-RECORD
011310         MOVE "BAD FEED"           TO WS-PT-STATE (WS-CUR-PART)
011320         SET WS-REFUSED            TO TRUE
011330     END-IF.
011340     IF WS-PTRL-RUN-ID NOT NUMERIC
011350             OR WS-PTRL-RUN-ID NOT = WS-RUN-ID
011360         DISPLAY "FBPARTMG3026E - PARTITION " WS-CUR-PART
011370                 " FEED WAS WRITTEN BY RUN " WS-PTRL-RUN-ID
011380                 ", NOT RUN " WS-RUN-ID
011390         MOVE "OLD FEED"           TO WS-PT-STATE (WS-CUR-PART)
011400         SET WS-REFUSED            TO TRUE
011410     END-IF.
011420 5400-EXIT.
011430     EXIT.
011440***************************************************************
011450*    6000-CHECK-PARTS                                          *
011460*        PROVES ONE PARTITION - IT RAN TO THE END (ITS CONTROL *
011470*        TOTALS ARE THERE), IT RECONCILED (RC=0), ITS FEED IS  *
011480*        THERE AND COMPLETE, HOLDS ONLY ITS OWN SLICE, AND     *
011490*        AGREES WITH ITS CONTROL TOTALS AND WITH THE COUNT AND *
011500*        HASH THE DECK PUTS IN THE SLICE.                      *
011510***************************************************************
011520 6000-CHECK-PARTS SECTION.
011530     MOVE WS-PART-IX               TO WS-PNO-DISP.
011540     IF NOT WS-PT-HAS-TOTALS (WS-PART-IX)
011550         DISPLAY "FBPARTMG3028E - PARTITION " WS-PNO-DISP
011560                 " HAS NO CONTROL TOTALS FOR RUN " WS-RUN-ID
011570                 " - IT DID NOT RUN TO THE END"
011580         MOVE "MISSING"            TO WS-PT-STATE (WS-PART-IX)
011590         SET WS-REFUSED            TO TRUE
011600         GO TO 6000-EXIT
011610     END-IF.
011620     IF WS-PT-RC (WS-PART-IX) NOT = ZERO
011630         DISPLAY "FBPARTMG3029E - PARTITION " WS-PNO-DISP
011640                 " ENDED RC=" WS-PT-RC (WS-PART-IX)
011650                 " - ITS OWN CONTROL TOTALS DID NOT RECONCILE"
011660         MOVE "FAILED"             TO WS-PT-STATE (WS-PART-IX)
011670         SET WS-REFUSED            TO TRUE
011680     END-IF.
011690     IF NOT WS-PT-HDR-SEEN (WS-PART-IX)
011700         DISPLAY "FBPARTMG3030E - PARTITION " WS-PNO-DISP
011710                 " FEED IS MISSING FROM PARTFEED"
011720         MOVE "NO FEED"            TO WS-PT-STATE (WS-PART-IX)
011730         SET WS-REFUSED            TO TRUE
011740         GO TO 6000-EXIT
011750     END-IF.
011760     IF NOT WS-PT-TRL-SEEN (WS-PART-IX)
011770         DISPLAY "FBPARTMG3031E - PARTITION " WS-PNO-DISP
011780                 " FEED HAS NO TRAILER - IT IS INCOMPLETE"
011790         MOVE "NO TRAILER"         TO WS-PT-STATE (WS-PART-IX)
011800         SET WS-REFUSED            TO TRUE
011810     END-IF.
011820     IF WS-PT-STRAY (WS-PART-IX) > ZERO
011830         DISPLAY "FBPARTMG3032E - PARTITION " WS-PNO-DISP
011840                 " FEED HOLDS " WS-PT-STRAY (WS-PART-IX)
011850                 " RECORDS OUTSIDE ITS SLICE"
011860         MOVE "BAD FEED"           TO WS-PT-STATE (WS-PART-IX)
011870         SET WS-REFUSED            TO TRUE
011880     END-IF.
011890     IF WS-PT-COUNT (WS-PART-IX)
011900                NOT = WS-PT-TOT-COUNT (WS-PART-IX)
011910             OR WS-PT-HASH (WS-PART-IX)
011920                NOT = WS-PT-TOT-HASH (WS-PART-IX)
011930         DISPLAY "FBPARTMG3033E - PARTITION " WS-PNO-DISP
011940                 " FEED HOLDS COUNT=" WS-PT-COUNT (WS-PART-IX)
011950                 " HASH=" WS-PT-HASH (WS-PART-IX)
011960                 ", ITS CONTROL TOTALS SAY COUNT="
011970                 WS-PT-TOT-COUNT (WS-PART-IX)
011980                 " HASH=" WS-PT-TOT-HASH (WS-PART-IX)
011990         MOVE "BAD FEED"           TO WS-PT-STATE (WS-PART-IX)
012000         SET WS-REFUSED            TO TRUE
012010     END-IF.
012020     IF WS-PT-COUNT (WS-PART-IX)
012030                NOT = WS-PT-EXP-COUNT (WS-PART-IX)
012040             OR WS-PT-HASH (WS-PART-IX)
012050                NOT = WS-PT-EXP-HASH (WS-PART-IX)
012060         DISPLAY "FBPARTMG3034E - PARTITION " WS-PNO-DISP
012070                 " FEED HOLDS COUNT=" WS-PT-COUNT (WS-PART-IX)
012080                 " HASH=" WS-PT-HASH (WS-PART-IX)
012090                 ", ITS SLICE CALLS FOR COUNT="
012100                 WS-PT-EXP-COUNT (WS-PART-IX)
012110                 " HASH=" WS-PT-EXP-HASH (WS-PART-IX)
012120         MOVE "BAD FEED"           TO WS-PT-STATE (WS-PART-IX)
012130         SET WS-REFUSED            TO TRUE
012140     END-IF.
012150 6000-EXIT.
012160     EXIT.
012170***************************************************************
012180*    6500-RECONCILE                                            *
012190*        THE ROLLED-UP RECONCILIATION.  THE MERGED COUNT AND   *
012200*        HASH MUST BE WHAT THE WHOLE DECK CALLS FOR, AND THE   *
012210*        COMBINATION AND PLAIN TALLIES MUST BE WHAT THE        *
012220*        INCLUSION-EXCLUSION CLOSED FORM GIVES, SUMMED CARD BY *
012230*        CARD.                                                 *
012240***************************************************************
012250 6500-RECONCILE SECTION.
012260     MOVE WS-SPAN-FROM             TO WS-SLICE-FROM.
012270     MOVE WS-SPAN-TO               TO WS-SLICE-TO.
012280     PERFORM 1310-SLICE-TOTALS    THRU 1310-EXIT.
012290     MOVE WS-SLICE-COUNT           TO WS-EXP-COUNT.
012300     MOVE WS-SLICE-HASH            TO WS-EXP-HASH.
012310     MOVE ZERO                     TO WS-EXP-COMBO.
012320     MOVE ZERO                     TO WS-EXP-PLAIN.
012330     PERFORM 6510-RECON-ONE-CARD  THRU 6510-EXIT
012340             VARYING WS-CARD-IX FROM 1 BY 1
012350             UNTIL WS-CARD-IX > WS-RANGE-COUNT.
012360     MOVE WS-EXP-COMBO             TO WS-EXP-COMBO-DISP.
012370     MOVE WS-EXP-PLAIN             TO WS-EXP-PLAIN-DISP.
012380     IF WS-MRG-COUNT NOT = WS-EXP-COUNT
012390             OR WS-MRG-HASH NOT = WS-EXP-HASH
012400         DISPLAY "FBPARTMG3038E - MERGED FEED HOLDS COUNT="
012410                 WS-MRG-COUNT " HASH=" WS-MRG-HASH
012420                 ", THE DECK CALLS FOR COUNT=" WS-EXP-COUNT
012430                 " HASH=" WS-EXP-HASH
012440         SET WS-REFUSED            TO TRUE
012450     END-IF.
012460     IF WS-MRG-COMBO NOT = WS-EXP-COMBO
012470         DISPLAY "FBPARTMG3039E - COMBINATION COUNT EXPECTED "
012480                 WS-EXP-COMBO-DISP " ACTUAL " WS-MRG-COMBO
012490         SET WS-REFUSED            TO TRUE
012500     END-IF.
012510     IF WS-MRG-PLAIN NOT = WS-EXP-PLAIN
012520         DISPLAY "FBPARTMG3040E - PLAIN NUMBER COUNT EXPECTED "
012530                 WS-EXP-PLAIN-DISP " ACTUAL " WS-MRG-PLAIN
012540         SET WS-REFUSED            TO TRUE
012550     END-IF.
012560 6500-EXIT.
012570     EXIT.
012580***************************************************************
012590*    6510-RECON-ONE-CARD                                       *
012600*        ADDS ONE CARD'S EXPECTED COMBINATION AND PLAIN        *
012610*        COUNTS - FIZZBUZZ 8000-RECONCILE FOR A SINGLE CARD.   *
012620***************************************************************
012630 6510-RECON-ONE-CARD SECTION.
012640     MOVE WS-RANGE-START (WS-CARD-IX) TO WS-RECON-START.
012650     MOVE WS-RANGE-END (WS-CARD-IX)   TO WS-RECON-END.
012660     IF WS-RECON-START NOT < WS-RECON-END
012670         GO TO 6510-EXIT
012680     END-IF.
012690     PERFORM 6600-RECON-BUILD-S   THRU 6600-EXIT.
012700     PERFORM 6800-RECON-COMBINE   THRU 6800-EXIT.
012710     COMPUTE WS-EXP-COMBO = WS-EXP-COMBO
012720             + WS-RECON-UNION - WS-RECON-E1.
012730     COMPUTE WS-EXP-PLAIN = WS-EXP-PLAIN
012740             + (WS-RECON-END - WS-RECON-START) - WS-RECON-UNION.
012750 6510-EXIT.
012760     EXIT.
012770***************************************************************
012780*    6600-RECON-BUILD-S                                        *
012790*        BUILDS THE INCLUSION-EXCLUSION SUBSET SUMS - ONE PER  *
012800*        SUBSET SIZE - OVER EVERY NON-EMPTY SUBSET OF THE      *
012810*        RULE TABLE'S DIVISORS, FOR THE CARD IN HAND.          *
012820***************************************************************
012830 6600-RECON-BUILD-S SECTION.
012840     INITIALIZE WS-RECON-S-TABLE.
012850     EVALUATE FB-RULE-COUNT
012860         WHEN 1  MOVE 1  TO WS-RECON-MAXMASK
012870         WHEN 2  MOVE 3  TO WS-RECON-MAXMASK
012880         WHEN 3  MOVE 7  TO WS-RECON-MAXMASK
012890         WHEN 4  MOVE 15 TO WS-RECON-MAXMASK
012900         WHEN 5  MOVE 31 TO WS-RECON-MAXMASK
012910     END-EVALUATE.
012920     PERFORM 6610-RECON-MASK THRU 6610-EXIT
012930             VARYING WS-RECON-MASK FROM 1 BY 1
012940             UNTIL WS-RECON-MASK > WS-RECON-MAXMASK.
012950 6600-EXIT.
012960     EXIT.
012970***************************************************************
012980*    6610-RECON-MASK                                           *
012990*        ACCUMULATES ONE SUBSET (ONE BIT-MASK) INTO THE SUBSET *
013000*        SUM FOR ITS SIZE - THE COUNT OF VALUES ON THE CARD    *
013010*        DIVISIBLE BY THE LCM OF THE SUBSET'S DIVISORS.        *
013020***************************************************************
013030 6610-RECON-MASK SECTION.
013040     MOVE ZERO                     TO WS-RECON-POPCOUNT.
013050     MOVE 1                        TO WS-RECON-LCM.
013060     PERFORM 6620-RECON-BIT THRU 6620-EXIT
013070             VARYING FB-RULE-IX FROM 1 BY 1
013080             UNTIL FB-RULE-IX > FB-RULE-COUNT.
013090     COMPUTE WS-RECON-COUNT =
013100             (WS-RECON-END - 1) / WS-RECON-LCM
013110           - (WS-RECON-START - 1) / WS-RECON-LCM.
013120     SET WS-RECON-S-IX TO WS-RECON-POPCOUNT.
013130     ADD WS-RECON-COUNT TO WS-RECON-S (WS-RECON-S-IX).
013140 6610-EXIT.
013150     EXIT.
013160***************************************************************
013170*    6620-RECON-BIT                                            *
013180*        TESTS ONE RULE-TABLE POSITION AGAINST THE CURRENT     *
013190*        MASK AND, WHEN SET, FOLDS ITS DIVISOR INTO THE        *
013200*        RUNNING LCM FOR THE SUBSET.                           *
013210***************************************************************
013220 6620-RECON-BIT SECTION.
013230     PERFORM 6700-RECON-BIT-TEST THRU 6700-EXIT.
013240     IF WS-RECON-BITVAL = 1
013250         ADD 1 TO WS-RECON-POPCOUNT
013260         PERFORM 6630-RECON-LCM THRU 6630-EXIT
013270     END-IF.
013280 6620-EXIT.
013290     EXIT.
013300***************************************************************
013310*    6630-RECON-LCM                                            *
013320*        FOLDS FB-RULE-DIVISOR (FB-RULE-IX) INTO WS-RECON-LCM  *
013330*        USING THE LCM(A,B) = A * B / GCD(A,B) IDENTITY.       *
013340***************************************************************
013350 6630-RECON-LCM SECTION.
013360     MOVE WS-RECON-LCM                    TO WS-RECON-GCD-A.
013370     MOVE FB-RULE-DIVISOR (FB-RULE-IX)    TO WS-RECON-GCD-B.
013380     PERFORM 6640-RECON-GCD THRU 6640-EXIT.
013390     COMPUTE WS-RECON-LCM =
013400             WS-RECON-LCM * FB-RULE-DIVISOR (FB-RULE-IX)
013410                          / WS-RECON-GCD-A.
013420 6630-EXIT.
013430     EXIT.
013440***************************************************************
013450*    6640-RECON-GCD                                            *
013460*        REDUCES WS-RECON-GCD-A/B TO THEIR GREATEST COMMON     *
013470*        DIVISOR BY THE EUCLIDEAN ALGORITHM.  THE RESULT IS    *
013480*        LEFT IN WS-RECON-GCD-A.                               *
013490***************************************************************
013500 6640-RECON-GCD SECTION.
013510     PERFORM 6650-RECON-GCD-STEP THRU 6650-EXIT
013520             UNTIL WS-RECON-GCD-B = ZERO.
013530 6640-EXIT.
013540     EXIT.
013550 6650-RECON-GCD-STEP SECTION.
013560     DIVIDE WS-RECON-GCD-A BY WS-RECON-GCD-B
013570             GIVING WS-RECON-GCD-Q REMAINDER WS-RECON-GCD-R.
013580     MOVE WS-RECON-GCD-B           TO WS-RECON-GCD-A.
013590     MOVE WS-RECON-GCD-R           TO WS-RECON-GCD-B.
013600 6650-EXIT.
013610     EXIT.
013620***************************************************************
013630*    6700-RECON-BIT-TEST                                       *
013640*        SETS WS-RECON-BITVAL TO 1 WHEN BIT (FB-RULE-IX - 1)   *
013650*        IS ON IN WS-RECON-MASK, OTHERWISE ZERO.               *
013660***************************************************************
013670 6700-RECON-BIT-TEST SECTION.
013680     MOVE WS-RECON-MASK            TO WS-RECON-TEMP1.
013690     COMPUTE WS-RECON-SHIFT = FB-RULE-IX - 1.
013700     PERFORM 6710-RECON-HALVE THRU 6710-EXIT
013710             WS-RECON-SHIFT TIMES.
013720     DIVIDE WS-RECON-TEMP1 BY 2 GIVING WS-RECON-GCD-Q
013730             REMAINDER WS-RECON-BITVAL.
013740 6700-EXIT.
013750     EXIT.
013760 6710-RECON-HALVE SECTION.
013770     DIVIDE WS-RECON-TEMP1 BY 2 GIVING WS-RECON-TEMP1.
013780 6710-EXIT.
013790     EXIT.
013800***************************************************************
013810*    6800-RECON-COMBINE                                        *
013820*        COMBINES THE SUBSET SUMS INTO THE INCLUSION-EXCLUSION *
013830*        UNION COUNT (AT LEAST ONE RULE MATCHES) AND THE       *
013840*        WEIGHTED SUM NEEDED TO ISOLATE THE EXACTLY-ONE-MATCH  *
013850*        COUNT.                                                *
013860***************************************************************
013870 6800-RECON-COMBINE SECTION.
013880     MOVE ZERO                     TO WS-RECON-UNION.
013890     MOVE ZERO                     TO WS-RECON-E1.
013900     PERFORM 6810-RECON-ADD-S THRU 6810-EXIT
013910             VARYING WS-RECON-S-IX FROM 1 BY 1
013920             UNTIL WS-RECON-S-IX > FB-RULE-COUNT.
013930 6800-EXIT.
013940     EXIT.
013950 6810-RECON-ADD-S SECTION.
013960     COMPUTE WS-RECON-TERM-E =
013970             WS-RECON-S-IX * WS-RECON-S (WS-RECON-S-IX).
013980     IF FUNCTION MOD (WS-RECON-S-IX 2) = 1
013990         ADD WS-RECON-S (WS-RECON-S-IX)    TO WS-RECON-UNION
014000         ADD WS-RECON-TERM-E                TO WS-RECON-E1
014010     ELSE
014020         SUBTRACT WS-RECON-S (WS-RECON-S-IX) FROM WS-RECON-UNION
014030         SUBTRACT WS-RECON-TERM-E            FROM WS-RECON-E1
014040     END-IF.
014050 6810-EXIT.
014060     EXIT.
014070***************************************************************
014080*    7000-WRITE-FEED                                           *
014090*        SECOND PASS, MADE ONLY ONCE EVERY CHECK HAS PASSED -  *
014100*        WRITES THE WORKING FEED: ONE HEADER FOR THE WHOLE     *
014110*        DECK, EVERY PARTITION'S DETAIL RECORDS IN PARTITION   *
014120*        ORDER (SO IN NUMBER ORDER), AND ONE TRAILER.          *
014130***************************************************************
014140 7000-WRITE-FEED SECTION.
014150     OPEN OUTPUT FEED-FILE.
014160     IF WS-FEED-STATUS NOT = "00"
014170         DISPLAY "FBPARTMG3044E - FEEDFILE COULD NOT BE OPENED, "
014180                 "STATUS " WS-FEED-STATUS
014190         PERFORM 1800-ABEND THRU 1800-EXIT
014200     END-IF.
014210     MOVE WS-TODAY-DISP            TO WS-FHDR-DATE.
014220     MOVE WS-NOW-DISP              TO WS-FHDR-TIME.
014230     MOVE WS-SPAN-FROM             TO WS-FHDR-RANGE-FROM.
014240     MOVE WS-SPAN-TO               TO WS-FHDR-RANGE-TO.
014250     MOVE WS-RANGE-COUNT           TO WS-FHDR-RANGE-COUNT.
014260     WRITE FEED-RECORD FROM WS-FEED-HDR-REC.
014270     OPEN INPUT PART-FEED-FILE.
014280     MOVE "N"                      TO WS-PFEED-EOF-SW.
014290     PERFORM 7100-COPY-ONE        THRU 7100-EXIT
014300             UNTIL WS-PFEED-EOF.
014310     CLOSE PART-FEED-FILE.
014320     MOVE WS-OUT-COUNT             TO WS-FTRL-COUNT.
014330     MOVE WS-OUT-HASH              TO WS-FTRL-HASH.
014340     MOVE WS-RUN-ID                TO WS-FTRL-RUN-ID.
014350     WRITE FEED-RECORD FROM WS-FEED-TRL-REC.
014360     CLOSE FEED-FILE.
014370 7000-EXIT.
014380     EXIT.
014390 7100-COPY-ONE SECTION.
014400     READ PART-FEED-FILE
014410         AT END SET WS-PFEED-EOF   TO TRUE
014420     END-READ.
014430     IF WS-PFEED-EOF OR NOT PFD-DETAIL-REC
014440         GO TO 7100-EXIT
014450     END-IF.
014460     WRITE FEED-RECORD FROM PART-FEED-RECORD.
014470     ADD 1                         TO WS-OUT-COUNT.
014480     ADD PFD-NUMBER                TO WS-OUT-HASH.
014490 7100-EXIT.
014500     EXIT.
014510***************************************************************
014520*    7500-PRINT-SHEET                                          *
014530*        PRINTS ONE LINE PER PARTITION - THE SLICE IT RAN,     *
014540*        WHAT ITS FEED HELD AND ITS STANDING - AND THE ROLLED- *
014550*        UP TOTALS AGAINST WHAT THE DECK CALLS FOR.            *
014560***************************************************************
014570 7500-PRINT-SHEET SECTION.
014580     PERFORM 7510-PRINT-PART      THRU 7510-EXIT
014590             VARYING WS-PART-IX FROM 1 BY 1
014600             UNTIL WS-PART-IX > WS-PART-OF.
014610     MOVE SPACES                   TO WS-PRINT-LINE.
014620     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014630     MOVE "DECK SPAN"              TO WS-PRT-LABEL.
014640     MOVE WS-RANGE-COUNT           TO WS-CARD-NO-DISP.
014650     STRING WS-SPAN-FROM " UP TO " WS-SPAN-TO
014660             "  RANGE GROUPS " WS-CARD-NO-DISP
014670             DELIMITED BY SIZE INTO WS-PRT-TEXT.
014680     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014690     MOVE SPACES                   TO WS-PRINT-LINE.
014700     MOVE "MERGED COUNT/HASH"      TO WS-PRT-LABEL.
014710     STRING WS-MRG-COUNT " / " WS-MRG-HASH
014720             "  EXPECTED " WS-EXP-COUNT " / " WS-EXP-HASH
014730             DELIMITED BY SIZE INTO WS-PRT-TEXT.
014740     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014750     MOVE SPACES                   TO WS-PRINT-LINE.
014760     MOVE "COMBINATIONS"           TO WS-PRT-LABEL.
014770     STRING WS-MRG-COMBO "  EXPECTED " WS-EXP-COMBO-DISP
014780             DELIMITED BY SIZE INTO WS-PRT-TEXT.
014790     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014800     MOVE SPACES                   TO WS-PRINT-LINE.
014810     MOVE "SINGLE RULE"            TO WS-PRT-LABEL.
014820     MOVE WS-MRG-SINGLE            TO WS-PRT-TEXT.
014830     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014840     MOVE SPACES                   TO WS-PRINT-LINE.
014850     MOVE "PLAIN"                  TO WS-PRT-LABEL.
014860     STRING WS-MRG-PLAIN "  EXPECTED " WS-EXP-PLAIN-DISP
014870             DELIMITED BY SIZE INTO WS-PRT-TEXT.
014880     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014890     MOVE SPACES                   TO WS-PRINT-LINE.
014900     MOVE "RESULT"                 TO WS-PRT-LABEL.
014910     IF WS-REFUSED
014920         MOVE "MERGE REFUSED - WORKING FEED NOT WRITTEN"
014930                                   TO WS-PRT-TEXT
014940     ELSE
014950         MOVE "MERGED - WORKING FEED WRITTEN"
014960                                   TO WS-PRT-TEXT
014970     END-IF.
014980     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
014990 7500-EXIT.
015000     EXIT.
015010 7510-PRINT-PART SECTION.
015020     MOVE WS-PART-IX               TO WS-PNO-DISP.
015030     MOVE SPACES                   TO WS-PRINT-LINE.
015040     STRING "PARTITION " WS-PNO-DISP
015050             DELIMITED BY SIZE INTO WS-PRT-LABEL.
015060     IF NOT WS-PT-HAS-TOTALS (WS-PART-IX)
015070         STRING "PLANNED " WS-PT-PLAN-FROM (WS-PART-IX)
015080                 "-" WS-PT-PLAN-TO (WS-PART-IX)
015090                 "  " WS-PT-STATE (WS-PART-IX)
015100                 DELIMITED BY SIZE INTO WS-PRT-TEXT
015110     ELSE
015120         STRING "SLICE " WS-PT-FROM (WS-PART-IX)
015130                 "-" WS-PT-TO (WS-PART-IX)
015140                 "  COUNT " WS-PT-COUNT (WS-PART-IX)
015150                 "  HASH " WS-PT-HASH (WS-PART-IX)
015160                 "  RC " WS-PT-RC (WS-PART-IX)
015170                 "  RESUMED " WS-PT-RESUMED (WS-PART-IX)
015180                 "  " WS-PT-STATE (WS-PART-IX)
015190                 DELIMITED BY SIZE INTO WS-PRT-TEXT
015200     END-IF.
015210     PERFORM 8100-PRINT-LINE      THRU 8100-EXIT.
015220 7510-EXIT.
015230     EXIT.
015240***************************************************************
015250*    7800-WRITE-AUDIT-END                                      *
015260*        WRITES A RUN-PART RECORD FOR EACH PARTITION - THE     *
015270*        SLICE IT RECORDED, OR THE PLANNED ONE WHEN IT LEFT NO *
015280*        TOTALS - THEN THE RUN-END RECORD.  RECORDS= IS THE    *
015290*        MERGED FEED'S COUNT, ZERO WHEN THE MERGE WAS REFUSED. *
015300***************************************************************
015310 7800-WRITE-AUDIT-END SECTION.
015320     PERFORM 7810-AUDIT-PART      THRU 7810-EXIT
015330             VARYING WS-PART-IX FROM 1 BY 1
015340             UNTIL WS-PART-IX > WS-PART-OF.
015350     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
015360     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
015370             DELIMITED BY SIZE INTO WS-TODAY-DISP.
015380     ACCEPT WS-NOW-RAW FROM TIME.
015390     STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
015400             DELIMITED BY SIZE INTO WS-NOW-DISP.
015410     MOVE RETURN-CODE              TO WS-AUD-RC.
015420     MOVE WS-OUT-COUNT             TO WS-AUD-RECORDS.
015430     MOVE SPACES                   TO WS-AUDIT-LINE.
015440     STRING "RUN-END   DATE=" WS-TODAY-DISP
015450             " TIME=" WS-NOW-DISP
015460             " RECORDS=" WS-AUD-RECORDS
015470             " RC=" WS-AUD-RC
015480             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
015490     PERFORM 3230-WRITE-AUDIT     THRU 3230-EXIT.
015500 7800-EXIT.
015510     EXIT.
015520 7810-AUDIT-PART SECTION.
015530     MOVE WS-PART-IX               TO WS-PNO-DISP.
015540     IF WS-PT-HAS-TOTALS (WS-PART-IX)
015550         MOVE WS-PT-FROM (WS-PART-IX)  TO WS-SLICE-FROM
015560         MOVE WS-PT-TO (WS-PART-IX)    TO WS-SLICE-TO
015570         MOVE WS-PT-GROUPS (WS-PART-IX) TO WS-SLICE-GROUPS
015580     ELSE
015590         MOVE WS-PT-PLAN-FROM (WS-PART-IX) TO WS-SLICE-FROM
015600         MOVE WS-PT-PLAN-TO (WS-PART-IX)   TO WS-SLICE-TO
015610         MOVE ZERO                 TO WS-SLICE-GROUPS
015620     END-IF.
015630     MOVE SPACES                   TO WS-AUDIT-LINE.
015640     STRING "RUN-PART  PART=" WS-PNO-DISP
015650             " OF=" WS-PART-OF
015660             " FROM=" WS-SLICE-FROM
015670             " TO=" WS-SLICE-TO
015680             " GROUPS=" WS-SLICE-GROUPS
015690             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
015700     PERFORM 3230-WRITE-AUDIT     THRU 3230-EXIT.
015710 7810-EXIT.
015720     EXIT.
015730***************************************************************
015740*    8000-WRITE-HEADERS                                        *
015750*        STARTS A NEW REPORT PAGE.                             *
015760***************************************************************
015770 8000-WRITE-HEADERS SECTION.
015780     ADD 1 TO WS-PAGE-COUNT.
015790     MOVE WS-TODAY-DISP            TO WS-HDR-RUN-DATE.
015800     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
015810     MOVE "1"                      TO RPT-CC.
015820     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
015830     WRITE RPT-RECORD.
015840     MOVE " "                      TO RPT-CC.
015850     MOVE WS-BLANK-LINE            TO RPT-LINE.
015860     WRITE RPT-RECORD.
015870     MOVE ZERO                     TO WS-LINE-COUNT.
015880 8000-EXIT.
015890     EXIT.
015900***************************************************************
015910*    8100-PRINT-LINE                                           *
015920*        PRINTS WS-PRINT-LINE, STARTING A NEW PAGE WHEN FULL.  *
015930***************************************************************
015940 8100-PRINT-LINE SECTION.
015950     IF WS-LINE-COUNT NOT < WS-MAX-LINES
015960         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
015970     END-IF.
015980     MOVE " "                      TO RPT-CC.
015990     MOVE WS-PRINT-LINE            TO RPT-LINE.
016000     WRITE RPT-RECORD.
016010     ADD 1 TO WS-LINE-COUNT.
016020 8100-EXIT.
016030     EXIT.
016040***************************************************************
016050*    9000-TERMINATE                                            *
016060*        END-OF-RUN HOUSEKEEPING - THE AUDIT TRAIL IS CLOSED   *
016070*        AND THE LOCK RELEASED WHATEVER THE MERGE DECIDED.     *
016080***************************************************************
016090 9000-TERMINATE SECTION.
016100     CLOSE RPT-FILE.
016110     IF WS-AUDIT-OPEN
016120         CLOSE AUDIT-FILE
016130     END-IF.
016140     IF WS-LOCK-HELD-BY-US
016150         PERFORM 3150-RELEASE-LOCK THRU 3150-EXIT
016160     END-IF.
016170     MOVE RETURN-CODE              TO WS-AUD-RC.
016180     DISPLAY "FBPARTMG3000I - " WS-FUNCTION " COMPLETE, RC "
016190             WS-AUD-RC.
016200 9000-EXIT.
016210     EXIT.
