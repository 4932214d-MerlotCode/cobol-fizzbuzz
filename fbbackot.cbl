000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBBACKOT                                 *
000040*    FUNCTION     :  BACKS OUT ONE MASTER-MAINTENANCE RUN.    *
000050*                    THE OPERATOR NAMES THE RUN BY THE DATE    *
000060*                    AND TIME ON ITS AUDIT RUN-START RECORD,   *
000070*                    AND SUPPLIES THE DELTA GENERATION THAT    *
000080*                    RUN'S FBMSTMNT STEP WROTE.  EVERY RECORD  *
000090*                    THE RUN INSERTED (DELTA ACTION A) IS      *
000100*                    REMOVED FROM THE MASTER, AND EVERY        *
000110*                    RECORD IT RECLASSIFIED (DELTA ACTION U)   *
000120*                    IS PUT BACK TO THE PRIOR IMAGE THE RUN    *
000130*                    JOURNALED TO THE HISTORY FILE.  THE       *
000140*                    RESULT IS A NEW MASTER GENERATION WITH    *
000150*                    THE USUAL HEADER AND TRAILER, A           *
000160*                    COMPENSATING DELTA (AN INSERT REVERSED    *
000170*                    TO A D DELETE, AN UPDATE REVERSED TO THE  *
000180*                    OLD LABEL) SO SUBSCRIBERS UNWIND WHAT     *
000190*                    THEY APPLIED, A JOURNAL ENTRY FOR EVERY   *
000200*                    RECORD TOUCHED, AND RUN-BKOUT/RUN-BKEND   *
000210*                    RECORDS FOR THE AUDIT TRAIL.              *
000220*                                                             *
000230*                    NOTHING IS WRITTEN UNTIL EVERY CHECK HAS  *
000240*                    PASSED - THE RUN IS ON THE AUDIT TRAIL    *
000250*                    AND NOT ALREADY BACKED OUT, THE DELTA IS  *
000260*                    WHOLE AND BELONGS TO THAT RUN, THE        *
000270*                    JOURNAL HOLDS A PRIOR IMAGE FOR EVERY     *
000280*                    RECLASSIFICATION, AND NO RECORD THE RUN   *
000290*                    TOUCHED HAS CHANGED ON THE MASTER SINCE.  *
000300*                    A LATER RUN THAT TOUCHED THE SAME         *
000310*                    NUMBERS MUST BE BACKED OUT FIRST.         *
000320*                                                             *
000330*                    RECORDS THE RUN ONLY RESTAMPED (SAME      *
000340*                    ANSWER, NEW RULE SET) ARE NOT ON THE      *
000350*                    DELTA AND KEEP THEIR STAMP; THE NEXT      *
000360*                    MAINTENANCE RUN RESTAMPS THEM AGAIN.      *
000370*                                                             *
000380***************************************************************
000390 IDENTIFICATION       DIVISION.
000400 PROGRAM-ID.          FBBACKOT.
000410 AUTHOR.              MERLOTCODE.
000420 INSTALLATION.        DATA PROCESSING CENTER.
000430 DATE-WRITTEN.        10/15/2026.
000440 DATE-COMPILED.
000450*                                                             *
000460*    MODIFICATION HISTORY                                      *
000470*    ----------   ----  --------------------------------------*
000480*    DATE          BY   DESCRIPTION                            *
000490*    ----------   ----  --------------------------------------*
000500*    10/15/2026    MCD  FIRST VERSION - A BAD MAINTENANCE RUN  *
000510*                       NO LONGER MEANS RESTORING A WHOLE      *
000520*                       MASTER GENERATION BY HAND.             *
000522*    10/15/2026    MCD  RUN IDS - A DELTA WHOSE HEADER RUN ID  *
000524*                       IS NOT THE TARGET RUN-START'S IS       *
000526*                       REFUSED; THE JOURNAL (NOW 178 BYTES),  *
000528*                       THE AUDIT RECORDS (NOW 88) AND THE     *
000529*                       COMPENSATING DELTA'S HEADER CARRY THE  *
000530*                       BACKED-OUT RUN'S ID.                   *
000532*    10/15/2026    MCD  A JOURNAL ENTRY CARRYING A RUN ID ONLY *
000534*                       MATCHES THE TARGET RUN'S OWN ID.       *
000535*    10/15/2026    MCD  AUDIT RECORDS GO TO AUDITOUT FOR THE   *
000536*                       JOB'S LAST STEP TO APPEND, SO A        *
000537*                       BACKOUT WHOSE CATALOG STEPS FAIL CAN   *
000538*                       BE RERUN.                              *
000539***************************************************************
000540 ENVIRONMENT          DIVISION.
000550 INPUT-OUTPUT         SECTION.
000560 FILE-CONTROL.
000570     SELECT BACK-PARM-FILE ASSIGN TO "BACKPARM"
000580                          ORGANIZATION IS LINE SEQUENTIAL
000590                          FILE STATUS IS WS-PARM-STATUS.
000600     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000610                          ORGANIZATION IS LINE SEQUENTIAL
000620                          FILE STATUS IS WS-AUDIT-STATUS.
000622     SELECT AUDIT-OUT-FILE ASSIGN TO "AUDITOUT"
000624                          ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT MAST-IN-FILE  ASSIGN TO "MASTIN"
000640                          ORGANIZATION IS LINE SEQUENTIAL
000650                          FILE STATUS IS WS-MASTIN-STATUS.
000660     SELECT DELTA-IN-FILE ASSIGN TO "DELTAIN"
000670                          ORGANIZATION IS LINE SEQUENTIAL
000680                          FILE STATUS IS WS-DELTA-STATUS.
000690     SELECT HIST-IN-FILE  ASSIGN TO "HISTIN"
000700                          ORGANIZATION IS LINE SEQUENTIAL
000710                          FILE STATUS IS WS-HIST-STATUS.
000720     SELECT MAST-OUT-FILE ASSIGN TO "MASTOUT"
000730                          ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT DELTA-OUT-FILE ASSIGN TO "DELTAOUT"
000750                          ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT HIST-OUT-FILE ASSIGN TO "HISTOUT"
000770                          ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA                 DIVISION.
000790 FILE                 SECTION.
000800 FD  BACK-PARM-FILE.
000810 01  BACK-CARD.
000820     05  BACK-RUN-DATE        PIC X(10).
000830     05  FILLER               PIC X(01).
000840     05  BACK-RUN-TIME        PIC X(08).
000850     05  FILLER               PIC X(01).
000860     05  BACK-OPERATOR        PIC X(08).
000870     05  FILLER               PIC X(52).
000880 FD  AUDIT-FILE.
000890     COPY FBAUDIT.
000892 FD  AUDIT-OUT-FILE.
000894 01  AUDIT-OUT-RECORD.
000896     05  AUDO-TEXT            PIC X(80).
000898     05  AUDO-RUN-ID          PIC 9(08).
000900 FD  MAST-IN-FILE.
000910 01  MAST-IN-RECORD           PIC X(120).
000920 FD  DELTA-IN-FILE.
000930 01  DELTA-IN-RECORD          PIC X(121).
000940 FD  HIST-IN-FILE.
000950 01  HIST-IN-RECORD.
000960     05  HIST-IN-RECLASS-DATE PIC X(10).
000970     05  HIST-IN-OLD-IMAGE    PIC X(120).
000980     05  HIST-IN-NEW-LABEL    PIC X(40).
000985     05  HIST-IN-RUN-ID       PIC X(08).
000990 FD  MAST-OUT-FILE.
001000 01  MAST-OUT-RECORD          PIC X(120).
001010 FD  DELTA-OUT-FILE.
001020 01  DELTA-OUT-RECORD         PIC X(121).
001030 FD  HIST-OUT-FILE.
001040 01  HIST-OUT-RECORD          PIC X(178).
001050 WORKING-STORAGE      SECTION.
001060 77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
001080 77  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
001090 77  WS-DELTA-STATUS      PIC X(02) VALUE SPACES.
001100 77  WS-HIST-STATUS       PIC X(02) VALUE SPACES.
001110***************************************************************
001120*    THE RUN BEING BACKED OUT, AS FOUND ON THE AUDIT TRAIL.    *
001130*    ITS RUN-END DATE IS KEPT AS WELL AS ITS START DATE - A    *
001140*    RUN THAT CROSSED MIDNIGHT DATES ITS DELTA AND JOURNAL     *
001150*    ENTRIES THE DAY AFTER ITS RUN-START.  ITS RUN ID IS ZERO  *
001155*    WHEN THE RUN-START PREDATES RUN IDS.                      *
001160***************************************************************
001170 01  WS-TARGET.
001180     05  WS-TGT-DATE          PIC X(10).
001190     05  WS-TGT-TIME          PIC X(08).
001200     05  WS-TGT-OPERATOR      PIC X(08).
001210     05  WS-TGT-FROM          PIC X(07).
001220     05  WS-TGT-TO            PIC X(07).
001230     05  WS-TGT-END-DATE      PIC X(10).
001240     05  WS-TGT-RC            PIC X(03).
001245     05  WS-TGT-RUN-ID        PIC 9(08).
001250 77  WS-TGT-FOUND-SW      PIC X(01) VALUE "N".
001260     88  WS-TGT-FOUND         VALUE "Y".
001270 77  WS-TGT-ENDED-SW      PIC X(01) VALUE "N".
001280     88  WS-TGT-ENDED         VALUE "Y".
001290 77  WS-IN-TARGET-SW      PIC X(01) VALUE "N".
001300     88  WS-IN-TARGET         VALUE "Y".
001310 77  WS-BACKED-OUT-SW     PIC X(01) VALUE "N".
001320     88  WS-ALREADY-BACKED-OUT VALUE "Y".
001330 77  WS-PRIOR-BKOUT-DATE  PIC X(10) VALUE SPACES.
001340 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
001350     88  WS-AUD-EOF           VALUE "Y".
001360 01  WS-AUD-START-VIEW.
001370     05  FILLER               PIC X(15).
001380     05  WS-AUDS-DATE         PIC X(10).
001390     05  FILLER               PIC X(06).
001400     05  WS-AUDS-TIME         PIC X(08).
001410     05  FILLER               PIC X(07).
001420     05  WS-AUDS-START        PIC X(07).
001430     05  FILLER               PIC X(01).
001440     05  WS-AUDS-END          PIC X(07).
001450     05  FILLER               PIC X(19).
001460 01  WS-AUD-END-VIEW.
001470     05  FILLER               PIC X(15).
001480     05  WS-AUDE-DATE         PIC X(10).
001490     05  FILLER               PIC X(23).
001500     05  WS-AUDE-RECORDS      PIC X(07).
001510     05  FILLER               PIC X(04).
001520     05  WS-AUDE-RC           PIC X(03).
001530     05  FILLER               PIC X(18).
001540 01  WS-AUD-BKOUT-VIEW.
001550     05  FILLER               PIC X(15).
001560     05  WS-AUDB-DATE         PIC X(10).
001570     05  FILLER               PIC X(19).
001580     05  WS-AUDB-RUN-DATE     PIC X(10).
001590     05  FILLER               PIC X(01).
001600     05  WS-AUDB-RUN-TIME     PIC X(08).
001610     05  FILLER               PIC X(17).
001620***************************************************************
001630*    THE DELTA GENERATION UNDER BACK-OUT.  IT IS READ ONCE TO  *
001640*    PROVE IT AGAINST ITS OWN TRAILER, AND AGAIN ON EACH LATER *
001650*    PASS; 2100-READ-DELTA HANDS BACK DETAIL RECORDS ONLY.     *
001660***************************************************************
001670 01  WS-DELTA-REC.
001680     05  WS-DLT-ACTION        PIC X(01).
001690         88  WS-DLT-HEADER        VALUE "H".
001700         88  WS-DLT-INSERT        VALUE "A".
001710         88  WS-DLT-UPDATE        VALUE "U".
001720         88  WS-DLT-TRAILER       VALUE "T".
001730     05  WS-DLT-BODY          PIC X(120).
001740     05  WS-DLT-BODY-R REDEFINES WS-DLT-BODY.
001750         10  FILLER           PIC X(01).
001760         10  WS-DLT-NUMBER    PIC 9(07).
001770         10  WS-DLT-LABEL     PIC X(40).
001780         10  FILLER           PIC X(72).
001790 01  WS-DELTA-TRL-PARSE.
001800     05  FILLER               PIC X(10).
001810     05  WS-DTP-COUNT         PIC 9(07).
001820     05  FILLER               PIC X(06).
001830     05  WS-DTP-HASH          PIC 9(15).
001840     05  FILLER               PIC X(02).
001850 77  WS-DELTA-DATE        PIC X(10) VALUE SPACES.
001855 77  WS-DELTA-RUN-ID      PIC X(08) VALUE SPACES.
001860 77  WS-DELTA-EOF-SWITCH  PIC X(01) VALUE "N".
001870     88  WS-DELTA-EOF         VALUE "Y".
001880 77  WS-DELTA-HDR-SWITCH  PIC X(01) VALUE "N".
001890     88  WS-DELTA-HDR-SEEN    VALUE "Y".
001900 77  WS-DELTA-TRL-SWITCH  PIC X(01) VALUE "N".
001910     88  WS-DELTA-TRL-SEEN    VALUE "Y".
001920 77  WS-DELTA-IN-COUNT    PIC 9(07) COMP VALUE ZERO.
001930 77  WS-DELTA-IN-HASH     PIC 9(15) VALUE ZERO.
001940 77  WS-DELTA-INS-COUNT   PIC 9(07) COMP VALUE ZERO.
001950 77  WS-DELTA-UPD-COUNT   PIC 9(07) COMP VALUE ZERO.
001960 77  WS-DELTA-BAD-COUNT   PIC 9(07) COMP VALUE ZERO.
001970***************************************************************
001980*    LOCATING THE RUN'S JOURNAL ENTRIES.  FBMSTMNT JOURNALS    *
001990*    ITS RECLASSIFICATIONS IN THE SAME ASCENDING ORDER IT      *
002000*    WRITES THEM TO THE DELTA, ALL IN ONE UNBROKEN STRETCH OF  *
002010*    THE APPEND-ONLY HISTORY FILE, SO THE RUN'S ENTRIES ARE    *
002020*    THE STRETCH WHOSE DATE, NUMBERS AND NEW LABELS MATCH THE  *
002030*    DELTA'S U RECORDS ONE FOR ONE.  WS-SEG-START IS THAT      *
002040*    STRETCH'S FIRST RECORD, COUNTED FROM THE TOP OF THE FILE. *
002050***************************************************************
002060 77  WS-HIST-EOF-SWITCH   PIC X(01) VALUE "N".
002070     88  WS-HIST-EOF          VALUE "Y".
002080 77  WS-HIST-POS          PIC 9(09) COMP VALUE ZERO.
002090 77  WS-SEG-CANDIDATE     PIC 9(09) COMP VALUE ZERO.
002100 77  WS-SEG-START         PIC 9(09) COMP VALUE ZERO.
002110 77  WS-SEG-MATCHED       PIC 9(07) COMP VALUE ZERO.
002120 77  WS-SEG-FOUND-COUNT   PIC 9(03) COMP VALUE ZERO.
002130 01  WS-PRIOR-IMAGE.
002140     05  FILLER               PIC X(01).
002150     05  WS-PRI-NUMBER        PIC 9(07).
002160     05  WS-PRI-LABEL         PIC X(40).
002170     05  FILLER               PIC X(72).
002180***************************************************************
002190*    THE CURRENT MASTER - THE GENERATION THE RUN PRODUCED, OR  *
002200*    A LATER ONE THAT LEFT THE RUN'S RECORDS ALONE.            *
002210***************************************************************
002220 01  WS-MASTER-REC.
002230     05  WS-MST-REC-TYPE      PIC X(01).
002240         88  WS-MST-HEADER        VALUE "H".
002250         88  WS-MST-DETAIL        VALUE "D".
002260         88  WS-MST-TRAILER       VALUE "T".
002270     05  WS-MST-NUMBER        PIC 9(07).
002280     05  WS-MST-LABEL         PIC X(40).
002290     05  FILLER               PIC X(72).
002300 01  WS-MAST-TRL-PARSE.
002310     05  FILLER               PIC X(10).
002320     05  WS-MTP-COUNT         PIC 9(07).
002330     05  FILLER               PIC X(06).
002340     05  WS-MTP-HASH          PIC 9(15).
002350     05  FILLER               PIC X(02).
002360 77  WS-MAST-EOF-SWITCH   PIC X(01) VALUE "N".
002370     88  WS-MAST-EOF          VALUE "Y".
002380 77  WS-MAST-HDR-SWITCH   PIC X(01) VALUE "N".
002390     88  WS-MAST-HDR-SEEN     VALUE "Y".
002400 77  WS-MAST-TRL-SWITCH   PIC X(01) VALUE "N".
002410     88  WS-MAST-TRL-SEEN     VALUE "Y".
002420 77  WS-MASTIN-COUNT      PIC 9(07) COMP VALUE ZERO.
002430 77  WS-MASTIN-HASH       PIC 9(15) VALUE ZERO.
002440 77  WS-CHANGED-COUNT     PIC 9(07) COMP VALUE ZERO.
002450***************************************************************
002460*    NEW MASTER AND COMPENSATING DELTA CONTROL RECORDS - THE   *
002470*    SAME LAYOUTS FBMSTMNT WRITES.  THE HEADER IS CARRIED      *
002480*    OVER FROM THE CURRENT MASTER WITH TODAY'S DATE, SO IT     *
002485*    KEEPS THAT MASTER'S RUN ID.                               *
002490***************************************************************
002500 01  WS-MAST-HDR-REC.
002510     05  FILLER               PIC X(01) VALUE "H".
002520     05  FILLER               PIC X(07) VALUE "0000000".
002530     05  FILLER               PIC X(04) VALUE "HDR ".
002540     05  WS-MHDR-DATE         PIC X(10).
002550     05  FILLER               PIC X(01) VALUE SPACE.
002553     05  WS-MHDR-RUN-ID       PIC X(08) VALUE SPACES.
002556     05  FILLER               PIC X(17) VALUE SPACES.
002560     05  FILLER               PIC X(15) VALUE SPACES.
002570     05  WS-MHDR-RULE-SET     PIC X(57).
002580 01  WS-MAST-TRL-REC.
002590     05  FILLER               PIC X(01) VALUE "T".
002600     05  FILLER               PIC X(07) VALUE "0000000".
002610     05  FILLER               PIC X(10) VALUE "TRL COUNT=".
002620     05  WS-MTRL-COUNT        PIC 9(07).
002630     05  FILLER               PIC X(06) VALUE " HASH=".
002640     05  WS-MTRL-HASH         PIC 9(15).
002650     05  FILLER               PIC X(74) VALUE SPACES.
002660 01  WS-DELTA-OUT.
002670     05  WS-DOUT-ACTION       PIC X(01).
002680     05  WS-DOUT-BODY         PIC X(120).
002690 01  WS-HIST-OUT.
002700     05  WS-HIST-RECLASS-DATE PIC X(10).
002710     05  WS-HIST-OLD-IMAGE    PIC X(120).
002720     05  WS-HIST-NEW-LABEL    PIC X(40).
002725     05  WS-HIST-RUN-ID       PIC 9(08).
002730 77  WS-OUT-COUNT         PIC 9(07) COMP VALUE ZERO.
002740 77  WS-OUT-HASH          PIC 9(15) VALUE ZERO.
002750 77  WS-DOUT-COUNT        PIC 9(07) COMP VALUE ZERO.
002760 77  WS-DOUT-HASH         PIC 9(15) VALUE ZERO.
002770 77  WS-HOUT-COUNT        PIC 9(07) COMP VALUE ZERO.
002780 77  WS-KEPT-COUNT        PIC 9(07) COMP VALUE ZERO.
002790 77  WS-DELETED-COUNT     PIC 9(07) COMP VALUE ZERO.
002800 77  WS-RESTORED-COUNT    PIC 9(07) COMP VALUE ZERO.
002810 77  WS-REMOVED-LABEL     PIC X(40)
002820             VALUE "*** REMOVED BY BACKOUT ***".
002830***************************************************************
002840*    DATE, TIME AND AUDIT RECORD WORK AREAS.                   *
002850***************************************************************
002860 01  WS-TODAY-RAW.
002870     05  WS-TODAY-YYYY        PIC 9(04).
002880     05  WS-TODAY-MM          PIC 9(02).
002890     05  WS-TODAY-DD          PIC 9(02).
002900 01  WS-RUN-TIME-RAW.
002910     05  WS-RUN-HH            PIC 9(02).
002920     05  WS-RUN-MN            PIC 9(02).
002930     05  WS-RUN-SS            PIC 9(02).
002940     05  WS-RUN-HS            PIC 9(02).
002950 77  WS-TODAY-DISP        PIC X(10).
002960 77  WS-RUN-TIME-DISP     PIC X(08).
002970 77  WS-AUDIT-LINE        PIC X(80).
002980 77  WS-AUD-DELETED       PIC 9(07).
002990 77  WS-AUD-RESTORED      PIC 9(07).
003000 PROCEDURE            DIVISION.
003010***************************************************************
003020*    0000-MAINLINE                                             *
003030*        CONTROLS THE OVERALL FLOW OF THE RUN.  THE FIRST      *
003040*        FOUR PASSES ONLY READ; NOTHING IS WRITTEN UNTIL       *
003050*        4000-APPLY, SO A REFUSED BACKOUT LEAVES NO TRACE.     *
003060***************************************************************
003070 0000-MAINLINE SECTION.
003080     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003090     PERFORM 1200-FIND-RUN        THRU 1200-EXIT.
003100     PERFORM 1300-VERIFY-DELTA    THRU 1300-EXIT.
003110     PERFORM 2000-LOCATE-HISTORY  THRU 2000-EXIT.
003120     PERFORM 3000-VERIFY-MASTER   THRU 3000-EXIT.
003130     PERFORM 4000-APPLY           THRU 4000-EXIT.
003140     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003150     GOBACK.
003160 0000-EXIT.
003170     EXIT.
003180***************************************************************
003190*    1000-INITIALIZE                                           *
003200*        STAMPS TODAY'S DATE AND READS THE BACKOUT CARD -      *
003210*        COLS 1-10 THE RUN-START DATE (MM/DD/YYYY) AND COLS    *
003220*        12-19 THE RUN-START TIME (HH:MM:SS) EXACTLY AS THE    *
003230*        AUDIT TRAIL SHOWS THEM, COLS 21-28 THE OPERATOR ID.   *
003240***************************************************************
003250 1000-INITIALIZE SECTION.
003260     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
003270     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
003280             DELIMITED BY SIZE INTO WS-TODAY-DISP.
003290     OPEN INPUT BACK-PARM-FILE.
003300     IF WS-PARM-STATUS NOT = "00"
003310         DISPLAY "FBBACKOT2301E - BACKPARM COULD NOT BE "
003320                 "OPENED, STATUS " WS-PARM-STATUS
003330         PERFORM 1800-ABEND THRU 1800-EXIT
003340     END-IF.
003350     READ BACK-PARM-FILE
003360         AT END MOVE "10"          TO WS-PARM-STATUS
003370     END-READ.
003380     IF WS-PARM-STATUS = "04"
003390         MOVE "00"                 TO WS-PARM-STATUS
003400     END-IF.
003410     IF WS-PARM-STATUS NOT = "00"
003420         DISPLAY "FBBACKOT2302E - BACKPARM IS EMPTY"
003430         PERFORM 1800-ABEND THRU 1800-EXIT
003440     END-IF.
003450     CLOSE BACK-PARM-FILE.
003460     IF BACK-RUN-DATE (3:1) NOT = "/"
003470             OR BACK-RUN-DATE (6:1) NOT = "/"
003480             OR BACK-RUN-TIME (3:1) NOT = ":"
003490             OR BACK-RUN-TIME (6:1) NOT = ":"
003500             OR BACK-OPERATOR = SPACES
003510         DISPLAY "FBBACKOT2303E - BACKPARM MUST GIVE THE RUN "
003520                 "DATE MM/DD/YYYY IN COLS 1-10, THE RUN TIME "
003530                 "HH:MM:SS IN COLS 12-19 AND THE OPERATOR ID "
003540                 "IN COLS 21-28"
003550         PERFORM 1800-ABEND THRU 1800-EXIT
003560     END-IF.
003570     MOVE BACK-RUN-DATE            TO WS-TGT-DATE.
003580     MOVE BACK-RUN-TIME            TO WS-TGT-TIME.
003590     MOVE BACK-OPERATOR            TO WS-TGT-OPERATOR.
003600 1000-EXIT.
003610     EXIT.
003620***************************************************************
003630*    1200-FIND-RUN                                             *
003640*        WALKS THE AUDIT TRAIL FOR THE NAMED RUN-START AND     *
003650*        THE RUN-END THAT FOLLOWED IT, AND FOR ANY EARLIER     *
003660*        RUN-BKOUT OF THE SAME RUN.  A RUN NOT ON THE TRAIL,   *
003670*        OR ALREADY BACKED OUT, IS REFUSED.                    *
003680***************************************************************
003690 1200-FIND-RUN SECTION.
003700     OPEN INPUT AUDIT-FILE.
003710     IF WS-AUDIT-STATUS NOT = "00"
003720         DISPLAY "FBBACKOT2304E - AUDIT TRAIL COULD NOT BE "
003730                 "OPENED, STATUS " WS-AUDIT-STATUS
003740         PERFORM 1800-ABEND THRU 1800-EXIT
003750     END-IF.
003760     PERFORM 1210-AUDIT-ONE THRU 1210-EXIT
003770             UNTIL WS-AUD-EOF.
003780     CLOSE AUDIT-FILE.
003790     IF NOT WS-TGT-FOUND
003800         DISPLAY "FBBACKOT2305E - NO RUN-START DATED "
003810                 WS-TGT-DATE " " WS-TGT-TIME
003820                 " ON THE AUDIT TRAIL - BACKOUT REFUSED"
003830         PERFORM 1850-REFUSE THRU 1850-EXIT
003840     END-IF.
003850     IF WS-ALREADY-BACKED-OUT
003860         DISPLAY "FBBACKOT2306E - RUN OF " WS-TGT-DATE " "
003870                 WS-TGT-TIME " WAS ALREADY BACKED OUT ON "
003880                 WS-PRIOR-BKOUT-DATE " - BACKOUT REFUSED"
003890         PERFORM 1850-REFUSE THRU 1850-EXIT
003900     END-IF.
003910     IF WS-TGT-ENDED
003920         DISPLAY "FBBACKOT2307I - RUN OF " WS-TGT-DATE " "
003930                 WS-TGT-TIME " RANGE " WS-TGT-FROM "-"
003940                 WS-TGT-TO " ENDED " WS-TGT-END-DATE
003950                 " RC=" WS-TGT-RC
003960     ELSE
003970         MOVE WS-TGT-DATE          TO WS-TGT-END-DATE
003980         DISPLAY "FBBACKOT2307I - RUN OF " WS-TGT-DATE " "
003990                 WS-TGT-TIME " RANGE " WS-TGT-FROM "-"
004000                 WS-TGT-TO " HAS NO RUN-END ON THE TRAIL"
004010     END-IF.
004020 1200-EXIT.
004030     EXIT.
004040***************************************************************
004050*    1210-AUDIT-ONE                                            *
004060*        EXAMINES ONE AUDIT RECORD.  ONLY THE FIRST RUN-END    *
004070*        AFTER THE TARGET RUN-START BELONGS TO IT.             *
004080***************************************************************
004090 1210-AUDIT-ONE SECTION.
004100     READ AUDIT-FILE
004110         AT END SET WS-AUD-EOF     TO TRUE
004120     END-READ.
004130     IF WS-AUD-EOF
004140         GO TO 1210-EXIT
004150     END-IF.
004160     EVALUATE TRUE
004170         WHEN AUDIT-RECORD (1:9) = "RUN-START"
004180             MOVE AUDIT-RECORD     TO WS-AUD-START-VIEW
004190             MOVE "N"              TO WS-IN-TARGET-SW
004200             IF WS-AUDS-DATE = WS-TGT-DATE
004210                     AND WS-AUDS-TIME = WS-TGT-TIME
004220                 SET WS-TGT-FOUND  TO TRUE
004230                 SET WS-IN-TARGET  TO TRUE
004240                 MOVE WS-AUDS-START TO WS-TGT-FROM
004250                 MOVE WS-AUDS-END  TO WS-TGT-TO
004252                 MOVE ZERO         TO WS-TGT-RUN-ID
004254                 IF AUD-RUN-ID NUMERIC
004256                     MOVE AUD-RUN-ID TO WS-TGT-RUN-ID
004258                 END-IF
004260             END-IF
004270         WHEN AUDIT-RECORD (1:7) = "RUN-END"
004280             IF WS-IN-TARGET
004290                 MOVE AUDIT-RECORD TO WS-AUD-END-VIEW
004300                 MOVE WS-AUDE-DATE TO WS-TGT-END-DATE
004310                 MOVE WS-AUDE-RC   TO WS-TGT-RC
004320                 SET WS-TGT-ENDED  TO TRUE
004330                 MOVE "N"          TO WS-IN-TARGET-SW
004340             END-IF
004350         WHEN AUDIT-RECORD (1:9) = "RUN-BKOUT"
004360             MOVE AUDIT-RECORD     TO WS-AUD-BKOUT-VIEW
004370             IF WS-AUDB-RUN-DATE = WS-TGT-DATE
004380                     AND WS-AUDB-RUN-TIME = WS-TGT-TIME
004390                 SET WS-ALREADY-BACKED-OUT TO TRUE
004400                 MOVE WS-AUDB-DATE TO WS-PRIOR-BKOUT-DATE
004410             END-IF
004420     END-EVALUATE.
004430 1210-EXIT.
004440     EXIT.
004450***************************************************************
004460*    1300-VERIFY-DELTA                                         *
004470*        READS THE SUPPLIED DELTA GENERATION END TO END AND    *
004480*        PROVES IT AGAINST ITS OWN TRAILER, THE SAME CHECKS    *
004490*        FBDLDIST MAKES BEFORE DISTRIBUTING.  ITS HEADER DATE  *
004500*        MUST BE THE TARGET RUN'S START OR END DATE - ANY      *
004510*        OTHER GENERATION BELONGS TO ANOTHER RUN, AS DOES ONE  *
004513*        WHOSE HEADER RUN ID IS NOT THE RUN-START'S.  ONLY A   *
004520*        MAINTENANCE RUN'S DELTA (A AND U ACTIONS) CAN BE      *
004530*        BACKED OUT; A BACKOUT'S OWN DELTA CANNOT.             *
004540***************************************************************
004550 1300-VERIFY-DELTA SECTION.
004560     OPEN INPUT DELTA-IN-FILE.
004570     IF WS-DELTA-STATUS NOT = "00"
004580         DISPLAY "FBBACKOT2308E - DELTAIN COULD NOT BE "
004590                 "OPENED, STATUS " WS-DELTA-STATUS
004600         PERFORM 1800-ABEND THRU 1800-EXIT
004610     END-IF.
004620     PERFORM 1310-VERIFY-ONE THRU 1310-EXIT
004630             UNTIL WS-DELTA-EOF.
004640     CLOSE DELTA-IN-FILE.
004650     IF NOT WS-DELTA-HDR-SEEN
004660         DISPLAY "FBBACKOT2309E - DELTA HAS NO HEADER - "
004670                 "FILE REFUSED"
004680         PERFORM 1800-ABEND THRU 1800-EXIT
004690     END-IF.
004700     IF NOT WS-DELTA-TRL-SEEN
004710         DISPLAY "FBBACKOT2310E - DELTA HAS NO TRAILER - "
004720                 "FILE IS INCOMPLETE AND REFUSED"
004730         PERFORM 1800-ABEND THRU 1800-EXIT
004740     END-IF.
004750     IF WS-DELTA-IN-COUNT NOT = WS-DTP-COUNT
004760         DISPLAY "FBBACKOT2311E - DELTA COUNT "
004770                 WS-DELTA-IN-COUNT " DOES NOT MATCH TRAILER "
004780                 WS-DTP-COUNT " - FILE REFUSED"
004790         PERFORM 1800-ABEND THRU 1800-EXIT
004800     END-IF.
004810     IF WS-DELTA-IN-HASH NOT = WS-DTP-HASH
004820         DISPLAY "FBBACKOT2312E - DELTA HASH "
004830                 WS-DELTA-IN-HASH " DOES NOT MATCH TRAILER "
004840                 WS-DTP-HASH " - FILE REFUSED"
004850         PERFORM 1800-ABEND THRU 1800-EXIT
004860     END-IF.
004870     IF WS-DELTA-DATE NOT = WS-TGT-DATE
004880             AND WS-DELTA-DATE NOT = WS-TGT-END-DATE
004890         DISPLAY "FBBACKOT2313E - DELTA IS DATED "
004900                 WS-DELTA-DATE " BUT THE RUN RAN "
004910                 WS-TGT-DATE " - WRONG GENERATION, BACKOUT "
004920                 "REFUSED"
004930         PERFORM 1850-REFUSE THRU 1850-EXIT
004940     END-IF.
004942     IF WS-TGT-RUN-ID NOT = ZERO
004943             AND WS-DELTA-RUN-ID NUMERIC
004944             AND WS-DELTA-RUN-ID NOT = WS-TGT-RUN-ID
004945         DISPLAY "FBBACKOT2332E - DELTA CARRIES RUN ID "
004946                 WS-DELTA-RUN-ID " BUT THE RUN WAS "
004947                 WS-TGT-RUN-ID " - WRONG GENERATION, BACKOUT "
004948                 "REFUSED"
004949         PERFORM 1850-REFUSE THRU 1850-EXIT
004950     END-IF.
004951     IF WS-DELTA-BAD-COUNT > ZERO
004960         DISPLAY "FBBACKOT2314E - DELTA CARRIES "
004970                 WS-DELTA-BAD-COUNT " RECORDS THAT ARE NOT "
004980                 "INSERTS OR UPDATES - NOT A MAINTENANCE RUN'S "
004990                 "DELTA, BACKOUT REFUSED"
005000         PERFORM 1850-REFUSE THRU 1850-EXIT
005010     END-IF.
005020     IF WS-DELTA-IN-COUNT = ZERO
005030         DISPLAY "FBBACKOT2315W - THE RUN CHANGED NO MASTER "
005040                 "RECORDS - NOTHING TO BACK OUT"
005050         MOVE 4                    TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080 1300-EXIT.
005090     EXIT.
005100***************************************************************
005110*    1310-VERIFY-ONE                                           *
005120*        EXAMINES ONE DELTA RECORD ON THE VERIFICATION PASS.   *
005130***************************************************************
005140 1310-VERIFY-ONE SECTION.
005150     READ DELTA-IN-FILE INTO WS-DELTA-REC
005160         AT END SET WS-DELTA-EOF   TO TRUE
005170     END-READ.
005180     IF WS-DELTA-EOF
005190         GO TO 1310-EXIT
005200     END-IF.
005210     EVALUATE TRUE
005220         WHEN WS-DLT-HEADER
005230             SET WS-DELTA-HDR-SEEN TO TRUE
005240             MOVE WS-DLT-BODY (13:10) TO WS-DELTA-DATE
005245             MOVE WS-DLT-BODY (24:8) TO WS-DELTA-RUN-ID
005250         WHEN WS-DLT-TRAILER
005260             SET WS-DELTA-TRL-SEEN TO TRUE
005270             MOVE WS-DLT-BODY (9:40) TO WS-DELTA-TRL-PARSE
005280         WHEN OTHER
005290             ADD 1                 TO WS-DELTA-IN-COUNT
005300             ADD WS-DLT-NUMBER     TO WS-DELTA-IN-HASH
005310             EVALUATE TRUE
005320                 WHEN WS-DLT-INSERT
005330                     ADD 1         TO WS-DELTA-INS-COUNT
005340                 WHEN WS-DLT-UPDATE
005350                     ADD 1         TO WS-DELTA-UPD-COUNT
005360                 WHEN OTHER
005370                     ADD 1         TO WS-DELTA-BAD-COUNT
005380             END-EVALUATE
005390     END-EVALUATE.
005400 1310-EXIT.
005410     EXIT.
005420***************************************************************
005430*    1800-ABEND                                                *
005440*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE  *
005450*        JCL COND CHECK STOPS THE STEPS THAT CATALOG THE        *
005460*        BACKOUT'S OUTPUT.                                     *
005470***************************************************************
005480 1800-ABEND SECTION.
005490     MOVE 16                      TO RETURN-CODE.
005500     STOP RUN.
005510 1800-EXIT.
005520     EXIT.
005530***************************************************************
005540*    1850-REFUSE                                               *
005550*        ENDS THE RUN WITHOUT WRITING ANYTHING.  RETURN CODE 8 *
005560*        TELLS THE OPERATOR THE BACKOUT ITSELF IS UNSAFE OR    *
005570*        MISDIRECTED - AS OPPOSED TO THE SETUP FAILURES        *
005580*        1800-ABEND REPORTS WITH RETURN CODE 16.               *
005590***************************************************************
005600 1850-REFUSE SECTION.
005610     MOVE 8                       TO RETURN-CODE.
005620     STOP RUN.
005630 1850-EXIT.
005640     EXIT.
005650***************************************************************
005660*    2000-LOCATE-HISTORY                                       *
005670*        FINDS THE STRETCH OF THE HISTORY JOURNAL THE TARGET   *
005680*        RUN WROTE - ONE ENTRY PER DELTA U RECORD, SAME        *
005690*        ORDER, SAME DATE, SAME NUMBER, SAME NEW LABEL.  THE   *
005700*        PRIOR IMAGES IN THAT STRETCH ARE WHAT THE             *
005710*        RECLASSIFIED RECORDS ARE PUT BACK TO.  A RUN THAT     *
005720*        ONLY INSERTED NEEDS NO JOURNAL AT ALL.                *
005730***************************************************************
005740 2000-LOCATE-HISTORY SECTION.
005750     IF WS-DELTA-UPD-COUNT = ZERO
005760         GO TO 2000-EXIT
005770     END-IF.
005780     OPEN INPUT HIST-IN-FILE.
005790     IF WS-HIST-STATUS NOT = "00"
005800         DISPLAY "FBBACKOT2316E - HISTORY JOURNAL COULD NOT "
005810                 "BE OPENED, STATUS " WS-HIST-STATUS
005820         PERFORM 1800-ABEND THRU 1800-EXIT
005830     END-IF.
005840     PERFORM 5000-OPEN-DELTA      THRU 5000-EXIT.
005850     PERFORM 2110-READ-DELTA-UPDATE THRU 2110-EXIT.
005860     PERFORM 2200-HIST-ONE THRU 2200-EXIT
005870             UNTIL WS-HIST-EOF.
005880     CLOSE HIST-IN-FILE.
005890     CLOSE DELTA-IN-FILE.
005900     IF WS-SEG-FOUND-COUNT = ZERO
005910         DISPLAY "FBBACKOT2317E - THE HISTORY JOURNAL HOLDS NO "
005920                 "PRIOR IMAGES FOR THE RUN'S "
005930                 WS-DELTA-UPD-COUNT " RECLASSIFICATIONS - "
005940                 "BACKOUT REFUSED"
005950         PERFORM 1850-REFUSE THRU 1850-EXIT
005960     END-IF.
005970     IF WS-SEG-FOUND-COUNT > 1
005980         DISPLAY "FBBACKOT2318W - " WS-SEG-FOUND-COUNT
005990                 " JOURNAL STRETCHES MATCH THE DELTA - THE "
006000                 "LATEST IS USED"
006010     END-IF.
006020 2000-EXIT.
006030     EXIT.
006040***************************************************************
006050*    2100-READ-DELTA                                           *
006060*        ADVANCES THE DELTA STREAM TO ITS NEXT DETAIL RECORD,  *
006070*        SKIPPING THE HEADER AND ENDING AT THE TRAILER.  THE   *
006080*        DELTA WAS PROVED WHOLE BY 1300-VERIFY-DELTA.          *
006090***************************************************************
006100 2100-READ-DELTA SECTION.
006110     IF WS-DELTA-EOF
006120         GO TO 2100-EXIT
006130     END-IF.
006140     READ DELTA-IN-FILE INTO WS-DELTA-REC
006150         AT END SET WS-DELTA-EOF   TO TRUE
006160     END-READ.
006170     IF WS-DELTA-EOF
006180         GO TO 2100-EXIT
006190     END-IF.
006200     IF WS-DLT-HEADER
006210         GO TO 2100-READ-DELTA
006220     END-IF.
006230     IF WS-DLT-TRAILER
006240         SET WS-DELTA-EOF          TO TRUE
006250     END-IF.
006260 2100-EXIT.
006270     EXIT.
006280***************************************************************
006290*    2110-READ-DELTA-UPDATE                                    *
006300*        ADVANCES THE DELTA STREAM TO ITS NEXT U RECORD.       *
006310***************************************************************
006320 2110-READ-DELTA-UPDATE SECTION.
006330     PERFORM 2100-READ-DELTA THRU 2100-EXIT.
006340     IF NOT WS-DELTA-EOF AND NOT WS-DLT-UPDATE
006350         GO TO 2110-READ-DELTA-UPDATE
006360     END-IF.
006370 2110-EXIT.
006380     EXIT.
006390***************************************************************
006400*    2200-HIST-ONE                                             *
006410*        READS ONE JOURNAL ENTRY AND MATCHES IT AGAINST THE    *
006420*        DELTA U RECORD NEXT EXPECTED.  A MATCH EXTENDS THE    *
006430*        STRETCH; THE LAST U RECORD MATCHED COMPLETES IT.  A   *
006440*        BREAK STARTS THE SEARCH OVER FROM THE FIRST U RECORD, *
006450*        RETRYING THE ENTRY THAT BROKE IT - NUMBERS ASCEND     *
006460*        WITHIN A STRETCH, SO NO EARLIER START CAN BE MISSED.  *
006462*        AN ENTRY STAMPED WITH A RUN ID MUST ALSO CARRY THE    *
006464*        TARGET RUN'S, SO A RUN RECLASSIFYING THE SAME NUMBER  *
006466*        THE SAME WAY ON THE SAME DAY CANNOT BE TAKEN FOR IT.  *
006470***************************************************************
006480 2200-HIST-ONE SECTION.
006490     READ HIST-IN-FILE
006500         AT END SET WS-HIST-EOF    TO TRUE
006510     END-READ.
006520     IF WS-HIST-EOF
006530         GO TO 2200-EXIT
006540     END-IF.
006550     ADD 1                         TO WS-HIST-POS.
006560     PERFORM 2210-MATCH-ENTRY THRU 2210-EXIT.
006570 2200-EXIT.
006580     EXIT.
006590 2210-MATCH-ENTRY SECTION.
006600     IF HIST-IN-RECLASS-DATE = WS-DELTA-DATE
006610             AND HIST-IN-OLD-IMAGE (2:7) = WS-DLT-BODY (2:7)
006620             AND HIST-IN-NEW-LABEL = WS-DLT-LABEL
006622             AND (WS-TGT-RUN-ID = ZERO
006624                  OR HIST-IN-RUN-ID NOT NUMERIC
006626                  OR HIST-IN-RUN-ID = "00000000"
006628                  OR HIST-IN-RUN-ID = WS-TGT-RUN-ID)
006630         IF WS-SEG-MATCHED = ZERO
006640             MOVE WS-HIST-POS      TO WS-SEG-CANDIDATE
006650         END-IF
006660         ADD 1                     TO WS-SEG-MATCHED
006670         PERFORM 2110-READ-DELTA-UPDATE THRU 2110-EXIT
006680         IF WS-DELTA-EOF
006690             MOVE WS-SEG-CANDIDATE TO WS-SEG-START
006700             ADD 1                 TO WS-SEG-FOUND-COUNT
006710             PERFORM 2300-RESTART-SEARCH THRU 2300-EXIT
006720         END-IF
006730         GO TO 2210-EXIT
006740     END-IF.
006750     IF WS-SEG-MATCHED > ZERO
006760         PERFORM 2300-RESTART-SEARCH THRU 2300-EXIT
006770         GO TO 2210-MATCH-ENTRY
006780     END-IF.
006790 2210-EXIT.
006800     EXIT.
006810***************************************************************
006820*    2300-RESTART-SEARCH                                       *
006830*        REWINDS THE DELTA TO ITS FIRST U RECORD.              *
006840***************************************************************
006850 2300-RESTART-SEARCH SECTION.
006860     CLOSE DELTA-IN-FILE.
006870     PERFORM 5000-OPEN-DELTA      THRU 5000-EXIT.
006880     PERFORM 2110-READ-DELTA-UPDATE THRU 2110-EXIT.
006890     MOVE ZERO                     TO WS-SEG-MATCHED.
006900 2300-EXIT.
006910     EXIT.
006920***************************************************************
006930*    3000-VERIFY-MASTER                                        *
006940*        PROVES THE CURRENT MASTER AGAINST ITS OWN TRAILER AND *
006950*        PROVES EVERY RECORD THE RUN TOUCHED IS STILL ON IT    *
006960*        EXACTLY AS THE RUN LEFT IT.  A RECORD A LATER RUN HAS *
006970*        SINCE CHANGED CANNOT BE BACKED OUT WITHOUT LOSING     *
006980*        THAT LATER CHANGE, SO ANY DIFFERENCE REFUSES THE      *
006990*        WHOLE BACKOUT.                                        *
007000***************************************************************
007010 3000-VERIFY-MASTER SECTION.
007020     PERFORM 5100-OPEN-MASTER     THRU 5100-EXIT.
007030     PERFORM 5000-OPEN-DELTA      THRU 5000-EXIT.
007040     PERFORM 2100-READ-DELTA      THRU 2100-EXIT.
007050     PERFORM 3200-READ-MASTER     THRU 3200-EXIT.
007060     PERFORM 3100-VERIFY-ONE THRU 3100-EXIT
007070             UNTIL WS-MAST-EOF.
007080     PERFORM 3150-NOT-ON-MASTER THRU 3150-EXIT
007090             UNTIL WS-DELTA-EOF.
007100     CLOSE MAST-IN-FILE.
007110     CLOSE DELTA-IN-FILE.
007120     IF WS-CHANGED-COUNT > ZERO
007130         DISPLAY "FBBACKOT2321E - " WS-CHANGED-COUNT
007140                 " RECORDS HAVE CHANGED SINCE THE RUN - BACK "
007150                 "OUT THE LATER RUN FIRST, BACKOUT REFUSED"
007160         PERFORM 1850-REFUSE THRU 1850-EXIT
007170     END-IF.
007180 3000-EXIT.
007190     EXIT.
007200***************************************************************
007210*    3100-VERIFY-ONE                                           *
007220*        MATCHES ONE MASTER DETAIL RECORD AGAINST THE DELTA.   *
007230*        DELTA NUMBERS PASSED OVER ARE NO LONGER ON THE        *
007240*        MASTER.                                               *
007250***************************************************************
007260 3100-VERIFY-ONE SECTION.
007270     PERFORM 3150-NOT-ON-MASTER THRU 3150-EXIT
007280             UNTIL WS-DELTA-EOF
007290                OR WS-DLT-NUMBER NOT < WS-MST-NUMBER.
007300     IF NOT WS-DELTA-EOF
007310             AND WS-DLT-NUMBER = WS-MST-NUMBER
007320         IF WS-DLT-BODY NOT = WS-MASTER-REC
007330             DISPLAY "FBBACKOT2319E - NUMBER " WS-MST-NUMBER
007340                     " HAS CHANGED ON THE MASTER SINCE THE RUN"
007350             ADD 1                 TO WS-CHANGED-COUNT
007360         END-IF
007370         PERFORM 2100-READ-DELTA  THRU 2100-EXIT
007380     END-IF.
007390     PERFORM 3200-READ-MASTER     THRU 3200-EXIT.
007400 3100-EXIT.
007410     EXIT.
007420 3150-NOT-ON-MASTER SECTION.
007430     DISPLAY "FBBACKOT2320E - NUMBER " WS-DLT-NUMBER
007440             " IS NO LONGER ON THE MASTER".
007450     ADD 1                         TO WS-CHANGED-COUNT.
007460     PERFORM 2100-READ-DELTA      THRU 2100-EXIT.
007470 3150-EXIT.
007480     EXIT.
007490***************************************************************
007500*    3200-READ-MASTER                                          *
007510*        ADVANCES THE MASTER STREAM TO ITS NEXT DETAIL RECORD, *
007520*        KEEPING THE HEADER AND CAPTURING THE TRAILER.  AT END *
007530*        OF FILE THE TRAILER'S COUNT AND HASH ARE PROVED       *
007540*        AGAINST WHAT WAS ACTUALLY READ.                       *
007550***************************************************************
007560 3200-READ-MASTER SECTION.
007570     IF WS-MAST-EOF
007580         GO TO 3200-EXIT
007590     END-IF.
007600     READ MAST-IN-FILE INTO WS-MASTER-REC
007610         AT END SET WS-MAST-EOF    TO TRUE
007620     END-READ.
007630     IF WS-MAST-EOF
007640         PERFORM 3250-VERIFY-MASTER-TRAILER THRU 3250-EXIT
007650         GO TO 3200-EXIT
007660     END-IF.
007670     IF WS-MST-HEADER
007680         SET WS-MAST-HDR-SEEN      TO TRUE
007690         MOVE WS-MASTER-REC        TO WS-MAST-HDR-REC
007700         GO TO 3200-READ-MASTER
007710     END-IF.
007720     IF WS-MST-TRAILER
007730         SET WS-MAST-TRL-SEEN      TO TRUE
007740         MOVE WS-MST-LABEL         TO WS-MAST-TRL-PARSE
007750         GO TO 3200-READ-MASTER
007760     END-IF.
007770     ADD 1                         TO WS-MASTIN-COUNT.
007780     ADD WS-MST-NUMBER             TO WS-MASTIN-HASH.
007790 3200-EXIT.
007800     EXIT.
007810***************************************************************
007820*    3250-VERIFY-MASTER-TRAILER                                *
007830*        PROVES THE MASTER'S TRAILER AGAINST THE DETAIL        *
007840*        RECORDS ACTUALLY READ.                                *
007850***************************************************************
007860 3250-VERIFY-MASTER-TRAILER SECTION.
007870     IF NOT WS-MAST-HDR-SEEN
007880         DISPLAY "FBBACKOT2322E - MASTER HAS NO HEADER - "
007890                 "FILE REFUSED"
007900         PERFORM 1800-ABEND THRU 1800-EXIT
007910     END-IF.
007920     IF NOT WS-MAST-TRL-SEEN
007930         DISPLAY "FBBACKOT2323E - MASTER HAS NO TRAILER - "
007940                 "FILE IS INCOMPLETE AND REFUSED"
007950         PERFORM 1800-ABEND THRU 1800-EXIT
007960     END-IF.
007970     IF WS-MASTIN-COUNT NOT = WS-MTP-COUNT
007980         DISPLAY "FBBACKOT2324E - MASTER COUNT "
007990                 WS-MASTIN-COUNT " DOES NOT MATCH TRAILER "
008000                 WS-MTP-COUNT " - FILE REFUSED"
008010         PERFORM 1800-ABEND THRU 1800-EXIT
008020     END-IF.
008030     IF WS-MASTIN-HASH NOT = WS-MTP-HASH
008040         DISPLAY "FBBACKOT2325E - MASTER HASH "
008050                 WS-MASTIN-HASH " DOES NOT MATCH TRAILER "
008060                 WS-MTP-HASH " - FILE REFUSED"
008070         PERFORM 1800-ABEND THRU 1800-EXIT
008080     END-IF.
008090 3250-EXIT.
008100     EXIT.
008110***************************************************************
008120*    4000-APPLY                                                *
008130*        EVERY CHECK HAS PASSED.  MERGES THE MASTER AGAINST    *
008140*        THE DELTA AND THE RUN'S JOURNAL STRETCH, WRITING THE  *
008150*        NEW MASTER, THE COMPENSATING DELTA, AND THE JOURNAL   *
008160*        ENTRIES FOR THE BACKOUT ITSELF.                       *
008170***************************************************************
008180 4000-APPLY SECTION.
008190     PERFORM 5100-OPEN-MASTER     THRU 5100-EXIT.
008200     PERFORM 5000-OPEN-DELTA      THRU 5000-EXIT.
008210     PERFORM 5200-POSITION-HISTORY THRU 5200-EXIT.
008220     OPEN OUTPUT MAST-OUT-FILE.
008230     OPEN OUTPUT DELTA-OUT-FILE.
008240     OPEN OUTPUT HIST-OUT-FILE.
008250     PERFORM 2100-READ-DELTA      THRU 2100-EXIT.
008260     PERFORM 3200-READ-MASTER     THRU 3200-EXIT.
008270     MOVE WS-TODAY-DISP            TO WS-MHDR-DATE.
008280     WRITE MAST-OUT-RECORD FROM WS-MAST-HDR-REC.
008290     MOVE "H"                      TO WS-DOUT-ACTION.
008300     MOVE WS-MAST-HDR-REC          TO WS-DOUT-BODY.
008305     MOVE WS-TGT-RUN-ID            TO WS-DOUT-BODY (24:8).
008310     WRITE DELTA-OUT-RECORD FROM WS-DELTA-OUT.
008320     PERFORM 4100-APPLY-ONE THRU 4100-EXIT
008330             UNTIL WS-MAST-EOF.
008340 4000-EXIT.
008350     EXIT.
008360***************************************************************
008370*    4100-APPLY-ONE                                            *
008380*        CARRIES ONE MASTER DETAIL RECORD FORWARD - REMOVED    *
008390*        IF THE RUN INSERTED IT, PUT BACK IF THE RUN           *
008400*        RECLASSIFIED IT, COPIED AS IT STANDS OTHERWISE.       *
008410***************************************************************
008420 4100-APPLY-ONE SECTION.
008430     IF NOT WS-DELTA-EOF
008440             AND WS-DLT-NUMBER = WS-MST-NUMBER
008450         IF WS-DLT-INSERT
008460             PERFORM 4200-REMOVE-INSERT THRU 4200-EXIT
008470         ELSE
008480             PERFORM 4300-RESTORE-UPDATE THRU 4300-EXIT
008490         END-IF
008500         PERFORM 2100-READ-DELTA  THRU 2100-EXIT
008510     ELSE
008520         WRITE MAST-OUT-RECORD FROM WS-MASTER-REC
008530         ADD 1                     TO WS-OUT-COUNT
008540         ADD WS-MST-NUMBER         TO WS-OUT-HASH
008550         ADD 1                     TO WS-KEPT-COUNT
008560     END-IF.
008570     PERFORM 3200-READ-MASTER     THRU 3200-EXIT.
008580 4100-EXIT.
008590     EXIT.
008600***************************************************************
008610*    4200-REMOVE-INSERT                                        *
008620*        DROPS A RECORD THE RUN INSERTED.  THE COMPENSATING    *
008630*        DELTA CARRIES IT UNDER ACTION D SO SUBSCRIBERS        *
008640*        DELETE IT, AND THE JOURNAL RECORDS ITS LAST IMAGE.    *
008650***************************************************************
008660 4200-REMOVE-INSERT SECTION.
008670     MOVE "D"                      TO WS-DOUT-ACTION.
008680     MOVE WS-MASTER-REC            TO WS-DOUT-BODY.
008690     PERFORM 5300-WRITE-DELTA     THRU 5300-EXIT.
008700     MOVE WS-MASTER-REC            TO WS-HIST-OLD-IMAGE.
008710     MOVE WS-REMOVED-LABEL         TO WS-HIST-NEW-LABEL.
008720     PERFORM 5400-WRITE-HISTORY   THRU 5400-EXIT.
008730     ADD 1                         TO WS-DELETED-COUNT.
008740 4200-EXIT.
008750     EXIT.
008760***************************************************************
008770*    4300-RESTORE-UPDATE                                       *
008780*        PUTS A RECLASSIFIED RECORD BACK TO THE PRIOR IMAGE    *
008790*        THE RUN JOURNALED - LABEL, FLAGS, DATE AND RULE SET   *
008800*        ALL AS THEY WERE.  THE COMPENSATING DELTA CARRIES THE *
008810*        RESTORED IMAGE UNDER ACTION U, AND THE JOURNAL        *
008820*        RECORDS THE IMAGE BEING REPLACED.                     *
008830***************************************************************
008840 4300-RESTORE-UPDATE SECTION.
008850     READ HIST-IN-FILE
008860         AT END SET WS-HIST-EOF    TO TRUE
008870     END-READ.
008880     MOVE HIST-IN-OLD-IMAGE        TO WS-PRIOR-IMAGE.
008890     IF WS-HIST-EOF
008900             OR WS-PRI-NUMBER NOT = WS-MST-NUMBER
008910         DISPLAY "FBBACKOT2326E - HISTORY JOURNAL OUT OF STEP "
008920                 "WITH THE DELTA AT NUMBER " WS-MST-NUMBER
008930         PERFORM 1800-ABEND THRU 1800-EXIT
008940     END-IF.
008950     MOVE WS-MASTER-REC            TO WS-HIST-OLD-IMAGE.
008960     MOVE WS-PRI-LABEL             TO WS-HIST-NEW-LABEL.
008970     PERFORM 5400-WRITE-HISTORY   THRU 5400-EXIT.
008980     WRITE MAST-OUT-RECORD FROM WS-PRIOR-IMAGE.
008990     ADD 1                         TO WS-OUT-COUNT.
009000     ADD WS-PRI-NUMBER             TO WS-OUT-HASH.
009010     MOVE "U"                      TO WS-DOUT-ACTION.
009020     MOVE WS-PRIOR-IMAGE           TO WS-DOUT-BODY.
009030     PERFORM 5300-WRITE-DELTA     THRU 5300-EXIT.
009040     ADD 1                         TO WS-RESTORED-COUNT.
009050 4300-EXIT.
009060     EXIT.
009070***************************************************************
009080*    5000-OPEN-DELTA                                           *
009090*        OPENS THE DELTA FOR ANOTHER PASS.                     *
009100***************************************************************
009110 5000-OPEN-DELTA SECTION.
009120     OPEN INPUT DELTA-IN-FILE.
009130     MOVE "N"                      TO WS-DELTA-EOF-SWITCH.
009140 5000-EXIT.
009150     EXIT.
009160***************************************************************
009170*    5100-OPEN-MASTER                                          *
009180*        OPENS THE CURRENT MASTER FOR A PASS AND CLEARS THE    *
009190*        CONTROL TOTALS 3200-READ-MASTER PROVES.               *
009200***************************************************************
009210 5100-OPEN-MASTER SECTION.
009220     OPEN INPUT MAST-IN-FILE.
009230     IF WS-MASTIN-STATUS NOT = "00"
009240         DISPLAY "FBBACKOT2327E - MASTIN COULD NOT BE "
009250                 "OPENED, STATUS " WS-MASTIN-STATUS
009260         PERFORM 1800-ABEND THRU 1800-EXIT
009270     END-IF.
009280     MOVE "N"                      TO WS-MAST-EOF-SWITCH.
009290     MOVE "N"                      TO WS-MAST-HDR-SWITCH.
009300     MOVE "N"                      TO WS-MAST-TRL-SWITCH.
009310     MOVE ZERO                     TO WS-MASTIN-COUNT.
009320     MOVE ZERO                     TO WS-MASTIN-HASH.
009330 5100-EXIT.
009340     EXIT.
009350***************************************************************
009360*    5200-POSITION-HISTORY                                     *
009370*        OPENS THE JOURNAL AND READS UP TO THE RECORD BEFORE   *
009380*        THE RUN'S STRETCH, SO 4300-RESTORE-UPDATE READS THE   *
009390*        PRIOR IMAGES IN STEP WITH THE DELTA'S U RECORDS.      *
009400***************************************************************
009410 5200-POSITION-HISTORY SECTION.
009420     IF WS-DELTA-UPD-COUNT = ZERO
009430         GO TO 5200-EXIT
009440     END-IF.
009450     OPEN INPUT HIST-IN-FILE.
009460     MOVE "N"                      TO WS-HIST-EOF-SWITCH.
009470     MOVE ZERO                     TO WS-HIST-POS.
009480     PERFORM 5210-SKIP-ONE THRU 5210-EXIT
009490             UNTIL WS-HIST-POS + 1 NOT < WS-SEG-START
009500                OR WS-HIST-EOF.
009510 5200-EXIT.
009520     EXIT.
009530 5210-SKIP-ONE SECTION.
009540     READ HIST-IN-FILE
009550         AT END SET WS-HIST-EOF    TO TRUE
009560     END-READ.
009570     ADD 1                         TO WS-HIST-POS.
009580 5210-EXIT.
009590     EXIT.
009600***************************************************************
009610*    5300-WRITE-DELTA                                          *
009620*        WRITES ONE COMPENSATING DELTA RECORD UNDER THE ACTION *
009630*        CODE ALREADY SET AND ROLLS IT INTO THE TRAILER.       *
009640***************************************************************
009650 5300-WRITE-DELTA SECTION.
009660     WRITE DELTA-OUT-RECORD FROM WS-DELTA-OUT.
009670     ADD 1                         TO WS-DOUT-COUNT.
009680     ADD WS-DLT-NUMBER             TO WS-DOUT-HASH.
009690 5300-EXIT.
009700     EXIT.
009710***************************************************************
009720*    5400-WRITE-HISTORY                                        *
009730*        JOURNALS ONE RECORD THE BACKOUT TOUCHED - TODAY'S     *
009740*        DATE, THE IMAGE BEING REPLACED OR REMOVED, AND THE    *
009750*        LABEL IT NOW CARRIES.                                 *
009760***************************************************************
009770 5400-WRITE-HISTORY SECTION.
009780     MOVE WS-TODAY-DISP            TO WS-HIST-RECLASS-DATE.
009785     MOVE WS-TGT-RUN-ID            TO WS-HIST-RUN-ID.
009790     WRITE HIST-OUT-RECORD FROM WS-HIST-OUT.
009800     ADD 1                         TO WS-HOUT-COUNT.
009810 5400-EXIT.
009820     EXIT.
009830***************************************************************
009840*    7000-WRITE-AUDIT                                          *
009850*        WRITES THE BACKOUT'S RUN-BKOUT AND RUN-BKEND RECORDS  *
009860*        TO AUDITOUT.  THE JOB'S LAST STEP APPENDS THEM TO THE *
009862*        AUDIT TRAIL ONLY ONCE THE NEW MASTER, DELTA AND       *
009864*        JOURNAL ARE CATALOGED, SO A BACKOUT THAT FAILS IN A   *
009866*        LATER STEP IS NOT TAKEN FOR ONE ALREADY DONE.         *
009870*        RUN-BKOUT NAMES THE RUN BACKED OUT, SO A SECOND       *
009872*        BACKOUT OF IT IS REFUSED.  BOTH CARRY THE BACKED-OUT  *
009875*        RUN'S RUN ID.                                         *
009880***************************************************************
009890 7000-WRITE-AUDIT SECTION.
009900     OPEN OUTPUT AUDIT-OUT-FILE.
009940     ACCEPT WS-RUN-TIME-RAW FROM TIME.
009950     STRING WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
009960             DELIMITED BY SIZE INTO WS-RUN-TIME-DISP.
009970     MOVE SPACES                   TO WS-AUDIT-LINE.
009980     STRING "RUN-BKOUT DATE=" WS-TODAY-DISP
009990             " TIME=" WS-RUN-TIME-DISP
010000             " RUN=" WS-TGT-DATE " " WS-TGT-TIME
010010             " OPER=" WS-TGT-OPERATOR
010020             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
010030     MOVE WS-AUDIT-LINE            TO AUDO-TEXT.
010033     MOVE WS-TGT-RUN-ID            TO AUDO-RUN-ID.
010036     WRITE AUDIT-OUT-RECORD.
010040     MOVE WS-DELETED-COUNT         TO WS-AUD-DELETED.
010050     MOVE WS-RESTORED-COUNT        TO WS-AUD-RESTORED.
010060     MOVE SPACES                   TO WS-AUDIT-LINE.
010070     STRING "RUN-BKEND DATE=" WS-TODAY-DISP
010080             " TIME=" WS-RUN-TIME-DISP
010090             " DELETED=" WS-AUD-DELETED
010100             " RESTORED=" WS-AUD-RESTORED
010110             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
010120     MOVE WS-AUDIT-LINE            TO AUDO-TEXT.
010123     MOVE WS-TGT-RUN-ID            TO AUDO-RUN-ID.
010126     WRITE AUDIT-OUT-RECORD.
010130     CLOSE AUDIT-OUT-FILE.
010140 7000-EXIT.
010150     EXIT.
010160***************************************************************
010170*    9000-TERMINATE                                            *
010180*        WRITES THE NEW MASTER'S AND THE COMPENSATING DELTA'S  *
010190*        TRAILERS, CLOSES EVERYTHING, WRITES THE BACKOUT'S     *
010200*        AUDIT RECORDS, AND REPORTS THE COUNTS.                *
010210***************************************************************
010220 9000-TERMINATE SECTION.
010230     MOVE WS-OUT-COUNT             TO WS-MTRL-COUNT.
010240     MOVE WS-OUT-HASH              TO WS-MTRL-HASH.
010250     WRITE MAST-OUT-RECORD FROM WS-MAST-TRL-REC.
010260     MOVE WS-DOUT-COUNT            TO WS-MTRL-COUNT.
010270     MOVE WS-DOUT-HASH             TO WS-MTRL-HASH.
010280     MOVE "T"                      TO WS-DOUT-ACTION.
010290     MOVE SPACES                   TO WS-DOUT-BODY.
010300     MOVE WS-MAST-TRL-REC (1:46)   TO WS-DOUT-BODY (1:46).
010310     WRITE DELTA-OUT-RECORD FROM WS-DELTA-OUT.
010320     CLOSE MAST-IN-FILE.
010330     CLOSE DELTA-IN-FILE.
010340     IF WS-DELTA-UPD-COUNT > ZERO
010350         CLOSE HIST-IN-FILE
010360     END-IF.
010370     CLOSE MAST-OUT-FILE.
010380     CLOSE DELTA-OUT-FILE.
010390     CLOSE HIST-OUT-FILE.
010400     PERFORM 7000-WRITE-AUDIT     THRU 7000-EXIT.
010410     DISPLAY "FBBACKOT2328I - MASTER RECORDS KEPT "
010420             WS-KEPT-COUNT " REMOVED " WS-DELETED-COUNT
010430             " RESTORED " WS-RESTORED-COUNT.
010440     DISPLAY "FBBACKOT2329I - COMPENSATING DELTA RECORDS "
010450             "WRITTEN " WS-DOUT-COUNT.
010460     DISPLAY "FBBACKOT2330I - HISTORY RECORDS JOURNALED "
010470             WS-HOUT-COUNT.
010480     DISPLAY "FBBACKOT2331I - RUN OF " WS-TGT-DATE " "
010490             WS-TGT-TIME " BACKED OUT BY " WS-TGT-OPERATOR.
010500 9000-EXIT.
010510     EXIT.
