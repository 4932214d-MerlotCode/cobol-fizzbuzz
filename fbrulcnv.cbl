000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBRULCNV                                 *
000040*    FUNCTION     :  ONE-TIME RULE-SET REGISTRY CONVERSION.   *
000050*                    MASTER RECORDS USED TO CARRY A 57-BYTE   *
000060*                    IMAGE OF THE RULE TABLE THEY WERE        *
000070*                    CLASSIFIED UNDER; THEY NOW CARRY THE     *
000080*                    VERSION NUMBER OF THAT TABLE ON THE      *
000090*                    RULE-SET REGISTRY.  THIS PROGRAM SEEDS   *
000100*                    THE REGISTRY WITH ONE ENTRY PER          *
000110*                    DISTINCT IMAGE FOUND ON THE CURRENT      *
000120*                    MASTER GENERATION, NUMBERED IN THE       *
000130*                    ORDER THE TABLES FIRST CAME INTO USE,    *
000140*                    AND REWRITES THE MASTER WITH EACH        *
000150*                    IMAGE REPLACED BY ITS VERSION.  THE      *
000160*                    AUDIT TRAIL, WHEN PRESENT, SUPPLIES THE  *
000170*                    DATE EACH TABLE FIRST RAN AND THE        *
000180*                    APPROVED DECK VERSION IT RAN UNDER.      *
000190*                    RUN ONCE, BETWEEN THE LAST MAINTENANCE   *
000200*                    RUN THAT WROTE IMAGES AND THE FIRST      *
000210*                    THAT WRITES VERSIONS.                    *
000220*                                                             *
000230***************************************************************
000240 IDENTIFICATION       DIVISION.
000250 PROGRAM-ID.          FBRULCNV.
000260 AUTHOR.              MERLOTCODE.
000270 INSTALLATION.        DATA PROCESSING CENTER.
000280 DATE-WRITTEN.        10/15/2026.
000290 DATE-COMPILED.
000300*                                                             *
000310*    MODIFICATION HISTORY                                      *
000320*    ----------   ----  --------------------------------------*
000330*    DATE          BY   DESCRIPTION                            *
000340*    ----------   ----  --------------------------------------*
000350*    10/15/2026    MCD  FIRST VERSION - SEEDS THE RULE-SET     *
000360*                       REGISTRY FROM THE MASTER'S RULE        *
000370*                       IMAGES AND CONVERTS THE MASTER TO      *
000380*                       CARRY VERSIONS.                        *
000382*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES - THE     *
000384*                       RUN ID FOLLOWS THE EVENT TEXT (SEE     *
000386*                       FBAUDIT).                              *
000388***************************************************************
000400 ENVIRONMENT          DIVISION.
000410 INPUT-OUTPUT         SECTION.
000420 FILE-CONTROL.
000430     SELECT MASTOLD-FILE  ASSIGN TO "MASTOLD"
000440                          ORGANIZATION IS LINE SEQUENTIAL
000450                          FILE STATUS IS WS-MOLD-STATUS.
000460     SELECT MASTNEW-FILE  ASSIGN TO "MASTNEW"
000470                          ORGANIZATION IS LINE SEQUENTIAL
000480                          FILE STATUS IS WS-MNEW-STATUS.
000490     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000500                          ORGANIZATION IS LINE SEQUENTIAL
000510                          FILE STATUS IS WS-AUDIT-STATUS.
000520     SELECT RULE-OUT-FILE ASSIGN TO "RULEOUT"
000530                          ORGANIZATION IS LINE SEQUENTIAL
000540                          FILE STATUS IS WS-RULEOUT-STATUS.
000550 DATA                 DIVISION.
000560 FILE                 SECTION.
000570 FD  MASTOLD-FILE.
000580 01  MASTOLD-RECORD           PIC X(120).
000590 FD  MASTNEW-FILE.
000600 01  MASTNEW-RECORD           PIC X(120).
000610 FD  AUDIT-FILE.
000620     COPY FBAUDIT.
000630 FD  RULE-OUT-FILE.
000640 01  RULE-OUT-RECORD          PIC X(100).
000650 WORKING-STORAGE      SECTION.
000660 77  WS-MOLD-STATUS       PIC X(02) VALUE SPACES.
000670 77  WS-MNEW-STATUS       PIC X(02) VALUE SPACES.
000680 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000690 77  WS-RULEOUT-STATUS    PIC X(02) VALUE SPACES.
000700 77  WS-MOLD-EOF-SWITCH   PIC X(01) VALUE "N".
000710     88  WS-MOLD-EOF          VALUE "Y".
000720 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
000730     88  WS-AUD-EOF           VALUE "Y".
000740 77  WS-MAST-HDR-SWITCH   PIC X(01) VALUE "N".
000750     88  WS-MAST-HDR-SEEN     VALUE "Y".
000760 77  WS-MAST-TRL-SWITCH   PIC X(01) VALUE "N".
000770     88  WS-MAST-TRL-SEEN     VALUE "Y".
000780 77  WS-MAST-IN-COUNT     PIC 9(07) COMP VALUE ZERO.
000790 77  WS-MAST-OUT-COUNT    PIC 9(07) COMP VALUE ZERO.
000800 77  WS-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
000810 77  WS-AUD-GROUP-COUNT   PIC 9(07) COMP VALUE ZERO.
000820***************************************************************
000830*    THE MASTER RECORD UNDER CONVERSION, AND THE TRAILER'S     *
000840*    COUNT - PROVED AGAINST THE DETAILS READ BEFORE ANYTHING   *
000850*    IS CONVERTED.                                             *
000860***************************************************************
000870     COPY FBMAST.
000880 01  WS-OLD-TRL-PARSE.
000890     05  FILLER               PIC X(10).
000900     05  WS-OTP-COUNT         PIC 9(07).
000910     05  FILLER               PIC X(23).
000920***************************************************************
000930*    THE REGISTRY BEING BUILT.  PASS ONE OVER THE MASTER       *
000940*    ENTERS EACH DISTINCT IMAGE WITH THE EARLIEST DATE A       *
000950*    RECORD CARRYING IT WAS CLASSIFIED; THE HEADER'S IMAGE IS  *
000960*    THE TABLE THE LAST MAINTENANCE RUN USED, AND BECOMES THE  *
000970*    CURRENT ENTRY.  DATES ARE HELD YYYY-MM-DD SO THEY ORDER   *
000980*    AS THEY COMPARE.                                          *
000990***************************************************************
001000     COPY FBRULREG.
001010     COPY FBRULTAB.
001020 77  WS-HDR-IX            PIC 9(03) COMP VALUE ZERO.
001030 77  WS-HDR-RULE-SET      PIC X(57) VALUE SPACES.
001040 77  WS-HDR-DATE-ISO      PIC X(10) VALUE SPACES.
001050 77  WS-DATE-ISO          PIC X(10) VALUE SPACES.
001060 77  WS-DATE-IN           PIC X(10) VALUE SPACES.
001070 77  WS-SRT-I             PIC 9(03) COMP.
001080 77  WS-SRT-J             PIC 9(03) COMP.
001090 01  WS-ENTRY-SWAP            PIC X(87).
001100***************************************************************
001110*    AUDIT-TRAIL WALK.  EACH RUN-START OPENS A GROUP, ITS      *
001120*    RUN-RULE RECORDS REBUILD THE RULE TABLE THE RUN USED (IN  *
001130*    THE SAME NORMALIZED SHAPE AS THE MASTER IMAGE), AND THE   *
001140*    RUN-PARMS JUST BEFORE IT NAMES THE APPROVED DECK VERSION. *
001150*    THE TRAIL IS IN TIME ORDER, SO THE FIRST GROUP MATCHING   *
001160*    AN IMAGE IS THE RUN THAT BROUGHT IT INTO USE.             *
001170***************************************************************
001180 01  WS-AUDIT-GROUP.
001190     05  WS-AG-COUNT          PIC 9(02).
001200     05  WS-AG-ENTRY OCCURS 5 TIMES.
001210         10  WS-AG-DIVISOR    PIC X(03).
001220         10  WS-AG-LABEL      PIC X(08).
001230 77  WS-AG-OPEN-SW        PIC X(01) VALUE "N".
001240     88  WS-AG-OPEN           VALUE "Y".
001250 77  WS-AG-DATE-ISO       PIC X(10) VALUE SPACES.
001260 77  WS-AG-DECK           PIC 9(05) VALUE ZERO.
001270 77  WS-PARMS-DECK        PIC 9(05) VALUE ZERO.
001280 01  WS-AUD-START-VIEW.
001290     05  FILLER               PIC X(15).
001300     05  WS-ASV-DATE          PIC X(10).
001310     05  FILLER               PIC X(55).
001320 01  WS-AUD-RULE-VIEW.
001330     05  FILLER               PIC X(16).
001340     05  WS-ARV-INDEX         PIC 9(02).
001350     05  FILLER               PIC X(09).
001360     05  WS-ARV-DIVISOR       PIC X(03).
001370     05  FILLER               PIC X(07).
001380     05  WS-ARV-LABEL         PIC X(08).
001390     05  FILLER               PIC X(35).
001400 01  WS-AUD-PARMS-VIEW.
001410     05  FILLER               PIC X(62).
001420     05  WS-APV-VERSION       PIC X(05).
001430     05  FILLER               PIC X(13).
001440 PROCEDURE            DIVISION.
001450***************************************************************
001460*    0000-MAINLINE                                             *
001470*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
001480***************************************************************
001490 0000-MAINLINE SECTION.
001500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001510     PERFORM 3000-COLLECT-IMAGES  THRU 3000-EXIT.
001520     PERFORM 4000-SCAN-AUDIT      THRU 4000-EXIT.
001530     PERFORM 5000-ASSIGN-VERSIONS THRU 5000-EXIT.
001540     PERFORM 6000-CONVERT-MASTER  THRU 6000-EXIT.
001550     PERFORM 7000-WRITE-REGISTRY  THRU 7000-EXIT.
001560     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001570     GOBACK.
001580 0000-EXIT.
001590     EXIT.
001600***************************************************************
001610*    1000-INITIALIZE                                           *
001620*        OPENS THE OLD MASTER FOR THE FIRST PASS.  A MISSING   *
001630*        MASTER ENDS THE RUN AT ONCE - THERE IS NOTHING TO     *
001640*        CONVERT FROM.                                         *
001650***************************************************************
001660 1000-INITIALIZE SECTION.
001670     OPEN INPUT MASTOLD-FILE.
001680     IF WS-MOLD-STATUS NOT = "00"
001690         DISPLAY "FBRULCNV2601E - OLD MASTER COULD NOT BE "
001700                 "OPENED, STATUS " WS-MOLD-STATUS
001710         PERFORM 1800-ABEND THRU 1800-EXIT
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750***************************************************************
001760*    1800-ABEND                                                *
001770*        TERMINATES THE RUN WITH RETURN CODE 16.  THE OUTPUT   *
001780*        GENERATIONS ROLL BACK UNDER DISP=(NEW,CATLG,DELETE),  *
001790*        SO AN ABORTED CONVERSION LEAVES NOTHING CATALOGED.    *
001800***************************************************************
001810 1800-ABEND SECTION.
001820     MOVE 16                      TO RETURN-CODE.
001830     STOP RUN.
001840 1800-EXIT.
001850     EXIT.
001860***************************************************************
001870*    2000-ISO-DATE                                             *
001880*        TURNS THE MM/DD/YYYY DATE IN WS-DATE-IN INTO          *
001890*        YYYY-MM-DD IN WS-DATE-ISO.                            *
001900***************************************************************
001910 2000-ISO-DATE SECTION.
001920     MOVE SPACES                   TO WS-DATE-ISO.
001930     STRING WS-DATE-IN (7:4) "-" WS-DATE-IN (1:2) "-"
001940             WS-DATE-IN (4:2)
001950             DELIMITED BY SIZE INTO WS-DATE-ISO.
001960 2000-EXIT.
001970     EXIT.
001980***************************************************************
001990*    3000-COLLECT-IMAGES                                       *
002000*        FIRST PASS OVER THE OLD MASTER.  A MASTER THAT ENDS   *
002010*        WITHOUT ITS HEADER OR TRAILER, OR WHOSE TRAILER COUNT *
002020*        DISAGREES WITH THE DETAILS READ, IS REFUSED.          *
002030***************************************************************
002040 3000-COLLECT-IMAGES SECTION.
002050     PERFORM 3100-COLLECT-ONE THRU 3100-EXIT
002060             UNTIL WS-MOLD-EOF.
002070     CLOSE MASTOLD-FILE.
002080     IF NOT WS-MAST-HDR-SEEN OR NOT WS-MAST-TRL-SEEN
002090         DISPLAY "FBRULCNV2604E - OLD MASTER HAS NO HEADER OR "
002100                 "NO TRAILER - CONVERSION REFUSED"
002110         PERFORM 1800-ABEND THRU 1800-EXIT
002120     END-IF.
002130     IF WS-DETAIL-COUNT NOT = WS-OTP-COUNT
002140         DISPLAY "FBRULCNV2609E - OLD MASTER COUNT "
002150                 WS-DETAIL-COUNT " DOES NOT MATCH TRAILER "
002160                 WS-OTP-COUNT " - CONVERSION REFUSED"
002170         PERFORM 1800-ABEND THRU 1800-EXIT
002180     END-IF.
002190 3000-EXIT.
002200     EXIT.
002210***************************************************************
002220*    3100-COLLECT-ONE                                          *
002230*        EXAMINES ONE OLD MASTER RECORD.  A HEADER OR DETAIL   *
002240*        WHOSE RULE-SET AREA PAST THE VERSION IS BLANK HAS     *
002250*        ALREADY BEEN CONVERTED, AND THE RUN IS REFUSED - A    *
002260*        SECOND PASS WOULD MISREAD VERSIONS AS IMAGES.  AN     *
002270*        IMAGE WHOSE RULE COUNT IS NOT 1 TO 5 CANNOT BE A      *
002280*        RULE TABLE AND IS REFUSED THE SAME WAY.               *
002290***************************************************************
002300 3100-COLLECT-ONE SECTION.
002310     READ MASTOLD-FILE INTO FB-MASTER-RECORD
002320         AT END SET WS-MOLD-EOF    TO TRUE
002330     END-READ.
002340     IF WS-MOLD-EOF
002350         GO TO 3100-EXIT
002360     END-IF.
002370     ADD 1                         TO WS-MAST-IN-COUNT.
002380     IF FBM-TRAILER-REC
002390         SET WS-MAST-TRL-SEEN      TO TRUE
002400         MOVE FBM-LABEL            TO WS-OLD-TRL-PARSE
002410         GO TO 3100-EXIT
002420     END-IF.
002430     IF FBM-RULE-SET-REST = SPACES
002440         DISPLAY "FBRULCNV2602E - OLD MASTER RECORD "
002450                 WS-MAST-IN-COUNT " ALREADY CARRIES A RULE-SET "
002460                 "VERSION - MASTER IS ALREADY CONVERTED"
002470         PERFORM 1800-ABEND THRU 1800-EXIT
002480     END-IF.
002490     MOVE FBM-RULE-SET             TO RGT-WANT-RULE-SET.
002500     IF RGT-WANT-RULE-SET (1:2) NOT NUMERIC
002510             OR RGT-WANT-RULE-SET (1:2) < "01"
002520             OR RGT-WANT-RULE-SET (1:2) > "05"
002530         DISPLAY "FBRULCNV2603E - OLD MASTER RECORD "
002540                 WS-MAST-IN-COUNT " HAS AN UNREADABLE RULE-SET "
002550                 "IMAGE - CONVERSION REFUSED"
002560         PERFORM 1800-ABEND THRU 1800-EXIT
002570     END-IF.
002580     IF FBM-HEADER-REC
002590         SET WS-MAST-HDR-SEEN      TO TRUE
002600         MOVE FBM-LABEL (5:10)     TO WS-DATE-IN
002610         PERFORM 2000-ISO-DATE THRU 2000-EXIT
002620         MOVE WS-DATE-ISO          TO WS-HDR-DATE-ISO
002630     ELSE
002640         ADD 1                     TO WS-DETAIL-COUNT
002650         MOVE FBM-DATE-CLASSIFIED  TO WS-DATE-IN
002660         PERFORM 2000-ISO-DATE THRU 2000-EXIT
002670     END-IF.
002680     PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT.
002690     IF RGT-FOUND-IX = ZERO
002700         PERFORM 3200-ADD-IMAGE THRU 3200-EXIT
002710     ELSE
002720         IF WS-DATE-ISO < RGT-EFF-DATE (RGT-FOUND-IX)
002730             MOVE WS-DATE-ISO
002740                     TO RGT-EFF-DATE (RGT-FOUND-IX)
002750         END-IF
002760     END-IF.
002770     IF FBM-HEADER-REC
002780         MOVE FBM-RULE-SET         TO WS-HDR-RULE-SET
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.
002820***************************************************************
002830*    3200-ADD-IMAGE                                            *
002840*        ENTERS AN IMAGE NOT SEEN BEFORE.  ITS VERSION IS      *
002850*        ASSIGNED ONCE EVERY IMAGE IS IN AND THEIR DATES ARE   *
002860*        SETTLED.                                              *
002870***************************************************************
002880 3200-ADD-IMAGE SECTION.
002890     IF RGT-COUNT = 99
002900         DISPLAY "FBRULCNV2605E - OLD MASTER CARRIES MORE THAN "
002910                 "99 DISTINCT RULE SETS - CONVERSION REFUSED"
002920         PERFORM 1800-ABEND THRU 1800-EXIT
002930     END-IF.
002940     ADD 1                         TO RGT-COUNT.
002950     MOVE ZERO                     TO RGT-VERSION (RGT-COUNT).
002960     MOVE RGT-WANT-RULE-SET        TO RGT-RULE-SET (RGT-COUNT).
002970     MOVE WS-DATE-ISO              TO RGT-EFF-DATE (RGT-COUNT).
002980     MOVE SPACES
002990             TO RGT-RETIRED-DATE (RGT-COUNT).
003000     MOVE ZERO                     TO RGT-APPR-DECK (RGT-COUNT).
003010     MOVE RGT-COUNT                TO RGT-FOUND-IX.
003020 3200-EXIT.
003030     EXIT.
003040***************************************************************
003050*    4000-SCAN-AUDIT                                           *
003060*        WALKS THE AUDIT TRAIL FOR THE RUNS THAT USED EACH     *
003070*        IMAGE.  THE FIRST RUN TO USE ONE GIVES ITS APPROVED   *
003080*        DECK VERSION, AND ITS DATE WHEN THAT IS EARLIER THAN  *
003090*        ANY RECORD STILL ON THE MASTER SHOWS.  NO AUDIT TRAIL *
003100*        LEAVES THE MASTER DATES AS THEY ARE AND THE DECK      *
003110*        VERSIONS ZERO.                                        *
003120***************************************************************
003130 4000-SCAN-AUDIT SECTION.
003140     OPEN INPUT AUDIT-FILE.
003150     IF WS-AUDIT-STATUS NOT = "00"
003160         DISPLAY "FBRULCNV2606I - NO AUDIT TRAIL - APPROVING "
003170                 "DECK VERSIONS LEFT ZERO"
003180         GO TO 4000-EXIT
003190     END-IF.
003200     PERFORM 4100-SCAN-ONE THRU 4100-EXIT
003210             UNTIL WS-AUD-EOF.
003220     PERFORM 4200-CLOSE-GROUP THRU 4200-EXIT.
003230     CLOSE AUDIT-FILE.
003240     DISPLAY "FBRULCNV2610I - AUDITED RUNS EXAMINED "
003250             WS-AUD-GROUP-COUNT.
003260 4000-EXIT.
003270     EXIT.
003280***************************************************************
003290*    4100-SCAN-ONE                                             *
003300*        EXAMINES ONE AUDIT RECORD.  A RUN-PARMS HOLDS ITS     *
003310*        DECK VERSION FOR THE RUN-START THAT FOLLOWS; A        *
003320*        RUN-START CLOSES THE GROUP BEFORE IT AND OPENS A NEW  *
003330*        ONE; EACH RUN-RULE ADDS ITS ENTRY TO THE OPEN GROUP.  *
003340***************************************************************
003350 4100-SCAN-ONE SECTION.
003360     READ AUDIT-FILE
003370         AT END SET WS-AUD-EOF     TO TRUE
003380     END-READ.
003390     IF WS-AUD-EOF
003400         GO TO 4100-EXIT
003410     END-IF.
003420     EVALUATE TRUE
003430         WHEN AUDIT-RECORD (1:9) = "RUN-PARMS"
003440             MOVE AUDIT-RECORD     TO WS-AUD-PARMS-VIEW
003450             IF WS-APV-VERSION NUMERIC
003460                 MOVE WS-APV-VERSION TO WS-PARMS-DECK
003470             ELSE
003480                 MOVE ZERO         TO WS-PARMS-DECK
003490             END-IF
003500         WHEN AUDIT-RECORD (1:9) = "RUN-START"
003510             PERFORM 4200-CLOSE-GROUP THRU 4200-EXIT
003520             MOVE AUDIT-RECORD     TO WS-AUD-START-VIEW
003530             MOVE WS-ASV-DATE      TO WS-DATE-IN
003540             PERFORM 2000-ISO-DATE THRU 2000-EXIT
003550             MOVE WS-DATE-ISO      TO WS-AG-DATE-ISO
003560             MOVE WS-PARMS-DECK    TO WS-AG-DECK
003570             MOVE ZERO             TO WS-PARMS-DECK
003580             MOVE SPACES           TO WS-AUDIT-GROUP
003590             MOVE ZERO             TO WS-AG-COUNT
003600             SET WS-AG-OPEN        TO TRUE
003610         WHEN AUDIT-RECORD (1:8) = "RUN-RULE"
003620             MOVE AUDIT-RECORD     TO WS-AUD-RULE-VIEW
003630             IF WS-ARV-INDEX > ZERO AND WS-ARV-INDEX < 6
003640                 MOVE WS-ARV-DIVISOR
003650                         TO WS-AG-DIVISOR (WS-ARV-INDEX)
003660                 MOVE WS-ARV-LABEL
003670                         TO WS-AG-LABEL (WS-ARV-INDEX)
003680                 IF WS-ARV-INDEX > WS-AG-COUNT
003690                     MOVE WS-ARV-INDEX TO WS-AG-COUNT
003700                 END-IF
003710             END-IF
003720     END-EVALUATE.
003730 4100-EXIT.
003740     EXIT.
003750***************************************************************
003760*    4200-CLOSE-GROUP                                          *
003770*        MATCHES THE RULE TABLE OF THE RUN JUST COLLECTED      *
003780*        AGAINST THE IMAGES FROM THE MASTER.  ONLY THE FIRST   *
003790*        RUN TO MATCH AN IMAGE SETS ITS DECK VERSION.          *
003800***************************************************************
003810 4200-CLOSE-GROUP SECTION.
003820     IF NOT WS-AG-OPEN
003830         GO TO 4200-EXIT
003840     END-IF.
003850     MOVE "N"                      TO WS-AG-OPEN-SW.
003860     ADD 1                         TO WS-AUD-GROUP-COUNT.
003870     MOVE WS-AUDIT-GROUP           TO RGT-WANT-RULE-SET.
003880     PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT.
003890     IF RGT-FOUND-IX = ZERO
003900         GO TO 4200-EXIT
003910     END-IF.
003920     IF WS-AG-DATE-ISO < RGT-EFF-DATE (RGT-FOUND-IX)
003930         MOVE WS-AG-DATE-ISO   TO RGT-EFF-DATE (RGT-FOUND-IX)
003940     END-IF.
003950     IF RGT-APPR-DECK (RGT-FOUND-IX) = ZERO
003960         MOVE WS-AG-DECK       TO RGT-APPR-DECK (RGT-FOUND-IX)
003970     END-IF.
003980 4200-EXIT.
003990     EXIT.
004000***************************************************************
004010*    5000-ASSIGN-VERSIONS                                      *
004020*        ORDERS THE ENTRIES BY FIRST-EFFECTIVE DATE AND        *
004030*        NUMBERS THEM FROM 1.  EACH ENTRY IS RETIRED ON THE    *
004040*        DATE THE NEXT ONE TOOK OVER, EXCEPT THE HEADER'S      *
004050*        TABLE, WHICH IS CURRENT.  WHEN THE HEADER'S TABLE IS  *
004060*        NOT THE NEWEST - THE DECK WAS PUT BACK TO AN EARLIER  *
004070*        TABLE - THE NEWEST IS RETIRED ON THE HEADER'S DATE.   *
004080***************************************************************
004090 5000-ASSIGN-VERSIONS SECTION.
004100     IF RGT-COUNT > 1
004110         PERFORM 5100-SORT-PASS THRU 5100-EXIT
004120                 VARYING WS-SRT-I FROM 1 BY 1
004130                 UNTIL WS-SRT-I NOT < RGT-COUNT
004140     END-IF.
004150     PERFORM 5300-NUMBER-ONE THRU 5300-EXIT
004160             VARYING RGT-IX FROM 1 BY 1
004170             UNTIL RGT-IX > RGT-COUNT.
004180     PERFORM 5400-FIND-HEADER-ENTRY THRU 5400-EXIT.
004190     MOVE SPACES           TO RGT-RETIRED-DATE (WS-HDR-IX).
004200     IF WS-HDR-IX NOT = RGT-COUNT
004210         MOVE WS-HDR-DATE-ISO  TO RGT-RETIRED-DATE (RGT-COUNT)
004220     END-IF.
004230     MOVE WS-HDR-IX                TO RGT-CUR-IX.
004240 5000-EXIT.
004250     EXIT.
004260 5100-SORT-PASS SECTION.
004270     COMPUTE WS-SRT-J = WS-SRT-I + 1.
004280     PERFORM 5200-SORT-COMPARE THRU 5200-EXIT
004290             VARYING WS-SRT-J FROM WS-SRT-J BY 1
004300             UNTIL WS-SRT-J > RGT-COUNT.
004310 5100-EXIT.
004320     EXIT.
004330 5200-SORT-COMPARE SECTION.
004340     IF RGT-EFF-DATE (WS-SRT-J) < RGT-EFF-DATE (WS-SRT-I)
004350         MOVE RGT-ENTRY (WS-SRT-I) TO WS-ENTRY-SWAP
004360         MOVE RGT-ENTRY (WS-SRT-J) TO RGT-ENTRY (WS-SRT-I)
004370         MOVE WS-ENTRY-SWAP        TO RGT-ENTRY (WS-SRT-J)
004380     END-IF.
004390 5200-EXIT.
004400     EXIT.
004410 5300-NUMBER-ONE SECTION.
004420     MOVE RGT-IX                   TO RGT-VERSION (RGT-IX).
004430     IF RGT-IX < RGT-COUNT
004440         MOVE RGT-EFF-DATE (RGT-IX + 1)
004450                 TO RGT-RETIRED-DATE (RGT-IX)
004460     END-IF.
004470 5300-EXIT.
004480     EXIT.
004490***************************************************************
004500*    5400-FIND-HEADER-ENTRY                                    *
004510*        FINDS THE HEADER'S TABLE AMONG THE ORDERED ENTRIES.   *
004520***************************************************************
004530 5400-FIND-HEADER-ENTRY SECTION.
004540     MOVE WS-HDR-RULE-SET          TO RGT-WANT-RULE-SET.
004550     PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT.
004560     MOVE RGT-FOUND-IX             TO WS-HDR-IX.
004570 5400-EXIT.
004580     EXIT.
004590***************************************************************
004600*    6000-CONVERT-MASTER                                       *
004610*        SECOND PASS OVER THE OLD MASTER, WRITING EACH RECORD  *
004620*        TO THE NEW GENERATION WITH ITS IMAGE REPLACED BY THE  *
004630*        VERSION.  THE TRAILER COPIES THROUGH - THE COUNT AND  *
004640*        HASH DO NOT CHANGE.                                   *
004650***************************************************************
004660 6000-CONVERT-MASTER SECTION.
004670     OPEN INPUT MASTOLD-FILE.
004680     OPEN OUTPUT MASTNEW-FILE.
004690     MOVE "N"                      TO WS-MOLD-EOF-SWITCH.
004700     PERFORM 6100-CONVERT-ONE THRU 6100-EXIT
004710             UNTIL WS-MOLD-EOF.
004720     CLOSE MASTOLD-FILE.
004730     CLOSE MASTNEW-FILE.
004740 6000-EXIT.
004750     EXIT.
004760 6100-CONVERT-ONE SECTION.
004770     READ MASTOLD-FILE INTO FB-MASTER-RECORD
004780         AT END SET WS-MOLD-EOF    TO TRUE
004790     END-READ.
004800     IF WS-MOLD-EOF
004810         GO TO 6100-EXIT
004820     END-IF.
004830     IF NOT FBM-TRAILER-REC
004840         MOVE FBM-RULE-SET         TO RGT-WANT-RULE-SET
004850         PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT
004860         MOVE SPACES               TO FBM-RULE-SET
004870         MOVE RGT-VERSION (RGT-FOUND-IX) TO FBM-RULE-VERSION
004880     END-IF.
004890     WRITE MASTNEW-RECORD FROM FB-MASTER-RECORD.
004900     ADD 1                         TO WS-MAST-OUT-COUNT.
004910 6100-EXIT.
004920     EXIT.
004930***************************************************************
004940*    7000-WRITE-REGISTRY                                       *
004950*        WRITES THE SEEDED REGISTRY IN VERSION ORDER AND       *
004960*        SPELLS OUT EACH ENTRY ON SYSOUT SO THE OPERATOR CAN   *
004970*        EYEBALL IT BEFORE THE FIRST MAINTENANCE RUN USES IT.  *
004980***************************************************************
004990 7000-WRITE-REGISTRY SECTION.
005000     OPEN OUTPUT RULE-OUT-FILE.
005010     PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
005020             VARYING RGT-IX FROM 1 BY 1
005030             UNTIL RGT-IX > RGT-COUNT.
005040     CLOSE RULE-OUT-FILE.
005050 7000-EXIT.
005060     EXIT.
005070 7100-WRITE-ONE-ENTRY SECTION.
005080     MOVE SPACES                   TO FB-RULE-REGISTRY-ENTRY.
005090     MOVE RGT-VERSION (RGT-IX)     TO RRG-VERSION.
005100     MOVE RGT-RULE-SET (RGT-IX)    TO RRG-RULE-SET.
005110     MOVE RGT-EFF-DATE (RGT-IX)    TO RRG-EFF-DATE.
005120     MOVE RGT-RETIRED-DATE (RGT-IX) TO RRG-RETIRED-DATE.
005130     MOVE RGT-APPR-DECK (RGT-IX)   TO RRG-APPR-DECK.
005140     WRITE RULE-OUT-RECORD FROM FB-RULE-REGISTRY-ENTRY.
005150     MOVE RGT-IX                   TO RGT-FOUND-IX.
005160     PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT.
005170     DISPLAY "FBRULCNV2608I - " RGD-TEXT.
005180     IF RGT-RETIRED-DATE (RGT-IX) = SPACES
005190         DISPLAY "FBRULCNV2611I - VERSION " RRG-VERSION
005200                 " IS CURRENT, APPROVING DECK " RRG-APPR-DECK
005210     ELSE
005220         DISPLAY "FBRULCNV2611I - VERSION " RRG-VERSION
005230                 " RETIRED " RRG-RETIRED-DATE
005240                 ", APPROVING DECK " RRG-APPR-DECK
005250     END-IF.
005260 7100-EXIT.
005270     EXIT.
005280***************************************************************
005410*    8150-FIND-RULE-SET                                        *
005420*        LOOKS UP THE NORMALIZED RULE TABLE IN                 *
005430*        RGT-WANT-RULE-SET ON THE REGISTRY TABLE, LEAVING ITS  *
005440*        ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).               *
005450***************************************************************
005460 8150-FIND-RULE-SET SECTION.
005470     MOVE ZERO                     TO RGT-FOUND-IX.
005480     PERFORM 8160-TEST-RULE-SET THRU 8160-EXIT
005490             VARYING RGT-IX FROM 1 BY 1
005500             UNTIL RGT-IX > RGT-COUNT
005510                OR RGT-FOUND-IX NOT = ZERO.
005520 8150-EXIT.
005530     EXIT.
005540 8160-TEST-RULE-SET SECTION.
005550     IF RGT-RULE-SET (RGT-IX) = RGT-WANT-RULE-SET
005560         MOVE RGT-IX               TO RGT-FOUND-IX
005570     END-IF.
005580 8160-EXIT.
005590     EXIT.
005600***************************************************************
005610*    8200-DESCRIBE-RULE-SET                                    *
005620*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT -  *
005630*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE     *
005640*        2026-09-30.                                           *
005650***************************************************************
005660 8200-DESCRIBE-RULE-SET SECTION.
005670     MOVE SPACES                   TO RGD-TEXT.
005680     MOVE 1                        TO RGD-PTR.
005690     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
005700     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
005710     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
005720             DELIMITED BY SIZE
005730             INTO RGD-TEXT WITH POINTER RGD-PTR.
005740     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
005750             VARYING RGD-RULE-IX FROM 1 BY 1
005760             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
005770     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
005780             DELIMITED BY SIZE
005790             INTO RGD-TEXT WITH POINTER RGD-PTR.
005800 8200-EXIT.
005810     EXIT.
005820 8210-DESCRIBE-ONE-RULE SECTION.
005830     IF RGD-RULE-IX > 1
005840         STRING " / " DELIMITED BY SIZE
005850                 INTO RGD-TEXT WITH POINTER RGD-PTR
005860     END-IF.
005870     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
005880     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
005890     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
005900             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
005910             DELIMITED BY SPACE
005920             INTO RGD-TEXT WITH POINTER RGD-PTR.
005930 8210-EXIT.
005940     EXIT.
005950 8220-EDIT-NUMBER SECTION.
005960     MOVE RGD-NUMBER               TO RGD-EDIT.
005970     MOVE ZERO                     TO RGD-LEAD.
005980     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
005990 8220-EXIT.
006000     EXIT.
006010***************************************************************
006020*    9000-TERMINATE                                            *
006030*        REPORTS THE RECORD COUNTS - IN AND OUT MUST MATCH,    *
006040*        AND DO BY CONSTRUCTION.                               *
006050***************************************************************
006060 9000-TERMINATE SECTION.
006070     DISPLAY "FBRULCNV2600I - MASTER RECORDS CONVERTED "
006080             WS-MAST-OUT-COUNT " OF " WS-MAST-IN-COUNT.
006090     DISPLAY "FBRULCNV2607I - RULE-SET REGISTRY ENTRIES "
006100             "WRITTEN " RGT-COUNT.
006110 9000-EXIT.
006120     EXIT.
