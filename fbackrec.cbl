000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBACKREC                                 *
000040*    FUNCTION     :  DAILY RECONCILIATION OF SUBSCRIBER       *
000050*                    ACKNOWLEDGMENTS AGAINST THE FBDLDIST     *
000060*                    DISTRIBUTION LOG.  EVERY EXTRACT         *
000070*                    FBDLDIST SENT IS ON THE AUDIT TRAIL AS A *
000080*                    RUN-DIST RECORD (COUNT) AND A RUN-DHASH  *
000090*                    RECORD (HASH); EVERY EXTRACT A           *
000100*                    SUBSCRIBER APPLIED COMES BACK ON THE     *
000110*                    ACKNOWLEDGMENT FILE WITH THE COUNT AND   *
000120*                    HASH IT ACTUALLY APPLIED.  THE REPORT    *
000130*                    LISTS ACKNOWLEDGMENTS THAT DO NOT AGREE  *
000140*                    WITH WHAT WAS SENT OR THAT ARRIVED OUT   *
000150*                    OF ORDER, EXTRACTS SKIPPED WHILE A LATER *
000160*                    ONE WAS APPLIED, AND EACH SUBSCRIBER'S   *
000170*                    STANDING - CURRENT, OVERDUE, OR BEHIND   *
000180*                    BY MORE THAN THE LAG LIMIT ON ITS        *
000190*                    SUBSCRIB CARD, WHICH ENDS THE STEP RC=4. *
000200*                                                             *
000210***************************************************************
000220 IDENTIFICATION       DIVISION.
000230 PROGRAM-ID.          FBACKREC.
000240 AUTHOR.              MERLOTCODE.
000250 INSTALLATION.        DATA PROCESSING CENTER.
000260 DATE-WRITTEN.        10/15/2026.
000270 DATE-COMPILED.
000280*                                                             *
000290*    MODIFICATION HISTORY                                      *
000300*    ----------   ----  --------------------------------------*
000310*    DATE          BY   DESCRIPTION                            *
000320*    ----------   ----  --------------------------------------*
000330*    10/15/2026    MCD  FIRST VERSION - TWO AREAS APPLIED      *
000340*                       DELTAS OUT OF ORDER AND NOBODY KNEW    *
000350*                       UNTIL MONTH-END.                       *
000352*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES - THE     *
000354*                       RUN ID FOLLOWS THE EVENT TEXT (SEE     *
000356*                       FBAUDIT).                              *
000358*    10/15/2026    MCD  ACKNOWLEDGMENTS FOR EXTRACTS OLDER     *
000360*                       THAN THE OLDEST RUN-DIST FBAUDPRG LEFT *
000362*                       ON THE TRAIL ARE COUNTED APART, NOT    *
000364*                       REPORTED AS NEVER SENT.                *
000366***************************************************************
000370 ENVIRONMENT          DIVISION.
000380 INPUT-OUTPUT         SECTION.
000390 FILE-CONTROL.
000400     SELECT SUBS-FILE     ASSIGN TO "SUBSFILE"
000410                          ORGANIZATION IS LINE SEQUENTIAL
000420                          FILE STATUS IS WS-SUBS-STATUS.
000430     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000440                          ORGANIZATION IS LINE SEQUENTIAL
000450                          FILE STATUS IS WS-AUDIT-STATUS.
000460     SELECT ACK-FILE      ASSIGN TO "ACKFILE"
000470                          ORGANIZATION IS LINE SEQUENTIAL
000480                          FILE STATUS IS WS-ACK-STATUS.
000490     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000500                          ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA                 DIVISION.
000520 FILE                 SECTION.
000530 FD  SUBS-FILE.
000540 01  SUBS-CARD-IMAGE          PIC X(80).
000550 FD  AUDIT-FILE.
000560     COPY FBAUDIT.
000570 FD  ACK-FILE.
000580     COPY FBSUBACK.
000590 FD  RPT-FILE.
000600 01  RPT-RECORD.
000610     05  RPT-CC               PIC X(01).
000620     05  RPT-LINE             PIC X(132).
000630 WORKING-STORAGE      SECTION.
000640 77  WS-SUBS-STATUS       PIC X(02) VALUE SPACES.
000650 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000660 77  WS-ACK-STATUS        PIC X(02) VALUE SPACES.
000670 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
000680     88  WS-AUD-EOF           VALUE "Y".
000690 77  WS-ACK-EOF-SWITCH    PIC X(01) VALUE "N".
000700     88  WS-ACK-EOF           VALUE "Y".
000710***************************************************************
000720*    THE SUBSCRIBER PROFILE - THE SAME SUBSCRIB MEMBER         *
000730*    FBDLDIST DISTRIBUTES BY.  ONLY THE NAME (COLS 1-8) AND    *
000740*    THE LAG LIMIT (COLS 63-65) MATTER HERE: THE NUMBER OF     *
000750*    EXTRACTS A SUBSCRIBER MAY HAVE OUTSTANDING BEFORE THE     *
000760*    STEP ENDS RC=4.  A BLANK LIMIT IS ONE - TODAY'S EXTRACT   *
000770*    MAY STILL BE WAITING, YESTERDAY'S MAY NOT.                *
000780*                                                             *
000790*    UNDER EACH SUBSCRIBER, ITS DISTRIBUTION LOG FROM THE      *
000800*    AUDIT TRAIL IN THE ORDER THE EXTRACTS WERE SENT.  AN      *
000810*    EXTRACT SENT BEFORE FBDLDIST LOGGED HASHES HAS NO HASH    *
000820*    TO CHECK, AND ONLY ITS COUNT IS RECONCILED.               *
000830***************************************************************
000840 77  WS-SUB-COUNT         PIC 9(02) COMP VALUE ZERO.
000850 77  WS-SUB-IX            PIC 9(02) COMP VALUE ZERO.
000860 77  WS-CUR-SUB           PIC 9(02) COMP VALUE ZERO.
000870 77  WS-DST-IX            PIC 9(04) COMP VALUE ZERO.
000880 77  WS-CUR-DST           PIC 9(04) COMP VALUE ZERO.
000890 77  WS-MAX-DIST          PIC 9(04) COMP VALUE 400.
000900 01  WS-SUBSCRIBER-TABLE.
000910     05  WS-SUBSCRIBER OCCURS 5 TIMES.
000920         10  WS-SUB-ID        PIC X(08).
000930         10  WS-SUB-LAG       PIC 9(03).
000940         10  WS-SUB-DIST-COUNT PIC 9(04) COMP.
000950         10  WS-SUB-APPLIED   PIC 9(04) COMP.
000960         10  WS-SUB-HIGH-ACK  PIC 9(04) COMP.
000970         10  WS-SUB-BEHIND    PIC 9(04) COMP.
000980         10  WS-SUB-OLDEST    PIC X(10).
000990         10  WS-DIST OCCURS 400 TIMES.
001000             15  WS-DST-DATE  PIC X(10).
001010             15  WS-DST-TIME  PIC X(08).
001020             15  WS-DST-COUNT PIC 9(07).
001030             15  WS-DST-HASH  PIC 9(15).
001040             15  WS-DST-HASH-SW PIC X(01).
001050                 88  WS-DST-HASH-KNOWN VALUE "Y".
001060             15  WS-DST-ACK-SW PIC X(01).
001070                 88  WS-DST-ACKED  VALUE "Y".
001080 01  WS-SUBS-CARD-VIEW.
001090     05  WS-SCV-ID            PIC X(08).
001100     05  FILLER               PIC X(54).
001110     05  WS-SCV-LAG           PIC X(03).
001120     05  FILLER               PIC X(15).
001130 77  WS-SUB-NO-DISPLAY    PIC 9(02).
001140 77  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001150     88  WS-FOUND             VALUE "Y".
001160***************************************************************
001170*    THE TWO DISTRIBUTION LOG RECORDS FBDLDIST APPENDS PER     *
001180*    SUBSCRIBER:                                               *
001190*    RUN-DIST  DATE=MM/DD/YYYY TIME=HH:MM:SS SUB=X(8)          *
001200*              RECORDS=NNNNNNN                                 *
001210*    RUN-DHASH DATE=MM/DD/YYYY TIME=HH:MM:SS SUB=X(8)          *
001220*              HASH=NNNNNNNNNNNNNNN                            *
001230*    THE DATE AND TIME ARE THE ONES ON THE EXTRACT'S HEADER.   *
001240***************************************************************
001250 01  WS-AUD-DIST-VIEW.
001260     05  FILLER               PIC X(15).
001270     05  WS-AUDD-DATE         PIC X(10).
001280     05  FILLER               PIC X(06).
001290     05  WS-AUDD-TIME         PIC X(08).
001300     05  FILLER               PIC X(05).
001310     05  WS-AUDD-SUB          PIC X(08).
001320     05  FILLER               PIC X(09).
001330     05  WS-AUDD-RECORDS      PIC X(07).
001340     05  FILLER               PIC X(12).
001350 01  WS-AUD-HASH-VIEW.
001360     05  FILLER               PIC X(15).
001370     05  WS-AUDH-DATE         PIC X(10).
001380     05  FILLER               PIC X(06).
001390     05  WS-AUDH-TIME         PIC X(08).
001400     05  FILLER               PIC X(05).
001410     05  WS-AUDH-SUB          PIC X(08).
001420     05  FILLER               PIC X(06).
001430     05  WS-AUDH-HASH         PIC X(15).
001440     05  FILLER               PIC X(07).
001450 77  WS-AUD-KEY-SUB       PIC X(08).
001460 77  WS-AUD-KEY-DATE      PIC X(10).
001470 77  WS-AUD-KEY-TIME      PIC X(08).
001471***************************************************************
001472*    AN EXTRACT STAMP REARRANGED SO STAMPS COMPARE IN TIME     *
001473*    ORDER - THE LOG AND THE ACKNOWLEDGMENTS STAMP MM/DD/YYYY. *
001474***************************************************************
001475 01  WS-STAMP-PARSE.
001476     05  WS-SP-MM             PIC 9(02).
001477     05  FILLER               PIC X(01).
001478     05  WS-SP-DD             PIC 9(02).
001479     05  FILLER               PIC X(01).
001480     05  WS-SP-YYYY           PIC 9(04).
001481 01  WS-STAMP-KEY.
001482     05  WS-SK-YMD            PIC 9(08).
001483     05  WS-SK-TIME           PIC X(08).
001484 77  WS-OLDEST-KEY        PIC X(16).
001485 77  WS-PRE-RET-SWITCH    PIC X(01) VALUE "N".
001486     88  WS-PRE-RETENTION     VALUE "Y".
001487***************************************************************
001490*    REPORT LINES AND TOTALS.                                  *
001500***************************************************************
001510 77  WS-DIST-TOTAL        PIC 9(07) COMP VALUE ZERO.
001520 77  WS-ACK-READ          PIC 9(07) COMP VALUE ZERO.
001530 77  WS-MISMATCH-COUNT    PIC 9(07) COMP VALUE ZERO.
001540 77  WS-GAP-COUNT         PIC 9(07) COMP VALUE ZERO.
001550 77  WS-OUTSEQ-COUNT      PIC 9(07) COMP VALUE ZERO.
001560 77  WS-DUP-COUNT         PIC 9(07) COMP VALUE ZERO.
001570 77  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE ZERO.
001575 77  WS-PRE-RET-COUNT     PIC 9(07) COMP VALUE ZERO.
001580 77  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE ZERO.
001590 77  WS-BEHIND-COUNT      PIC 9(07) COMP VALUE ZERO.
001600 77  WS-SECTION-LINES     PIC 9(07) COMP VALUE ZERO.
001610 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
001620 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
001630 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
001640 01  WS-HEADER-LINE-1.
001650     05  FILLER               PIC X(01) VALUE SPACE.
001660     05  FILLER               PIC X(38)
001670             VALUE "FIZZBUZZ SUBSCRIBER ACK RECONCILIATION".
001680     05  FILLER               PIC X(02) VALUE SPACES.
001690     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
001700     05  WS-HDR-RUN-DATE      PIC X(10).
001710     05  FILLER               PIC X(10) VALUE SPACES.
001720     05  FILLER               PIC X(06) VALUE "PAGE: ".
001730     05  WS-HDR-PAGE-NO       PIC ZZZ9.
001740     05  FILLER               PIC X(51) VALUE SPACES.
001750 01  WS-HEADER-LINE-2         PIC X(132) VALUE SPACES.
001760 01  WS-SECTION-TITLE.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WS-SEC-TEXT          PIC X(60).
001790     05  FILLER               PIC X(71) VALUE SPACES.
001800 01  WS-NONE-LINE.
001810     05  FILLER               PIC X(05) VALUE SPACES.
001820     05  FILLER               PIC X(04) VALUE "NONE".
001830     05  FILLER               PIC X(123) VALUE SPACES.
001840 01  WS-EXC-LINE-1.
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  FILLER               PIC X(04) VALUE "SUB ".
001870     05  WS-EXC-SUB           PIC X(08).
001880     05  FILLER               PIC X(10) VALUE "  EXTRACT ".
001890     05  WS-EXC-DATE          PIC X(10).
001900     05  FILLER               PIC X(01) VALUE SPACE.
001910     05  WS-EXC-TIME          PIC X(08).
001920     05  FILLER               PIC X(02) VALUE SPACES.
001930     05  WS-EXC-TEXT          PIC X(40).
001940     05  FILLER               PIC X(48) VALUE SPACES.
001950 01  WS-EXC-LINE-2.
001960     05  FILLER               PIC X(15) VALUE SPACES.
001970     05  FILLER               PIC X(11) VALUE "SENT COUNT ".
001980     05  WS-EXC-SENT-COUNT    PIC ZZZZZZ9.
001990     05  FILLER               PIC X(07) VALUE "  HASH ".
002000     05  WS-EXC-SENT-HASH     PIC ZZZZZZZZZZZZZZ9.
002010     05  FILLER               PIC X(17)
002020             VALUE "   APPLIED COUNT ".
002030     05  WS-EXC-APPL-COUNT    PIC ZZZZZZ9.
002040     05  FILLER               PIC X(07) VALUE "  HASH ".
002050     05  WS-EXC-APPL-HASH     PIC ZZZZZZZZZZZZZZ9.
002060     05  FILLER               PIC X(31) VALUE SPACES.
002070 01  WS-STATUS-LINE.
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  FILLER               PIC X(04) VALUE "SUB ".
002100     05  WS-STA-SUB           PIC X(08).
002110     05  FILLER               PIC X(07) VALUE "  SENT ".
002120     05  WS-STA-SENT          PIC ZZZ9.
002130     05  FILLER               PIC X(11) VALUE "  APPLIED ".
002140     05  WS-STA-APPLIED       PIC ZZZ9.
002150     05  FILLER               PIC X(07) VALUE "  LAST ".
002160     05  WS-STA-LAST-DATE     PIC X(10).
002170     05  FILLER               PIC X(01) VALUE SPACE.
002180     05  WS-STA-LAST-TIME     PIC X(08).
002190     05  FILLER               PIC X(14) VALUE "  OUTSTANDING ".
002200     05  WS-STA-BEHIND        PIC ZZZ9.
002210     05  FILLER               PIC X(09) VALUE "  OLDEST ".
002220     05  WS-STA-OLDEST        PIC X(10).
002230     05  FILLER               PIC X(08) VALUE "  LIMIT ".
002240     05  WS-STA-LAG           PIC ZZ9.
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  WS-STA-TEXT          PIC X(16).
002270     05  FILLER               PIC X(01) VALUE SPACE.
002280 01  WS-SUMMARY-LINE.
002290     05  FILLER               PIC X(01) VALUE SPACE.
002300     05  WS-SUM-TEXT          PIC X(34).
002310     05  WS-SUM-VALUE         PIC ZZZZZZ9.
002320     05  FILLER               PIC X(90) VALUE SPACES.
002330 01  WS-TODAY-RAW.
002340     05  WS-TODAY-YYYY        PIC 9(04).
002350     05  WS-TODAY-MM          PIC 9(02).
002360     05  WS-TODAY-DD          PIC 9(02).
002370 77  WS-TODAY-DISP        PIC X(10).
002380 PROCEDURE            DIVISION.
002390***************************************************************
002400*    0000-MAINLINE                                             *
002410*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
002420***************************************************************
002430 0000-MAINLINE SECTION.
002440     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002450     PERFORM 3000-MATCH-ACKS      THRU 3000-EXIT.
002460     PERFORM 4000-REPORT-GAPS     THRU 4000-EXIT.
002470     PERFORM 5000-REPORT-STATUS   THRU 5000-EXIT.
002480     PERFORM 7000-WRITE-SUMMARY   THRU 7000-EXIT.
002490     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002500     GOBACK.
002510 0000-EXIT.
002520     EXIT.
002530***************************************************************
002540*    1000-INITIALIZE                                           *
002550*        LOADS THE SUBSCRIBER PROFILE AND EACH SUBSCRIBER'S    *
002560*        DISTRIBUTION LOG, AND OPENS THE REPORT.               *
002570***************************************************************
002580 1000-INITIALIZE SECTION.
002590     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
002600     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
002610             DELIMITED BY SIZE INTO WS-TODAY-DISP.
002620     PERFORM 1100-LOAD-SUBSCRIBERS THRU 1100-EXIT.
002630     PERFORM 1200-LOAD-DIST-LOG   THRU 1200-EXIT.
002640     OPEN OUTPUT RPT-FILE.
002650     PERFORM 2000-WRITE-HEADERS   THRU 2000-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680***************************************************************
002690*    1100-LOAD-SUBSCRIBERS                                     *
002700*        READS THE SUBSCRIBER PROFILE TO END OF FILE.  THE     *
002710*        SAME LIMITS FBDLDIST ENFORCES APPLY - AT LEAST ONE    *
002720*        CARD, NO MORE THAN FIVE.                              *
002730***************************************************************
002740 1100-LOAD-SUBSCRIBERS SECTION.
002750     OPEN INPUT SUBS-FILE.
002760     IF WS-SUBS-STATUS NOT = "00"
002770         DISPLAY "FBACKREC2401E - SUBSCRIBER PROFILE COULD "
002780                 "NOT BE OPENED, STATUS " WS-SUBS-STATUS
002790         PERFORM 1800-ABEND THRU 1800-EXIT
002800     END-IF.
002810     PERFORM 1110-LOAD-ONE-SUB THRU 1110-EXIT
002820             UNTIL WS-SUBS-STATUS NOT = "00".
002830     CLOSE SUBS-FILE.
002840     IF WS-SUB-COUNT = ZERO
002850         DISPLAY "FBACKREC2402E - SUBSCRIBER PROFILE IS EMPTY"
002860         PERFORM 1800-ABEND THRU 1800-EXIT
002870     END-IF.
002880 1100-EXIT.
002890     EXIT.
002900***************************************************************
002910*    1110-LOAD-ONE-SUB                                         *
002920*        READS, VALIDATES, AND STORES ONE SUBSCRIBER CARD.     *
002930***************************************************************
002940 1110-LOAD-ONE-SUB SECTION.
002950     READ SUBS-FILE
002960         AT END MOVE "10"          TO WS-SUBS-STATUS
002970     END-READ.
002980     IF WS-SUBS-STATUS = "04"
002990         MOVE "00"                 TO WS-SUBS-STATUS
003000     END-IF.
003010     IF WS-SUBS-STATUS NOT = "00"
003020         GO TO 1110-EXIT
003030     END-IF.
003040     IF SUBS-CARD-IMAGE = SPACES
003050         GO TO 1110-EXIT
003060     END-IF.
003070     IF WS-SUB-COUNT = 5
003080         DISPLAY "FBACKREC2403E - SUBSCRIBER PROFILE EXCEEDS "
003090                 "THE FIVE EXTRACT FILES"
003100         PERFORM 1800-ABEND THRU 1800-EXIT
003110     END-IF.
003120     ADD 1 TO WS-SUB-COUNT.
003130     MOVE WS-SUB-COUNT             TO WS-SUB-NO-DISPLAY.
003140     MOVE SUBS-CARD-IMAGE          TO WS-SUBS-CARD-VIEW.
003150     IF WS-SCV-ID = SPACES
003160         DISPLAY "FBACKREC2404E - SUBSCRIBER NAME MISSING ON "
003170                 "PROFILE CARD " WS-SUB-NO-DISPLAY
003180         PERFORM 1800-ABEND THRU 1800-EXIT
003190     END-IF.
003200     MOVE WS-SCV-ID           TO WS-SUB-ID (WS-SUB-COUNT).
003210     IF WS-SCV-LAG = SPACES
003220         MOVE 1               TO WS-SUB-LAG (WS-SUB-COUNT)
003230     ELSE
003240         IF WS-SCV-LAG NOT NUMERIC
003250             DISPLAY "FBACKREC2405E - LAG LIMIT MUST BE "
003260                     "NUMERIC OR BLANK ON PROFILE CARD "
003270                     WS-SUB-NO-DISPLAY
003280             PERFORM 1800-ABEND THRU 1800-EXIT
003290         END-IF
003300         MOVE WS-SCV-LAG      TO WS-SUB-LAG (WS-SUB-COUNT)
003310     END-IF.
003320     MOVE ZERO            TO WS-SUB-DIST-COUNT (WS-SUB-COUNT).
003330     MOVE ZERO            TO WS-SUB-APPLIED (WS-SUB-COUNT).
003340     MOVE ZERO            TO WS-SUB-HIGH-ACK (WS-SUB-COUNT).
003350     MOVE ZERO            TO WS-SUB-BEHIND (WS-SUB-COUNT).
003360     MOVE SPACES          TO WS-SUB-OLDEST (WS-SUB-COUNT).
003370 1110-EXIT.
003380     EXIT.
003390***************************************************************
003400*    1200-LOAD-DIST-LOG                                        *
003410*        WALKS THE AUDIT TRAIL PICKING UP EVERY RUN-DIST AND   *
003420*        RUN-DHASH RECORD FOR A SUBSCRIBER ON THE PROFILE.     *
003430*        THE TRAIL IS APPEND-ONLY, SO EACH SUBSCRIBER'S        *
003440*        EXTRACTS LOAD OLDEST FIRST - THE ORDER THEY MUST BE   *
003450*        APPLIED IN.                                           *
003460***************************************************************
003470 1200-LOAD-DIST-LOG SECTION.
003480     OPEN INPUT AUDIT-FILE.
003490     IF WS-AUDIT-STATUS NOT = "00"
003500         DISPLAY "FBACKREC2406E - AUDIT TRAIL COULD NOT BE "
003510                 "OPENED, STATUS " WS-AUDIT-STATUS
003520         PERFORM 1800-ABEND THRU 1800-EXIT
003530     END-IF.
003540     PERFORM 1210-AUDIT-ONE THRU 1210-EXIT
003550             UNTIL WS-AUD-EOF.
003560     CLOSE AUDIT-FILE.
003570 1200-EXIT.
003580     EXIT.
003590 1210-AUDIT-ONE SECTION.
003600     READ AUDIT-FILE
003610         AT END SET WS-AUD-EOF     TO TRUE
003620     END-READ.
003630     IF WS-AUD-EOF
003640         GO TO 1210-EXIT
003650     END-IF.
003660     EVALUATE TRUE
003670         WHEN AUDIT-RECORD (1:9) = "RUN-DIST "
003680             MOVE AUDIT-RECORD     TO WS-AUD-DIST-VIEW
003690             MOVE WS-AUDD-SUB      TO WS-AUD-KEY-SUB
003700             PERFORM 1300-FIND-SUB THRU 1300-EXIT
003710             IF WS-FOUND
003720                 PERFORM 1220-STORE-DIST THRU 1220-EXIT
003730             END-IF
003740         WHEN AUDIT-RECORD (1:9) = "RUN-DHASH"
003750             MOVE AUDIT-RECORD     TO WS-AUD-HASH-VIEW
003760             MOVE WS-AUDH-SUB      TO WS-AUD-KEY-SUB
003770             PERFORM 1300-FIND-SUB THRU 1300-EXIT
003780             IF WS-FOUND
003790                 PERFORM 1230-STORE-HASH THRU 1230-EXIT
003800             END-IF
003810     END-EVALUATE.
003820 1210-EXIT.
003830     EXIT.
003840***************************************************************
003850*    1220-STORE-DIST                                           *
003860*        ADDS ONE SENT EXTRACT TO ITS SUBSCRIBER'S LOG.        *
003870***************************************************************
003880 1220-STORE-DIST SECTION.
003890     IF WS-SUB-DIST-COUNT (WS-CUR-SUB) NOT < WS-MAX-DIST
003900         DISPLAY "FBACKREC2407E - MORE THAN " WS-MAX-DIST
003910                 " EXTRACTS LOGGED FOR " WS-SUB-ID (WS-CUR-SUB)
003920                 " - RAISE WS-MAX-DIST AND THE WS-DIST TABLE, OR "
003925                 "SHORTEN THE FBAUDPRG RETENTION"
003930         PERFORM 1800-ABEND THRU 1800-EXIT
003940     END-IF.
003950     ADD 1 TO WS-SUB-DIST-COUNT (WS-CUR-SUB).
003960     ADD 1 TO WS-DIST-TOTAL.
003970     MOVE WS-SUB-DIST-COUNT (WS-CUR-SUB) TO WS-DST-IX.
003980     MOVE WS-AUDD-DATE    TO WS-DST-DATE (WS-CUR-SUB WS-DST-IX).
003990     MOVE WS-AUDD-TIME    TO WS-DST-TIME (WS-CUR-SUB WS-DST-IX).
004000     IF WS-AUDD-RECORDS NUMERIC
004010         MOVE WS-AUDD-RECORDS
004020                 TO WS-DST-COUNT (WS-CUR-SUB WS-DST-IX)
004030     ELSE
004040         MOVE ZERO        TO WS-DST-COUNT (WS-CUR-SUB WS-DST-IX)
004050     END-IF.
004060     MOVE ZERO            TO WS-DST-HASH (WS-CUR-SUB WS-DST-IX).
004070     MOVE "N" TO WS-DST-HASH-SW (WS-CUR-SUB WS-DST-IX).
004080     MOVE "N"             TO WS-DST-ACK-SW (WS-CUR-SUB WS-DST-IX).
004090 1220-EXIT.
004100     EXIT.
004110***************************************************************
004120*    1230-STORE-HASH                                           *
004130*        ATTACHES A RUN-DHASH RECORD'S HASH TO THE RUN-DIST    *
004140*        ENTRY IT FOLLOWS - THE SUBSCRIBER'S NEWEST, WHEN THE  *
004150*        STAMPS AGREE.                                         *
004160***************************************************************
004170 1230-STORE-HASH SECTION.
004180     MOVE WS-SUB-DIST-COUNT (WS-CUR-SUB) TO WS-DST-IX.
004190     IF WS-DST-IX = ZERO
004200         GO TO 1230-EXIT
004210     END-IF.
004220     IF WS-DST-DATE (WS-CUR-SUB WS-DST-IX) NOT = WS-AUDH-DATE
004230             OR WS-DST-TIME (WS-CUR-SUB WS-DST-IX)
004240                 NOT = WS-AUDH-TIME
004250             OR WS-AUDH-HASH NOT NUMERIC
004260         GO TO 1230-EXIT
004270     END-IF.
004280     MOVE WS-AUDH-HASH    TO WS-DST-HASH (WS-CUR-SUB WS-DST-IX).
004290     MOVE "Y" TO WS-DST-HASH-SW (WS-CUR-SUB WS-DST-IX).
004300 1230-EXIT.
004310     EXIT.
004320***************************************************************
004330*    1300-FIND-SUB                                             *
004340*        LOOKS UP WS-AUD-KEY-SUB ON THE PROFILE, LEAVING ITS   *
004350*        SLOT IN WS-CUR-SUB AND WS-FOUND SET WHEN IT IS THERE. *
004360***************************************************************
004370 1300-FIND-SUB SECTION.
004380     MOVE "N"                      TO WS-FOUND-SWITCH.
004390     PERFORM 1310-TEST-ONE-SUB THRU 1310-EXIT
004400             VARYING WS-SUB-IX FROM 1 BY 1
004410             UNTIL WS-SUB-IX > WS-SUB-COUNT OR WS-FOUND.
004420 1300-EXIT.
004430     EXIT.
004440 1310-TEST-ONE-SUB SECTION.
004450     IF WS-SUB-ID (WS-SUB-IX) = WS-AUD-KEY-SUB
004460         SET WS-FOUND              TO TRUE
004470         MOVE WS-SUB-IX            TO WS-CUR-SUB
004480     END-IF.
004490 1310-EXIT.
004500     EXIT.
004510***************************************************************
004520*    1800-ABEND                                                *
004530*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE  *
004540*        JCL COND CHECK STOPS DOWNSTREAM STEPS AND DRIVES THE   *
004550*        ON-CALL ALERT.                                        *
004560***************************************************************
004570 1800-ABEND SECTION.
004580     MOVE 16                      TO RETURN-CODE.
004590     STOP RUN.
004600 1800-EXIT.
004610     EXIT.
004620***************************************************************
004630*    2000-WRITE-HEADERS                                        *
004640*        STARTS A NEW REPORT PAGE.                             *
004650***************************************************************
004660 2000-WRITE-HEADERS SECTION.
004670     ADD 1 TO WS-PAGE-COUNT.
004680     MOVE WS-TODAY-DISP            TO WS-HDR-RUN-DATE.
004690     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
004700     MOVE "1"                      TO RPT-CC.
004710     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
004720     WRITE RPT-RECORD.
004730     MOVE " "                      TO RPT-CC.
004740     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
004750     WRITE RPT-RECORD.
004760     MOVE ZERO                     TO WS-LINE-COUNT.
004770 2000-EXIT.
004780     EXIT.
004790***************************************************************
004800*    2100-WRITE-SECTION-TITLE                                  *
004810*        PRINTS THE TITLE IN WS-SEC-TEXT WITH A BLANK LINE     *
004820*        AHEAD OF IT, AND STARTS THE SECTION'S LINE COUNT.     *
004830***************************************************************
004840 2100-WRITE-SECTION-TITLE SECTION.
004850     IF WS-LINE-COUNT + 3 > WS-MAX-LINES
004860         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
004870     END-IF.
004880     MOVE " "                      TO RPT-CC.
004890     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
004900     WRITE RPT-RECORD.
004910     MOVE WS-SECTION-TITLE         TO RPT-LINE.
004920     WRITE RPT-RECORD.
004930     ADD 2 TO WS-LINE-COUNT.
004940     MOVE ZERO                     TO WS-SECTION-LINES.
004950 2100-EXIT.
004960     EXIT.
004970***************************************************************
004980*    2200-WRITE-NONE                                           *
004990*        CLOSES A SECTION THAT HAD NOTHING TO SAY.             *
005000***************************************************************
005010 2200-WRITE-NONE SECTION.
005020     IF WS-SECTION-LINES > ZERO
005030         GO TO 2200-EXIT
005040     END-IF.
005050     MOVE " "                      TO RPT-CC.
005060     MOVE WS-NONE-LINE             TO RPT-LINE.
005070     WRITE RPT-RECORD.
005080     ADD 1 TO WS-LINE-COUNT.
005090 2200-EXIT.
005100     EXIT.
005110***************************************************************
005120*    3000-MATCH-ACKS                                           *
005130*        READS THE ACKNOWLEDGMENT FILE IN THE ORDER THE        *
005140*        SUBSCRIBERS APPLIED THEIR EXTRACTS AND MATCHES EACH   *
005150*        AGAINST THE DISTRIBUTION LOG.  A MISSING FILE MEANS   *
005160*        NOTHING HAS BEEN ACKNOWLEDGED YET - EVERY EXTRACT     *
005170*        SENT IS STILL OUTSTANDING.                            *
005180***************************************************************
005190 3000-MATCH-ACKS SECTION.
005200     MOVE "ACKNOWLEDGMENT EXCEPTIONS" TO WS-SEC-TEXT.
005210     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
005220     OPEN INPUT ACK-FILE.
005230     IF WS-ACK-STATUS NOT = "00"
005240         DISPLAY "FBACKREC2408W - ACKNOWLEDGMENT FILE COULD "
005250                 "NOT BE OPENED, STATUS " WS-ACK-STATUS
005260                 " - NO EXTRACT COUNTS AS APPLIED"
005270         PERFORM 2200-WRITE-NONE THRU 2200-EXIT
005280         GO TO 3000-EXIT
005290     END-IF.
005300     PERFORM 3100-ACK-ONE THRU 3100-EXIT
005310             UNTIL WS-ACK-EOF.
005320     CLOSE ACK-FILE.
005330     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
005340 3000-EXIT.
005350     EXIT.
005360***************************************************************
005370*    3100-ACK-ONE                                              *
005380*        MATCHES ONE ACKNOWLEDGMENT.  IT MUST COME FROM A      *
005390*        SUBSCRIBER ON THE PROFILE, NAME AN EXTRACT THAT       *
005400*        SUBSCRIBER WAS SENT, NOT REPEAT AN EARLIER ONE, AGREE *
005410*        WITH THE COUNT AND HASH SENT, AND NOT GO BACK TO AN   *
005420*        EXTRACT OLDER THAN ONE ALREADY APPLIED.               *
005423*        ONE FOR AN EXTRACT FBAUDPRG HAS SINCE TAKEN OFF THE   *
005426*        TRAIL IS PASSED OVER AND COUNTED (SEE 3400).          *
005430***************************************************************
005440 3100-ACK-ONE SECTION.
005450     READ ACK-FILE
005460         AT END SET WS-ACK-EOF     TO TRUE
005470     END-READ.
005480     IF WS-ACK-EOF
005490         GO TO 3100-EXIT
005500     END-IF.
005510     IF FB-SUBSCRIBER-ACK = SPACES
005520         GO TO 3100-EXIT
005530     END-IF.
005540     ADD 1 TO WS-ACK-READ.
005550     IF FBK-APPLIED-COUNT NOT NUMERIC
005560         MOVE ZERO                 TO FBK-APPLIED-COUNT
005570     END-IF.
005580     IF FBK-APPLIED-HASH NOT NUMERIC
005590         MOVE ZERO                 TO FBK-APPLIED-HASH
005600     END-IF.
005610     MOVE FBK-SUB-ID               TO WS-EXC-SUB.
005620     MOVE FBK-EXTRACT-DATE         TO WS-EXC-DATE.
005630     MOVE FBK-EXTRACT-TIME         TO WS-EXC-TIME.
005640     MOVE FBK-SUB-ID               TO WS-AUD-KEY-SUB.
005650     PERFORM 1300-FIND-SUB THRU 1300-EXIT.
005660     IF NOT WS-FOUND
005670         MOVE "SUBSCRIBER NOT ON THE PROFILE"  TO WS-EXC-TEXT
005680         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005690         ADD 1 TO WS-UNMATCHED-COUNT
005700         GO TO 3100-EXIT
005710     END-IF.
005720     MOVE FBK-EXTRACT-DATE         TO WS-AUD-KEY-DATE.
005730     MOVE FBK-EXTRACT-TIME         TO WS-AUD-KEY-TIME.
005740     PERFORM 3200-FIND-DIST THRU 3200-EXIT.
005750     IF NOT WS-FOUND
005751         PERFORM 3400-TEST-RETENTION THRU 3400-EXIT
005752         IF WS-PRE-RETENTION
005753             ADD 1 TO WS-PRE-RET-COUNT
005754             GO TO 3100-EXIT
005755         END-IF
005760         MOVE "NO SUCH EXTRACT WAS SENT TO IT" TO WS-EXC-TEXT
005770         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005780         ADD 1 TO WS-UNMATCHED-COUNT
005790         GO TO 3100-EXIT
005800     END-IF.
005810     IF WS-DST-ACKED (WS-CUR-SUB WS-CUR-DST)
005820         MOVE "EXTRACT APPLIED MORE THAN ONCE" TO WS-EXC-TEXT
005830         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005840         ADD 1 TO WS-DUP-COUNT
005850         GO TO 3100-EXIT
005860     END-IF.
005870     MOVE "Y"         TO WS-DST-ACK-SW (WS-CUR-SUB WS-CUR-DST).
005880     ADD 1 TO WS-SUB-APPLIED (WS-CUR-SUB).
005890     PERFORM 3300-CHECK-TOTALS THRU 3300-EXIT.
005900     IF WS-CUR-DST < WS-SUB-HIGH-ACK (WS-CUR-SUB)
005910         MOVE "APPLIED AFTER A LATER EXTRACT"  TO WS-EXC-TEXT
005920         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005930         ADD 1 TO WS-OUTSEQ-COUNT
005940     ELSE
005950         MOVE WS-CUR-DST TO WS-SUB-HIGH-ACK (WS-CUR-SUB)
005960     END-IF.
005970 3100-EXIT.
005980     EXIT.
005990***************************************************************
006000*    3200-FIND-DIST                                            *
006010*        LOOKS UP THE EXTRACT STAMPED WS-AUD-KEY-DATE AND      *
006020*        WS-AUD-KEY-TIME IN THE CURRENT SUBSCRIBER'S LOG,      *
006030*        LEAVING ITS SLOT IN WS-CUR-DST.                       *
006040***************************************************************
006050 3200-FIND-DIST SECTION.
006060     MOVE "N"                      TO WS-FOUND-SWITCH.
006070     PERFORM 3210-TEST-ONE-DIST THRU 3210-EXIT
006080             VARYING WS-DST-IX FROM 1 BY 1
006090             UNTIL WS-DST-IX > WS-SUB-DIST-COUNT (WS-CUR-SUB)
006100                OR WS-FOUND.
006110 3200-EXIT.
006120     EXIT.
006130 3210-TEST-ONE-DIST SECTION.
006140     IF WS-DST-DATE (WS-CUR-SUB WS-DST-IX) = WS-AUD-KEY-DATE
006150             AND WS-DST-TIME (WS-CUR-SUB WS-DST-IX)
006160                 = WS-AUD-KEY-TIME
006170         SET WS-FOUND              TO TRUE
006180         MOVE WS-DST-IX            TO WS-CUR-DST
006190     END-IF.
006200 3210-EXIT.
006210     EXIT.
006220***************************************************************
006230*    3300-CHECK-TOTALS                                         *
006240*        PROVES THE APPLIED COUNT AND HASH AGAINST THE ONES    *
006250*        SENT.  AN EXTRACT LOGGED WITHOUT A HASH IS PROVED ON  *
006260*        ITS COUNT ALONE.                                      *
006270***************************************************************
006280 3300-CHECK-TOTALS SECTION.
006290     IF FBK-APPLIED-COUNT = WS-DST-COUNT (WS-CUR-SUB WS-CUR-DST)
006300             AND (NOT WS-DST-HASH-KNOWN (WS-CUR-SUB WS-CUR-DST)
006310             OR FBK-APPLIED-HASH
006320                 = WS-DST-HASH (WS-CUR-SUB WS-CUR-DST))
006330         GO TO 3300-EXIT
006340     END-IF.
006350     MOVE "APPLIED COUNT/HASH DIFFERS FROM SENT" TO WS-EXC-TEXT.
006360     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
006370     MOVE WS-DST-COUNT (WS-CUR-SUB WS-CUR-DST)
006380             TO WS-EXC-SENT-COUNT.
006390     MOVE WS-DST-HASH (WS-CUR-SUB WS-CUR-DST)
006400             TO WS-EXC-SENT-HASH.
006410     MOVE FBK-APPLIED-COUNT        TO WS-EXC-APPL-COUNT.
006420     MOVE FBK-APPLIED-HASH         TO WS-EXC-APPL-HASH.
006430     MOVE " "                      TO RPT-CC.
006440     MOVE WS-EXC-LINE-2            TO RPT-LINE.
006450     WRITE RPT-RECORD.
006460     ADD 1 TO WS-LINE-COUNT.
006470     ADD 1 TO WS-MISMATCH-COUNT.
006480 3300-EXIT.
006490     EXIT.
006491***************************************************************
006492*    3400-TEST-RETENTION                                       *
006493*        AN ACKNOWLEDGMENT THAT MATCHES NOTHING ON THE LOG BUT *
006494*        IS STAMPED EARLIER THAN THE SUBSCRIBER'S OLDEST       *
006495*        RUN-DIST STILL ON THE TRAIL NAMES AN EXTRACT FBAUDPRG *
006496*        HAS SINCE PURGED OR ARCHIVED.  IT CAN NO LONGER BE    *
006497*        RECONCILED, SO IT IS COUNTED AS PAST RETENTION        *
006498*        RATHER THAN REPORTED AS AN EXTRACT NEVER SENT.        *
006499***************************************************************
006500 3400-TEST-RETENTION SECTION.
006501     MOVE "N"                      TO WS-PRE-RET-SWITCH.
006502     IF WS-SUB-DIST-COUNT (WS-CUR-SUB) = ZERO
006503         GO TO 3400-EXIT
006504     END-IF.
006505     MOVE WS-DST-DATE (WS-CUR-SUB 1) TO WS-STAMP-PARSE.
006506     MOVE WS-DST-TIME (WS-CUR-SUB 1) TO WS-SK-TIME.
006507     PERFORM 3410-MAKE-KEY THRU 3410-EXIT.
006508     IF WS-SK-YMD = ZERO
006509         GO TO 3400-EXIT
006510     END-IF.
006511     MOVE WS-STAMP-KEY             TO WS-OLDEST-KEY.
006512     MOVE FBK-EXTRACT-DATE         TO WS-STAMP-PARSE.
006513     MOVE FBK-EXTRACT-TIME         TO WS-SK-TIME.
006514     PERFORM 3410-MAKE-KEY THRU 3410-EXIT.
006515     IF WS-SK-YMD NOT = ZERO
006516             AND WS-STAMP-KEY < WS-OLDEST-KEY
006517         SET WS-PRE-RETENTION      TO TRUE
006518     END-IF.
006519 3400-EXIT.
006520     EXIT.
006521 3410-MAKE-KEY SECTION.
006522     MOVE ZERO                     TO WS-SK-YMD.
006523     IF WS-SP-MM NOT NUMERIC OR WS-SP-DD NOT NUMERIC
006524             OR WS-SP-YYYY NOT NUMERIC
006525         GO TO 3410-EXIT
006526     END-IF.
006527     COMPUTE WS-SK-YMD = WS-SP-YYYY * 10000
006528                       + WS-SP-MM * 100 + WS-SP-DD.
006529 3410-EXIT.
006530     EXIT.
006531***************************************************************
006532*    4000-REPORT-GAPS                                          *
006533*        LISTS EVERY EXTRACT A SUBSCRIBER SKIPPED - ONE NOT    *
006534*        APPLIED ALTHOUGH A LATER EXTRACT HAS BEEN.  THE       *
006540*        SUBSCRIBER'S COPY OF THE MASTER IS MISSING THAT       *
006550*        DELTA'S CHANGES WHATEVER IT APPLIES NEXT.             *
006560***************************************************************
006570 4000-REPORT-GAPS SECTION.
006580     MOVE "GAPS IN THE APPLIED SEQUENCE" TO WS-SEC-TEXT.
006590     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
006600     PERFORM 4100-GAPS-ONE-SUB THRU 4100-EXIT
006610             VARYING WS-SUB-IX FROM 1 BY 1
006620             UNTIL WS-SUB-IX > WS-SUB-COUNT.
006630     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
006640 4000-EXIT.
006650     EXIT.
006660 4100-GAPS-ONE-SUB SECTION.
006670     MOVE WS-SUB-IX                TO WS-CUR-SUB.
006680     PERFORM 4110-GAP-ONE THRU 4110-EXIT
006690             VARYING WS-DST-IX FROM 1 BY 1
006700             UNTIL WS-DST-IX NOT < WS-SUB-HIGH-ACK (WS-CUR-SUB).
006710 4100-EXIT.
006720     EXIT.
006730 4110-GAP-ONE SECTION.
006740     IF WS-DST-ACKED (WS-CUR-SUB WS-DST-IX)
006750         GO TO 4110-EXIT
006760     END-IF.
006770     MOVE WS-SUB-ID (WS-CUR-SUB)   TO WS-EXC-SUB.
006780     MOVE WS-DST-DATE (WS-CUR-SUB WS-DST-IX) TO WS-EXC-DATE.
006790     MOVE WS-DST-TIME (WS-CUR-SUB WS-DST-IX) TO WS-EXC-TIME.
006800     MOVE "NOT APPLIED - A LATER EXTRACT WAS" TO WS-EXC-TEXT.
006810     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
006820     ADD 1 TO WS-GAP-COUNT.
006830 4110-EXIT.
006840     EXIT.
006850***************************************************************
006860*    5000-REPORT-STATUS                                        *
006870*        ONE LINE PER SUBSCRIBER - EXTRACTS SENT AND APPLIED,  *
006880*        THE LAST ONE APPLIED, HOW MANY HAVE BEEN SENT SINCE,  *
006890*        AND THE OLDEST EXTRACT NOT YET APPLIED.  AN EXTRACT   *
006900*        STILL UNAPPLIED FROM BEFORE TODAY MAKES THE           *
006910*        SUBSCRIBER OVERDUE; MORE OUTSTANDING THAN ITS LAG     *
006920*        LIMIT MAKES IT BEHIND, AND ENDS THE STEP RC=4.        *
006930***************************************************************
006940 5000-REPORT-STATUS SECTION.
006950     MOVE "SUBSCRIBER STANDING" TO WS-SEC-TEXT.
006960     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
006970     PERFORM 5100-STATUS-ONE-SUB THRU 5100-EXIT
006980             VARYING WS-SUB-IX FROM 1 BY 1
006990             UNTIL WS-SUB-IX > WS-SUB-COUNT.
007000 5000-EXIT.
007010     EXIT.
007020 5100-STATUS-ONE-SUB SECTION.
007030     MOVE WS-SUB-IX                TO WS-CUR-SUB.
007040     COMPUTE WS-SUB-BEHIND (WS-CUR-SUB) =
007050             WS-SUB-DIST-COUNT (WS-CUR-SUB)
007060             - WS-SUB-HIGH-ACK (WS-CUR-SUB).
007070     MOVE "N"                      TO WS-FOUND-SWITCH.
007080     PERFORM 5110-FIND-OLDEST THRU 5110-EXIT
007090             VARYING WS-DST-IX FROM 1 BY 1
007100             UNTIL WS-DST-IX > WS-SUB-DIST-COUNT (WS-CUR-SUB)
007110                OR WS-FOUND.
007120     MOVE WS-SUB-ID (WS-CUR-SUB)   TO WS-STA-SUB.
007130     MOVE WS-SUB-DIST-COUNT (WS-CUR-SUB) TO WS-STA-SENT.
007140     MOVE WS-SUB-APPLIED (WS-CUR-SUB) TO WS-STA-APPLIED.
007150     IF WS-SUB-HIGH-ACK (WS-CUR-SUB) = ZERO
007160         MOVE "NONE"               TO WS-STA-LAST-DATE
007170         MOVE SPACES               TO WS-STA-LAST-TIME
007180     ELSE
007190         MOVE WS-SUB-HIGH-ACK (WS-CUR-SUB) TO WS-DST-IX
007200         MOVE WS-DST-DATE (WS-CUR-SUB WS-DST-IX)
007210                 TO WS-STA-LAST-DATE
007220         MOVE WS-DST-TIME (WS-CUR-SUB WS-DST-IX)
007230                 TO WS-STA-LAST-TIME
007240     END-IF.
007250     MOVE WS-SUB-BEHIND (WS-CUR-SUB) TO WS-STA-BEHIND.
007260     MOVE WS-SUB-OLDEST (WS-CUR-SUB) TO WS-STA-OLDEST.
007270     MOVE WS-SUB-LAG (WS-CUR-SUB)  TO WS-STA-LAG.
007280     EVALUATE TRUE
007290         WHEN WS-SUB-DIST-COUNT (WS-CUR-SUB) = ZERO
007300             MOVE "NOTHING SENT"   TO WS-STA-TEXT
007310         WHEN WS-SUB-BEHIND (WS-CUR-SUB)
007320                 > WS-SUB-LAG (WS-CUR-SUB)
007330             MOVE "*** BEHIND ***" TO WS-STA-TEXT
007340             ADD 1 TO WS-BEHIND-COUNT
007350             ADD 1 TO WS-OVERDUE-COUNT
007360         WHEN WS-SUB-OLDEST (WS-CUR-SUB) NOT = SPACES
007370                 AND WS-SUB-OLDEST (WS-CUR-SUB)
007380                     NOT = WS-TODAY-DISP
007390             MOVE "OVERDUE"        TO WS-STA-TEXT
007400             ADD 1 TO WS-OVERDUE-COUNT
007410         WHEN OTHER
007420             MOVE "CURRENT"        TO WS-STA-TEXT
007430     END-EVALUATE.
007440     IF WS-LINE-COUNT NOT < WS-MAX-LINES
007450         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
007460     END-IF.
007470     MOVE " "                      TO RPT-CC.
007480     MOVE WS-STATUS-LINE           TO RPT-LINE.
007490     WRITE RPT-RECORD.
007500     ADD 1 TO WS-LINE-COUNT.
007510 5100-EXIT.
007520     EXIT.
007530 5110-FIND-OLDEST SECTION.
007540     IF NOT WS-DST-ACKED (WS-CUR-SUB WS-DST-IX)
007550         SET WS-FOUND              TO TRUE
007560         MOVE WS-DST-DATE (WS-CUR-SUB WS-DST-IX)
007570                 TO WS-SUB-OLDEST (WS-CUR-SUB)
007580     END-IF.
007590 5110-EXIT.
007600     EXIT.
007610***************************************************************
007620*    6000-PRINT-EXCEPTION                                      *
007630*        PRINTS ONE EXCEPTION LINE FROM THE FIELDS ALREADY     *
007640*        MOVED TO WS-EXC-LINE-1, LEAVING ROOM ON THE PAGE FOR  *
007650*        THE COUNT/HASH LINE THAT MAY FOLLOW IT.               *
007660***************************************************************
007670 6000-PRINT-EXCEPTION SECTION.
007680     IF WS-LINE-COUNT + 2 > WS-MAX-LINES
007690         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
007700     END-IF.
007710     MOVE " "                      TO RPT-CC.
007720     MOVE WS-EXC-LINE-1            TO RPT-LINE.
007730     WRITE RPT-RECORD.
007740     ADD 1 TO WS-LINE-COUNT.
007750     ADD 1 TO WS-SECTION-LINES.
007760 6000-EXIT.
007770     EXIT.
007780***************************************************************
007790*    7000-WRITE-SUMMARY                                        *
007800*        WRITES THE TOTALS AND SETS THE RETURN CODE - ANY      *
007810*        SUBSCRIBER PAST ITS LAG LIMIT ENDS THE STEP RC=4 SO   *
007820*        OPERATIONS CALL THE AREA BEFORE MONTH-END.            *
007830***************************************************************
007840 7000-WRITE-SUMMARY SECTION.
007850     MOVE "RECONCILIATION SUMMARY" TO WS-SEC-TEXT.
007860     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
007870     MOVE " "                      TO RPT-CC.
007880     MOVE "SUBSCRIBERS ON THE PROFILE:" TO WS-SUM-TEXT.
007890     MOVE WS-SUB-COUNT             TO WS-SUM-VALUE.
007900     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
007910     MOVE "EXTRACTS SENT (DISTRIBUTION LOG):" TO WS-SUM-TEXT.
007920     MOVE WS-DIST-TOTAL            TO WS-SUM-VALUE.
007930     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
007940     MOVE "ACKNOWLEDGMENTS READ:"  TO WS-SUM-TEXT.
007950     MOVE WS-ACK-READ              TO WS-SUM-VALUE.
007960     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
007970     MOVE "COUNT/HASH MISMATCHES:" TO WS-SUM-TEXT.
007980     MOVE WS-MISMATCH-COUNT        TO WS-SUM-VALUE.
007990     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008000     MOVE "APPLIED OUT OF SEQUENCE:" TO WS-SUM-TEXT.
008010     MOVE WS-OUTSEQ-COUNT          TO WS-SUM-VALUE.
008020     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008030     MOVE "APPLIED MORE THAN ONCE:" TO WS-SUM-TEXT.
008040     MOVE WS-DUP-COUNT             TO WS-SUM-VALUE.
008050     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008060     MOVE "UNMATCHED ACKNOWLEDGMENTS:" TO WS-SUM-TEXT.
008070     MOVE WS-UNMATCHED-COUNT       TO WS-SUM-VALUE.
008080     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008082     MOVE "ACKS FOR EXTRACTS PAST RETENTION:" TO WS-SUM-TEXT.
008084     MOVE WS-PRE-RET-COUNT         TO WS-SUM-VALUE.
008086     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008090     MOVE "EXTRACTS SKIPPED (GAPS):" TO WS-SUM-TEXT.
008100     MOVE WS-GAP-COUNT             TO WS-SUM-VALUE.
008110     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008120     MOVE "SUBSCRIBERS OVERDUE:"   TO WS-SUM-TEXT.
008130     MOVE WS-OVERDUE-COUNT         TO WS-SUM-VALUE.
008140     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008150     MOVE "SUBSCRIBERS PAST THEIR LAG LIMIT:" TO WS-SUM-TEXT.
008160     MOVE WS-BEHIND-COUNT          TO WS-SUM-VALUE.
008170     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
008180     IF WS-BEHIND-COUNT > ZERO
008190         DISPLAY "FBACKREC2409W - " WS-BEHIND-COUNT
008200                 " SUBSCRIBERS ARE BEHIND BY MORE THAN THEIR "
008210                 "LAG LIMIT"
008220         MOVE 4                    TO RETURN-CODE
008230     END-IF.
008240 7000-EXIT.
008250     EXIT.
008260 7100-WRITE-SUM-LINE SECTION.
008270     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
008280     WRITE RPT-RECORD.
008290 7100-EXIT.
008300     EXIT.
008310***************************************************************
008320*    9000-TERMINATE                                            *
008330*        END-OF-RUN HOUSEKEEPING.                              *
008340***************************************************************
008350 9000-TERMINATE SECTION.
008360     CLOSE RPT-FILE.
008370     DISPLAY "FBACKREC2400I - EXTRACTS SENT " WS-DIST-TOTAL
008380             " ACKNOWLEDGED " WS-ACK-READ
008390             " EXCEPTIONS "
008400             WS-MISMATCH-COUNT " / " WS-OUTSEQ-COUNT " / "
008410             WS-GAP-COUNT.
008420 9000-EXIT.
008430     EXIT.
