000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBRUNEXC                                 *
000040*    FUNCTION     :  DAILY MISSED-RUN AND DUPLICATE-RUN       *
000050*                    EXCEPTION REPORT.  WALKS THE AUDIT       *
000060*                    TRAIL'S RUN-PARMS SELECTION RECORDS AND  *
000070*                    RUN-START/RUN-END PAIRS, TIES EACH RUN   *
000080*                    TO THE PROCESSING DATE FBPARMSL FIXED    *
000090*                    FOR IT, AND CHECKS THEM AGAINST THE      *
000100*                    BUSINESS-DAY CALENDAR OVER A LOOK-BACK   *
000110*                    WINDOW.  IT LISTS PROCESSING DAYS WITH   *
000120*                    NO CLEAN RUN, DAYS WITH MORE THAN ONE,   *
000130*                    DATEPARM OVERRIDES THAT NAMED A DAY      *
000140*                    THAT HAD ALREADY RUN CLEAN, AND RUNS     *
000150*                    THAT ENDED OUTSIDE THE BATCH WINDOW.  A  *
000160*                    MISSING DAY ENDS THE STEP RC=8, ANY      *
000170*                    OTHER EXCEPTION RC=4.                    *
000180*                                                             *
000190***************************************************************
000200 IDENTIFICATION       DIVISION.
000210 PROGRAM-ID.          FBRUNEXC.
000220 AUTHOR.              MERLOTCODE.
000230 INSTALLATION.        DATA PROCESSING CENTER.
000240 DATE-WRITTEN.        10/15/2026.
000250 DATE-COMPILED.
000260*                                                             *
000270*    MODIFICATION HISTORY                                      *
000280*    ----------   ----  --------------------------------------*
000290*    DATE          BY   DESCRIPTION                            *
000300*    ----------   ----  --------------------------------------*
000310*    10/15/2026    MCD  FIRST VERSION - A HOLIDAY-MONDAY RUN   *
000320*                       WAS MISSED AND NOBODY NOTICED FOR      *
000330*                       NINE DAYS.                             *
000340***************************************************************
000350 ENVIRONMENT          DIVISION.
000360 INPUT-OUTPUT         SECTION.
000370 FILE-CONTROL.
000380     SELECT EXC-PARM-FILE ASSIGN TO "EXCPARM"
000390                          ORGANIZATION IS LINE SEQUENTIAL
000400                          FILE STATUS IS WS-PARM-STATUS.
000410     SELECT CAL-FILE      ASSIGN TO "BIZCAL"
000420                          ORGANIZATION IS LINE SEQUENTIAL
000430                          FILE STATUS IS WS-CAL-STATUS.
000440     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000450                          ORGANIZATION IS LINE SEQUENTIAL
000460                          FILE STATUS IS WS-AUDIT-STATUS.
000470     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000480                          ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA                 DIVISION.
000500 FILE                 SECTION.
000510 FD  EXC-PARM-FILE.
000520 01  EXC-PARM-CARD.
000530     05  EXCP-LOOKBACK        PIC X(03).
000540     05  FILLER               PIC X(01).
000550     05  EXCP-WINDOW-OPEN     PIC X(04).
000560     05  FILLER               PIC X(01).
000570     05  EXCP-WINDOW-CLOSE    PIC X(04).
000580     05  FILLER               PIC X(01).
000590     05  EXCP-WEEK            PIC X(07).
000600     05  FILLER               PIC X(01).
000610     05  EXCP-THROUGH         PIC X(08).
000620     05  FILLER               PIC X(50).
000630 FD  CAL-FILE.
000640     COPY FBBIZCAL.
000650 FD  AUDIT-FILE.
000660     COPY FBAUDIT.
000670 FD  RPT-FILE.
000680 01  RPT-RECORD.
000690     05  RPT-CC               PIC X(01).
000700     05  RPT-LINE             PIC X(132).
000710 WORKING-STORAGE      SECTION.
000720 77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.
000730 77  WS-CAL-STATUS        PIC X(02) VALUE SPACES.
000740 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000750 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
000760     88  WS-AUD-EOF           VALUE "Y".
000770***************************************************************
000780*    THE EXCPARM CARD.  EVERY FIELD MAY BE LEFT BLANK:         *
000790*      COLS 1-3    DAYS TO LOOK BACK, 1-366 (DEFAULT 31).      *
000800*      COLS 5-8    BATCH WINDOW OPENS, HHMM (DEFAULT 1800).    *
000810*      COLS 10-13  BATCH WINDOW CLOSES, HHMM (DEFAULT 0600).   *
000820*                  A WINDOW THAT OPENS LATER THAN IT CLOSES    *
000830*                  RUNS OVER MIDNIGHT.                         *
000840*      COLS 15-21  THE PROCESSING WEEK, MONDAY TO SUNDAY, Y    *
000850*                  FOR A DAY THE JOB RUNS (DEFAULT YYYYYNN).   *
000860*      COLS 23-30  LAST PROCESSING DATE CHECKED, YYYYMMDD      *
000870*                  (DEFAULT YESTERDAY - THE REPORT RUNS THE    *
000880*                  MORNING AFTER THE NIGHT'S RUN).             *
000890***************************************************************
000900 77  WS-LOOKBACK          PIC 9(03) VALUE 31.
000910 77  WS-WINDOW-OPEN       PIC 9(04) VALUE 1800.
000920 77  WS-WINDOW-CLOSE      PIC 9(04) VALUE 0600.
000930 01  WS-WEEK              PIC X(07) VALUE "YYYYYNN".
000940 01  WS-WEEK-VIEW REDEFINES WS-WEEK.
000950     05  WS-WEEK-DAY OCCURS 7 TIMES
000960                             PIC X(01).
000970 77  WS-THROUGH-DATE      PIC 9(08) VALUE ZERO.
000980 77  WS-THROUGH-DAYS      PIC 9(07) VALUE ZERO.
000990 77  WS-FIRST-DAYS        PIC 9(07) VALUE ZERO.
001000 77  WS-FIRST-DATE        PIC 9(08) VALUE ZERO.
001010 77  WS-WINDOW-DISP       PIC X(11) VALUE SPACES.
001020***************************************************************
001030*    ONE ENTRY PER CALENDAR DAY IN THE LOOK-BACK WINDOW, OLDEST*
001040*    FIRST.  THE KIND IS B FOR A DAY OF THE PROCESSING WEEK, W *
001050*    FOR ONE OUTSIDE IT, OR THE CALENDAR'S H, N OR P WHEN IT   *
001060*    NAMES THE DAY.  RUNS COUNTS THE DISTINCT RUNS STARTED FOR *
001070*    THE DAY (A RESTART UNDER THE SAME RUN ID IS THE SAME RUN);*
001080*    CLEAN COUNTS THE DISTINCT RUNS THAT ENDED RC=0, THE FIRST *
001090*    FIVE OF THEM KEPT FOR THE DUPLICATE LISTING.              *
001100***************************************************************
001110 77  WS-DAY-COUNT         PIC 9(03) COMP VALUE ZERO.
001120 77  WS-DAY-IX            PIC 9(03) COMP VALUE ZERO.
001130 77  WS-CUR-DAY           PIC 9(03) COMP VALUE ZERO.
001140 77  WS-CLN-IX            PIC 9(01) COMP VALUE ZERO.
001150 01  WS-DAY-TABLE.
001160     05  WS-DAY OCCURS 366 TIMES.
001170         10  WS-DAY-DATE      PIC 9(08).
001180         10  WS-DAY-WEEKDAY   PIC 9(01).
001190         10  WS-DAY-KIND      PIC X(01).
001200             88  WS-DAY-EXPECTED  VALUE "B" "P".
001210         10  WS-DAY-DESC      PIC X(30).
001220         10  WS-DAY-RUNS      PIC 9(03) COMP.
001230         10  WS-DAY-CLEAN     PIC 9(03) COMP.
001240         10  WS-DAY-LAST-ID   PIC X(08).
001250         10  WS-DAY-CLN OCCURS 5 TIMES.
001260             15  WS-DCL-RUN-ID    PIC X(08).
001270             15  WS-DCL-END-DATE  PIC X(10).
001280             15  WS-DCL-END-TIME  PIC X(08).
001290             15  WS-DCL-SOURCE    PIC X(08).
001300 01  WS-DAY-NAMES             PIC X(21)
001310         VALUE "MONTUEWEDTHUFRISATSUN".
001320 01  WS-DAY-NAME-VIEW REDEFINES WS-DAY-NAMES.
001330     05  WS-DAY-NAME OCCURS 7 TIMES
001340                             PIC X(03).
001350 77  WS-DAY-DAYS          PIC 9(07) VALUE ZERO.
001360 77  WS-WEEK-QUOT         PIC 9(07) VALUE ZERO.
001370 77  WS-WEEK-REM          PIC 9(01) VALUE ZERO.
001380 77  WS-CAL-READ-COUNT    PIC 9(05) COMP VALUE ZERO.
001390 77  WS-CAL-NO-DISPLAY    PIC 9(05).
001400***************************************************************
001410*    THE OVERRIDE AND BATCH-WINDOW EXCEPTIONS, KEPT IN THE     *
001420*    ORDER THE AUDIT TRAIL SHOWS THEM.  O - A DATEPARM         *
001430*    OVERRIDE NAMED A DAY ALREADY RUN CLEAN (OTHER-ID IS THAT  *
001440*    CLEAN RUN); W - A RUN ENDED OUTSIDE THE WINDOW (RC IS     *
001450*    WHAT IT ENDED WITH).                                      *
001460***************************************************************
001470 77  WS-EXL-COUNT         PIC 9(04) COMP VALUE ZERO.
001480 77  WS-EXL-IX            PIC 9(04) COMP VALUE ZERO.
001490 77  WS-MAX-EXL           PIC 9(04) COMP VALUE 500.
001500 01  WS-EXL-TABLE.
001510     05  WS-EXL OCCURS 500 TIMES.
001520         10  WS-EXL-KIND      PIC X(01).
001530             88  WS-EXL-OVERRIDE  VALUE "O".
001540             88  WS-EXL-WINDOW    VALUE "W".
001550         10  WS-EXL-DAY       PIC 9(03) COMP.
001560         10  WS-EXL-RUN-ID    PIC X(08).
001570         10  WS-EXL-DATE      PIC X(10).
001580         10  WS-EXL-TIME      PIC X(08).
001590         10  WS-EXL-OTHER-ID  PIC X(08).
001600         10  WS-EXL-RC        PIC X(03).
001610***************************************************************
001620*    THE AUDIT RECORDS READ:                                   *
001630*    RUN-PARMS DATE=MM/DD/YYYY PROCDATE=YYYYMMDD CARDS=NNN     *
001640*              VERSION=NNNNN SRC=X(8)                          *
001650*    RUN-START DATE=MM/DD/YYYY TIME=HH:MM:SS RANGE=...         *
001660*    RUN-END   DATE=MM/DD/YYYY TIME=HH:MM:SS RECORDS=NNNNNNN   *
001670*              RC=NNN                                          *
001680*    SRC= IS SCHEDULE, OVERRIDE OR RESTART; SELECTIONS LOGGED  *
001690*    BEFORE FBPARMSL NAMED IT HAVE NONE, AND ARE TAKEN AS      *
001700*    SCHEDULED.  THE RUN ID IS IN BYTES 81-88 OF EVERY RECORD  *
001710*    (BLANK ON RECORDS WRITTEN BEFORE RUN IDS).                *
001720***************************************************************
001730 01  WS-AUD-PARMS-VIEW.
001740     05  FILLER               PIC X(15).
001750     05  WS-APV-DATE          PIC X(10).
001760     05  FILLER               PIC X(10).
001770     05  WS-APV-PROC-DATE     PIC X(08).
001780     05  FILLER               PIC X(24).
001790     05  FILLER               PIC X(05).
001800     05  WS-APV-SOURCE        PIC X(08).
001810 01  WS-AUD-START-VIEW.
001820     05  FILLER               PIC X(15).
001830     05  WS-AUDS-DATE         PIC X(10).
001840     05  FILLER               PIC X(06).
001850     05  WS-AUDS-TIME         PIC X(08).
001860     05  FILLER               PIC X(41).
001870 01  WS-AUD-END-VIEW.
001880     05  FILLER               PIC X(15).
001890     05  WS-AUDE-DATE         PIC X(10).
001900     05  FILLER               PIC X(06).
001910     05  WS-AUDE-TIME         PIC X(08).
001920     05  FILLER               PIC X(09).
001930     05  WS-AUDE-RECORDS      PIC X(07).
001940     05  FILLER               PIC X(04).
001950     05  WS-AUDE-RC           PIC X(03).
001960     05  FILLER               PIC X(18).
001970***************************************************************
001980*    THE SELECTION AWAITING ITS RUN-START, AND THE RUN OPEN    *
001990*    BETWEEN A RUN-START AND ITS RUN-END.                      *
002000***************************************************************
002010 77  WS-PRM-PENDING-SW    PIC X(01) VALUE "N".
002020     88  WS-PRM-PENDING       VALUE "Y".
002030 77  WS-PRM-PROC-DATE     PIC X(08) VALUE SPACES.
002040 77  WS-PRM-SOURCE        PIC X(08) VALUE SPACES.
002050 77  WS-PRM-RUN-ID        PIC X(08) VALUE SPACES.
002060 77  WS-CUR-OPEN-SW       PIC X(01) VALUE "N".
002070     88  WS-CUR-OPEN          VALUE "Y".
002080 77  WS-CUR-RUN-ID        PIC X(08) VALUE SPACES.
002090 77  WS-CUR-SOURCE        PIC X(08) VALUE SPACES.
002100 77  WS-AUD-RUN-ID        PIC X(08) VALUE SPACES.
002110 77  WS-KEY-DATE          PIC X(08) VALUE SPACES.
002120 77  WS-KEY-DATE-NUM REDEFINES WS-KEY-DATE
002130                          PIC 9(08).
002140 77  WS-KEY-DAYS          PIC 9(07) VALUE ZERO.
002150 77  WS-END-HHMM          PIC 9(04) VALUE ZERO.
002160 77  WS-OUTSIDE-SW        PIC X(01) VALUE "N".
002170     88  WS-OUTSIDE           VALUE "Y".
002180 77  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
002190     88  WS-FOUND             VALUE "Y".
002200***************************************************************
002210*    REPORT LINES AND TOTALS.                                  *
002220***************************************************************
002230 77  WS-EXPECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
002240 77  WS-RUN-TOTAL         PIC 9(05) COMP VALUE ZERO.
002250 77  WS-MISSING-COUNT     PIC 9(05) COMP VALUE ZERO.
002260 77  WS-DUP-COUNT         PIC 9(05) COMP VALUE ZERO.
002270 77  WS-OVERRIDE-COUNT    PIC 9(05) COMP VALUE ZERO.
002280 77  WS-LATE-COUNT        PIC 9(05) COMP VALUE ZERO.
002290 77  WS-SECTION-LINES     PIC 9(07) COMP VALUE ZERO.
002300 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
002310 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
002320 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
002330 77  WS-COUNT-DISP        PIC ZZ9.
002340 01  WS-HEADER-LINE-1.
002350     05  FILLER               PIC X(01) VALUE SPACE.
002360     05  FILLER               PIC X(39)
002370             VALUE "FIZZBUZZ MISSED AND DUPLICATE RUN CHECK".
002380     05  FILLER               PIC X(02) VALUE SPACES.
002390     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
002400     05  WS-HDR-RUN-DATE      PIC X(10).
002410     05  FILLER               PIC X(10) VALUE SPACES.
002420     05  FILLER               PIC X(06) VALUE "PAGE: ".
002430     05  WS-HDR-PAGE-NO       PIC ZZZ9.
002440     05  FILLER               PIC X(50) VALUE SPACES.
002450 01  WS-HEADER-LINE-2.
002460     05  FILLER               PIC X(01) VALUE SPACE.
002470     05  FILLER               PIC X(18)
002480             VALUE "PROCESSING DATES: ".
002490     05  WS-HDR-FROM          PIC X(10).
002500     05  FILLER               PIC X(04) VALUE " TO ".
002510     05  WS-HDR-THROUGH       PIC X(10).
002520     05  FILLER               PIC X(17)
002530             VALUE "   BATCH WINDOW: ".
002540     05  WS-HDR-WINDOW        PIC X(11).
002550     05  FILLER               PIC X(09) VALUE "   WEEK: ".
002560     05  WS-HDR-WEEK          PIC X(07).
002570     05  FILLER               PIC X(45) VALUE SPACES.
002580 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002590 01  WS-SECTION-TITLE.
002600     05  FILLER               PIC X(01) VALUE SPACE.
002610     05  WS-SEC-TEXT          PIC X(60).
002620     05  FILLER               PIC X(71) VALUE SPACES.
002630 01  WS-NONE-LINE.
002640     05  FILLER               PIC X(05) VALUE SPACES.
002650     05  FILLER               PIC X(04) VALUE "NONE".
002660     05  FILLER               PIC X(123) VALUE SPACES.
002670 01  WS-EXC-LINE.
002680     05  FILLER               PIC X(01) VALUE SPACE.
002690     05  WS-EXC-PROC-DATE     PIC X(10).
002700     05  FILLER               PIC X(01) VALUE SPACE.
002710     05  WS-EXC-DAY-NAME      PIC X(03).
002720     05  FILLER               PIC X(06) VALUE "  RUN ".
002730     05  WS-EXC-RUN-ID        PIC X(08).
002740     05  FILLER               PIC X(02) VALUE SPACES.
002750     05  WS-EXC-STAMP-DATE    PIC X(10).
002760     05  FILLER               PIC X(01) VALUE SPACE.
002770     05  WS-EXC-STAMP-TIME    PIC X(08).
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  WS-EXC-TEXT          PIC X(70).
002800     05  FILLER               PIC X(10) VALUE SPACES.
002810 01  WS-SUMMARY-LINE.
002820     05  FILLER               PIC X(01) VALUE SPACE.
002830     05  WS-SUM-TEXT          PIC X(40).
002840     05  WS-SUM-VALUE         PIC ZZZZ9.
002850     05  FILLER               PIC X(86) VALUE SPACES.
002860 01  WS-TODAY-RAW.
002870     05  WS-TODAY-YYYY        PIC 9(04).
002880     05  WS-TODAY-MM          PIC 9(02).
002890     05  WS-TODAY-DD          PIC 9(02).
002900 01  WS-TODAY-NUM REDEFINES WS-TODAY-RAW
002910                             PIC 9(08).
002920 77  WS-TODAY-DISP        PIC X(10).
002930 01  WS-DATE-INT.
002940     05  WS-DI-YYYY           PIC 9(04).
002950     05  WS-DI-MM             PIC 9(02).
002960     05  WS-DI-DD             PIC 9(02).
002970 01  WS-DATE-INT-NUM REDEFINES WS-DATE-INT
002980                             PIC 9(08).
002990 77  WS-DATE-DISP         PIC X(10).
003000 PROCEDURE            DIVISION.
003010***************************************************************
003020*    0000-MAINLINE                                             *
003030*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
003040***************************************************************
003050 0000-MAINLINE SECTION.
003060     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003070     PERFORM 3000-SCAN-AUDIT      THRU 3000-EXIT.
003080     PERFORM 4000-REPORT-MISSING  THRU 4000-EXIT.
003090     PERFORM 4500-REPORT-DUPLICATES THRU 4500-EXIT.
003100     PERFORM 5000-REPORT-OVERRIDES THRU 5000-EXIT.
003110     PERFORM 5500-REPORT-WINDOW   THRU 5500-EXIT.
003120     PERFORM 7000-WRITE-SUMMARY   THRU 7000-EXIT.
003130     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003140     GOBACK.
003150 0000-EXIT.
003160     EXIT.
003170***************************************************************
003180*    1000-INITIALIZE                                           *
003190*        READS THE EXCPARM CARD, LAYS OUT THE LOOK-BACK        *
003200*        WINDOW ONE DAY PER ENTRY, MARKS THE CALENDAR'S DAYS   *
003210*        ON IT, AND OPENS THE REPORT.                          *
003220***************************************************************
003230 1000-INITIALIZE SECTION.
003240     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
003250     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
003260             DELIMITED BY SIZE INTO WS-TODAY-DISP.
003270     PERFORM 1100-READ-PARM       THRU 1100-EXIT.
003280     COMPUTE WS-FIRST-DAYS = WS-THROUGH-DAYS - WS-LOOKBACK + 1.
003290     MOVE WS-LOOKBACK              TO WS-DAY-COUNT.
003300     PERFORM 1200-BUILD-ONE-DAY THRU 1200-EXIT
003310             VARYING WS-DAY-IX FROM 1 BY 1
003320             UNTIL WS-DAY-IX > WS-DAY-COUNT.
003330     MOVE WS-DAY-DATE (1)          TO WS-FIRST-DATE.
003340     PERFORM 1300-LOAD-CALENDAR   THRU 1300-EXIT.
003350     OPEN OUTPUT RPT-FILE.
003360     MOVE WS-FIRST-DATE            TO WS-DATE-INT-NUM.
003370     PERFORM 8000-FORMAT-DATE     THRU 8000-EXIT.
003380     MOVE WS-DATE-DISP             TO WS-HDR-FROM.
003390     MOVE WS-THROUGH-DATE          TO WS-DATE-INT-NUM.
003400     PERFORM 8000-FORMAT-DATE     THRU 8000-EXIT.
003410     MOVE WS-DATE-DISP             TO WS-HDR-THROUGH.
003420     STRING WS-WINDOW-OPEN (1:2) ":" WS-WINDOW-OPEN (3:2) "-"
003430             WS-WINDOW-CLOSE (1:2) ":" WS-WINDOW-CLOSE (3:2)
003440             DELIMITED BY SIZE INTO WS-WINDOW-DISP.
003450     MOVE WS-WINDOW-DISP           TO WS-HDR-WINDOW.
003460     MOVE WS-WEEK                  TO WS-HDR-WEEK.
003470     PERFORM 2000-WRITE-HEADERS   THRU 2000-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500***************************************************************
003510*    1100-READ-PARM                                            *
003520*        TAKES EACH EXCPARM FIELD THAT IS FILLED IN AND VALID; *
003530*        A FIELD THAT IS FILLED IN BUT NOT VALID IS ABENDED -  *
003540*        A MISTYPED WINDOW MUST NOT QUIETLY CHECK THE WRONG    *
003550*        DAYS.  A MISSING CARD TAKES EVERY DEFAULT.            *
003560***************************************************************
003570 1100-READ-PARM SECTION.
003580     COMPUTE WS-THROUGH-DAYS =
003590             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 1.
003600     OPEN INPUT EXC-PARM-FILE.
003610     IF WS-PARM-STATUS NOT = "00"
003620         DISPLAY "FBRUNEXC2801I - NO EXCPARM CARD - DEFAULTS USED"
003630         GO TO 1100-DATES
003640     END-IF.
003650     READ EXC-PARM-FILE
003660         AT END MOVE SPACES        TO EXC-PARM-CARD
003670     END-READ.
003680     CLOSE EXC-PARM-FILE.
003690     IF EXCP-LOOKBACK NOT = SPACES
003700         IF EXCP-LOOKBACK NOT NUMERIC
003710                 OR EXCP-LOOKBACK = "000"
003720                 OR EXCP-LOOKBACK > "366"
003730             DISPLAY "FBRUNEXC2802E - LOOK-BACK DAYS ON EXCPARM "
003740                     "MUST BE 001-366"
003750             PERFORM 1800-ABEND THRU 1800-EXIT
003760         END-IF
003770         MOVE EXCP-LOOKBACK        TO WS-LOOKBACK
003780     END-IF.
003790     IF EXCP-WINDOW-OPEN NOT = SPACES
003800         MOVE EXCP-WINDOW-OPEN     TO WS-KEY-DATE (1:4)
003810         PERFORM 1110-CHECK-HHMM THRU 1110-EXIT
003820         MOVE EXCP-WINDOW-OPEN     TO WS-WINDOW-OPEN
003830     END-IF.
003840     IF EXCP-WINDOW-CLOSE NOT = SPACES
003850         MOVE EXCP-WINDOW-CLOSE    TO WS-KEY-DATE (1:4)
003860         PERFORM 1110-CHECK-HHMM THRU 1110-EXIT
003870         MOVE EXCP-WINDOW-CLOSE    TO WS-WINDOW-CLOSE
003880     END-IF.
003890     IF EXCP-WEEK NOT = SPACES
003900         MOVE EXCP-WEEK            TO WS-WEEK
003910         PERFORM 1120-CHECK-WEEK-DAY THRU 1120-EXIT
003920                 VARYING WS-DAY-IX FROM 1 BY 1
003930                 UNTIL WS-DAY-IX > 7
003940     END-IF.
003950     IF EXCP-THROUGH NOT = SPACES
003960         IF EXCP-THROUGH NOT NUMERIC
003970                 OR EXCP-THROUGH (5:2) < "01"
003980                 OR EXCP-THROUGH (5:2) > "12"
003990                 OR EXCP-THROUGH (7:2) < "01"
004000                 OR EXCP-THROUGH (7:2) > "31"
004010                 OR EXCP-THROUGH (1:4) < "1601"
004020             DISPLAY "FBRUNEXC2803E - CHECK-THROUGH DATE ON "
004030                     "EXCPARM IS NOT YYYYMMDD"
004040             PERFORM 1800-ABEND THRU 1800-EXIT
004050         END-IF
004060         MOVE EXCP-THROUGH         TO WS-KEY-DATE
004070         COMPUTE WS-THROUGH-DAYS =
004080                 FUNCTION INTEGER-OF-DATE (WS-KEY-DATE-NUM)
004090     END-IF.
004100 1100-DATES.
004110     COMPUTE WS-THROUGH-DATE =
004120             FUNCTION DATE-OF-INTEGER (WS-THROUGH-DAYS).
004130 1100-EXIT.
004140     EXIT.
004150***************************************************************
004160*    1110-CHECK-HHMM                                           *
004170*        PROVES THE WINDOW TIME STAGED IN WS-KEY-DATE (1:4).   *
004180***************************************************************
004190 1110-CHECK-HHMM SECTION.
004200     IF WS-KEY-DATE (1:4) NOT NUMERIC
004210             OR WS-KEY-DATE (1:2) > "23"
004220             OR WS-KEY-DATE (3:2) > "59"
004230         DISPLAY "FBRUNEXC2804E - BATCH WINDOW TIMES ON EXCPARM "
004240                 "MUST BE HHMM"
004250         PERFORM 1800-ABEND THRU 1800-EXIT
004260     END-IF.
004270 1110-EXIT.
004280     EXIT.
004290 1120-CHECK-WEEK-DAY SECTION.
004300     IF WS-WEEK-DAY (WS-DAY-IX) NOT = "Y"
004310             AND WS-WEEK-DAY (WS-DAY-IX) NOT = "N"
004320         DISPLAY "FBRUNEXC2805E - PROCESSING WEEK ON EXCPARM "
004330                 "MUST BE SEVEN Y/N FLAGS, MONDAY FIRST"
004340         PERFORM 1800-ABEND THRU 1800-EXIT
004350     END-IF.
004360 1120-EXIT.
004370     EXIT.
004380***************************************************************
004390*    1200-BUILD-ONE-DAY                                        *
004400*        SETS UP THE WINDOW ENTRY FOR ONE DAY - ITS DATE, ITS  *
004410*        WEEKDAY (DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY)  *
004420*        AND WHETHER THE PROCESSING WEEK EXPECTS A RUN ON IT.  *
004430***************************************************************
004440 1200-BUILD-ONE-DAY SECTION.
004450     COMPUTE WS-DAY-DAYS = WS-FIRST-DAYS + WS-DAY-IX - 1.
004460     COMPUTE WS-DAY-DATE (WS-DAY-IX) =
004470             FUNCTION DATE-OF-INTEGER (WS-DAY-DAYS).
004480     SUBTRACT 1 FROM WS-DAY-DAYS.
004490     DIVIDE WS-DAY-DAYS BY 7 GIVING WS-WEEK-QUOT
004500             REMAINDER WS-WEEK-REM.
004510     ADD 1 WS-WEEK-REM GIVING WS-DAY-WEEKDAY (WS-DAY-IX).
004520     IF WS-WEEK-DAY (WS-DAY-WEEKDAY (WS-DAY-IX)) = "Y"
004530         MOVE "B"                  TO WS-DAY-KIND (WS-DAY-IX)
004540     ELSE
004550         MOVE "W"                  TO WS-DAY-KIND (WS-DAY-IX)
004560     END-IF.
004570     MOVE SPACES                   TO WS-DAY-DESC (WS-DAY-IX).
004580     MOVE ZERO                     TO WS-DAY-RUNS (WS-DAY-IX).
004590     MOVE ZERO                     TO WS-DAY-CLEAN (WS-DAY-IX).
004600     MOVE SPACES                   TO WS-DAY-LAST-ID (WS-DAY-IX).
004610 1200-EXIT.
004620     EXIT.
004630***************************************************************
004640*    1300-LOAD-CALENDAR                                        *
004650*        READS THE BUSINESS-DAY CALENDAR AND MARKS EACH DATE   *
004660*        IT NAMES INSIDE THE WINDOW.  THE CALENDAR MUST BE     *
004670*        THERE - WITHOUT IT EVERY HOLIDAY WOULD BE REPORTED    *
004680*        MISSING - AND A CARD THAT CANNOT BE READ IS ABENDED   *
004690*        RATHER THAN DROPPED.                                  *
004700***************************************************************
004710 1300-LOAD-CALENDAR SECTION.
004720     OPEN INPUT CAL-FILE.
004730     IF WS-CAL-STATUS NOT = "00"
004740         DISPLAY "FBRUNEXC2806E - BUSINESS-DAY CALENDAR COULD "
004750                 "NOT BE OPENED, STATUS " WS-CAL-STATUS
004760         PERFORM 1800-ABEND THRU 1800-EXIT
004770     END-IF.
004780     PERFORM 1310-LOAD-ONE-DATE THRU 1310-EXIT
004790             UNTIL WS-CAL-STATUS NOT = "00".
004800     CLOSE CAL-FILE.
004810 1300-EXIT.
004820     EXIT.
004830 1310-LOAD-ONE-DATE SECTION.
004840     READ CAL-FILE
004850         AT END MOVE "10"          TO WS-CAL-STATUS
004860     END-READ.
004870     IF WS-CAL-STATUS = "04"
004880         MOVE "00"                 TO WS-CAL-STATUS
004890     END-IF.
004900     IF WS-CAL-STATUS NOT = "00"
004910         GO TO 1310-EXIT
004920     END-IF.
004930     IF FB-BUSINESS-CAL-RECORD = SPACES
004940         GO TO 1310-EXIT
004950     END-IF.
004960     ADD 1 TO WS-CAL-READ-COUNT.
004970     MOVE WS-CAL-READ-COUNT        TO WS-CAL-NO-DISPLAY.
004980     IF BZC-DATE NOT NUMERIC
004990             OR NOT BZC-TYPE-VALID
005000         DISPLAY "FBRUNEXC2807E - CALENDAR CARD "
005010                 WS-CAL-NO-DISPLAY
005020                 " NEEDS A YYYYMMDD DATE AND A DAY TYPE OF H, N "
005030                 "OR P"
005040         PERFORM 1800-ABEND THRU 1800-EXIT
005050     END-IF.
005060     MOVE BZC-DATE                 TO WS-KEY-DATE.
005070     PERFORM 3900-FIND-DAY THRU 3900-EXIT.
005080     IF WS-CUR-DAY = ZERO
005090         GO TO 1310-EXIT
005100     END-IF.
005110     MOVE BZC-DAY-TYPE             TO WS-DAY-KIND (WS-CUR-DAY).
005120     MOVE BZC-DESCRIPTION          TO WS-DAY-DESC (WS-CUR-DAY).
005130 1310-EXIT.
005140     EXIT.
005150***************************************************************
005160*    1800-ABEND                                                *
005170*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE *
005180*        JCL COND CHECK STOPS DOWNSTREAM STEPS AND DRIVES THE  *
005190*        ON-CALL ALERT.                                        *
005200***************************************************************
005210 1800-ABEND SECTION.
005220     MOVE 16                      TO RETURN-CODE.
005230     STOP RUN.
005240 1800-EXIT.
005250     EXIT.
005260***************************************************************
005270*    2000-WRITE-HEADERS                                        *
005280*        STARTS A NEW REPORT PAGE.                             *
005290***************************************************************
005300 2000-WRITE-HEADERS SECTION.
005310     ADD 1 TO WS-PAGE-COUNT.
005320     MOVE WS-TODAY-DISP            TO WS-HDR-RUN-DATE.
005330     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
005340     MOVE "1"                      TO RPT-CC.
005350     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
005360     WRITE RPT-RECORD.
005370     MOVE " "                      TO RPT-CC.
005380     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
005390     WRITE RPT-RECORD.
005400     MOVE ZERO                     TO WS-LINE-COUNT.
005410 2000-EXIT.
005420     EXIT.
005430***************************************************************
005440*    2100-WRITE-SECTION-TITLE                                  *
005450*        PRINTS THE TITLE IN WS-SEC-TEXT WITH A BLANK LINE     *
005460*        AHEAD OF IT, AND STARTS THE SECTION'S LINE COUNT.     *
005470***************************************************************
005480 2100-WRITE-SECTION-TITLE SECTION.
005490     IF WS-LINE-COUNT + 3 > WS-MAX-LINES
005500         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
005510     END-IF.
005520     MOVE " "                      TO RPT-CC.
005530     MOVE WS-BLANK-LINE            TO RPT-LINE.
005540     WRITE RPT-RECORD.
005550     MOVE WS-SECTION-TITLE         TO RPT-LINE.
005560     WRITE RPT-RECORD.
005570     ADD 2 TO WS-LINE-COUNT.
005580     MOVE ZERO                     TO WS-SECTION-LINES.
005590 2100-EXIT.
005600     EXIT.
005610***************************************************************
005620*    2200-WRITE-NONE                                           *
005630*        CLOSES A SECTION THAT HAD NOTHING TO SAY.             *
005640***************************************************************
005650 2200-WRITE-NONE SECTION.
005660     IF WS-SECTION-LINES > ZERO
005670         GO TO 2200-EXIT
005680     END-IF.
005690     MOVE " "                      TO RPT-CC.
005700     MOVE WS-NONE-LINE             TO RPT-LINE.
005710     WRITE RPT-RECORD.
005720     ADD 1 TO WS-LINE-COUNT.
005730 2200-EXIT.
005740     EXIT.
005750***************************************************************
005760*    3000-SCAN-AUDIT                                           *
005770*        WALKS THE WHOLE AUDIT TRAIL, OLDEST FIRST, FOLDING    *
005780*        EACH SELECTION AND RUN INTO THE DAY IT WAS FOR.  THE  *
005790*        TRAIL MUST BE THERE - WITHOUT IT EVERY DAY WOULD BE   *
005800*        REPORTED MISSING.                                     *
005810***************************************************************
005820 3000-SCAN-AUDIT SECTION.
005830     OPEN INPUT AUDIT-FILE.
005840     IF WS-AUDIT-STATUS NOT = "00"
005850         DISPLAY "FBRUNEXC2808E - AUDIT TRAIL COULD NOT BE "
005860                 "OPENED, STATUS " WS-AUDIT-STATUS
005870         PERFORM 1800-ABEND THRU 1800-EXIT
005880     END-IF.
005890     PERFORM 3100-AUDIT-ONE THRU 3100-EXIT
005900             UNTIL WS-AUD-EOF.
005910     CLOSE AUDIT-FILE.
005920 3000-EXIT.
005930     EXIT.
005940 3100-AUDIT-ONE SECTION.
005950     READ AUDIT-FILE
005960         AT END SET WS-AUD-EOF     TO TRUE
005970     END-READ.
005980     IF WS-AUD-EOF
005990         GO TO 3100-EXIT
006000     END-IF.
006010     MOVE AUDIT-RECORD (81:8)      TO WS-AUD-RUN-ID.
006020     EVALUATE TRUE
006030         WHEN AUDIT-RECORD (1:9) = "RUN-PARMS"
006040             PERFORM 3200-NOTE-SELECTION THRU 3200-EXIT
006050         WHEN AUDIT-RECORD (1:9) = "RUN-START"
006060             PERFORM 3300-NOTE-START THRU 3300-EXIT
006070         WHEN AUDIT-RECORD (1:7) = "RUN-END"
006080             PERFORM 3400-NOTE-END THRU 3400-EXIT
006090     END-EVALUATE.
006100 3100-EXIT.
006110     EXIT.
006120***************************************************************
006130*    3200-NOTE-SELECTION                                       *
006140*        HOLDS AN FBPARMSL SELECTION FOR THE RUN-START THAT    *
006150*        FOLLOWS IT.  A SELECTION WHOSE PROCESSING DATE CAME   *
006160*        FROM A DATEPARM OVERRIDE IS CHECKED AT ONCE AGAINST   *
006170*        THE RUNS ALREADY SEEN - THE TRAIL IS IN TIME ORDER, SO*
006180*        A CLEAN RUN FOR THAT DAY BY NOW RAN BEFORE IT.        *
006190***************************************************************
006200 3200-NOTE-SELECTION SECTION.
006210     MOVE AUDIT-RECORD             TO WS-AUD-PARMS-VIEW.
006220     SET WS-PRM-PENDING            TO TRUE.
006230     MOVE WS-APV-PROC-DATE         TO WS-PRM-PROC-DATE.
006240     MOVE WS-APV-SOURCE            TO WS-PRM-SOURCE.
006250     IF WS-PRM-SOURCE = SPACES
006260         MOVE "SCHEDULE"           TO WS-PRM-SOURCE
006270     END-IF.
006280     MOVE WS-AUD-RUN-ID            TO WS-PRM-RUN-ID.
006290     IF WS-PRM-SOURCE NOT = "OVERRIDE"
006300         GO TO 3200-EXIT
006310     END-IF.
006320     MOVE WS-PRM-PROC-DATE         TO WS-KEY-DATE.
006330     PERFORM 3900-FIND-DAY THRU 3900-EXIT.
006340     IF WS-CUR-DAY = ZERO
006350         GO TO 3200-EXIT
006360     END-IF.
006370     IF WS-DAY-CLEAN (WS-CUR-DAY) = ZERO
006380         GO TO 3200-EXIT
006390     END-IF.
006400     PERFORM 3800-ADD-EXCEPTION THRU 3800-EXIT.
006410     IF WS-EXL-COUNT = ZERO
006420         GO TO 3200-EXIT
006430     END-IF.
006440     MOVE "O"                  TO WS-EXL-KIND (WS-EXL-COUNT).
006450     MOVE WS-APV-DATE          TO WS-EXL-DATE (WS-EXL-COUNT).
006460     MOVE SPACES               TO WS-EXL-TIME (WS-EXL-COUNT).
006470     MOVE WS-DAY-CLEAN (WS-CUR-DAY) TO WS-CLN-IX.
006480     IF WS-DAY-CLEAN (WS-CUR-DAY) > 5
006490         MOVE 5                    TO WS-CLN-IX
006500     END-IF.
006510     MOVE WS-DCL-RUN-ID (WS-CUR-DAY WS-CLN-IX)
006520             TO WS-EXL-OTHER-ID (WS-EXL-COUNT).
006530     ADD 1 TO WS-OVERRIDE-COUNT.
006540 3200-EXIT.
006550     EXIT.
006560***************************************************************
006570*    3300-NOTE-START                                           *
006580*        OPENS A RUN.  ITS PROCESSING DATE IS THE ONE ON THE   *
006590*        SELECTION HELD FOR IT, WHEN THE RUN IDS AGREE (OR     *
006600*        EITHER RECORD PREDATES RUN IDS); A RUN WITH NO        *
006610*        SELECTION OF ITS OWN IS TAKEN TO BE FOR THE DAY IT    *
006620*        STARTED.  A RESTART THAT RERAN THE CLASSIFICATION     *
006630*        STEP CARRIES THE SAME RUN ID AND IS NOT COUNTED AS A  *
006640*        SECOND RUN OF THE DAY.                                *
006650***************************************************************
006660 3300-NOTE-START SECTION.
006670     MOVE AUDIT-RECORD             TO WS-AUD-START-VIEW.
006680     SET WS-CUR-OPEN               TO TRUE.
006690     MOVE WS-AUD-RUN-ID            TO WS-CUR-RUN-ID.
006700     MOVE "SCHEDULE"               TO WS-CUR-SOURCE.
006710     STRING WS-AUDS-DATE (7:4) WS-AUDS-DATE (1:2)
006720             WS-AUDS-DATE (4:2)
006730             DELIMITED BY SIZE INTO WS-KEY-DATE.
006740     IF WS-PRM-PENDING
006750             AND WS-PRM-PROC-DATE NUMERIC
006760         IF WS-PRM-RUN-ID = WS-AUD-RUN-ID
006770                 OR WS-PRM-RUN-ID NOT NUMERIC
006780                 OR WS-AUD-RUN-ID NOT NUMERIC
006790             MOVE WS-PRM-PROC-DATE TO WS-KEY-DATE
006800             MOVE WS-PRM-SOURCE    TO WS-CUR-SOURCE
006810         END-IF
006820     END-IF.
006830     MOVE "N"                      TO WS-PRM-PENDING-SW.
006840     PERFORM 3900-FIND-DAY THRU 3900-EXIT.
006850     IF WS-CUR-DAY = ZERO
006860         GO TO 3300-EXIT
006870     END-IF.
006880     IF WS-CUR-RUN-ID NUMERIC
006890             AND WS-CUR-RUN-ID NOT = "00000000"
006900             AND WS-CUR-RUN-ID = WS-DAY-LAST-ID (WS-CUR-DAY)
006910         GO TO 3300-EXIT
006920     END-IF.
006930     ADD 1 TO WS-DAY-RUNS (WS-CUR-DAY).
006940     ADD 1 TO WS-RUN-TOTAL.
006950     MOVE WS-CUR-RUN-ID            TO WS-DAY-LAST-ID (WS-CUR-DAY).
006960 3300-EXIT.
006970     EXIT.
006980***************************************************************
006990*    3400-NOTE-END                                             *
007000*        CLOSES THE OPEN RUN.  AN END TIME OUTSIDE THE BATCH   *
007010*        WINDOW IS AN EXCEPTION WHATEVER THE RETURN CODE; RC=0 *
007020*        COUNTS AS A CLEAN RUN OF THE DAY, ONCE PER RUN ID.    *
007030*        A RUN-END WITH NO RUN OPEN IS PASSED BY.              *
007040***************************************************************
007050 3400-NOTE-END SECTION.
007060     IF NOT WS-CUR-OPEN
007070         GO TO 3400-EXIT
007080     END-IF.
007090     MOVE "N"                      TO WS-CUR-OPEN-SW.
007100     IF WS-CUR-DAY = ZERO
007110         GO TO 3400-EXIT
007120     END-IF.
007130     MOVE AUDIT-RECORD             TO WS-AUD-END-VIEW.
007140     PERFORM 3500-CHECK-WINDOW THRU 3500-EXIT.
007150     IF WS-AUDE-RC NOT NUMERIC
007160         GO TO 3400-EXIT
007170     END-IF.
007180     IF WS-AUDE-RC NOT = "000"
007190         GO TO 3400-EXIT
007200     END-IF.
007210     MOVE "N"                      TO WS-FOUND-SWITCH.
007220     IF WS-CUR-RUN-ID NUMERIC
007230             AND WS-CUR-RUN-ID NOT = "00000000"
007240         PERFORM 3410-TEST-ONE-CLEAN THRU 3410-EXIT
007250                 VARYING WS-CLN-IX FROM 1 BY 1
007260                 UNTIL WS-CLN-IX > WS-DAY-CLEAN (WS-CUR-DAY)
007270                    OR WS-CLN-IX > 5
007280                    OR WS-FOUND
007290     END-IF.
007300     IF WS-FOUND
007310         GO TO 3400-EXIT
007320     END-IF.
007330     ADD 1 TO WS-DAY-CLEAN (WS-CUR-DAY).
007340     IF WS-DAY-CLEAN (WS-CUR-DAY) > 5
007350         GO TO 3400-EXIT
007360     END-IF.
007370     MOVE WS-DAY-CLEAN (WS-CUR-DAY) TO WS-CLN-IX.
007380     MOVE WS-CUR-RUN-ID
007390             TO WS-DCL-RUN-ID (WS-CUR-DAY WS-CLN-IX).
007400     MOVE WS-AUDE-DATE
007410             TO WS-DCL-END-DATE (WS-CUR-DAY WS-CLN-IX).
007420     MOVE WS-AUDE-TIME
007430             TO WS-DCL-END-TIME (WS-CUR-DAY WS-CLN-IX).
007440     MOVE WS-CUR-SOURCE
007450             TO WS-DCL-SOURCE (WS-CUR-DAY WS-CLN-IX).
007460 3400-EXIT.
007470     EXIT.
007480 3410-TEST-ONE-CLEAN SECTION.
007490     IF WS-DCL-RUN-ID (WS-CUR-DAY WS-CLN-IX) = WS-CUR-RUN-ID
007500         SET WS-FOUND              TO TRUE
007510     END-IF.
007520 3410-EXIT.
007530     EXIT.
007540***************************************************************
007550*    3500-CHECK-WINDOW                                         *
007560*        TESTS THE RUN-END TIME AGAINST THE BATCH WINDOW.  A   *
007570*        WINDOW THAT OPENS LATER IN THE DAY THAN IT CLOSES     *
007580*        RUNS OVER MIDNIGHT; BOTH ENDS ARE INSIDE IT.          *
007590***************************************************************
007600 3500-CHECK-WINDOW SECTION.
007610     IF WS-AUDE-TIME (1:2) NOT NUMERIC
007620             OR WS-AUDE-TIME (4:2) NOT NUMERIC
007630         GO TO 3500-EXIT
007640     END-IF.
007650     STRING WS-AUDE-TIME (1:2) WS-AUDE-TIME (4:2)
007660             DELIMITED BY SIZE INTO WS-KEY-DATE.
007670     MOVE WS-KEY-DATE (1:4)        TO WS-END-HHMM.
007680     MOVE "N"                      TO WS-OUTSIDE-SW.
007690     IF WS-WINDOW-OPEN NOT > WS-WINDOW-CLOSE
007700         IF WS-END-HHMM < WS-WINDOW-OPEN
007710                 OR WS-END-HHMM > WS-WINDOW-CLOSE
007720             SET WS-OUTSIDE        TO TRUE
007730         END-IF
007740     ELSE
007750         IF WS-END-HHMM > WS-WINDOW-CLOSE
007760                 AND WS-END-HHMM < WS-WINDOW-OPEN
007770             SET WS-OUTSIDE        TO TRUE
007780         END-IF
007790     END-IF.
007800     IF NOT WS-OUTSIDE
007810         GO TO 3500-EXIT
007820     END-IF.
007830     PERFORM 3800-ADD-EXCEPTION THRU 3800-EXIT.
007840     IF WS-EXL-COUNT = ZERO
007850         GO TO 3500-EXIT
007860     END-IF.
007870     MOVE "W"                  TO WS-EXL-KIND (WS-EXL-COUNT).
007880     MOVE WS-CUR-RUN-ID        TO WS-EXL-RUN-ID (WS-EXL-COUNT).
007890     MOVE WS-AUDE-DATE         TO WS-EXL-DATE (WS-EXL-COUNT).
007900     MOVE WS-AUDE-TIME         TO WS-EXL-TIME (WS-EXL-COUNT).
007910     MOVE WS-AUDE-RC           TO WS-EXL-RC (WS-EXL-COUNT).
007920     ADD 1 TO WS-LATE-COUNT.
007930 3500-EXIT.
007940     EXIT.
007950***************************************************************
007960*    3800-ADD-EXCEPTION                                        *
007970*        TAKES THE NEXT EXCEPTION SLOT FOR THE DAY IN          *
007980*        WS-CUR-DAY.  THE TABLE HOLDS FAR MORE THAN A YEAR OF  *
007990*        NIGHTLY RUNS CAN PRODUCE; A TRAIL THAT FILLS IT IS    *
008000*        ABENDED, NOT REPORTED SHORT.                          *
008010***************************************************************
008020 3800-ADD-EXCEPTION SECTION.
008030     IF WS-EXL-COUNT NOT < WS-MAX-EXL
008040         DISPLAY "FBRUNEXC2809E - MORE THAN " WS-MAX-EXL
008050                 " OVERRIDE AND BATCH-WINDOW EXCEPTIONS - "
008060                 "SHORTEN THE LOOK-BACK ON EXCPARM"
008070         PERFORM 1800-ABEND THRU 1800-EXIT
008080     END-IF.
008090     ADD 1 TO WS-EXL-COUNT.
008100     MOVE WS-CUR-DAY               TO WS-EXL-DAY (WS-EXL-COUNT).
008110     MOVE WS-PRM-RUN-ID        TO WS-EXL-RUN-ID (WS-EXL-COUNT).
008120     MOVE SPACES          TO WS-EXL-OTHER-ID (WS-EXL-COUNT).
008130     MOVE SPACES                   TO WS-EXL-RC (WS-EXL-COUNT).
008140 3800-EXIT.
008150     EXIT.
008160***************************************************************
008170*    3900-FIND-DAY                                             *
008180*        LEAVES IN WS-CUR-DAY THE WINDOW ENTRY FOR THE         *
008190*        YYYYMMDD DATE IN WS-KEY-DATE, OR ZERO WHEN THE DATE   *
008200*        IS NOT A DATE OR FALLS OUTSIDE THE WINDOW.            *
008210***************************************************************
008220 3900-FIND-DAY SECTION.
008230     MOVE ZERO                     TO WS-CUR-DAY.
008240     IF WS-KEY-DATE NOT NUMERIC
008250         GO TO 3900-EXIT
008260     END-IF.
008270     IF WS-KEY-DATE-NUM < WS-FIRST-DATE
008280             OR WS-KEY-DATE-NUM > WS-THROUGH-DATE
008290         GO TO 3900-EXIT
008300     END-IF.
008310     IF WS-KEY-DATE (5:2) < "01" OR WS-KEY-DATE (5:2) > "12"
008320             OR WS-KEY-DATE (7:2) < "01"
008330             OR WS-KEY-DATE (7:2) > "31"
008340         GO TO 3900-EXIT
008350     END-IF.
008360     COMPUTE WS-KEY-DAYS =
008370             FUNCTION INTEGER-OF-DATE (WS-KEY-DATE-NUM).
008380     COMPUTE WS-CUR-DAY = WS-KEY-DAYS - WS-FIRST-DAYS + 1.
008390     IF WS-DAY-DATE (WS-CUR-DAY) NOT = WS-KEY-DATE-NUM
008400         MOVE ZERO                 TO WS-CUR-DAY
008410     END-IF.
008420 3900-EXIT.
008430     EXIT.
008440***************************************************************
008450*    4000-REPORT-MISSING                                       *
008460*        LISTS EVERY DAY THE CALENDAR EXPECTS A RUN ON THAT    *
008470*        HAS NO CLEAN RUN - NONE STARTED AT ALL, OR NONE THAT  *
008480*        STARTED ENDED RC=0.                                   *
008490***************************************************************
008500 4000-REPORT-MISSING SECTION.
008510     MOVE "PROCESSING DAYS WITH NO CLEAN RUN" TO WS-SEC-TEXT.
008520     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
008530     PERFORM 4100-MISSING-ONE-DAY THRU 4100-EXIT
008540             VARYING WS-DAY-IX FROM 1 BY 1
008550             UNTIL WS-DAY-IX > WS-DAY-COUNT.
008560     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
008570 4000-EXIT.
008580     EXIT.
008590 4100-MISSING-ONE-DAY SECTION.
008600     IF NOT WS-DAY-EXPECTED (WS-DAY-IX)
008610         GO TO 4100-EXIT
008620     END-IF.
008630     ADD 1 TO WS-EXPECTED-COUNT.
008640     IF WS-DAY-CLEAN (WS-DAY-IX) > ZERO
008650         GO TO 4100-EXIT
008660     END-IF.
008670     ADD 1 TO WS-MISSING-COUNT.
008680     MOVE WS-DAY-IX                TO WS-CUR-DAY.
008690     PERFORM 6100-SET-DAY-FIELDS THRU 6100-EXIT.
008700     MOVE SPACES                   TO WS-EXC-RUN-ID.
008710     MOVE SPACES                   TO WS-EXC-STAMP-DATE.
008720     MOVE SPACES                   TO WS-EXC-STAMP-TIME.
008730     MOVE SPACES                   TO WS-EXC-TEXT.
008740     IF WS-DAY-RUNS (WS-DAY-IX) = ZERO
008750         MOVE "NO RUN ON THE AUDIT TRAIL" TO WS-EXC-TEXT
008760     ELSE
008770         MOVE WS-DAY-RUNS (WS-DAY-IX) TO WS-COUNT-DISP
008780         STRING WS-COUNT-DISP " RUN(S) STARTED, NONE ENDED CLEAN"
008790                 DELIMITED BY SIZE INTO WS-EXC-TEXT
008800     END-IF.
008810     IF WS-DAY-KIND (WS-DAY-IX) = "P"
008820         STRING WS-EXC-TEXT DELIMITED BY "  "
008830                 " - CALENDAR: " WS-DAY-DESC (WS-DAY-IX)
008840                 DELIMITED BY SIZE INTO WS-EXC-TEXT
008850     END-IF.
008860     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
008870 4100-EXIT.
008880     EXIT.
008890***************************************************************
008900*    4500-REPORT-DUPLICATES                                    *
008910*        LISTS EVERY DAY WITH MORE THAN ONE CLEAN RUN, EACH    *
008920*        CLEAN RUN UNDER IT WITH ITS END STAMP AND HOW ITS     *
008930*        PROCESSING DATE WAS FIXED.                            *
008940***************************************************************
008950 4500-REPORT-DUPLICATES SECTION.
008960     MOVE "DAYS WITH MORE THAN ONE CLEAN RUN" TO WS-SEC-TEXT.
008970     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
008980     PERFORM 4600-DUP-ONE-DAY THRU 4600-EXIT
008990             VARYING WS-DAY-IX FROM 1 BY 1
009000             UNTIL WS-DAY-IX > WS-DAY-COUNT.
009010     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
009020 4500-EXIT.
009030     EXIT.
009040 4600-DUP-ONE-DAY SECTION.
009050     IF WS-DAY-CLEAN (WS-DAY-IX) < 2
009060         GO TO 4600-EXIT
009070     END-IF.
009080     ADD 1 TO WS-DUP-COUNT.
009090     MOVE WS-DAY-IX                TO WS-CUR-DAY.
009100     PERFORM 4610-DUP-ONE-RUN THRU 4610-EXIT
009110             VARYING WS-CLN-IX FROM 1 BY 1
009120             UNTIL WS-CLN-IX > WS-DAY-CLEAN (WS-DAY-IX)
009130                OR WS-CLN-IX > 5.
009140 4600-EXIT.
009150     EXIT.
009160 4610-DUP-ONE-RUN SECTION.
009170     PERFORM 6100-SET-DAY-FIELDS THRU 6100-EXIT.
009180     MOVE WS-DCL-RUN-ID (WS-CUR-DAY WS-CLN-IX) TO WS-EXC-RUN-ID.
009190     MOVE WS-DCL-END-DATE (WS-CUR-DAY WS-CLN-IX)
009200             TO WS-EXC-STAMP-DATE.
009210     MOVE WS-DCL-END-TIME (WS-CUR-DAY WS-CLN-IX)
009220             TO WS-EXC-STAMP-TIME.
009230     MOVE SPACES                   TO WS-EXC-TEXT.
009240     MOVE WS-DAY-CLEAN (WS-CUR-DAY) TO WS-COUNT-DISP.
009250     STRING "ENDED CLEAN (" WS-COUNT-DISP
009260             " CLEAN RUNS) - DATE FROM "
009270             WS-DCL-SOURCE (WS-CUR-DAY WS-CLN-IX)
009280             DELIMITED BY SIZE INTO WS-EXC-TEXT.
009290     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
009300 4610-EXIT.
009310     EXIT.
009320***************************************************************
009330*    5000-REPORT-OVERRIDES                                     *
009340*        LISTS THE SELECTIONS WHOSE DATEPARM OVERRIDE NAMED A  *
009350*        DAY THAT HAD ALREADY RUN CLEAN.  THE STAMP IS THE     *
009360*        DATE OF THE SELECTION; THE TEXT NAMES THE CLEAN RUN.  *
009370***************************************************************
009380 5000-REPORT-OVERRIDES SECTION.
009390     MOVE "DATEPARM OVERRIDES NAMING A DAY ALREADY RUN"
009400             TO WS-SEC-TEXT.
009410     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
009420     PERFORM 5100-OVERRIDE-ONE THRU 5100-EXIT
009430             VARYING WS-EXL-IX FROM 1 BY 1
009440             UNTIL WS-EXL-IX > WS-EXL-COUNT.
009450     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
009460 5000-EXIT.
009470     EXIT.
009480 5100-OVERRIDE-ONE SECTION.
009490     IF NOT WS-EXL-OVERRIDE (WS-EXL-IX)
009500         GO TO 5100-EXIT
009510     END-IF.
009520     MOVE WS-EXL-DAY (WS-EXL-IX)   TO WS-CUR-DAY.
009530     PERFORM 6100-SET-DAY-FIELDS THRU 6100-EXIT.
009540     MOVE WS-EXL-RUN-ID (WS-EXL-IX) TO WS-EXC-RUN-ID.
009550     MOVE WS-EXL-DATE (WS-EXL-IX)  TO WS-EXC-STAMP-DATE.
009560     MOVE SPACES                   TO WS-EXC-STAMP-TIME.
009570     MOVE SPACES                   TO WS-EXC-TEXT.
009580     STRING "OVERRIDE SELECTED A DAY ALREADY RUN CLEAN AS RUN "
009590             WS-EXL-OTHER-ID (WS-EXL-IX)
009600             DELIMITED BY SIZE INTO WS-EXC-TEXT.
009610     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
009620 5100-EXIT.
009630     EXIT.
009640***************************************************************
009650*    5500-REPORT-WINDOW                                        *
009660*        LISTS THE RUNS THAT ENDED OUTSIDE THE BATCH WINDOW.   *
009670***************************************************************
009680 5500-REPORT-WINDOW SECTION.
009690     MOVE SPACES                   TO WS-SEC-TEXT.
009700     STRING "RUNS ENDING OUTSIDE THE BATCH WINDOW " WS-WINDOW-DISP
009710             DELIMITED BY SIZE INTO WS-SEC-TEXT.
009720     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
009730     PERFORM 5600-WINDOW-ONE THRU 5600-EXIT
009740             VARYING WS-EXL-IX FROM 1 BY 1
009750             UNTIL WS-EXL-IX > WS-EXL-COUNT.
009760     PERFORM 2200-WRITE-NONE THRU 2200-EXIT.
009770 5500-EXIT.
009780     EXIT.
009790 5600-WINDOW-ONE SECTION.
009800     IF NOT WS-EXL-WINDOW (WS-EXL-IX)
009810         GO TO 5600-EXIT
009820     END-IF.
009830     MOVE WS-EXL-DAY (WS-EXL-IX)   TO WS-CUR-DAY.
009840     PERFORM 6100-SET-DAY-FIELDS THRU 6100-EXIT.
009850     MOVE WS-EXL-RUN-ID (WS-EXL-IX) TO WS-EXC-RUN-ID.
009860     MOVE WS-EXL-DATE (WS-EXL-IX)  TO WS-EXC-STAMP-DATE.
009870     MOVE WS-EXL-TIME (WS-EXL-IX)  TO WS-EXC-STAMP-TIME.
009880     MOVE SPACES                   TO WS-EXC-TEXT.
009890     STRING "ENDED RC=" WS-EXL-RC (WS-EXL-IX)
009900             DELIMITED BY SIZE INTO WS-EXC-TEXT.
009910     PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT.
009920 5600-EXIT.
009930     EXIT.
009940***************************************************************
009950*    6000-PRINT-EXCEPTION                                      *
009960*        PRINTS ONE EXCEPTION LINE FROM THE FIELDS ALREADY     *
009970*        MOVED TO WS-EXC-LINE.                                 *
009980***************************************************************
009990 6000-PRINT-EXCEPTION SECTION.
010000     IF WS-LINE-COUNT NOT < WS-MAX-LINES
010010         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
010020     END-IF.
010030     MOVE " "                      TO RPT-CC.
010040     MOVE WS-EXC-LINE              TO RPT-LINE.
010050     WRITE RPT-RECORD.
010060     ADD 1 TO WS-LINE-COUNT.
010070     ADD 1 TO WS-SECTION-LINES.
010080 6000-EXIT.
010090     EXIT.
010100***************************************************************
010110*    6100-SET-DAY-FIELDS                                       *
010120*        PUTS THE PROCESSING DATE AND WEEKDAY OF THE DAY IN    *
010130*        WS-CUR-DAY ON THE EXCEPTION LINE.                     *
010140***************************************************************
010150 6100-SET-DAY-FIELDS SECTION.
010160     MOVE WS-DAY-DATE (WS-CUR-DAY) TO WS-DATE-INT-NUM.
010170     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
010180     MOVE WS-DATE-DISP             TO WS-EXC-PROC-DATE.
010190     MOVE WS-DAY-NAME (WS-DAY-WEEKDAY (WS-CUR-DAY))
010200             TO WS-EXC-DAY-NAME.
010210 6100-EXIT.
010220     EXIT.
010230***************************************************************
010240*    7000-WRITE-SUMMARY                                        *
010250*        WRITES THE TOTALS AND SETS THE RETURN CODE - A DAY    *
010260*        WITH NO CLEAN RUN ENDS THE STEP RC=8 SO THE SCHEDULER *
010270*        RAISES A TICKET; ANY OTHER EXCEPTION ENDS IT RC=4.    *
010280***************************************************************
010290 7000-WRITE-SUMMARY SECTION.
010300     MOVE "EXCEPTION SUMMARY"      TO WS-SEC-TEXT.
010310     PERFORM 2100-WRITE-SECTION-TITLE THRU 2100-EXIT.
010320     MOVE "DAYS CHECKED:"          TO WS-SUM-TEXT.
010330     MOVE WS-DAY-COUNT             TO WS-SUM-VALUE.
010340     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010350     MOVE "PROCESSING DAYS EXPECTED:" TO WS-SUM-TEXT.
010360     MOVE WS-EXPECTED-COUNT        TO WS-SUM-VALUE.
010370     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010380     MOVE "RUNS FOUND FOR THOSE DAYS:" TO WS-SUM-TEXT.
010390     MOVE WS-RUN-TOTAL             TO WS-SUM-VALUE.
010400     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010410     MOVE "PROCESSING DAYS WITH NO CLEAN RUN:" TO WS-SUM-TEXT.
010420     MOVE WS-MISSING-COUNT         TO WS-SUM-VALUE.
010430     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010440     MOVE "DAYS WITH MORE THAN ONE CLEAN RUN:" TO WS-SUM-TEXT.
010450     MOVE WS-DUP-COUNT             TO WS-SUM-VALUE.
010460     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010470     MOVE "OVERRIDES NAMING A DAY ALREADY RUN:" TO WS-SUM-TEXT.
010480     MOVE WS-OVERRIDE-COUNT        TO WS-SUM-VALUE.
010490     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010500     MOVE "RUNS ENDING OUTSIDE THE BATCH WINDOW:" TO WS-SUM-TEXT.
010510     MOVE WS-LATE-COUNT            TO WS-SUM-VALUE.
010520     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
010530     IF WS-MISSING-COUNT > ZERO
010540         DISPLAY "FBRUNEXC2810E - " WS-MISSING-COUNT
010550                 " PROCESSING DAYS HAVE NO CLEAN RUN"
010560         MOVE 8                    TO RETURN-CODE
010570         GO TO 7000-EXIT
010580     END-IF.
010590     IF WS-DUP-COUNT > ZERO OR WS-OVERRIDE-COUNT > ZERO
010600             OR WS-LATE-COUNT > ZERO
010610         DISPLAY "FBRUNEXC2811W - DUPLICATE, OVERRIDE OR "
010620                 "BATCH-WINDOW EXCEPTIONS REPORTED"
010630         MOVE 4                    TO RETURN-CODE
010640     END-IF.
010650 7000-EXIT.
010660     EXIT.
010670 7100-WRITE-SUM-LINE SECTION.
010680     IF WS-LINE-COUNT NOT < WS-MAX-LINES
010690         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
010700     END-IF.
010710     MOVE " "                      TO RPT-CC.
010720     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
010730     WRITE RPT-RECORD.
010740     ADD 1 TO WS-LINE-COUNT.
010750 7100-EXIT.
010760     EXIT.
010770***************************************************************
010780*    8000-FORMAT-DATE                                          *
010790*        EDITS THE YYYYMMDD DATE IN WS-DATE-INT-NUM AS         *
010800*        MM/DD/YYYY IN WS-DATE-DISP.                           *
010810***************************************************************
010820 8000-FORMAT-DATE SECTION.
010830     MOVE SPACES                   TO WS-DATE-DISP.
010840     STRING WS-DI-MM "/" WS-DI-DD "/" WS-DI-YYYY
010850             DELIMITED BY SIZE INTO WS-DATE-DISP.
010860 8000-EXIT.
010870     EXIT.
010880***************************************************************
010890*    9000-TERMINATE                                            *
010900*        END-OF-RUN HOUSEKEEPING.                              *
010910***************************************************************
010920 9000-TERMINATE SECTION.
010930     CLOSE RPT-FILE.
010940     DISPLAY "FBRUNEXC2800I - " WS-DAY-COUNT " DAYS CHECKED, "
010950             "MISSING " WS-MISSING-COUNT " DUPLICATED "
010960             WS-DUP-COUNT " OVERRIDES " WS-OVERRIDE-COUNT
010970             " OUTSIDE WINDOW " WS-LATE-COUNT.
010980 9000-EXIT.
010990     EXIT.
