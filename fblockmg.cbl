000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBLOCKMG                                 *
000040*    FUNCTION     :  RUN-LOCK MANAGEMENT.  THE LOCKCTL CARD   *
000050*                    ASKS FOR ONE OF THREE FUNCTIONS:         *
000060*                    DISPLAY - THE NEWEST LOCK LEDGER RECORD, *
000070*                      WHETHER THE LOCK IS HELD, THE HOLDING  *
000080*                      RUN AS THE AUDIT TRAIL SHOWS IT, AND   *
000090*                      ANY CHECKPOINT PENDING ON THE          *
000100*                      CHECKPOINT FILE.                       *
000110*                    CLEAR - RELEASES A LOCK LEFT BEHIND BY A *
000120*                      CRASH.  IT NEEDS AN OPERATOR ID AND A  *
000130*                      REASON, AND IS REFUSED WHILE THE       *
000140*                      HOLDING RUN'S RUN-START HAS NO RUN-END *
000150*                      AND IS YOUNGER THAN THE AGE ON THE     *
000160*                      CARD - THAT RUN MAY STILL BE GOING.    *
000170*                      THE RELEASE IS A FORCED-RELEASE RECORD *
000180*                      APPENDED TO THE LEDGER AND RUN-LOCKF / *
000190*                      RUN-LOCKR RECORDS ON THE AUDIT TRAIL;  *
000200*                      NOTHING IS DELETED.                    *
000210*                    HISTORY - THE WHOLE LEDGER, EACH FORCED  *
000220*                      RELEASE WITH THE REASON GIVEN FOR IT.  *
000230*                                                             *
000240***************************************************************
000250 IDENTIFICATION       DIVISION.
000260 PROGRAM-ID.          FBLOCKMG.
000270 AUTHOR.              MERLOTCODE.
000280 INSTALLATION.        DATA PROCESSING CENTER.
000290 DATE-WRITTEN.        10/15/2026.
000300 DATE-COMPILED.
000310*                                                             *
000320*    MODIFICATION HISTORY                                      *
000330*    ----------   ----  --------------------------------------*
000340*    DATE          BY   DESCRIPTION                            *
000350*    ----------   ----  --------------------------------------*
000360*    10/15/2026    MCD  FIRST VERSION - REPLACES THE FBCLRLCK  *
000370*                       DELETE JOB, WHICH THREW THE LEDGER     *
000380*                       AWAY AND WOULD CLEAR A LIVE RUN'S      *
000390*                       LOCK.                                  *
000392*    10/15/2026    MCD  RUN-LOCKF/RUN-LOCKR GO TO JOBAUDIT,    *
000394*                       THE JOB AUDIT TRAIL, EVEN WHEN         *
000396*                       AUDITFILE IS A PARTITION'S, SO EVERY   *
000398*                       CLEAR REACHES THE ALERTS.              *
000400***************************************************************
000410 ENVIRONMENT          DIVISION.
000420 INPUT-OUTPUT         SECTION.
000430 FILE-CONTROL.
000440     SELECT LOCK-CTL-FILE ASSIGN TO "LOCKCTL"
000450                          ORGANIZATION IS LINE SEQUENTIAL
000460                          FILE STATUS IS WS-CTL-STATUS.
000470     SELECT LOCK-FILE     ASSIGN TO "LOCKFILE"
000480                          ORGANIZATION IS LINE SEQUENTIAL
000490                          FILE STATUS IS WS-LOCK-STATUS.
000500     SELECT CKPT-FILE     ASSIGN TO "CKPTFILE"
000510                          ORGANIZATION IS LINE SEQUENTIAL
000520                          FILE STATUS IS WS-CKPT-STATUS.
000530     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000540                          ORGANIZATION IS LINE SEQUENTIAL
000550                          FILE STATUS IS WS-AUDIT-STATUS.
000552     SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUDIT"
000554                          ORGANIZATION IS LINE SEQUENTIAL
000556                          FILE STATUS IS WS-JOBAUD-STATUS.
000560     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000570                          ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA                 DIVISION.
000590 FILE                 SECTION.
000600 FD  LOCK-CTL-FILE.
000610 01  LOCK-CTL-CARD.
000620     05  LKC-FUNCTION         PIC X(08).
000630         88  LKC-DISPLAY          VALUE "DISPLAY".
000640         88  LKC-CLEAR            VALUE "CLEAR".
000650         88  LKC-HISTORY          VALUE "HISTORY".
000660     05  FILLER               PIC X(01).
000670     05  LKC-OPERATOR         PIC X(08).
000680     05  FILLER               PIC X(01).
000690     05  LKC-MIN-AGE          PIC X(04).
000700     05  FILLER               PIC X(01).
000710     05  LKC-REASON           PIC X(57).
000720 FD  LOCK-FILE.
000730 01  LOCK-RECORD              PIC X(80).
000740 FD  CKPT-FILE.
000750 01  CKPT-RECORD.
000760     05  CKPT-VALUE           PIC 9(07).
000770     05  CKPT-PAGE-COUNT      PIC 9(03).
000780     05  CKPT-RANGE-NO        PIC 9(03).
000790 FD  AUDIT-FILE.
000800     COPY FBAUDIT.
000802 FD  JOB-AUDIT-FILE.
000804 01  JOB-AUDIT-RECORD.
000806     05  JAUD-TEXT            PIC X(80).
000808     05  JAUD-RUN-ID          PIC 9(08).
000810 FD  RPT-FILE.
000820 01  RPT-RECORD.
000830     05  RPT-CC               PIC X(01).
000840     05  RPT-LINE             PIC X(132).
000850 WORKING-STORAGE      SECTION.
000860 77  WS-CTL-STATUS        PIC X(02) VALUE SPACES.
000870 77  WS-LOCK-STATUS       PIC X(02) VALUE SPACES.
000880 77  WS-CKPT-STATUS       PIC X(02) VALUE SPACES.
000890 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000895 77  WS-JOBAUD-STATUS     PIC X(02) VALUE SPACES.
000900 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
000910     88  WS-AUD-EOF           VALUE "Y".
000920***************************************************************
000930*    THE LOCKCTL CARD:                                         *
000940*      COLS 1-8    DISPLAY, CLEAR OR HISTORY.                  *
000950*      COLS 10-17  CLEAR - THE OPERATOR ID.                    *
000960*      COLS 19-22  CLEAR - MINUTES A HOLDING RUN WITH NO       *
000970*                  RUN-END MUST HAVE BEEN GOING BEFORE ITS     *
000980*                  LOCK MAY BE CLEARED (DEFAULT 0720 - LONGER  *
000990*                  THAN THE LONGEST MONTH-END RUN).            *
001000*      COLS 24-80  CLEAR - THE REASON.                         *
001010***************************************************************
001020 77  WS-FUNCTION          PIC X(08) VALUE SPACES.
001030 77  WS-OPERATOR          PIC X(08) VALUE SPACES.
001040 77  WS-MIN-AGE           PIC 9(04) VALUE 720.
001050 77  WS-REASON            PIC X(57) VALUE SPACES.
001060***************************************************************
001070*    THE LOCK LEDGER.  THE NEWEST RECORD DECIDES THE STATE -   *
001080*    LOCKED MEANS HELD; RELEASED OR FORCED-RELEASE MEANS FREE. *
001090*    THE STAMP OF A LOCKED RECORD IS FOUND BY ITS DATE= TAG.   *
001100***************************************************************
001110 77  WS-LOCK-LINE         PIC X(80) VALUE SPACES.
001120 77  WS-LOCK-COUNT        PIC 9(05) COMP VALUE ZERO.
001130 77  WS-LOCK-HELD-SW      PIC X(01) VALUE "N".
001140     88  WS-LOCK-HELD         VALUE "Y".
001150 77  WS-TAG-POS           PIC 9(03) COMP VALUE ZERO.
001160 77  WS-LOCK-DATE         PIC X(10) VALUE SPACES.
001170 77  WS-LOCK-TIME         PIC X(08) VALUE SPACES.
001180 77  WS-LOCK-KEY          PIC X(14) VALUE SPACES.
001190 77  WS-LOCK-MINS         PIC 9(09) VALUE ZERO.
001200***************************************************************
001210*    THE HOLDING RUN - THE FIRST RUN-START ON THE AUDIT TRAIL  *
001220*    STAMPED NO EARLIER THAN THE LOCK (THE RUN TAKES ITS LOCK  *
001230*    BEFORE IT WRITES ITS RUN-START), AND THE RUN-END THAT     *
001240*    FOLLOWED IT, IF ANY, BEFORE THE NEXT RUN-START.           *
001250***************************************************************
001260 77  WS-HOLD-FOUND-SW     PIC X(01) VALUE "N".
001270     88  WS-HOLD-FOUND        VALUE "Y".
001280 77  WS-HOLD-ENDED-SW     PIC X(01) VALUE "N".
001290     88  WS-HOLD-ENDED        VALUE "Y".
001300 77  WS-HOLD-CLOSED-SW    PIC X(01) VALUE "N".
001310     88  WS-HOLD-CLOSED       VALUE "Y".
001320 77  WS-HOLD-DATE         PIC X(10) VALUE SPACES.
001330 77  WS-HOLD-TIME         PIC X(08) VALUE SPACES.
001340 77  WS-HOLD-RUN-ID       PIC X(08) VALUE SPACES.
001350 77  WS-HOLD-END-DATE     PIC X(10) VALUE SPACES.
001360 77  WS-HOLD-END-TIME     PIC X(08) VALUE SPACES.
001370 77  WS-HOLD-END-RC       PIC X(03) VALUE SPACES.
001380 77  WS-HOLD-MINS         PIC 9(09) VALUE ZERO.
001390 77  WS-AGE-MINS          PIC 9(09) VALUE ZERO.
001400 77  WS-AGE-KNOWN-SW      PIC X(01) VALUE "N".
001410     88  WS-AGE-KNOWN         VALUE "Y".
001420 77  WS-AGE-DISP          PIC Z(08)9.
001430***************************************************************
001440*    THE LAST CHECKPOINT ON FILE - ONE SURVIVES ONLY AN ABEND, *
001450*    SO FINDING ONE MEANS A RESTART IS PENDING.                *
001460***************************************************************
001470 77  WS-CKPT-FOUND-SW     PIC X(01) VALUE "N".
001480     88  WS-CKPT-FOUND        VALUE "Y".
001490 77  WS-CKPT-LAST-VALUE   PIC 9(07) VALUE ZERO.
001500 77  WS-CKPT-LAST-PAGE    PIC 9(03) VALUE ZERO.
001510 77  WS-CKPT-LAST-RANGE   PIC 9(03) VALUE ZERO.
001520***************************************************************
001530*    THE AUDIT RECORDS READ:                                   *
001540*    RUN-START DATE=MM/DD/YYYY TIME=HH:MM:SS RANGE=...         *
001550*    RUN-END   DATE=MM/DD/YYYY TIME=HH:MM:SS RECORDS=NNNNNNN   *
001560*              RC=NNN                                          *
001570*    RUN-LOCKF DATE=MM/DD/YYYY TIME=HH:MM:SS OPER=XXXXXXXX     *
001580*              HELD=MM/DD/YYYY HH:MM:SS                        *
001590*    RUN-LOCKR REASON=X(57)                                    *
001600*    RUN-LOCKF AND RUN-LOCKR ARE THIS PROGRAM'S OWN - ONE PAIR *
001610*    PER FORCED RELEASE, STAMPED THE SAME AS THE LEDGER        *
001620*    RECORD.  HELD= IS THE STAMP OF THE LOCK THAT WAS CLEARED. *
001630***************************************************************
001640 01  WS-AUD-STAMP-VIEW.
001650     05  FILLER               PIC X(15).
001660     05  WS-AUDS-DATE         PIC X(10).
001670     05  FILLER               PIC X(06).
001680     05  WS-AUDS-TIME         PIC X(08).
001690     05  FILLER               PIC X(41).
001700 01  WS-AUD-END-VIEW.
001710     05  FILLER               PIC X(59).
001720     05  WS-AUDE-RC           PIC X(03).
001730     05  FILLER               PIC X(18).
001740 01  WS-AUD-LOCKF-VIEW.
001750     05  FILLER               PIC X(45).
001760     05  WS-AUDF-OPERATOR     PIC X(08).
001770     05  FILLER               PIC X(27).
001780 01  WS-AUD-LOCKR-VIEW.
001790     05  FILLER               PIC X(17).
001800     05  WS-AUDR-REASON       PIC X(57).
001810     05  FILLER               PIC X(06).
001820 77  WS-AUD-KEY           PIC X(14) VALUE SPACES.
001830 77  WS-AUDIT-LINE        PIC X(80) VALUE SPACES.
001840***************************************************************
001850*    THE FORCED RELEASES ON THE AUDIT TRAIL, FOR HISTORY.  A   *
001860*    LEDGER RECORD WHOSE RELEASE HAS BEEN PURGED OFF THE LIVE  *
001870*    TRAIL, OR LIES PAST THE TABLE, PRINTS WITHOUT A REASON.   *
001880***************************************************************
001890 77  WS-FRC-COUNT         PIC 9(03) COMP VALUE ZERO.
001900 77  WS-FRC-IX            PIC 9(03) COMP VALUE ZERO.
001910 77  WS-MAX-FRC           PIC 9(03) COMP VALUE 500.
001920 01  WS-FRC-TABLE.
001930     05  WS-FRC OCCURS 500 TIMES.
001940         10  WS-FRC-STAMP     PIC X(19).
001950         10  WS-FRC-REASON    PIC X(57).
001960 77  WS-LDG-STAMP         PIC X(19) VALUE SPACES.
001970 77  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001980     88  WS-FOUND             VALUE "Y".
001990***************************************************************
002000*    DATE AND TIME WORK AREAS.  MINUTE COUNTS ARE TAKEN FROM   *
002010*    THE INTEGER DATE SO AN AGE SPANS MIDNIGHT AND MONTH-END.  *
002020***************************************************************
002030 01  WS-TODAY-RAW.
002040     05  WS-TODAY-YYYY        PIC 9(04).
002050     05  WS-TODAY-MM          PIC 9(02).
002060     05  WS-TODAY-DD          PIC 9(02).
002070 01  WS-TODAY-NUM REDEFINES WS-TODAY-RAW
002080                             PIC 9(08).
002090 77  WS-TODAY-DISP        PIC X(10).
002100 01  WS-NOW-RAW.
002110     05  WS-NOW-HH            PIC 9(02).
002120     05  WS-NOW-MN            PIC 9(02).
002130     05  WS-NOW-SS            PIC 9(02).
002140     05  WS-NOW-HS            PIC 9(02).
002150 77  WS-NOW-DISP          PIC X(08).
002160 77  WS-NOW-MINS          PIC 9(09) VALUE ZERO.
002170 01  WS-STAMP-DATE        PIC X(10).
002180 01  WS-STAMP-DATE-VIEW REDEFINES WS-STAMP-DATE.
002190     05  WS-SD-MM             PIC X(02).
002200     05  FILLER               PIC X(01).
002210     05  WS-SD-DD             PIC X(02).
002220     05  FILLER               PIC X(01).
002230     05  WS-SD-YYYY           PIC X(04).
002240 01  WS-STAMP-TIME        PIC X(08).
002250 01  WS-STAMP-TIME-VIEW REDEFINES WS-STAMP-TIME.
002260     05  WS-ST-HH             PIC X(02).
002270     05  FILLER               PIC X(01).
002280     05  WS-ST-MN             PIC X(02).
002290     05  FILLER               PIC X(01).
002300     05  WS-ST-SS             PIC X(02).
002310 01  WS-STAMP-KEY.
002320     05  WS-SK-YYYY           PIC X(04).
002330     05  WS-SK-MM             PIC X(02).
002340     05  WS-SK-DD             PIC X(02).
002350     05  WS-SK-HH             PIC X(02).
002360     05  WS-SK-MN             PIC X(02).
002370     05  WS-SK-SS             PIC X(02).
002380 01  WS-STAMP-KEY-VIEW REDEFINES WS-STAMP-KEY.
002390     05  WS-SK-DATE-NUM       PIC 9(08).
002400     05  WS-SK-HH-NUM         PIC 9(02).
002410     05  WS-SK-MN-NUM         PIC 9(02).
002420     05  FILLER               PIC X(02).
002430 77  WS-STAMP-MINS        PIC 9(09) VALUE ZERO.
002440 77  WS-STAMP-OK-SW       PIC X(01) VALUE "N".
002450     88  WS-STAMP-OK          VALUE "Y".
002460***************************************************************
002470*    REPORT LINES.                                             *
002480***************************************************************
002490 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
002500 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
002510 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
002520 77  WS-LEDGER-NO         PIC 9(05) VALUE ZERO.
002530 77  WS-COUNT-DISP        PIC ZZZZ9.
002540 01  WS-HEADER-LINE-1.
002550     05  FILLER               PIC X(01) VALUE SPACE.
002560     05  FILLER               PIC X(29)
002570             VALUE "FIZZBUZZ RUN-LOCK MANAGEMENT ".
002580     05  FILLER               PIC X(02) VALUE "- ".
002590     05  WS-HDR-FUNCTION      PIC X(08).
002600     05  FILLER               PIC X(04) VALUE SPACES.
002610     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
002620     05  WS-HDR-RUN-DATE      PIC X(10).
002630     05  FILLER               PIC X(10) VALUE SPACES.
002640     05  FILLER               PIC X(06) VALUE "PAGE: ".
002650     05  WS-HDR-PAGE-NO       PIC ZZZ9.
002660     05  FILLER               PIC X(48) VALUE SPACES.
002670 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002680 01  WS-PRINT-LINE.
002690     05  FILLER               PIC X(01) VALUE SPACE.
002700     05  WS-PRT-LABEL         PIC X(22).
002710     05  WS-PRT-TEXT          PIC X(100).
002720     05  FILLER               PIC X(09) VALUE SPACES.
002730 PROCEDURE            DIVISION.
002740***************************************************************
002750*    0000-MAINLINE                                             *
002760*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
002770***************************************************************
002780 0000-MAINLINE SECTION.
002790     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002800     PERFORM 2000-READ-LEDGER     THRU 2000-EXIT.
002810     PERFORM 3000-SCAN-AUDIT      THRU 3000-EXIT.
002820     EVALUATE TRUE
002830         WHEN LKC-HISTORY
002840             PERFORM 6000-LIST-HISTORY THRU 6000-EXIT
002850         WHEN LKC-CLEAR
002860             PERFORM 4000-SHOW-STATE THRU 4000-EXIT
002870             PERFORM 5000-CLEAR-LOCK THRU 5000-EXIT
002880         WHEN OTHER
002890             PERFORM 4000-SHOW-STATE THRU 4000-EXIT
002900     END-EVALUATE.
002910     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002920     GOBACK.
002930 0000-EXIT.
002940     EXIT.
002950***************************************************************
002960*    1000-INITIALIZE                                           *
002970*        STAMPS THE RUN, READS AND CHECKS THE LOCKCTL CARD,    *
002980*        AND OPENS THE REPORT.                                 *
002990***************************************************************
003000 1000-INITIALIZE SECTION.
003010     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
003020     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
003030             DELIMITED BY SIZE INTO WS-TODAY-DISP.
003040     ACCEPT WS-NOW-RAW FROM TIME.
003050     STRING WS-NOW-HH ":" WS-NOW-MN ":" WS-NOW-SS
003060             DELIMITED BY SIZE INTO WS-NOW-DISP.
003070     COMPUTE WS-NOW-MINS =
003080             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) * 1440
003090             + WS-NOW-HH * 60 + WS-NOW-MN.
003100     PERFORM 1100-READ-CARD       THRU 1100-EXIT.
003110     OPEN OUTPUT RPT-FILE.
003120     MOVE WS-FUNCTION              TO WS-HDR-FUNCTION.
003130     PERFORM 8000-WRITE-HEADERS   THRU 8000-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160***************************************************************
003170*    1100-READ-CARD                                            *
003180*        A CLEAR NEEDS THE OPERATOR ID AND THE REASON - A LOCK *
003190*        IS NEVER RELEASED BY HAND WITHOUT BOTH ON RECORD.     *
003200***************************************************************
003210 1100-READ-CARD SECTION.
003220     OPEN INPUT LOCK-CTL-FILE.
003230     IF WS-CTL-STATUS NOT = "00"
003240         DISPLAY "FBLOCKMG2901E - LOCKCTL COULD NOT BE OPENED, "
003250                 "STATUS " WS-CTL-STATUS
003260         PERFORM 1800-ABEND THRU 1800-EXIT
003270     END-IF.
003280     READ LOCK-CTL-FILE
003290         AT END MOVE "10"          TO WS-CTL-STATUS
003300     END-READ.
003310     IF WS-CTL-STATUS = "04"
003320         MOVE "00"                 TO WS-CTL-STATUS
003330     END-IF.
003340     IF WS-CTL-STATUS NOT = "00"
003350         DISPLAY "FBLOCKMG2902E - LOCKCTL IS EMPTY"
003360         PERFORM 1800-ABEND THRU 1800-EXIT
003370     END-IF.
003380     CLOSE LOCK-CTL-FILE.
003390     IF NOT LKC-DISPLAY AND NOT LKC-CLEAR AND NOT LKC-HISTORY
003400         DISPLAY "FBLOCKMG2903E - LOCKCTL COLS 1-8 MUST BE "
003410                 "DISPLAY, CLEAR OR HISTORY"
003420         PERFORM 1800-ABEND THRU 1800-EXIT
003430     END-IF.
003440     MOVE LKC-FUNCTION             TO WS-FUNCTION.
003450     IF NOT LKC-CLEAR
003460         GO TO 1100-EXIT
003470     END-IF.
003480     IF LKC-OPERATOR = SPACES OR LKC-REASON = SPACES
003490         DISPLAY "FBLOCKMG2904E - CLEAR NEEDS THE OPERATOR ID IN "
003500                 "COLS 10-17 AND THE REASON IN COLS 24-80"
003510         PERFORM 1800-ABEND THRU 1800-EXIT
003520     END-IF.
003530     MOVE LKC-OPERATOR             TO WS-OPERATOR.
003540     MOVE LKC-REASON               TO WS-REASON.
003550     IF LKC-MIN-AGE = SPACES
003560         GO TO 1100-EXIT
003570     END-IF.
003580     IF LKC-MIN-AGE NOT NUMERIC
003590         DISPLAY "FBLOCKMG2905E - CLEAR AGE IN COLS 19-22 MUST "
003600                 "BE MINUTES, 0000-9999"
003610         PERFORM 1800-ABEND THRU 1800-EXIT
003620     END-IF.
003630     MOVE LKC-MIN-AGE              TO WS-MIN-AGE.
003640 1100-EXIT.
003650     EXIT.
003660***************************************************************
003670*    1800-ABEND                                                *
003680*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE *
003690*        JCL COND CHECK STOPS DOWNSTREAM STEPS AND DRIVES THE  *
003700*        ON-CALL ALERT.                                        *
003710***************************************************************
003720 1800-ABEND SECTION.
003730     MOVE 16                      TO RETURN-CODE.
003740     STOP RUN.
003750 1800-EXIT.
003760     EXIT.
003770***************************************************************
003780*    2000-READ-LEDGER                                          *
003790*        READS THE LOCK LEDGER TO ITS NEWEST RECORD - THE SAME *
003800*        LAST-RECORD DISCIPLINE THE CLASSIFICATION RUN USES AT *
003810*        STARTUP - AND, WHEN IT IS A LOCKED RECORD, LIFTS THE  *
003820*        STAMP THE LOCK WAS TAKEN AT.  A LEDGER THAT IS NOT    *
003830*        THERE IS A FREE LOCK, AS IT IS TO THE RUN.            *
003840***************************************************************
003850 2000-READ-LEDGER SECTION.
003860     OPEN INPUT LOCK-FILE.
003870     IF WS-LOCK-STATUS NOT = "00"
003880         GO TO 2000-EXIT
003890     END-IF.
003900     PERFORM 2100-LEDGER-ONE THRU 2100-EXIT
003910             UNTIL WS-LOCK-STATUS NOT = "00".
003920     CLOSE LOCK-FILE.
003930     IF WS-LOCK-LINE (1:6) NOT = "LOCKED"
003940         GO TO 2000-EXIT
003950     END-IF.
003960     SET WS-LOCK-HELD              TO TRUE.
003970     MOVE ZERO                     TO WS-TAG-POS.
003980     INSPECT WS-LOCK-LINE TALLYING WS-TAG-POS
003990             FOR CHARACTERS BEFORE INITIAL "DATE=".
004000     IF WS-TAG-POS > 51
004010         GO TO 2000-EXIT
004020     END-IF.
004030     MOVE WS-LOCK-LINE (WS-TAG-POS + 6:10) TO WS-LOCK-DATE.
004040     MOVE WS-LOCK-LINE (WS-TAG-POS + 22:8) TO WS-LOCK-TIME.
004050     MOVE WS-LOCK-DATE             TO WS-STAMP-DATE.
004060     MOVE WS-LOCK-TIME             TO WS-STAMP-TIME.
004070     PERFORM 7000-STAMP-TO-MINUTES THRU 7000-EXIT.
004080     IF WS-STAMP-OK
004090         MOVE WS-STAMP-KEY         TO WS-LOCK-KEY
004100         MOVE WS-STAMP-MINS        TO WS-LOCK-MINS
004110     END-IF.
004120 2000-EXIT.
004130     EXIT.
004140 2100-LEDGER-ONE SECTION.
004150     READ LOCK-FILE
004160         AT END MOVE "10"          TO WS-LOCK-STATUS
004170     END-READ.
004180     IF WS-LOCK-STATUS = "00"
004190         MOVE LOCK-RECORD          TO WS-LOCK-LINE
004200         ADD 1 TO WS-LOCK-COUNT
004210     END-IF.
004220 2100-EXIT.
004230     EXIT.
004240***************************************************************
004250*    3000-SCAN-AUDIT                                           *
004260*        WALKS THE AUDIT TRAIL FOR THE HOLDING RUN (WHEN THE   *
004270*        LOCK IS HELD) AND FOR THE FORCED RELEASES ALREADY ON  *
004280*        IT.  A CLEAR IS NEVER ALLOWED BLIND - WITHOUT THE     *
004290*        AUDIT TRAIL THERE IS NO TELLING WHETHER THE HOLDER IS *
004300*        STILL RUNNING.                                        *
004310***************************************************************
004320 3000-SCAN-AUDIT SECTION.
004330     OPEN INPUT AUDIT-FILE.
004340     IF WS-AUDIT-STATUS NOT = "00"
004350         IF LKC-CLEAR
004360             DISPLAY "FBLOCKMG2906E - AUDIT TRAIL COULD NOT BE "
004370                     "OPENED, STATUS " WS-AUDIT-STATUS
004380             PERFORM 1800-ABEND THRU 1800-EXIT
004390         END-IF
004400         DISPLAY "FBLOCKMG2907W - AUDIT TRAIL COULD NOT BE "
004410                 "OPENED, STATUS " WS-AUDIT-STATUS
004420         MOVE 4                    TO RETURN-CODE
004430         GO TO 3000-EXIT
004440     END-IF.
004450     PERFORM 3100-AUDIT-ONE THRU 3100-EXIT
004460             UNTIL WS-AUD-EOF.
004470     CLOSE AUDIT-FILE.
004480 3000-EXIT.
004490     EXIT.
004500 3100-AUDIT-ONE SECTION.
004510     READ AUDIT-FILE
004520         AT END SET WS-AUD-EOF     TO TRUE
004530     END-READ.
004540     IF WS-AUD-EOF
004550         GO TO 3100-EXIT
004560     END-IF.
004570     EVALUATE TRUE
004580         WHEN AUDIT-RECORD (1:9) = "RUN-START"
004590             PERFORM 3200-NOTE-START THRU 3200-EXIT
004600         WHEN AUDIT-RECORD (1:7) = "RUN-END"
004610             PERFORM 3300-NOTE-END THRU 3300-EXIT
004620         WHEN AUDIT-RECORD (1:9) = "RUN-LOCKF"
004630             PERFORM 3400-NOTE-FORCED THRU 3400-EXIT
004640         WHEN AUDIT-RECORD (1:9) = "RUN-LOCKR"
004650             PERFORM 3500-NOTE-REASON THRU 3500-EXIT
004660     END-EVALUATE.
004670 3100-EXIT.
004680     EXIT.
004690***************************************************************
004700*    3200-NOTE-START                                           *
004710*        THE FIRST RUN-START AT OR AFTER THE LOCK STAMP IS THE *
004720*        HOLDING RUN; A LATER ONE CLOSES ITS SPAN ON THE TRAIL *
004730*        (RUNS ARE SERIALIZED BY THE LOCK ITSELF).             *
004740***************************************************************
004750 3200-NOTE-START SECTION.
004760     IF NOT WS-LOCK-HELD OR WS-LOCK-KEY = SPACES
004770         GO TO 3200-EXIT
004780     END-IF.
004790     IF WS-HOLD-FOUND
004800         SET WS-HOLD-CLOSED        TO TRUE
004810         GO TO 3200-EXIT
004820     END-IF.
004830     MOVE AUDIT-RECORD             TO WS-AUD-STAMP-VIEW.
004840     MOVE WS-AUDS-DATE             TO WS-STAMP-DATE.
004850     MOVE WS-AUDS-TIME             TO WS-STAMP-TIME.
004860     PERFORM 7000-STAMP-TO-MINUTES THRU 7000-EXIT.
004870     IF NOT WS-STAMP-OK
004880         GO TO 3200-EXIT
004890     END-IF.
004900     IF WS-STAMP-KEY < WS-LOCK-KEY
004910         GO TO 3200-EXIT
004920     END-IF.
004930     SET WS-HOLD-FOUND             TO TRUE.
004940     MOVE WS-AUDS-DATE             TO WS-HOLD-DATE.
004950     MOVE WS-AUDS-TIME             TO WS-HOLD-TIME.
004960     MOVE WS-STAMP-MINS            TO WS-HOLD-MINS.
004970     MOVE AUDIT-RECORD (81:8)      TO WS-HOLD-RUN-ID.
004980 3200-EXIT.
004990     EXIT.
005000 3300-NOTE-END SECTION.
005010     IF NOT WS-HOLD-FOUND OR WS-HOLD-CLOSED OR WS-HOLD-ENDED
005020         GO TO 3300-EXIT
005030     END-IF.
005040     SET WS-HOLD-ENDED             TO TRUE.
005050     MOVE AUDIT-RECORD             TO WS-AUD-STAMP-VIEW.
005060     MOVE AUDIT-RECORD             TO WS-AUD-END-VIEW.
005070     MOVE WS-AUDS-DATE             TO WS-HOLD-END-DATE.
005080     MOVE WS-AUDS-TIME             TO WS-HOLD-END-TIME.
005090     MOVE WS-AUDE-RC               TO WS-HOLD-END-RC.
005100 3300-EXIT.
005110     EXIT.
005120***************************************************************
005130*    3400-NOTE-FORCED / 3500-NOTE-REASON                       *
005140*        TABLE A FORCED RELEASE BY ITS STAMP, AND THE REASON   *
005150*        THAT FOLLOWS IT, FOR THE HISTORY LISTING.             *
005160***************************************************************
005170 3400-NOTE-FORCED SECTION.
005180     IF WS-FRC-COUNT NOT < WS-MAX-FRC
005190         GO TO 3400-EXIT
005200     END-IF.
005210     ADD 1 TO WS-FRC-COUNT.
005220     MOVE AUDIT-RECORD             TO WS-AUD-STAMP-VIEW.
005230     MOVE SPACES                   TO WS-FRC-STAMP (WS-FRC-COUNT).
005240     STRING WS-AUDS-DATE " " WS-AUDS-TIME
005250             DELIMITED BY SIZE INTO WS-FRC-STAMP (WS-FRC-COUNT).
005260     MOVE SPACES          TO WS-FRC-REASON (WS-FRC-COUNT).
005270 3400-EXIT.
005280     EXIT.
005290 3500-NOTE-REASON SECTION.
005300     IF WS-FRC-COUNT = ZERO
005310         GO TO 3500-EXIT
005320     END-IF.
005330     MOVE AUDIT-RECORD             TO WS-AUD-LOCKR-VIEW.
005340     MOVE WS-AUDR-REASON  TO WS-FRC-REASON (WS-FRC-COUNT).
005350 3500-EXIT.
005360     EXIT.
005370***************************************************************
005380*    4000-SHOW-STATE                                           *
005390*        PRINTS THE LOCK STATE, THE NEWEST LEDGER RECORD, THE  *
005400*        HOLDING RUN AND THE PENDING CHECKPOINT, AND WORKS OUT *
005410*        HOW LONG THE HOLDER HAS BEEN GOING - FROM ITS         *
005420*        RUN-START, OR FROM THE LOCK STAMP WHEN NO RUN-START   *
005430*        HAS BEEN WRITTEN YET.                                 *
005440***************************************************************
005450 4000-SHOW-STATE SECTION.
005460     MOVE WS-LOCK-COUNT            TO WS-COUNT-DISP.
005470     MOVE "LEDGER RECORDS:"        TO WS-PRT-LABEL.
005480     MOVE WS-COUNT-DISP            TO WS-PRT-TEXT.
005490     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
005500     MOVE "LOCK STATE:"            TO WS-PRT-LABEL.
005510     IF WS-LOCK-HELD
005520         MOVE "HELD"               TO WS-PRT-TEXT
005530     ELSE
005540         MOVE "FREE"               TO WS-PRT-TEXT
005550     END-IF.
005560     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
005570     MOVE "NEWEST LEDGER RECORD:"  TO WS-PRT-LABEL.
005580     IF WS-LOCK-COUNT = ZERO
005590         MOVE "NONE - THE LEDGER IS EMPTY OR NOT ALLOCATED"
005600                                   TO WS-PRT-TEXT
005610     ELSE
005620         MOVE WS-LOCK-LINE         TO WS-PRT-TEXT
005630     END-IF.
005640     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
005650     DISPLAY "FBLOCKMG2908I - LOCK LEDGER: " WS-LOCK-LINE.
005660     IF WS-LOCK-HELD
005670         PERFORM 4100-SHOW-HOLDER THRU 4100-EXIT
005680     END-IF.
005690     PERFORM 4200-SHOW-CKPT THRU 4200-EXIT.
005700 4000-EXIT.
005710     EXIT.
005720 4100-SHOW-HOLDER SECTION.
005730     IF WS-LOCK-KEY = SPACES
005740         MOVE "HOLDING RUN:"       TO WS-PRT-LABEL
005750         MOVE "LOCK RECORD CARRIES NO READABLE DATE= TIME= STAMP"
005760                                   TO WS-PRT-TEXT
005770         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
005780         GO TO 4100-EXIT
005790     END-IF.
005800     SET WS-AGE-KNOWN              TO TRUE.
005810     IF WS-HOLD-FOUND
005820         COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-HOLD-MINS
005830     ELSE
005840         COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-LOCK-MINS
005850     END-IF.
005860     MOVE WS-AGE-MINS              TO WS-AGE-DISP.
005870     MOVE "HOLDING RUN:"           TO WS-PRT-LABEL.
005880     MOVE SPACES                   TO WS-PRT-TEXT.
005890     IF NOT WS-HOLD-FOUND
005900         STRING "NO RUN-START ON THE AUDIT TRAIL SINCE THE LOCK "
005910                 "WAS TAKEN" WS-AGE-DISP " MINUTES AGO"
005920                 DELIMITED BY SIZE INTO WS-PRT-TEXT
005930         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
005940         GO TO 4100-EXIT
005950     END-IF.
005960     STRING "RUN-START " WS-HOLD-DATE " " WS-HOLD-TIME
005970             "  RUN ID " WS-HOLD-RUN-ID
005980             DELIMITED BY SIZE INTO WS-PRT-TEXT.
005990     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
006000     MOVE SPACES                   TO WS-PRT-LABEL.
006010     MOVE SPACES                   TO WS-PRT-TEXT.
006020     IF WS-HOLD-ENDED
006030         STRING "RUN-END   " WS-HOLD-END-DATE " "
006040                 WS-HOLD-END-TIME "  RC=" WS-HOLD-END-RC
006050                 " - THE RUN ENDED WITHOUT RELEASING ITS LOCK"
006060                 DELIMITED BY SIZE INTO WS-PRT-TEXT
006070     ELSE
006080         STRING "NO RUN-END - STARTED" WS-AGE-DISP " MINUTES AGO"
006090                 DELIMITED BY SIZE INTO WS-PRT-TEXT
006100     END-IF.
006110     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
006120 4100-EXIT.
006130     EXIT.
006140***************************************************************
006150*    4200-SHOW-CKPT                                            *
006160*        READS THE CHECKPOINT FILE TO ITS LAST RECORD.  A      *
006170*        CHECKPOINT FILE THAT IS NOT THERE IS NO RESTART.      *
006180***************************************************************
006190 4200-SHOW-CKPT SECTION.
006200     OPEN INPUT CKPT-FILE.
006210     IF WS-CKPT-STATUS = "00"
006220         PERFORM 4210-CKPT-ONE THRU 4210-EXIT
006230                 UNTIL WS-CKPT-STATUS NOT = "00"
006240         CLOSE CKPT-FILE
006250     END-IF.
006260     MOVE "CHECKPOINT:"            TO WS-PRT-LABEL.
006270     MOVE SPACES                   TO WS-PRT-TEXT.
006280     IF WS-CKPT-FOUND
006290         STRING "RESTART PENDING AT VALUE " WS-CKPT-LAST-VALUE
006300                 " IN RANGE GROUP " WS-CKPT-LAST-RANGE
006310                 " (REPORT PAGE " WS-CKPT-LAST-PAGE ")"
006320                 DELIMITED BY SIZE INTO WS-PRT-TEXT
006330     ELSE
006340         MOVE "NONE - NO RESTART IS PENDING" TO WS-PRT-TEXT
006350     END-IF.
006360     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
006370 4200-EXIT.
006380     EXIT.
006390 4210-CKPT-ONE SECTION.
006400     READ CKPT-FILE
006410         AT END MOVE "10"          TO WS-CKPT-STATUS
006420     END-READ.
006430     IF WS-CKPT-STATUS = "00"
006440         MOVE CKPT-VALUE           TO WS-CKPT-LAST-VALUE
006450         MOVE CKPT-PAGE-COUNT      TO WS-CKPT-LAST-PAGE
006460         MOVE CKPT-RANGE-NO        TO WS-CKPT-LAST-RANGE
006470         SET WS-CKPT-FOUND         TO TRUE
006480     END-IF.
006490 4210-EXIT.
006500     EXIT.
006510***************************************************************
006520*    5000-CLEAR-LOCK                                           *
006530*        RELEASES A HELD LOCK BY HAND.  A FREE LOCK IS LEFT    *
006540*        ALONE (RC=4).  A HOLDER WITH NO RUN-END YOUNGER THAN  *
006550*        THE CARD'S AGE IS REFUSED (RC=8) - IT MAY STILL BE    *
006560*        RUNNING, AND TWO RUNS WOULD INTERLEAVE THE AUDIT      *
006570*        TRAIL AND THE FEED.  A HOLDER THAT WROTE ITS RUN-END  *
006580*        IS OVER WHATEVER ITS AGE.  OTHERWISE A FORCED-RELEASE *
006590*        RECORD GOES ON THE LEDGER AND THE RUN-LOCKF/RUN-LOCKR *
006600*        PAIR ON THE AUDIT TRAIL UNDER THE HOLDER'S RUN ID.    *
006610*        THE CHECKPOINT IS LEFT FOR THE RESTART.               *
006620***************************************************************
006630 5000-CLEAR-LOCK SECTION.
006640     IF NOT WS-LOCK-HELD
006650         DISPLAY "FBLOCKMG2910W - THE LOCK IS NOT HELD - NOTHING "
006660                 "TO CLEAR"
006670         MOVE 4                    TO RETURN-CODE
006680         MOVE "RESULT:"            TO WS-PRT-LABEL
006690         MOVE "NOT CLEARED - THE LOCK IS NOT HELD" TO WS-PRT-TEXT
006700         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
006710         GO TO 5000-EXIT
006720     END-IF.
006730     IF NOT WS-AGE-KNOWN
006740         DISPLAY "FBLOCKMG2911E - THE LOCK RECORD HAS NO "
006750                 "READABLE STAMP - CLEAR REFUSED, CALL SUPPORT"
006760         MOVE 8                    TO RETURN-CODE
006770         MOVE "RESULT:"            TO WS-PRT-LABEL
006780         MOVE "REFUSED - THE HOLDING RUN CANNOT BE IDENTIFIED"
006790                                   TO WS-PRT-TEXT
006800         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
006810         GO TO 5000-EXIT
006820     END-IF.
006830     IF NOT WS-HOLD-ENDED
006840             AND WS-AGE-MINS < WS-MIN-AGE
006850         DISPLAY "FBLOCKMG2912E - THE HOLDING RUN HAS NO RUN-END "
006860                 "AND STARTED" WS-AGE-DISP " MINUTES AGO - "
006870                 "IT MAY STILL BE RUNNING; CLEAR REFUSED"
006880         MOVE 8                    TO RETURN-CODE
006890         MOVE "RESULT:"            TO WS-PRT-LABEL
006900         MOVE WS-MIN-AGE           TO WS-COUNT-DISP
006910         MOVE SPACES               TO WS-PRT-TEXT
006920         STRING "REFUSED - NO RUN-END AND YOUNGER THAN THE "
006930                 WS-COUNT-DISP "-MINUTE LIMIT"
006940                 DELIMITED BY SIZE INTO WS-PRT-TEXT
006950         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
006960         GO TO 5000-EXIT
006970     END-IF.
006980     MOVE SPACES                   TO WS-AUDIT-LINE.
006990     STRING "FORCED-RELEASE DATE=" WS-TODAY-DISP
007000             " TIME=" WS-NOW-DISP
007010             " OPER=" WS-OPERATOR
007020             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
007030     OPEN EXTEND LOCK-FILE.
007040     IF WS-LOCK-STATUS NOT = "00"
007050         DISPLAY "FBLOCKMG2913E - LOCK LEDGER COULD NOT BE "
007060                 "OPENED TO APPEND, STATUS " WS-LOCK-STATUS
007070         PERFORM 1800-ABEND THRU 1800-EXIT
007080     END-IF.
007090     WRITE LOCK-RECORD FROM WS-AUDIT-LINE.
007100     CLOSE LOCK-FILE.
007110     PERFORM 5100-WRITE-AUDIT THRU 5100-EXIT.
007120     MOVE "RESULT:"                TO WS-PRT-LABEL.
007130     MOVE SPACES                   TO WS-PRT-TEXT.
007140     STRING "CLEARED BY " WS-OPERATOR " AT " WS-TODAY-DISP " "
007150             WS-NOW-DISP
007160             DELIMITED BY SIZE INTO WS-PRT-TEXT.
007170     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
007180     MOVE "REASON:"                TO WS-PRT-LABEL.
007190     MOVE WS-REASON                TO WS-PRT-TEXT.
007200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
007210     DISPLAY "FBLOCKMG2914I - LOCK TAKEN " WS-LOCK-DATE " "
007220             WS-LOCK-TIME " FORCED RELEASE BY " WS-OPERATOR.
007230 5000-EXIT.
007240     EXIT.
007250***************************************************************
007260*    5100-WRITE-AUDIT                                          *
007270*        APPENDS THE RUN-LOCKF AND RUN-LOCKR RECORDS TO THE    *
007280*        JOB AUDIT TRAIL ON JOBAUDIT - THE ONE THE ALERT AND   *
007282*        AUDIT REPORTS READ - EVEN WHEN AUDITFILE NAMES A      *
007284*        PARTITION'S TRAIL.  THEY CARRY THE HOLDING RUN'S ID,  *
007290*        OR ZERO WHEN THE HOLDER NEVER REACHED ITS RUN-START.  *
007300***************************************************************
007310 5100-WRITE-AUDIT SECTION.
007320     OPEN EXTEND JOB-AUDIT-FILE.
007330     IF WS-JOBAUD-STATUS NOT = "00"
007340         OPEN OUTPUT JOB-AUDIT-FILE
007350     END-IF.
007360     MOVE SPACES                   TO WS-AUDIT-LINE.
007370     STRING "RUN-LOCKF DATE=" WS-TODAY-DISP
007380             " TIME=" WS-NOW-DISP
007390             " OPER=" WS-OPERATOR
007400             " HELD=" WS-LOCK-DATE " " WS-LOCK-TIME
007410             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
007420     MOVE WS-AUDIT-LINE            TO JAUD-TEXT.
007430     PERFORM 5110-SET-RUN-ID THRU 5110-EXIT.
007440     WRITE JOB-AUDIT-RECORD.
007450     MOVE SPACES                   TO WS-AUDIT-LINE.
007460     STRING "RUN-LOCKR REASON=" WS-REASON
007470             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
007480     MOVE WS-AUDIT-LINE            TO JAUD-TEXT.
007490     PERFORM 5110-SET-RUN-ID THRU 5110-EXIT.
007500     WRITE JOB-AUDIT-RECORD.
007510     CLOSE JOB-AUDIT-FILE.
007520 5100-EXIT.
007530     EXIT.
007540 5110-SET-RUN-ID SECTION.
007550     IF WS-HOLD-FOUND AND WS-HOLD-RUN-ID NUMERIC
007560         MOVE WS-HOLD-RUN-ID       TO JAUD-RUN-ID
007570     ELSE
007580         MOVE ZERO                 TO JAUD-RUN-ID
007590     END-IF.
007600 5110-EXIT.
007610     EXIT.
007620***************************************************************
007630*    6000-LIST-HISTORY                                         *
007640*        PRINTS EVERY LEDGER RECORD, OLDEST FIRST, NUMBERED.   *
007650*        EACH FORCED RELEASE IS FOLLOWED BY THE REASON ITS     *
007660*        RUN-LOCKR RECORD GAVE.                                *
007670***************************************************************
007680 6000-LIST-HISTORY SECTION.
007690     MOVE ZERO                     TO WS-LEDGER-NO.
007700     OPEN INPUT LOCK-FILE.
007710     IF WS-LOCK-STATUS NOT = "00"
007720         MOVE "LEDGER:"            TO WS-PRT-LABEL
007730         MOVE "NONE - THE LEDGER IS NOT ALLOCATED" TO WS-PRT-TEXT
007740         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
007750         GO TO 6000-EXIT
007760     END-IF.
007770     PERFORM 6100-HISTORY-ONE THRU 6100-EXIT
007780             UNTIL WS-LOCK-STATUS NOT = "00".
007790     CLOSE LOCK-FILE.
007800     MOVE WS-LEDGER-NO             TO WS-COUNT-DISP.
007810     MOVE "LEDGER RECORDS:"        TO WS-PRT-LABEL.
007820     MOVE WS-COUNT-DISP            TO WS-PRT-TEXT.
007830     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
007840 6000-EXIT.
007850     EXIT.
007860 6100-HISTORY-ONE SECTION.
007870     READ LOCK-FILE
007880         AT END MOVE "10"          TO WS-LOCK-STATUS
007890     END-READ.
007900     IF WS-LOCK-STATUS NOT = "00"
007910         GO TO 6100-EXIT
007920     END-IF.
007930     ADD 1 TO WS-LEDGER-NO.
007940     MOVE SPACES                   TO WS-PRT-LABEL.
007950     MOVE WS-LEDGER-NO             TO WS-PRT-LABEL (1:5).
007960     MOVE LOCK-RECORD              TO WS-PRT-TEXT.
007970     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
007980     IF LOCK-RECORD (1:14) NOT = "FORCED-RELEASE"
007990         GO TO 6100-EXIT
008000     END-IF.
008010     MOVE SPACES                   TO WS-LDG-STAMP.
008020     STRING LOCK-RECORD (21:10) " " LOCK-RECORD (37:8)
008030             DELIMITED BY SIZE INTO WS-LDG-STAMP.
008040     MOVE "N"                      TO WS-FOUND-SWITCH.
008050     PERFORM 6200-FIND-REASON THRU 6200-EXIT
008060             VARYING WS-FRC-IX FROM 1 BY 1
008070             UNTIL WS-FRC-IX > WS-FRC-COUNT
008080                OR WS-FOUND.
008090     MOVE SPACES                   TO WS-PRT-LABEL.
008100     MOVE SPACES                   TO WS-PRT-TEXT.
008110     IF WS-FOUND
008120         SUBTRACT 1 FROM WS-FRC-IX
008130         STRING "REASON: " WS-FRC-REASON (WS-FRC-IX)
008140                 DELIMITED BY SIZE INTO WS-PRT-TEXT
008150     ELSE
008160         MOVE "REASON: NOT ON THE LIVE AUDIT TRAIL"
008170                                   TO WS-PRT-TEXT
008180     END-IF.
008190     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
008200 6100-EXIT.
008210     EXIT.
008220 6200-FIND-REASON SECTION.
008230     IF WS-FRC-STAMP (WS-FRC-IX) = WS-LDG-STAMP
008240         SET WS-FOUND              TO TRUE
008250     END-IF.
008260 6200-EXIT.
008270     EXIT.
008280***************************************************************
008290*    7000-STAMP-TO-MINUTES                                     *
008300*        TURNS THE MM/DD/YYYY AND HH:MM:SS STAMP IN            *
008310*        WS-STAMP-DATE / WS-STAMP-TIME INTO A SORTABLE KEY     *
008320*        (YYYYMMDDHHMMSS) AND A MINUTE COUNT.  A STAMP THAT    *
008330*        IS NOT A DATE AND TIME LEAVES WS-STAMP-OK OFF.        *
008340***************************************************************
008350 7000-STAMP-TO-MINUTES SECTION.
008360     MOVE "N"                      TO WS-STAMP-OK-SW.
008370     MOVE WS-SD-YYYY               TO WS-SK-YYYY.
008380     MOVE WS-SD-MM                 TO WS-SK-MM.
008390     MOVE WS-SD-DD                 TO WS-SK-DD.
008400     MOVE WS-ST-HH                 TO WS-SK-HH.
008410     MOVE WS-ST-MN                 TO WS-SK-MN.
008420     MOVE WS-ST-SS                 TO WS-SK-SS.
008430     IF WS-STAMP-KEY NOT NUMERIC
008440         GO TO 7000-EXIT
008450     END-IF.
008460     IF WS-SK-MM < "01" OR WS-SK-MM > "12"
008470             OR WS-SK-DD < "01" OR WS-SK-DD > "31"
008480             OR WS-SK-YYYY < "1601"
008490             OR WS-SK-HH > "23" OR WS-SK-MN > "59"
008500         GO TO 7000-EXIT
008510     END-IF.
008520     COMPUTE WS-STAMP-MINS =
008530             FUNCTION INTEGER-OF-DATE (WS-SK-DATE-NUM) * 1440
008540             + WS-SK-HH-NUM * 60 + WS-SK-MN-NUM.
008550     SET WS-STAMP-OK               TO TRUE.
008560 7000-EXIT.
008570     EXIT.
008580***************************************************************
008590*    8000-WRITE-HEADERS                                        *
008600*        STARTS A NEW REPORT PAGE.                             *
008610***************************************************************
008620 8000-WRITE-HEADERS SECTION.
008630     ADD 1 TO WS-PAGE-COUNT.
008640     MOVE WS-TODAY-DISP            TO WS-HDR-RUN-DATE.
008650     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
008660     MOVE "1"                      TO RPT-CC.
008670     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
008680     WRITE RPT-RECORD.
008690     MOVE " "                      TO RPT-CC.
008700     MOVE WS-BLANK-LINE            TO RPT-LINE.
008710     WRITE RPT-RECORD.
008720     MOVE ZERO                     TO WS-LINE-COUNT.
008730 8000-EXIT.
008740     EXIT.
008750***************************************************************
008760*    8100-PRINT-LINE                                           *
008770*        PRINTS WS-PRINT-LINE, STARTING A NEW PAGE WHEN FULL.  *
008780***************************************************************
008790 8100-PRINT-LINE SECTION.
008800     IF WS-LINE-COUNT NOT < WS-MAX-LINES
008810         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
008820     END-IF.
008830     MOVE " "                      TO RPT-CC.
008840     MOVE WS-PRINT-LINE            TO RPT-LINE.
008850     WRITE RPT-RECORD.
008860     ADD 1 TO WS-LINE-COUNT.
008870 8100-EXIT.
008880     EXIT.
008890***************************************************************
008900*    9000-TERMINATE                                            *
008910*        END-OF-RUN HOUSEKEEPING.                              *
008920***************************************************************
008930 9000-TERMINATE SECTION.
008940     CLOSE RPT-FILE.
008950     DISPLAY "FBLOCKMG2900I - " WS-FUNCTION " COMPLETE, LEDGER "
008960             "RECORDS " WS-LOCK-COUNT.
008970 9000-EXIT.
008980     EXIT.
