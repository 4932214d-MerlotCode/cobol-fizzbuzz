000160*                    DATES IT COVERS, SO A MONTH-END DECK     *
000170*                    DISPLACES THE STANDING DAILY DECK        *
000180*                    WITHOUT ANYONE HAND-EDITING PARMLIB ON   *
000190*                    THE SCHEDULE BOUNDARY.  EVERY SELECTED   *
000192*                    CARD MUST CARRY AN APPROVAL RECORD ON    *
000194*                    THE FBPARMAP LEDGER UNDER THE DECK       *
000196*                    VERSION STAMPED IN COLS 113-117.         *
000197*                    IT ALSO ISSUES THE EXECUTION ITS RUN ID  *
000198*                    FROM THE RUN-SEQUENCE LEDGER AND STAMPS  *
000199*                    IT ON EVERY CARD OF THE DECK.            *
000200*                                                             *
000210***************************************************************
000220 IDENTIFICATION       DIVISION.
000340*                       PRODUCTION PARMLIB THE NIGHT BEFORE    *
000350*                       MONTH-END IS HOW THE MISTYPED          *
000360*                       DIVISOR HAPPENED.                      *
000361*    10/15/2026    MCD  CARDS WITH NO SECOND-PERSON APPROVAL   *
000362*                       RECORD ARE REFUSED; THE APPROVED DECK  *
000363*                       VERSION GOES ON THE RUN-PARMS AND      *
000364*                       RUN-PARMC AUDIT RECORDS.               *
000365*    10/15/2026    MCD  ISSUES THE RUN ID FROM THE RUNSEQ      *
000366*                       LEDGER (A RESTART TAKES BACK ITS DATE'S *
000367*                       ID) AND STAMPS IT ON THE DECK AND ON    *
000368*                       THE AUDIT RECORDS.                      *
000369*    10/15/2026    MCD  RUN-PARMS SAYS HOW THE DATE WAS FIXED   *
000370*                       (SRC=SCHEDULE, OVERRIDE OR RESTART).    *
000371*    10/15/2026    MCD  THE PARTITION COUNT ON CARD 1 MUST BE   *
000372*                       BLANK, 00, 01 OR 04.                    *
000373***************************************************************
000380 ENVIRONMENT          DIVISION.
000390 INPUT-OUTPUT         SECTION.
000400 FILE-CONTROL.
000490     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000500                          ORGANIZATION IS LINE SEQUENTIAL
000510                          FILE STATUS IS WS-AUDIT-STATUS.
000512     SELECT APPR-FILE     ASSIGN TO "APPRLOG"
000514                          ORGANIZATION IS LINE SEQUENTIAL
000516                          FILE STATUS IS WS-APPR-STATUS.
000517     SELECT RUNSEQ-FILE   ASSIGN TO "RUNSEQ"
000518                          ORGANIZATION IS LINE SEQUENTIAL
000519                          FILE STATUS IS WS-RUNSEQ-STATUS.
000520 DATA                 DIVISION.
000530 FILE                 SECTION.
000540 FD  CAL-FILE.
000560     05  CAL-PARM-IMAGE       PIC X(96).
000570     05  CAL-EFF-FROM         PIC X(08).
000580     05  CAL-EFF-TO           PIC X(08).
000590     05  CAL-DECK-VERSION     PIC X(05).
000595     05  FILLER               PIC X(03).
000600 FD  DATE-FILE.
000610 01  DATE-CARD.
000620     05  DATE-OVERRIDE        PIC X(08).
000630     05  FILLER               PIC X(10).
000632     05  DATE-RUN-MODE        PIC X(08).
000634         88  DATE-MODE-RESTART    VALUE "RESTART".
000636     05  FILLER               PIC X(54).
000640 FD  PARM-OUT-FILE.
000650 01  PARM-OUT-RECORD          PIC X(96).
000660 FD  AUDIT-FILE.
000670     COPY FBAUDIT.
000673 FD  APPR-FILE.
000676     COPY FBAPPR.
000677 FD  RUNSEQ-FILE.
000678     COPY FBRUNSEQ.
000680 WORKING-STORAGE      SECTION.
000690 77  WS-CAL-STATUS        PIC X(02) VALUE SPACES.
000700 77  WS-DATE-STATUS       PIC X(02) VALUE SPACES.
000710 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000715 77  WS-APPR-STATUS       PIC X(02) VALUE SPACES.
000717 77  WS-RUNSEQ-STATUS     PIC X(02) VALUE SPACES.
000720***************************************************************
000730*    THE PROCESSING DATE THE SELECTION RUNS FOR - TODAY, OR   *
000740*    THE YYYYMMDD OVERRIDE ON THE DATEPARM CARD FOR RERUNS    *
000970         10  WS-SEL-TO        PIC 9(08).
000980         10  WS-SEL-CLOSED-SW PIC X(01).
000990             88  WS-SEL-CLOSED    VALUE "Y".
000992         10  WS-SEL-EFF-IMAGE PIC X(16).
000994         10  WS-SEL-VERSION   PIC 9(05).
000996         10  WS-SEL-APPR-SW   PIC X(01).
000998             88  WS-SEL-APPROVED  VALUE "Y".
001000 77  WS-CARD-FROM         PIC 9(08) VALUE ZERO.
001010 77  WS-CARD-TO           PIC 9(08) VALUE ZERO.
001020 77  WS-CARD-CLOSED-SW    PIC X(01) VALUE "N".
001030     88  WS-CARD-CLOSED       VALUE "Y".
001031***************************************************************
001032*    APPROVAL CHECK.  A SELECTED CARD IS APPROVED WHEN THE    *
001033*    LEDGER HOLDS ITS VERSION STAMP AND EXACT 112-BYTE IMAGE. *
001034*    THE DECK VERSION AUDITED IS THE HIGHEST SELECTED.        *
001035***************************************************************
001036 77  WS-APPR-EOF-SWITCH   PIC X(01) VALUE "N".
001037     88  WS-APPR-EOF          VALUE "Y".
001038 77  WS-DECK-VERSION      PIC 9(05) VALUE ZERO.
001039 77  WS-VERSION-DISP      PIC 9(05).
001040***************************************************************
001050*    VALIDATION WORK AREAS - THE ASSEMBLED DECK GETS EVERY    *
001060*    CHECK 1700-VALIDATE-PARMS IN FIZZBUZZ APPLIES, SO A      *
001350 77  WS-AUDIT-LINE        PIC X(80).
001360 77  WS-PROC-DATE-DISP    PIC 9(08).
001370 77  WS-SEL-COUNT-DISP    PIC 9(03).
001371 77  WS-RESTART-SWITCH    PIC X(01) VALUE "N".
001372     88  WS-RESTART-RUN       VALUE "Y".
001373 77  WS-RSQ-EOF-SWITCH    PIC X(01) VALUE "N".
001374     88  WS-RSQ-EOF           VALUE "Y".
001375 77  WS-RUN-ID            PIC 9(08) VALUE ZERO.
001376 77  WS-LAST-RUN-ID       PIC 9(08) VALUE ZERO.
001377 77  WS-DATE-RUN-ID       PIC 9(08) VALUE ZERO.
001378 77  WS-RUN-TIME-RAW      PIC 9(08).
001379 77  WS-DATE-SOURCE       PIC X(08) VALUE "SCHEDULE".
001380 PROCEDURE            DIVISION.
001390***************************************************************
001400*    0000-MAINLINE                                             *
001430 0000-MAINLINE SECTION.
001440     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001450     PERFORM 3000-SELECT-DECK     THRU 3000-EXIT.
001455     PERFORM 3500-CHECK-APPROVALS THRU 3500-EXIT.
001460     PERFORM 1700-VALIDATE-PARMS  THRU 1700-EXIT.
001465     PERFORM 4000-ISSUE-RUN-ID    THRU 4000-EXIT.
001470     PERFORM 5000-WRITE-DECK      THRU 5000-EXIT.
001480     PERFORM 7000-WRITE-AUDIT     THRU 7000-EXIT.
001490     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001690             IF DATE-OVERRIDE NUMERIC
001700                     AND DATE-OVERRIDE NOT = "00000000"
001710                 MOVE DATE-OVERRIDE TO WS-PROC-DATE
001715                 IF WS-PROC-DATE NOT = WS-RUN-DATE-NUM
001716                     MOVE "OVERRIDE" TO WS-DATE-SOURCE
001717                 END-IF
001720                 DISPLAY "FBPARMSL2101I - PROCESSING DATE "
001730                         "OVERRIDDEN TO " WS-PROC-DATE
001732             END-IF
001734             IF DATE-MODE-RESTART
001736                 SET WS-RESTART-RUN TO TRUE
001738                 MOVE "RESTART"    TO WS-DATE-SOURCE
001740             END-IF
001750         END-IF
001760         CLOSE DATE-FILE
002720     MOVE WS-CARD-TO           TO WS-SEL-TO (WS-SEL-COUNT).
002730     MOVE WS-CARD-CLOSED-SW
002740             TO WS-SEL-CLOSED-SW (WS-SEL-COUNT).
002741     MOVE CAL-CARD (97:16)
002742             TO WS-SEL-EFF-IMAGE (WS-SEL-COUNT).
002743     IF CAL-DECK-VERSION NUMERIC
002744         MOVE CAL-DECK-VERSION TO WS-SEL-VERSION (WS-SEL-COUNT)
002745     ELSE
002746         MOVE ZERO             TO WS-SEL-VERSION (WS-SEL-COUNT)
002747     END-IF.
002748     MOVE "N"                  TO WS-SEL-APPR-SW (WS-SEL-COUNT).
002750     IF WS-CARD-CLOSED
002760         SET WS-CLOSED-SEEN        TO TRUE
002770     END-IF.
003130 3400-EXIT.
003140     EXIT.
003150***************************************************************
003151*    3500-CHECK-APPROVALS                                      *
003152*        ONE PASS OVER THE APPROVAL LEDGER, MARKING EVERY      *
003153*        SELECTED CARD WHOSE VERSION STAMP AND IMAGE THE       *
003154*        LEDGER CARRIES.  ANY SELECTED CARD LEFT UNMARKED -    *
003155*        NEVER APPROVED, OR EDITED SINCE - IS REFUSED, AS IS   *
003156*        A MISSING LEDGER.  A VERSION-ZERO (UNSTAMPED) CARD    *
003157*        CAN NEVER MATCH, SINCE VERSIONS START AT 1.           *
003158***************************************************************
003159 3500-CHECK-APPROVALS SECTION.
003160     OPEN INPUT APPR-FILE.
003161     IF WS-APPR-STATUS NOT = "00"
003162         DISPLAY "FBPARMSL2115E - APPROVAL LEDGER COULD NOT "
003163                 "BE OPENED, STATUS " WS-APPR-STATUS
003164                 " - NO CARD CAN BE SHOWN APPROVED"
003165         PERFORM 1800-ABEND THRU 1800-EXIT
003166     END-IF.
003167     PERFORM 3510-MATCH-ONE-APPROVAL THRU 3510-EXIT
003168             UNTIL WS-APPR-EOF.
003169     CLOSE APPR-FILE.
003170     PERFORM 3550-CHECK-ONE-APPROVED THRU 3550-EXIT
003171             VARYING WS-SEL-IX FROM 1 BY 1
003172             UNTIL WS-SEL-IX > WS-SEL-COUNT.
003173 3500-EXIT.
003174     EXIT.
003175 3510-MATCH-ONE-APPROVAL SECTION.
003176     READ APPR-FILE
003177         AT END SET WS-APPR-EOF    TO TRUE
003178     END-READ.
003179     IF WS-APPR-EOF
003180         GO TO 3510-EXIT
003181     END-IF.
003182     PERFORM 3520-MATCH-ONE-CARD THRU 3520-EXIT
003183             VARYING WS-SEL-IX FROM 1 BY 1
003184             UNTIL WS-SEL-IX > WS-SEL-COUNT.
003185 3510-EXIT.
003186     EXIT.
003187 3520-MATCH-ONE-CARD SECTION.
003188     IF FBA-VERSION = WS-SEL-VERSION (WS-SEL-IX)
003189             AND FBA-CARD-IMAGE (1:96) = WS-SEL-CARD (WS-SEL-IX)
003190             AND FBA-CARD-IMAGE (97:16)
003191                 = WS-SEL-EFF-IMAGE (WS-SEL-IX)
003192         SET WS-SEL-APPROVED (WS-SEL-IX) TO TRUE
003193     END-IF.
003194 3520-EXIT.
003195     EXIT.
003196***************************************************************
003197*    3550-CHECK-ONE-APPROVED                                   *
003198*        REFUSES AN UNAPPROVED SELECTED CARD AND CARRIES THE   *
003199*        HIGHEST APPROVED VERSION FORWARD FOR THE AUDIT.       *
003200***************************************************************
003201 3550-CHECK-ONE-APPROVED SECTION.
003202     IF NOT WS-SEL-APPROVED (WS-SEL-IX)
003203         MOVE WS-SEL-IX            TO WS-RANGE-NO-DISPLAY
003204         MOVE WS-SEL-VERSION (WS-SEL-IX) TO WS-VERSION-DISP
003205         DISPLAY "FBPARMSL2116E - SELECTED CARD "
003206                 WS-RANGE-NO-DISPLAY " (RANGE "
003207                 WS-SEL-CARD (WS-SEL-IX) (1:7) "-"
003208                 WS-SEL-CARD (WS-SEL-IX) (8:7) ", VERSION "
003209                 WS-VERSION-DISP ") HAS NO APPROVAL RECORD - "
003210                 "RUN FBPARMAP"
003211         PERFORM 1800-ABEND THRU 1800-EXIT
003212     END-IF.
003213     IF WS-SEL-VERSION (WS-SEL-IX) > WS-DECK-VERSION
003214         MOVE WS-SEL-VERSION (WS-SEL-IX) TO WS-DECK-VERSION
003215     END-IF.
003216 3550-EXIT.
003217     EXIT.
003218***************************************************************
003219*    4000-ISSUE-RUN-ID                                         *
003220*        READS THE RUN-SEQUENCE LEDGER FOR THE NEWEST ID AND   *
003221*        THE LAST ID ISSUED FOR THE PROCESSING DATE, SETTLES   *
003222*        THIS EXECUTION'S ID AND APPENDS IT TO THE LEDGER.     *
003223*        ONLY A DECK THAT HAS PASSED EVERY CHECK GETS THIS     *
003224*        FAR, SO A REFUSED SELECTION NEVER USES UP AN ID.  A   *
003225*        RESTART WHOSE DATE WAS NEVER ISSUED AN ID (THE FIRST  *
003226*        EXECUTION DIED BEFORE THIS STEP) IS ISSUED A NEW ONE. *
003227*        A MISSING LEDGER IS THE FIRST EXECUTION EVER.         *
003228***************************************************************
003229 4000-ISSUE-RUN-ID SECTION.
003230     OPEN INPUT RUNSEQ-FILE.
003231     IF WS-RUNSEQ-STATUS = "00"
003232         PERFORM 4100-SCAN-ONE-ISSUE THRU 4100-EXIT
003233                 UNTIL WS-RSQ-EOF
003234         CLOSE RUNSEQ-FILE
003235     END-IF.
003236     MOVE SPACES                   TO FB-RUN-SEQ-RECORD.
003237     IF WS-RESTART-RUN AND WS-DATE-RUN-ID NOT = ZERO
003238         MOVE WS-DATE-RUN-ID       TO WS-RUN-ID
003239         SET RSQ-REUSED            TO TRUE
003240         DISPLAY "FBPARMSL2118I - RESTART OF " WS-PROC-DATE
003241                 " CARRIES ON UNDER RUN ID " WS-RUN-ID
003242     ELSE
003243         IF WS-RESTART-RUN
003244             DISPLAY "FBPARMSL2119W - NO RUN ID WAS EVER "
003245                     "ISSUED FOR " WS-PROC-DATE
003246                     " - THE RESTART IS ISSUED A NEW ONE"
003247         END-IF
003248         COMPUTE WS-RUN-ID = WS-LAST-RUN-ID + 1
003249         SET RSQ-ASSIGNED          TO TRUE
003250         DISPLAY "FBPARMSL2117I - RUN ID " WS-RUN-ID
003251                 " ISSUED FOR " WS-PROC-DATE
003252     END-IF.
003253     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003254     STRING WS-RUN-TIME-RAW (1:2) ":" WS-RUN-TIME-RAW (3:2)
003255             ":" WS-RUN-TIME-RAW (5:2)
003256             DELIMITED BY SIZE INTO RSQ-STAMP-TIME.
003257     MOVE WS-RUN-ID                TO RSQ-RUN-ID.
003258     MOVE WS-PROC-DATE             TO RSQ-PROC-DATE.
003259     MOVE WS-RUN-DATE-DISP         TO RSQ-STAMP-DATE.
003260     MOVE WS-DECK-VERSION          TO RSQ-DECK-VERSION.
003261     OPEN EXTEND RUNSEQ-FILE.
003262     IF WS-RUNSEQ-STATUS NOT = "00"
003263         OPEN OUTPUT RUNSEQ-FILE
003264     END-IF.
003265     IF WS-RUNSEQ-STATUS NOT = "00"
003266         DISPLAY "FBPARMSL2120E - RUN-SEQUENCE LEDGER COULD "
003267                 "NOT BE OPENED FOR UPDATE, STATUS "
003268                 WS-RUNSEQ-STATUS
003269         PERFORM 1800-ABEND THRU 1800-EXIT
003270     END-IF.
003271     WRITE FB-RUN-SEQ-RECORD.
003272     CLOSE RUNSEQ-FILE.
003273 4000-EXIT.
003274     EXIT.
003275***************************************************************
003276*    4100-SCAN-ONE-ISSUE                                       *
003277*        FOLDS ONE LEDGER RECORD INTO THE NEWEST ID AND THE    *
003278*        PROCESSING DATE'S LAST ID.                            *
003279***************************************************************
003280 4100-SCAN-ONE-ISSUE SECTION.
003281     READ RUNSEQ-FILE
003282         AT END SET WS-RSQ-EOF     TO TRUE
003283     END-READ.
003284     IF WS-RSQ-EOF
003285         GO TO 4100-EXIT
003286     END-IF.
003287     IF RSQ-RUN-ID NOT NUMERIC
003288         GO TO 4100-EXIT
003289     END-IF.
003290     IF RSQ-RUN-ID > WS-LAST-RUN-ID
003291         MOVE RSQ-RUN-ID           TO WS-LAST-RUN-ID
003292     END-IF.
003293     IF RSQ-PROC-DATE = WS-PROC-DATE
003294         MOVE RSQ-RUN-ID           TO WS-DATE-RUN-ID
003295     END-IF.
003296 4100-EXIT.
003297     EXIT.
003298***************************************************************
003299*    1700-VALIDATE-PARMS                                       *
003300*        VALIDATES THE ASSEMBLED DECK - EVERY CARD'S RANGE     *
003301*        AND RULE TABLE, NO OVERLAPPING RANGES, ONE RULE       *
003302*        TABLE ACROSS THE DECK, A GOOD REPORT MODE AND A GOOD  *
003303*        PARTITION COUNT - THE CHECKS 1700-VALIDATE-PARMS IN   *
003304*        FIZZBUZZ APPLIES, SO WHAT PASSES HERE PASSES THERE.   *
003305*        THE PARTITION COUNT IS HELD TO THE COUNTS THE         *
003306*        SCHEDULE HAS JOBS FOR - ONE STREAM, OR THE FOUR       *
003307*        PARTITION JOBS FBPART01-FBPART04 - WHERE FIZZBUZZ     *
003308*        ITSELF TAKES ANY COUNT UP TO 20.                      *
003309***************************************************************
003310 1700-VALIDATE-PARMS SECTION.
003311     PERFORM 1720-VALIDATE-ONE-CARD THRU 1720-EXIT
003312             VARYING WS-OVL-I FROM 1 BY 1
003313             UNTIL WS-OVL-I > WS-SEL-COUNT.
003314     PERFORM 1760-CHECK-OVERLAPS THRU 1760-EXIT
003315             VARYING WS-OVL-I FROM 1 BY 1
003316             UNTIL WS-OVL-I NOT < WS-SEL-COUNT.
003317     PERFORM 1770-CHECK-RULES-MATCH THRU 1770-EXIT
003318             VARYING WS-OVL-I FROM 2 BY 1
003320             UNTIL WS-OVL-I > WS-SEL-COUNT.
003330     MOVE WS-SEL-CARD (1)          TO FB-PARM-CARD.
003340     MOVE FB-REPORT-MODE           TO WS-REPORT-MODE.
003370         DISPLAY "FBPARMSL2107E - REPORT MODE MUST BE FULL, "
003380                 "SUMMARY, OR EXCEPTIONS"
003390         PERFORM 1800-ABEND THRU 1800-EXIT
003391     END-IF.
003392     IF FB-PARM-CARD (93:2) NOT = SPACES
003393         IF FB-PARM-CARD (93:2) NOT = "00" AND NOT = "01"
003394                 AND NOT = "04"
003395             DISPLAY "FBPARMSL2121E - PARTITION COUNT MUST BE "
003396                     "BLANK, 00, 01 OR 04"
003397             PERFORM 1800-ABEND THRU 1800-EXIT
003398         END-IF
003400     END-IF.
003410 1700-EXIT.
003420     EXIT.
004460***************************************************************
004470*    5000-WRITE-DECK                                           *
004480*        WRITES THE SELECTED, VALIDATED CARDS TO THE DECK      *
004490*        PASSED TO THE CLASSIFICATION STEP, EACH STAMPED WITH  *
004495*        THE RUN ID IN COLS 85-92.                             *
004500***************************************************************
004510 5000-WRITE-DECK SECTION.
004520     OPEN OUTPUT PARM-OUT-FILE.
004570 5000-EXIT.
004580     EXIT.
004590 5100-WRITE-ONE-CARD SECTION.
004600     MOVE WS-SEL-CARD (WS-SEL-IX)  TO PARM-OUT-RECORD.
004603     MOVE WS-RUN-ID                TO PARM-OUT-RECORD (85:8).
004606     WRITE PARM-OUT-RECORD.
004610 5100-EXIT.
004620     EXIT.
004630***************************************************************
004650*        APPENDS THE SELECTION TO THE AUDIT TRAIL - ONE        *
004660*        RUN-PARMS SUMMARY NAMING THE PROCESSING DATE AND      *
004670*        CARD COUNT, THEN ONE RUN-PARMC PER SELECTED CARD      *
004680*        WITH ITS EFFECTIVE WINDOW AND RANGE.  SRC= ON THE     *
004682*        SUMMARY SAYS HOW THE PROCESSING DATE WAS FIXED -      *
004684*        SCHEDULE (TODAY), OVERRIDE (A DATEPARM DATE OTHER     *
004686*        THAN TODAY) OR RESTART (THE DATE OF A RUN RESUMED).   *
004690***************************************************************
004700 7000-WRITE-AUDIT SECTION.
004710     OPEN EXTEND AUDIT-FILE.
004780     STRING "RUN-PARMS DATE=" WS-RUN-DATE-DISP
004790             " PROCDATE=" WS-PROC-DATE-DISP
004800             " CARDS=" WS-SEL-COUNT-DISP
004805             " VERSION=" WS-DECK-VERSION
004807             " SRC=" WS-DATE-SOURCE
004810             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
004820     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
004823     MOVE WS-RUN-ID                TO AUD-RUN-ID.
004826     WRITE AUDIT-RECORD.
004830     PERFORM 7100-WRITE-ONE-CARD THRU 7100-EXIT
004840             VARYING WS-SEL-IX FROM 1 BY 1
004850             UNTIL WS-SEL-IX > WS-SEL-COUNT.
004920             "-" WS-SEL-TO (WS-SEL-IX)
004930             " RANGE=" WS-SEL-CARD (WS-SEL-IX) (1:7)
004940             "-" WS-SEL-CARD (WS-SEL-IX) (8:7)
004945             " VERSION=" WS-SEL-VERSION (WS-SEL-IX)
004950             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
004960     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
004963     MOVE WS-RUN-ID                TO AUD-RUN-ID.
004966     WRITE AUDIT-RECORD.
004970 7100-EXIT.
004980     EXIT.
004990***************************************************************
005040     DISPLAY "FBPARMSL2100I - " WS-SEL-COUNT
005050             " OF " WS-CAL-READ-COUNT
005060             " CALENDAR CARDS SELECTED FOR "
005070             WS-PROC-DATE " UNDER DECK VERSION "
005075             WS-DECK-VERSION " AS RUN ID " WS-RUN-ID.
005080 9000-EXIT.
005090     EXIT.
