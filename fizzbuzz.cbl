001110*                       THE KEY SPACE.  FEED HASH TOTALS        *
001111*                       WIDENED TO 9(15) TO COVER THE LARGER    *
001112*                       NUMBER SUMS.                             *
001113*    10/15/2026    MCD  THE RUN ID ON CARD 1 GOES ON EVERY       *
001114*                       AUDIT RECORD (NOW 88 BYTES, SEE          *
001115*                       FBAUDIT) AND ON THE FEED TRAILER.        *
001116*    10/15/2026    MCD  A HELD LOCK NOW POINTS THE OPERATOR      *
001117*                       AT FBLOCKMG CLEAR.                       *
001118*    10/15/2026    MCD  PARTITIONED RUNS - A PARTCTL CARD        *
001119*                       (PARTITION NN) CLASSIFIES ONLY THAT      *
001120*                       PARTITION'S SLICE OF THE DECK'S SPAN     *
001121*                       UNDER ITS OWN LOCK LEDGER, CHECKPOINT,   *
001122*                       FEED AND AUDIT TRAIL, AND LEAVES ITS     *
001123*                       CONTROL TOTALS ON PARTTOT (FBPTOT) FOR   *
001124*                       THE FBPARTMG MERGE.  NO PARTCTL CARD     *
001125*                       RUNS SINGLE-STREAM AS BEFORE.            *
001126***************************************************************
001127 ENVIRONMENT          DIVISION.
001130 INPUT-OUTPUT         SECTION.
001140 FILE-CONTROL.
001150     SELECT PARM-FILE     ASSIGN TO "PARMFILE"
001310     SELECT FEED-TEMP-FILE ASSIGN TO "FEEDTEMP"
001320                          ORGANIZATION IS LINE SEQUENTIAL
001330                          FILE STATUS IS WS-FEED-STATUS.
001331     SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
001332                          ORGANIZATION IS LINE SEQUENTIAL
001333                          FILE STATUS IS WS-PCTL-STATUS.
001334     SELECT PART-TOT-FILE ASSIGN TO "PARTTOT"
001335                          ORGANIZATION IS LINE SEQUENTIAL
001336                          FILE STATUS IS WS-PTOT-STATUS.
001340 DATA                 DIVISION.
001350 FILE                 SECTION.
001360 FD  PARM-FILE.
001500     05  FEED-LABEL           PIC X(40).
001505     05  FILLER               PIC X(08).
001510 FD  AUDIT-FILE.
001520     COPY FBAUDIT.
001530 FD  LOCK-FILE.
001540 01  LOCK-RECORD              PIC X(80).
001550 FD  FEED-TEMP-FILE.
001570     05  FEED-TEMP-NUMBER     PIC 9(07).
001580     05  FEED-TEMP-LABEL      PIC X(40).
001585     05  FILLER               PIC X(08).
001586 FD  PART-CTL-FILE.
001587 01  PART-CTL-CARD.
001588     05  PCC-KEYWORD          PIC X(09).
001589     05  FILLER               PIC X(01).
001590     05  PCC-PART-NO          PIC 9(02).
001591     05  FILLER               PIC X(68).
001592 FD  PART-TOT-FILE.
001593     COPY FBPTOT.
001594 WORKING-STORAGE      SECTION.
001600***************************************************************
001610*    THE PARAMETER CARD IN EFFECT FOR THE RANGE GROUP BEING    *
001620*    PROCESSED.  THE WHOLE PARMFILE DECK IS READ AT STARTUP    *
002600 77  WS-AUDIT-LINE        PIC X(80).
002610 77  WS-AUD-RC            PIC 9(03).
002620 77  WS-AUD-RECORDS       PIC 9(07).
002625 77  WS-RUN-ID            PIC 9(08) VALUE ZERO.
002630 01  WS-HEADER-LINE-1.
002640     05  FILLER               PIC X(01) VALUE SPACE.
002650     05  FILLER               PIC X(30)
003030 77  WS-GRAND-PLAIN       PIC 9(09)  COMP VALUE ZERO.
003040 77  WS-GRAND-TOTAL       PIC 9(09)  COMP VALUE ZERO.
003050 77  WS-GRAND-RANGES      PIC 9(03)  COMP VALUE ZERO.
003051 01  WS-GRAND-RULE-COUNTS.
003052     05  WS-GRAND-RULE-MATCH OCCURS 5 TIMES
003053                             PIC 9(09) COMP.
003054***************************************************************
003055*    PARTITION WORKING STORAGE.  WHEN THE PARTCTL CARD NAMES   *
003056*    A PARTITION (PARTITION NN) THIS EXECUTION CLASSIFIES      *
003057*    ONLY THAT PARTITION'S SLICE OF THE DECK'S RANGE SPAN -    *
003058*    THE SPAN CUT INTO FB-PARTITIONS EQUAL SLICES, END         *
003059*    EXCLUSIVE, SLICE NN RUNNING FROM SPAN-FROM + (NN-1) *     *
003060*    WIDTH / N UP TO SPAN-FROM + NN * WIDTH / N.  WS-PART-TAG  *
003061*    CARRIES THE PARTITION ONTO THE LOCK RECORDS; IT IS BLANK  *
003062*    ON A SINGLE-STREAM RUN.                                   *
003063***************************************************************
003064 77  WS-PCTL-STATUS       PIC X(02) VALUE SPACES.
003065 77  WS-PTOT-STATUS       PIC X(02) VALUE SPACES.
003066 77  WS-PART-SWITCH       PIC X(01) VALUE "N".
003067     88  WS-PARTITIONED       VALUE "Y".
003068 77  WS-PART-NO           PIC 9(02) VALUE ZERO.
003069 77  WS-PART-OF           PIC 9(02) VALUE ZERO.
003070 77  WS-PART-FROM         PIC 9(07) VALUE ZERO.
003071 77  WS-PART-TO           PIC 9(07) VALUE ZERO.
003072 77  WS-PART-WIDTH        PIC 9(07) COMP VALUE ZERO.
003073 77  WS-PART-CUT          PIC 9(09) COMP VALUE ZERO.
003074 77  WS-PART-GROUPS       PIC 9(03) VALUE ZERO.
003075 77  WS-PART-TAG          PIC X(08) VALUE SPACES.
003076***************************************************************
003077*    FEED CONTROL-RECORD WORKING STORAGE.  THE FEED IS BOOK-    *
003080*    ENDED WITH A HEADER AND A COUNT/HASH TRAILER SO THE        *
003090*    CONSUMING JOB CAN PROVE IT HAS A COMPLETE FILE BEFORE      *
003100*    PROCESSING IT.  THE RECORD-TYPE BYTE IN COLUMN 1 (H, D,    *
003260     05  WS-FHDR-RANGE-TO     PIC 9(07).
003270     05  FILLER               PIC X(01) VALUE SPACE.
003280     05  WS-FHDR-RANGE-COUNT  PIC 9(03).
003290     05  FILLER               PIC X(01) VALUE SPACE.
003293     05  WS-FHDR-PART-NO      PIC X(02) VALUE SPACES.
003296     05  WS-FHDR-PART-OF      PIC X(02) VALUE SPACES.
003300 01  WS-FEED-TRL-REC.
003305     05  FILLER               PIC X(01) VALUE "T".
003310     05  FILLER               PIC X(07) VALUE "0000000".
003330     05  WS-FTRL-COUNT        PIC 9(07).
003340     05  FILLER               PIC X(06) VALUE " HASH=".
003350     05  WS-FTRL-HASH         PIC 9(15).
003360     05  FILLER               PIC X(01) VALUE SPACE.
003363     05  WS-FTRL-RUN-ID       PIC 9(08).
003366     05  FILLER               PIC X(01) VALUE SPACE.
003370 01  WS-RULE-MATCH-COUNTS.
003380     05  WS-RULE-MATCH-COUNT OCCURS 5 TIMES
003390                             PIC 9(07) COMP.
004460*        RANGE GROUP, READ TO END OF FILE.                     *
004470***************************************************************
004480 1000-INITIALIZE SECTION.
004483     PERFORM 1005-READ-PARTITION-CARD THRU 1005-EXIT.
004486     INITIALIZE WS-GRAND-RULE-COUNTS.
004490     PERFORM 1010-ACQUIRE-RUN-LOCK THRU 1010-EXIT.
004500     PERFORM 1050-LOAD-PARM-DECK THRU 1050-EXIT.
004510     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
004540     PERFORM 1600-OPEN-AUDIT         THRU 1600-EXIT.
004550     PERFORM 1900-WRITE-AUDIT-HEADER THRU 1900-EXIT.
004560     PERFORM 1700-VALIDATE-PARMS THRU 1700-EXIT.
004562     IF WS-PARTITIONED
004564         PERFORM 1400-CUT-PARTITION THRU 1400-EXIT
004566     END-IF.
004570     PERFORM 1500-CHECK-RESTART  THRU 1500-EXIT.
004580     IF WS-RESUMED
004590         PERFORM 1550-TRUNCATE-FEED THRU 1550-EXIT
004670 1000-EXIT.
004680     EXIT.
004690***************************************************************
004691*    1005-READ-PARTITION-CARD                                  *
004692*        READS THE OPTIONAL PARTCTL CARD.  A MISSING OR DUMMY  *
004693*        PARTCTL LEAVES THE RUN SINGLE-STREAM, EXACTLY AS      *
004694*        BEFORE.  A CARD READING PARTITION NN MAKES THIS       *
004695*        EXECUTION PARTITION NN OF A PARTITIONED DECK - IT     *
004696*        THEN CLASSIFIES ONLY ITS OWN SLICE (SEE 1400), UNDER  *
004697*        ITS OWN LOCK, CHECKPOINT, FEED AND AUDIT DATASETS     *
004698*        (THE PARTITION STEP'S DD STATEMENTS), AND LEAVES A    *
004699*        CONTROL-TOTALS RECORD ON PARTTOT FOR FBPARTMG.  ANY   *
004700*        OTHER CARD IS ABENDED BEFORE THE LOCK IS TOUCHED.     *
004701***************************************************************
004702 1005-READ-PARTITION-CARD SECTION.
004703     OPEN INPUT PART-CTL-FILE.
004704     IF WS-PCTL-STATUS NOT = "00"
004705         GO TO 1005-EXIT
004706     END-IF.
004707     READ PART-CTL-FILE
004708         AT END MOVE "10"          TO WS-PCTL-STATUS
004709     END-READ.
004710     CLOSE PART-CTL-FILE.
004711     IF WS-PCTL-STATUS NOT = "00"
004712         GO TO 1005-EXIT
004713     END-IF.
004714     IF PCC-KEYWORD NOT = "PARTITION"
004715             OR PCC-PART-NO NOT NUMERIC
004716             OR PCC-PART-NO = ZERO
004717         DISPLAY "FIZZBUZZ0723E - PARTCTL CARD MUST READ "
004718                 "PARTITION NN"
004719         PERFORM 1800-ABEND THRU 1800-EXIT
004720     END-IF.
004721     MOVE PCC-PART-NO              TO WS-PART-NO.
004722     SET WS-PARTITIONED            TO TRUE.
004723     STRING " PART=" WS-PART-NO
004724             DELIMITED BY SIZE INTO WS-PART-TAG.
004725 1005-EXIT.
004726     EXIT.
004727***************************************************************
004728*    1010-ACQUIRE-RUN-LOCK                                     *
004729*        SERIALIZES EXECUTIONS.  LOCKFILE IS A LEDGER OF       *
004730*        LOCKED AND RELEASED RECORDS - THE DATASET IS          *
004731*        ALLOCATED DISP=MOD, WHICH POSITIONS AT END-OF-DATA    *
004740*        WHATEVER THE OPEN MODE (SEE THE STEP010 NOTES IN THE  *
004750*        JCL), SO A RELEASE CANNOT TRUNCATE THE FILE AND       *
004760*        APPENDS A RELEASED RECORD INSTEAD.  THE LOCK IS HELD  *
004770*        WHEN THE NEWEST RECORD ON FILE IS A LOCKED RECORD -   *
004780*        ANOTHER EXECUTION IS ALREADY RUNNING, OR CRASHED      *
004790*        WITHOUT RELEASING (SEE THE FBLOCKMG JOB) - AND THIS   *
004800*        ONE THEN ENDS AT ONCE WITH RETURN CODE 12 BEFORE      *
004810*        TOUCHING THE AUDIT TRAIL OR THE FEED.  OTHERWISE THE  *
004820*        LOCK IS TAKEN BY APPENDING A LOCKED RECORD WITH THE   *
004830*        JOB NAME AND START STAMP.  9000-TERMINATE AND          *
004840*        1800-ABEND BOTH RELEASE IT, SO ONLY A GENUINE CRASH   *
004850*        LEAVES THE NEWEST RECORD LOCKED.                      *
004851*        A PARTITION STEP'S LOCKFILE IS ITS OWN PARTITION       *
004852*        LEDGER, NOT THE JOB-WIDE ONE, AND ITS RECORDS CARRY    *
004853*        PART=NN AFTER THE JOB NAME - PARTITIONS LOCK ONLY      *
004854*        THEMSELVES, SO THEY RUN CONCURRENTLY, WHILE A SECOND   *
004855*        COPY OF THE SAME PARTITION IS STILL REFUSED.           *
004860***************************************************************
004870 1010-ACQUIRE-RUN-LOCK SECTION.
004880     OPEN INPUT LOCK-FILE.
004980             DISPLAY "FIZZBUZZ0719I - LOCK RECORD: "
004990                     WS-LOCK-LINE
005000             DISPLAY "FIZZBUZZ0720I - IF NO OTHER EXECUTION "
005010                     "IS RUNNING, CLEAR THE LOCK WITH "
005020                     "FBLOCKMG CLEAR AND RESUBMIT"
005030             MOVE 12               TO RETURN-CODE
005040             STOP RUN
005050         END-IF
005110     STRING WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
005120             DELIMITED BY SIZE INTO WS-RUN-TIME-DISP.
005130     MOVE SPACES                   TO WS-LOCK-LINE.
005140     STRING "LOCKED JOB=FIZZBUZZ" DELIMITED BY SIZE
005143             WS-PART-TAG DELIMITED BY "  "
005146             " DATE=" WS-RUN-DATE-DISP
005150             " TIME=" WS-RUN-TIME-DISP
005160             DELIMITED BY SIZE INTO WS-LOCK-LINE.
005170     PERFORM 1020-APPEND-LOCK-RECORD THRU 1020-EXIT.
005610*        INTO THE OVERLAP-CHECK TABLE.  AN EMPTY DECK OR ONE   *
005620*        PAST THE 50-CARD TABLE IS ABENDED.  CARD 1 IS LEFT    *
005630*        IN FB-PARM-CARD SO THE AUDIT HEADER AND VALIDATION    *
005640*        SEE THE RULE TABLE EVERY CARD MUST SHARE, AND ITS RUN *
005645*        ID IS KEPT FOR THE AUDIT RECORDS AND FEED TRAILER.    *
005650***************************************************************
005660 1050-LOAD-PARM-DECK SECTION.
005670     OPEN INPUT PARM-FILE.
005780         PERFORM 1800-ABEND THRU 1800-EXIT
005790     END-IF.
005800     MOVE WS-PARM-CARD (1)         TO FB-PARM-CARD.
005803     IF FB-RUN-ID NUMERIC
005806         MOVE FB-RUN-ID            TO WS-RUN-ID
005807     END-IF.
005810     MOVE FB-REPORT-MODE           TO WS-REPORT-MODE.
005820     IF FB-PROGRESS-INTERVAL NUMERIC
005830             AND FB-PROGRESS-INTERVAL > ZERO
006150     MOVE PARM-CARD-IMAGE (8:7)
006160             TO WS-RANGE-END (WS-RANGE-COUNT).
006170 1060-EXIT.
006171     EXIT.
006172***************************************************************
006173*    1400-CUT-PARTITION                                        *
006174*        CALLED ONLY ON A PARTITION STEP, ONCE THE DECK HAS    *
006175*        PASSED 1700.  WORKS OUT THIS PARTITION'S SLICE OF     *
006176*        THE DECK'S RANGE SPAN AND CLIPS EVERY CARD IN THE     *
006177*        TABLE TO IT, SO THE CLASSIFICATION LOOP, THE          *
006178*        CHECKPOINT, THE RESTART CHECKS, THE FEED TRIM AND     *
006179*        8000-RECONCILE ALL WORK UNCHANGED OFF THE CLIPPED     *
006180*        CARDS.  A CARD WITH NO NUMBERS IN THE SLICE IS LEFT   *
006181*        EMPTY (START = END) AND PASSED OVER BY 2600.  THE     *
006182*        SLICE GOES ON THE PARTITION'S AUDIT TRAIL AS A        *
006183*        RUN-PART RECORD.                                      *
006184***************************************************************
006185 1400-CUT-PARTITION SECTION.
006186     IF FB-PARM-CARD (93:2) = SPACES OR FB-PARTITIONS < 2
006187         DISPLAY "FIZZBUZZ0725E - PARTCTL NAMES PARTITION "
006188                 WS-PART-NO " BUT THE DECK IS NOT PARTITIONED"
006189         PERFORM 1800-ABEND THRU 1800-EXIT
006190     END-IF.
006191     IF WS-PART-NO > FB-PARTITIONS
006192         DISPLAY "FIZZBUZZ0726E - PARTITION " WS-PART-NO
006193                 " IS OUTSIDE THE DECK'S " FB-PARTITIONS
006194                 " PARTITIONS"
006195         PERFORM 1800-ABEND THRU 1800-EXIT
006196     END-IF.
006197     MOVE FB-PARTITIONS            TO WS-PART-OF.
006198     MOVE WS-RANGE-START (1)       TO WS-FHDR-RANGE-FROM.
006199     MOVE WS-RANGE-END (1)         TO WS-FHDR-RANGE-TO.
006200     PERFORM 1585-SCAN-RANGE-SPAN THRU 1585-EXIT
006201             VARYING WS-OVL-I FROM 2 BY 1
006202             UNTIL WS-OVL-I > WS-RANGE-COUNT.
006203     COMPUTE WS-PART-WIDTH =
006204             WS-FHDR-RANGE-TO - WS-FHDR-RANGE-FROM.
006205     COMPUTE WS-PART-CUT = (WS-PART-NO - 1) * WS-PART-WIDTH.
006206     DIVIDE WS-PART-OF INTO WS-PART-CUT.
006207     COMPUTE WS-PART-FROM = WS-FHDR-RANGE-FROM + WS-PART-CUT.
006208     COMPUTE WS-PART-CUT = WS-PART-NO * WS-PART-WIDTH.
006209     DIVIDE WS-PART-OF INTO WS-PART-CUT.
006210     COMPUTE WS-PART-TO = WS-FHDR-RANGE-FROM + WS-PART-CUT.
006211     PERFORM 1410-CLIP-ONE-RANGE THRU 1410-EXIT
006212             VARYING WS-OVL-I FROM 1 BY 1
006213             UNTIL WS-OVL-I > WS-RANGE-COUNT.
006214     MOVE WS-PARM-CARD (1)         TO FB-PARM-CARD.
006215     MOVE SPACES                   TO WS-AUDIT-LINE.
006216     STRING "RUN-PART  PART=" WS-PART-NO
006217             " OF=" WS-PART-OF
006218             " FROM=" WS-PART-FROM
006219             " TO=" WS-PART-TO
006220             " GROUPS=" WS-PART-GROUPS
006221             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
006222     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
006223     MOVE WS-RUN-ID                TO AUD-RUN-ID.
006224     WRITE AUDIT-RECORD.
006225     DISPLAY "FIZZBUZZ0727I - PARTITION " WS-PART-NO
006226             " OF " WS-PART-OF " - NUMBERS " WS-PART-FROM
006227             " UP TO " WS-PART-TO ", " WS-PART-GROUPS
006228             " RANGE GROUPS".
006229 1400-EXIT.
006230     EXIT.
006231***************************************************************
006232*    1410-CLIP-ONE-RANGE                                       *
006233*        CLIPS ONE CARD'S RANGE TO THE PARTITION'S SLICE, IN   *
006234*        THE RANGE-LIMITS TABLE AND ON THE CARD IMAGE ITSELF.  *
006235***************************************************************
006236 1410-CLIP-ONE-RANGE SECTION.
006237     IF WS-RANGE-START (WS-OVL-I) < WS-PART-FROM
006238         MOVE WS-PART-FROM         TO WS-RANGE-START (WS-OVL-I)
006239     END-IF.
006240     IF WS-RANGE-END (WS-OVL-I) > WS-PART-TO
006241         MOVE WS-PART-TO           TO WS-RANGE-END (WS-OVL-I)
006242     END-IF.
006243     IF WS-RANGE-START (WS-OVL-I) < WS-RANGE-END (WS-OVL-I)
006244         ADD 1                     TO WS-PART-GROUPS
006245     ELSE
006246         MOVE WS-RANGE-START (WS-OVL-I)
006247                                   TO WS-RANGE-END (WS-OVL-I)
006248     END-IF.
006249     MOVE WS-RANGE-START (WS-OVL-I)
006250                             TO WS-PARM-CARD (WS-OVL-I) (1:7).
006251     MOVE WS-RANGE-END (WS-OVL-I)
006252                             TO WS-PARM-CARD (WS-OVL-I) (8:7).
006253 1410-EXIT.
006254     EXIT.
006255***************************************************************
006256*    1500-CHECK-RESTART                                        *
006257*        LOOKS FOR A CHECKPOINT FILE LEFT BEHIND BY AN          *
006258*        ABNORMAL TERMINATION OF A PRIOR RUN.  CKPT-FILE IS     *
006259*        WRITTEN EVERY WS-CKPT-INTERVAL ITERATIONS AND IS       *
006260*        OPENED EXTEND (SEE 6050-OPEN-CKPT-FOR-WRITE) RATHER     *
006261*        THAN OUTPUT, SO A LONG RUN THAT TAKES SEVERAL           *
006262*        CHECKPOINTS LEAVES ALL OF THEM BEHIND, NOT JUST THE     *
006270*        LAST ONE - THIS SECTION READS TO THE END OF THE FILE   *
006280*        AND RESUMES FROM THE LAST RECORD WRITTEN, NOT THE      *
006290*        FIRST.  X AND WS-PAGE-COUNT ARE BOTH RESTORED FROM     *
007850*        FILE.  CALLED ONLY ON A FRESH (NON-RESUMED) RUN; A    *
007860*        RESUMED RUN INHERITS THE HEADER THE ABORTED RUN       *
007870*        WROTE.                                                *
007872*        A PARTITION'S HEADER CARRIES ITS SLICE AND THE NUMBER *
007874*        OF RANGE GROUPS WITH NUMBERS IN IT, AND THE PARTITION *
007876*        NUMBER AND COUNT IN COLS 53-56 (BLANK ON A SINGLE-    *
007878*        STREAM FEED).                                         *
007880***************************************************************
007890 1580-WRITE-FEED-HEADER SECTION.
007900     MOVE WS-RUN-DATE-DISP         TO WS-FHDR-DATE.
007950             VARYING WS-OVL-I FROM 2 BY 1
007960             UNTIL WS-OVL-I > WS-RANGE-COUNT.
007970     MOVE WS-RANGE-COUNT           TO WS-FHDR-RANGE-COUNT.
007971     IF WS-PARTITIONED
007972         MOVE WS-PART-FROM         TO WS-FHDR-RANGE-FROM
007973         MOVE WS-PART-TO           TO WS-FHDR-RANGE-TO
007974         MOVE WS-PART-GROUPS       TO WS-FHDR-RANGE-COUNT
007975         MOVE WS-PART-NO           TO WS-FHDR-PART-NO
007976         MOVE WS-PART-OF           TO WS-FHDR-PART-OF
007977     END-IF.
007980     WRITE FEED-RECORD FROM WS-FEED-HDR-REC.
007990 1580-EXIT.
008000     EXIT.
008360*        EVERY CARD MUST CARRY THE SAME RULE TABLE.  ANY       *
008370*        FAILURE ABENDS WITH A CLEAR MESSAGE RATHER THAN       *
008380*        RUNNING AN EMPTY OR NONSENSE REPORT.                  *
008383*        CARD 1'S REPORT MODE AND PARTITION COUNT ARE CHECKED  *
008386*        LAST.                                                 *
008390***************************************************************
008400 1700-VALIDATE-PARMS SECTION.
008410     PERFORM 1720-VALIDATE-ONE-CARD THRU 1720-EXIT
008530         DISPLAY "FIZZBUZZ0717E - REPORT MODE MUST BE FULL, "
008540                 "SUMMARY, OR EXCEPTIONS"
008550         PERFORM 1800-ABEND THRU 1800-EXIT
008551     END-IF.
008552     IF FB-PARM-CARD (93:2) NOT = SPACES
008553         IF FB-PARTITIONS NOT NUMERIC OR FB-PARTITIONS > 20
008554             DISPLAY "FIZZBUZZ0724E - PARTITION COUNT MUST BE "
008555                     "BLANK OR 00 THROUGH 20"
008556             PERFORM 1800-ABEND THRU 1800-EXIT
008557         END-IF
008560     END-IF.
008570 1700-EXIT.
008580     EXIT.
009880             " RANGE=" FB-START-VALUE "-" FB-END-VALUE
009890             " RULES=" FB-RULE-COUNT
009900             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
009910     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
009913     MOVE WS-RUN-ID                TO AUD-RUN-ID.
009916     WRITE AUDIT-RECORD.
009920     PERFORM 1910-WRITE-AUDIT-RULE THRU 1910-EXIT
009930             VARYING FB-RULE-IX FROM 1 BY 1
009940             UNTIL FB-RULE-IX > FB-RULE-COUNT.
010100             " DIVISOR=" FB-RULE-DIVISOR (FB-RULE-IX)
010110             " LABEL=" FB-RULE-LABEL (FB-RULE-IX)
010120             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
010130     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
010133     MOVE WS-RUN-ID                TO AUD-RUN-ID.
010136     WRITE AUDIT-RECORD.
010140 1910-EXIT.
010150     EXIT.
010160***************************************************************
010270             " FROM=" WS-RANGE-START (WS-OVL-I)
010280             " TO=" WS-RANGE-END (WS-OVL-I)
010290             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
010300     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
010303     MOVE WS-RUN-ID                TO AUD-RUN-ID.
010306     WRITE AUDIT-RECORD.
010310 1920-EXIT.
010320     EXIT.
010330***************************************************************
010520             " RECORDS=" WS-AUD-RECORDS
010530             " RC=" WS-AUD-RC
010540             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
010550     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
010553     MOVE WS-RUN-ID                TO AUD-RUN-ID.
010556     WRITE AUDIT-RECORD.
010560 1950-EXIT.
010570     EXIT.
010580***************************************************************
010980*        CHECKPOINT ON FILE ALWAYS NAMES THE GROUP THAT WAS    *
010990*        FEEDING WHEN A CRASHED RUN DIED - THE GUARANTEE THE   *
011000*        FEED TRIM IN 1550-TRUNCATE-FEED RESTS ON.             *
011002*        ON A PARTITION STEP A GROUP LEFT EMPTY BY 1400 IS     *
011004*        PASSED OVER BEFORE ITS CHECKPOINT, AND THE PER-RULE   *
011006*        COUNTS ARE ROLLED UP TOO FOR THE PARTTOT RECORD.      *
011010***************************************************************
011020 2600-RUN-ONE-RANGE SECTION.
011030     MOVE WS-PARM-CARD (WS-RANGE-NO) TO FB-PARM-CARD.
011032     IF FB-START-VALUE NOT < FB-END-VALUE
011034         GO TO 2600-EXIT
011036     END-IF.
011040     IF WS-RESUMED AND WS-RANGE-NO = WS-FIRST-RANGE
011050         MOVE WS-CKPT-LAST-VALUE   TO X
011060     ELSE
011160     ADD WS-COMBO-COUNT            TO WS-GRAND-COMBO.
011170     ADD WS-PLAIN-COUNT            TO WS-GRAND-PLAIN.
011180     ADD WS-TOTAL-COUNT            TO WS-GRAND-TOTAL.
011182     PERFORM 2610-ROLL-RULE-COUNT  THRU 2610-EXIT
011184             VARYING FB-RULE-IX FROM 1 BY 1
011186             UNTIL FB-RULE-IX > FB-RULE-COUNT.
011190     MOVE ZERO                     TO WS-COMBO-COUNT.
011200     MOVE ZERO                     TO WS-PLAIN-COUNT.
011210     MOVE ZERO                     TO WS-TOTAL-COUNT.
011220     INITIALIZE WS-RULE-MATCH-COUNTS.
011230 2600-EXIT.
011231     EXIT.
011232 2610-ROLL-RULE-COUNT SECTION.
011233     ADD WS-RULE-MATCH-COUNT (FB-RULE-IX)
011234             TO WS-GRAND-RULE-MATCH (FB-RULE-IX).
011235 2610-EXIT.
011240     EXIT.
011250***************************************************************
011260*    2650-SUM-REMAINING                                        *
015820*        THE CONSUMING JOB CAN PROVE THE FILE IS COMPLETE       *
015830*        BEFORE PROCESSING IT.  A RUN THAT DIES BEFORE HERE     *
015840*        LEAVES A FILE WITH NO TRAILER, WHICH THE CONSUMER      *
015850*        REJECTS.  THE RUN ID GOES IN COLS 48-55.               *
015860***************************************************************
015870 8900-WRITE-FEED-TRAILER SECTION.
015880     MOVE WS-FEED-COUNT            TO WS-FTRL-COUNT.
015890     MOVE WS-FEED-HASH             TO WS-FTRL-HASH.
015895     MOVE WS-RUN-ID                TO WS-FTRL-RUN-ID.
015900     WRITE FEED-RECORD FROM WS-FEED-TRL-REC.
015910 8900-EXIT.
015920     EXIT.
016010***************************************************************
016020 8950-RELEASE-RUN-LOCK SECTION.
016030     MOVE SPACES                   TO WS-LOCK-LINE.
016040     STRING "RELEASED JOB=FIZZBUZZ" DELIMITED BY SIZE
016043             WS-PART-TAG DELIMITED BY "  "
016046             " DATE=" WS-RUN-DATE-DISP
016050             " TIME=" WS-RUN-TIME-DISP
016060             DELIMITED BY SIZE INTO WS-LOCK-LINE.
016070     PERFORM 1020-APPEND-LOCK-RECORD THRU 1020-EXIT.
016080     MOVE "N"                      TO WS-LOCK-HELD-SWITCH.
016090 8950-EXIT.
016091     EXIT.
016092***************************************************************
016093*    8960-WRITE-PART-TOTALS                                    *
016094*        CALLED ONLY ON A PARTITION STEP, AFTER THE RUN-END    *
016095*        RECORD.  APPENDS THE PARTITION'S CONTROL TOTALS TO    *
016096*        PARTTOT (SEE FBPTOT) - OPENED EXTEND, WITH THE OUTPUT *
016097*        FALLBACK FOR THE FIRST LEG, SO A RESTARTED PARTITION  *
016098*        ADDS A FRESH RECORD AND FBPARTMG TAKES THE LAST ONE.  *
016099*        THE FEED COUNT AND HASH ARE THE TRAILER'S, AND THE    *
016100*        RETURN CODE SAYS WHETHER THE PARTITION RECONCILED.    *
016101***************************************************************
016102 8960-WRITE-PART-TOTALS SECTION.
016103     OPEN EXTEND PART-TOT-FILE.
016104     IF WS-PTOT-STATUS NOT = "00"
016105         OPEN OUTPUT PART-TOT-FILE
016106     END-IF.
016107     MOVE SPACES                   TO FB-PART-TOTALS-RECORD.
016108     MOVE WS-PART-NO               TO PTT-PART-NO.
016109     MOVE WS-PART-OF               TO PTT-PART-OF.
016110     MOVE WS-RUN-ID                TO PTT-RUN-ID.
016111     MOVE WS-PART-FROM             TO PTT-RANGE-FROM.
016112     MOVE WS-PART-TO               TO PTT-RANGE-TO.
016113     MOVE WS-PART-GROUPS           TO PTT-GROUPS.
016114     MOVE WS-RESUMED-SWITCH        TO PTT-RESUMED-SW.
016115     MOVE FB-RULE-COUNT            TO PTT-RULE-COUNT.
016116     PERFORM 8965-MOVE-RULE-TOTAL  THRU 8965-EXIT
016117             VARYING WS-OVL-I FROM 1 BY 1
016118             UNTIL WS-OVL-I > 5.
016119     MOVE WS-GRAND-COMBO           TO PTT-COMBO.
016120     MOVE WS-GRAND-PLAIN           TO PTT-PLAIN.
016121     MOVE WS-GRAND-TOTAL           TO PTT-TOTAL.
016122     MOVE WS-FEED-COUNT            TO PTT-FEED-COUNT.
016123     MOVE WS-FEED-HASH             TO PTT-FEED-HASH.
016124     MOVE RETURN-CODE              TO PTT-RC.
016125     MOVE WS-RUN-DATE-DISP         TO PTT-END-DATE.
016126     MOVE WS-RUN-TIME-DISP         TO PTT-END-TIME.
016127     WRITE FB-PART-TOTALS-RECORD.
016128     CLOSE PART-TOT-FILE.
016129 8960-EXIT.
016130     EXIT.
016131 8965-MOVE-RULE-TOTAL SECTION.
016132     MOVE WS-GRAND-RULE-MATCH (WS-OVL-I)
016133                                   TO PTT-RULE-MATCH (WS-OVL-I).
016134 8965-EXIT.
016135     EXIT.
016136***************************************************************
016137*    9000-TERMINATE                                            *
016138*        END-OF-RUN HOUSEKEEPING.  CKPT-FILE IS LEFT ALONE       *
016140*        HERE - THE JCL CATALOGS IT WITH DISP=(MOD,DELETE,       *
016150*        CATLG), SO A NORMAL COMPLETION (EVEN ONE ENDING ON A    *
016160*        NON-ZERO BUT NON-ABEND RETURN CODE) DELETES IT          *
016210 9000-TERMINATE SECTION.
016220     PERFORM 8900-WRITE-FEED-TRAILER THRU 8900-EXIT.
016230     PERFORM 1950-WRITE-AUDIT-FOOTER THRU 1950-EXIT.
016232     IF WS-PARTITIONED
016234         PERFORM 8960-WRITE-PART-TOTALS THRU 8960-EXIT
016236     END-IF.
016240     CLOSE AUDIT-FILE.
016250     CLOSE RPT-FILE.
016260     CLOSE FEED-FILE.
