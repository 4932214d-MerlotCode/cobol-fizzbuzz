000330*    09/02/2026    MCD  FIRST VERSION - HALF THE OVERNIGHT     *
000340*                       ESCALATIONS WERE THE OPERATOR JUST     *
000350*                       TRYING TO CLASSIFY THE FAILURE.        *
000352*    10/15/2026    MCD  RECOVERY ACTIONS NOW SAY TO RESUBMIT   *
000354*                       WITH RESTART ON THE STEP001 RUNCARD -  *
000356*                       A PLAIN RESUBMISSION IS REFUSED ONCE   *
000358*                       THE DATE HAS BEEN ATTEMPTED.           *
000360*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES - THE     *
000362*                       RUN ID FOLLOWS THE EVENT TEXT (SEE     *
000364*                       FBAUDIT).                              *
000365*    10/15/2026    MCD  LOCK CLEARS NOW GO THROUGH FBLOCKMG;   *
000366*                       A FORCED RELEASE STILL PENDING IS      *
000367*                       NAMED IN THE ALERT.                    *
000368***************************************************************
000370 ENVIRONMENT          DIVISION.
000380 INPUT-OUTPUT         SECTION.
000390 FILE-CONTROL.
000510 DATA                 DIVISION.
000520 FILE                 SECTION.
000530 FD  AUDIT-FILE.
000540     COPY FBAUDIT.
000550 FD  LOCK-FILE.
000560 01  LOCK-RECORD              PIC X(80).
000570 FD  CKPT-FILE.
001040***************************************************************
001050*    THE NEWEST RUN-LOCK LEDGER RECORD - LOCKED MEANS A RUN   *
001060*    IS ACTIVE OR CRASHED WITHOUT RELEASING, AND THE NEXT     *
001070*    SUBMISSION WILL END AT ONCE WITH RC=12 UNTIL A FBLOCKMG  *
001080*    CLEAR RELEASES IT.                                       *
001090***************************************************************
001100 77  WS-LOCK-LINE         PIC X(80) VALUE SPACES.
001110 77  WS-LOCK-HELD-SW      PIC X(01) VALUE "N".
001120     88  WS-LOCK-HELD         VALUE "Y".
001121***************************************************************
001122*    THE LAST FORCED RELEASE FBLOCKMG RECORDED ON THE AUDIT   *
001123*    TRAIL (RUN-LOCKF, THEN RUN-LOCKR WITH THE REASON).  IT   *
001124*    STAYS PENDING - TOLD IN EVERY ALERT - UNTIL A RUN AFTER  *
001125*    IT HAS ENDED CLEAN AND ANOTHER RUN HAS STARTED SINCE, SO *
001126*    THE FIRST ALERT AFTER A LOCK WAS CLEARED BY HAND ALWAYS  *
001127*    SAYS SO, EVEN WHEN THE RUN THAT FAILED IS THE ONE THAT   *
001128*    TOOK THE LOCK NEXT.                                      *
001129***************************************************************
001130 77  WS-FORCED-SW         PIC X(01) VALUE "N".
001131     88  WS-FORCED-PENDING    VALUE "Y".
001132 77  WS-CLEAN-SINCE-SW    PIC X(01) VALUE "N".
001133     88  WS-CLEAN-SINCE       VALUE "Y".
001134 01  WS-FORCED-VIEW.
001135     05  FILLER               PIC X(15).
001136     05  WS-FRC-DATE          PIC X(10).
001137     05  FILLER               PIC X(06).
001138     05  WS-FRC-TIME          PIC X(08).
001139     05  FILLER               PIC X(06).
001140     05  WS-FRC-OPERATOR      PIC X(08).
001141     05  FILLER               PIC X(06).
001142     05  WS-FRC-HELD          PIC X(19).
001143     05  FILLER               PIC X(02).
001144 77  WS-FRC-REASON        PIC X(57) VALUE SPACES.
001145***************************************************************
001146*    THE LAST CHECKPOINT ON FILE - A SURVIVING CHECKPOINT     *
001150*    MEANS A RESTART IS PENDING AND A RESUBMISSION RESUMES    *
001160*    FROM IT (THE JCL DELETES THE FILE ON NORMAL              *
001170*    COMPLETION).                                             *
001730     END-IF.
001740     EVALUATE TRUE
001750         WHEN AUDIT-RECORD (1:9) = "RUN-START"
001752             IF WS-FORCED-PENDING AND WS-CLEAN-SINCE
001754                 MOVE "N"          TO WS-FORCED-SW
001756             END-IF
001760             MOVE AUDIT-RECORD     TO WS-AUD-START-VIEW
001770             MOVE WS-AUDS-DATE     TO WS-LS-DATE
001780             MOVE WS-AUDS-TIME     TO WS-LS-TIME
001930                 MOVE WS-AUDE-RC   TO WS-AUD-RC
001940             END-IF
001950             SET WS-RUNEND-SEEN    TO TRUE
001951             IF WS-FORCED-PENDING AND WS-AUD-RC = ZERO
001952                 SET WS-CLEAN-SINCE TO TRUE
001953             END-IF
001954         WHEN AUDIT-RECORD (1:9) = "RUN-LOCKF"
001955             MOVE AUDIT-RECORD     TO WS-FORCED-VIEW
001956             MOVE SPACES           TO WS-FRC-REASON
001957             SET WS-FORCED-PENDING TO TRUE
001958             MOVE "N"              TO WS-CLEAN-SINCE-SW
001959         WHEN AUDIT-RECORD (1:9) = "RUN-LOCKR"
001960             MOVE AUDIT-RECORD (18:57) TO WS-FRC-REASON
001961     END-EVALUATE.
001970 2100-EXIT.
001980     EXIT.
001990***************************************************************
002940             PERFORM 6000-WRITE-LINE THRU 6000-EXIT
002950     END-EVALUATE.
002960     PERFORM 5700-SAY-LOCK-STATE THRU 5700-EXIT.
002965     PERFORM 5750-SAY-FORCED-RELEASE THRU 5750-EXIT.
002970     PERFORM 5800-SAY-CKPT-STATE THRU 5800-EXIT.
002980 5000-EXIT.
002990     EXIT.
003130     MOVE "ACTION: CONFIRM NO FIZZBUZZ EXECUTION IS ACTIVE,"
003140                                   TO WS-ALERT-LINE.
003150     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003154     MOVE "RUN FBLOCKMG CLEAR, THEN RESUBMIT WITH RESTART ON"
003158                                   TO WS-ALERT-LINE.
003162     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003166     MOVE "THE STEP001 RUNCARD."
003170                                   TO WS-ALERT-LINE.
003180     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003190 5100-EXIT.
003320     MOVE "ACTION: SEE THE FIZZBUZZ07NNE MESSAGE IN STEP010"
003330                                   TO WS-ALERT-LINE.
003340     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003344     MOVE "SYSOUT, CORRECT THE DECK, AND RESUBMIT WITH RESTART"
003348                                   TO WS-ALERT-LINE.
003352     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003356     MOVE "ON THE STEP001 RUNCARD."
003360                                   TO WS-ALERT-LINE.
003370     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003380 5200-EXIT.
003950             WS-CKPT-LAST-RANGE "."
003960             DELIMITED BY SIZE INTO WS-ALERT-LINE.
003970     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003980     MOVE "ACTION: RUN FBLOCKMG CLEAR (THE CRASH LEFT THE LOCK"
003990                                   TO WS-ALERT-LINE.
004000     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004010     MOVE "HELD), THEN RESUBMIT WITH RESTART ON THE STEP001"
004020                                   TO WS-ALERT-LINE.
004030     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004040     MOVE "RUNCARD - THE RUN RESUMES FROM THE CHECKPOINT."
004050                                   TO WS-ALERT-LINE.
004060     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004070 5500-EXIT.
004180     MOVE "CHECKPOINT - NO RUN-END AND NO CHECKPOINT ON FILE."
004190                                   TO WS-ALERT-LINE.
004200     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004210     MOVE "ACTION: RUN FBLOCKMG CLEAR IF THE LOCK IS HELD, THEN"
004220                                   TO WS-ALERT-LINE.
004230     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004234     MOVE "RESUBMIT WITH RESTART ON THE STEP001 RUNCARD; CALL"
004238                                   TO WS-ALERT-LINE.
004242     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004246     MOVE "SUPPORT IF IT REPEATS."
004250                                   TO WS-ALERT-LINE.
004260     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004270 5600-EXIT.
004290***************************************************************
004300*    5700-SAY-LOCK-STATE                                       *
004310*        APPENDS THE CURRENT LOCK-LEDGER STATE SO THE          *
004320*        OPERATOR KNOWS WHETHER A FBLOCKMG CLEAR IS NEEDED.    *
004330***************************************************************
004340 5700-SAY-LOCK-STATE SECTION.
004350     IF WS-LOCK-HELD
004380         MOVE WS-LOCK-LINE         TO WS-ALERT-LINE
004390         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004400     ELSE
004410         MOVE "LOCK LEDGER: FREE - NO FBLOCKMG CLEAR NEEDED."
004420                                   TO WS-ALERT-LINE
004430         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004440     END-IF.
004450 5700-EXIT.
004451     EXIT.
004452***************************************************************
004453*    5750-SAY-FORCED-RELEASE                                   *
004454*        TELLS THE ON-CALL OPERATOR THE LOCK WAS LAST CLEARED  *
004455*        BY HAND - WHEN, BY WHOM, WHICH LOCK AND WHY - WHILE   *
004456*        THAT RELEASE IS STILL PENDING (SEE WS-FORCED-SW).  A  *
004457*        FAILURE RIGHT AFTER A FORCED RELEASE MAY MEAN THE     *
004458*        RUN THAT HELD IT WAS NOT DEAD AFTER ALL.              *
004459***************************************************************
004460 5750-SAY-FORCED-RELEASE SECTION.
004461     IF NOT WS-FORCED-PENDING
004462         GO TO 5750-EXIT
004463     END-IF.
004464     MOVE SPACES                   TO WS-ALERT-LINE.
004465     STRING "NOTE: LOCK FORCED CLEAR " WS-FRC-DATE " "
004466             WS-FRC-TIME " BY " WS-FRC-OPERATOR
004467             DELIMITED BY SIZE INTO WS-ALERT-LINE.
004468     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004469     MOVE SPACES                   TO WS-ALERT-LINE.
004470     STRING "(LOCK TAKEN " WS-FRC-HELD
004471             ") - SEE FBLOCKMG HISTORY.  REASON:"
004472             DELIMITED BY SIZE INTO WS-ALERT-LINE.
004473     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004474     MOVE WS-FRC-REASON            TO WS-ALERT-LINE.
004475     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004476 5750-EXIT.
004477     EXIT.
004478***************************************************************
004480*    5800-SAY-CKPT-STATE                                       *
004490*        APPENDS THE CHECKPOINT STATE - WHETHER A RESTART IS   *
004500*        PENDING AND WHERE IT WILL RESUME.                     *
