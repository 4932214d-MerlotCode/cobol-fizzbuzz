000328*                       OF THE RESERVED KEY VALUES.  THE       *
000330*                       PRIOR-GENERATION TABLE NOW SPANS THE   *
000332*                       SEVEN-DIGIT KEY SPACE.                  *
000333*    10/15/2026    MCD  THE TWO RUNS COMPARED ARE FOUND ON     *
000334*                       THE AUDIT TRAIL BY RUN ID - THIS RUN'S *
000335*                       OFF THE CARD, THE PRIOR ONE'S OFF THE  *
000336*                       OLD FEED TRAILER - NOT TAKEN AS THE    *
000337*                       LAST TWO RUN-START GROUPS.             *
000338***************************************************************
000340 ENVIRONMENT          DIVISION.
000350 INPUT-OUTPUT         SECTION.
000360 FILE-CONTROL.
000530 FD  PARM-FILE.
000540     COPY FBPARM.
000550 FD  AUDIT-FILE.
000560     COPY FBAUDIT.
000570 FD  FEED-NEW-FILE.
000580 01  FEED-NEW-RECORD.
000582     05  FEED-NEW-REC-TYPE    PIC X(01).
000880*    CARD DECK, SO THEIR FEEDS MUST BE IDENTICAL.  GROUP 1 IS  *
000890*    THE LATEST RUN (THE ONE THAT WROTE FEEDNEW), GROUP 2 THE  *
000900*    RUN BEFORE IT (THE ONE THAT WROTE FEEDOLD).               *
000905*    THE TWO RUNS ARE PICKED OUT BY RUN ID - THE NEW ONE OFF   *
000906*    THE PARAMETER CARD, THE OLD ONE OFF THE PRIOR FEED'S      *
000907*    TRAILER - SO A RUN THAT FAILED BEFORE WRITING A FEED      *
000908*    CANNOT STAND IN FOR THE RUN THAT WROTE FEEDOLD.           *
000910***************************************************************
000920 77  WS-SIG-GROUP-1       PIC X(3400) VALUE SPACES.
000930 77  WS-SIG-GROUP-2       PIC X(3400) VALUE SPACES.
000932 77  WS-SIG-PTR-1         PIC 9(04) COMP VALUE 1.
000934 77  WS-SIG-PTR-2         PIC 9(04) COMP VALUE 1.
000936 77  WS-SIG-TARGET        PIC 9(01) VALUE ZERO.
000938     88  WS-SIG-TO-NONE       VALUE 0.
000940     88  WS-SIG-TO-NEW        VALUE 1.
000942     88  WS-SIG-TO-OLD        VALUE 2.
000944 77  WS-NEW-RUN-ID        PIC 9(08) VALUE ZERO.
000946 77  WS-OLD-RUN-ID        PIC X(08) VALUE SPACES.
000950***************************************************************
000960*    THE PRIOR GENERATION, LOADED AS A LABEL TABLE INDEXED BY  *
000970*    THE WORK NUMBER ITSELF - THE KEY IS SEVEN DIGITS, AND     *
002020*    1000-INITIALIZE                                           *
002030*        OPENS THE REPORT, READS THE RULE LABELS OFF THE       *
002040*        PARAMETER CARD FOR THE PER-RULE SUMMARY, DECIDES      *
002050*        LOADS AND PROVES THE PRIOR GENERATION, AND DECIDES    *
002060*        FROM THE AUDIT TRAIL WHETHER THE RUN THAT WROTE IT    *
002070*        AND THIS RUN RAN THE SAME CARD DECK.                  *
002080***************************************************************
002090 1000-INITIALIZE SECTION.
002100     OPEN OUTPUT RPT-FILE.
002200     END-IF.
002210     READ PARM-FILE.
002220     CLOSE PARM-FILE.
002222     IF FB-RUN-ID NUMERIC
002224         MOVE FB-RUN-ID            TO WS-NEW-RUN-ID
002226     END-IF.
002228     PERFORM 1400-LOAD-OLD-FEED THRU 1400-EXIT.
002230     PERFORM 1300-SCAN-AUDIT THRU 1300-EXIT.
002250     OPEN INPUT FEED-NEW-FILE.
002260     IF WS-NEW-STATUS NOT = "00"
002270         DISPLAY "FBFEEDCM1102E - NEW FEED COULD NOT BE "
002320     EXIT.
002330***************************************************************
002340*    1300-SCAN-AUDIT                                           *
002347*        BUILDS THE RUN SIGNATURES OF THIS RUN AND OF THE RUN  *
002354*        THAT WROTE THE PRIOR GENERATION, EACH FOUND ON THE    *
002361*        AUDIT TRAIL BY ITS RUN ID, AND SETS THE SAME-CARD     *
002370*        SWITCH WHEN THEY MATCH - THE CASE IN WHICH THE TWO    *
002385*        FEEDS MUST BE IDENTICAL.  A PRIOR GENERATION WRITTEN  *
002386*        BEFORE FEEDS CARRIED A RUN ID, OR A RUN WHOSE AUDIT   *
002387*        RECORDS CANNOT BE FOUND, IS TREATED AS A CHANGED      *
002388*        DECK - THE DIFFERENCES ARE REPORTED, NOT FAILED.      *
002390***************************************************************
002400 1300-SCAN-AUDIT SECTION.
002410     OPEN INPUT AUDIT-FILE.
002460             UNTIL WS-AUD-EOF.
002470     CLOSE AUDIT-FILE.
002480 1300-DECIDE.
002482     IF WS-NO-PRIOR
002484         GO TO 1300-EXIT
002486     END-IF.
002488     IF WS-OLD-RUN-ID NOT NUMERIC
002489             OR WS-OLD-RUN-ID = ZERO OR WS-NEW-RUN-ID = ZERO
002490         DISPLAY "FBFEEDCM1107I - A FEED CARRIES NO RUN ID - "
002492                 "DIFFERENCES WILL BE REPORTED ONLY"
002494         GO TO 1300-EXIT
002496     END-IF.
002498     IF WS-OLD-RUN-ID = WS-NEW-RUN-ID
002510         SET WS-SAME-CARD          TO TRUE
002511         DISPLAY "FBFEEDCM1109I - PRIOR GENERATION WAS WRITTEN "
002512                 "BY THIS SAME RUN " WS-NEW-RUN-ID
002513                 " - FEEDS MUST BE IDENTICAL"
002514         GO TO 1300-EXIT
002515     END-IF.
002516     IF WS-SIG-GROUP-1 = SPACES OR WS-SIG-GROUP-2 = SPACES
002517         DISPLAY "FBFEEDCM1108I - NO AUDIT RECORDS FOR RUN "
002518                 WS-NEW-RUN-ID " OR RUN " WS-OLD-RUN-ID
002519                 " - DIFFERENCES WILL BE REPORTED ONLY"
002520         GO TO 1300-EXIT
002521     END-IF.
002522     IF WS-SIG-GROUP-1 = WS-SIG-GROUP-2
002523         SET WS-SAME-CARD          TO TRUE
002524         DISPLAY "FBFEEDCM1103I - RUNS " WS-OLD-RUN-ID " AND "
002525                 WS-NEW-RUN-ID " RAN THE SAME CARD DECK - "
002526                 "FEEDS MUST BE IDENTICAL"
002540     ELSE
002550         DISPLAY "FBFEEDCM1104I - CARD DECK CHANGED SINCE THE "
002560                 "PRIOR RUN - DIFFERENCES WILL BE REPORTED "
002610***************************************************************
002620*    1310-SCAN-ONE                                             *
002630*        FOLDS ONE AUDIT RECORD INTO THE RUN SIGNATURE BEING   *
002640*        COLLECTED.  A RUN-START CARRYING THE NEW OR THE OLD   *
002650*        RUN ID STARTS THAT RUN'S SIGNATURE AFRESH, SO A RUN   *
002652*        THAT WAS RESTARTED IS JUDGED ON ITS LAST ATTEMPT; ANY *
002654*        OTHER RUN-START SENDS WHAT FOLLOWS NOWHERE.           *
002660***************************************************************
002670 1310-SCAN-ONE SECTION.
002680     READ AUDIT-FILE
002730     END-IF.
002740     EVALUATE TRUE
002750         WHEN AUDIT-RECORD (1:9) = "RUN-START"
002752             SET WS-SIG-TO-NONE    TO TRUE
002754             IF AUD-RUN-ID NUMERIC
002756                 IF AUD-RUN-ID = WS-NEW-RUN-ID
002758                     SET WS-SIG-TO-NEW TO TRUE
002760                     MOVE SPACES   TO WS-SIG-GROUP-1
002762                     MOVE 1        TO WS-SIG-PTR-1
002764                 ELSE
002766                     IF AUD-RUN-ID = WS-OLD-RUN-ID
002768                         SET WS-SIG-TO-OLD TO TRUE
002770                         MOVE SPACES TO WS-SIG-GROUP-2
002772                         MOVE 1    TO WS-SIG-PTR-2
002774                     END-IF
002776                 END-IF
002778             END-IF
002790             PERFORM 1320-ADD-TO-SIG THRU 1320-EXIT
002800         WHEN AUDIT-RECORD (1:9) = "RUN-RANGE"
002810             PERFORM 1320-ADD-TO-SIG THRU 1320-EXIT
002890*        APPENDS THE FIELD PORTION OF THE CURRENT AUDIT        *
002900*        RECORD (EVERYTHING PAST THE RECORD TYPE, LESS THE     *
002910*        START RECORD'S DATE AND TIME STAMPS) TO THE RUN       *
002920*        SIGNATURE BEING COLLECTED, IF ANY.  THE BUFFERS ARE   *
002925*        SIZED FOR THE WORST CASE THE DECK LOADER ACCEPTS -    *
002930*        THE START SPAN (31) PLUS FIVE RULES AND FIFTY RANGE   *
002940*        CARDS AT 60 BYTES EACH (3331 IN ALL) - SO NO          *
002950*        SUPPORTED DECK EVER TRUNCATES; THE GUARD IS ONLY A    *
002960*        SAFETY STOP AGAINST A MALFORMED TRAIL.                *
002980***************************************************************
002990 1320-ADD-TO-SIG SECTION.
002992     IF WS-SIG-TO-NONE
002994         GO TO 1320-EXIT
002996     END-IF.
002998     IF WS-SIG-TO-OLD
003000         GO TO 1320-OLD
003002     END-IF.
003004     IF WS-SIG-PTR-1 > 3341
003010         GO TO 1320-EXIT
003020     END-IF.
003030     IF AUDIT-RECORD (1:9) = "RUN-START"
003040         STRING AUDIT-RECORD (40:31) DELIMITED BY SIZE
003050                 INTO WS-SIG-GROUP-1
003060                 WITH POINTER WS-SIG-PTR-1
003070     ELSE
003080         STRING AUDIT-RECORD (10:60) DELIMITED BY SIZE
003090                 INTO WS-SIG-GROUP-1
003091                 WITH POINTER WS-SIG-PTR-1
003092     END-IF.
003093     GO TO 1320-EXIT.
003094 1320-OLD.
003095     IF WS-SIG-PTR-2 > 3341
003096         GO TO 1320-EXIT
003097     END-IF.
003098     IF AUDIT-RECORD (1:9) = "RUN-START"
003099         STRING AUDIT-RECORD (40:31) DELIMITED BY SIZE
003100                 INTO WS-SIG-GROUP-2
003101                 WITH POINTER WS-SIG-PTR-2
003102     ELSE
003103         STRING AUDIT-RECORD (10:60) DELIMITED BY SIZE
003104                 INTO WS-SIG-GROUP-2
003105                 WITH POINTER WS-SIG-PTR-2
003110     END-IF.
003120 1320-EXIT.
003130     EXIT.
003650     IF FEED-OLD-TRAILER
003670         SET WS-TRL-SEEN           TO TRUE
003680         MOVE FEED-OLD-LABEL       TO WS-TRL-LABEL-PARSE
003685         MOVE FEED-OLD-RECORD (48:8) TO WS-OLD-RUN-ID
003690         GO TO 1410-EXIT
003700     END-IF.
003710     MOVE FEED-OLD-LABEL       TO WS-OLD-LBL (FEED-OLD-NUMBER).
