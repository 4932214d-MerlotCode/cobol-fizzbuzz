000330*                       MISTYPED DIVISOR ONLY AFTER THE        *
000340*                       PRODUCTION RUN HAS BURNED THE BATCH    *
000350*                       WINDOW; THIS CATCHES IT BEFORE.        *
000352*    10/15/2026    MCD  THE CURRENT AND PROPOSED RULE SETS ARE *
000354*                       NAMED BY THEIR REGISTRY VERSION, AND   *
000356*                       MATCHED RECORDS ALREADY UNDER THE      *
000358*                       PROPOSED VERSION ARE COUNTED.          *
000360***************************************************************
000370 ENVIRONMENT          DIVISION.
000380 INPUT-OUTPUT         SECTION.
000450                          FILE STATUS IS WS-MASTIN-STATUS.
000460     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000470                          ORGANIZATION IS LINE SEQUENTIAL.
000472     SELECT RULE-REG-FILE ASSIGN TO "RULEREG"
000474                          ORGANIZATION IS LINE SEQUENTIAL
000476                          FILE STATUS IS WS-RULEREG-STATUS.
000480 DATA                 DIVISION.
000490 FILE                 SECTION.
000500 FD  PARM-FILE.
000510 01  PARM-CARD-IMAGE          PIC X(96).
000520 FD  MAST-IN-FILE.
000530 01  MAST-IN-RECORD           PIC X(120).
000533 FD  RULE-REG-FILE.
000536 01  RULE-REG-RECORD          PIC X(100).
000540 FD  RPT-FILE.
000550 01  RPT-RECORD.
000560     05  RPT-CC               PIC X(01).
000920     05  WS-OLD-LABEL         PIC X(40).
000930     05  WS-OLD-FLAGS         PIC X(05).
000940     05  WS-OLD-DATE          PIC X(10).
000945     05  WS-OLD-RULE-SET.
000950         10  WS-OLD-RULE-VERSION PIC 9(05).
000955         10  WS-OLD-RULE-SET-REST PIC X(52).
000960 77  WS-OLD-EOF-SWITCH    PIC X(01) VALUE "N".
000970     88  WS-OLD-EOF           VALUE "Y".
000980 77  WS-OLD-TRL-SWITCH    PIC X(01) VALUE "N".
001100     05  WS-OTP-HASH          PIC 9(15).
001110     05  FILLER               PIC X(02).
001120***************************************************************
001121*    THE RULE-SET REGISTRY.  THE PROPOSED RULE TABLE IS       *
001122*    LOOKED UP ON IT BY ITS NORMALIZED IMAGE, AND A MASTER    *
001123*    RECORD ALREADY CLASSIFIED UNDER THE VERSION FOUND IS     *
001124*    COUNTED AS SUCH.                                         *
001125***************************************************************
001126     COPY FBRULREG.
001127     COPY FBRULTAB.
001128 77  WS-RULEREG-STATUS    PIC X(02) VALUE SPACES.
001129***************************************************************
001130*    MERGE STREAM STATE - THE PROPOSED-NUMBER STREAM WALKS    *
001140*    THE SORTED RANGES AGAINST THE MASTER'S DETAIL RECORDS.   *
001150***************************************************************
001250 77  WS-CLASS-LABEL       PIC X(40).
001260 77  WS-CLASS-PTR         PIC 9(03) COMP.
001270 77  WS-MATCH-COUNT-THIS  PIC 9(02) COMP.
001271 01  WS-PROP-RULE-SET.
001272     05  WS-PRS-COUNT         PIC 9(02).
001273     05  WS-PRS-ENTRY OCCURS 5 TIMES.
001274         10  WS-PRS-DIVISOR   PIC X(03).
001275         10  WS-PRS-LABEL     PIC X(08).
001276 77  WS-PROP-VERSION      PIC 9(05) VALUE ZERO.
001277 77  WS-NEXT-VERSION      PIC 9(05) VALUE ZERO.
001280***************************************************************
001290*    IMPACT TOTALS AND THE PER-RULE DIFFERENCE SUMMARY.  THE  *
001300*    GAINED/LOST TALLY USES THE SAME TRIMMED-TOKEN LABEL      *
001360 77  WS-CHANGED-COUNT     PIC 9(09) COMP VALUE ZERO.
001370 77  WS-NEW-COUNT         PIC 9(09) COMP VALUE ZERO.
001380 77  WS-UNTOUCHED-COUNT   PIC 9(09) COMP VALUE ZERO.
001385 77  WS-ALREADY-COUNT     PIC 9(09) COMP VALUE ZERO.
001390 01  WS-RULE-MATCH-COUNTS.
001400     05  WS-RULE-MATCH-COUNT OCCURS 5 TIMES
001410                             PIC 9(07) COMP.
001810     05  FILLER               PIC X(02) VALUE ": ".
001820     05  WS-ECHO-CARD         PIC X(96).
001830     05  FILLER               PIC X(16) VALUE SPACES.
001831 01  WS-RULE-SET-LINE.
001832     05  FILLER               PIC X(01) VALUE SPACE.
001833     05  WS-RSET-TAG          PIC X(16).
001834     05  WS-RSET-TEXT         PIC X(112).
001835     05  FILLER               PIC X(03) VALUE SPACES.
001840 01  WS-DIFF-LINE.
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  WS-DIFF-TAG          PIC X(08).
002340***************************************************************
002350*    1000-INITIALIZE                                           *
002360*        OPENS THE REPORT, LOADS AND FULLY VALIDATES THE       *
002370*        PROPOSED DECK, ECHOES IT TO THE REPORT WITH THE       *
002380*        CURRENT AND PROPOSED RULE SETS, SORTS ITS RANGES, AND *
002385*        OPENS AND PRIMES THE CURRENT MASTER.                  *
002390***************************************************************
002400 1000-INITIALIZE SECTION.
002410     OPEN OUTPUT RPT-FILE.
002460     PERFORM 1100-LOAD-PARM-DECK THRU 1100-EXIT.
002470     PERFORM 1700-VALIDATE-PARMS THRU 1700-EXIT.
002480     PERFORM 1900-ECHO-DECK      THRU 1900-EXIT.
002485     PERFORM 1500-RESOLVE-RULE-SETS THRU 1500-EXIT.
002490     PERFORM 1150-SORT-RANGES    THRU 1150-EXIT.
002500     PERFORM 1400-OPEN-OLD-MASTER THRU 1400-EXIT.
002510     PERFORM 2100-READ-OLD         THRU 2100-EXIT.
003490                 "BE NEW"
003500     END-IF.
003510 1400-EXIT.
003511     EXIT.
003512***************************************************************
003513*    1500-RESOLVE-RULE-SETS                                    *
003514*        LOADS THE RULE-SET REGISTRY, PRINTS THE CURRENT       *
003515*        ENTRY, AND LOOKS THE PROPOSED RULE TABLE UP ON IT THE *
003516*        WAY FBMSTMNT WILL - SAME TABLE AS THE CURRENT ENTRY,  *
003517*        A RETIRED ENTRY THAT WOULD BE BROUGHT BACK, OR A      *
003518*        TABLE NOT YET REGISTERED THAT WOULD TAKE THE NEXT     *
003519*        VERSION.  NO REGISTRY AT ALL LEAVES EVERY TABLE       *
003520*        UNREGISTERED.                                         *
003521***************************************************************
003522 1500-RESOLVE-RULE-SETS SECTION.
003523     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
003524     IF WS-RULEREG-STATUS NOT = "00"
003525         DISPLAY "FBWHATIF1416I - NO RULE-SET REGISTRY FOUND - "
003526                 "THE PROPOSED RULES ARE TREATED AS "
003527                 "UNREGISTERED"
003528     END-IF.
003529     MOVE SPACES                   TO WS-PROP-RULE-SET.
003530     MOVE FB-RULE-COUNT            TO WS-PRS-COUNT.
003531     PERFORM 1510-BUILD-ONE-RULE THRU 1510-EXIT
003532             VARYING FB-RULE-IX FROM 1 BY 1
003533             UNTIL FB-RULE-IX > FB-RULE-COUNT.
003534     MOVE "CURRENT RULES:"         TO WS-RSET-TAG.
003535     IF RGT-CUR-IX = ZERO
003536         MOVE "NONE REGISTERED"    TO WS-RSET-TEXT
003537     ELSE
003538         MOVE RGT-CUR-IX           TO RGT-FOUND-IX
003539         PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT
003540         MOVE RGD-TEXT             TO WS-RSET-TEXT
003541     END-IF.
003542     PERFORM 1590-PRINT-RULE-SET THRU 1590-EXIT.
003543     MOVE WS-PROP-RULE-SET         TO RGT-WANT-RULE-SET.
003544     PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT.
003545     MOVE "PROPOSED RULES:"        TO WS-RSET-TAG.
003546     IF RGT-FOUND-IX = ZERO
003547         PERFORM 1520-DESCRIBE-UNREGISTERED THRU 1520-EXIT
003548     ELSE
003549         MOVE RGT-VERSION (RGT-FOUND-IX) TO WS-PROP-VERSION
003550         PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT
003551         MOVE RGD-TEXT             TO WS-RSET-TEXT
003552     END-IF.
003553     PERFORM 1590-PRINT-RULE-SET THRU 1590-EXIT.
003554     MOVE SPACES                   TO WS-RSET-TAG.
003555     MOVE SPACES                   TO WS-RSET-TEXT.
003556     EVALUATE TRUE
003557         WHEN WS-PROP-VERSION = ZERO
003558             CONTINUE
003559         WHEN RGT-FOUND-IX = RGT-CUR-IX
003560             MOVE "SAME AS THE CURRENT RULES - NO RULE CHANGE"
003561                                   TO WS-RSET-TEXT
003562         WHEN OTHER
003563             STRING "RETIRED " RGT-RETIRED-DATE (RGT-FOUND-IX)
003564                     " - WOULD BE BROUGHT BACK UNDER ITS OLD "
003565                     "VERSION" DELIMITED BY SIZE
003566                     INTO WS-RSET-TEXT
003567     END-EVALUATE.
003568     IF WS-RSET-TEXT NOT = SPACES
003569         PERFORM 1590-PRINT-RULE-SET THRU 1590-EXIT
003570     END-IF.
003571     MOVE " "                      TO RPT-CC.
003572     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
003573     WRITE RPT-RECORD.
003574     ADD 1 TO WS-LINE-COUNT.
003575 1500-EXIT.
003576     EXIT.
003577 1510-BUILD-ONE-RULE SECTION.
003578     MOVE FB-RULE-DIVISOR (FB-RULE-IX)
003579             TO WS-PRS-DIVISOR (FB-RULE-IX).
003580     MOVE FB-RULE-LABEL (FB-RULE-IX)
003581             TO WS-PRS-LABEL (FB-RULE-IX).
003582 1510-EXIT.
003583     EXIT.
003584***************************************************************
003585*    1520-DESCRIBE-UNREGISTERED                                *
003586*        SPELLS OUT A PROPOSED RULE TABLE THE REGISTRY HAS     *
003587*        NEVER SEEN, WITH THE VERSION FBMSTMNT WOULD GIVE IT - *
003588*        ONE PAST THE LAST ENTRY ON THE REGISTRY.              *
003589***************************************************************
003590 1520-DESCRIBE-UNREGISTERED SECTION.
003591     IF RGT-COUNT = ZERO
003592         MOVE 1                    TO WS-NEXT-VERSION
003593     ELSE
003594         COMPUTE WS-NEXT-VERSION = RGT-VERSION (RGT-COUNT) + 1
003595     END-IF.
003596     MOVE SPACES                   TO RGD-TEXT.
003597     MOVE 1                        TO RGD-PTR.
003598     STRING "NOT YET REGISTERED (" DELIMITED BY SIZE
003599             INTO RGD-TEXT WITH POINTER RGD-PTR.
003600     PERFORM 1530-DESCRIBE-ONE-RULE THRU 1530-EXIT
003601             VARYING RGD-RULE-IX FROM 1 BY 1
003602             UNTIL RGD-RULE-IX > WS-PRS-COUNT.
003603     MOVE WS-NEXT-VERSION          TO RGD-NUMBER.
003604     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
003605     STRING ") - WOULD BE REGISTERED AS V"
003606             RGD-EDIT (RGD-LEAD + 1:) DELIMITED BY SIZE
003607             INTO RGD-TEXT WITH POINTER RGD-PTR.
003608     MOVE RGD-TEXT                 TO WS-RSET-TEXT.
003609 1520-EXIT.
003610     EXIT.
003611 1530-DESCRIBE-ONE-RULE SECTION.
003612     IF RGD-RULE-IX > 1
003613         STRING " / " DELIMITED BY SIZE
003614                 INTO RGD-TEXT WITH POINTER RGD-PTR
003615     END-IF.
003616     MOVE WS-PRS-DIVISOR (RGD-RULE-IX) TO RGD-NUMBER.
003617     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
003618     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
003619             WS-PRS-LABEL (RGD-RULE-IX) DELIMITED BY SPACE
003620             INTO RGD-TEXT WITH POINTER RGD-PTR.
003621 1530-EXIT.
003622     EXIT.
003623***************************************************************
003624*    1590-PRINT-RULE-SET                                       *
003625*        WRITES ONE RULE-SET LINE UNDER THE DECK ECHO.         *
003626***************************************************************
003627 1590-PRINT-RULE-SET SECTION.
003628     MOVE " "                      TO RPT-CC.
003629     MOVE WS-RULE-SET-LINE         TO RPT-LINE.
003630     WRITE RPT-RECORD.
003631     ADD 1 TO WS-LINE-COUNT.
003632 1590-EXIT.
003633     EXIT.
003634***************************************************************
003635*    1700-VALIDATE-PARMS                                       *
003636*        VALIDATES THE WHOLE PROPOSED DECK - EVERY CARD'S      *
003637*        RANGE AND RULE TABLE, NO OVERLAPPING RANGES, AND A    *
003638*        SINGLE RULE TABLE ACROSS THE DECK - EXACTLY THE       *
003639*        CHECKS 1700-VALIDATE-PARMS IN FIZZBUZZ APPLIES, SO    *
003640*        A DECK THAT PASSES HERE PASSES IN PRODUCTION.         *
003641***************************************************************
003642 1700-VALIDATE-PARMS SECTION.
003643     PERFORM 1720-VALIDATE-ONE-CARD THRU 1720-EXIT
003644             VARYING WS-OVL-I FROM 1 BY 1
003645             UNTIL WS-OVL-I > WS-RANGE-COUNT.
003650     PERFORM 1760-CHECK-OVERLAPS THRU 1760-EXIT
003660             VARYING WS-OVL-I FROM 1 BY 1
003670             UNTIL WS-OVL-I NOT < WS-RANGE-COUNT.
006590*        CLASSIFIES A MATCHED NUMBER UNDER THE PROPOSED        *
006600*        RULES AND COMPARES THE ANSWER AGAINST THE MASTER'S    *
006610*        STORED LABEL - A DIFFERENCE IS COUNTED, TALLIED PER   *
006615*        RULE, AND SAMPLED TO THE REPORT.  A RECORD ALREADY    *
006620*        CLASSIFIED UNDER THE PROPOSED REGISTRY VERSION IS     *
006625*        COUNTED AS SUCH.                                      *
006630***************************************************************
006640 3400-COMPARE-PAIR SECTION.
006641     IF WS-PROP-VERSION NOT = ZERO
006642             AND WS-OLD-RULE-SET-REST = SPACES
006643             AND WS-OLD-RULE-VERSION = WS-PROP-VERSION
006644         ADD 1                     TO WS-ALREADY-COUNT
006645     END-IF.
006650     PERFORM 4000-CLASSIFY THRU 4000-EXIT.
006660     ADD 1                         TO WS-SIM-TOTAL.
006670     IF WS-CLASS-LABEL = WS-OLD-LABEL
007980     MOVE WS-UNCHANGED-COUNT       TO WS-SUM-VALUE.
007990     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
008000     WRITE RPT-RECORD.
008002     MOVE "ALREADY UNDER PROPOSED RULES:" TO WS-SUM-TEXT.
008004     MOVE WS-ALREADY-COUNT         TO WS-SUM-VALUE.
008006     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
008008     WRITE RPT-RECORD.
008010     MOVE "WOULD CHANGE LABEL:"    TO WS-SUM-TEXT.
008020     MOVE WS-CHANGED-COUNT         TO WS-SUM-VALUE.
008030     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
008300 7100-EXIT.
008310     EXIT.
008320***************************************************************
008321*    8000-LOAD-REGISTRY                                        *
008322*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-    *
008323*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT   *
008324*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN    *
008325*        STATUS IN WS-RULEREG-STATUS FOR THE CALLER            *
008326*        TO JUDGE.                                             *
008327***************************************************************
008328 8000-LOAD-REGISTRY SECTION.
008329     MOVE ZERO                     TO RGT-COUNT.
008330     MOVE ZERO                     TO RGT-CUR-IX.
008331     OPEN INPUT RULE-REG-FILE.
008332     IF WS-RULEREG-STATUS NOT = "00"
008333         GO TO 8000-EXIT
008334     END-IF.
008335     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
008336             UNTIL RGT-EOF.
008337     CLOSE RULE-REG-FILE.
008338 8000-EXIT.
008339     EXIT.
008340 8010-LOAD-ONE-ENTRY SECTION.
008341     READ RULE-REG-FILE INTO FB-RULE-REGISTRY-ENTRY
008342         AT END SET RGT-EOF        TO TRUE
008343     END-READ.
008344     IF RGT-EOF
008345         GO TO 8010-EXIT
008346     END-IF.
008347     IF RGT-COUNT = 99
008348         DISPLAY "FBWHATIF1417E - RULE-SET REGISTRY EXCEEDS THE "
008349                 "99-ENTRY TABLE"
008350         PERFORM 1800-ABEND THRU 1800-EXIT
008351     END-IF.
008352     ADD 1                         TO RGT-COUNT.
008353     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
008354     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
008355     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
008356     MOVE RRG-RETIRED-DATE
008357             TO RGT-RETIRED-DATE (RGT-COUNT).
008358     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
008359     IF RRG-RETIRED-DATE = SPACES
008360         MOVE RGT-COUNT            TO RGT-CUR-IX
008361     END-IF.
008362 8010-EXIT.
008363     EXIT.
008364***************************************************************
008365*    8150-FIND-RULE-SET                                        *
008366*        LOOKS UP THE NORMALIZED RULE TABLE IN                 *
008367*        RGT-WANT-RULE-SET ON THE REGISTRY TABLE, LEAVING ITS  *
008368*        ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).               *
008369***************************************************************
008370 8150-FIND-RULE-SET SECTION.
008371     MOVE ZERO                     TO RGT-FOUND-IX.
008372     PERFORM 8160-TEST-RULE-SET THRU 8160-EXIT
008373             VARYING RGT-IX FROM 1 BY 1
008374             UNTIL RGT-IX > RGT-COUNT
008375                OR RGT-FOUND-IX NOT = ZERO.
008376 8150-EXIT.
008377     EXIT.
008378 8160-TEST-RULE-SET SECTION.
008379     IF RGT-RULE-SET (RGT-IX) = RGT-WANT-RULE-SET
008380         MOVE RGT-IX               TO RGT-FOUND-IX
008381     END-IF.
008382 8160-EXIT.
008383     EXIT.
008384***************************************************************
008385*    8200-DESCRIBE-RULE-SET                                    *
008386*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT -  *
008387*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE     *
008388*        2026-09-30.                                           *
008389***************************************************************
008390 8200-DESCRIBE-RULE-SET SECTION.
008391     MOVE SPACES                   TO RGD-TEXT.
008392     MOVE 1                        TO RGD-PTR.
008393     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
008394     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
008395     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
008396             DELIMITED BY SIZE
008397             INTO RGD-TEXT WITH POINTER RGD-PTR.
008398     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
008399             VARYING RGD-RULE-IX FROM 1 BY 1
008400             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
008401     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
008402             DELIMITED BY SIZE
008403             INTO RGD-TEXT WITH POINTER RGD-PTR.
008404 8200-EXIT.
008405     EXIT.
008406 8210-DESCRIBE-ONE-RULE SECTION.
008407     IF RGD-RULE-IX > 1
008408         STRING " / " DELIMITED BY SIZE
008409                 INTO RGD-TEXT WITH POINTER RGD-PTR
008410     END-IF.
008411     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
008412     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
008413     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
008414             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
008415             DELIMITED BY SPACE
008416             INTO RGD-TEXT WITH POINTER RGD-PTR.
008417 8210-EXIT.
008418     EXIT.
008419 8220-EDIT-NUMBER SECTION.
008420     MOVE RGD-NUMBER               TO RGD-EDIT.
008421     MOVE ZERO                     TO RGD-LEAD.
008422     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
008423 8220-EXIT.
008424     EXIT.
008425***************************************************************
008426*    9000-TERMINATE                                            *
008427*        END-OF-RUN HOUSEKEEPING.                              *
008428***************************************************************
008429 9000-TERMINATE SECTION.
008430     IF NOT WS-MASTIN-EMPTY
008431         CLOSE MAST-IN-FILE
008432     END-IF.
008433     CLOSE RPT-FILE.
008434     DISPLAY "FBWHATIF1400I - SIMULATED " WS-SIM-TOTAL
008435             " NUMBERS - " WS-CHANGED-COUNT
008436             " WOULD CHANGE LABEL, " WS-NEW-COUNT
008440             " WOULD BE NEW".
008450 9000-EXIT.
008460     EXIT.
