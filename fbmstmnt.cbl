000160*                    DELTAS INSTEAD OF RELOADING THE FEED.     *
000170*                    NUMBERS OUTSIDE TODAY'S RANGES ARE KEPT   *
000180*                    AS THEY STAND.                            *
000181*                    EACH RECORD CARRIES THE VERSION OF THE    *
000182*                    RULE SET IT WAS CLASSIFIED UNDER, FROM    *
000183*                    THE RULE-SET REGISTRY THIS PROGRAM        *
000184*                    KEEPS - A RULE TABLE NEVER SEEN BEFORE    *
000185*                    IS REGISTERED UNDER THE NEXT VERSION.     *
000190*                                                             *
000200***************************************************************
000210 IDENTIFICATION       DIVISION.
000300*    DATE          BY   DESCRIPTION                            *
000310*    ----------   ----  --------------------------------------*
000320*    08/23/2026    MCD  FIRST VERSION - ENDS THE PRACTICE OF   *
000321*                       DOWNSTREAM AREAS HOARDING OLD FEED     *
000322*                       FILES TO LOOK UP A SINGLE NUMBER.      *
000323*    09/02/2026    MCD  EVERY RECLASSIFICATION THAT CHANGES    *
000324*                       A RECORD'S ANSWER NOW JOURNALS THE     *
000325*                       PRIOR RECORD IMAGE - WITH THE          *
000326*                       RECLASSIFICATION DATE AND THE OLD      *
000327*                       AND NEW LABELS - TO THE PERMANENT      *
000328*                       HISTORY FILE, SO LABEL HISTORY         *
000329*                       SURVIVES THE DELTA GDG AGING OFF.      *
000330*                       FBHISTRP REPORTS FROM IT.              *
000331*    09/02/2026    MCD  WORK NUMBER WIDENED TO PIC 9(07) AND   *
000332*                       MASTER/DELTA CONTROL RECORDS MARKED    *
000333*                       BY THE FBM-REC-TYPE BYTE (H/D/T)       *
000334*                       INSTEAD OF THE RESERVED 00000/99999    *
000335*                       KEY VALUES.  HASH TOTALS WIDENED TO    *
000336*                       9(15).  PARAMETER CARD IS NOW 96       *
000337*                       BYTES (SEE FBPARM).                    *
000338*    10/15/2026    MCD  RULE SETS NOW LIVE ON THE VERSIONED    *
000339*                       RULE-SET REGISTRY AND THE MASTER       *
000340*                       CARRIES THE VERSION IN PLACE OF THE    *
000341*                       RULE IMAGE.  CARD 1'S TABLE IS         *
000342*                       RESOLVED TO ITS VERSION - A NEW TABLE  *
000343*                       IS REGISTERED EFFECTIVE ON THE         *
000344*                       PROCESSING DATE - AND THE REGISTRY IS  *
000345*                       WRITTEN TO RULEOUT.  A MASTER STILL    *
000346*                       CARRYING IMAGES IS REFUSED UNTIL       *
000347*                       FBRULCNV HAS CONVERTED IT.             *
000348*    10/15/2026    MCD  THE RUN ID ON THE PARAMETER DECK GOES  *
000349*                       ON THE MASTER AND DELTA HEADERS AND    *
000350*                       ENDS EACH HISTORY RECORD (NOW 178      *
000351*                       BYTES).  AUDIT RECORD NOW 88 BYTES.    *
000352***************************************************************
000360 ENVIRONMENT          DIVISION.
000370 INPUT-OUTPUT         SECTION.
000380 FILE-CONTROL.
000450     SELECT MAST-IN-FILE  ASSIGN TO "MASTIN"
000460                          ORGANIZATION IS LINE SEQUENTIAL
000470                          FILE STATUS IS WS-MASTIN-STATUS.
000472     SELECT RULE-IN-FILE  ASSIGN TO "RULEIN"
000474                          ORGANIZATION IS LINE SEQUENTIAL
000476                          FILE STATUS IS WS-RULEIN-STATUS.
000480     SELECT MAST-OUT-FILE ASSIGN TO "MASTOUT"
000483                          ORGANIZATION IS LINE SEQUENTIAL.
000486     SELECT RULE-OUT-FILE ASSIGN TO "RULEOUT"
000490                          ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT DELTA-FILE    ASSIGN TO "DELTAOUT"
000510                          ORGANIZATION IS LINE SEQUENTIAL.
000540 FD  PARM-FILE.
000550 01  PARM-CARD-IMAGE          PIC X(96).
000560 FD  AUDIT-FILE.
000570     COPY FBAUDIT.
000580 FD  MAST-IN-FILE.
000590 01  MAST-IN-RECORD           PIC X(120).
000600 FD  MAST-OUT-FILE.
000620 FD  DELTA-FILE.
000630 01  DELTA-RECORD             PIC X(121).
000632 FD  HIST-FILE.
000634 01  HIST-RECORD              PIC X(178).
000635 FD  RULE-IN-FILE.
000636 01  RULE-IN-RECORD           PIC X(100).
000637 FD  RULE-OUT-FILE.
000638 01  RULE-OUT-RECORD          PIC X(100).
000640 WORKING-STORAGE      SECTION.
000650***************************************************************
000660*    THE PARAMETER CARD IN EFFECT, AND THE DECK IT CAME FROM.  *
000930     05  WS-OLD-LABEL         PIC X(40).
000940     05  WS-OLD-FLAGS         PIC X(05).
000950     05  WS-OLD-DATE          PIC X(10).
000960     05  WS-OLD-RULE-SET.
000963         10  WS-OLD-RULE-VERSION PIC 9(05).
000966         10  WS-OLD-RULE-SET-REST PIC X(52).
000970***************************************************************
000980*    MERGE STREAM STATE.  THE NEW-NUMBER STREAM WALKS THE      *
000990*    SORTED RANGES; THE OLD STREAM WALKS THE OLD MASTER'S      *
001110     88  WS-OLD-HDR-SEEN      VALUE "Y".
001120 77  WS-MASTIN-EMPTY-SW   PIC X(01) VALUE "N".
001130     88  WS-MASTIN-EMPTY      VALUE "Y".
001131***************************************************************
001132*    THE RULE-SET REGISTRY.  CARD 1'S TABLE IS RESOLVED TO     *
001133*    ITS VERSION HERE, AND THAT IS WHAT THE MASTER CARRIES.    *
001134***************************************************************
001135     COPY FBRULREG.
001136     COPY FBRULTAB.
001137 77  WS-RULEIN-STATUS     PIC X(02) VALUE SPACES.
001138 77  WS-CARD-VERSION      PIC 9(05) VALUE ZERO.
001139 77  WS-REG-EFF-DATE      PIC X(10) VALUE SPACES.
001140***************************************************************
001150*    RULE-SET IMAGES.  WS-CARD-RULE-SET IS THE CURRENT CARD'S  *
001160*    COLUMNS 15-71 NORMALIZED (UNUSED TABLE SLOTS BLANKED) SO  *
001470     05  FILLER               PIC X(35).
001480 77  WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
001490     88  WS-AUD-EOF           VALUE "Y".
001491 01  WS-AUD-PARMS-VIEW.
001492     05  FILLER               PIC X(35).
001493     05  WS-APV-PROC-DATE     PIC X(08).
001494     05  FILLER               PIC X(19).
001495     05  WS-APV-VERSION       PIC X(05).
001496     05  FILLER               PIC X(13).
001497 77  WS-RUN-PROC-DATE     PIC X(08) VALUE SPACES.
001498 77  WS-RUN-DECK-VERSION  PIC 9(05) VALUE ZERO.
001500***************************************************************
001510*    CLASSIFICATION WORK AREAS - THE SAME RULE-TABLE TEST      *
001520*    FIZZBUZZ APPLIES, SO MASTER AND FEED ALWAYS AGREE.        *
001800     05  FILLER               PIC X(07) VALUE "0000000".
001810     05  FILLER               PIC X(04) VALUE "HDR ".
001820     05  WS-MHDR-DATE         PIC X(10).
001830     05  FILLER               PIC X(01) VALUE SPACE.
001833     05  WS-MHDR-RUN-ID       PIC 9(08) VALUE ZERO.
001836     05  FILLER               PIC X(17) VALUE SPACES.
001840     05  FILLER               PIC X(15) VALUE SPACES.
001850     05  WS-MHDR-RULE-VERSION PIC 9(05).
001855     05  FILLER               PIC X(52) VALUE SPACES.
001860 01  WS-MAST-TRL-REC.
001865     05  FILLER               PIC X(01) VALUE "T".
001870     05  FILLER               PIC X(07) VALUE "0000000".
001956*    THE NEW LABEL IT WAS GIVEN.  THE FILE IS PERMANENT AND    *
001957*    APPEND-ONLY, SO THE ANSWER TO "WHAT WAS 00035 LABELLED    *
001958*    LAST MARCH, AND UNDER WHICH RULES" OUTLIVES THE DELTA     *
001959*    GENERATIONS.  THE RUN ID ENDS EACH RECORD.                *
001960***************************************************************
001961 77  WS-HIST-STATUS       PIC X(02) VALUE SPACES.
001962 77  WS-HIST-COUNT        PIC 9(07) COMP VALUE ZERO.
001964     05  WS-HIST-RECLASS-DATE PIC X(10).
001965     05  WS-HIST-OLD-IMAGE    PIC X(120).
001966     05  WS-HIST-NEW-LABEL    PIC X(40).
001967     05  WS-HIST-RUN-ID       PIC 9(08).
001968 01  WS-TODAY-RAW.
001970     05  WS-TODAY-YYYY        PIC 9(04).
001980     05  WS-TODAY-MM          PIC 9(02).
002260     PERFORM 1150-SORT-RANGES    THRU 1150-EXIT.
002270     PERFORM 1200-BUILD-RULE-SET THRU 1200-EXIT.
002280     PERFORM 1300-SCAN-AUDIT     THRU 1300-EXIT.
002285     PERFORM 1350-RESOLVE-RULE-VERSION THRU 1350-EXIT.
002290     PERFORM 1400-OPEN-OLD-MASTER THRU 1400-EXIT.
002300     OPEN OUTPUT MAST-OUT-FILE.
002310     OPEN OUTPUT DELTA-FILE.
002312     PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT.
002320     MOVE WS-TODAY-DISP            TO WS-MHDR-DATE.
002330     MOVE WS-CARD-VERSION          TO WS-MHDR-RULE-VERSION.
002333     IF FB-RUN-ID NUMERIC
002336         MOVE FB-RUN-ID            TO WS-MHDR-RUN-ID
002337     END-IF.
002340     WRITE MAST-OUT-RECORD FROM WS-MAST-HDR-REC.
002350     MOVE "H"                      TO WS-DELTA-ACTION.
002360     MOVE WS-MAST-HDR-REC          TO WS-DELTA-BODY.
003980*        NEWEST COLLECTED GROUP BACK TO SECOND PLACE AND       *
003990*        STARTS COLLECTING A FRESH ONE; EACH RUN-RULE ADDS     *
004000*        ITS ENTRY TO THE GROUP BEING COLLECTED.               *
004002*        THE LAST RUN-PARMS SEEN GIVES THE PROCESSING DATE AND *
004004*        APPROVED DECK VERSION A NEWLY REGISTERED RULE SET IS  *
004006*        RECORDED UNDER.                                       *
004010***************************************************************
004020 1310-SCAN-ONE SECTION.
004030     READ AUDIT-FILE
004220                     MOVE WS-ARV-INDEX TO WS-AG1-COUNT
004230                 END-IF
004240             END-IF
004241         WHEN AUDIT-RECORD (1:9) = "RUN-PARMS"
004242             MOVE AUDIT-RECORD     TO WS-AUD-PARMS-VIEW
004243             MOVE WS-APV-PROC-DATE TO WS-RUN-PROC-DATE
004244             IF WS-APV-VERSION NUMERIC
004245                 MOVE WS-APV-VERSION TO WS-RUN-DECK-VERSION
004246             ELSE
004247                 MOVE ZERO         TO WS-RUN-DECK-VERSION
004248             END-IF
004250     END-EVALUATE.
004260 1310-EXIT.
004261     EXIT.
004262***************************************************************
004263*    1350-RESOLVE-RULE-VERSION                                 *
004264*        LOADS THE RULE-SET REGISTRY AND FINDS CARD 1'S RULE   *
004265*        TABLE ON IT.  THE CURRENT ENTRY IS USED AS IT STANDS; *
004266*        A RETIRED ENTRY IS BROUGHT BACK INTO USE UNDER ITS    *
004267*        OLD VERSION; A TABLE NOT ON THE REGISTRY AT ALL IS    *
004268*        REGISTERED UNDER THE NEXT VERSION.  EITHER CHANGE     *
004269*        TAKES EFFECT ON THE PROCESSING DATE FBPARMSL AUDITED  *
004270*        FOR THE RUN - TODAY WHEN THERE IS NONE - AND RETIRES  *
004271*        THE ENTRY THAT WAS CURRENT.  NO REGISTRY AT ALL IS    *
004272*        THE FIRST RUN AND STARTS AN EMPTY ONE.                *
004273***************************************************************
004274 1350-RESOLVE-RULE-VERSION SECTION.
004275     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
004276     IF WS-RULEIN-STATUS NOT = "00"
004277         DISPLAY "FBMSTMNT1017I - NO RULE-SET REGISTRY FOUND - "
004278                 "A NEW ONE WILL BE STARTED"
004279     END-IF.
004280     IF WS-RUN-PROC-DATE NUMERIC
004281         STRING WS-RUN-PROC-DATE (1:4) "-"
004282                 WS-RUN-PROC-DATE (5:2) "-"
004283                 WS-RUN-PROC-DATE (7:2)
004284                 DELIMITED BY SIZE INTO WS-REG-EFF-DATE
004285     ELSE
004286         STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
004287                 DELIMITED BY SIZE INTO WS-REG-EFF-DATE
004288     END-IF.
004289     MOVE WS-CARD-RULE-SET         TO RGT-WANT-RULE-SET.
004290     PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT.
004291     EVALUATE TRUE
004292         WHEN RGT-FOUND-IX = ZERO
004293             PERFORM 1360-ADD-RULE-VERSION THRU 1360-EXIT
004294         WHEN RGT-FOUND-IX NOT = RGT-CUR-IX
004295             PERFORM 1370-REINSTATE-VERSION THRU 1370-EXIT
004296     END-EVALUATE.
004297     MOVE RGT-VERSION (RGT-FOUND-IX) TO WS-CARD-VERSION.
004298     PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT.
004299     DISPLAY "FBMSTMNT1018I - CLASSIFYING UNDER " RGD-TEXT.
004300 1350-EXIT.
004301     EXIT.
004302***************************************************************
004303*    1360-ADD-RULE-VERSION                                     *
004304*        REGISTERS CARD 1'S TABLE UNDER THE NEXT VERSION,      *
004305*        NAMING THE APPROVED DECK VERSION FBPARMSL AUDITED,    *
004306*        AND RETIRES THE ENTRY IT TAKES OVER FROM.  THE        *
004307*        REGISTRY IS IN VERSION ORDER, SO THE LAST ENTRY       *
004308*        HOLDS THE HIGHEST VERSION.                            *
004309***************************************************************
004310 1360-ADD-RULE-VERSION SECTION.
004311     IF RGT-COUNT = 99
004312         DISPLAY "FBMSTMNT1019E - RULE-SET REGISTRY EXCEEDS THE "
004313                 "99-ENTRY TABLE"
004314         PERFORM 1800-ABEND THRU 1800-EXIT
004315     END-IF.
004316     IF RGT-CUR-IX NOT = ZERO
004317         MOVE WS-REG-EFF-DATE
004318                 TO RGT-RETIRED-DATE (RGT-CUR-IX)
004319     END-IF.
004320     ADD 1                         TO RGT-COUNT.
004321     IF RGT-COUNT = 1
004322         MOVE 1                    TO RGT-VERSION (RGT-COUNT)
004323     ELSE
004324         COMPUTE RGT-VERSION (RGT-COUNT) =
004325                 RGT-VERSION (RGT-COUNT - 1) + 1
004326     END-IF.
004327     MOVE WS-CARD-RULE-SET         TO RGT-RULE-SET (RGT-COUNT).
004328     MOVE WS-REG-EFF-DATE          TO RGT-EFF-DATE (RGT-COUNT).
004329     MOVE SPACES
004330             TO RGT-RETIRED-DATE (RGT-COUNT).
004331     MOVE WS-RUN-DECK-VERSION      TO RGT-APPR-DECK (RGT-COUNT).
004332     MOVE RGT-COUNT                TO RGT-FOUND-IX.
004333     MOVE RGT-COUNT                TO RGT-CUR-IX.
004334     DISPLAY "FBMSTMNT1020I - NEW RULE TABLE REGISTERED AS "
004335             "VERSION " RGT-VERSION (RGT-COUNT)
004336             " UNDER DECK VERSION " WS-RUN-DECK-VERSION.
004337 1360-EXIT.
004338     EXIT.
004339***************************************************************
004340*    1370-REINSTATE-VERSION                                    *
004341*        BRINGS A RETIRED ENTRY BACK INTO USE - A DECK PUT     *
004342*        BACK TO AN EARLIER TABLE KEEPS THAT TABLE'S VERSION,  *
004343*        SO RECORDS STILL CARRYING IT ARE NOT RECLASSIFIED.    *
004344***************************************************************
004345 1370-REINSTATE-VERSION SECTION.
004346     IF RGT-CUR-IX NOT = ZERO
004347         MOVE WS-REG-EFF-DATE
004348                 TO RGT-RETIRED-DATE (RGT-CUR-IX)
004349     END-IF.
004350     MOVE SPACES
004351             TO RGT-RETIRED-DATE (RGT-FOUND-IX).
004352     MOVE RGT-FOUND-IX             TO RGT-CUR-IX.
004353     DISPLAY "FBMSTMNT1021I - RETIRED RULE SET VERSION "
004354             RGT-VERSION (RGT-FOUND-IX) " BROUGHT BACK INTO USE".
004355 1370-EXIT.
004356     EXIT.
004357***************************************************************
004358*    1400-OPEN-OLD-MASTER                                      *
004359*        OPENS THE OLD MASTER.  A MISSING FILE IS THE FIRST    *
004360*        LOAD - EVERY NUMBER IN RANGE WILL BE AN INSERT.       *
004361***************************************************************
004362 1400-OPEN-OLD-MASTER SECTION.
004363     OPEN INPUT MAST-IN-FILE.
004364     IF WS-MASTIN-STATUS NOT = "00"
004365         SET WS-MASTIN-EMPTY       TO TRUE
004370         SET WS-OLD-EOF            TO TRUE
004380         DISPLAY "FBMSTMNT1012I - NO OLD MASTER FOUND - "
004390                 "FIRST LOAD, EVERY NUMBER IN RANGE WILL BE "
004790         SET WS-OLD-TRL-SEEN       TO TRUE
004800         MOVE WS-OLD-LABEL         TO WS-OLD-TRL-PARSE
004810         GO TO 2100-READ-OLD
004811     END-IF.
004812     IF WS-OLD-RULE-SET-REST NOT = SPACES
004813         DISPLAY "FBMSTMNT1016E - OLD MASTER RECORD "
004814                 WS-OLD-NUMBER " CARRIES A RULE-SET IMAGE, NOT "
004815                 "A REGISTRY VERSION - RUN FBRULCNV FIRST"
004816         PERFORM 1800-ABEND THRU 1800-EXIT
004820     END-IF.
004830     ADD 1                         TO WS-OLDIN-COUNT.
004840     ADD WS-OLD-NUMBER             TO WS-OLDIN-HASH.
006270*        CHANGE THE ANSWER IS JUST A RULE-SET RESTAMP.         *
006280***************************************************************
006290 3400-MATCH-PAIR SECTION.
006300     IF WS-OLD-RULE-VERSION = WS-CARD-VERSION
006310         MOVE WS-OLD-MASTER        TO FB-MASTER-RECORD
006320         PERFORM 5000-WRITE-MASTER THRU 5000-EXIT
006330         ADD 1                     TO WS-KEPT-COUNT
006920     MOVE WS-CLASS-LABEL           TO FBM-LABEL.
006930     MOVE WS-CLASS-FLAGS           TO FBM-RULE-FLAGS.
006940     MOVE WS-TODAY-DISP            TO FBM-DATE-CLASSIFIED.
006950     MOVE SPACES                   TO FBM-RULE-SET.
006955     MOVE WS-CARD-VERSION          TO FBM-RULE-VERSION.
006960 4500-EXIT.
006970     EXIT.
006980***************************************************************
007190     ADD 1                         TO WS-DELTA-COUNT.
007200     ADD FBM-NUMBER                TO WS-DELTA-HASH.
007210 5100-EXIT.
007213     EXIT.
007216***************************************************************
007221*    5200-WRITE-HISTORY                                        *
007222*        JOURNALS THE PRIOR RECORD IMAGE OF A                  *
007223*        RECLASSIFICATION THAT CHANGED THE ANSWER - THE        *
007230     MOVE WS-TODAY-DISP            TO WS-HIST-RECLASS-DATE.
007231     MOVE WS-OLD-MASTER            TO WS-HIST-OLD-IMAGE.
007232     MOVE FBM-LABEL                TO WS-HIST-NEW-LABEL.
007233     MOVE WS-MHDR-RUN-ID           TO WS-HIST-RUN-ID.
007234     WRITE HIST-RECORD FROM WS-HIST-OUT.
007235     ADD 1                         TO WS-HIST-COUNT.
007236 5200-EXIT.
007237     EXIT.
007238***************************************************************
007239*    5300-WRITE-REGISTRY                                       *
007240*        WRITES THE REGISTRY AS IT STANDS AFTER 1350 TO THE    *
007241*        NEXT REGISTRY GENERATION, IN VERSION ORDER.           *
007242***************************************************************
007243 5300-WRITE-REGISTRY SECTION.
007244     OPEN OUTPUT RULE-OUT-FILE.
007245     PERFORM 5310-WRITE-ONE-ENTRY THRU 5310-EXIT
007246             VARYING RGT-IX FROM 1 BY 1
007247             UNTIL RGT-IX > RGT-COUNT.
007248     CLOSE RULE-OUT-FILE.
007249     DISPLAY "FBMSTMNT1022I - RULE-SET REGISTRY ENTRIES WRITTEN "
007250             RGT-COUNT.
007251 5300-EXIT.
007252     EXIT.
007253 5310-WRITE-ONE-ENTRY SECTION.
007254     MOVE SPACES                   TO FB-RULE-REGISTRY-ENTRY.
007255     MOVE RGT-VERSION (RGT-IX)     TO RRG-VERSION.
007256     MOVE RGT-RULE-SET (RGT-IX)    TO RRG-RULE-SET.
007257     MOVE RGT-EFF-DATE (RGT-IX)    TO RRG-EFF-DATE.
007258     MOVE RGT-RETIRED-DATE (RGT-IX) TO RRG-RETIRED-DATE.
007259     MOVE RGT-APPR-DECK (RGT-IX)   TO RRG-APPR-DECK.
007260     WRITE RULE-OUT-RECORD FROM FB-RULE-REGISTRY-ENTRY.
007261 5310-EXIT.
007262     EXIT.
007263***************************************************************
007264*    8000-LOAD-REGISTRY                                        *
007265*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-    *
007266*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT   *
007267*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN    *
007268*        STATUS IN WS-RULEIN-STATUS FOR THE CALLER             *
007269*        TO JUDGE.                                             *
007270***************************************************************
007271 8000-LOAD-REGISTRY SECTION.
007272     MOVE ZERO                     TO RGT-COUNT.
007273     MOVE ZERO                     TO RGT-CUR-IX.
007274     OPEN INPUT RULE-IN-FILE.
007275     IF WS-RULEIN-STATUS NOT = "00"
007276         GO TO 8000-EXIT
007277     END-IF.
007278     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
007279             UNTIL RGT-EOF.
007280     CLOSE RULE-IN-FILE.
007281 8000-EXIT.
007282     EXIT.
007283 8010-LOAD-ONE-ENTRY SECTION.
007284     READ RULE-IN-FILE INTO FB-RULE-REGISTRY-ENTRY
007285         AT END SET RGT-EOF        TO TRUE
007286     END-READ.
007287     IF RGT-EOF
007288         GO TO 8010-EXIT
007289     END-IF.
007290     IF RGT-COUNT = 99
007291         DISPLAY "FBMSTMNT1019E - RULE-SET REGISTRY EXCEEDS THE "
007292                 "99-ENTRY TABLE"
007293         PERFORM 1800-ABEND THRU 1800-EXIT
007294     END-IF.
007295     ADD 1                         TO RGT-COUNT.
007296     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
007297     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
007298     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
007299     MOVE RRG-RETIRED-DATE
007300             TO RGT-RETIRED-DATE (RGT-COUNT).
007301     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
007302     IF RRG-RETIRED-DATE = SPACES
007303         MOVE RGT-COUNT            TO RGT-CUR-IX
007304     END-IF.
007305 8010-EXIT.
007306     EXIT.
007307***************************************************************
007308*    8100-FIND-VERSION                                         *
007309*        LOOKS UP RGT-WANT-VERSION ON THE REGISTRY TABLE,      *
007310*        LEAVING ITS ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).   *
007311***************************************************************
007312 8100-FIND-VERSION SECTION.
007313     MOVE ZERO                     TO RGT-FOUND-IX.
007314     PERFORM 8110-TEST-VERSION THRU 8110-EXIT
007315             VARYING RGT-IX FROM 1 BY 1
007316             UNTIL RGT-IX > RGT-COUNT
007317                OR RGT-FOUND-IX NOT = ZERO.
007318 8100-EXIT.
007319     EXIT.
007320 8110-TEST-VERSION SECTION.
007321     IF RGT-VERSION (RGT-IX) = RGT-WANT-VERSION
007322         MOVE RGT-IX               TO RGT-FOUND-IX
007323     END-IF.
007324 8110-EXIT.
007325     EXIT.
007326***************************************************************
007327*    8150-FIND-RULE-SET                                        *
007328*        LOOKS UP THE NORMALIZED RULE TABLE IN                 *
007329*        RGT-WANT-RULE-SET ON THE REGISTRY TABLE, LEAVING ITS  *
007330*        ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).               *
007331***************************************************************
007332 8150-FIND-RULE-SET SECTION.
007333     MOVE ZERO                     TO RGT-FOUND-IX.
007334     PERFORM 8160-TEST-RULE-SET THRU 8160-EXIT
007335             VARYING RGT-IX FROM 1 BY 1
007336             UNTIL RGT-IX > RGT-COUNT
007337                OR RGT-FOUND-IX NOT = ZERO.
007338 8150-EXIT.
007339     EXIT.
007340 8160-TEST-RULE-SET SECTION.
007341     IF RGT-RULE-SET (RGT-IX) = RGT-WANT-RULE-SET
007342         MOVE RGT-IX               TO RGT-FOUND-IX
007343     END-IF.
007344 8160-EXIT.
007345     EXIT.
007346***************************************************************
007347*    8200-DESCRIBE-RULE-SET                                    *
007348*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT -  *
007349*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE     *
007350*        2026-09-30.                                           *
007351***************************************************************
007352 8200-DESCRIBE-RULE-SET SECTION.
007353     MOVE SPACES                   TO RGD-TEXT.
007354     MOVE 1                        TO RGD-PTR.
007355     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
007356     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
007357     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
007358             DELIMITED BY SIZE
007359             INTO RGD-TEXT WITH POINTER RGD-PTR.
007360     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
007361             VARYING RGD-RULE-IX FROM 1 BY 1
007362             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
007363     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
007364             DELIMITED BY SIZE
007365             INTO RGD-TEXT WITH POINTER RGD-PTR.
007366 8200-EXIT.
007367     EXIT.
007368 8210-DESCRIBE-ONE-RULE SECTION.
007369     IF RGD-RULE-IX > 1
007370         STRING " / " DELIMITED BY SIZE
007371                 INTO RGD-TEXT WITH POINTER RGD-PTR
007372     END-IF.
007373     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
007374     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
007375     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
007376             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
007377             DELIMITED BY SPACE
007378             INTO RGD-TEXT WITH POINTER RGD-PTR.
007379 8210-EXIT.
007380     EXIT.
007381 8220-EDIT-NUMBER SECTION.
007382     MOVE RGD-NUMBER               TO RGD-EDIT.
007383     MOVE ZERO                     TO RGD-LEAD.
007384     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
007385 8220-EXIT.
007386     EXIT.
007387***************************************************************
007388*    9000-TERMINATE                                            *
007389*        WRITES THE NEW MASTER'S AND THE DELTA EXTRACT'S       *
007390*        TRAILERS, CLOSES EVERYTHING, AND REPORTS THE RUN'S    *
007391*        DISPOSITION COUNTS.                                   *
007392***************************************************************
007393 9000-TERMINATE SECTION.
007394     MOVE WS-OUT-COUNT             TO WS-MTRL-COUNT.
007395     MOVE WS-OUT-HASH              TO WS-MTRL-HASH.
007396     WRITE MAST-OUT-RECORD FROM WS-MAST-TRL-REC.
007397     PERFORM 5300-WRITE-REGISTRY THRU 5300-EXIT.
007398     MOVE WS-DELTA-COUNT           TO WS-MTRL-COUNT.
007399     MOVE WS-DELTA-HASH            TO WS-MTRL-HASH.
007400     MOVE "T"                      TO WS-DELTA-ACTION.
007401     MOVE SPACES                   TO WS-DELTA-BODY.
007402     MOVE WS-MAST-TRL-REC (1:46)   TO WS-DELTA-BODY (1:46).
007403     WRITE DELTA-RECORD FROM WS-DELTA-OUT.
007404     IF NOT WS-MASTIN-EMPTY
007405         CLOSE MAST-IN-FILE
007410     END-IF.
007420     CLOSE MAST-OUT-FILE.
007430     CLOSE DELTA-FILE.
