000090*                    DUPLICATES, TRAILER COUNT AND NUMBER     *
000100*                    HASH MATCHING THE DETAILS, AND A         *
000110*                    SAMPLED RE-DERIVATION OF EACH RECORD'S   *
000120*                    LABEL AND RULE FLAGS FROM THE REGISTERED *
000130*                    RULE SET ITS VERSION NAMES.  A NON-ZERO  *
000140*                    RETURN CODE HOLDS THE MERGE SO A         *
000150*                    CORRUPT INPUT GENERATION NEVER SEEDS     *
000160*                    THE NEXT MASTER.                         *
000332*                       FIRST-LOAD BOOTSTRAP INSTEAD OF        *
000333*                       FAILING THE BOOK-END CHECKS AND        *
000334*                       HOLDING THE FIRST MERGE.               *
000335*    10/15/2026    MCD  RE-DERIVATION NOW USES THE REGISTERED  *
000336*                       RULE SET THE RECORD'S RULE VERSION     *
000337*                       NAMES; A VERSION MISSING FROM THE      *
000338*                       REGISTRY OR AN UNCONVERTED RULE-SET    *
000339*                       IMAGE FAILS THE DETAIL.                *
000340***************************************************************
000350 ENVIRONMENT          DIVISION.
000360 INPUT-OUTPUT         SECTION.
000430                          FILE STATUS IS WS-MASTIN-STATUS.
000440     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000450                          ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT RULE-REG-FILE ASSIGN TO "RULEREG"
000454                          ORGANIZATION IS LINE SEQUENTIAL
000456                          FILE STATUS IS WS-RULEREG-STATUS.
000460 DATA                 DIVISION.
000470 FILE                 SECTION.
000480 FD  VFYPARM-FILE.
000510     05  FILLER               PIC X(75).
000520 FD  MAST-IN-FILE.
000530 01  MAST-IN-RECORD           PIC X(120).
000533 FD  RULE-REG-FILE.
000536 01  RULE-REG-RECORD          PIC X(100).
000540 FD  RPT-FILE.
000550 01  RPT-RECORD.
000560     05  RPT-CC               PIC X(01).
000580 WORKING-STORAGE      SECTION.
000590 77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.
000600 77  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
000605 77  WS-RULEREG-STATUS    PIC X(02) VALUE SPACES.
000610 77  WS-MAST-EOF-SWITCH   PIC X(01) VALUE "N".
000620     88  WS-MAST-EOF          VALUE "Y".
000630***************************************************************
000930     05  WS-MTP-HASH          PIC 9(15).
000940     05  FILLER               PIC X(02).
000950***************************************************************
000960*    RE-DERIVATION WORK AREAS.  THE REGISTERED RULE SET THE   *
000970*    RECORD'S VERSION NAMES IS TAKEN INTO THE SAME            *
000980*    COUNT-AND-ENTRIES SHAPE FBMSTMNT BUILDS, AND THE         *
000990*    RECORD'S NUMBER IS CLASSIFIED UNDER IT WITH THE SAME     *
000993*    TEST EVERY CLASSIFIER IN THE CHAIN USES.  THE REGISTRY   *
000996*    IS HELD IN STORAGE FOR THE WHOLE WALK.                   *
001000***************************************************************
001003     COPY FBRULREG.
001006     COPY FBRULTAB.
001010 01  WS-STORED-RULE-SET.
001020     05  WS-SRS-COUNT         PIC 9(02).
001030     05  WS-SRS-ENTRY OCCURS 5 TIMES.
001700     EXIT.
001710***************************************************************
001720*    1000-INITIALIZE                                           *
001730*        READS THE SAMPLING-RATE PARAMETER, OPENS THE MASTER   *
001740*        AND THE REPORT, AND LOADS THE RULE-SET REGISTRY.      *
001750***************************************************************
001760 1000-INITIALIZE SECTION.
001770     OPEN OUTPUT RPT-FILE.
001990         MOVE 16                  TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002011     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
002012     IF WS-RULEREG-STATUS NOT = "00"
002013         DISPLAY "FBMSTVFY2004E - RULE-SET REGISTRY COULD NOT "
002014                 "BE OPENED, STATUS " WS-RULEREG-STATUS
002015         PERFORM 1800-ABEND THRU 1800-EXIT
002016     END-IF.
002020 1000-EXIT.
002021     EXIT.
002022***************************************************************
002023*    1800-ABEND                                                *
002024*        TERMINATES THE RUN WITH RETURN CODE 16.               *
002025***************************************************************
002026 1800-ABEND SECTION.
002027     MOVE 16                       TO RETURN-CODE.
002028     STOP RUN.
002029 1800-EXIT.
002030     EXIT.
002040***************************************************************
002050*    2000-WRITE-HEADERS                                        *
002710***************************************************************
002720*    3200-VERIFY-DETAIL                                        *
002730*        PROVES ONE DETAIL RECORD - STRICTLY ASCENDING KEY,    *
002740*        NO DUPLICATE, ROLLED INTO THE COUNT AND HASH, A RULE  *
002750*        VERSION THE REGISTRY KNOWS, AND RE-DERIVED WHEN THE   *
002755*        SAMPLE RATE SAYS SO.                                  *
002760***************************************************************
002770 3200-VERIFY-DETAIL SECTION.
002780     IF WS-PREV-SET
002930     SET WS-PREV-SET               TO TRUE.
002940     ADD 1                         TO WS-DETAIL-COUNT.
002950     ADD FBM-NUMBER                TO WS-DETAIL-HASH.
002951     IF FBM-RULE-SET-REST NOT = SPACES
002952         MOVE FBM-NUMBER           TO WS-FAIL-NUMBER
002953         MOVE "RULE SET IS AN UNCONVERTED PRE-REGISTRY IMAGE"
002954                                   TO WS-FAIL-TEXT
002955         PERFORM 6000-PRINT-FAIL THRU 6000-EXIT
002956         GO TO 3200-EXIT
002957     END-IF.
002958     MOVE FBM-RULE-VERSION         TO RGT-WANT-VERSION.
002959     PERFORM 8100-FIND-VERSION THRU 8100-EXIT.
002960     IF RGT-FOUND-IX = ZERO
002961         MOVE FBM-NUMBER           TO WS-FAIL-NUMBER
002962         MOVE "RULE VERSION IS NOT ON THE RULE-SET REGISTRY"
002963                                   TO WS-FAIL-TEXT
002964         PERFORM 6000-PRINT-FAIL THRU 6000-EXIT
002965         GO TO 3200-EXIT
002966     END-IF.
002967     IF FUNCTION MOD (WS-DETAIL-COUNT WS-SAMPLE-RATE) = ZERO
002970         PERFORM 4000-REDERIVE THRU 4000-EXIT
002980     END-IF.
002990 3200-EXIT.
003340***************************************************************
003350*    4000-REDERIVE                                             *
003360*        RE-DERIVES THE CURRENT DETAIL RECORD'S LABEL AND      *
003370*        RULE FLAGS FROM THE REGISTERED RULE SET ITS VERSION   *
003380*        NAMES (FOUND BY 3200) AND COMPARES THEM AGAINST WHAT  *
003385*        THE RECORD CARRIES.                                   *
003390***************************************************************
003400 4000-REDERIVE SECTION.
003410     ADD 1                         TO WS-SAMPLED-COUNT.
003420     MOVE RGT-RULE-SET (RGT-FOUND-IX) TO WS-STORED-RULE-SET.
003430     IF WS-SRS-COUNT NOT NUMERIC
003440             OR WS-SRS-COUNT = ZERO OR WS-SRS-COUNT > 5
003450         MOVE FBM-NUMBER           TO WS-FAIL-NUMBER
003460         MOVE "REGISTERED RULE SET IS UNREADABLE"
003470                                   TO WS-FAIL-TEXT
003480         PERFORM 6000-PRINT-FAIL THRU 6000-EXIT
003490         GO TO 4000-EXIT
003750***************************************************************
003760*    4100-APPLY-ONE-RULE                                       *
003770*        TESTS THE RECORD'S NUMBER AGAINST ONE ENTRY OF ITS    *
003780*        REGISTERED RULE SET - THE SAME TEST EVERY CLASSIFIER  *
003790*        IN THE CHAIN APPLIES.  AN UNREADABLE OR ZERO DIVISOR  *
003800*        IN A SLOT THE COUNT COVERS IS ITSELF A FAILURE.       *
003810***************************************************************
003820 4100-APPLY-ONE-RULE SECTION.
003830     IF WS-SRS-DIVISOR (WS-RULE-IX) NOT NUMERIC
003840         MOVE FBM-NUMBER           TO WS-FAIL-NUMBER
003850         MOVE "REGISTERED RULE DIVISOR IS NOT NUMERIC"
003860                                   TO WS-FAIL-TEXT
003870         PERFORM 6000-PRINT-FAIL THRU 6000-EXIT
003880         GO TO 4100-EXIT
004520 7000-EXIT.
004530     EXIT.
004540***************************************************************
004541*    8000-LOAD-REGISTRY                                        *
004542*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-    *
004543*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT   *
004544*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN    *
004545*        STATUS IN WS-RULEREG-STATUS FOR THE CALLER            *
004546*        TO JUDGE.                                             *
004547***************************************************************
004548 8000-LOAD-REGISTRY SECTION.
004549     MOVE ZERO                     TO RGT-COUNT.
004550     MOVE ZERO                     TO RGT-CUR-IX.
004551     OPEN INPUT RULE-REG-FILE.
004552     IF WS-RULEREG-STATUS NOT = "00"
004553         GO TO 8000-EXIT
004554     END-IF.
004555     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
004556             UNTIL RGT-EOF.
004557     CLOSE RULE-REG-FILE.
004558 8000-EXIT.
004559     EXIT.
004560 8010-LOAD-ONE-ENTRY SECTION.
004561     READ RULE-REG-FILE INTO FB-RULE-REGISTRY-ENTRY
004562         AT END SET RGT-EOF        TO TRUE
004563     END-READ.
004564     IF RGT-EOF
004565         GO TO 8010-EXIT
004566     END-IF.
004567     IF RGT-COUNT = 99
004568         DISPLAY "FBMSTVFY2005E - RULE-SET REGISTRY EXCEEDS THE "
004569                 "99-ENTRY TABLE"
004570         PERFORM 1800-ABEND THRU 1800-EXIT
004571     END-IF.
004572     ADD 1                         TO RGT-COUNT.
004573     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
004574     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
004575     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
004576     MOVE RRG-RETIRED-DATE
004577             TO RGT-RETIRED-DATE (RGT-COUNT).
004578     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
004579     IF RRG-RETIRED-DATE = SPACES
004580         MOVE RGT-COUNT            TO RGT-CUR-IX
004581     END-IF.
004582 8010-EXIT.
004583     EXIT.
004584***************************************************************
004585*    8100-FIND-VERSION                                         *
004586*        LOOKS UP RGT-WANT-VERSION ON THE REGISTRY TABLE,      *
004587*        LEAVING ITS ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).   *
004588***************************************************************
004589 8100-FIND-VERSION SECTION.
004590     MOVE ZERO                     TO RGT-FOUND-IX.
004591     PERFORM 8110-TEST-VERSION THRU 8110-EXIT
004592             VARYING RGT-IX FROM 1 BY 1
004593             UNTIL RGT-IX > RGT-COUNT
004594                OR RGT-FOUND-IX NOT = ZERO.
004595 8100-EXIT.
004596     EXIT.
004597 8110-TEST-VERSION SECTION.
004598     IF RGT-VERSION (RGT-IX) = RGT-WANT-VERSION
004599         MOVE RGT-IX               TO RGT-FOUND-IX
004600     END-IF.
004601 8110-EXIT.
004602     EXIT.
004603***************************************************************
004604*    9000-TERMINATE                                            *
004605*        END-OF-RUN HOUSEKEEPING.                              *
004606***************************************************************
004607 9000-TERMINATE SECTION.
004608     CLOSE RPT-FILE.
004609 9000-EXIT.
004610     EXIT.
