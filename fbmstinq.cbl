000090*                    FILE PLUS A PRINT REPORT SHOWING THE     *
000100*                    LABEL, RULE FLAGS, DATE CLASSIFIED, AND  *
000110*                    THE RULE SET THE NUMBER WAS CLASSIFIED   *
000120*                    UNDER, SPELLED OUT FROM THE RULE-SET     *
000130*                    REGISTRY.  A NUMBER NOT ON THE MASTER    *
000140*                    GETS A NOT-ON-MASTER EXCEPTION LINE AND  *
000143*                    THE RUN ENDS WITH A NON-ZERO RETURN      *
000146*                    CODE.                                    *
000150*                                                             *
000160***************************************************************
000170 IDENTIFICATION       DIVISION.
000290*                       PHONE IN MASTER LOOKUPS SEVERAL TIMES  *
000300*                       A WEEK; THIS PUTS THE LOOKUP IN A      *
000310*                       BATCH DECK INSTEAD.                    *
000311*    10/15/2026    MCD  THE RULE SET IS NOW SHOWN FROM THE     *
000312*                       RULE-SET REGISTRY - VERSION AND        *
000313*                       EFFECTIVE DATE ON THE RESPONSE, THE    *
000314*                       FULL DESCRIPTION UNDER EACH REPORT     *
000315*                       DETAIL.                                *
000320***************************************************************
000330 ENVIRONMENT          DIVISION.
000340 INPUT-OUTPUT         SECTION.
000430                          ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000450                          ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT RULE-REG-FILE ASSIGN TO "RULEREG"
000454                          ORGANIZATION IS LINE SEQUENTIAL
000456                          FILE STATUS IS WS-RULEREG-STATUS.
000460 DATA                 DIVISION.
000470 FILE                 SECTION.
000480 FD  REQ-FILE.
000490 01  REQ-CARD-IMAGE           PIC X(80).
000500 FD  MAST-IN-FILE.
000510 01  MAST-IN-RECORD           PIC X(120).
000513 FD  RULE-REG-FILE.
000516 01  RULE-REG-RECORD          PIC X(100).
000520 FD  RESP-FILE.
000530 01  RESP-RECORD.
000540     05  RESP-NUMBER          PIC 9(07).
000560     05  RESP-LABEL           PIC X(40).
000570     05  RESP-FLAGS           PIC X(05).
000580     05  RESP-DATE            PIC X(10).
000585     05  RESP-RULE-VERSION    PIC 9(05).
000590     05  RESP-RULE-EFF-DATE   PIC X(10).
000595     05  FILLER               PIC X(42).
000600 FD  RPT-FILE.
000610 01  RPT-RECORD.
000620     05  RPT-CC               PIC X(01).
000640 WORKING-STORAGE      SECTION.
000650 77  WS-REQ-STATUS        PIC X(02) VALUE SPACES.
000660 77  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
000665 77  WS-RULEREG-STATUS    PIC X(02) VALUE SPACES.
000670***************************************************************
000680*    THE REQUEST DECK.  ONE CARD PER REQUEST - COLS 1-7 THE   *
000690*    WORK NUMBER, COLS 8-14 AN OPTIONAL RANGE END (BLANK OR  *
001070     05  WS-MTP-HASH          PIC 9(15).
001080     05  FILLER               PIC X(02).
001090***************************************************************
001091*    THE RULE-SET REGISTRY THAT TURNS A RECORD'S RULE         *
001092*    VERSION BACK INTO ITS DIVISORS AND LABELS.               *
001093***************************************************************
001094     COPY FBRULREG.
001095     COPY FBRULTAB.
001096***************************************************************
001100*    INQUIRY TOTALS.  THE RUN ENDS WITH RETURN CODE 4 WHEN    *
001110*    ANY REQUESTED NUMBER IS NOT ON THE MASTER, SO THE        *
001120*    SUBMITTING AREA SEES THE MISS WITHOUT READING THE        *
001410     05  FILLER               PIC X(02) VALUE SPACES.
001420     05  FILLER               PIC X(10) VALUE "CLASSIFIED".
001430     05  FILLER               PIC X(02) VALUE SPACES.
001440     05  FILLER               PIC X(62) VALUE SPACES.
001460 01  WS-DETAIL-LINE.
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  WS-DET-NUMBER        PIC 9(07).
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  WS-DET-DATE          PIC X(10).
001550     05  FILLER               PIC X(02) VALUE SPACES.
001555     05  FILLER               PIC X(60) VALUE SPACES.
001560 01  WS-RULE-SET-LINE.
001565     05  FILLER               PIC X(12) VALUE SPACES.
001570     05  WS-DET-RULE-TEXT     PIC X(112).
001575     05  FILLER               PIC X(08) VALUE SPACES.
001580 01  WS-MISSING-LINE.
001590     05  FILLER               PIC X(01) VALUE SPACE.
001600     05  WS-MIS-NUMBER        PIC 9(07).
001890***************************************************************
001900*    1000-INITIALIZE                                           *
001910*        OPENS THE REPORT AND RESPONSE FILES, LOADS AND        *
001916*        VALIDATES THE REQUEST DECK, OPENS THE MASTER, AND     *
001922*        LOADS THE RULE-SET REGISTRY.                          *
001930***************************************************************
001940 1000-INITIALIZE SECTION.
001950     OPEN OUTPUT RPT-FILE.
002030     IF WS-MASTIN-STATUS NOT = "00"
002040         DISPLAY "FBMSTINQ1301E - MASTER FILE COULD NOT BE "
002050                 "OPENED, STATUS " WS-MASTIN-STATUS
002051         PERFORM 1800-ABEND THRU 1800-EXIT
002052     END-IF.
002053     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
002054     IF WS-RULEREG-STATUS NOT = "00"
002055         DISPLAY "FBMSTINQ1313E - RULE-SET REGISTRY COULD NOT "
002056                 "BE OPENED, STATUS " WS-RULEREG-STATUS
002060         PERFORM 1800-ABEND THRU 1800-EXIT
002070     END-IF.
002080 1000-EXIT.
004320***************************************************************
004330*    4000-REPORT-FOUND                                         *
004340*        WRITES THE RESPONSE RECORD AND THE REPORT DETAIL      *
004350*        LINES FOR A REQUESTED NUMBER FOUND ON THE MASTER -    *
004353*        THE RECORD ITSELF, THEN ITS RULE SET AS THE REGISTRY  *
004356*        DESCRIBES IT.                                         *
004360***************************************************************
004370 4000-REPORT-FOUND SECTION.
004375     PERFORM 4050-DESCRIBE-RULES THRU 4050-EXIT.
004380     MOVE FBM-NUMBER               TO RESP-NUMBER.
004390     MOVE "F"                      TO RESP-STATUS.
004400     MOVE FBM-LABEL                TO RESP-LABEL.
004410     MOVE FBM-RULE-FLAGS           TO RESP-FLAGS.
004420     MOVE FBM-DATE-CLASSIFIED      TO RESP-DATE.
004422     MOVE SPACES                   TO RESP-RULE-EFF-DATE.
004424     MOVE ZERO                     TO RESP-RULE-VERSION.
004426     IF RGT-FOUND-IX NOT = ZERO
004428         MOVE RGT-VERSION (RGT-FOUND-IX) TO RESP-RULE-VERSION
004430         MOVE RGT-EFF-DATE (RGT-FOUND-IX)
004432                 TO RESP-RULE-EFF-DATE
004434     END-IF.
004440     WRITE RESP-RECORD.
004450     IF WS-LINE-COUNT + 2 > WS-MAX-LINES
004460         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
004470     END-IF.
004480     MOVE FBM-NUMBER               TO WS-DET-NUMBER.
004490     MOVE FBM-LABEL                TO WS-DET-LABEL.
004500     MOVE FBM-RULE-FLAGS           TO WS-DET-FLAGS.
004510     MOVE FBM-DATE-CLASSIFIED      TO WS-DET-DATE.
004530     MOVE " "                      TO RPT-CC.
004540     MOVE WS-DETAIL-LINE           TO RPT-LINE.
004550     WRITE RPT-RECORD.
004560     ADD 1 TO WS-LINE-COUNT.
004562     MOVE WS-RULE-SET-LINE         TO RPT-LINE.
004564     WRITE RPT-RECORD.
004566     ADD 1 TO WS-LINE-COUNT.
004570     ADD 1 TO WS-FOUND-COUNT.
004580 4000-EXIT.
004581     EXIT.
004582***************************************************************
004583*    4050-DESCRIBE-RULES                                       *
004584*        FINDS THE RECORD'S RULE VERSION ON THE REGISTRY AND   *
004585*        SPELLS IT OUT.  A VERSION THE REGISTRY DOES NOT       *
004586*        CARRY, OR A RECORD STILL HOLDING A RULE-SET IMAGE     *
004587*        FROM BEFORE THE REGISTRY, IS SAID SO PLAINLY.         *
004588***************************************************************
004589 4050-DESCRIBE-RULES SECTION.
004590     MOVE ZERO                     TO RGT-FOUND-IX.
004591     IF FBM-RULE-SET-REST NOT = SPACES
004592         MOVE "UNREGISTERED RULE-SET IMAGE - RUN FBRULCNV"
004593                                   TO WS-DET-RULE-TEXT
004594         GO TO 4050-EXIT
004595     END-IF.
004596     MOVE FBM-RULE-VERSION         TO RGT-WANT-VERSION.
004597     PERFORM 8100-FIND-VERSION THRU 8100-EXIT.
004598     IF RGT-FOUND-IX = ZERO
004599         MOVE FBM-RULE-VERSION     TO RGD-NUMBER
004600         PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT
004601         MOVE SPACES               TO WS-DET-RULE-TEXT
004602         STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:)
004603                 " - NOT ON THE RULE-SET REGISTRY"
004604                 DELIMITED BY SIZE INTO WS-DET-RULE-TEXT
004605         GO TO 4050-EXIT
004606     END-IF.
004607     PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT.
004608     MOVE RGD-TEXT                 TO WS-DET-RULE-TEXT.
004609 4050-EXIT.
004610     EXIT.
004611***************************************************************
004612*    4100-REPORT-MISSING                                       *
004620*        WRITES THE RESPONSE RECORD AND THE NOT-ON-MASTER      *
004630*        EXCEPTION LINE FOR ONE REQUESTED NUMBER THE MASTER    *
004640*        DOES NOT CARRY, AND STEPS TO THE NEXT NUMBER OF THE   *
004700     MOVE "NOT-ON-MASTER"          TO RESP-LABEL.
004710     MOVE SPACES                   TO RESP-FLAGS.
004720     MOVE SPACES                   TO RESP-DATE.
004730     MOVE ZERO                     TO RESP-RULE-VERSION.
004735     MOVE SPACES                   TO RESP-RULE-EFF-DATE.
004740     WRITE RESP-RECORD.
004750     IF WS-LINE-COUNT NOT < WS-MAX-LINES
004760         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
005140 7000-EXIT.
005150     EXIT.
005160***************************************************************
005161*    8000-LOAD-REGISTRY                                        *
005162*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-    *
005163*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT   *
005164*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN    *
005165*        STATUS IN WS-RULEREG-STATUS FOR THE CALLER            *
005166*        TO JUDGE.                                             *
005167***************************************************************
005168 8000-LOAD-REGISTRY SECTION.
005169     MOVE ZERO                     TO RGT-COUNT.
005170     MOVE ZERO                     TO RGT-CUR-IX.
005171     OPEN INPUT RULE-REG-FILE.
005172     IF WS-RULEREG-STATUS NOT = "00"
005173         GO TO 8000-EXIT
005174     END-IF.
005175     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
005176             UNTIL RGT-EOF.
005177     CLOSE RULE-REG-FILE.
005178 8000-EXIT.
005179     EXIT.
005180 8010-LOAD-ONE-ENTRY SECTION.
005181     READ RULE-REG-FILE INTO FB-RULE-REGISTRY-ENTRY
005182         AT END SET RGT-EOF        TO TRUE
005183     END-READ.
005184     IF RGT-EOF
005185         GO TO 8010-EXIT
005186     END-IF.
005187     IF RGT-COUNT = 99
005188         DISPLAY "FBMSTINQ1314E - RULE-SET REGISTRY EXCEEDS THE "
005189                 "99-ENTRY TABLE"
005190         PERFORM 1800-ABEND THRU 1800-EXIT
005191     END-IF.
005192     ADD 1                         TO RGT-COUNT.
005193     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
005194     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
005195     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
005196     MOVE RRG-RETIRED-DATE
005197             TO RGT-RETIRED-DATE (RGT-COUNT).
005198     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
005199     IF RRG-RETIRED-DATE = SPACES
005200         MOVE RGT-COUNT            TO RGT-CUR-IX
005201     END-IF.
005202 8010-EXIT.
005203     EXIT.
005204***************************************************************
005205*    8100-FIND-VERSION                                         *
005206*        LOOKS UP RGT-WANT-VERSION ON THE REGISTRY TABLE,      *
005207*        LEAVING ITS ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).   *
005208***************************************************************
005209 8100-FIND-VERSION SECTION.
005210     MOVE ZERO                     TO RGT-FOUND-IX.
005211     PERFORM 8110-TEST-VERSION THRU 8110-EXIT
005212             VARYING RGT-IX FROM 1 BY 1
005213             UNTIL RGT-IX > RGT-COUNT
005214                OR RGT-FOUND-IX NOT = ZERO.
005215 8100-EXIT.
005216     EXIT.
005217 8110-TEST-VERSION SECTION.
005218     IF RGT-VERSION (RGT-IX) = RGT-WANT-VERSION
005219         MOVE RGT-IX               TO RGT-FOUND-IX
005220     END-IF.
005221 8110-EXIT.
005222     EXIT.
005223***************************************************************
005224*    8200-DESCRIBE-RULE-SET                                    *
005225*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT -  *
005226*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE     *
005227*        2026-09-30.                                           *
005228***************************************************************
005229 8200-DESCRIBE-RULE-SET SECTION.
005230     MOVE SPACES                   TO RGD-TEXT.
005231     MOVE 1                        TO RGD-PTR.
005232     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
005233     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
005234     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
005235             DELIMITED BY SIZE
005236             INTO RGD-TEXT WITH POINTER RGD-PTR.
005237     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
005238             VARYING RGD-RULE-IX FROM 1 BY 1
005239             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
005240     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
005241             DELIMITED BY SIZE
005242             INTO RGD-TEXT WITH POINTER RGD-PTR.
005243 8200-EXIT.
005244     EXIT.
005245 8210-DESCRIBE-ONE-RULE SECTION.
005246     IF RGD-RULE-IX > 1
005247         STRING " / " DELIMITED BY SIZE
005248                 INTO RGD-TEXT WITH POINTER RGD-PTR
005249     END-IF.
005250     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
005251     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
005252     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
005253             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
005254             DELIMITED BY SPACE
005255             INTO RGD-TEXT WITH POINTER RGD-PTR.
005256 8210-EXIT.
005257     EXIT.
005258 8220-EDIT-NUMBER SECTION.
005259     MOVE RGD-NUMBER               TO RGD-EDIT.
005260     MOVE ZERO                     TO RGD-LEAD.
005261     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
005262 8220-EXIT.
005263     EXIT.
005264***************************************************************
005265*    9000-TERMINATE                                            *
005266*        END-OF-RUN HOUSEKEEPING.                              *
005267***************************************************************
005268 9000-TERMINATE SECTION.
005269     CLOSE MAST-IN-FILE.
005270     CLOSE RESP-FILE.
005271     CLOSE RPT-FILE.
005272     DISPLAY "FBMSTINQ1300I - REQUESTS " WS-REQ-COUNT
005273             " FOUND " WS-FOUND-COUNT
005274             " NOT ON MASTER " WS-MISSING-COUNT.
005275 9000-EXIT.
005280     EXIT.
