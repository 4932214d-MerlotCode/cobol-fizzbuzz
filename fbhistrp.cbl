000090*                    GIVEN PERIOD - EACH ENTRY SHOWING THE    *
000100*                    RECLASSIFICATION DATE, THE OLD LABEL,    *
000110*                    FLAGS, AND RULE SET THE RECORD CARRIED,  *
000120*                    AND THE NEW LABEL IT WAS GIVEN, WITH THE *
000130*                    RULE SET SPELLED OUT FROM THE RULE-SET   *
000140*                    REGISTRY.  THIS IS THE ANSWER TO THE     *
000150*                    QUESTION AUDIT ASKED AFTER THE SEVEN     *
000155*                    RULE WAS ADDED AND NOBODY COULD ANSWER.  *
000160*                                                             *
000170***************************************************************
000180 IDENTIFICATION       DIVISION.
000280*    ----------   ----  --------------------------------------*
000290*    09/02/2026    MCD  FIRST VERSION - COMPANION TO THE       *
000300*                       HISTORY JOURNAL FBMSTMNT NOW KEEPS.    *
000301*    10/15/2026    MCD  THE OLD RECORD'S RULE SET IS NOW      *
000302*                       SPELLED OUT FROM THE RULE-SET         *
000303*                       REGISTRY - BY VERSION FOR ENTRIES     *
000304*                       JOURNALED SINCE THE REGISTRY, BY      *
000305*                       IMAGE FOR THE ONES BEFORE IT.         *
000307*    10/15/2026    MCD  HISTORY RECORD IS NOW 178 BYTES - THE *
000309*                       RECLASSIFYING RUN'S ID ENDS IT.       *
000310***************************************************************
000320 ENVIRONMENT          DIVISION.
000330 INPUT-OUTPUT         SECTION.
000400                          FILE STATUS IS WS-HIST-STATUS.
000410     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000420                          ORGANIZATION IS LINE SEQUENTIAL.
000422     SELECT RULE-REG-FILE ASSIGN TO "RULEREG"
000424                          ORGANIZATION IS LINE SEQUENTIAL
000426                          FILE STATUS IS WS-RULEREG-STATUS.
000430 DATA                 DIVISION.
000440 FILE                 SECTION.
000450 FD  REQ-FILE.
000490     05  HIST-IN-RECLASS-DATE PIC X(10).
000500     05  HIST-IN-OLD-IMAGE    PIC X(120).
000510     05  HIST-IN-NEW-LABEL    PIC X(40).
000512     05  HIST-IN-RUN-ID       PIC X(08).
000513 FD  RULE-REG-FILE.
000516 01  RULE-REG-RECORD          PIC X(100).
000520 FD  RPT-FILE.
000530 01  RPT-RECORD.
000540     05  RPT-CC               PIC X(01).
000560 WORKING-STORAGE      SECTION.
000570 77  WS-REQ-STATUS        PIC X(02) VALUE SPACES.
000580 77  WS-HIST-STATUS       PIC X(02) VALUE SPACES.
000585 77  WS-RULEREG-STATUS    PIC X(02) VALUE SPACES.
000590 77  WS-HIST-EOF-SWITCH   PIC X(01) VALUE "N".
000600     88  WS-HIST-EOF          VALUE "Y".
000610***************************************************************
000820*    THE JOURNAL STAMPS MM/DD/YYYY, THE CARD ASKS YYYYMMDD.   *
000830***************************************************************
000840     COPY FBMAST.
000841 01  WS-OLD-RULE-IMAGE.
000842     05  WS-ORI-COUNT         PIC 9(02).
000843     05  WS-ORI-ENTRY OCCURS 5 TIMES.
000844         10  WS-ORI-DIVISOR   PIC X(03).
000845         10  WS-ORI-LABEL     PIC X(08).
000850 01  WS-DATE-PARSE.
000860     05  WS-DP-MM             PIC 9(02).
000870     05  FILLER               PIC X(01).
000950 01  WS-DATE-SORTKEY-NUM REDEFINES WS-DATE-SORTKEY
000960                              PIC 9(08).
000970 77  WS-RECLASS-KEY       PIC 9(08) VALUE ZERO.
000971***************************************************************
000972*    THE RULE-SET REGISTRY.  AN ENTRY JOURNALED SINCE THE     *
000973*    REGISTRY NAMES ITS RULE SET BY VERSION; ONE JOURNALED    *
000974*    BEFORE IT CARRIES THE RAW IMAGE, WHICH IS LOOKED UP BY   *
000975*    IMAGE AND, WHEN NEVER REGISTERED, BROKEN OUT AS IT       *
000976*    STANDS.                                                  *
000977***************************************************************
000978     COPY FBRULREG.
000979     COPY FBRULTAB.
000980***************************************************************
000990*    REPORT TOTALS.  A REQUEST THAT MATCHES NOTHING ON THE    *
001000*    JOURNAL IS SAID PLAINLY AND ENDS WITH RETURN CODE 4 -    *
001330     05  WS-DET-OLD-DATE      PIC X(10).
001340     05  FILLER               PIC X(08) VALUE "  FLAGS ".
001350     05  WS-DET-OLD-FLAGS     PIC X(05).
001356     05  FILLER               PIC X(87) VALUE SPACES.
001362 01  WS-DETAIL-LINE-3.
001368     05  FILLER               PIC X(10) VALUE SPACES.
001374     05  WS-DET-RULE-TEXT     PIC X(112).
001380     05  FILLER               PIC X(10) VALUE SPACES.
001390 01  WS-SUMMARY-LINE.
001400     05  FILLER               PIC X(01) VALUE SPACE.
001410     05  WS-SUM-TEXT          PIC X(34).
001620***************************************************************
001630*    1000-INITIALIZE                                           *
001640*        OPENS THE REPORT, READS AND VALIDATES THE REQUEST     *
001650*        CARD, OPENS THE HISTORY JOURNAL, AND LOADS THE        *
001655*        RULE-SET REGISTRY.                                    *
001660***************************************************************
001670 1000-INITIALIZE SECTION.
001680     OPEN OUTPUT RPT-FILE.
001750     IF WS-HIST-STATUS NOT = "00"
001760         DISPLAY "FBHISTRP1801E - HISTORY JOURNAL COULD NOT "
001770                 "BE OPENED, STATUS " WS-HIST-STATUS
001771         PERFORM 1800-ABEND THRU 1800-EXIT
001772     END-IF.
001773     PERFORM 8000-LOAD-REGISTRY THRU 8000-EXIT.
001774     IF WS-RULEREG-STATUS NOT = "00"
001775         DISPLAY "FBHISTRP1810E - RULE-SET REGISTRY COULD NOT "
001776                 "BE OPENED, STATUS " WS-RULEREG-STATUS
001780         PERFORM 1800-ABEND THRU 1800-EXIT
001790     END-IF.
001800 1000-EXIT.
003130     EXIT.
003140***************************************************************
003150*    5000-PRINT-ENTRY                                          *
003160*        PRINTS THE THREE DETAIL LINES FOR ONE MATCHING        *
003170*        JOURNAL ENTRY - THE RECLASSIFICATION AND ITS OLD      *
003180*        AND NEW LABELS, THEN THE OLD RECORD'S OWN DATE AND    *
003190*        FLAGS, THEN THE RULE SET IT WAS CLASSIFIED UNDER.     *
003200***************************************************************
003210 5000-PRINT-ENTRY SECTION.
003220     IF WS-LINE-COUNT + 3 > WS-MAX-LINES
003230         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
003240     END-IF.
003250     MOVE FBM-NUMBER               TO WS-DET-NUMBER.
003310     WRITE RPT-RECORD.
003320     MOVE FBM-DATE-CLASSIFIED      TO WS-DET-OLD-DATE.
003330     MOVE FBM-RULE-FLAGS           TO WS-DET-OLD-FLAGS.
003331     MOVE WS-DETAIL-LINE-2         TO RPT-LINE.
003332     WRITE RPT-RECORD.
003333     PERFORM 5100-DESCRIBE-RULES THRU 5100-EXIT.
003334     MOVE WS-DETAIL-LINE-3         TO RPT-LINE.
003335     WRITE RPT-RECORD.
003336     ADD 3 TO WS-LINE-COUNT.
003337     ADD 1 TO WS-PRINTED-COUNT.
003338 5000-EXIT.
003339     EXIT.
003340***************************************************************
003341*    5100-DESCRIBE-RULES                                       *
003342*        SPELLS OUT THE RULE SET THE OLD RECORD WAS            *
003343*        CLASSIFIED UNDER.  AN ENTRY JOURNALED SINCE THE       *
003344*        REGISTRY IS FOUND BY VERSION; ONE JOURNALED BEFORE IT *
003345*        CARRIES THE RAW IMAGE AND IS FOUND BY IMAGE.  AN      *
003346*        IMAGE THE REGISTRY NEVER CARRIED - A TABLE RETIRED    *
003347*        BEFORE THE REGISTRY WAS SEEDED - IS BROKEN OUT AS IT  *
003348*        STANDS.                                               *
003349***************************************************************
003350 5100-DESCRIBE-RULES SECTION.
003351     MOVE SPACES                   TO WS-DET-RULE-TEXT.
003352     IF FBM-RULE-SET-REST = SPACES
003353         MOVE FBM-RULE-VERSION     TO RGT-WANT-VERSION
003354         PERFORM 8100-FIND-VERSION THRU 8100-EXIT
003355     ELSE
003356         MOVE FBM-RULE-SET         TO RGT-WANT-RULE-SET
003357         PERFORM 8150-FIND-RULE-SET THRU 8150-EXIT
003358     END-IF.
003359     IF RGT-FOUND-IX NOT = ZERO
003360         PERFORM 8200-DESCRIBE-RULE-SET THRU 8200-EXIT
003361         MOVE RGD-TEXT             TO WS-DET-RULE-TEXT
003362         GO TO 5100-EXIT
003363     END-IF.
003364     IF FBM-RULE-SET-REST = SPACES
003365         MOVE FBM-RULE-VERSION     TO RGD-NUMBER
003366         PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT
003367         STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:)
003368                 " - NOT ON THE RULE-SET REGISTRY"
003369                 DELIMITED BY SIZE INTO WS-DET-RULE-TEXT
003370         GO TO 5100-EXIT
003371     END-IF.
003372     MOVE FBM-RULE-SET             TO WS-OLD-RULE-IMAGE.
003373     IF WS-ORI-COUNT NOT NUMERIC
003374             OR WS-ORI-COUNT = ZERO OR WS-ORI-COUNT > 5
003375         MOVE "RULE SET IMAGE IS UNREADABLE"
003376                                   TO WS-DET-RULE-TEXT
003377         GO TO 5100-EXIT
003378     END-IF.
003379     MOVE SPACES                   TO RGD-TEXT.
003380     MOVE 1                        TO RGD-PTR.
003381     STRING "RULE SET (UNREGISTERED) (" DELIMITED BY SIZE
003382             INTO RGD-TEXT WITH POINTER RGD-PTR.
003383     PERFORM 5110-DESCRIBE-ONE-RULE THRU 5110-EXIT
003384             VARYING RGD-RULE-IX FROM 1 BY 1
003385             UNTIL RGD-RULE-IX > WS-ORI-COUNT.
003386     STRING ")" DELIMITED BY SIZE
003387             INTO RGD-TEXT WITH POINTER RGD-PTR.
003388     MOVE RGD-TEXT                 TO WS-DET-RULE-TEXT.
003389 5100-EXIT.
003390     EXIT.
003391 5110-DESCRIBE-ONE-RULE SECTION.
003392     IF RGD-RULE-IX > 1
003393         STRING " / " DELIMITED BY SIZE
003394                 INTO RGD-TEXT WITH POINTER RGD-PTR
003395     END-IF.
003396     IF WS-ORI-DIVISOR (RGD-RULE-IX) NUMERIC
003397         MOVE WS-ORI-DIVISOR (RGD-RULE-IX) TO RGD-NUMBER
003398         PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT
003399         STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
003400                 INTO RGD-TEXT WITH POINTER RGD-PTR
003401     ELSE
003402         STRING WS-ORI-DIVISOR (RGD-RULE-IX) " "
003403                 DELIMITED BY SIZE
003404                 INTO RGD-TEXT WITH POINTER RGD-PTR
003405     END-IF.
003406     STRING WS-ORI-LABEL (RGD-RULE-IX) DELIMITED BY SPACE
003407             INTO RGD-TEXT WITH POINTER RGD-PTR.
003408 5110-EXIT.
003409     EXIT.
003410***************************************************************
003420*    7000-WRITE-SUMMARY                                        *
003430*        WRITES THE SUMMARY AND SETS THE RETURN CODE - A       *
003650 7000-EXIT.
003660     EXIT.
003670***************************************************************
003680*    8000-LOAD-REGISTRY                                        *
003690*        LOADS THE RULE-SET REGISTRY INTO FB-RULE-REGISTRY-    *
003700*        TABLE AND NOTES THE CURRENT ENTRY.  A REGISTRY THAT   *
003710*        WILL NOT OPEN LEAVES THE TABLE EMPTY WITH THE OPEN    *
003720*        STATUS IN WS-RULEREG-STATUS FOR THE CALLER            *
003730*        TO JUDGE.                                             *
003740***************************************************************
003750 8000-LOAD-REGISTRY SECTION.
003760     MOVE ZERO                     TO RGT-COUNT.
003770     MOVE ZERO                     TO RGT-CUR-IX.
003780     OPEN INPUT RULE-REG-FILE.
003790     IF WS-RULEREG-STATUS NOT = "00"
003800         GO TO 8000-EXIT
003810     END-IF.
003820     PERFORM 8010-LOAD-ONE-ENTRY THRU 8010-EXIT
003830             UNTIL RGT-EOF.
003840     CLOSE RULE-REG-FILE.
003850 8000-EXIT.
003860     EXIT.
003870 8010-LOAD-ONE-ENTRY SECTION.
003880     READ RULE-REG-FILE INTO FB-RULE-REGISTRY-ENTRY
003890         AT END SET RGT-EOF        TO TRUE
003900     END-READ.
003910     IF RGT-EOF
003920         GO TO 8010-EXIT
003930     END-IF.
003940     IF RGT-COUNT = 99
003950         DISPLAY "FBHISTRP1811E - RULE-SET REGISTRY EXCEEDS THE "
003960                 "99-ENTRY TABLE"
003970         PERFORM 1800-ABEND THRU 1800-EXIT
003980     END-IF.
003990     ADD 1                         TO RGT-COUNT.
004000     MOVE RRG-VERSION              TO RGT-VERSION (RGT-COUNT).
004010     MOVE RRG-RULE-SET             TO RGT-RULE-SET (RGT-COUNT).
004020     MOVE RRG-EFF-DATE             TO RGT-EFF-DATE (RGT-COUNT).
004030     MOVE RRG-RETIRED-DATE
004040             TO RGT-RETIRED-DATE (RGT-COUNT).
004050     MOVE RRG-APPR-DECK            TO RGT-APPR-DECK (RGT-COUNT).
004060     IF RRG-RETIRED-DATE = SPACES
004070         MOVE RGT-COUNT            TO RGT-CUR-IX
004080     END-IF.
004090 8010-EXIT.
004100     EXIT.
004110***************************************************************
004120*    8100-FIND-VERSION                                         *
004130*        LOOKS UP RGT-WANT-VERSION ON THE REGISTRY TABLE,      *
004140*        LEAVING ITS ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).   *
004150***************************************************************
004160 8100-FIND-VERSION SECTION.
004170     MOVE ZERO                     TO RGT-FOUND-IX.
004180     PERFORM 8110-TEST-VERSION THRU 8110-EXIT
004190             VARYING RGT-IX FROM 1 BY 1
004200             UNTIL RGT-IX > RGT-COUNT
004210                OR RGT-FOUND-IX NOT = ZERO.
004220 8100-EXIT.
004230     EXIT.
004240 8110-TEST-VERSION SECTION.
004250     IF RGT-VERSION (RGT-IX) = RGT-WANT-VERSION
004260         MOVE RGT-IX               TO RGT-FOUND-IX
004270     END-IF.
004280 8110-EXIT.
004290     EXIT.
004300***************************************************************
004310*    8150-FIND-RULE-SET                                        *
004320*        LOOKS UP THE NORMALIZED RULE TABLE IN                 *
004330*        RGT-WANT-RULE-SET ON THE REGISTRY TABLE, LEAVING ITS  *
004340*        ENTRY IN RGT-FOUND-IX (ZERO IF ABSENT).               *
004350***************************************************************
004360 8150-FIND-RULE-SET SECTION.
004370     MOVE ZERO                     TO RGT-FOUND-IX.
004380     PERFORM 8160-TEST-RULE-SET THRU 8160-EXIT
004390             VARYING RGT-IX FROM 1 BY 1
004400             UNTIL RGT-IX > RGT-COUNT
004410                OR RGT-FOUND-IX NOT = ZERO.
004420 8150-EXIT.
004430     EXIT.
004440 8160-TEST-RULE-SET SECTION.
004450     IF RGT-RULE-SET (RGT-IX) = RGT-WANT-RULE-SET
004460         MOVE RGT-IX               TO RGT-FOUND-IX
004470     END-IF.
004480 8160-EXIT.
004490     EXIT.
004500***************************************************************
004510*    8200-DESCRIBE-RULE-SET                                    *
004520*        SPELLS OUT REGISTRY ENTRY RGT-FOUND-IX IN RGD-TEXT -  *
004530*        RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE     *
004540*        2026-09-30.                                           *
004550***************************************************************
004560 8200-DESCRIBE-RULE-SET SECTION.
004570     MOVE SPACES                   TO RGD-TEXT.
004580     MOVE 1                        TO RGD-PTR.
004590     MOVE RGT-VERSION (RGT-FOUND-IX) TO RGD-NUMBER.
004600     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
004610     STRING "RULE SET V" RGD-EDIT (RGD-LEAD + 1:) " ("
004620             DELIMITED BY SIZE
004630             INTO RGD-TEXT WITH POINTER RGD-PTR.
004640     PERFORM 8210-DESCRIBE-ONE-RULE THRU 8210-EXIT
004650             VARYING RGD-RULE-IX FROM 1 BY 1
004660             UNTIL RGD-RULE-IX > RGT-RULE-COUNT (RGT-FOUND-IX).
004670     STRING ") EFFECTIVE " RGT-EFF-DATE (RGT-FOUND-IX)
004680             DELIMITED BY SIZE
004690             INTO RGD-TEXT WITH POINTER RGD-PTR.
004700 8200-EXIT.
004710     EXIT.
004720 8210-DESCRIBE-ONE-RULE SECTION.
004730     IF RGD-RULE-IX > 1
004740         STRING " / " DELIMITED BY SIZE
004750                 INTO RGD-TEXT WITH POINTER RGD-PTR
004760     END-IF.
004770     MOVE RGT-DIVISOR (RGT-FOUND-IX RGD-RULE-IX) TO RGD-NUMBER.
004780     PERFORM 8220-EDIT-NUMBER THRU 8220-EXIT.
004790     STRING RGD-EDIT (RGD-LEAD + 1:) " " DELIMITED BY SIZE
004800             RGT-LABEL (RGT-FOUND-IX RGD-RULE-IX)
004810             DELIMITED BY SPACE
004820             INTO RGD-TEXT WITH POINTER RGD-PTR.
004830 8210-EXIT.
004840     EXIT.
004850 8220-EDIT-NUMBER SECTION.
004860     MOVE RGD-NUMBER               TO RGD-EDIT.
004870     MOVE ZERO                     TO RGD-LEAD.
004880     INSPECT RGD-EDIT TALLYING RGD-LEAD FOR LEADING SPACES.
004890 8220-EXIT.
004900     EXIT.
004910***************************************************************
004920*    9000-TERMINATE                                            *
004930*        END-OF-RUN HOUSEKEEPING.                              *
004940***************************************************************
004950 9000-TERMINATE SECTION.
004960     CLOSE RPT-FILE.
004970     DISPLAY "FBHISTRP1800I - ENTRIES READ " WS-READ-COUNT
004980             " PRINTED " WS-PRINTED-COUNT.
004990 9000-EXIT.
005000     EXIT.
