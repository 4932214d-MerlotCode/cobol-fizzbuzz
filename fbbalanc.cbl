000160*                    CATCHES A SPLIT FILE THAT LOST RECORDS   *
000170*                    YET STILL MATCHES ITS OWN COUNT.  ANY    *
000180*                    MISMATCH ENDS WITH RETURN CODE 8 SO THE  *
000190*                    ALERT STEP FIRES.  EVERY CONTROL RECORD  *
000192*                    READ MUST ALSO CARRY THE RUN ID ON THE   *
000194*                    PARAMETER DECK - A FILE LEFT OVER FROM   *
000196*                    ANOTHER RUN BALANCES AGAINST NOTHING.    *
000200*                                                             *
000210***************************************************************
000220 IDENTIFICATION       DIVISION.
000330*    09/02/2026    MCD  FIRST VERSION - EVERY OUTPUT CARRIES   *
000340*                       ITS OWN CONTROL TOTALS BUT NOBODY      *
000350*                       PROVED THEY AGREE WITH EACH OTHER.     *
000352*    10/15/2026    MCD  EVERY CONTROL RECORD READ MUST CARRY   *
000354*                       THE DECK'S RUN ID - A FILE FROM        *
000356*                       ANOTHER RUN IS A MISMATCH.  AUDIT      *
000358*                       RECORD NOW 88 BYTES.                   *
000360***************************************************************
000370 ENVIRONMENT          DIVISION.
000380 INPUT-OUTPUT         SECTION.
000760     05  DELTA-IN-ACTION      PIC X(01).
000770     05  DELTA-IN-BODY        PIC X(120).
000780 FD  AUDIT-FILE.
000790     COPY FBAUDIT.
000800 FD  RPT-FILE.
000810 01  RPT-RECORD.
000820     05  RPT-CC               PIC X(01).
001000 77  WS-EXP-HASH          PIC S9(15) COMP VALUE ZERO.
001010 77  WS-HASH-HI           PIC S9(15) COMP VALUE ZERO.
001020 77  WS-HASH-LO           PIC S9(15) COMP VALUE ZERO.
001022***************************************************************
001024*    THE RUN ID ON CARD 1 AND THE TALLY OF FILES PROVED TO    *
001026*    CARRY IT.  EACH FILE'S ID IS PASSED TO 6300 IN           *
001027*    WS-RID-FOUND, NAMED BY WS-RID-FILE FOR THE NOTE LINE.    *
001028***************************************************************
001029 77  WS-EXP-RUN-ID        PIC 9(08) VALUE ZERO.
001030 77  WS-RID-FILE          PIC X(20) VALUE SPACES.
001031 77  WS-RID-FOUND         PIC X(08) VALUE SPACES.
001032 77  WS-RID-FILES         PIC 9(03) COMP VALUE ZERO.
001033 77  WS-RID-MATCHED       PIC 9(03) COMP VALUE ZERO.
001034 77  WS-MAST-RUN-ID       PIC X(08) VALUE SPACES.
001035 77  WS-DELTA-RUN-ID      PIC X(08) VALUE SPACES.
001036 77  WS-AUD-RUN-ID        PIC X(08) VALUE SPACES.
001037***************************************************************
001040*    CONTROL TOTALS LIFTED OFF EACH FILE'S TRAILER.  ONLY     *
001050*    THE CONTROL RECORDS ARE USED - THE DETAIL RECORDS ARE    *
001060*    PASSED OVER UNREAD-IN-ANGER, BECAUSE THE WHOLE POINT OF  *
001384 01  WS-SPLIT-TRL-PARSE.
001390     05  FILLER               PIC X(11).
001400     05  WS-STP-COUNT         PIC 9(07).
001410     05  FILLER               PIC X(05).
001412     05  WS-STP-RUN-ID        PIC X(08).
001414     05  FILLER               PIC X(09).
001420***************************************************************
001430*    MASTER AND DELTA TRAILERS.  BOTH GENERATIONS WERE JUST   *
001440*    WRITTEN BY STEP030, SO A MISSING TRAILER MEANS THE       *
002560             VARYING WS-RNG-I FROM 1 BY 1
002570             UNTIL WS-RNG-I > WS-RANGE-COUNT.
002580     COMPUTE WS-SPLIT-FILE-MAX = FB-RULE-COUNT + 2.
002585     IF FB-RUN-ID NUMERIC
002587         MOVE FB-RUN-ID            TO WS-EXP-RUN-ID
002589     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610***************************************************************
003410***************************************************************
003420*    3000-READ-FEED-TRAILER                                    *
003430*        PASSES OVER THE FEED CAPTURING ITS TRAILER COUNT      *
003440*        AND HASH, AND PROVES THE TRAILER'S RUN ID.            *
003450***************************************************************
003460 3000-READ-FEED-TRAILER SECTION.
003470     OPEN INPUT FEED-FILE.
003530     PERFORM 3100-FEED-ONE THRU 3100-EXIT
003540             UNTIL WS-FEED-EOF.
003550     CLOSE FEED-FILE.
003552     IF WS-FEED-TRL-SEEN
003554         MOVE "FEED TRAILER"       TO WS-RID-FILE
003556         PERFORM 6300-CHECK-RUN-ID THRU 6300-EXIT
003558     END-IF.
003560 3000-EXIT.
003570     EXIT.
003580 3100-FEED-ONE SECTION.
003670         MOVE FEED-LABEL           TO WS-TRL-LABEL-PARSE
003680         MOVE WS-TRLP-COUNT        TO WS-FEED-TRL-COUNT
003690         MOVE WS-TRLP-HASH         TO WS-FEED-TRL-HASH
003695         MOVE FEED-RECORD (48:8)   TO WS-RID-FOUND
003700     END-IF.
003710 3100-EXIT.
003720     EXIT.
003840     EXIT.
003850***************************************************************
003860*    3250-READ-ONE-SPLIT                                       *
003870*        READS ONE SPLIT FILE'S TRAILER AND PROVES ITS RUN     *
003880*        ID.  A SPLIT FILE WITH NO TRAILER AT ALL IS A         *
003890*        MISMATCH IN ITS OWN RIGHT - THE SPLIT STEP DIED       *
003895*        BEFORE CLOSING IT.                                    *
003900***************************************************************
003910 3250-READ-ONE-SPLIT SECTION.
003920     IF WS-SPLIT-FILE-NO = FB-RULE-COUNT + 1
004190     PERFORM 3270-CLOSE-SPLIT THRU 3270-EXIT.
004200     IF WS-SPLIT-TRL-SEEN
004210         ADD WS-SPLIT-TRL-COUNT    TO WS-SPLIT-TOTAL
004212         MOVE SPACES               TO WS-RID-FILE
004214         STRING "SPLIT " WS-SPLIT-DDNAME " TRAILER"
004216                 DELIMITED BY SIZE INTO WS-RID-FILE
004218         PERFORM 6300-CHECK-RUN-ID THRU 6300-EXIT
004220     ELSE
004230         SET WS-MISMATCH-FOUND     TO TRUE
004240         MOVE SPACES               TO WS-NOTE-TEXT
004442         SET WS-SPLIT-TRL-SEEN     TO TRUE
004444         MOVE WS-SPLIT-IN-LABEL    TO WS-SPLIT-TRL-PARSE
004446         MOVE WS-STP-COUNT         TO WS-SPLIT-TRL-COUNT
004447         MOVE WS-STP-RUN-ID        TO WS-RID-FOUND
004448     END-IF.
004450 3300-EXIT.
004460     EXIT.
004470***************************************************************
004480*    3400-READ-MASTER-TRAILER                                  *
004490*        PASSES OVER THE NEW MASTER GENERATION CAPTURING ITS   *
004500*        TRAILER COUNT AND HASH, AND PROVES ITS HEADER'S RUN   *
004505*        ID.                                                   *
004510***************************************************************
004520 3400-READ-MASTER-TRAILER SECTION.
004530     OPEN INPUT MAST-IN-FILE.
004590     PERFORM 3450-MAST-ONE THRU 3450-EXIT
004600             UNTIL WS-MAST-EOF.
004610     CLOSE MAST-IN-FILE.
004612     MOVE "MASTER HEADER"          TO WS-RID-FILE.
004614     MOVE WS-MAST-RUN-ID           TO WS-RID-FOUND.
004616     PERFORM 6300-CHECK-RUN-ID THRU 6300-EXIT.
004620 3400-EXIT.
004630     EXIT.
004640 3450-MAST-ONE SECTION.
004690         GO TO 3450-EXIT
004700     END-IF.
004710     MOVE MAST-IN-RECORD           TO WS-MAST-REC-VIEW.
004715     IF WS-MRV-REC-TYPE = "H"
004716         MOVE WS-MRV-LABEL (16:8)  TO WS-MAST-RUN-ID
004717     END-IF.
004720     IF WS-MRV-REC-TYPE = "T"
004730         SET WS-MAST-TRL-SEEN      TO TRUE
004740         MOVE WS-MRV-LABEL         TO WS-TRL-LABEL-PARSE
004800***************************************************************
004810*    3500-READ-DELTA-TRAILER                                   *
004820*        PASSES OVER THE DELTA EXTRACT CAPTURING ITS TRAILER   *
004830*        COUNT - THE T RECORD FBMSTMNT WRITES LAST - AND       *
004835*        PROVES ITS HEADER'S RUN ID.                           *
004840***************************************************************
004850 3500-READ-DELTA-TRAILER SECTION.
004860     OPEN INPUT DELTA-IN-FILE.
004920     PERFORM 3550-DELTA-ONE THRU 3550-EXIT
004930             UNTIL WS-DELTA-EOF.
004940     CLOSE DELTA-IN-FILE.
004942     MOVE "DELTA HEADER"           TO WS-RID-FILE.
004944     MOVE WS-DELTA-RUN-ID          TO WS-RID-FOUND.
004946     PERFORM 6300-CHECK-RUN-ID THRU 6300-EXIT.
004950 3500-EXIT.
004960     EXIT.
004970 3550-DELTA-ONE SECTION.
005000     END-READ.
005010     IF WS-DELTA-EOF
005020         GO TO 3550-EXIT
005022     END-IF.
005024     IF DELTA-IN-ACTION = "H"
005026         MOVE DELTA-IN-BODY (24:8) TO WS-DELTA-RUN-ID
005030     END-IF.
005040     IF DELTA-IN-ACTION = "T"
005050         SET WS-DELTA-TRL-SEEN     TO TRUE
005130*    3600-READ-AUDIT-END                                       *
005140*        WALKS THE AUDIT TRAIL KEEPING THE LAST RUN-END        *
005150*        RECORD - THE RECORD COUNT AND RETURN CODE THE         *
005160*        CLASSIFICATION RUN ITSELF REPORTED - AND PROVES ITS   *
005165*        RUN ID.                                               *
005170***************************************************************
005180 3600-READ-AUDIT-END SECTION.
005190     OPEN INPUT AUDIT-FILE.
005250     PERFORM 3650-AUDIT-ONE THRU 3650-EXIT
005260             UNTIL WS-AUD-EOF.
005270     CLOSE AUDIT-FILE.
005272     IF WS-AUD-END-SEEN
005274         MOVE "AUDIT RUN-END"      TO WS-RID-FILE
005276         MOVE WS-AUD-RUN-ID        TO WS-RID-FOUND
005277         PERFORM 6300-CHECK-RUN-ID THRU 6300-EXIT
005278     END-IF.
005280 3600-EXIT.
005290     EXIT.
005300 3650-AUDIT-ONE SECTION.
005400             SET WS-AUD-END-SEEN   TO TRUE
005410             MOVE WS-AUDE-RECORDS  TO WS-AUD-RECORDS
005420             MOVE WS-AUDE-RC       TO WS-AUD-RC
005425             MOVE AUDIT-RECORD (81:8) TO WS-AUD-RUN-ID
005430         END-IF
005440     END-IF.
005450 3650-EXIT.
006130 6200-EXIT.
006140     EXIT.
006150***************************************************************
006151*    6300-CHECK-RUN-ID                                         *
006152*        PROVES ONE FILE'S RUN ID (WS-RID-FOUND) AGAINST THE   *
006153*        DECK'S.  A DIFFERENT OR MISSING ID GETS A NOTE LINE   *
006154*        NAMING THE FILE AND COUNTS AS A MISMATCH.             *
006155***************************************************************
006156 6300-CHECK-RUN-ID SECTION.
006157     ADD 1                         TO WS-RID-FILES.
006158     IF WS-RID-FOUND = WS-EXP-RUN-ID
006159         ADD 1                     TO WS-RID-MATCHED
006160         GO TO 6300-EXIT
006161     END-IF.
006162     SET WS-MISMATCH-FOUND         TO TRUE.
006163     MOVE SPACES                   TO WS-NOTE-TEXT.
006164     IF WS-RID-FOUND NUMERIC
006165         STRING WS-RID-FILE " CARRIES RUN ID " WS-RID-FOUND
006166                 ", NOT THIS RUN'S " WS-EXP-RUN-ID
006167                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
006168     ELSE
006169         STRING WS-RID-FILE " CARRIES NO RUN ID - THIS "
006170                 "RUN'S IS " WS-EXP-RUN-ID
006171                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
006172     END-IF.
006173     PERFORM 6000-PRINT-NOTE THRU 6000-EXIT.
006174 6300-EXIT.
006175     EXIT.
006176***************************************************************
006177*    7000-WRITE-PROOF                                          *
006178*        CROSS-FOOTS EVERY CAPTURED CONTROL TOTAL AND PRINTS   *
006180*        THE PROOF SHEET - FEED VS THE PARAMETER RANGES, THE   *
006190*        SPLIT SUM VS THE FEED, THE MASTER AND DELTA VS THE    *
006200*        RANGES, THE AUDIT RUN-END WITHIN THE RANGES, AND THE  *
006205*        FILES CARRYING THE RUN ID AGAINST THE FILES READ.     *
006210*        ANY MISMATCH ENDS THE RUN WITH RETURN CODE 8.         *
006220***************************************************************
006230 7000-WRITE-PROOF SECTION.
006240     IF NOT WS-FEED-TRL-SEEN
006790     MOVE WS-EXP-COUNT             TO WS-PRF-EXP-WORK.
006800     MOVE WS-AUD-RECORDS           TO WS-PRF-FND-WORK.
006810     PERFORM 6200-PRINT-PROOF-MAX THRU 6200-EXIT.
006812     MOVE SPACES                   TO WS-PRF-TEXT.
006814     STRING "FILES CARRYING RUN ID " WS-EXP-RUN-ID
006815             DELIMITED BY SIZE INTO WS-PRF-TEXT.
006816     MOVE WS-RID-FILES             TO WS-PRF-EXP-WORK.
006817     MOVE WS-RID-MATCHED           TO WS-PRF-FND-WORK.
006818     PERFORM 6100-PRINT-PROOF THRU 6100-EXIT.
006820     IF WS-MISMATCH-FOUND
006830         MOVE "*** PROOF FAILED - SEE MISMATCH LINES ABOVE ***"
006840                                   TO WS-NOTE-TEXT
