000320*                       HAVE ALREADY APPLIED DELTAS OUT OF     *
000330*                       ORDER; THIS MAKES THE DELTA A REAL     *
000340*                       PER-SUBSCRIBER INTERFACE.              *
000341*    10/15/2026    MCD  LOG EACH EXTRACT'S HASH ON A RUN-DHASH *
000342*                       RECORD FOR FBACKREC; SUBSCRIB COLS     *
000343*                       63-65 CARRY THE ACK LAG LIMIT.         *
000344*    10/15/2026    MCD  THE DELTA HEADER'S RUN ID GOES ON EACH *
000345*                       EXTRACT HEADER AND ON THE RUN-DIST AND *
000346*                       RUN-DHASH AUDIT RECORDS (NOW 88        *
000347*                       BYTES).                                *
000350***************************************************************
000360 ENVIRONMENT          DIVISION.
000370 INPUT-OUTPUT         SECTION.
000640     05  DELTA-IN-ACTION      PIC X(01).
000650     05  DELTA-IN-BODY        PIC X(120).
000660 FD  AUDIT-FILE.
000670     COPY FBAUDIT.
000680 FD  SUB1-FILE.
000690 01  SUB1-RECORD              PIC X(121).
000700 FD  SUB2-FILE.
001080     05  WS-SCV-LABELS.
001090         10  WS-SCV-LABEL     OCCURS 5 TIMES
001100                              PIC X(08).
001102*    COLS 63-65 ARE THE ACKNOWLEDGMENT LAG LIMIT, READ ONLY   *
001104*    BY FBACKREC.                                              *
001106     05  WS-SCV-ACK-LAG       PIC X(03).
001110     05  FILLER               PIC X(15).
001120 77  WS-SUB-NO-DISPLAY    PIC 9(02).
001130 77  WS-LBL-IX            PIC 9(02) COMP VALUE ZERO.
001140***************************************************************
001250     88  WS-DELTA-TRL-SEEN    VALUE "Y".
001260 77  WS-DELTA-IN-COUNT    PIC 9(07) COMP VALUE ZERO.
001270 77  WS-DELTA-IN-HASH     PIC 9(15) VALUE ZERO.
001275 77  WS-DELTA-RUN-ID      PIC 9(08) VALUE ZERO.
001280 01  WS-DELTA-TRL-PARSE.
001290     05  FILLER               PIC X(10).
001300     05  WS-DTP-COUNT         PIC 9(07).
001440***************************************************************
001450*    EXTRACT CONTROL RECORDS - THE SAME HEADER AND            *
001460*    COUNT/HASH TRAILER DISCIPLINE EVERY OTHER INTERFACE      *
001470*    FILE IN THE SHOP CARRIES.  THE HEADER CARRIES THE RUN ID *
001475*    OF THE DELTA THE EXTRACT WAS CUT FROM.                   *
001480***************************************************************
001490 01  WS-EXT-HDR-REC.
001500     05  FILLER               PIC X(01) VALUE "H".
001550     05  WS-EHDR-TIME         PIC X(08).
001560     05  FILLER               PIC X(05) VALUE " SUB=".
001570     05  WS-EHDR-SUB          PIC X(08).
001580     05  FILLER               PIC X(05) VALUE " RUN=".
001583     05  WS-EHDR-RUN-ID       PIC 9(08).
001586     05  FILLER               PIC X(63) VALUE SPACES.
001590 01  WS-EXT-TRL-REC.
001600     05  FILLER               PIC X(01) VALUE "T".
001605     05  FILLER               PIC X(01) VALUE "T".
001820 77  WS-RUN-TIME-DISP     PIC X(08).
001830 77  WS-AUDIT-LINE        PIC X(80).
001840 77  WS-AUD-RECORDS       PIC 9(07).
001845 77  WS-AUD-HASH          PIC 9(15).
001850 PROCEDURE            DIVISION.
001860***************************************************************
001870*    0000-MAINLINE                                             *
003750     EVALUATE DELTA-IN-ACTION
003760         WHEN "H"
003770             SET WS-DELTA-HDR-SEEN TO TRUE
003772             IF DELTA-IN-BODY (24:8) NUMERIC
003774                 MOVE DELTA-IN-BODY (24:8) TO WS-DELTA-RUN-ID
003776             END-IF
003780         WHEN "T"
003790             SET WS-DELTA-TRL-SEEN TO TRUE
003800             MOVE DELTA-IN-BODY (9:40) TO WS-DELTA-TRL-PARSE
004020     MOVE WS-RUN-DATE-DISP         TO WS-EHDR-DATE.
004030     MOVE WS-RUN-TIME-DISP         TO WS-EHDR-TIME.
004040     MOVE WS-SUB-ID (WS-SUB-IX)    TO WS-EHDR-SUB.
004045     MOVE WS-DELTA-RUN-ID          TO WS-EHDR-RUN-ID.
004050     MOVE WS-EXT-HDR-REC           TO WS-EXT-RECORD.
004060     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
004070 1500-EXIT.
005740*    7200-LOG-ONE-SUB                                          *
005750*        APPENDS ONE DISTRIBUTION LOG RECORD TO THE AUDIT      *
005760*        TRAIL - THE SUBSCRIBER, THE RUN STAMPS, AND THE       *
005770*        RECORD COUNT DELIVERED - FOLLOWED BY A RUN-DHASH      *
005773*        RECORD CARRYING THE EXTRACT'S HASH, WHICH THE COUNT   *
005776*        RECORD HAS NO ROOM FOR.  BOTH CARRY THE DELTA'S RUN   *
005777*        ID.                                                   *
005780***************************************************************
005790 7200-LOG-ONE-SUB SECTION.
005800     MOVE WS-SUB-OUT-COUNT (WS-SUB-IX) TO WS-AUD-RECORDS.
005840             " SUB=" WS-SUB-ID (WS-SUB-IX)
005850             " RECORDS=" WS-AUD-RECORDS
005860             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
005861     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
005862     MOVE WS-DELTA-RUN-ID          TO AUD-RUN-ID.
005863     WRITE AUDIT-RECORD.
005864     MOVE WS-SUB-OUT-HASH (WS-SUB-IX) TO WS-AUD-HASH.
005865     MOVE SPACES                   TO WS-AUDIT-LINE.
005866     STRING "RUN-DHASH DATE=" WS-RUN-DATE-DISP
005867             " TIME=" WS-RUN-TIME-DISP
005868             " SUB=" WS-SUB-ID (WS-SUB-IX)
005869             " HASH=" WS-AUD-HASH
005870             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
005871     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
005872     MOVE WS-DELTA-RUN-ID          TO AUD-RUN-ID.
005873     WRITE AUDIT-RECORD.
005880 7200-EXIT.
005890     EXIT.
005900***************************************************************
