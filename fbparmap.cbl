000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBPARMAP                                 *
000040*    FUNCTION     :  SECOND-PERSON APPROVAL OF A PROPOSED     *
000050*                    FBPARMCA DECK.  THE SUBMITTER STAGES THE *
000060*                    PROPOSED CALENDAR DECK INTO THE PENDING  *
000070*                    PARMLIB MEMBER FBPARMPD WITH FBPARMST,   *
000080*                    WHICH STAMPS THEIR USER ID IN COLS       *
000082*                    113-120 AND RECORDS THE STAGING ON THE   *
000084*                    AUDIT TRAIL.  THIS PROGRAM PRINTS THE    *
000090*                    PROPOSED AND CURRENT CARDS SIDE BY SIDE, *
000100*                    AND - ONLY WHEN THE DECK IS STILL AS     *
000110*                    STAGED AND THE USER ID THIS JOB RUNS     *
000112*                    UNDER IS AN AUTHORIZED APPROVER AND NOT  *
000120*                    THE SUBMITTER - ASSIGNS THE NEXT DECK    *
000130*                    VERSION, RECORDS EVERY CARD ON THE       *
000140*                    APPROVAL LEDGER, AND WRITES THE          *
000150*                    VERSION-STAMPED DECK THE NEXT JOB STEP   *
000160*                    COPIES INTO PARMLIB(FBPARMCA).  FBPARMSL *
000170*                    REFUSES ANY CARD THE LEDGER DOES NOT     *
000180*                    CARRY.                                   *
000190*                                                             *
000200***************************************************************
000210 IDENTIFICATION       DIVISION.
000220 PROGRAM-ID.          FBPARMAP.
000230 AUTHOR.              MERLOTCODE.
000240 INSTALLATION.        DATA PROCESSING CENTER.
000250 DATE-WRITTEN.        10/15/2026.
000260 DATE-COMPILED.
000270*                                                             *
000280*    MODIFICATION HISTORY                                      *
000290*    ----------   ----  --------------------------------------*
000300*    DATE          BY   DESCRIPTION                            *
000310*    ----------   ----  --------------------------------------*
000320*    10/15/2026    MCD  FIRST VERSION - ONE PERSON COULD       *
000330*                       EDIT AND PROMOTE THE PRODUCTION        *
000340*                       CALENDAR DECK UNSEEN BY ANYONE ELSE.   *
000342*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES (SEE      *
000344*                       FBAUDIT); AN APPROVAL BELONGS TO NO    *
000346*                       RUN, SO ITS RUN ID IS ZERO.            *
000347*    10/15/2026    MCD  THE APPROVER IS THE USER ID THE JOB    *
000348*                       RUNS UNDER (EXEC PARM) AND MUST BE ON  *
000349*                       THE AUTHORIZED-APPROVER LIST, APPRLIST;*
000350*                       THE SUBMITTER IS THE USER WHO STAGED   *
000351*                       THE DECK WITH FBPARMST, AND A DECK     *
000352*                       CHANGED SINCE IT WAS STAGED IS REFUSED.*
000353***************************************************************
000360 ENVIRONMENT          DIVISION.
000370 INPUT-OUTPUT         SECTION.
000380 FILE-CONTROL.
000390     SELECT PEND-FILE     ASSIGN TO "PENDDECK"
000400                          ORGANIZATION IS LINE SEQUENTIAL
000410                          FILE STATUS IS WS-PEND-STATUS.
000420     SELECT CURR-FILE     ASSIGN TO "CALPARM"
000430                          ORGANIZATION IS LINE SEQUENTIAL
000440                          FILE STATUS IS WS-CURR-STATUS.
000450     SELECT APPR-LIST-FILE ASSIGN TO "APPRLIST"
000460                          ORGANIZATION IS LINE SEQUENTIAL
000470                          FILE STATUS IS WS-APPR-LIST-STATUS.
000480     SELECT APPR-FILE     ASSIGN TO "APPRLOG"
000490                          ORGANIZATION IS LINE SEQUENTIAL
000500                          FILE STATUS IS WS-APPR-STATUS.
000510     SELECT DECK-OUT-FILE ASSIGN TO "DECKOUT"
000520                          ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000540                          ORGANIZATION IS LINE SEQUENTIAL
000550                          FILE STATUS IS WS-AUDIT-STATUS.
000560     SELECT RPT-FILE      ASSIGN TO "RPTFILE"
000570                          ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA                 DIVISION.
000590 FILE                 SECTION.
000600 FD  PEND-FILE.
000610 01  PEND-CARD.
000620     05  PEND-IMAGE           PIC X(112).
000630     05  PEND-SUBMITTER       PIC X(08).
000640 FD  CURR-FILE.
000650 01  CURR-CARD.
000660     05  CURR-IMAGE           PIC X(112).
000670     05  CURR-DECK-VERSION    PIC X(05).
000680     05  FILLER               PIC X(03).
000690 FD  APPR-LIST-FILE.
000700 01  APPR-LIST-CARD.
000710     05  APPR-LIST-USER-ID    PIC X(08).
000720     05  FILLER               PIC X(72).
000730 FD  APPR-FILE.
000740     COPY FBAPPR.
000750 FD  DECK-OUT-FILE.
000760 01  DECK-OUT-RECORD          PIC X(120).
000770 FD  AUDIT-FILE.
000780     COPY FBAUDIT.
000790 FD  RPT-FILE.
000800 01  RPT-RECORD.
000810     05  RPT-CC               PIC X(01).
000820     05  RPT-LINE             PIC X(132).
000830 WORKING-STORAGE      SECTION.
000840 77  WS-PEND-STATUS       PIC X(02) VALUE SPACES.
000850 77  WS-CURR-STATUS       PIC X(02) VALUE SPACES.
000860 77  WS-APPR-LIST-STATUS  PIC X(02) VALUE SPACES.
000870 77  WS-APPR-STATUS       PIC X(02) VALUE SPACES.
000880 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000890***************************************************************
000900*    THE TWO DECKS.  THE PENDING DECK CARRIES THE STAGING     *
000910*    USER ID IN COLS 113-120; THE CURRENT DECK CARRIES THE    *
000920*    VERSION IT WAS APPROVED UNDER IN COLS 113-117.  ONLY     *
000930*    COLS 1-112 - THE PARAMETER IMAGE AND THE EFFECTIVE       *
000940*    WINDOW - ARE COMPARED AND APPROVED.                      *
000950***************************************************************
000960 77  WS-PEND-COUNT        PIC 9(03) COMP VALUE ZERO.
000970 77  WS-CURR-COUNT        PIC 9(03) COMP VALUE ZERO.
000980 77  WS-CARD-IX           PIC 9(03) COMP VALUE ZERO.
000990 77  WS-HIGH-COUNT        PIC 9(03) COMP VALUE ZERO.
001000 77  WS-CHANGED-COUNT     PIC 9(03) COMP VALUE ZERO.
001010 01  WS-PEND-TABLE.
001020     05  WS-PEND-ENTRY OCCURS 50 TIMES.
001030         10  WS-PEND-IMAGE    PIC X(112).
001040 01  WS-CURR-TABLE.
001050     05  WS-CURR-ENTRY OCCURS 50 TIMES.
001060         10  WS-CURR-IMAGE    PIC X(112).
001070         10  WS-CURR-VERSION  PIC X(05).
001080 77  WS-SUBMITTER         PIC X(08) VALUE SPACES.
001090 77  WS-APPROVER          PIC X(08) VALUE SPACES.
001100 77  WS-CARD-NO-DISPLAY   PIC 9(03).
001101***************************************************************
001102*    THE AUTHORIZED APPROVERS - ONE USER ID IN COLS 1-8 OF    *
001103*    EACH APPRLIST CARD, THE REST OF THE CARD FREE FOR THE    *
001104*    NAME.  THE MEMBER IS MAINTAINED UNDER CHANGE CONTROL,    *
001105*    NOT BY THE PEOPLE ON IT.                                 *
001106***************************************************************
001107 77  WS-APPR-LIST-COUNT   PIC 9(03) COMP VALUE ZERO.
001108 77  WS-APPR-LIST-IX      PIC 9(03) COMP VALUE ZERO.
001109 01  WS-APPR-LIST-TABLE.
001110     05  WS-APPR-LIST-ID OCCURS 100 TIMES
001111                              PIC X(08).
001112 77  WS-LISTED-SWITCH     PIC X(01) VALUE "N".
001113     88  WS-APPROVER-LISTED   VALUE "Y".
001114***************************************************************
001115*    THE STAGING RECORD - THE NEWEST PARM-STGD ON THE AUDIT   *
001116*    TRAIL, WRITTEN BY FBPARMST:                              *
001117*                                                             *
001118*    PARM-STGD DATE=MM/DD/YYYY TIME=HH:MM:SS SUB=XXXXXXXX     *
001119*              CARDS=NNN HASH=NNNNNNNNNNNN                    *
001120*                                                             *
001121*    THE PENDING DECK MUST STILL HAVE THE CARD COUNT AND THE  *
001122*    HASH IT WAS STAGED WITH, AND NAME THE STAGING USER ON    *
001123*    EVERY CARD.  THE HASH IS FBPARMST'S: EVERY BYTE OF COLS  *
001124*    1-112 OF EVERY CARD, WEIGHTED BY CARD AND COLUMN, READ   *
001125*    THROUGH THE HALFWORD WS-BYTE-VALUE.                      *
001126***************************************************************
001127 77  WS-STAGED-SWITCH     PIC X(01) VALUE "N".
001128     88  WS-STAGING-FOUND     VALUE "Y".
001129 77  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE "N".
001130     88  WS-AUDIT-EOF         VALUE "Y".
001131 01  WS-STAGED-VIEW.
001132     05  WS-STGV-EVENT        PIC X(09).
001133     05  FILLER               PIC X(06).
001134     05  WS-STGV-DATE         PIC X(10).
001135     05  FILLER               PIC X(06).
001136     05  WS-STGV-TIME         PIC X(08).
001137     05  FILLER               PIC X(05).
001138     05  WS-STGV-SUB          PIC X(08).
001139     05  FILLER               PIC X(07).
001140     05  WS-STGV-CARDS        PIC X(03).
001141     05  FILLER               PIC X(06).
001142     05  WS-STGV-HASH         PIC X(12).
001143 77  WS-STAGED-CARDS      PIC 9(03) VALUE ZERO.
001144 77  WS-STAGED-HASH       PIC 9(12) VALUE ZERO.
001145 77  WS-DECK-HASH         PIC 9(12) VALUE ZERO.
001146 77  WS-HASH-CARD-NO      PIC 9(03) COMP VALUE ZERO.
001147 77  WS-HASH-COL          PIC 9(03) COMP VALUE ZERO.
001148 77  WS-HASH-IMAGE        PIC X(112) VALUE SPACES.
001149 01  WS-BYTE-AREA.
001150     05  FILLER               PIC X(01) VALUE LOW-VALUE.
001151     05  WS-BYTE-CHAR         PIC X(01).
001152 01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA
001153                              PIC 9(04) COMP.
001154***************************************************************
001155*    APPROVAL OUTCOME AND THE VERSION ASSIGNED.  THE NEXT     *
001156*    VERSION IS THE HIGHEST ON THE LEDGER PLUS ONE.           *
001157***************************************************************
001158 77  WS-OUTCOME-SWITCH    PIC X(01) VALUE "N".
001160     88  WS-APPROVED          VALUE "Y".
001165     88  WS-REFUSED-NOT-STAGED VALUE "U".
001166     88  WS-REFUSED-NOT-LISTED VALUE "L".
001170     88  WS-REFUSED-SAME-ID   VALUE "S".
001180     88  WS-REFUSED-NO-CHANGE VALUE "C".
001190 77  WS-APPR-EOF-SWITCH   PIC X(01) VALUE "N".
001200     88  WS-APPR-EOF          VALUE "Y".
001210 77  WS-HIGH-VERSION      PIC 9(05) VALUE ZERO.
001220 77  WS-NEW-VERSION       PIC 9(05) VALUE ZERO.
001230 77  WS-LEDGER-COUNT      PIC 9(07) COMP VALUE ZERO.
001240 01  WS-OUT-CARD.
001250     05  WS-OUT-IMAGE         PIC X(112).
001260     05  WS-OUT-VERSION       PIC 9(05).
001270     05  FILLER               PIC X(03) VALUE SPACES.
001280***************************************************************
001290*    CARD VALIDATION - THE EFFECTIVE WINDOW MUST BE DATED THE *
001300*    WAY FBPARMSL READS IT, AND THE RANGE MUST BE NUMERIC     *
001310*    AND ASCENDING.  FULL DECK VALIDATION HAPPENS AT          *
001320*    SELECTION TIME, AS IT ALWAYS HAS.                        *
001330***************************************************************
001340 01  WS-CARD-VIEW.
001350     05  WS-CV-START          PIC X(07).
001360     05  WS-CV-END            PIC X(07).
001370     05  WS-CV-RULE-COUNT     PIC X(02).
001380     05  WS-CV-RULE OCCURS 5 TIMES.
001390         10  WS-CV-DIVISOR    PIC X(03).
001400         10  WS-CV-LABEL      PIC X(08).
001410     05  WS-CV-MODE           PIC X(10).
001420     05  FILLER               PIC X(15).
001430     05  WS-CV-EFF-FROM       PIC X(08).
001440     05  WS-CV-EFF-TO         PIC X(08).
001450 77  WS-RULE-IX           PIC 9(02) COMP VALUE ZERO.
001455 77  WS-CV-COUNT-NUM      PIC 9(02) VALUE ZERO.
001460***************************************************************
001470*    RUN STAMPS AND THE AUDIT RECORD.                         *
001480***************************************************************
001490 01  WS-RUN-DATE-RAW.
001500     05  WS-RUN-YYYY          PIC 9(04).
001510     05  WS-RUN-MM            PIC 9(02).
001520     05  WS-RUN-DD            PIC 9(02).
001530 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
001540                              PIC 9(08).
001550 01  WS-RUN-TIME-RAW.
001560     05  WS-RUN-HH            PIC 9(02).
001570     05  WS-RUN-MN            PIC 9(02).
001580     05  WS-RUN-SS            PIC 9(02).
001590     05  WS-RUN-HS            PIC 9(02).
001600 01  WS-RUN-TIME-NUM REDEFINES WS-RUN-TIME-RAW.
001610     05  WS-RUN-HHMMSS        PIC 9(06).
001620     05  FILLER               PIC 9(02).
001630 77  WS-RUN-DATE-DISP     PIC X(10).
001640 77  WS-RUN-TIME-DISP     PIC X(08).
001650 77  WS-AUDIT-LINE        PIC X(80).
001660***************************************************************
001670*    REPORT LINES.  EACH CARD PRINTS AS TWO LINES - RANGE,    *
001680*    EFFECTIVE WINDOW AND REPORT MODE, THEN THE RULE TABLE -  *
001690*    CURRENT ON THE LEFT, PROPOSED ON THE RIGHT, WITH ** IN   *
001700*    THE GUTTER WHEREVER THE TWO DIFFER.                      *
001710***************************************************************
001720 77  WS-LINE-COUNT        PIC 9(02)  COMP VALUE ZERO.
001730 77  WS-MAX-LINES         PIC 9(02)  COMP VALUE 60.
001740 77  WS-PAGE-COUNT        PIC 9(03)  COMP VALUE ZERO.
001750 01  WS-HEADER-LINE-1.
001760     05  FILLER               PIC X(01) VALUE SPACE.
001770     05  FILLER               PIC X(41)
001780             VALUE "FBPARMCA DECK APPROVAL - CURRENT/PROPOSED".
001790     05  FILLER               PIC X(09) VALUE SPACES.
001800     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
001810     05  WS-HDR-RUN-DATE      PIC X(10).
001820     05  FILLER               PIC X(10) VALUE SPACES.
001830     05  FILLER               PIC X(06) VALUE "PAGE: ".
001840     05  WS-HDR-PAGE-NO       PIC ZZZ9.
001850     05  FILLER               PIC X(41) VALUE SPACES.
001860 01  WS-HEADER-LINE-2         PIC X(132) VALUE SPACES.
001870 01  WS-HEADER-LINE-3.
001880     05  FILLER               PIC X(01) VALUE SPACE.
001890     05  FILLER               PIC X(05) VALUE "CARD ".
001900     05  FILLER               PIC X(60)
001910             VALUE "CURRENT - PARMLIB(FBPARMCA)".
001920     05  FILLER               PIC X(04) VALUE SPACES.
001930     05  FILLER               PIC X(60)
001940             VALUE "PROPOSED - PARMLIB(FBPARMPD)".
001950     05  FILLER               PIC X(02) VALUE SPACES.
001960 01  WS-SIDE-LINE.
001970     05  FILLER               PIC X(01) VALUE SPACE.
001980     05  WS-SIDE-CARD-NO      PIC ZZ9.
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  WS-SIDE-CURR         PIC X(60).
002010     05  FILLER               PIC X(01) VALUE SPACE.
002020     05  WS-SIDE-FLAG         PIC X(02).
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  WS-SIDE-PROP         PIC X(60).
002050     05  FILLER               PIC X(02) VALUE SPACES.
002060 01  WS-RANGE-TEXT.
002070     05  WS-RT-START          PIC X(07).
002080     05  FILLER               PIC X(01) VALUE "-".
002090     05  WS-RT-END            PIC X(07).
002100     05  FILLER               PIC X(05) VALUE " EFF ".
002110     05  WS-RT-EFF-FROM       PIC X(08).
002120     05  FILLER               PIC X(01) VALUE "-".
002130     05  WS-RT-EFF-TO         PIC X(08).
002140     05  FILLER               PIC X(01) VALUE SPACE.
002150     05  WS-RT-MODE           PIC X(10).
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  WS-RT-VERSION        PIC X(11).
002180 01  WS-RULES-TEXT.
002190     05  WS-RUT-RULE OCCURS 5 TIMES.
002200         10  WS-RUT-DIVISOR   PIC X(03).
002210         10  WS-RUT-EQ        PIC X(01).
002220         10  WS-RUT-LABEL     PIC X(08).
002230 77  WS-NO-CARD-TEXT      PIC X(60) VALUE "(NO CARD)".
002240 01  WS-SUMMARY-TITLE.
002250     05  FILLER               PIC X(01) VALUE SPACE.
002260     05  FILLER               PIC X(30)
002270             VALUE "*** APPROVAL SUMMARY ***".
002280     05  FILLER               PIC X(101) VALUE SPACES.
002290 01  WS-SUMMARY-LINE.
002300     05  FILLER               PIC X(01) VALUE SPACE.
002310     05  WS-SUM-TEXT          PIC X(30).
002320     05  WS-SUM-VALUE         PIC ZZZZZZZZ9.
002330     05  FILLER               PIC X(92) VALUE SPACES.
002340 01  WS-SUMMARY-ID-LINE.
002350     05  FILLER               PIC X(01) VALUE SPACE.
002360     05  WS-SUMI-TEXT         PIC X(30).
002370     05  WS-SUMI-VALUE        PIC X(08).
002380     05  FILLER               PIC X(93) VALUE SPACES.
002390 01  WS-OUTCOME-LINE.
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  WS-OUTCOME-TEXT      PIC X(131).
002411***************************************************************
002412*    THE EXEC PARM - THE USER ID THE JOB RUNS UNDER, PASSED   *
002413*    AS PARM='&SYSUID'.  IT IS THE APPROVER.                  *
002414***************************************************************
002415 LINKAGE              SECTION.
002416 01  PARM-AREA.
002417     05  PARM-LENGTH          PIC S9(04) COMP.
002418     05  PARM-USER-ID         PIC X(08).
002420 PROCEDURE            DIVISION USING PARM-AREA.
002430***************************************************************
002440*    0000-MAINLINE                                             *
002450*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
002460***************************************************************
002470 0000-MAINLINE SECTION.
002480     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002490     PERFORM 3000-PRINT-DECKS     THRU 3000-EXIT.
002500     PERFORM 4000-DECIDE          THRU 4000-EXIT.
002510     IF WS-APPROVED
002520         PERFORM 5000-RECORD-APPROVAL THRU 5000-EXIT
002530         PERFORM 6000-WRITE-DECK      THRU 6000-EXIT
002540         PERFORM 7000-WRITE-AUDIT     THRU 7000-EXIT
002550     END-IF.
002560     PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
002570     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002580     GOBACK.
002590 0000-EXIT.
002600     EXIT.
002610***************************************************************
002620*    1000-INITIALIZE                                           *
002630*        TAKES THE APPROVER FROM THE EXEC PARM, LOADS THE      *
002640*        APPROVER LIST AND THE PENDING AND CURRENT DECKS,      *
002650*        FINDS THE STAGING RECORD AND THE HIGHEST VERSION ON   *
002652*        THE LEDGER, AND STARTS THE REPORT.                    *
002660***************************************************************
002670 1000-INITIALIZE SECTION.
002680     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002690     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
002700             DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
002710     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002720     STRING WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
002730             DELIMITED BY SIZE INTO WS-RUN-TIME-DISP.
002740     PERFORM 1100-READ-APPROVER   THRU 1100-EXIT.
002745     PERFORM 1150-LOAD-APPROVERS  THRU 1150-EXIT.
002750     PERFORM 1200-LOAD-PENDING    THRU 1200-EXIT.
002760     PERFORM 1300-LOAD-CURRENT    THRU 1300-EXIT.
002770     PERFORM 1400-SCAN-LEDGER     THRU 1400-EXIT.
002775     PERFORM 1500-FIND-STAGING    THRU 1500-EXIT.
002780     OPEN OUTPUT RPT-FILE.
002790     PERFORM 2000-WRITE-HEADERS   THRU 2000-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820***************************************************************
002830*    1100-READ-APPROVER                                        *
002840*        TAKES THE APPROVER FROM THE EXEC PARM - THE USER ID   *
002850*        THE SYSTEM RAN THE JOB UNDER, NOT ONE TYPED ON A      *
002860*        CARD.  NO PARM, OR ONE LONGER THAN A USER ID, IS      *
002862*        ABENDED - THE STEP MUST RUN WITH PARM='&SYSUID'.      *
002870***************************************************************
002880 1100-READ-APPROVER SECTION.
002890     IF PARM-LENGTH < 1 OR PARM-LENGTH > 8
002900         DISPLAY "FBPARMAP2201E - EXEC PARM MUST BE THE "
002910                 "EXECUTING USER ID - PARM='&SYSUID'"
002930         PERFORM 1800-ABEND THRU 1800-EXIT
002940     END-IF.
002950     MOVE PARM-USER-ID (1:PARM-LENGTH) TO WS-APPROVER.
002960     IF WS-APPROVER = SPACES
002970         DISPLAY "FBPARMAP2201E - EXEC PARM MUST BE THE "
002980                 "EXECUTING USER ID - PARM='&SYSUID'"
003050         PERFORM 1800-ABEND THRU 1800-EXIT
003060     END-IF.
003061 1100-EXIT.
003062     EXIT.
003063***************************************************************
003064*    1150-LOAD-APPROVERS                                       *
003065*        LOADS THE AUTHORIZED-APPROVER LIST AND NOTES WHETHER  *
003066*        THE APPROVER IS ON IT.  A LIST THAT WILL NOT OPEN OR  *
003067*        NAMES NOBODY IS ABENDED - WITHOUT IT NO APPROVAL CAN  *
003068*        BE TRUSTED.                                           *
003069***************************************************************
003070 1150-LOAD-APPROVERS SECTION.
003071     OPEN INPUT APPR-LIST-FILE.
003072     IF WS-APPR-LIST-STATUS NOT = "00"
003073         DISPLAY "FBPARMAP2202E - APPROVER LIST APPRLIST COULD "
003074                 "NOT BE OPENED, STATUS " WS-APPR-LIST-STATUS
003075         PERFORM 1800-ABEND THRU 1800-EXIT
003076     END-IF.
003077     PERFORM 1160-LOAD-ONE-APPROVER THRU 1160-EXIT
003078             UNTIL WS-APPR-LIST-STATUS NOT = "00".
003079     CLOSE APPR-LIST-FILE.
003080     IF WS-APPR-LIST-COUNT = ZERO
003081         DISPLAY "FBPARMAP2202E - APPROVER LIST APPRLIST "
003082                 "NAMES NO APPROVERS"
003083         PERFORM 1800-ABEND THRU 1800-EXIT
003084     END-IF.
003085     PERFORM 1170-TEST-APPROVER THRU 1170-EXIT
003086             VARYING WS-APPR-LIST-IX FROM 1 BY 1
003087             UNTIL WS-APPR-LIST-IX > WS-APPR-LIST-COUNT.
003088 1150-EXIT.
003089     EXIT.
003090 1160-LOAD-ONE-APPROVER SECTION.
003091     READ APPR-LIST-FILE
003092         AT END MOVE "10"          TO WS-APPR-LIST-STATUS
003093     END-READ.
003094     IF WS-APPR-LIST-STATUS = "04"
003095         MOVE "00"                 TO WS-APPR-LIST-STATUS
003096     END-IF.
003097     IF WS-APPR-LIST-STATUS NOT = "00"
003098         GO TO 1160-EXIT
003099     END-IF.
003100     IF APPR-LIST-USER-ID = SPACES
003101         GO TO 1160-EXIT
003102     END-IF.
003103     IF WS-APPR-LIST-COUNT = 100
003104         DISPLAY "FBPARMAP2202E - APPROVER LIST APPRLIST "
003105                 "EXCEEDS 100 APPROVERS"
003106         PERFORM 1800-ABEND THRU 1800-EXIT
003107     END-IF.
003108     ADD 1                         TO WS-APPR-LIST-COUNT.
003109     MOVE APPR-LIST-USER-ID
003110             TO WS-APPR-LIST-ID (WS-APPR-LIST-COUNT).
003111 1160-EXIT.
003112     EXIT.
003113 1170-TEST-APPROVER SECTION.
003114     IF WS-APPR-LIST-ID (WS-APPR-LIST-IX) = WS-APPROVER
003115         SET WS-APPROVER-LISTED    TO TRUE
003116     END-IF.
003117 1170-EXIT.
003118     EXIT.
003119***************************************************************
003120*    1200-LOAD-PENDING                                         *
003130*        LOADS AND HASHES THE PROPOSED DECK.  EVERY CARD MUST  *
003140*        NAME THE SAME SUBMITTER, AND EVERY CARD MUST PASS THE *
003150*        RANGE AND WINDOW CHECKS IN 1250.  AN EMPTY PENDING    *
003160*        MEMBER IS ABENDED - THERE IS NOTHING TO APPROVE.      *
003170***************************************************************
003180 1200-LOAD-PENDING SECTION.
003190     OPEN INPUT PEND-FILE.
003200     IF WS-PEND-STATUS NOT = "00"
003210         DISPLAY "FBPARMAP2203E - PENDING DECK COULD NOT BE "
003220                 "OPENED, STATUS " WS-PEND-STATUS
003230         PERFORM 1800-ABEND THRU 1800-EXIT
003240     END-IF.
003250     PERFORM 1210-LOAD-ONE-PENDING THRU 1210-EXIT
003260             UNTIL WS-PEND-STATUS NOT = "00".
003270     CLOSE PEND-FILE.
003280     IF WS-PEND-COUNT = ZERO
003290         DISPLAY "FBPARMAP2204E - PENDING DECK IS EMPTY - "
003300                 "NOTHING TO APPROVE"
003310         PERFORM 1800-ABEND THRU 1800-EXIT
003320     END-IF.
003330 1200-EXIT.
003340     EXIT.
003350***************************************************************
003360*    1210-LOAD-ONE-PENDING                                     *
003370*        READS, CHECKS, STORES AND HASHES ONE PROPOSED CARD.   *
003380***************************************************************
003390 1210-LOAD-ONE-PENDING SECTION.
003400     READ PEND-FILE
003410         AT END MOVE "10"          TO WS-PEND-STATUS
003420     END-READ.
003430     IF WS-PEND-STATUS = "04"
003440         MOVE "00"                 TO WS-PEND-STATUS
003450     END-IF.
003460     IF WS-PEND-STATUS NOT = "00"
003470         GO TO 1210-EXIT
003480     END-IF.
003490     IF PEND-CARD = SPACES
003500         GO TO 1210-EXIT
003510     END-IF.
003520     IF WS-PEND-COUNT = 50
003530         DISPLAY "FBPARMAP2205E - PENDING DECK EXCEEDS 50 "
003540                 "CARDS"
003550         PERFORM 1800-ABEND THRU 1800-EXIT
003560     END-IF.
003570     ADD 1                         TO WS-PEND-COUNT.
003580     MOVE WS-PEND-COUNT            TO WS-CARD-NO-DISPLAY.
003590     IF PEND-SUBMITTER = SPACES
003600         DISPLAY "FBPARMAP2206E - SUBMITTER USER ID MISSING "
003610                 "FROM COLS 113-120 OF PENDING CARD "
003620                 WS-CARD-NO-DISPLAY
003630         PERFORM 1800-ABEND THRU 1800-EXIT
003640     END-IF.
003650     IF WS-PEND-COUNT = 1
003660         MOVE PEND-SUBMITTER       TO WS-SUBMITTER
003670     END-IF.
003680     IF PEND-SUBMITTER NOT = WS-SUBMITTER
003690         DISPLAY "FBPARMAP2207E - PENDING CARD "
003700                 WS-CARD-NO-DISPLAY " NAMES SUBMITTER "
003710                 PEND-SUBMITTER " BUT CARD 1 NAMES "
003720                 WS-SUBMITTER " - ONE DECK, ONE SUBMITTER"
003730         PERFORM 1800-ABEND THRU 1800-EXIT
003740     END-IF.
003750     MOVE PEND-IMAGE               TO WS-CARD-VIEW.
003760     PERFORM 1250-CHECK-CARD THRU 1250-EXIT.
003770     MOVE PEND-IMAGE        TO WS-PEND-IMAGE (WS-PEND-COUNT).
003772     MOVE PEND-IMAGE               TO WS-HASH-IMAGE.
003774     MOVE WS-PEND-COUNT            TO WS-HASH-CARD-NO.
003776     PERFORM 1260-HASH-CARD THRU 1260-EXIT.
003780 1210-EXIT.
003790     EXIT.
003800***************************************************************
003810*    1250-CHECK-CARD                                           *
003820*        CHECKS THE PROPOSED CARD IN WS-CARD-VIEW - A NUMERIC, *
003830*        ASCENDING RANGE AND AN EFFECTIVE WINDOW FBPARMSL      *
003840*        CAN DATE (YYYYMMDD OR BLANK AT EITHER END).           *
003850***************************************************************
003860 1250-CHECK-CARD SECTION.
003870     IF WS-CV-START NOT NUMERIC OR WS-CV-END NOT NUMERIC
003880         DISPLAY "FBPARMAP2208E - RANGE IS NOT NUMERIC ON "
003890                 "PENDING CARD " WS-CARD-NO-DISPLAY
003900         PERFORM 1800-ABEND THRU 1800-EXIT
003910     END-IF.
003920     IF WS-CV-START NOT < WS-CV-END
003930         DISPLAY "FBPARMAP2209E - START VALUE MUST BE LESS "
003940                 "THAN END VALUE ON PENDING CARD "
003950                 WS-CARD-NO-DISPLAY
003960         PERFORM 1800-ABEND THRU 1800-EXIT
003970     END-IF.
003980     IF (WS-CV-EFF-FROM NOT = SPACES
003990             AND WS-CV-EFF-FROM NOT NUMERIC)
004000             OR (WS-CV-EFF-TO NOT = SPACES
004010             AND WS-CV-EFF-TO NOT NUMERIC)
004020         DISPLAY "FBPARMAP2210E - EFFECTIVE WINDOW IS NOT "
004030                 "YYYYMMDD OR BLANK ON PENDING CARD "
004040                 WS-CARD-NO-DISPLAY
004050         PERFORM 1800-ABEND THRU 1800-EXIT
004060     END-IF.
004070 1250-EXIT.
004071     EXIT.
004072***************************************************************
004073*    1260-HASH-CARD                                            *
004074*        ADDS THE CARD IN WS-HASH-IMAGE TO THE DECK HASH.      *
004075*        CARD N, COLUMN C WEIGHS N * 113 + C - THE SAME        *
004076*        WEIGHTING AS 1260-HASH-CARD IN FBPARMST.              *
004077***************************************************************
004078 1260-HASH-CARD SECTION.
004079     PERFORM 1270-HASH-ONE-BYTE THRU 1270-EXIT
004080             VARYING WS-HASH-COL FROM 1 BY 1
004081             UNTIL WS-HASH-COL > 112.
004082 1260-EXIT.
004083     EXIT.
004084 1270-HASH-ONE-BYTE SECTION.
004085     MOVE WS-HASH-IMAGE (WS-HASH-COL:1) TO WS-BYTE-CHAR.
004086     COMPUTE WS-DECK-HASH = WS-DECK-HASH + WS-BYTE-VALUE
004087             * (WS-HASH-CARD-NO * 113 + WS-HASH-COL).
004088 1270-EXIT.
004089     EXIT.
004090***************************************************************
004100*    1300-LOAD-CURRENT                                         *
004110*        LOADS THE DECK NOW IN PRODUCTION FOR THE SIDE-BY-     *
004120*        SIDE.  A MISSING OR EMPTY CURRENT MEMBER IS ALLOWED - *
004130*        THE FIRST APPROVED DECK HAS NOTHING TO REPLACE.       *
004140***************************************************************
004150 1300-LOAD-CURRENT SECTION.
004160     OPEN INPUT CURR-FILE.
004170     IF WS-CURR-STATUS NOT = "00"
004180         DISPLAY "FBPARMAP2211W - CURRENT DECK COULD NOT BE "
004190                 "OPENED, STATUS " WS-CURR-STATUS
004200                 " - COMPARING AGAINST AN EMPTY DECK"
004210         GO TO 1300-EXIT
004220     END-IF.
004230     PERFORM 1310-LOAD-ONE-CURRENT THRU 1310-EXIT
004240             UNTIL WS-CURR-STATUS NOT = "00".
004250     CLOSE CURR-FILE.
004260 1300-EXIT.
004270     EXIT.
004280 1310-LOAD-ONE-CURRENT SECTION.
004290     READ CURR-FILE
004300         AT END MOVE "10"          TO WS-CURR-STATUS
004310     END-READ.
004320     IF WS-CURR-STATUS = "04"
004330         MOVE "00"                 TO WS-CURR-STATUS
004340     END-IF.
004350     IF WS-CURR-STATUS NOT = "00"
004360         GO TO 1310-EXIT
004370     END-IF.
004380     IF CURR-CARD = SPACES OR WS-CURR-COUNT = 50
004390         GO TO 1310-EXIT
004400     END-IF.
004410     ADD 1                         TO WS-CURR-COUNT.
004420     MOVE CURR-IMAGE        TO WS-CURR-IMAGE (WS-CURR-COUNT).
004430     MOVE CURR-DECK-VERSION
004440             TO WS-CURR-VERSION (WS-CURR-COUNT).
004450 1310-EXIT.
004460     EXIT.
004470***************************************************************
004480*    1400-SCAN-LEDGER                                          *
004490*        READS THE APPROVAL LEDGER TO END OF FILE FOR THE      *
004500*        HIGHEST VERSION YET ASSIGNED.  A LEDGER THAT DOES     *
004510*        NOT YET EXIST STARTS THE VERSIONS AT 1.               *
004520***************************************************************
004530 1400-SCAN-LEDGER SECTION.
004540     OPEN INPUT APPR-FILE.
004550     IF WS-APPR-STATUS NOT = "00"
004560         GO TO 1400-EXIT
004570     END-IF.
004580     PERFORM 1410-SCAN-ONE THRU 1410-EXIT
004590             UNTIL WS-APPR-EOF.
004600     CLOSE APPR-FILE.
004610 1400-EXIT.
004620     EXIT.
004630 1410-SCAN-ONE SECTION.
004640     READ APPR-FILE
004650         AT END SET WS-APPR-EOF    TO TRUE
004660     END-READ.
004670     IF WS-APPR-EOF
004680         GO TO 1410-EXIT
004690     END-IF.
004700     ADD 1                         TO WS-LEDGER-COUNT.
004710     IF FBA-VERSION NUMERIC AND FBA-VERSION > WS-HIGH-VERSION
004720         MOVE FBA-VERSION          TO WS-HIGH-VERSION
004730     END-IF.
004740 1410-EXIT.
004741     EXIT.
004742***************************************************************
004743*    1500-FIND-STAGING                                         *
004744*        READS THE AUDIT TRAIL TO END OF FILE FOR THE NEWEST   *
004745*        PARM-STGD RECORD AND TAKES THE STAGED CARD COUNT AND  *
004746*        HASH FROM IT.  A TRAIL THAT WILL NOT OPEN, OR HOLDS   *
004747*        NO STAGING, LEAVES WS-STAGING-FOUND OFF AND           *
004748*        4000-DECIDE REFUSES THE DECK.                         *
004749***************************************************************
004750 1500-FIND-STAGING SECTION.
004751     OPEN INPUT AUDIT-FILE.
004752     IF WS-AUDIT-STATUS NOT = "00"
004753         GO TO 1500-EXIT
004754     END-IF.
004755     PERFORM 1510-SCAN-ONE-AUDIT THRU 1510-EXIT
004756             UNTIL WS-AUDIT-EOF.
004757     CLOSE AUDIT-FILE.
004758     IF NOT WS-STAGING-FOUND
004759         GO TO 1500-EXIT
004760     END-IF.
004761     MOVE ZERO                     TO WS-STAGED-CARDS.
004762     IF WS-STGV-CARDS NUMERIC
004763         MOVE WS-STGV-CARDS        TO WS-STAGED-CARDS
004764     END-IF.
004765     MOVE ZERO                     TO WS-STAGED-HASH.
004766     IF WS-STGV-HASH NUMERIC
004767         MOVE WS-STGV-HASH         TO WS-STAGED-HASH
004768     END-IF.
004769 1500-EXIT.
004770     EXIT.
004771 1510-SCAN-ONE-AUDIT SECTION.
004772     READ AUDIT-FILE
004773         AT END SET WS-AUDIT-EOF   TO TRUE
004774     END-READ.
004775     IF WS-AUDIT-EOF
004776         GO TO 1510-EXIT
004777     END-IF.
004778     IF AUDIT-RECORD (1:9) = "PARM-STGD"
004779         MOVE AUD-TEXT             TO WS-STAGED-VIEW
004780         SET WS-STAGING-FOUND      TO TRUE
004781     END-IF.
004782 1510-EXIT.
004783     EXIT.
004784***************************************************************
004785*    1800-ABEND                                                *
004786*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO     *
004790*        THE PARMLIB COPY STEP NEVER RUNS.                     *
004800***************************************************************
004810 1800-ABEND SECTION.
004820     MOVE 16                      TO RETURN-CODE.
004830     STOP RUN.
004840 1800-EXIT.
004850     EXIT.
004860***************************************************************
004870*    2000-WRITE-HEADERS                                        *
004880*        WRITES A NEW REPORT PAGE AND RESETS THE LINE COUNT.   *
004890***************************************************************
004900 2000-WRITE-HEADERS SECTION.
004910     ADD 1 TO WS-PAGE-COUNT.
004920     MOVE WS-RUN-DATE-DISP         TO WS-HDR-RUN-DATE.
004930     MOVE WS-PAGE-COUNT            TO WS-HDR-PAGE-NO.
004940     MOVE "1"                      TO RPT-CC.
004950     MOVE WS-HEADER-LINE-1         TO RPT-LINE.
004960     WRITE RPT-RECORD.
004970     MOVE " "                      TO RPT-CC.
004980     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
004990     WRITE RPT-RECORD.
005000     MOVE WS-HEADER-LINE-3         TO RPT-LINE.
005010     WRITE RPT-RECORD.
005020     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
005030     WRITE RPT-RECORD.
005040     MOVE ZERO                     TO WS-LINE-COUNT.
005050 2000-EXIT.
005060     EXIT.
005070***************************************************************
005080*    3000-PRINT-DECKS                                          *
005090*        PRINTS THE DECKS SIDE BY SIDE, CARD FOR CARD, AS FAR  *
005100*        AS THE LONGER OF THE TWO RUNS.                        *
005110***************************************************************
005120 3000-PRINT-DECKS SECTION.
005130     MOVE WS-PEND-COUNT            TO WS-HIGH-COUNT.
005140     IF WS-CURR-COUNT > WS-HIGH-COUNT
005150         MOVE WS-CURR-COUNT        TO WS-HIGH-COUNT
005160     END-IF.
005170     PERFORM 3100-PRINT-ONE-PAIR THRU 3100-EXIT
005180             VARYING WS-CARD-IX FROM 1 BY 1
005190             UNTIL WS-CARD-IX > WS-HIGH-COUNT.
005200 3000-EXIT.
005210     EXIT.
005220***************************************************************
005230*    3100-PRINT-ONE-PAIR                                       *
005240*        PRINTS CURRENT CARD N BESIDE PROPOSED CARD N, FLAGGED *
005250*        ** WHEN THEIR COLS 1-112 DIFFER OR ONE SIDE HAS NO    *
005260*        CARD N AT ALL.                                        *
005270***************************************************************
005280 3100-PRINT-ONE-PAIR SECTION.
005290     IF WS-LINE-COUNT NOT < WS-MAX-LINES
005300         PERFORM 2000-WRITE-HEADERS THRU 2000-EXIT
005310     END-IF.
005320     MOVE SPACES                   TO WS-SIDE-FLAG.
005330     IF WS-CARD-IX > WS-CURR-COUNT
005340             OR WS-CARD-IX > WS-PEND-COUNT
005350         MOVE "**"                 TO WS-SIDE-FLAG
005360     ELSE
005370         IF WS-CURR-IMAGE (WS-CARD-IX)
005380                 NOT = WS-PEND-IMAGE (WS-CARD-IX)
005390             MOVE "**"             TO WS-SIDE-FLAG
005400         END-IF
005410     END-IF.
005420     IF WS-SIDE-FLAG = "**"
005430         ADD 1                     TO WS-CHANGED-COUNT
005440     END-IF.
005450     MOVE WS-CARD-IX               TO WS-SIDE-CARD-NO.
005460     IF WS-CARD-IX > WS-CURR-COUNT
005470         MOVE WS-NO-CARD-TEXT      TO WS-SIDE-CURR
005480     ELSE
005490         MOVE WS-CURR-IMAGE (WS-CARD-IX) TO WS-CARD-VIEW
005500         PERFORM 3200-FORMAT-RANGE THRU 3200-EXIT
005510         MOVE SPACES               TO WS-RT-VERSION
005520         STRING "VERSION " WS-CURR-VERSION (WS-CARD-IX)
005530                 DELIMITED BY SIZE INTO WS-RT-VERSION
005540         MOVE WS-RANGE-TEXT        TO WS-SIDE-CURR
005550     END-IF.
005560     IF WS-CARD-IX > WS-PEND-COUNT
005570         MOVE WS-NO-CARD-TEXT      TO WS-SIDE-PROP
005580     ELSE
005590         MOVE WS-PEND-IMAGE (WS-CARD-IX) TO WS-CARD-VIEW
005600         PERFORM 3200-FORMAT-RANGE THRU 3200-EXIT
005610         MOVE SPACES               TO WS-RT-VERSION
005620         MOVE WS-RANGE-TEXT        TO WS-SIDE-PROP
005630     END-IF.
005640     MOVE " "                      TO RPT-CC.
005650     MOVE WS-SIDE-LINE             TO RPT-LINE.
005660     WRITE RPT-RECORD.
005670     MOVE ZERO                     TO WS-SIDE-CARD-NO.
005680     MOVE SPACES                   TO WS-SIDE-CURR.
005690     MOVE SPACES                   TO WS-SIDE-PROP.
005700     IF WS-CARD-IX NOT > WS-CURR-COUNT
005710         MOVE WS-CURR-IMAGE (WS-CARD-IX) TO WS-CARD-VIEW
005720         PERFORM 3300-FORMAT-RULES THRU 3300-EXIT
005730         MOVE WS-RULES-TEXT        TO WS-SIDE-CURR
005740     END-IF.
005750     IF WS-CARD-IX NOT > WS-PEND-COUNT
005760         MOVE WS-PEND-IMAGE (WS-CARD-IX) TO WS-CARD-VIEW
005770         PERFORM 3300-FORMAT-RULES THRU 3300-EXIT
005780         MOVE WS-RULES-TEXT        TO WS-SIDE-PROP
005790     END-IF.
005800     MOVE WS-SIDE-LINE             TO RPT-LINE.
005820     WRITE RPT-RECORD.
005830     MOVE WS-HEADER-LINE-2         TO RPT-LINE.
005840     WRITE RPT-RECORD.
005850     ADD 3 TO WS-LINE-COUNT.
005860 3100-EXIT.
005870     EXIT.
005880***************************************************************
005890*    3200-FORMAT-RANGE                                         *
005900*        FORMATS THE RANGE, EFFECTIVE WINDOW, AND REPORT MODE  *
005910*        OF THE CARD IN WS-CARD-VIEW.  A BLANK EFF-TO PRINTS   *
005920*        AS OPEN.                                              *
005930***************************************************************
005940 3200-FORMAT-RANGE SECTION.
005950     MOVE WS-CV-START              TO WS-RT-START.
005960     MOVE WS-CV-END                TO WS-RT-END.
005970     MOVE WS-CV-EFF-FROM           TO WS-RT-EFF-FROM.
005980     IF WS-CV-EFF-TO = SPACES OR WS-CV-EFF-TO = "00000000"
005990         MOVE "OPEN"               TO WS-RT-EFF-TO
006000     ELSE
006010         MOVE WS-CV-EFF-TO         TO WS-RT-EFF-TO
006020     END-IF.
006030     MOVE WS-CV-MODE               TO WS-RT-MODE.
006040 3200-EXIT.
006050     EXIT.
006060***************************************************************
006070*    3300-FORMAT-RULES                                         *
006080*        FORMATS THE RULE TABLE OF THE CARD IN WS-CARD-VIEW AS *
006090*        DIVISOR=LABEL PAIRS, AS FAR AS ITS RULE COUNT.        *
006100***************************************************************
006110 3300-FORMAT-RULES SECTION.
006120     MOVE SPACES                   TO WS-RULES-TEXT.
006125     MOVE 5                        TO WS-CV-COUNT-NUM.
006126     IF WS-CV-RULE-COUNT NUMERIC
006127         MOVE WS-CV-RULE-COUNT     TO WS-CV-COUNT-NUM
006128     END-IF.
006130     PERFORM 3310-FORMAT-ONE-RULE THRU 3310-EXIT
006140             VARYING WS-RULE-IX FROM 1 BY 1
006150             UNTIL WS-RULE-IX > 5.
006160 3300-EXIT.
006170     EXIT.
006180 3310-FORMAT-ONE-RULE SECTION.
006190     IF WS-RULE-IX > WS-CV-COUNT-NUM
006210         GO TO 3310-EXIT
006220     END-IF.
006230     MOVE WS-CV-DIVISOR (WS-RULE-IX)
006240             TO WS-RUT-DIVISOR (WS-RULE-IX).
006250     MOVE "="                      TO WS-RUT-EQ (WS-RULE-IX).
006260     MOVE WS-CV-LABEL (WS-RULE-IX)
006270             TO WS-RUT-LABEL (WS-RULE-IX).
006280 3310-EXIT.
006290     EXIT.
006300***************************************************************
006310*    4000-DECIDE                                               *
006320*        THE TWO-PERSON RULE.  A DECK NOT STAGED BY FBPARMST,  *
006322*        OR CHANGED SINCE ITS STAGING, AN APPROVER NOT ON THE  *
006324*        AUTHORIZED-APPROVER LIST, AND AN APPROVER WHO IS      *
006326*        ALSO THE SUBMITTER ARE REFUSED RC=8 AND NOTHING IS    *
006330*        RECORDED.                                             *
006340*        A PROPOSED DECK IDENTICAL TO THE CURRENT ONE IS       *
006350*        REFUSED RC=4 - A NEW VERSION NUMBER FOR NO CHANGE     *
006360*        WOULD ONLY MUDDY THE LEDGER.                          *
006370***************************************************************
006380 4000-DECIDE SECTION.
006381     IF NOT WS-STAGING-FOUND
006382         SET WS-REFUSED-NOT-STAGED TO TRUE
006383         DISPLAY "FBPARMAP2214E - NO PARM-STGD RECORD ON THE "
006384                 "AUDIT TRAIL - STAGE THE DECK WITH FBPARMST"
006385         MOVE 8                    TO RETURN-CODE
006386         GO TO 4000-EXIT
006387     END-IF.
006388     IF WS-PEND-COUNT NOT = WS-STAGED-CARDS
006389             OR WS-DECK-HASH NOT = WS-STAGED-HASH
006390             OR WS-SUBMITTER NOT = WS-STGV-SUB
006391         SET WS-REFUSED-NOT-STAGED TO TRUE
006392         DISPLAY "FBPARMAP2215E - PENDING DECK IS NOT THE DECK "
006393                 WS-STGV-SUB " STAGED " WS-STGV-DATE " "
006394                 WS-STGV-TIME " - RESTAGE IT WITH FBPARMST"
006395         MOVE 8                    TO RETURN-CODE
006396         GO TO 4000-EXIT
006397     END-IF.
006398     IF NOT WS-APPROVER-LISTED
006399         SET WS-REFUSED-NOT-LISTED TO TRUE
006400         DISPLAY "FBPARMAP2216E - " WS-APPROVER
006401                 " IS NOT ON THE AUTHORIZED-APPROVER LIST"
006402         MOVE 8                    TO RETURN-CODE
006403         GO TO 4000-EXIT
006404     END-IF.
006405     IF WS-APPROVER = WS-SUBMITTER
006406         SET WS-REFUSED-SAME-ID    TO TRUE
006410         DISPLAY "FBPARMAP2212E - APPROVER " WS-APPROVER
006420                 " SUBMITTED THIS DECK - A SECOND PERSON "
006430                 "MUST APPROVE IT"
006440         MOVE 8                    TO RETURN-CODE
006450         GO TO 4000-EXIT
006460     END-IF.
006470     IF WS-CHANGED-COUNT = ZERO
006480         SET WS-REFUSED-NO-CHANGE  TO TRUE
006490         DISPLAY "FBPARMAP2213W - PENDING DECK IS IDENTICAL "
006500                 "TO THE CURRENT DECK - NOTHING APPROVED"
006510         MOVE 4                    TO RETURN-CODE
006520         GO TO 4000-EXIT
006530     END-IF.
006540     SET WS-APPROVED               TO TRUE.
006550     COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1.
006560 4000-EXIT.
006570     EXIT.
006580***************************************************************
006590*    5000-RECORD-APPROVAL                                      *
006600*        APPENDS ONE LEDGER RECORD PER PROPOSED CARD UNDER     *
006610*        THE NEW VERSION - EXTEND WITH THE OUTPUT FALLBACK     *
006620*        FOR THE VERY FIRST APPROVAL.                          *
006630***************************************************************
006640 5000-RECORD-APPROVAL SECTION.
006650     OPEN EXTEND APPR-FILE.
006660     IF WS-APPR-STATUS NOT = "00"
006670         OPEN OUTPUT APPR-FILE
006680     END-IF.
006690     PERFORM 5100-RECORD-ONE-CARD THRU 5100-EXIT
006700             VARYING WS-CARD-IX FROM 1 BY 1
006710             UNTIL WS-CARD-IX > WS-PEND-COUNT.
006720     CLOSE APPR-FILE.
006730 5000-EXIT.
006740     EXIT.
006750 5100-RECORD-ONE-CARD SECTION.
006760     MOVE SPACES                   TO FB-APPROVAL-RECORD.
006770     MOVE WS-NEW-VERSION           TO FBA-VERSION.
006780     MOVE WS-CARD-IX               TO FBA-CARD-NO.
006790     MOVE WS-SUBMITTER             TO FBA-SUBMITTER.
006800     MOVE WS-APPROVER              TO FBA-APPROVER.
006810     MOVE WS-RUN-DATE-NUM          TO FBA-APPROVED-DATE.
006820     MOVE WS-RUN-HHMMSS            TO FBA-APPROVED-TIME.
006830     MOVE WS-PEND-IMAGE (WS-CARD-IX) TO FBA-CARD-IMAGE.
006840     WRITE FB-APPROVAL-RECORD.
006850 5100-EXIT.
006860     EXIT.
006870***************************************************************
006880*    6000-WRITE-DECK                                           *
006890*        WRITES THE APPROVED DECK WITH THE VERSION STAMPED IN  *
006900*        COLS 113-117 OF EVERY CARD, FOR THE NEXT STEP TO      *
006910*        COPY INTO PARMLIB(FBPARMCA).                          *
006920***************************************************************
006930 6000-WRITE-DECK SECTION.
006940     OPEN OUTPUT DECK-OUT-FILE.
006950     PERFORM 6100-WRITE-ONE-CARD THRU 6100-EXIT
006960             VARYING WS-CARD-IX FROM 1 BY 1
006970             UNTIL WS-CARD-IX > WS-PEND-COUNT.
006980     CLOSE DECK-OUT-FILE.
006990 6000-EXIT.
007000     EXIT.
007010 6100-WRITE-ONE-CARD SECTION.
007020     MOVE WS-PEND-IMAGE (WS-CARD-IX) TO WS-OUT-IMAGE.
007030     MOVE WS-NEW-VERSION           TO WS-OUT-VERSION.
007040     WRITE DECK-OUT-RECORD FROM WS-OUT-CARD.
007050 6100-EXIT.
007060     EXIT.
007070***************************************************************
007080*    7000-WRITE-AUDIT                                          *
007090*        APPENDS THE APPROVAL TO THE AUDIT TRAIL - THE NEW     *
007100*        VERSION, THE SUBMITTER, AND THE APPROVER.             *
007110***************************************************************
007120 7000-WRITE-AUDIT SECTION.
007130     OPEN EXTEND AUDIT-FILE.
007140     IF WS-AUDIT-STATUS NOT = "00"
007150         OPEN OUTPUT AUDIT-FILE
007160     END-IF.
007170     MOVE SPACES                   TO WS-AUDIT-LINE.
007180     STRING "PARM-APPR DATE=" WS-RUN-DATE-DISP
007190             " TIME=" WS-RUN-TIME-DISP
007200             " VERSION=" WS-NEW-VERSION
007210             " SUB=" WS-SUBMITTER
007220             " APPR=" WS-APPROVER
007230             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
007240     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
007243     MOVE ZERO                     TO AUD-RUN-ID.
007246     WRITE AUDIT-RECORD.
007250     CLOSE AUDIT-FILE.
007260 7000-EXIT.
007270     EXIT.
007280***************************************************************
007290*    8000-WRITE-SUMMARY                                        *
007300*        PRINTS THE CARD COUNTS, WHO SUBMITTED AND WHO         *
007310*        APPROVED, AND THE OUTCOME.                            *
007320***************************************************************
007330 8000-WRITE-SUMMARY SECTION.
007340     MOVE " "                      TO RPT-CC.
007350     MOVE WS-SUMMARY-TITLE         TO RPT-LINE.
007360     WRITE RPT-RECORD.
007370     MOVE "CURRENT CARDS:"         TO WS-SUM-TEXT.
007380     MOVE WS-CURR-COUNT            TO WS-SUM-VALUE.
007390     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
007400     WRITE RPT-RECORD.
007410     MOVE "PROPOSED CARDS:"        TO WS-SUM-TEXT.
007420     MOVE WS-PEND-COUNT            TO WS-SUM-VALUE.
007430     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
007440     WRITE RPT-RECORD.
007450     MOVE "CARDS CHANGED (**):"    TO WS-SUM-TEXT.
007460     MOVE WS-CHANGED-COUNT         TO WS-SUM-VALUE.
007470     MOVE WS-SUMMARY-LINE          TO RPT-LINE.
007480     WRITE RPT-RECORD.
007490     MOVE "SUBMITTED BY:"          TO WS-SUMI-TEXT.
007500     MOVE WS-SUBMITTER             TO WS-SUMI-VALUE.
007510     MOVE WS-SUMMARY-ID-LINE       TO RPT-LINE.
007520     WRITE RPT-RECORD.
007530     MOVE "REVIEWED BY:"           TO WS-SUMI-TEXT.
007540     MOVE WS-APPROVER              TO WS-SUMI-VALUE.
007550     MOVE WS-SUMMARY-ID-LINE       TO RPT-LINE.
007560     WRITE RPT-RECORD.
007570     MOVE SPACES                   TO WS-OUTCOME-TEXT.
007580     EVALUATE TRUE
007590         WHEN WS-APPROVED
007600             STRING "APPROVED AS DECK VERSION " WS-NEW-VERSION
007610                     " - COPY STEP PROMOTES IT TO "
007620                     "PARMLIB(FBPARMCA)"
007630                     DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
007631         WHEN WS-REFUSED-NOT-STAGED
007632             STRING "*** REFUSED - THE PENDING DECK IS NOT AS "
007633                     "STAGED BY FBPARMST - NOTHING RECORDED ***"
007634                     DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
007635         WHEN WS-REFUSED-NOT-LISTED
007636             STRING "*** REFUSED - THE APPROVER IS NOT AN "
007637                     "AUTHORIZED APPROVER - NOTHING RECORDED ***"
007638                     DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
007640         WHEN WS-REFUSED-SAME-ID
007650             STRING "*** REFUSED - THE APPROVER SUBMITTED "
007660                     "THIS DECK - NOTHING RECORDED ***"
007665                     DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
007670         WHEN WS-REFUSED-NO-CHANGE
007680             STRING "*** NOT APPROVED - NO CARD DIFFERS FROM "
007690                     "THE CURRENT DECK ***"
007695                     DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
007700     END-EVALUATE.
007710     MOVE WS-OUTCOME-LINE          TO RPT-LINE.
007720     WRITE RPT-RECORD.
007730 8000-EXIT.
007740     EXIT.
007750***************************************************************
007760*    9000-TERMINATE                                            *
007770*        END-OF-RUN HOUSEKEEPING.                              *
007780***************************************************************
007790 9000-TERMINATE SECTION.
007800     CLOSE RPT-FILE.
007810     IF WS-APPROVED
007820         DISPLAY "FBPARMAP2200I - " WS-PEND-COUNT
007830                 " CARDS APPROVED AS DECK VERSION "
007840                 WS-NEW-VERSION " BY " WS-APPROVER
007850     END-IF.
007860 9000-EXIT.
007870     EXIT.
