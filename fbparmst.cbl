000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBPARMST                                 *
000040*    FUNCTION     :  STAGES A PROPOSED FBPARMCA DECK FOR      *
000050*                    SECOND-PERSON APPROVAL.  THE SUBMITTER   *
000060*                    EDITS THE PROPOSED CALENDAR DECK INTO    *
000070*                    THE DRAFT PARMLIB MEMBER FBPARMDR AND    *
000080*                    RUNS THIS PROGRAM UNDER THEIR OWN USER   *
000090*                    ID.  IT COPIES THE DRAFT TO THE PENDING  *
000100*                    MEMBER FBPARMPD WITH THAT USER ID - THE  *
000110*                    ONE THE SYSTEM RAN THE JOB UNDER, NEVER  *
000120*                    ONE TYPED ON A CARD - IN COLS 113-120 OF *
000130*                    EVERY CARD, AND RECORDS THE STAGING ON   *
000140*                    THE AUDIT TRAIL WITH THE CARD COUNT AND  *
000150*                    A HASH OF THE CARD IMAGES.  FBPARMAP     *
000160*                    TAKES THE SUBMITTER FROM THAT RECORD AND *
000170*                    REFUSES A PENDING DECK THAT NO LONGER    *
000180*                    MATCHES IT.                              *
000190*                                                             *
000200***************************************************************
000210 IDENTIFICATION       DIVISION.
000220 PROGRAM-ID.          FBPARMST.
000230 AUTHOR.              MERLOTCODE.
000240 INSTALLATION.        DATA PROCESSING CENTER.
000250 DATE-WRITTEN.        10/15/2026.
000260 DATE-COMPILED.
000270*                                                             *
000280*    MODIFICATION HISTORY                                      *
000290*    ----------   ----  --------------------------------------*
000300*    DATE          BY   DESCRIPTION                            *
000310*    ----------   ----  --------------------------------------*
000320*    10/15/2026    MCD  FIRST VERSION - THE SUBMITTER OF A     *
000330*                       PENDING DECK WAS WHATEVER USER ID WAS  *
000340*                       TYPED IN COLS 113-120.                 *
000350***************************************************************
000360 ENVIRONMENT          DIVISION.
000370 INPUT-OUTPUT         SECTION.
000380 FILE-CONTROL.
000390     SELECT DRAFT-FILE    ASSIGN TO "DRAFTDECK"
000400                          ORGANIZATION IS LINE SEQUENTIAL
000410                          FILE STATUS IS WS-DRAFT-STATUS.
000420     SELECT PEND-FILE     ASSIGN TO "PENDDECK"
000430                          ORGANIZATION IS LINE SEQUENTIAL
000440                          FILE STATUS IS WS-PEND-STATUS.
000450     SELECT AUDIT-FILE    ASSIGN TO "AUDITFILE"
000460                          ORGANIZATION IS LINE SEQUENTIAL
000470                          FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA                 DIVISION.
000490 FILE                 SECTION.
000500 FD  DRAFT-FILE.
000510 01  DRAFT-CARD.
000520     05  DRAFT-IMAGE          PIC X(112).
000530     05  FILLER               PIC X(08).
000540 FD  PEND-FILE.
000550 01  PEND-CARD.
000560     05  PEND-IMAGE           PIC X(112).
000570     05  PEND-SUBMITTER       PIC X(08).
000580 FD  AUDIT-FILE.
000590     COPY FBAUDIT.
000600 WORKING-STORAGE      SECTION.
000610 77  WS-DRAFT-STATUS      PIC X(02) VALUE SPACES.
000620 77  WS-PEND-STATUS       PIC X(02) VALUE SPACES.
000630 77  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000640***************************************************************
000650*    THE DRAFT DECK.  ONLY COLS 1-112 - THE PARAMETER IMAGE   *
000660*    AND THE EFFECTIVE WINDOW - ARE TAKEN FROM IT; WHATEVER   *
000670*    IS IN COLS 113-120 IS REPLACED BY THE STAGING USER ID.   *
000680***************************************************************
000690 77  WS-DRAFT-COUNT       PIC 9(03) COMP VALUE ZERO.
000700 77  WS-CARD-IX           PIC 9(03) COMP VALUE ZERO.
000710 01  WS-DRAFT-TABLE.
000720     05  WS-DRAFT-ENTRY OCCURS 50 TIMES.
000730         10  WS-DRAFT-IMAGE   PIC X(112).
000740 77  WS-SUBMITTER         PIC X(08) VALUE SPACES.
000750 77  WS-CARD-COUNT-DISP   PIC 9(03).
000760***************************************************************
000770*    DECK HASH - THE SAME CONTROL TOTAL FBPARMAP TAKES OVER   *
000780*    THE PENDING DECK: EVERY BYTE OF COLS 1-112 OF EVERY      *
000790*    CARD, WEIGHTED BY CARD AND COLUMN, SO A CHANGED, MOVED   *
000800*    OR SWAPPED CHARACTER CHANGES THE TOTAL.  A BYTE'S VALUE  *
000810*    IS READ THROUGH THE HALFWORD WS-BYTE-VALUE.              *
000820***************************************************************
000830 77  WS-DECK-HASH         PIC 9(12) VALUE ZERO.
000840 77  WS-HASH-CARD-NO      PIC 9(03) COMP VALUE ZERO.
000850 77  WS-HASH-COL          PIC 9(03) COMP VALUE ZERO.
000860 77  WS-HASH-IMAGE        PIC X(112) VALUE SPACES.
000870 01  WS-BYTE-AREA.
000880     05  FILLER               PIC X(01) VALUE LOW-VALUE.
000890     05  WS-BYTE-CHAR         PIC X(01).
000900 01  WS-BYTE-VALUE REDEFINES WS-BYTE-AREA
000910                              PIC 9(04) COMP.
000920***************************************************************
000930*    RUN STAMPS AND THE AUDIT RECORD.                         *
000940*                                                             *
000950*    PARM-STGD DATE=MM/DD/YYYY TIME=HH:MM:SS SUB=XXXXXXXX     *
000960*              CARDS=NNN HASH=NNNNNNNNNNNN                    *
000970***************************************************************
000980 01  WS-RUN-DATE-RAW.
000990     05  WS-RUN-YYYY          PIC 9(04).
001000     05  WS-RUN-MM            PIC 9(02).
001010     05  WS-RUN-DD            PIC 9(02).
001020 01  WS-RUN-TIME-RAW.
001030     05  WS-RUN-HH            PIC 9(02).
001040     05  WS-RUN-MN            PIC 9(02).
001050     05  WS-RUN-SS            PIC 9(02).
001060     05  WS-RUN-HS            PIC 9(02).
001070 77  WS-RUN-DATE-DISP     PIC X(10).
001080 77  WS-RUN-TIME-DISP     PIC X(08).
001090 77  WS-AUDIT-LINE        PIC X(80).
001100***************************************************************
001110*    THE EXEC PARM - THE USER ID THE JOB RUNS UNDER, PASSED   *
001120*    AS PARM='&SYSUID'.                                       *
001130***************************************************************
001140 LINKAGE              SECTION.
001150 01  PARM-AREA.
001160     05  PARM-LENGTH          PIC S9(04) COMP.
001170     05  PARM-USER-ID         PIC X(08).
001180 PROCEDURE            DIVISION USING PARM-AREA.
001190***************************************************************
001200*    0000-MAINLINE                                             *
001210*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
001220***************************************************************
001230 0000-MAINLINE SECTION.
001240     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001250     PERFORM 5000-WRITE-PENDING   THRU 5000-EXIT.
001260     PERFORM 7000-WRITE-AUDIT     THRU 7000-EXIT.
001270     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001280     GOBACK.
001290 0000-EXIT.
001300     EXIT.
001310***************************************************************
001320*    1000-INITIALIZE                                           *
001330*        TAKES THE STAGING USER ID FROM THE EXEC PARM AND      *
001340*        LOADS THE DRAFT DECK.                                 *
001350***************************************************************
001360 1000-INITIALIZE SECTION.
001370     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
001380     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
001390             DELIMITED BY SIZE INTO WS-RUN-DATE-DISP.
001400     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001410     STRING WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
001420             DELIMITED BY SIZE INTO WS-RUN-TIME-DISP.
001430     PERFORM 1100-READ-USER-ID    THRU 1100-EXIT.
001440     PERFORM 1200-LOAD-DRAFT      THRU 1200-EXIT.
001450 1000-EXIT.
001460     EXIT.
001470***************************************************************
001480*    1100-READ-USER-ID                                         *
001490*        TAKES THE SUBMITTER FROM THE EXEC PARM.  NO PARM, OR  *
001500*        ONE LONGER THAN A USER ID, IS ABENDED - THE STEP MUST *
001510*        RUN WITH PARM='&SYSUID'.                              *
001520***************************************************************
001530 1100-READ-USER-ID SECTION.
001540     IF PARM-LENGTH < 1 OR PARM-LENGTH > 8
001550         DISPLAY "FBPARMST3101E - EXEC PARM MUST BE THE "
001560                 "EXECUTING USER ID - PARM='&SYSUID'"
001570         PERFORM 1800-ABEND THRU 1800-EXIT
001580     END-IF.
001590     MOVE PARM-USER-ID (1:PARM-LENGTH) TO WS-SUBMITTER.
001600     IF WS-SUBMITTER = SPACES
001610         DISPLAY "FBPARMST3101E - EXEC PARM MUST BE THE "
001620                 "EXECUTING USER ID - PARM='&SYSUID'"
001630         PERFORM 1800-ABEND THRU 1800-EXIT
001640     END-IF.
001650 1100-EXIT.
001660     EXIT.
001670***************************************************************
001680*    1200-LOAD-DRAFT                                           *
001690*        LOADS THE DRAFT DECK, UP TO THE 50 CARDS FBPARMAP     *
001700*        TAKES, HASHING EACH CARD AS IT GOES.  AN EMPTY DRAFT  *
001710*        IS ABENDED - THERE IS NOTHING TO STAGE.               *
001720***************************************************************
001730 1200-LOAD-DRAFT SECTION.
001740     OPEN INPUT DRAFT-FILE.
001750     IF WS-DRAFT-STATUS NOT = "00"
001760         DISPLAY "FBPARMST3102E - DRAFT DECK COULD NOT BE "
001770                 "OPENED, STATUS " WS-DRAFT-STATUS
001780         PERFORM 1800-ABEND THRU 1800-EXIT
001790     END-IF.
001800     PERFORM 1210-LOAD-ONE-DRAFT THRU 1210-EXIT
001810             UNTIL WS-DRAFT-STATUS NOT = "00".
001820     CLOSE DRAFT-FILE.
001830     IF WS-DRAFT-COUNT = ZERO
001840         DISPLAY "FBPARMST3103E - DRAFT DECK IS EMPTY - "
001850                 "NOTHING TO STAGE"
001860         PERFORM 1800-ABEND THRU 1800-EXIT
001870     END-IF.
001880 1200-EXIT.
001890     EXIT.
001900***************************************************************
001910*    1210-LOAD-ONE-DRAFT                                       *
001920*        READS, STORES AND HASHES ONE DRAFT CARD.              *
001930***************************************************************
001940 1210-LOAD-ONE-DRAFT SECTION.
001950     READ DRAFT-FILE
001960         AT END MOVE "10"          TO WS-DRAFT-STATUS
001970     END-READ.
001980     IF WS-DRAFT-STATUS = "04"
001990         MOVE "00"                 TO WS-DRAFT-STATUS
002000     END-IF.
002010     IF WS-DRAFT-STATUS NOT = "00"
002020         GO TO 1210-EXIT
002030     END-IF.
002040     IF DRAFT-IMAGE = SPACES
002050         GO TO 1210-EXIT
002060     END-IF.
002070     IF WS-DRAFT-COUNT = 50
002080         DISPLAY "FBPARMST3104E - DRAFT DECK EXCEEDS 50 "
002090                 "CARDS"
002100         PERFORM 1800-ABEND THRU 1800-EXIT
002110     END-IF.
002120     ADD 1                         TO WS-DRAFT-COUNT.
002130     MOVE DRAFT-IMAGE     TO WS-DRAFT-IMAGE (WS-DRAFT-COUNT).
002140     MOVE DRAFT-IMAGE              TO WS-HASH-IMAGE.
002150     MOVE WS-DRAFT-COUNT           TO WS-HASH-CARD-NO.
002160     PERFORM 1260-HASH-CARD THRU 1260-EXIT.
002170 1210-EXIT.
002180     EXIT.
002190***************************************************************
002200*    1260-HASH-CARD                                            *
002210*        ADDS THE CARD IN WS-HASH-IMAGE TO THE DECK HASH.      *
002220*        CARD N, COLUMN C WEIGHS N * 113 + C - THE SAME        *
002230*        WEIGHTING AS 1260-HASH-CARD IN FBPARMAP.              *
002240***************************************************************
002250 1260-HASH-CARD SECTION.
002260     PERFORM 1270-HASH-ONE-BYTE THRU 1270-EXIT
002270             VARYING WS-HASH-COL FROM 1 BY 1
002280             UNTIL WS-HASH-COL > 112.
002290 1260-EXIT.
002300     EXIT.
002310 1270-HASH-ONE-BYTE SECTION.
002320     MOVE WS-HASH-IMAGE (WS-HASH-COL:1) TO WS-BYTE-CHAR.
002330     COMPUTE WS-DECK-HASH = WS-DECK-HASH + WS-BYTE-VALUE
002340             * (WS-HASH-CARD-NO * 113 + WS-HASH-COL).
002350 1270-EXIT.
002360     EXIT.
002370***************************************************************
002380*    1800-ABEND                                                *
002390*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE.       *
002400*        NOTHING HAS BEEN STAGED.                              *
002410***************************************************************
002420 1800-ABEND SECTION.
002430     MOVE 16                      TO RETURN-CODE.
002440     STOP RUN.
002450 1800-EXIT.
002460     EXIT.
002470***************************************************************
002480*    5000-WRITE-PENDING                                        *
002490*        REWRITES THE PENDING MEMBER FROM THE DRAFT, WITH THE  *
002500*        STAGING USER ID IN COLS 113-120 OF EVERY CARD.        *
002510***************************************************************
002520 5000-WRITE-PENDING SECTION.
002530     OPEN OUTPUT PEND-FILE.
002540     IF WS-PEND-STATUS NOT = "00"
002550         DISPLAY "FBPARMST3105E - PENDING DECK COULD NOT BE "
002560                 "OPENED, STATUS " WS-PEND-STATUS
002570         PERFORM 1800-ABEND THRU 1800-EXIT
002580     END-IF.
002590     PERFORM 5100-WRITE-ONE-CARD THRU 5100-EXIT
002600             VARYING WS-CARD-IX FROM 1 BY 1
002610             UNTIL WS-CARD-IX > WS-DRAFT-COUNT.
002620     CLOSE PEND-FILE.
002630 5000-EXIT.
002640     EXIT.
002650 5100-WRITE-ONE-CARD SECTION.
002660     MOVE WS-DRAFT-IMAGE (WS-CARD-IX) TO PEND-IMAGE.
002670     MOVE WS-SUBMITTER             TO PEND-SUBMITTER.
002680     WRITE PEND-CARD.
002690 5100-EXIT.
002700     EXIT.
002710***************************************************************
002720*    7000-WRITE-AUDIT                                          *
002730*        APPENDS THE PARM-STGD RECORD - WHO STAGED THE DECK,   *
002740*        ITS CARD COUNT AND ITS HASH.  A STAGING BELONGS TO NO *
002750*        RUN, SO ITS RUN ID IS ZERO.                           *
002760***************************************************************
002770 7000-WRITE-AUDIT SECTION.
002780     OPEN EXTEND AUDIT-FILE.
002790     IF WS-AUDIT-STATUS NOT = "00"
002800         OPEN OUTPUT AUDIT-FILE
002810     END-IF.
002820     MOVE WS-DRAFT-COUNT           TO WS-CARD-COUNT-DISP.
002830     MOVE SPACES                   TO WS-AUDIT-LINE.
002840     STRING "PARM-STGD DATE=" WS-RUN-DATE-DISP
002850             " TIME=" WS-RUN-TIME-DISP
002860             " SUB=" WS-SUBMITTER
002870             " CARDS=" WS-CARD-COUNT-DISP
002880             " HASH=" WS-DECK-HASH
002890             DELIMITED BY SIZE INTO WS-AUDIT-LINE.
002900     MOVE WS-AUDIT-LINE            TO AUD-TEXT.
002910     MOVE ZERO                     TO AUD-RUN-ID.
002920     WRITE AUDIT-RECORD.
002930     CLOSE AUDIT-FILE.
002940 7000-EXIT.
002950     EXIT.
002960***************************************************************
002970*    9000-TERMINATE                                            *
002980*        END-OF-RUN HOUSEKEEPING.                              *
002990***************************************************************
003000 9000-TERMINATE SECTION.
003010     DISPLAY "FBPARMST3100I - " WS-DRAFT-COUNT
003020             " CARDS STAGED TO FBPARMPD BY " WS-SUBMITTER
003030             " - HASH " WS-DECK-HASH.
003040 9000-EXIT.
003050     EXIT.
