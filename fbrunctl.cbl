000010***************************************************************
000020*                                                             *
000030*    PROGRAM      :  FBRUNCTL                                 *
000040*    FUNCTION     :  RUN CONTROL FOR THE FIZZBUZZ JOB.  KEEPS *
000050*                    THE RUN-CONTROL LEDGER - ONE ENTRY EACH  *
000060*                    TIME A RUN FOR A PROCESSING DATE STARTS, *
000070*                    EACH TIME ONE OF ITS STEPS ENDS CLEAN    *
000080*                    (WITH THE CONTROL TOTALS OF WHAT IT      *
000090*                    CATALOGED), AND WHEN THE LAST STEP ENDS. *
000100*                    THE RUN-CONTROL CARD PICKS THE FUNCTION: *
000110*                    BEGIN  - OPENS THE JOB'S RUN.  A SECOND  *
000120*                             FULL RUN FOR A DATE IS REFUSED  *
000130*                             UNLESS THE OPERATOR CODES       *
000140*                             STARTOVER; RESTART RESUMES A    *
000150*                             RUN THAT DID NOT FINISH, ONCE   *
000160*                             THE DATASETS ITS DONE STEPS     *
000170*                             CATALOGED ARE PROVED STILL IN   *
000180*                             PLACE.                          *
000182*                             NORMAL ALSO RESUMES A RUN       *
000184*                             PARKED FOR ITS PARTITION JOBS,  *
000186*                             ONCE THEIR MERGE IS DONE.       *
000190*                    CHECK  - RC=4 WHEN THE NAMED STEP IS     *
000200*                             ALREADY DONE IN A RESTART, SO   *
000210*                             THE JCL SKIPS IT; RC=0 TO RUN.  *
000220*                    DONE   - RECORDS THE NAMED STEP AS DONE. *
000230*                                                             *
000240***************************************************************
000250 IDENTIFICATION       DIVISION.
000260 PROGRAM-ID.          FBRUNCTL.
000270 AUTHOR.              MERLOTCODE.
000280 INSTALLATION.        DATA PROCESSING CENTER.
000290 DATE-WRITTEN.        10/15/2026.
000300 DATE-COMPILED.
000310*                                                             *
000320*    MODIFICATION HISTORY                                      *
000330*    ----------   ----  --------------------------------------*
000340*    DATE          BY   DESCRIPTION                            *
000350*    ----------   ----  --------------------------------------*
000360*    10/15/2026    MCD  FIRST VERSION - A FAILED STEP030 OR    *
000370*                       STEP040 MEANT RESUBMITTING THE WHOLE   *
000380*                       JOB AND ROLLING BACK GENERATIONS BY    *
000390*                       HAND.                                  *
000392*    10/15/2026    MCD  A RUN PARKED FOR ITS PARTITION JOBS    *
000394*                       (PARTCHK DONE) IS RESUMED BY BEGIN     *
000396*                       NORMAL ONCE THE MERGE HAS RECORDED     *
000398*                       STEP010 DONE, AND REFUSED BEFORE THAT. *
000400***************************************************************
000410 ENVIRONMENT          DIVISION.
000420 INPUT-OUTPUT         SECTION.
000430 FILE-CONTROL.
000440     SELECT CTL-FILE      ASSIGN TO "RUNCARD"
000450                          ORGANIZATION IS LINE SEQUENTIAL
000460                          FILE STATUS IS WS-CTL-STATUS.
000470     SELECT LEDGER-FILE   ASSIGN TO "RUNLOG"
000480                          ORGANIZATION IS LINE SEQUENTIAL
000490                          FILE STATUS IS WS-LEDGER-STATUS.
000500     SELECT PASS-FILE     ASSIGN TO "RUNPASS"
000510                          ORGANIZATION IS LINE SEQUENTIAL
000520                          FILE STATUS IS WS-PASS-STATUS.
000530     SELECT DATE-FILE     ASSIGN TO "DATEPARM"
000540                          ORGANIZATION IS LINE SEQUENTIAL
000550                          FILE STATUS IS WS-DATE-STATUS.
000560     SELECT FEED-CHK-FILE ASSIGN TO "FEEDCHK"
000570                          ORGANIZATION IS LINE SEQUENTIAL
000580                          FILE STATUS IS WS-CHK-STATUS.
000590     SELECT MAST-CHK-FILE ASSIGN TO "MASTCHK"
000600                          ORGANIZATION IS LINE SEQUENTIAL
000610                          FILE STATUS IS WS-CHK-STATUS.
000620 DATA                 DIVISION.
000630 FILE                 SECTION.
000640 FD  CTL-FILE.
000650 01  CTL-CARD-IMAGE           PIC X(80).
000660 FD  LEDGER-FILE.
000670     COPY FBRUNLG.
000680 FD  PASS-FILE.
000690 01  PASS-CARD-IMAGE          PIC X(80).
000700 FD  DATE-FILE.
000710 01  DATE-CARD.
000720     05  DATE-OVERRIDE        PIC X(08).
000730     05  FILLER               PIC X(72).
000740 FD  FEED-CHK-FILE.
000750 01  FEED-CHK-RECORD.
000760     05  FEED-CHK-TYPE        PIC X(01).
000770     05  FEED-CHK-NUMBER      PIC X(07).
000780     05  FEED-CHK-LABEL       PIC X(40).
000790     05  FILLER               PIC X(08).
000800 FD  MAST-CHK-FILE.
000810 01  MAST-CHK-RECORD.
000820     05  MAST-CHK-TYPE        PIC X(01).
000830     05  MAST-CHK-NUMBER      PIC X(07).
000840     05  MAST-CHK-LABEL       PIC X(40).
000850     05  FILLER               PIC X(72).
000860 WORKING-STORAGE      SECTION.
000870 77  WS-CTL-STATUS        PIC X(02) VALUE SPACES.
000880 77  WS-LEDGER-STATUS     PIC X(02) VALUE SPACES.
000890 77  WS-PASS-STATUS       PIC X(02) VALUE SPACES.
000900 77  WS-DATE-STATUS       PIC X(02) VALUE SPACES.
000910 77  WS-CHK-STATUS        PIC X(02) VALUE SPACES.
000920 77  WS-LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
000930     88  WS-LEDGER-EOF        VALUE "Y".
000940 77  WS-CHK-EOF-SWITCH    PIC X(01) VALUE "N".
000950     88  WS-CHK-EOF           VALUE "Y".
000960 77  WS-PASS-OPEN-SWITCH  PIC X(01) VALUE "N".
000970     88  WS-PASS-OPEN         VALUE "Y".
000980***************************************************************
000990*    THE RUN-CONTROL CARD.                                     *
001000*      COLS 1-8    FUNCTION - BEGIN, CHECK OR DONE.            *
001010*      COLS 10-18  BEGIN: THE MODE - NORMAL, RESTART OR        *
001020*                  STARTOVER.  CHECK/DONE: THE STEP NAME.      *
001030*      COLS 20-27  BEGIN STARTOVER: THE OPERATOR ID ASKING.    *
001040*      COL  20     DONE: THE KIND OF OUTPUT THE STEP           *
001050*                  CATALOGED (SEE FBRUNLG), READ FROM FEEDCHK  *
001060*                  (F, G) OR MASTCHK (M); BLANK FOR NONE.      *
001070*      COLS 22-25  DONE: LAST WHEN THIS IS THE JOB'S LAST      *
001080*                  STEP.                                       *
001090***************************************************************
001100 01  WS-CTL-CARD.
001110     05  WS-CTL-FUNCTION      PIC X(08).
001120         88  WS-FUNC-BEGIN        VALUE "BEGIN".
001130         88  WS-FUNC-CHECK        VALUE "CHECK".
001140         88  WS-FUNC-DONE         VALUE "DONE".
001150     05  FILLER               PIC X(01).
001160     05  WS-CTL-OPERAND       PIC X(09).
001170         88  WS-MODE-NORMAL       VALUE "NORMAL".
001180         88  WS-MODE-RESTART      VALUE "RESTART".
001190         88  WS-MODE-STARTOVER    VALUE "STARTOVER".
001200     05  FILLER               PIC X(01).
001210     05  WS-CTL-OPERATOR      PIC X(08).
001220     05  FILLER               PIC X(53).
001230 01  WS-CTL-DONE-VIEW REDEFINES WS-CTL-CARD.
001240     05  FILLER               PIC X(09).
001250     05  WS-CTL-STEP          PIC X(08).
001260     05  FILLER               PIC X(02).
001270     05  WS-CTL-KIND          PIC X(01).
001280         88  WS-CTL-KIND-VALID    VALUE SPACE "F" "G" "M".
001290     05  FILLER               PIC X(01).
001300     05  WS-CTL-LAST          PIC X(04).
001310         88  WS-CTL-IS-LAST       VALUE "LAST".
001320     05  FILLER               PIC X(55).
001330***************************************************************
001340*    THE CARD BEGIN PASSES TO EVERY LATER STEP OF THE JOB.     *
001350*    COLS 1-8 ARE THE DATEPARM IMAGE FOR FBPARMSL - THE        *
001360*    PROCESSING DATE WHEN IT IS NOT TODAY, BLANK WHEN IT IS -  *
001370*    SO THE DECK IS SELECTED FOR THE DATE THIS RUN IS FOR,     *
001380*    EVEN ON A RESTART AFTER MIDNIGHT.  A REFUSED BEGIN        *
001390*    LEAVES THE FILE EMPTY, AND EVERY CHECK THEN REFUSES TOO.  *
001400***************************************************************
001410 01  WS-PASS-CARD.
001420     05  WS-PASS-OVERRIDE     PIC X(08).
001430     05  FILLER               PIC X(01).
001440     05  WS-PASS-PROC-DATE    PIC X(08).
001450     05  FILLER               PIC X(01).
001460     05  WS-PASS-MODE         PIC X(08).
001470         88  WS-PASS-RESTART      VALUE "RESTART".
001480     05  FILLER               PIC X(54).
001490***************************************************************
001500*    THE LEDGER'S STATE FOR THE PROCESSING DATE - WHETHER A    *
001510*    RUN HAS BEEN STARTED, WHETHER IT FINISHED, AND THE STEPS  *
001520*    DONE SINCE THE LAST FULL START (BEGIN OR STARTOVR).       *
001522*    THE RUN IS PARKED WHEN PARTCHK WAS RECORDED DONE SINCE    *
001524*    IT LAST STARTED OR RESTARTED - THE JOB HANDED THE         *
001526*    CLASSIFICATION TO THE PARTITION JOBS AND ENDED.           *
001530***************************************************************
001540 77  WS-PROC-DATE         PIC X(08) VALUE SPACES.
001550 77  WS-LAST-RUN-DATE     PIC X(08) VALUE SPACES.
001560 77  WS-OVERRIDE-DATE     PIC X(08) VALUE SPACES.
001570 77  WS-ATTEMPT-SWITCH    PIC X(01) VALUE "N".
001580     88  WS-ATTEMPTED         VALUE "Y".
001590 77  WS-COMPLETE-SWITCH   PIC X(01) VALUE "N".
001600     88  WS-COMPLETED         VALUE "Y".
001603 77  WS-PARK-SWITCH       PIC X(01) VALUE "N".
001606     88  WS-PARKED            VALUE "Y".
001610 77  WS-DONE-COUNT        PIC 9(02) COMP VALUE ZERO.
001620 77  WS-DONE-IX           PIC 9(02) COMP VALUE ZERO.
001630 77  WS-CUR-DONE          PIC 9(02) COMP VALUE ZERO.
001640 77  WS-DONE-DISPLAY      PIC Z9.
001650 01  WS-DONE-TABLE.
001660     05  WS-DONE-ENTRY OCCURS 20 TIMES.
001670         10  WS-DONE-STEP     PIC X(08).
001680         10  WS-DONE-KIND     PIC X(01).
001690         10  WS-DONE-OUT-COUNT PIC 9(07).
001700         10  WS-DONE-OUT-HASH PIC 9(15).
001710 77  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
001720     88  WS-FOUND             VALUE "Y".
001730 77  WS-KEY-STEP          PIC X(08).
001740 77  WS-VERIFY-SWITCH     PIC X(01) VALUE "Y".
001750     88  WS-VERIFY-OK         VALUE "Y".
001760***************************************************************
001770*    THE TRAILER OF A STEP'S OUTPUT - THE SHOP-STANDARD        *
001780*    "TRL COUNT=NNNNNNN HASH=NNNNNNNNNNNNNNN" LABEL, THE SAME  *
001790*    ON THE FEED AND THE MASTER.                               *
001800***************************************************************
001810 77  WS-OUT-KIND          PIC X(01).
001820 77  WS-OUT-OPEN-SWITCH   PIC X(01) VALUE "N".
001830     88  WS-OUT-OPENED        VALUE "Y".
001840 77  WS-OUT-TRL-SWITCH    PIC X(01) VALUE "N".
001850     88  WS-OUT-TRL-SEEN      VALUE "Y".
001860 77  WS-OUT-COUNT         PIC 9(07) VALUE ZERO.
001870 77  WS-OUT-HASH          PIC 9(15) VALUE ZERO.
001880 01  WS-TRL-LABEL-PARSE.
001890     05  FILLER               PIC X(10).
001900     05  WS-TRLP-COUNT        PIC 9(07).
001910     05  FILLER               PIC X(06).
001920     05  WS-TRLP-HASH         PIC 9(15).
001930     05  FILLER               PIC X(02).
001940***************************************************************
001950*    THE LEDGER EVENT BEING WRITTEN, AND DATE/TIME WORK AREAS. *
001960***************************************************************
001970 77  WS-EVT-EVENT         PIC X(08).
001980 77  WS-EVT-STEP          PIC X(08).
001990 77  WS-EVT-OPERATOR      PIC X(08).
002000 77  WS-EVT-KIND          PIC X(01).
002010 77  WS-EVT-COUNT         PIC 9(07).
002020 77  WS-EVT-HASH          PIC 9(15).
002030 01  WS-TODAY-RAW.
002040     05  WS-TODAY-YYYY        PIC 9(04).
002050     05  WS-TODAY-MM          PIC 9(02).
002060     05  WS-TODAY-DD          PIC 9(02).
002070 01  WS-RUN-TIME-RAW.
002080     05  WS-RUN-HH            PIC 9(02).
002090     05  WS-RUN-MN            PIC 9(02).
002100     05  WS-RUN-SS            PIC 9(02).
002110     05  WS-RUN-HS            PIC 9(02).
002120 77  WS-TODAY-YMD         PIC X(08).
002130 77  WS-TODAY-DISP        PIC X(10).
002140 77  WS-RUN-TIME-DISP     PIC X(08).
002150 PROCEDURE            DIVISION.
002160***************************************************************
002170*    0000-MAINLINE                                             *
002180*        CONTROLS THE OVERALL FLOW OF THE RUN.                 *
002190***************************************************************
002200 0000-MAINLINE SECTION.
002210     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002220     EVALUATE TRUE
002230         WHEN WS-FUNC-BEGIN
002240             PERFORM 2000-BEGIN-RUN    THRU 2000-EXIT
002250         WHEN WS-FUNC-CHECK
002260             PERFORM 3000-CHECK-STEP   THRU 3000-EXIT
002270         WHEN WS-FUNC-DONE
002280             PERFORM 4000-RECORD-DONE  THRU 4000-EXIT
002290     END-EVALUATE.
002300     GOBACK.
002310 0000-EXIT.
002320     EXIT.
002330***************************************************************
002340*    1000-INITIALIZE                                           *
002350*        STAMPS THE DATE AND TIME AND READS AND VALIDATES THE  *
002360*        RUN-CONTROL CARD.                                     *
002370***************************************************************
002380 1000-INITIALIZE SECTION.
002390     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
002400     MOVE WS-TODAY-RAW             TO WS-TODAY-YMD.
002410     STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
002420             DELIMITED BY SIZE INTO WS-TODAY-DISP.
002430     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002440     STRING WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
002450             DELIMITED BY SIZE INTO WS-RUN-TIME-DISP.
002460     OPEN INPUT CTL-FILE.
002470     IF WS-CTL-STATUS NOT = "00"
002480         DISPLAY "FBRUNCTL2501E - RUN-CONTROL CARD COULD NOT "
002490                 "BE OPENED, STATUS " WS-CTL-STATUS
002500         PERFORM 1800-ABEND THRU 1800-EXIT
002510     END-IF.
002520     READ CTL-FILE INTO WS-CTL-CARD
002530         AT END MOVE SPACES        TO WS-CTL-CARD
002540     END-READ.
002550     CLOSE CTL-FILE.
002560     IF NOT WS-FUNC-BEGIN AND NOT WS-FUNC-CHECK
002570             AND NOT WS-FUNC-DONE
002580         DISPLAY "FBRUNCTL2502E - RUN-CONTROL FUNCTION MUST BE "
002590                 "BEGIN, CHECK OR DONE - CARD READS "
002600                 WS-CTL-FUNCTION
002610         PERFORM 1800-ABEND THRU 1800-EXIT
002620     END-IF.
002630     IF WS-FUNC-BEGIN
002640         GO TO 1000-EXIT
002650     END-IF.
002660     IF WS-CTL-STEP = SPACES
002670         DISPLAY "FBRUNCTL2503E - " WS-CTL-FUNCTION
002680                 " CARD NAMES NO STEP IN COLS 10-17"
002690         PERFORM 1800-ABEND THRU 1800-EXIT
002700     END-IF.
002710     IF WS-FUNC-CHECK
002720         GO TO 1000-EXIT
002730     END-IF.
002740     IF NOT WS-CTL-KIND-VALID
002750         DISPLAY "FBRUNCTL2504E - OUTPUT KIND IN COL 20 MUST "
002760                 "BE F, G, M OR BLANK - CARD READS " WS-CTL-KIND
002770         PERFORM 1800-ABEND THRU 1800-EXIT
002780     END-IF.
002790     IF WS-CTL-LAST NOT = SPACES AND NOT WS-CTL-IS-LAST
002800         DISPLAY "FBRUNCTL2505E - COLS 22-25 MUST BE LAST OR "
002810                 "BLANK - CARD READS " WS-CTL-LAST
002820         PERFORM 1800-ABEND THRU 1800-EXIT
002830     END-IF.
002840 1000-EXIT.
002850     EXIT.
002860***************************************************************
002870*    1100-READ-PASS-CARD                                       *
002880*        PICKS UP THE PROCESSING DATE AND MODE BEGIN PASSED.   *
002890*        NO CARD MEANS BEGIN REFUSED THE RUN OR NEVER RAN -    *
002900*        NOTHING IN THE JOB MAY RUN OR BE RECORDED.            *
002910***************************************************************
002920 1100-READ-PASS-CARD SECTION.
002930     MOVE SPACES                   TO WS-PASS-CARD.
002940     OPEN INPUT PASS-FILE.
002950     IF WS-PASS-STATUS = "00"
002960         SET WS-PASS-OPEN          TO TRUE
002970         READ PASS-FILE INTO WS-PASS-CARD
002980             AT END MOVE SPACES    TO WS-PASS-CARD
002990         END-READ
003000     END-IF.
003010     IF WS-PASS-PROC-DATE = SPACES
003020         DISPLAY "FBRUNCTL2506E - NO RUN IS OPEN FOR THIS JOB - "
003030                 "THE BEGIN STEP REFUSED IT OR DID NOT RUN"
003040         PERFORM 1850-REFUSE THRU 1850-EXIT
003050     END-IF.
003060     CLOSE PASS-FILE.
003070     MOVE "N"                      TO WS-PASS-OPEN-SWITCH.
003080     MOVE WS-PASS-PROC-DATE        TO WS-PROC-DATE.
003090 1100-EXIT.
003100     EXIT.
003110***************************************************************
003120*    1200-SCAN-LEDGER                                          *
003130*        ONE PASS OVER THE LEDGER.  NOTES THE PROCESSING DATE  *
003140*        OF THE NEWEST RUN ON IT, AND BUILDS THE STATE OF THE  *
003150*        RUN FOR WS-PROC-DATE.  A BEGIN OR STARTOVR STARTS     *
003160*        THAT STATE AFRESH; A RESTART CARRIES IT ON.  NO       *
003170*        LEDGER YET MEANS NO DATE HAS RUN.                     *
003180***************************************************************
003190 1200-SCAN-LEDGER SECTION.
003200     MOVE "N"                      TO WS-ATTEMPT-SWITCH.
003210     MOVE "N"                      TO WS-COMPLETE-SWITCH.
003215     MOVE "N"                      TO WS-PARK-SWITCH.
003220     MOVE ZERO                     TO WS-DONE-COUNT.
003230     MOVE SPACES                   TO WS-LAST-RUN-DATE.
003240     MOVE "N"                      TO WS-LEDGER-EOF-SWITCH.
003250     OPEN INPUT LEDGER-FILE.
003260     IF WS-LEDGER-STATUS NOT = "00"
003270         GO TO 1200-EXIT
003280     END-IF.
003290     PERFORM 1210-LEDGER-ONE THRU 1210-EXIT
003300             UNTIL WS-LEDGER-EOF.
003310     CLOSE LEDGER-FILE.
003320 1200-EXIT.
003330     EXIT.
003340 1210-LEDGER-ONE SECTION.
003350     READ LEDGER-FILE
003360         AT END SET WS-LEDGER-EOF  TO TRUE
003370     END-READ.
003380     IF WS-LEDGER-EOF
003390         GO TO 1210-EXIT
003400     END-IF.
003410     IF RCL-BEGIN OR RCL-RESTART OR RCL-STARTOVER
003420         MOVE RCL-PROC-DATE        TO WS-LAST-RUN-DATE
003430     END-IF.
003440     IF RCL-PROC-DATE NOT = WS-PROC-DATE
003450         GO TO 1210-EXIT
003460     END-IF.
003470     EVALUATE TRUE
003480         WHEN RCL-BEGIN
003490         WHEN RCL-STARTOVER
003500             SET WS-ATTEMPTED      TO TRUE
003510             MOVE "N"              TO WS-COMPLETE-SWITCH
003520             MOVE ZERO             TO WS-DONE-COUNT
003525             MOVE "N"              TO WS-PARK-SWITCH
003530         WHEN RCL-RESTART
003540             SET WS-ATTEMPTED      TO TRUE
003545             MOVE "N"              TO WS-PARK-SWITCH
003550         WHEN RCL-DONE
003560             PERFORM 1220-NOTE-DONE THRU 1220-EXIT
003562             IF RCL-STEP = "PARTCHK"
003564                 SET WS-PARKED     TO TRUE
003566             END-IF
003570         WHEN RCL-COMPLETE
003580             SET WS-COMPLETED      TO TRUE
003585             MOVE "N"              TO WS-PARK-SWITCH
003590     END-EVALUATE.
003600 1210-EXIT.
003610     EXIT.
003620***************************************************************
003630*    1220-NOTE-DONE                                            *
003640*        ADDS A DONE STEP TO THE TABLE, OR REPLACES ITS ENTRY  *
003650*        WHEN A RESTART RAN IT AGAIN.                          *
003660***************************************************************
003670 1220-NOTE-DONE SECTION.
003680     MOVE RCL-STEP                 TO WS-KEY-STEP.
003690     PERFORM 1300-FIND-DONE THRU 1300-EXIT.
003700     IF NOT WS-FOUND
003710         IF WS-DONE-COUNT = 20
003720             DISPLAY "FBRUNCTL2507E - MORE THAN 20 DONE STEPS "
003730                     "ON THE LEDGER FOR " WS-PROC-DATE
003740             PERFORM 1800-ABEND THRU 1800-EXIT
003750         END-IF
003760         ADD 1 TO WS-DONE-COUNT
003770         MOVE WS-DONE-COUNT        TO WS-CUR-DONE
003780     END-IF.
003790     MOVE RCL-STEP        TO WS-DONE-STEP (WS-CUR-DONE).
003800     MOVE RCL-OUT-KIND    TO WS-DONE-KIND (WS-CUR-DONE).
003810     MOVE RCL-OUT-COUNT   TO WS-DONE-OUT-COUNT (WS-CUR-DONE).
003820     MOVE RCL-OUT-HASH    TO WS-DONE-OUT-HASH (WS-CUR-DONE).
003830 1220-EXIT.
003840     EXIT.
003850***************************************************************
003860*    1300-FIND-DONE                                            *
003870*        LOOKS UP WS-KEY-STEP AMONG THE DONE STEPS, LEAVING    *
003880*        ITS SLOT IN WS-CUR-DONE AND WS-FOUND SET.             *
003890***************************************************************
003900 1300-FIND-DONE SECTION.
003910     MOVE "N"                      TO WS-FOUND-SWITCH.
003920     PERFORM 1310-TEST-ONE-DONE THRU 1310-EXIT
003930             VARYING WS-DONE-IX FROM 1 BY 1
003940             UNTIL WS-DONE-IX > WS-DONE-COUNT OR WS-FOUND.
003950 1300-EXIT.
003960     EXIT.
003970 1310-TEST-ONE-DONE SECTION.
003980     IF WS-DONE-STEP (WS-DONE-IX) = WS-KEY-STEP
003990         SET WS-FOUND              TO TRUE
004000         MOVE WS-DONE-IX           TO WS-CUR-DONE
004010     END-IF.
004020 1310-EXIT.
004030     EXIT.
004040***************************************************************
004050*    1800-ABEND                                                *
004060*        TERMINATES THE RUN WITH A NON-ZERO RETURN CODE SO THE  *
004070*        JCL COND CHECK STOPS DOWNSTREAM STEPS AND DRIVES THE   *
004080*        ON-CALL ALERT.                                        *
004090***************************************************************
004100 1800-ABEND SECTION.
004110     MOVE 16                      TO RETURN-CODE.
004120     STOP RUN.
004130 1800-EXIT.
004140     EXIT.
004150***************************************************************
004160*    1850-REFUSE                                               *
004170*        ENDS THE STEP RETURN CODE 8 WITHOUT RECORDING         *
004180*        ANYTHING - THE RUN MAY NOT GO AHEAD AS SUBMITTED.  A  *
004190*        REFUSED BEGIN LEAVES THE PASSED CARD EMPTY, SO EVERY  *
004200*        LATER STEP OF THE JOB IS REFUSED WITH IT.             *
004210***************************************************************
004220 1850-REFUSE SECTION.
004230     IF WS-PASS-OPEN
004240         CLOSE PASS-FILE
004250     END-IF.
004260     MOVE 8                       TO RETURN-CODE.
004270     STOP RUN.
004280 1850-EXIT.
004290     EXIT.
004300***************************************************************
004310*    2000-BEGIN-RUN                                            *
004320*        OPENS THE JOB'S RUN FOR ITS PROCESSING DATE - THE     *
004330*        DATEPARM OVERRIDE WHEN ONE IS CODED, ELSE TODAY, OR   *
004340*        FOR A RESTART THE DATE OF THE NEWEST RUN ON THE       *
004350*        LEDGER.                                               *
004355*          NORMAL    - ONLY A DATE THAT HAS NOT RUN, OR A RUN  *
004360*                      PARKED FOR ITS PARTITION JOBS, WHICH    *
004365*                      IS RESUMED AS A RESTART.                *
004370*          RESTART   - ONLY A RUN THAT DID NOT FINISH, AND     *
004380*                      ONLY WHEN WHAT ITS DONE STEPS           *
004390*                      CATALOGED IS STILL IN PLACE.            *
004400*          STARTOVER - ANY DATE, BUT ONLY WITH AN OPERATOR ID; *
004410*                      THE LEDGER KEEPS WHO ASKED.             *
004420***************************************************************
004430 2000-BEGIN-RUN SECTION.
004440     IF NOT WS-MODE-NORMAL AND NOT WS-MODE-RESTART
004450             AND NOT WS-MODE-STARTOVER
004460         DISPLAY "FBRUNCTL2508E - BEGIN MODE MUST BE NORMAL, "
004470                 "RESTART OR STARTOVER - CARD READS "
004480                 WS-CTL-OPERAND
004490         PERFORM 1800-ABEND THRU 1800-EXIT
004500     END-IF.
004510     IF WS-MODE-STARTOVER AND WS-CTL-OPERATOR = SPACES
004520         DISPLAY "FBRUNCTL2509E - STARTOVER NEEDS THE "
004530                 "OPERATOR ID IN COLS 20-27"
004540         PERFORM 1800-ABEND THRU 1800-EXIT
004550     END-IF.
004560     PERFORM 2100-FIX-PROC-DATE THRU 2100-EXIT.
004570     PERFORM 1200-SCAN-LEDGER THRU 1200-EXIT.
004580     OPEN OUTPUT PASS-FILE.
004590     SET WS-PASS-OPEN              TO TRUE.
004600     MOVE SPACES                   TO WS-EVT-OPERATOR.
004610     EVALUATE TRUE
004620         WHEN WS-MODE-NORMAL
004630             PERFORM 2200-BEGIN-NORMAL  THRU 2200-EXIT
004640         WHEN WS-MODE-RESTART
004650             PERFORM 2300-BEGIN-RESTART THRU 2300-EXIT
004660         WHEN WS-MODE-STARTOVER
004670             PERFORM 2400-BEGIN-OVER    THRU 2400-EXIT
004680     END-EVALUATE.
004690     MOVE SPACES                   TO WS-PASS-CARD.
004700     IF WS-PROC-DATE NOT = WS-TODAY-YMD
004710         MOVE WS-PROC-DATE         TO WS-PASS-OVERRIDE
004720     END-IF.
004730     MOVE WS-PROC-DATE             TO WS-PASS-PROC-DATE.
004740     IF WS-EVT-EVENT = "RESTART"
004750         MOVE "RESTART"            TO WS-PASS-MODE
004760     ELSE
004770         MOVE "NORMAL"             TO WS-PASS-MODE
004780     END-IF.
004790     WRITE PASS-CARD-IMAGE FROM WS-PASS-CARD.
004800     CLOSE PASS-FILE.
004810     MOVE "N"                      TO WS-PASS-OPEN-SWITCH.
004820     MOVE SPACES                   TO WS-EVT-STEP.
004830     MOVE SPACE                    TO WS-EVT-KIND.
004840     MOVE ZERO                     TO WS-EVT-COUNT.
004850     MOVE ZERO                     TO WS-EVT-HASH.
004860     PERFORM 5000-APPEND-EVENT THRU 5000-EXIT.
004870     DISPLAY "FBRUNCTL2500I - " WS-EVT-EVENT
004880             " RUN OPENED FOR PROCESSING DATE " WS-PROC-DATE.
004890 2000-EXIT.
004900     EXIT.
004910***************************************************************
004920*    2100-FIX-PROC-DATE                                        *
004924*        SETTLES THE PROCESSING DATE THE RUN IS FOR.  WITH NO  *
004928*        OVERRIDE, A NORMAL RUN IS FOR TODAY UNLESS THE NEWEST *
004932*        RUN ON THE LEDGER IS PARKED, WHEN IT IS FOR THAT      *
004936*        RUN'S DATE - EVEN AFTER MIDNIGHT.                     *
004940***************************************************************
004950 2100-FIX-PROC-DATE SECTION.
004960     MOVE SPACES                   TO WS-OVERRIDE-DATE.
004970     OPEN INPUT DATE-FILE.
004980     IF WS-DATE-STATUS = "00"
004990         READ DATE-FILE
005000             AT END MOVE "10"      TO WS-DATE-STATUS
005010         END-READ
005020         IF WS-DATE-STATUS = "00" OR WS-DATE-STATUS = "04"
005030             IF DATE-OVERRIDE NUMERIC
005040                     AND DATE-OVERRIDE NOT = "00000000"
005050                 MOVE DATE-OVERRIDE TO WS-OVERRIDE-DATE
005060             END-IF
005070         END-IF
005080         CLOSE DATE-FILE
005090     END-IF.
005100     IF WS-OVERRIDE-DATE NOT = SPACES
005110         MOVE WS-OVERRIDE-DATE     TO WS-PROC-DATE
005120         DISPLAY "FBRUNCTL2510I - PROCESSING DATE "
005130                 "OVERRIDDEN TO " WS-PROC-DATE
005140         GO TO 2100-EXIT
005150     END-IF.
005160     IF WS-MODE-STARTOVER
005170         MOVE WS-TODAY-YMD         TO WS-PROC-DATE
005180         GO TO 2100-EXIT
005190     END-IF.
005200     MOVE SPACES                   TO WS-PROC-DATE.
005210     PERFORM 1200-SCAN-LEDGER THRU 1200-EXIT.
005211     IF WS-MODE-NORMAL
005212         MOVE WS-LAST-RUN-DATE     TO WS-PROC-DATE
005213         IF WS-PROC-DATE NOT = SPACES
005214             PERFORM 1200-SCAN-LEDGER THRU 1200-EXIT
005215         END-IF
005216         IF NOT WS-PARKED
005217             MOVE WS-TODAY-YMD     TO WS-PROC-DATE
005218         END-IF
005219         GO TO 2100-EXIT
005220     END-IF.
005221     IF WS-LAST-RUN-DATE = SPACES
005230         DISPLAY "FBRUNCTL2511E - THE RUN-CONTROL LEDGER HOLDS "
005240                 "NO RUN TO RESTART"
005250         PERFORM 1850-REFUSE THRU 1850-EXIT
005260     END-IF.
005270     MOVE WS-LAST-RUN-DATE         TO WS-PROC-DATE.
005280 2100-EXIT.
005290     EXIT.
005300***************************************************************
005310*    2200-BEGIN-NORMAL                                         *
005320*        A FULL RUN - REFUSED FOR A DATE ALREADY STARTED,      *
005326*        WHETHER OR NOT THAT RUN FINISHED, UNLESS THAT RUN IS  *
005332*        PARKED FOR ITS PARTITION JOBS.                        *
005340***************************************************************
005350 2200-BEGIN-NORMAL SECTION.
005352     IF WS-PARKED
005354         PERFORM 2250-RESUME-PARKED THRU 2250-EXIT
005356         GO TO 2200-EXIT
005358     END-IF.
005360     IF WS-COMPLETED
005370         DISPLAY "FBRUNCTL2512E - PROCESSING DATE "
005380                 WS-PROC-DATE " HAS ALREADY RUN - A SECOND "
005390                 "FULL RUN NEEDS STARTOVER AND AN OPERATOR ID"
005400         PERFORM 1850-REFUSE THRU 1850-EXIT
005410     END-IF.
005420     IF WS-ATTEMPTED
005430         DISPLAY "FBRUNCTL2513E - THE RUN FOR " WS-PROC-DATE
005440                 " DID NOT FINISH - CODE RESTART TO RESUME IT, "
005450                 "OR STARTOVER AND AN OPERATOR ID TO RERUN IT"
005460         PERFORM 1850-REFUSE THRU 1850-EXIT
005470     END-IF.
005480     MOVE "BEGIN"                  TO WS-EVT-EVENT.
005490 2200-EXIT.
005491     EXIT.
005492***************************************************************
005493*    2250-RESUME-PARKED                                        *
005494*        A PARKED RUN GOES ON ONLY ONCE THE MERGE JOB HAS      *
005495*        RECORDED STEP010 DONE - THE PARTITIONS HAVE ALL       *
005496*        FINISHED AND THE WORKING FEED IS WRITTEN.  IT THEN    *
005497*        RESUMES EXACTLY AS A RESTART DOES, FROM STEP015.      *
005498***************************************************************
005499 2250-RESUME-PARKED SECTION.
005500     MOVE "STEP010"                TO WS-KEY-STEP.
005501     PERFORM 1300-FIND-DONE THRU 1300-EXIT.
005502     IF NOT WS-FOUND
005503         DISPLAY "FBRUNCTL2527E - THE RUN FOR " WS-PROC-DATE
005504                 " IS PARKED FOR ITS PARTITION JOBS - RUN "
005505                 "FBPART01-FBPART04 AND FBPARTMG FIRST"
005506         PERFORM 1850-REFUSE THRU 1850-EXIT
005507     END-IF.
005508     DISPLAY "FBRUNCTL2528I - THE PARTITIONS OF " WS-PROC-DATE
005509             " ARE MERGED - THE PARKED RUN IS RESUMED".
005510     PERFORM 2300-BEGIN-RESTART THRU 2300-EXIT.
005511 2250-EXIT.
005512     EXIT.
005513***************************************************************
005520*    2300-BEGIN-RESTART                                        *
005530*        A RESTART OF A RUN THAT DID NOT FINISH.  EVERY        *
005540*        DATASET A DONE STEP CATALOGED THAT A REMAINING STEP   *
005550*        WILL READ MUST STILL CARRY THE CONTROL TOTALS THE     *
005560*        LEDGER RECORDED FOR IT - OTHERWISE SOMEBODY HAS       *
005570*        ROLLED IT BACK OR CATALOGED OVER IT, AND THE RESUMED  *
005580*        STEPS WOULD RUN AGAINST THE WRONG DATA.               *
005590***************************************************************
005600 2300-BEGIN-RESTART SECTION.
005610     IF NOT WS-ATTEMPTED
005620         DISPLAY "FBRUNCTL2514E - NO RUN FOR " WS-PROC-DATE
005630                 " IS ON THE LEDGER TO RESTART"
005640         PERFORM 1850-REFUSE THRU 1850-EXIT
005650     END-IF.
005660     IF WS-COMPLETED
005670         DISPLAY "FBRUNCTL2515E - THE RUN FOR " WS-PROC-DATE
005680                 " COMPLETED - THERE IS NOTHING TO RESTART"
005690         PERFORM 1850-REFUSE THRU 1850-EXIT
005700     END-IF.
005710     SET WS-VERIFY-OK              TO TRUE.
005720     PERFORM 2310-VERIFY-ONE-DONE THRU 2310-EXIT
005730             VARYING WS-DONE-IX FROM 1 BY 1
005740             UNTIL WS-DONE-IX > WS-DONE-COUNT.
005750     IF NOT WS-VERIFY-OK
005760         DISPLAY "FBRUNCTL2516E - RESTART OF " WS-PROC-DATE
005770                 " REFUSED - RESTORE THE DATASETS NAMED ABOVE "
005780                 "OR START THE DATE OVER"
005790         PERFORM 1850-REFUSE THRU 1850-EXIT
005800     END-IF.
005810     MOVE WS-DONE-COUNT            TO WS-DONE-DISPLAY.
005820     DISPLAY "FBRUNCTL2517I - RESTARTING " WS-PROC-DATE
005830             " - " WS-DONE-DISPLAY " STEPS ALREADY DONE WILL "
005840             "BE SKIPPED".
005850     MOVE "RESTART"                TO WS-EVT-EVENT.
005860 2300-EXIT.
005870     EXIT.
005880***************************************************************
005890*    2310-VERIFY-ONE-DONE                                      *
005900*        PROVES ONE DONE STEP'S OUTPUT.  THE WORKING FEED (F)  *
005910*        AND THE CURRENT MASTER GENERATION (M) ARE WHAT THE    *
005920*        LATER STEPS READ; THE FEEDGDG COPY (G) IS READ ONLY   *
005930*        BY THE NEXT DAY'S COMPARISON, SO IT IS NOT RE-PROVED. *
005940***************************************************************
005950 2310-VERIFY-ONE-DONE SECTION.
005960     DISPLAY "FBRUNCTL2518I - " WS-DONE-STEP (WS-DONE-IX)
005970             " IS DONE AND WILL BE SKIPPED".
005980     IF WS-DONE-KIND (WS-DONE-IX) NOT = "F"
005990             AND WS-DONE-KIND (WS-DONE-IX) NOT = "M"
006000         GO TO 2310-EXIT
006010     END-IF.
006020     MOVE WS-DONE-KIND (WS-DONE-IX) TO WS-OUT-KIND.
006030     PERFORM 6000-READ-OUTPUT THRU 6000-EXIT.
006040     IF WS-OUT-TRL-SEEN
006050             AND WS-OUT-COUNT = WS-DONE-OUT-COUNT (WS-DONE-IX)
006060             AND WS-OUT-HASH = WS-DONE-OUT-HASH (WS-DONE-IX)
006070         GO TO 2310-EXIT
006080     END-IF.
006090     MOVE "N"                      TO WS-VERIFY-SWITCH.
006100     IF WS-OUT-KIND = "F"
006110         DISPLAY "FBRUNCTL2519E - PROD.FIZZBUZZ.FEED IS NOT THE "
006120                 "FEED " WS-DONE-STEP (WS-DONE-IX)
006130                 " WROTE - LEDGER COUNT "
006140                 WS-DONE-OUT-COUNT (WS-DONE-IX)
006150                 " FILE COUNT " WS-OUT-COUNT
006160     ELSE
006170         DISPLAY "FBRUNCTL2520E - MASTER(0) IS NOT THE "
006180                 "GENERATION " WS-DONE-STEP (WS-DONE-IX)
006190                 " CATALOGED - LEDGER COUNT "
006200                 WS-DONE-OUT-COUNT (WS-DONE-IX)
006210                 " FILE COUNT " WS-OUT-COUNT
006220     END-IF.
006230 2310-EXIT.
006240     EXIT.
006250***************************************************************
006260*    2400-BEGIN-OVER                                           *
006270*        A FULL RUN THE OPERATOR HAS ASKED FOR EXPLICITLY.     *
006280*        STEPS THE EARLIER RUN FINISHED ARE VOID FROM HERE ON, *
006290*        BUT THE GENERATIONS THEY CATALOGED ARE NOT TOUCHED -  *
006300*        THE OPERATOR IS WARNED SO THEY ARE DEALT WITH.        *
006310***************************************************************
006320 2400-BEGIN-OVER SECTION.
006330     MOVE WS-CTL-OPERATOR          TO WS-EVT-OPERATOR.
006340     MOVE "STARTOVR"               TO WS-EVT-EVENT.
006350     IF NOT WS-ATTEMPTED
006360         GO TO 2400-EXIT
006370     END-IF.
006380     MOVE WS-DONE-COUNT            TO WS-DONE-DISPLAY.
006390     DISPLAY "FBRUNCTL2521W - " WS-PROC-DATE
006400             " STARTED OVER BY " WS-CTL-OPERATOR " - "
006410             WS-DONE-DISPLAY " STEPS DONE BY THE EARLIER RUN "
006420             "ARE VOID; GENERATIONS THEY CATALOGED STAY".
006430 2400-EXIT.
006440     EXIT.
006450***************************************************************
006460*    3000-CHECK-STEP                                           *
006470*        TELLS THE JCL WHETHER THE NAMED STEP IS TO RUN.  IN A *
006480*        NORMAL RUN EVERY STEP RUNS; IN A RESTART A STEP       *
006490*        ALREADY DONE ENDS THIS STEP RC=4, AND THE STEP'S COND *
006500*        SKIPS IT.                                             *
006510***************************************************************
006520 3000-CHECK-STEP SECTION.
006530     PERFORM 1100-READ-PASS-CARD THRU 1100-EXIT.
006540     IF NOT WS-PASS-RESTART
006550         DISPLAY "FBRUNCTL2522I - " WS-CTL-STEP " WILL RUN"
006560         GO TO 3000-EXIT
006570     END-IF.
006580     PERFORM 1200-SCAN-LEDGER THRU 1200-EXIT.
006590     MOVE WS-CTL-STEP              TO WS-KEY-STEP.
006600     PERFORM 1300-FIND-DONE THRU 1300-EXIT.
006610     IF WS-FOUND
006620         DISPLAY "FBRUNCTL2523I - " WS-CTL-STEP
006630                 " IS ALREADY DONE FOR " WS-PROC-DATE
006640                 " - SKIPPED"
006650         MOVE 4                    TO RETURN-CODE
006660     ELSE
006670         DISPLAY "FBRUNCTL2522I - " WS-CTL-STEP " WILL RUN"
006680     END-IF.
006690 3000-EXIT.
006700     EXIT.
006710***************************************************************
006720*    4000-RECORD-DONE                                          *
006730*        RECORDS THE NAMED STEP AS DONE, WITH THE TRAILER      *
006740*        TOTALS OF THE OUTPUT IT CATALOGED, AND THE WHOLE      *
006750*        DATE AS COMPLETE AFTER THE LAST STEP.                 *
006760***************************************************************
006770 4000-RECORD-DONE SECTION.
006780     PERFORM 1100-READ-PASS-CARD THRU 1100-EXIT.
006790     MOVE ZERO                     TO WS-EVT-COUNT.
006800     MOVE ZERO                     TO WS-EVT-HASH.
006810     IF WS-CTL-KIND NOT = SPACE
006820         MOVE WS-CTL-KIND          TO WS-OUT-KIND
006830         PERFORM 6000-READ-OUTPUT THRU 6000-EXIT
006840         IF NOT WS-OUT-TRL-SEEN
006850             DISPLAY "FBRUNCTL2524E - OUTPUT OF " WS-CTL-STEP
006860                     " IS MISSING OR HAS NO TRAILER - STEP "
006870                     "NOT RECORDED AS DONE"
006880             PERFORM 1800-ABEND THRU 1800-EXIT
006890         END-IF
006900         MOVE WS-OUT-COUNT         TO WS-EVT-COUNT
006910         MOVE WS-OUT-HASH          TO WS-EVT-HASH
006920     END-IF.
006930     MOVE "DONE"                   TO WS-EVT-EVENT.
006940     MOVE WS-CTL-STEP              TO WS-EVT-STEP.
006950     MOVE WS-CTL-KIND              TO WS-EVT-KIND.
006960     MOVE SPACES                   TO WS-EVT-OPERATOR.
006970     PERFORM 5000-APPEND-EVENT THRU 5000-EXIT.
006980     DISPLAY "FBRUNCTL2525I - " WS-CTL-STEP
006990             " RECORDED DONE FOR " WS-PROC-DATE.
007000     IF NOT WS-CTL-IS-LAST
007010         GO TO 4000-EXIT
007020     END-IF.
007030     MOVE "COMPLETE"               TO WS-EVT-EVENT.
007040     MOVE SPACES                   TO WS-EVT-STEP.
007050     MOVE SPACE                    TO WS-EVT-KIND.
007060     MOVE ZERO                     TO WS-EVT-COUNT.
007070     MOVE ZERO                     TO WS-EVT-HASH.
007080     PERFORM 5000-APPEND-EVENT THRU 5000-EXIT.
007090     DISPLAY "FBRUNCTL2526I - RUN FOR " WS-PROC-DATE
007100             " IS COMPLETE".
007110 4000-EXIT.
007120     EXIT.
007130***************************************************************
007140*    5000-APPEND-EVENT                                         *
007150*        APPENDS ONE EVENT, FROM THE WS-EVT- FIELDS, TO THE    *
007160*        LEDGER - CREATING IT ON THE VERY FIRST RUN.           *
007170***************************************************************
007180 5000-APPEND-EVENT SECTION.
007190     OPEN EXTEND LEDGER-FILE.
007200     IF WS-LEDGER-STATUS NOT = "00"
007210         OPEN OUTPUT LEDGER-FILE
007220     END-IF.
007230     MOVE SPACES                   TO FB-RUN-CONTROL-RECORD.
007240     MOVE WS-PROC-DATE             TO RCL-PROC-DATE.
007250     MOVE WS-EVT-EVENT             TO RCL-EVENT.
007260     MOVE WS-EVT-STEP              TO RCL-STEP.
007270     MOVE WS-TODAY-DISP            TO RCL-STAMP-DATE.
007280     MOVE WS-RUN-TIME-DISP         TO RCL-STAMP-TIME.
007290     MOVE WS-EVT-OPERATOR          TO RCL-OPERATOR.
007300     MOVE WS-EVT-KIND              TO RCL-OUT-KIND.
007310     MOVE WS-EVT-COUNT             TO RCL-OUT-COUNT.
007320     MOVE WS-EVT-HASH              TO RCL-OUT-HASH.
007330     WRITE FB-RUN-CONTROL-RECORD.
007340     CLOSE LEDGER-FILE.
007350 5000-EXIT.
007360     EXIT.
007370***************************************************************
007380*    6000-READ-OUTPUT                                          *
007390*        PASSES OVER A STEP'S OUTPUT - FEEDCHK FOR A FEED,     *
007400*        MASTCHK FOR A MASTER - CAPTURING ITS TRAILER COUNT    *
007410*        AND HASH.  WS-OUT-TRL-SEEN STAYS OFF WHEN THE FILE    *
007420*        CANNOT BE OPENED OR HAS NO TRAILER.                   *
007430***************************************************************
007440 6000-READ-OUTPUT SECTION.
007450     MOVE "N"                      TO WS-OUT-OPEN-SWITCH.
007460     MOVE "N"                      TO WS-OUT-TRL-SWITCH.
007470     MOVE "N"                      TO WS-CHK-EOF-SWITCH.
007480     MOVE ZERO                     TO WS-OUT-COUNT.
007490     MOVE ZERO                     TO WS-OUT-HASH.
007500     IF WS-OUT-KIND = "M"
007510         OPEN INPUT MAST-CHK-FILE
007520     ELSE
007530         OPEN INPUT FEED-CHK-FILE
007540     END-IF.
007550     IF WS-CHK-STATUS NOT = "00"
007560         GO TO 6000-EXIT
007570     END-IF.
007580     SET WS-OUT-OPENED             TO TRUE.
007590     IF WS-OUT-KIND = "M"
007600         PERFORM 6200-MAST-ONE THRU 6200-EXIT
007610                 UNTIL WS-CHK-EOF
007620         CLOSE MAST-CHK-FILE
007630     ELSE
007640         PERFORM 6100-FEED-ONE THRU 6100-EXIT
007650                 UNTIL WS-CHK-EOF
007660         CLOSE FEED-CHK-FILE
007670     END-IF.
007680 6000-EXIT.
007690     EXIT.
007700 6100-FEED-ONE SECTION.
007710     READ FEED-CHK-FILE
007720         AT END SET WS-CHK-EOF     TO TRUE
007730     END-READ.
007740     IF WS-CHK-EOF
007750         GO TO 6100-EXIT
007760     END-IF.
007770     IF FEED-CHK-TYPE = "T"
007780         MOVE FEED-CHK-LABEL       TO WS-TRL-LABEL-PARSE
007790         PERFORM 6300-TAKE-TRAILER THRU 6300-EXIT
007800     END-IF.
007810 6100-EXIT.
007820     EXIT.
007830 6200-MAST-ONE SECTION.
007840     READ MAST-CHK-FILE
007850         AT END SET WS-CHK-EOF     TO TRUE
007860     END-READ.
007870     IF WS-CHK-EOF
007880         GO TO 6200-EXIT
007890     END-IF.
007900     IF MAST-CHK-TYPE = "T"
007910         MOVE MAST-CHK-LABEL       TO WS-TRL-LABEL-PARSE
007920         PERFORM 6300-TAKE-TRAILER THRU 6300-EXIT
007930     END-IF.
007940 6200-EXIT.
007950     EXIT.
007960 6300-TAKE-TRAILER SECTION.
007970     IF WS-TRLP-COUNT NOT NUMERIC OR WS-TRLP-HASH NOT NUMERIC
007980         GO TO 6300-EXIT
007990     END-IF.
008000     SET WS-OUT-TRL-SEEN           TO TRUE.
008010     MOVE WS-TRLP-COUNT            TO WS-OUT-COUNT.
008020     MOVE WS-TRLP-HASH             TO WS-OUT-HASH.
008030 6300-EXIT.
008040     EXIT.
