000100*****************************************************************
000200*    FBAUDIT   -  FIZZBUZZ AUDIT-TRAIL RECORD                   *
000300*****************************************************************
000400*    PROD.FIZZBUZZ.AUDIT, LRECL 88, ONLY EVER APPENDED TO (THE  *
000500*    MONTHLY FBAUDPRG PURGE ASIDE).  AUD-TEXT IS THE 80-BYTE    *
000600*    EVENT LINE EACH WRITER BUILDS - RUN-START, RUN-RULE,       *
000700*    RUN-RANGE, RUN-END, RUN-PARMS, RUN-PARMC, RUN-DIST,        *
000800*    RUN-DHASH, RUN-BKOUT, RUN-BKEND, PARM-STGD, PARM-APPR,     *
000850*    RUN-LOCKF, RUN-LOCKR, RUN-PART - READ BY EVERY CONSUMER AT *
000855*    FIXED COLUMNS.                                             *
000900*    AUD-RUN-ID IS THE RUN ID FBPARMSL ISSUED THE EXECUTION     *
001000*    THE EVENT BELONGS TO (SEE FBRUNSEQ): FBDLDIST TAKES IT     *
001100*    OFF THE DELTA IT DISTRIBUTES, FBBACKOT FROM THE RUN IT     *
001200*    BACKS OUT AND FBLOCKMG FROM THE RUN THAT HELD A LOCK IT    *
001300*    CLEARS.  IT IS ZERO ON AN EVENT NO EXECUTION OWNS (A DECK  *
001400*    STAGING OR APPROVAL, A LOCK NO RUN-START CLAIMS) AND BLANK *
001450*    ON RECORDS WRITTEN BEFORE RUN IDS WERE ISSUED.             *
001500*****************************************************************
001600 01  AUDIT-RECORD.
001700     05  AUD-TEXT                PIC X(80).
001800     05  AUD-RUN-ID              PIC 9(08).
