000100*****************************************************************
000200*    FBRUNLG   -  FIZZBUZZ JOB RUN-CONTROL LEDGER RECORD         *
000300*****************************************************************
000400*    ONE RECORD PER EVENT IN THE LIFE OF A PROCESSING DATE'S    *
000500*    RUN OF THE FIZZBUZZ JOB.  FBRUNCTL WRITES THEM:            *
000600*      BEGIN    - A FULL RUN FOR THE DATE WAS STARTED.          *
000700*      RESTART  - A RESTART OF THAT RUN WAS STARTED; STEPS      *
000800*                 ALREADY DONE ARE SKIPPED.                     *
000900*      STARTOVR - THE OPERATOR NAMED IN RCL-OPERATOR ASKED FOR  *
001000*                 A FULL RUN OVER AGAIN; EVERY EARLIER DONE     *
001100*                 RECORD FOR THE DATE IS VOID FROM HERE ON.     *
001200*      DONE     - STEP RCL-STEP ENDED CLEAN.  WHEN THE STEP     *
001300*                 CATALOGED AN OUTPUT LATER STEPS READ, ITS     *
001400*                 KIND AND TRAILER COUNT/HASH ARE KEPT SO A     *
001500*                 RESTART CAN PROVE IT IS STILL THE DATASET IN  *
001600*                 PLACE:  F - THE WORKING FEED PROD.FIZZBUZZ.   *
001700*                 FEED, G - THE FEEDGDG GENERATION, M - THE     *
001800*                 MASTER GENERATION.                            *
001900*      COMPLETE - THE LAST STEP IS DONE; THE DATE HAS RUN.      *
002000*                                                               *
002100*    THE LEDGER IS PROD.FIZZBUZZ.RUNCTL, LRECL 80, ONLY EVER    *
002200*    APPENDED TO.  THE PROCESSING DATE IS YYYYMMDD, THE STAMP   *
002300*    IS WHEN THE EVENT WAS RECORDED.                            *
002400*****************************************************************
002500 01  FB-RUN-CONTROL-RECORD.
002600     05  RCL-PROC-DATE           PIC X(08).
002700     05  FILLER                  PIC X(01).
002800     05  RCL-EVENT               PIC X(08).
002900         88  RCL-BEGIN               VALUE "BEGIN".
003000         88  RCL-RESTART             VALUE "RESTART".
003100         88  RCL-STARTOVER           VALUE "STARTOVR".
003200         88  RCL-DONE                VALUE "DONE".
003300         88  RCL-COMPLETE            VALUE "COMPLETE".
003400     05  FILLER                  PIC X(01).
003500     05  RCL-STEP                PIC X(08).
003600     05  FILLER                  PIC X(01).
003700     05  RCL-STAMP-DATE          PIC X(10).
003800     05  FILLER                  PIC X(01).
003900     05  RCL-STAMP-TIME          PIC X(08).
004000     05  FILLER                  PIC X(01).
004100     05  RCL-OPERATOR            PIC X(08).
004200     05  FILLER                  PIC X(01).
004300     05  RCL-OUT-KIND            PIC X(01).
004400         88  RCL-OUT-NONE            VALUE SPACE.
004500         88  RCL-OUT-FEED            VALUE "F".
004600         88  RCL-OUT-FEEDGDG         VALUE "G".
004700         88  RCL-OUT-MASTER          VALUE "M".
004800     05  RCL-OUT-COUNT           PIC 9(07).
004900     05  RCL-OUT-HASH            PIC 9(15).
005000     05  FILLER                  PIC X(01).
