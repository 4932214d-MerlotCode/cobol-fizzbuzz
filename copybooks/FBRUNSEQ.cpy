000100*****************************************************************
000200*    FBRUNSEQ  -  FIZZBUZZ RUN-SEQUENCE LEDGER RECORD           *
000300*****************************************************************
000400*    ONE RECORD PER EXECUTION OF THE FIZZBUZZ JOB, APPENDED BY  *
000500*    FBPARMSL WHEN IT SELECTS THE DECK.  RSQ-RUN-ID IS THE RUN  *
000600*    ID EVERY FILE THE EXECUTION PRODUCES CARRIES IN ITS        *
000700*    CONTROL RECORDS - THE NEWEST ID ON THE LEDGER PLUS ONE:    *
000800*      ASSIGNED - A NEW ID WAS ISSUED FOR THE PROCESSING DATE.  *
000900*      REUSED   - A RESTART OF THE PROCESSING DATE TOOK BACK    *
001000*                 THE ID ITS FIRST EXECUTION WAS ISSUED, SO     *
001100*                 THE STEPS IT RESUMES WRITE THE SAME ID AS     *
001200*                 THE STEPS ALREADY DONE.                       *
001300*                                                               *
001400*    THE LEDGER IS PROD.FIZZBUZZ.RUNSEQ, LRECL 80, ONLY EVER    *
001500*    APPENDED TO.  THE PROCESSING DATE IS YYYYMMDD, THE STAMP   *
001600*    IS WHEN THE ID WAS HANDED OUT, AND THE DECK VERSION IS THE *
001700*    APPROVED VERSION FBPARMSL RECORDED ON RUN-PARMS.           *
001800*****************************************************************
001900 01  FB-RUN-SEQ-RECORD.
002000     05  RSQ-RUN-ID              PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  RSQ-PROC-DATE           PIC X(08).
002300     05  FILLER                  PIC X(01).
002400     05  RSQ-EVENT               PIC X(08).
002500         88  RSQ-ASSIGNED            VALUE "ASSIGNED".
002600         88  RSQ-REUSED              VALUE "REUSED".
002700     05  FILLER                  PIC X(01).
002800     05  RSQ-STAMP-DATE          PIC X(10).
002900     05  FILLER                  PIC X(01).
003000     05  RSQ-STAMP-TIME          PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  RSQ-DECK-VERSION        PIC 9(05).
003300     05  FILLER                  PIC X(28).
