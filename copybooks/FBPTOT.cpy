000100*****************************************************************
000200*    FBPTOT    -  FIZZBUZZ PARTITION CONTROL-TOTALS RECORD       *
000300*****************************************************************
000400*    WHEN THE DECK IS PARTITIONED (FB-PARTITIONS ON CARD 1)     *
000500*    EACH FIZZBUZZ PARTITION STEP APPENDS ONE OF THESE TO ITS   *
000600*    OWN PROD.FIZZBUZZ.PTOT.PNN DATASET AS IT ENDS, SO THE      *
000700*    MERGE STEP (FBPARTMG) CAN PROVE EVERY PARTITION RAN TO     *
000800*    THE END, COVERED EXACTLY ITS OWN SLICE, AND RECONCILED.    *
000900*    THE DATASET IS ALLOCATED DISP=MOD AND A RESTARTED          *
001000*    PARTITION APPENDS A FRESH RECORD, SO FBPARTMG TAKES THE    *
001100*    LAST RECORD FOR THE RUN ID.                                *
001200*                                                               *
001300*      PTT-RANGE-FROM/TO - THE PARTITION'S SLICE OF THE DECK'S  *
001400*                          RANGE SPAN, END EXCLUSIVE.           *
001500*      PTT-GROUPS        - RANGE GROUPS WITH NUMBERS INSIDE     *
001600*                          THE SLICE.                           *
001700*      PTT-RULE-MATCH,   - CONTROL TOTALS FOR THE NUMBERS       *
001800*      PTT-COMBO, PLAIN,   CLASSIFIED BY THIS EXECUTION - AFTER *
001900*      PTT-TOTAL           A RESTART, THE RESUMED LEG ONLY      *
002000*                          (PTT-RESUMED = Y).                   *
002100*      PTT-FEED-COUNT,   - THE PARTITION FEED'S TRAILER COUNT   *
002200*      PTT-FEED-HASH       AND HASH - THE WHOLE SLICE, KEPT     *
002300*                          RECORDS INCLUDED.                    *
002400*      PTT-RC            - THE RETURN CODE THE PARTITION ENDED  *
002500*                          WITH - 000 WHEN ITS OWN CONTROL      *
002600*                          TOTALS RECONCILED, 008 WHEN NOT.     *
002700*****************************************************************
002800 01  FB-PART-TOTALS-RECORD.
002900     05  PTT-PART-NO             PIC 9(02).
003000     05  FILLER                  PIC X(01).
003100     05  PTT-PART-OF             PIC 9(02).
003200     05  FILLER                  PIC X(01).
003300     05  PTT-RUN-ID              PIC 9(08).
003400     05  FILLER                  PIC X(01).
003500     05  PTT-RANGE-FROM          PIC 9(07).
003600     05  PTT-RANGE-TO            PIC 9(07).
003700     05  PTT-GROUPS              PIC 9(03).
003800     05  FILLER                  PIC X(01).
003900     05  PTT-RESUMED-SW          PIC X(01).
004000         88  PTT-RESUMED             VALUE "Y".
004100     05  PTT-RULE-COUNT          PIC 9(02).
004200     05  PTT-RULE-MATCH OCCURS 5 TIMES
004300                                 PIC 9(07).
004400     05  PTT-COMBO               PIC 9(07).
004500     05  PTT-PLAIN               PIC 9(07).
004600     05  PTT-TOTAL               PIC 9(07).
004700     05  PTT-FEED-COUNT          PIC 9(07).
004800     05  PTT-FEED-HASH           PIC 9(15).
004900     05  PTT-RC                  PIC 9(03).
005000     05  FILLER                  PIC X(01).
005100     05  PTT-END-DATE            PIC X(10).
005200     05  FILLER                  PIC X(01).
005300     05  PTT-END-TIME            PIC X(08).
005400     05  FILLER                  PIC X(03).
