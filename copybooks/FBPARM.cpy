001536*                                  OF EVERY 10,000.  TAKEN      *
001537*                                  FROM THE FIRST CARD OF THE   *
001538*                                  DECK.                        *
001539*    COLS  85-92  FB-RUN-ID        THE RUN ID FBPARMSL ISSUED   *
001540*                                  THIS EXECUTION (FBRUNSEQ),   *
001541*                                  STAMPED ON EVERY CARD OF THE *
001542*                                  SELECTED DECK SO EACH STEP   *
001543*                                  CAN CARRY IT ONTO ITS        *
001544*                                  OUTPUTS.  BLANK ON A PARMLIB *
001545*                                  CARD.                        *
001546*    COLS  93-94  FB-PARTITIONS    NUMBER OF PARTITIONS THE     *
001547*                                  DECK IS SPLIT INTO FOR THE   *
001548*                                  MONTH-END VOLUME.  BLANK, 00 *
001549*                                  OR 01 RUNS THE DECK AS A     *
001550*                                  SINGLE STREAM; 04 RUNS IT AS *
001551*                                  THE FOUR PARTITION JOBS      *
001552*                                  FBPART01-FBPART04, EACH ON   *
001553*                                  AN EQUAL SLICE OF THE DECK'S *
001554*                                  RANGE SPAN (SEE PARTCTL),    *
001555*                                  AND THE FBPARTMG JOB MERGES  *
001556*                                  THE PARTITION FEEDS.  THE    *
001557*                                  SCHEDULE CARRIES FOUR        *
001558*                                  PARTITION JOBS, SO FBPARMSL  *
001559*                                  REFUSES ANY OTHER COUNT.     *
001560*                                  TAKEN FROM CARD 1.  SEE      *
001561*                                  PARMLIB(FBPARMPT).           *
001562*    COLS  95-96  RESERVED                                      *
001563*****************************************************************
001600 01  FB-PARM-CARD.
001700     05  FB-START-VALUE          PIC 9(07).
001800     05  FB-END-VALUE            PIC 9(07).
002200         88  FB-MODE-SUMMARY         VALUE "SUMMARY".
002300         88  FB-MODE-EXCEPTIONS      VALUE "EXCEPTIONS".
002400     05  FB-PROGRESS-INTERVAL    PIC 9(03).
002500     05  FB-RUN-ID               PIC 9(08).
002600     05  FB-PARTITIONS           PIC 9(02).
002700     05  FILLER                  PIC X(02).
