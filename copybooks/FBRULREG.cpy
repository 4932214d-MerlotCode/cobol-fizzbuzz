000100*****************************************************************
000200*    FBRULREG  -  FIZZBUZZ RULE-SET VERSION REGISTRY ENTRY      *
000300*****************************************************************
000400*    ONE ENTRY PER DISTINCT RULE TABLE EVER USED TO CLASSIFY,   *
000500*    IN ASCENDING VERSION ORDER, KEYED ON RRG-VERSION.  THE     *
000600*    MASTER, THE DELTA EXTRACT, THE HISTORY JOURNAL, AND THE    *
000700*    INQUIRY RESPONSE CARRY ONLY THE VERSION NUMBER; THE        *
000800*    DIVISORS AND LABELS IT STANDS FOR ARE HELD HERE, IN THE    *
000900*    SAME NORMALIZED SHAPE FBMSTMNT BUILDS FROM CARD 1 (RULE    *
001000*    COUNT, THEN THE ENTRIES IN USE WITH UNUSED SLOTS BLANK).   *
001100*                                                               *
001200*    RRG-EFF-DATE IS THE PROCESSING DATE (YYYY-MM-DD) THE       *
001300*    TABLE FIRST CLASSIFIED UNDER.  RRG-RETIRED-DATE IS THE     *
001400*    DATE THE NEXT TABLE TOOK OVER FROM IT, BLANK ON THE ONE    *
001500*    CURRENT ENTRY - A TABLE BROUGHT BACK INTO USE KEEPS ITS    *
001600*    OLD VERSION AND FIRST-EFFECTIVE DATE AND HAS ITS RETIRED   *
001700*    DATE CLEARED.  RRG-APPR-DECK IS THE APPROVED FBPARMCA      *
001800*    DECK VERSION THE TABLE FIRST RAN UNDER (ZERO WHEN THE      *
001900*    CONVERSION COULD NOT TELL).                                *
002000*                                                               *
002100*    THE REGISTRY IS THE PROD.FIZZBUZZ.RULEREG GDG, LRECL 100.  *
002200*    FBMSTMNT READS (0) AND CATALOGS (+1) ON EVERY MERGE.  NO   *
002300*    ENTRY IS EVER REMOVED, SO A BACKED-OUT MASTER STILL FINDS  *
002400*    EVERY VERSION IT CARRIES IN THE LATEST GENERATION.         *
002500*****************************************************************
002600 01  FB-RULE-REGISTRY-ENTRY.
002700     05  RRG-VERSION             PIC 9(05).
002800     05  FILLER                  PIC X(01).
002900     05  RRG-RULE-SET.
003000         10  RRG-RULE-COUNT      PIC 9(02).
003100         10  RRG-RULE OCCURS 5 TIMES.
003200             15  RRG-DIVISOR     PIC X(03).
003300             15  RRG-LABEL       PIC X(08).
003400     05  FILLER                  PIC X(01).
003500     05  RRG-EFF-DATE            PIC X(10).
003600     05  FILLER                  PIC X(01).
003700     05  RRG-RETIRED-DATE        PIC X(10).
003800     05  FILLER                  PIC X(01).
003900     05  RRG-APPR-DECK           PIC 9(05).
004000     05  FILLER                  PIC X(09).
