000500*    FBM-NUMBER AND KEPT IN ASCENDING NUMBER ORDER.  EACH       *
000600*    RECORD CARRIES THE CLASSIFICATION LABEL, ONE MATCH FLAG    *
000700*    PER RULE-TABLE SLOT, THE DATE THE NUMBER WAS LAST          *
000800*    CLASSIFIED, AND THE VERSION OF THE RULE SET THAT PRODUCED  *
000900*    IT, SO A MAINTENANCE RUN CAN TELL A STALE RECORD FROM A    *
001000*    CURRENT ONE WITHOUT GUESSING.  THE VERSION IS THE KEY OF   *
001010*    THE RULE-SET REGISTRY (FBRULREG), WHICH HOLDS THE DIVISORS *
001020*    AND LABELS, THE DATES, AND THE APPROVING DECK.  RECORDS    *
001030*    WRITTEN BEFORE THE REGISTRY CARRY AN IMAGE OF THE RULE     *
001040*    SET (PARAMETER-CARD COLUMNS 15-71) IN THE SAME 57 BYTES    *
001050*    INSTEAD - THEY ARE KNOWN BY FBM-RULE-SET-REST NOT BEING    *
001060*    BLANK.  FBRULCNV CONVERTS A MASTER FROM IMAGES TO          *
001070*    VERSIONS; ONLY OLD HISTORY-JOURNAL ENTRIES AND OLD DELTA   *
001080*    GENERATIONS STILL CARRY IMAGES AFTER THAT.                 *
001100*                                                               *
001200*    THE MASTER FILE IS BOOK-ENDED LIKE EVERY OTHER INTERFACE   *
001300*    FILE IN THE SHOP - A HEADER RECORD (TYPE H, LABEL HDR      *
001400*    WITH THE RUN STAMPS; THE RUN ID IS FBM-LABEL (16:8), BLANK *
001450*    ON GENERATIONS OLDER THAN THE ID) AND A TRAILER (TYPE T,   *
001460*    LABEL TRL CARRYING THE DETAIL COUNT AND A HASH TOTAL OF    *
001600*    FBM-NUMBER).  THE RECORD TYPE IN COLUMN 1 IS WHAT MARKS    *
001700*    A CONTROL RECORD - THE KEY FIELD IS ZERO ON BOTH, AND NO   *
001800*    KEY VALUE IS RESERVED OUT OF THE NUMBER SPACE.             *
002800         10  FBM-RULE-FLAG       OCCURS 5 TIMES
002900                                 PIC X(01).
003000     05  FBM-DATE-CLASSIFIED     PIC X(10).
003100     05  FBM-RULE-SET.
003200         10  FBM-RULE-VERSION    PIC 9(05).
003300         10  FBM-RULE-SET-REST   PIC X(52).
