000100*****************************************************************
000200*    FBAPPR    -  FBPARMCA DECK APPROVAL LEDGER RECORD          *
000300*****************************************************************
000400*    ONE RECORD PER CALENDAR CARD APPROVED INTO THE PRODUCTION  *
000500*    PARMLIB MEMBER FBPARMCA.  FBPARMAP WRITES THE RECORDS      *
000600*    WHEN A SECOND PERSON - NEVER THE SUBMITTER - SIGNS OFF     *
000700*    THE PENDING DECK, AND STAMPS THE DECK VERSION INTO COLS    *
000800*    113-117 OF EVERY CARD IT PROMOTES.  FBPARMSL REFUSES ANY   *
000900*    SELECTED CARD WHOSE VERSION STAMP AND 112-BYTE IMAGE       *
001000*    (PARAMETER IMAGE PLUS EFFECTIVE WINDOW) ARE NOT ON THE     *
001100*    LEDGER, SO A HAND-EDITED CARD NEVER REACHES A RUN.         *
001200*                                                               *
001300*    THE LEDGER IS PROD.FIZZBUZZ.PARMAPPR, LRECL 160, ONLY      *
001400*    EVER APPENDED TO.  VERSIONS ARE ASSIGNED IN ASCENDING      *
001500*    ORDER - THE NEXT DECK VERSION IS THE HIGHEST ON THE        *
001600*    LEDGER PLUS ONE.                                           *
001700*****************************************************************
001800 01  FB-APPROVAL-RECORD.
001900     05  FBA-VERSION             PIC 9(05).
002000     05  FBA-CARD-NO             PIC 9(03).
002100     05  FBA-SUBMITTER           PIC X(08).
002200     05  FBA-APPROVER            PIC X(08).
002300     05  FBA-APPROVED-DATE       PIC 9(08).
002400     05  FBA-APPROVED-TIME       PIC 9(06).
002500     05  FBA-CARD-IMAGE          PIC X(112).
002600     05  FILLER                  PIC X(10).
