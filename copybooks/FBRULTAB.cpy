000100*****************************************************************
000200*    FBRULTAB  -  RULE-SET REGISTRY TABLE AND DESCRIPTION AREA  *
000300*****************************************************************
000400*    THE RULE-SET REGISTRY (FBRULREG) LOADED INTO STORAGE BY    *
000500*    EVERY PROGRAM THAT TURNS A MASTER RECORD'S RULE VERSION    *
000600*    BACK INTO ITS DIVISORS AND LABELS.  ENTRIES ARE HELD IN    *
000700*    FILE ORDER, WHICH IS ASCENDING VERSION.  RGT-FOUND-IX IS   *
000800*    WHERE A VERSION OR RULE-SET LOOKUP LEFT ITS ANSWER - ZERO  *
000900*    WHEN NOTHING MATCHED - AND RGT-CUR-IX IS THE ONE ENTRY     *
001000*    WITH NO RETIRED DATE.                                      *
001100*                                                               *
001200*    FB-RULE-DESCRIPTION IS WHERE ONE ENTRY IS SPELLED OUT FOR  *
001300*    A REPORT OR A MESSAGE, IN THE FORM                         *
001400*      RULE SET V3 (3 FIZZ / 5 BUZZ / 7 SEVEN) EFFECTIVE        *
001500*      2026-09-30                                               *
001600*    WITH LEADING ZEROS DROPPED FROM THE VERSION AND DIVISORS.  *
001700*****************************************************************
001800 01  FB-RULE-REGISTRY-TABLE.
001900     05  RGT-COUNT               PIC 9(03) COMP VALUE ZERO.
002000     05  RGT-IX                  PIC 9(03) COMP VALUE ZERO.
002100     05  RGT-FOUND-IX            PIC 9(03) COMP VALUE ZERO.
002200     05  RGT-CUR-IX              PIC 9(03) COMP VALUE ZERO.
002300     05  RGT-WANT-VERSION        PIC 9(05) VALUE ZERO.
002400     05  RGT-WANT-RULE-SET       PIC X(57) VALUE SPACES.
002500     05  RGT-EOF-SWITCH          PIC X(01) VALUE "N".
002600         88  RGT-EOF                 VALUE "Y".
002700     05  RGT-ENTRY OCCURS 99 TIMES.
002800         10  RGT-VERSION         PIC 9(05).
002900         10  RGT-RULE-SET.
003000             15  RGT-RULE-COUNT  PIC 9(02).
003100             15  RGT-RULE OCCURS 5 TIMES.
003200                 20  RGT-DIVISOR PIC X(03).
003300                 20  RGT-LABEL   PIC X(08).
003400         10  RGT-EFF-DATE        PIC X(10).
003500         10  RGT-RETIRED-DATE    PIC X(10).
003600         10  RGT-APPR-DECK       PIC 9(05).
003700 01  FB-RULE-DESCRIPTION.
003800     05  RGD-TEXT                PIC X(112) VALUE SPACES.
003900     05  RGD-PTR                 PIC 9(03) COMP VALUE ZERO.
004000     05  RGD-RULE-IX             PIC 9(02) COMP VALUE ZERO.
004100     05  RGD-NUMBER              PIC 9(05) VALUE ZERO.
004200     05  RGD-EDIT                PIC ZZZZ9.
004300     05  RGD-LEAD                PIC 9(02) COMP VALUE ZERO.
