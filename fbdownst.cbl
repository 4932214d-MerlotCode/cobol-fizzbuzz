000350*                       RESERVED 00000/99999 KEY VALUES.       *
000352*                       SPLIT FILES CARRY THE SAME 56-BYTE     *
000354*                       RECORD AND THE SAME TRAILER MARKING.   *
000355*    10/15/2026    MCD  EVERY SPLIT TRAILER CARRIES THE RUN    *
000356*                       ID FROM THE PARAMETER CARD.            *
000357***************************************************************
000360 ENVIRONMENT          DIVISION.
000370 INPUT-OUTPUT         SECTION.
000380 FILE-CONTROL.
001160*    LAYOUT - TYPE T IN THE RECORD-TYPE BYTE, ZERO IN THE      *
001170*    NUMBER FIELD, AND THE RECORD COUNT IN THE LABEL FIELD -   *
001180*    SO EACH BUSINESS AREA CAN BALANCE ITS SPLIT FILE          *
001190*    WITHOUT THE OTHERS - AND THE RUN ID FROM THE PARAMETER    *
001195*    CARD.                                                     *
001200***************************************************************
001210 01  WS-OUT-TRAILER.
001215     05  FILLER               PIC X(01) VALUE "T".
001220     05  FILLER               PIC X(07) VALUE "0000000".
001230     05  FILLER               PIC X(11) VALUE "TRL  COUNT=".
001240     05  WS-TRL-OUT-COUNT     PIC 9(07).
001250     05  FILLER               PIC X(05) VALUE " RUN=".
001252     05  WS-TRL-OUT-RUN-ID    PIC 9(08) VALUE ZERO.
001254     05  FILLER               PIC X(17) VALUE SPACES.
001260 PROCEDURE            DIVISION.
001270***************************************************************
001280*    0000-MAINLINE                                             *
001460     OPEN INPUT PARM-FILE.
001470     READ PARM-FILE.
001480     CLOSE PARM-FILE.
001483     IF FB-RUN-ID NUMERIC
001486         MOVE FB-RUN-ID            TO WS-TRL-OUT-RUN-ID
001487     END-IF.
001490     IF FB-RULE-COUNT = ZERO OR FB-RULE-COUNT > 5
001500         DISPLAY "FBDOWNST0801E - RULE COUNT ON THE PARAMETER "
001510                 "CARD MUST BE 1 THROUGH 5"
