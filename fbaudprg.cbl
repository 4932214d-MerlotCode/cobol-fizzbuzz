000300*                       CREATED AND EVERY TOOL THAT TOUCHES    *
000310*                       IT GETS SLOWER; THIS CAPS IT AT THE    *
000320*                       RETENTION WINDOW.                      *
000322*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES - THE     *
000324*                       RUN ID FOLLOWS THE EVENT TEXT (SEE     *
000326*                       FBAUDIT); THE NEW COPY AND THE ARCHIVE *
000328*                       CARRY IT OVER.                         *
000330***************************************************************
000340 ENVIRONMENT          DIVISION.
000350 INPUT-OUTPUT         SECTION.
000550     05  AUDPARM-RETAIN-MONTHS PIC 9(03).
000560     05  FILLER               PIC X(77).
000570 FD  AUDIT-FILE.
000580     COPY FBAUDIT.
000590 FD  AUDNEW-FILE.
000600 01  AUDNEW-RECORD            PIC X(88).
000610 FD  ARCH-FILE.
000620 01  ARCH-RECORD              PIC X(88).
000630 FD  STATS-FILE.
000640 01  STATS-RECORD             PIC X(80).
000650 WORKING-STORAGE      SECTION.
