000287*    09/02/2026    MCD  RUN-START RECORDS WRITTEN BEFORE THE   *
000288*                       WIDENING (5-DIGIT RANGES) PARSED AT    *
000289*                       THEIR OLD COLUMNS INSTEAD OF SKIPPED.  *
000291*    10/15/2026    MCD  AUDIT RECORD IS NOW 88 BYTES - THE     *
000293*                       RUN ID FOLLOWS THE EVENT TEXT (SEE     *
000295*                       FBAUDIT).                              *
000297***************************************************************
000300 ENVIRONMENT          DIVISION.
000310 INPUT-OUTPUT         SECTION.
000320 FILE-CONTROL.
000380 DATA                 DIVISION.
000390 FILE                 SECTION.
000400 FD  AUDIT-FILE.
000410     COPY FBAUDIT.
000420 FD  RPT-FILE.
000430 01  RPT-RECORD.
000440     05  RPT-CC               PIC X(01).
