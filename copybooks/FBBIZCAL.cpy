000100*****************************************************************
000200*    FBBIZCAL  -  FIZZBUZZ BUSINESS-DAY CALENDAR ENTRY           *
000300*****************************************************************
000400*    ONE CARD PER DATE THAT BREAKS THE PROCESSING WEEK.  THE    *
000500*    WEEK ITSELF (WHICH WEEKDAYS THE JOB RUNS ON) IS ON THE     *
000600*    FBRUNEXC PARAMETER CARD; THE CALENDAR ONLY NAMES THE       *
000700*    EXCEPTIONS TO IT:                                          *
000800*      H - A HOLIDAY.  NO RUN IS EXPECTED.                      *
000900*      N - ANY OTHER NON-PROCESSING DAY (A SHUTDOWN, A          *
001000*          CONVERSION WEEKEND).  NO RUN IS EXPECTED.            *
001100*      P - A PROCESSING DAY THE WEEK WOULD SKIP (A SATURDAY     *
001200*          MONTH-END).  A RUN IS EXPECTED.                      *
001300*                                                               *
001400*    THE CALENDAR IS PROD.FIZZBUZZ.PARMLIB(BIZCAL), LRECL 80,   *
001500*    IN ANY ORDER.  THE DATE IS YYYYMMDD; THE DESCRIPTION IS    *
001600*    PRINTED AGAINST THE DAY ON THE EXCEPTION REPORT.           *
001700*****************************************************************
001800 01  FB-BUSINESS-CAL-RECORD.
001900     05  BZC-DATE                PIC X(08).
002000     05  FILLER                  PIC X(01).
002100     05  BZC-DAY-TYPE            PIC X(01).
002200         88  BZC-HOLIDAY             VALUE "H".
002300         88  BZC-NON-PROCESSING      VALUE "N".
002400         88  BZC-PROCESSING          VALUE "P".
002500         88  BZC-TYPE-VALID          VALUE "H" "N" "P".
002600     05  FILLER                  PIC X(01).
002700     05  BZC-DESCRIPTION         PIC X(30).
002800     05  FILLER                  PIC X(39).
