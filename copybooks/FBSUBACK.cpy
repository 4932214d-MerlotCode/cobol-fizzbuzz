000100*****************************************************************
000200*    FBSUBACK  -  SUBSCRIBER DELTA-EXTRACT ACKNOWLEDGMENT       *
000300*****************************************************************
000400*    ONE RECORD PER FBDLDIST EXTRACT A CONSUMING AREA HAS       *
000500*    APPLIED.  EACH SUBSCRIBER'S APPLY JOB APPENDS ITS RECORD   *
000600*    TO PROD.FIZZBUZZ.SUBACK (LRECL 80, DISP=MOD) AFTER IT HAS  *
000700*    LOADED AN EXTRACT - THE EXTRACT IS NAMED BY THE DATE AND   *
000800*    TIME ON ITS HEADER RECORD, AND THE COUNT AND HASH ARE      *
000900*    WHAT THE SUBSCRIBER ACTUALLY APPLIED, NOT A COPY OF THE    *
001000*    TRAILER.  RECORDS ARE APPENDED IN THE ORDER THE EXTRACTS   *
001100*    WERE APPLIED; FBACKREC MATCHES THEM AGAINST THE RUN-DIST   *
001200*    DISTRIBUTION LOG ON THE AUDIT TRAIL.                       *
001300*****************************************************************
001400 01  FB-SUBSCRIBER-ACK.
001500     05  FBK-SUB-ID              PIC X(08).
001600     05  FBK-EXTRACT-DATE        PIC X(10).
001700     05  FBK-EXTRACT-TIME        PIC X(08).
001800     05  FBK-APPLIED-COUNT       PIC 9(07).
001900     05  FBK-APPLIED-HASH        PIC 9(15).
002000     05  FBK-APPLIED-DATE        PIC X(10).
002100     05  FILLER                  PIC X(22).
