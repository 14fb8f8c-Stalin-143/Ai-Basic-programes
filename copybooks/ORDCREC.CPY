000100*****************************************************************
000200*  ORDCREC  -  ORDER CHANGE LOG RECORD LAYOUT                   *
000300*  LRECL 140.  WRITTEN BY ORDLOAD, ONE RECORD PER APPLIED       *
000400*  CHANGE TRANSACTION THAT MOVED AN ORDER'S STATUS, SHIP DATE   *
000500*  OR CARRIER, WITH THE BEFORE AND AFTER VALUES.  THE RUN       *
000600*  DATE, TIME AND SEQUENCE NUMBER TOGETHER IDENTIFY THE         *
000700*  CHANGE.  READ BY ORDNTFY FOR CUSTOMER FOLLOW-UP MESSAGES.    *
000800*****************************************************************
000900 01  OCHG-REC.
001000     05  OCHG-RUN-DATE               PIC 9(08).
001100     05  OCHG-RUN-TIME               PIC 9(06).
001200     05  OCHG-SEQ-NO                 PIC 9(05).
001300     05  OCHG-ORDER-NO               PIC X(08).
001400     05  OCHG-CUSTOMER-NO            PIC X(08).
001500     05  OCHG-OLD-STATUS             PIC X(20).
001600     05  OCHG-NEW-STATUS             PIC X(20).
001700     05  OCHG-OLD-SHIP-DATE          PIC X(10).
001800     05  OCHG-NEW-SHIP-DATE          PIC X(10).
001900     05  OCHG-OLD-CARRIER            PIC X(15).
002000     05  OCHG-NEW-CARRIER            PIC X(15).
002100     05  FILLER                      PIC X(15).
