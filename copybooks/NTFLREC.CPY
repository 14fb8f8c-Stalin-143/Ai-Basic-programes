000100*****************************************************************
000200*  NTFLREC  -  ORDER NOTIFICATION LOG RECORD LAYOUT             *
000300*  LRECL 80.  VSAM KSDS KEYED ON CUSTOMER, ORDER AND THE        *
000400*  ORDER CHANGE (ORDLOAD RUN DATE, TIME AND SEQUENCE FROM       *
000500*  ORDCREC).  ORDNTFY ADDS ONE RECORD PER MESSAGE SENT AND      *
000600*  SKIPS ANY CUSTOMER ALREADY ON FILE FOR THE SAME CHANGE, SO   *
000700*  A RERUN NEVER NOTIFIES A CUSTOMER TWICE.                     *
000800*****************************************************************
000900 01  NLOG-REC.
001000     05  NLOG-KEY.
001100         10  NLOG-CUSTOMER-NO        PIC X(08).
001200         10  NLOG-ORDER-NO           PIC X(08).
001300         10  NLOG-CHG-DATE           PIC 9(08).
001400         10  NLOG-CHG-TIME           PIC 9(06).
001500         10  NLOG-CHG-SEQ            PIC 9(05).
001600     05  NLOG-SENT-DATE              PIC 9(08).
001700     05  NLOG-LANG-CODE              PIC X(02).
001800     05  NLOG-NEW-STATUS             PIC X(20).
001900     05  FILLER                      PIC X(15).
