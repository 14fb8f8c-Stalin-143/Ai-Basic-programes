000100*****************************************************************
000200*  NTFYREC  -  OUTBOUND MESSAGING INTERFACE FILE LAYOUTS        *
000300*  NTFYOUT, LRECL 200: WRITTEN NIGHTLY BY ORDNTFY, ONE HEADER,  *
000400*  ONE DETAIL PER ORDER FOLLOW-UP MESSAGE TO SEND, ONE TRAILER  *
000500*  WITH RECORD AND HASH CONTROL TOTALS (HASH IS THE SUM OF THE  *
000600*  ORDER NUMBERS OVER ALL DETAILS).  THE DETAIL LANGUAGE IS     *
000700*  THE ONE THE CUSTOMER LAST ASKED ABOUT THE ORDER IN.          *
000800*****************************************************************
000900 01  NTF-HEADER-REC.
001000     05  NTF-HDR-TYPE                PIC X(01).
001100         88  NTF-HDR-TYPE-V              VALUE "1".
001200     05  NTF-HDR-RUN-DATE            PIC 9(08).
001300     05  NTF-HDR-FILE-ID             PIC X(08).
001400     05  NTF-HDR-QUERY-DAYS          PIC 9(03).
001500     05  FILLER                      PIC X(180).
001600 01  NTF-DETAIL-REC.
001700     05  NTF-DTL-TYPE                PIC X(01).
001800         88  NTF-DTL-TYPE-V              VALUE "2".
001900     05  NTF-DTL-CUSTOMER            PIC X(08).
002000     05  NTF-DTL-CUST-NAME           PIC X(30).
002100     05  NTF-DTL-LANG                PIC X(02).
002200     05  NTF-DTL-ORDER-NO            PIC 9(08).
002300     05  NTF-DTL-OLD-STATUS          PIC X(20).
002400     05  NTF-DTL-NEW-STATUS          PIC X(20).
002500     05  NTF-DTL-OLD-SHIP-DATE       PIC X(10).
002600     05  NTF-DTL-NEW-SHIP-DATE       PIC X(10).
002700     05  NTF-DTL-OLD-CARRIER         PIC X(15).
002800     05  NTF-DTL-NEW-CARRIER         PIC X(15).
002900     05  NTF-DTL-CHANGE-DATE         PIC 9(08).
003000     05  NTF-DTL-QUERY-DATE          PIC 9(08).
003100     05  FILLER                      PIC X(45).
003200 01  NTF-TRAILER-REC.
003300     05  NTF-TRL-TYPE                PIC X(01).
003400         88  NTF-TRL-TYPE-V              VALUE "9".
003500     05  NTF-TRL-RECORDS             PIC 9(09).
003600     05  NTF-TRL-HASH                PIC 9(15).
003700     05  FILLER                      PIC X(175).
