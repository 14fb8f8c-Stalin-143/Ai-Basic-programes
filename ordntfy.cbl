000100*****************************************************************
000200*  ORDNTFY  -  ORDER CHANGE FOLLOW-UP NOTIFICATIONS             *
000300*                                                               *
000400*  RUNS AFTER ORDLOAD.  TAKES THE NIGHT'S ORDER CHANGE LOG      *
000500*  (ORDCHG, LAYOUT IN ORDCREC: EVERY APPLIED CHANGE THAT MOVED  *
000600*  AN ORDER'S STATUS, SHIP DATE OR CARRIER) AND FINDS THE       *
000700*  CUSTOMERS WHO ASKED THE BOT ABOUT THOSE ORDERS IN THE LAST   *
000800*  N DAYS (NTFYPRM, DEFAULT 7, COUNTING THE RUN DATE).  AN      *
000900*  ORDER QUERY IS AN EXCHANGE ON EXCHLOG THAT:                  *
001000*      - MATCHED A RESPONSE TABLE ENTRY WHOSE TEXT IS AN ORDER  *
001100*        TEMPLATE (CARRIES & PLACEHOLDERS FOR RESPFILL)         *
001200*      - CARRIES AN IDENTIFIED CUSTOMER NUMBER                  *
001300*      - HAS AN EIGHT-DIGIT ORDER NUMBER IN THE USER INPUT,     *
001400*        TAKEN AS RESPFILL TAKES IT (FIRST RUN OF EIGHT DIGITS) *
001500*                                                               *
001600*  CHANGES AND QUERIES ARE SORTED TOGETHER BY ORDER.  SEVERAL   *
001700*  CHANGES TO ONE ORDER IN THE LOG ARE NETTED TO ONE (FIRST     *
001800*  BEFORE VALUES, LAST AFTER VALUES), AND EACH CUSTOMER WHO     *
001900*  ASKED ABOUT THE ORDER IS A CANDIDATE ONCE, IN THE LANGUAGE   *
002000*  OF THEIR LATEST QUERY.  A CANDIDATE IS SENT ONLY WHEN THE    *
002100*  ORDER STILL SHOWS A NET MOVE, THE CUSTOMER OWNS THE ORDER    *
002200*  AND IS ACTIVE ON CUSTMAST, AND THE NOTIFICATION LOG          *
002300*  (NTFYLOG, LAYOUT IN NTFLREC) HAS NO ENTRY FOR THE SAME       *
002400*  CUSTOMER AND CHANGE, SO A RERUN NEVER NOTIFIES TWICE.        *
002500*                                                               *
002600*  MESSAGES GO TO THE OUTBOUND MESSAGING SYSTEM ON NTFYOUT      *
002700*  (LAYOUTS IN NTFYREC: HEADER, DETAILS, TRAILER WITH RECORD    *
002800*  AND HASH TOTALS).  THE COUNT REPORT (NTFYRPT) LISTS EVERY    *
002900*  CANDIDATE WITH ITS DISPOSITION, AND ITS TOTALS CROSS-FOOT:   *
003000*  CANDIDATES = SENT + EACH SKIP REASON, SENT = TRAILER COUNT.  *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    ORDNTFY.
003400 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
003500 INSTALLATION.  HEAD OFFICE DATA CENTRE.
003600 DATE-WRITTEN.  OCTOBER 2026.
003700 DATE-COMPILED.
003800*****************************************************************
003900*  MODIFICATION HISTORY                                         *
004000*  --------------------                                         *
004100*  2026-10-15  MEP  INITIAL VERSION                             *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM-ENTERPRISE.
004600 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ORDCHG-FILE   ASSIGN TO ORDCHG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS NFY-ORDCHG-STATUS.
005200     SELECT EXCHLOG-FILE  ASSIGN TO EXCHLOG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS NFY-EXCHLOG-STATUS.
005500     SELECT RESPTBL-FILE  ASSIGN TO RESPTBL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS RANDOM
005800         RECORD KEY   IS RESP-KEY
005900         FILE STATUS  IS NFY-RESPTBL-STATUS.
006000     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE  IS RANDOM
006300         RECORD KEY   IS CUST-CUSTOMER-NO
006400         FILE STATUS  IS NFY-CUSTMAST-STATUS.
006500     SELECT OPTIONAL NTFYLOG-FILE ASSIGN TO NTFYLOG
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE  IS RANDOM
006800         RECORD KEY   IS NLOG-KEY
006900         FILE STATUS  IS NFY-NTFYLOG-STATUS.
007000     SELECT OPTIONAL NTFYPRM-FILE ASSIGN TO NTFYPRM
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS NFY-NTFYPRM-STATUS.
007300     SELECT NTFYOUT-FILE  ASSIGN TO NTFYOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS NFY-NTFYOUT-STATUS.
007600     SELECT NTFYRPT-FILE  ASSIGN TO NTFYRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS  IS NFY-NTFYRPT-STATUS.
007900     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ORDCHG-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 140 CHARACTERS.
008500 01  ORDCHG-REC                  PIC X(140).
008600 FD  EXCHLOG-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 280 CHARACTERS.
008900 01  EXCHLOG-REC                 PIC X(280).
009000 FD  RESPTBL-FILE
009100     RECORD CONTAINS 220 CHARACTERS.
009200     COPY RESPREC.
009300 FD  CUSTMAST-FILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500     COPY CUSTREC.
009600 FD  NTFYLOG-FILE
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY NTFLREC.
009900 FD  NTFYPRM-FILE
010000     RECORDING MODE IS F
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  NTFYPRM-REC.
010300     05  NPRM-QUERY-DAYS         PIC 9(03).
010400     05  FILLER                  PIC X(77).
010500 FD  NTFYOUT-FILE
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 200 CHARACTERS.
010800 01  NTFYOUT-REC                 PIC X(200).
010900 FD  NTFYRPT-FILE
011000     RECORDING MODE IS F
011100     RECORD CONTAINS 132 CHARACTERS.
011200 01  NTFYRPT-REC                 PIC X(132).
011300*****************************************************************
011400*  ORDER SORT.  TYPE 1 = LOGGED CHANGE, 2 = CUSTOMER QUERY.     *
011500*  AN ORDER'S CHANGES SORT AHEAD OF ITS QUERIES, IN THE ORDER   *
011600*  ORDLOAD APPLIED THEM; QUERIES SORT BY CUSTOMER, OLDEST       *
011700*  FIRST, SO THE LAST ONE SEEN FOR A CUSTOMER IS THE LATEST.    *
011800*****************************************************************
011900 SD  SORTWORK-FILE
012000     RECORD CONTAINS 140 CHARACTERS.
012100 01  NSR-REC.
012200     05  NSR-ORDER-NO            PIC X(08).
012300     05  NSR-TYPE                PIC X(01).
012400         88  NSR-CHANGE              VALUE "1".
012500         88  NSR-QUERY               VALUE "2".
012600     05  NSR-CUSTOMER-NO         PIC X(08).
012700     05  NSR-DATE                PIC 9(08).
012800     05  NSR-TIME                PIC 9(06).
012900     05  NSR-SEQ                 PIC 9(05).
013000     05  NSR-LANG                PIC X(02).
013100     05  NSR-ORD-CUSTOMER        PIC X(08).
013200     05  NSR-OLD-STATUS          PIC X(20).
013300     05  NSR-NEW-STATUS          PIC X(20).
013400     05  NSR-OLD-SHIP-DATE       PIC X(10).
013500     05  NSR-NEW-SHIP-DATE       PIC X(10).
013600     05  NSR-OLD-CARRIER         PIC X(15).
013700     05  NSR-NEW-CARRIER         PIC X(15).
013800     05  FILLER                  PIC X(04).
013900 WORKING-STORAGE SECTION.
014000 77  NFY-ORDCHG-STATUS           PIC X(02) VALUE SPACES.
014100     88  NFY-ORDCHG-OK               VALUE "00".
014200     88  NFY-ORDCHG-EOF              VALUE "10".
014300 77  NFY-EXCHLOG-STATUS          PIC X(02) VALUE SPACES.
014400     88  NFY-EXCHLOG-OK              VALUE "00".
014500     88  NFY-EXCHLOG-EOF             VALUE "10".
014600 77  NFY-RESPTBL-STATUS          PIC X(02) VALUE SPACES.
014700     88  NFY-RESPTBL-OK              VALUE "00".
014800     88  NFY-RESPTBL-NOTFND          VALUE "23".
014900 77  NFY-CUSTMAST-STATUS         PIC X(02) VALUE SPACES.
015000     88  NFY-CUSTMAST-OK             VALUE "00".
015100     88  NFY-CUSTMAST-NOTFND         VALUE "23".
015200 77  NFY-NTFYLOG-STATUS          PIC X(02) VALUE SPACES.
015300     88  NFY-NTFYLOG-OK              VALUE "00".
015400     88  NFY-NTFYLOG-OPEN-OK         VALUE "00" "05".
015500     88  NFY-NTFYLOG-NOTFND          VALUE "23".
015600 77  NFY-NTFYPRM-STATUS          PIC X(02) VALUE SPACES.
015700     88  NFY-NTFYPRM-OK              VALUE "00".
015800 77  NFY-NTFYOUT-STATUS          PIC X(02) VALUE SPACES.
015900     88  NFY-NTFYOUT-OK              VALUE "00".
016000 77  NFY-NTFYRPT-STATUS          PIC X(02) VALUE SPACES.
016100     88  NFY-NTFYRPT-OK              VALUE "00".
016200 77  NFY-RUN-DATE                PIC 9(08) VALUE ZERO.
016300 77  NFY-RUN-SERIAL              PIC 9(07) COMP VALUE ZERO.
016400 77  NFY-QUERY-DAYS              PIC 9(03) VALUE 7.
016500 77  NFY-HOLD-EXCH-DATE          PIC 9(08) VALUE ZERO.
016600 77  NFY-EXCH-AGE                PIC 9(07) COMP VALUE ZERO.
016700 77  NFY-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
016800 77  NFY-AMP-COUNT               PIC 9(03) COMP VALUE ZERO.
016900 77  NFY-ORDER-NO                PIC X(08) VALUE SPACES.
017000 77  NFY-TPL-KEYWORD             PIC X(30) VALUE SPACES.
017100 77  NFY-TPL-LANG                PIC X(02) VALUE SPACES.
017200 77  NFY-HOLD-ORDER              PIC X(08) VALUE SPACES.
017300 77  NFY-HOLD-CUSTOMER           PIC X(08) VALUE SPACES.
017400 77  NFY-HOLD-LANG               PIC X(02) VALUE SPACES.
017500 77  NFY-HOLD-QUERY-DATE         PIC 9(08) VALUE ZERO.
017600 77  NFY-CHANGES-READ            PIC 9(07) VALUE ZERO.
017700 77  NFY-ORDERS-CHANGED          PIC 9(07) VALUE ZERO.
017800 77  NFY-EXCH-READ               PIC 9(07) VALUE ZERO.
017900 77  NFY-QUERIES-SELECTED        PIC 9(07) VALUE ZERO.
018000 77  NFY-QUERIES-UNCHANGED       PIC 9(07) VALUE ZERO.
018100 77  NFY-QUERIES-CHANGED         PIC 9(07) VALUE ZERO.
018200 77  NFY-CANDIDATES              PIC 9(07) VALUE ZERO.
018300 77  NFY-NO-NET-MOVE             PIC 9(07) VALUE ZERO.
018400 77  NFY-NOT-OWNER               PIC 9(07) VALUE ZERO.
018500 77  NFY-CUST-UNKNOWN            PIC 9(07) VALUE ZERO.
018600 77  NFY-CUST-INACTIVE           PIC 9(07) VALUE ZERO.
018700 77  NFY-ALREADY-SENT            PIC 9(07) VALUE ZERO.
018800 77  NFY-SENT                    PIC 9(09) VALUE ZERO.
018900 77  NFY-HASH-TOTAL              PIC 9(15) VALUE ZERO.
019000 77  NFY-SKIP-TOTAL              PIC 9(07) VALUE ZERO.
019100 77  NFY-CNV-SERIAL              PIC 9(07) COMP VALUE ZERO.
019200 77  NFY-CNV-YEAR                PIC 9(04) COMP VALUE ZERO.
019300 77  NFY-CNV-MONTH               PIC 9(02) COMP VALUE ZERO.
019400 77  NFY-CNV-DAY                 PIC 9(02) COMP VALUE ZERO.
019500 77  NFY-CNV-WORK1               PIC 9(07) COMP VALUE ZERO.
019600 77  NFY-CNV-WORK2               PIC 9(07) COMP VALUE ZERO.
019700 01  NFY-CNV-DATE                PIC 9(08) VALUE ZERO.
019800 01  NFY-CNV-DATE-SPLIT REDEFINES NFY-CNV-DATE.
019900     05  NFY-CNV-YYYY            PIC 9(04).
020000     05  NFY-CNV-MM              PIC 9(02).
020100     05  NFY-CNV-DD              PIC 9(02).
020200 01  NFY-SWITCHES.
020300     05  NFY-IN-WINDOW-SW        PIC X(01) VALUE "N".
020400         88  NFY-IN-WINDOW           VALUE "Y".
020500     05  NFY-TEMPLATE-SW         PIC X(01) VALUE "N".
020600         88  NFY-TEMPLATE            VALUE "Y".
020700     05  NFY-ORDER-CHANGED-SW    PIC X(01) VALUE "N".
020800         88  NFY-ORDER-CHANGED       VALUE "Y".
020900     05  NFY-IN-CUSTOMER-SW      PIC X(01) VALUE "N".
021000         88  NFY-IN-CUSTOMER         VALUE "Y".
021100     05  NFY-SEND-SW             PIC X(01) VALUE "N".
021200         88  NFY-SEND                VALUE "Y".
021300*****************************************************************
021400*  NET CHANGE OF THE ORDER IN HAND: BEFORE VALUES FROM ITS      *
021500*  FIRST LOGGED CHANGE, AFTER VALUES AND THE CHANGE IDENTITY    *
021600*  FROM ITS LAST                                                *
021700*****************************************************************
021800 01  NFY-NET-CHANGE.
021900     05  NFY-CHG-CUSTOMER        PIC X(08).
022000     05  NFY-CHG-DATE            PIC 9(08).
022100     05  NFY-CHG-TIME            PIC 9(06).
022200     05  NFY-CHG-SEQ             PIC 9(05).
022300     05  NFY-CHG-OLD-STATUS      PIC X(20).
022400     05  NFY-CHG-NEW-STATUS      PIC X(20).
022500     05  NFY-CHG-OLD-SHIP-DATE   PIC X(10).
022600     05  NFY-CHG-NEW-SHIP-DATE   PIC X(10).
022700     05  NFY-CHG-OLD-CARRIER     PIC X(15).
022800     05  NFY-CHG-NEW-CARRIER     PIC X(15).
022900 01  NFY-SKIP-REASON             PIC X(30) VALUE SPACES.
023000     COPY ORDCREC.
023100     COPY EXCHREC.
023200     COPY NTFYREC.
023300     COPY RUNLPARM.
023400 01  NFY-HEADING-1.
023500     05  FILLER                  PIC X(40)
023600         VALUE "ORDNTFY  ORDER FOLLOW-UP NOTIFICATIONS ".
023700     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
023800     05  HDG-RUN-DATE            PIC 9(08).
023900     05  FILLER                  PIC X(16)
024000         VALUE "   QUERY DAYS ".
024100     05  HDG-QUERY-DAYS          PIC ZZ9.
024200     05  FILLER                  PIC X(55) VALUE SPACES.
024300 01  NFY-HEADING-2.
024400     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
024500     05  FILLER                  PIC X(10) VALUE "ORDER NO".
024600     05  FILLER                  PIC X(04) VALUE "LG".
024700     05  FILLER                  PIC X(22) VALUE "OLD STATUS".
024800     05  FILLER                  PIC X(22) VALUE "NEW STATUS".
024900     05  FILLER                  PIC X(10) VALUE "DISP".
025000     05  FILLER                  PIC X(54) VALUE "REASON".
025100 01  NFY-DETAIL-LINE.
025200     05  DTL-CUSTOMER            PIC X(08).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  DTL-ORDER-NO            PIC X(08).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  DTL-LANG                PIC X(02).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  DTL-OLD-STATUS          PIC X(20).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  DTL-NEW-STATUS          PIC X(20).
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  DTL-DISPOSITION         PIC X(08).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  DTL-REASON              PIC X(30).
026500     05  FILLER                  PIC X(24) VALUE SPACES.
026600 01  NFY-NONE-LINE.
026700     05  FILLER                  PIC X(05) VALUE SPACES.
026800     05  FILLER                  PIC X(127) VALUE "(NONE)".
026900 01  NFY-TOTAL-LINE.
027000     05  TOT-LABEL               PIC X(30).
027100     05  TOT-VALUE               PIC Z,ZZZ,ZZ9.
027200     05  FILLER                  PIC X(93) VALUE SPACES.
027300 01  NFY-HASH-LINE.
027400     05  FILLER                  PIC X(30)
027500         VALUE "NOTIFICATION HASH TOTAL".
027600     05  HSH-VALUE               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
027700     05  FILLER                  PIC X(83) VALUE SPACES.
027800 PROCEDURE DIVISION.
027900*****************************************************************
028000*  0000-MAINLINE  -  SORT CHANGES WITH QUERIES, NOTIFY, TOTAL   *
028100*****************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028400     SORT SORTWORK-FILE
028500         ON ASCENDING KEY NSR-ORDER-NO
028600                          NSR-TYPE
028700                          NSR-CUSTOMER-NO
028800                          NSR-DATE
028900                          NSR-TIME
029000                          NSR-SEQ
029100         INPUT PROCEDURE  IS 2000-SELECT-RECORDS THRU 2999-EXIT
029200         OUTPUT PROCEDURE IS 3000-BUILD-NOTIFICATIONS
029300                             THRU 3999-EXIT
029400     IF SORT-RETURN NOT = ZERO
029500         DISPLAY "ORDNTFY: ORDER SORT FAILED, CODE "
029600             SORT-RETURN
029700         GO TO 9999-ABORT-RUN
029800     END-IF
029900     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
030000     PERFORM 9000-TERMINATE THRU 9000-EXIT
030100     STOP RUN.
030200*****************************************************************
030300*  1000-INITIALIZE  -  QUERY WINDOW, FILES, INTERFACE HEADER    *
030400*  AND REPORT HEADINGS                                          *
030500*****************************************************************
030600 1000-INITIALIZE.
030700     ACCEPT NFY-RUN-DATE FROM DATE YYYYMMDD
030800     MOVE NFY-RUN-DATE TO NFY-CNV-DATE
030900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
031000     MOVE NFY-CNV-SERIAL TO NFY-RUN-SERIAL
031100     MOVE "S"          TO RUNL-FUNCTION
031200     MOVE "ORDNTFY "   TO RUNL-PROGRAM
031300     MOVE NFY-RUN-DATE TO RUNL-PROCESS-DATE
031400     CALL "RUNLOG" USING RUNL-PARM
031500     IF RUNL-WRITE-ERROR
031600         DISPLAY "ORDNTFY: RUN-CONTROL START FAILED"
031700         GO TO 9999-ABORT-RUN
031800     END-IF
031900     OPEN INPUT NTFYPRM-FILE
032000     IF NFY-NTFYPRM-OK
032100         READ NTFYPRM-FILE
032200             AT END
032300                 CONTINUE
032400             NOT AT END
032500                 IF NPRM-QUERY-DAYS IS NUMERIC
032600                    AND NPRM-QUERY-DAYS > ZERO
032700                     MOVE NPRM-QUERY-DAYS TO NFY-QUERY-DAYS
032800                 END-IF
032900         END-READ
033000     END-IF
033100     CLOSE NTFYPRM-FILE
033200     OPEN INPUT  ORDCHG-FILE
033300                 EXCHLOG-FILE
033400                 RESPTBL-FILE
033500                 CUSTMAST-FILE
033600          I-O    NTFYLOG-FILE
033700          OUTPUT NTFYOUT-FILE
033800                 NTFYRPT-FILE
033900     IF NOT NFY-ORDCHG-OK
034000         DISPLAY "ORDNTFY: CANNOT OPEN ORDCHG, STATUS "
034100             NFY-ORDCHG-STATUS
034200         GO TO 9999-ABORT-RUN
034300     END-IF
034400     IF NOT NFY-EXCHLOG-OK
034500         DISPLAY "ORDNTFY: CANNOT OPEN EXCHLOG, STATUS "
034600             NFY-EXCHLOG-STATUS
034700         GO TO 9999-ABORT-RUN
034800     END-IF
034900     IF NOT NFY-RESPTBL-OK
035000         DISPLAY "ORDNTFY: CANNOT OPEN RESPTBL, STATUS "
035100             NFY-RESPTBL-STATUS
035200         GO TO 9999-ABORT-RUN
035300     END-IF
035400     IF NOT NFY-CUSTMAST-OK
035500         DISPLAY "ORDNTFY: CANNOT OPEN CUSTMAST, STATUS "
035600             NFY-CUSTMAST-STATUS
035700         GO TO 9999-ABORT-RUN
035800     END-IF
035900     IF NOT NFY-NTFYLOG-OPEN-OK
036000         DISPLAY "ORDNTFY: CANNOT OPEN NTFYLOG, STATUS "
036100             NFY-NTFYLOG-STATUS
036200         GO TO 9999-ABORT-RUN
036300     END-IF
036400     IF NOT NFY-NTFYOUT-OK
036500         DISPLAY "ORDNTFY: CANNOT OPEN NTFYOUT, STATUS "
036600             NFY-NTFYOUT-STATUS
036700         GO TO 9999-ABORT-RUN
036800     END-IF
036900     IF NOT NFY-NTFYRPT-OK
037000         DISPLAY "ORDNTFY: CANNOT OPEN REPORT FILE, STATUS "
037100             NFY-NTFYRPT-STATUS
037200         GO TO 9999-ABORT-RUN
037300     END-IF
037400     MOVE SPACES         TO NTF-HEADER-REC
037500     MOVE "1"            TO NTF-HDR-TYPE
037600     MOVE NFY-RUN-DATE   TO NTF-HDR-RUN-DATE
037700     MOVE "ORDNTFY "     TO NTF-HDR-FILE-ID
037800     MOVE NFY-QUERY-DAYS TO NTF-HDR-QUERY-DAYS
037900     WRITE NTFYOUT-REC FROM NTF-HEADER-REC
038000     IF NOT NFY-NTFYOUT-OK
038100         DISPLAY "ORDNTFY: HEADER WRITE ERROR, STATUS "
038200             NFY-NTFYOUT-STATUS
038300         GO TO 9999-ABORT-RUN
038400     END-IF
038500     MOVE NFY-RUN-DATE   TO HDG-RUN-DATE
038600     MOVE NFY-QUERY-DAYS TO HDG-QUERY-DAYS
038700     WRITE NTFYRPT-REC FROM NFY-HEADING-1
038800         AFTER ADVANCING PAGE
038900     WRITE NTFYRPT-REC FROM NFY-HEADING-2
039000         AFTER ADVANCING 2 LINES
039100     MOVE SPACES TO NTFYRPT-REC
039200     WRITE NTFYRPT-REC AFTER ADVANCING 1 LINE.
039300 1000-EXIT.
039400     EXIT.
039500*****************************************************************
039600*  2000-SELECT-RECORDS  -  SORT INPUT PROCEDURE: RELEASE EVERY  *
039700*  LOGGED CHANGE AND EVERY ORDER QUERY IN THE WINDOW            *
039800*****************************************************************
039900 2000-SELECT-RECORDS.
040000     CONTINUE.
040100
040200 2010-READ-CHANGE.
040300     READ ORDCHG-FILE INTO OCHG-REC
040400         AT END
040500             GO TO 2020-READ-EXCHANGE
040600     END-READ
040700     IF NOT NFY-ORDCHG-OK
040800         DISPLAY "ORDNTFY: ORDCHG READ ERROR, STATUS "
040900             NFY-ORDCHG-STATUS
041000         GO TO 9999-ABORT-RUN
041100     END-IF
041200     ADD 1 TO NFY-CHANGES-READ
041300     MOVE SPACES              TO NSR-REC
041400     MOVE OCHG-ORDER-NO       TO NSR-ORDER-NO
041500     MOVE "1"                 TO NSR-TYPE
041600     MOVE OCHG-RUN-DATE       TO NSR-DATE
041700     MOVE OCHG-RUN-TIME       TO NSR-TIME
041800     MOVE OCHG-SEQ-NO         TO NSR-SEQ
041900     MOVE OCHG-CUSTOMER-NO    TO NSR-ORD-CUSTOMER
042000     MOVE OCHG-OLD-STATUS     TO NSR-OLD-STATUS
042100     MOVE OCHG-NEW-STATUS     TO NSR-NEW-STATUS
042200     MOVE OCHG-OLD-SHIP-DATE  TO NSR-OLD-SHIP-DATE
042300     MOVE OCHG-NEW-SHIP-DATE  TO NSR-NEW-SHIP-DATE
042400     MOVE OCHG-OLD-CARRIER    TO NSR-OLD-CARRIER
042500     MOVE OCHG-NEW-CARRIER    TO NSR-NEW-CARRIER
042600     RELEASE NSR-REC
042700     GO TO 2010-READ-CHANGE.
042800
042900 2020-READ-EXCHANGE.
043000     READ EXCHLOG-FILE INTO EXCH-REC
043100         AT END
043200             GO TO 2999-EXIT
043300     END-READ
043400     IF NOT NFY-EXCHLOG-OK
043500         DISPLAY "ORDNTFY: EXCHLOG READ ERROR, STATUS "
043600             NFY-EXCHLOG-STATUS
043700         GO TO 9999-ABORT-RUN
043800     END-IF
043900     ADD 1 TO NFY-EXCH-READ
044000     PERFORM 2100-CHECK-WINDOW THRU 2100-EXIT
044100     IF NOT NFY-IN-WINDOW
044200        OR NOT EXCH-MATCHED
044300        OR EXCH-CUSTOMER-NO = SPACES
044400         GO TO 2020-READ-EXCHANGE
044500     END-IF
044600     PERFORM 2200-EXTRACT-ORDER-NO THRU 2200-EXIT
044700     IF NFY-ORDER-NO = SPACES
044800         GO TO 2020-READ-EXCHANGE
044900     END-IF
045000     PERFORM 2300-CHECK-TEMPLATE THRU 2300-EXIT
045100     IF NOT NFY-TEMPLATE
045200         GO TO 2020-READ-EXCHANGE
045300     END-IF
045400     ADD 1 TO NFY-QUERIES-SELECTED
045500     MOVE SPACES              TO NSR-REC
045600     MOVE NFY-ORDER-NO        TO NSR-ORDER-NO
045700     MOVE "2"                 TO NSR-TYPE
045800     MOVE EXCH-CUSTOMER-NO    TO NSR-CUSTOMER-NO
045900     MOVE EXCH-DATE           TO NSR-DATE
046000     MOVE EXCH-TIME           TO NSR-TIME
046100     MOVE EXCH-SEQ-NO         TO NSR-SEQ
046200     MOVE EXCH-LANG-CODE      TO NSR-LANG
046300     RELEASE NSR-REC
046400     GO TO 2020-READ-EXCHANGE.
046500
046600 2999-EXIT.
046700     EXIT.
046800*****************************************************************
046900*  2100-CHECK-WINDOW  -  IS THE EXCHANGE DATED WITHIN THE LAST  *
047000*  N DAYS, THE RUN DATE BEING THE FIRST OF THEM?  THE LOG IS    *
047100*  IN DATE ORDER, SO THE AGE IS WORKED OUT ONCE PER DATE        *
047200*****************************************************************
047300 2100-CHECK-WINDOW.
047400     IF EXCH-DATE = NFY-HOLD-EXCH-DATE
047500         GO TO 2100-EXIT
047600     END-IF
047700     MOVE EXCH-DATE TO NFY-HOLD-EXCH-DATE
047800     MOVE "N" TO NFY-IN-WINDOW-SW
047900     IF EXCH-DATE NOT NUMERIC
048000        OR EXCH-DATE > NFY-RUN-DATE
048100         GO TO 2100-EXIT
048200     END-IF
048300     MOVE EXCH-DATE TO NFY-CNV-DATE
048400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
048500     COMPUTE NFY-EXCH-AGE = NFY-RUN-SERIAL - NFY-CNV-SERIAL
048600     IF NFY-EXCH-AGE < NFY-QUERY-DAYS
048700         MOVE "Y" TO NFY-IN-WINDOW-SW
048800     END-IF.
048900 2100-EXIT.
049000     EXIT.
049100*****************************************************************
049200*  2200-EXTRACT-ORDER-NO  -  FIRST RUN OF EIGHT DIGITS IN THE   *
049300*  USER INPUT, THE SAME RULE RESPFILL ANSWERS BY                *
049400*****************************************************************
049500 2200-EXTRACT-ORDER-NO.
049600     MOVE SPACES TO NFY-ORDER-NO
049700     MOVE 1 TO NFY-SCAN-POS
049800     PERFORM 2210-SCAN-FOR-DIGITS THRU 2210-EXIT
049900         UNTIL NFY-SCAN-POS > 93
050000            OR NFY-ORDER-NO NOT = SPACES.
050100 2200-EXIT.
050200     EXIT.
050300
050400 2210-SCAN-FOR-DIGITS.
050500     IF EXCH-USER-INPUT (NFY-SCAN-POS:8) IS NUMERIC
050600         MOVE EXCH-USER-INPUT (NFY-SCAN-POS:8)
050700             TO NFY-ORDER-NO
050800     ELSE
050900         ADD 1 TO NFY-SCAN-POS
051000     END-IF.
051100 2210-EXIT.
051200     EXIT.
051300*****************************************************************
051400*  2300-CHECK-TEMPLATE  -  DID THE EXCHANGE MATCH AN ORDER      *
051500*  TEMPLATE, I.E. A RESPONSE TABLE ENTRY CARRYING & PLACE-      *
051600*  HOLDERS?  THE LAST ENTRY LOOKED UP IS REMEMBERED             *
051700*****************************************************************
051800 2300-CHECK-TEMPLATE.
051900     IF EXCH-KEYWORD = NFY-TPL-KEYWORD
052000        AND EXCH-LANG-CODE = NFY-TPL-LANG
052100         GO TO 2300-EXIT
052200     END-IF
052300     MOVE EXCH-KEYWORD   TO NFY-TPL-KEYWORD
052400     MOVE EXCH-LANG-CODE TO NFY-TPL-LANG
052500     MOVE "N" TO NFY-TEMPLATE-SW
052600     MOVE EXCH-KEYWORD   TO RESP-KEYWORD
052700     MOVE EXCH-LANG-CODE TO RESP-LANG-CODE
052800     READ RESPTBL-FILE
052900         INVALID KEY
053000             CONTINUE
053100     END-READ
053200     IF NFY-RESPTBL-NOTFND
053300         GO TO 2300-EXIT
053400     END-IF
053500     IF NOT NFY-RESPTBL-OK
053600         DISPLAY "ORDNTFY: RESPTBL READ ERROR, STATUS "
053700             NFY-RESPTBL-STATUS
053800         GO TO 9999-ABORT-RUN
053900     END-IF
054000     MOVE ZERO TO NFY-AMP-COUNT
054100     INSPECT RESP-TEXT
054200         TALLYING NFY-AMP-COUNT FOR ALL "&"
054300     IF NFY-AMP-COUNT > ZERO
054400         MOVE "Y" TO NFY-TEMPLATE-SW
054500     END-IF.
054600 2300-EXIT.
054700     EXIT.
054800*****************************************************************
054900*  3000-BUILD-NOTIFICATIONS  -  SORT OUTPUT PROCEDURE: NET THE  *
055000*  CHANGES OF EACH ORDER, THEN DECIDE ONCE FOR EACH CUSTOMER    *
055100*  WHO ASKED ABOUT IT                                           *
055200*****************************************************************
055300 3000-BUILD-NOTIFICATIONS.
055400     MOVE "N"    TO NFY-IN-CUSTOMER-SW
055500     MOVE "N"    TO NFY-ORDER-CHANGED-SW
055600     MOVE SPACES TO NFY-HOLD-ORDER.
055700
055800 3010-RETURN-NEXT.
055900     RETURN SORTWORK-FILE
056000         AT END
056100             IF NFY-IN-CUSTOMER
056200                 PERFORM 3200-CLOSE-CUSTOMER THRU 3200-EXIT
056300             END-IF
056400             IF NFY-CANDIDATES = ZERO
056500                 WRITE NTFYRPT-REC FROM NFY-NONE-LINE
056600                     AFTER ADVANCING 1 LINE
056700             END-IF
056800             GO TO 3999-EXIT
056900     END-RETURN
057000     IF NSR-ORDER-NO NOT = NFY-HOLD-ORDER
057100         IF NFY-IN-CUSTOMER
057200             PERFORM 3200-CLOSE-CUSTOMER THRU 3200-EXIT
057300         END-IF
057400         MOVE NSR-ORDER-NO TO NFY-HOLD-ORDER
057500         MOVE "N" TO NFY-ORDER-CHANGED-SW
057600     END-IF
057700     IF NSR-CHANGE
057800         PERFORM 3100-HOLD-CHANGE THRU 3100-EXIT
057900         GO TO 3010-RETURN-NEXT
058000     END-IF
058100     IF NOT NFY-ORDER-CHANGED
058200         ADD 1 TO NFY-QUERIES-UNCHANGED
058300         GO TO 3010-RETURN-NEXT
058400     END-IF
058500     ADD 1 TO NFY-QUERIES-CHANGED
058600     IF NFY-IN-CUSTOMER
058700        AND NSR-CUSTOMER-NO NOT = NFY-HOLD-CUSTOMER
058800         PERFORM 3200-CLOSE-CUSTOMER THRU 3200-EXIT
058900     END-IF
059000     IF NOT NFY-IN-CUSTOMER
059100         MOVE "Y"             TO NFY-IN-CUSTOMER-SW
059200         MOVE NSR-CUSTOMER-NO TO NFY-HOLD-CUSTOMER
059300     END-IF
059400     MOVE NSR-LANG TO NFY-HOLD-LANG
059500     MOVE NSR-DATE TO NFY-HOLD-QUERY-DATE
059600     GO TO 3010-RETURN-NEXT.
059700
059800 3999-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  3100-HOLD-CHANGE  -  FOLD ONE LOGGED CHANGE INTO THE NET     *
060200*  CHANGE OF THE ORDER                                          *
060300*****************************************************************
060400 3100-HOLD-CHANGE.
060500     IF NOT NFY-ORDER-CHANGED
060600         MOVE "Y" TO NFY-ORDER-CHANGED-SW
060700         ADD 1 TO NFY-ORDERS-CHANGED
060800         MOVE NSR-OLD-STATUS    TO NFY-CHG-OLD-STATUS
060900         MOVE NSR-OLD-SHIP-DATE TO NFY-CHG-OLD-SHIP-DATE
061000         MOVE NSR-OLD-CARRIER   TO NFY-CHG-OLD-CARRIER
061100     END-IF
061200     MOVE NSR-ORD-CUSTOMER  TO NFY-CHG-CUSTOMER
061300     MOVE NSR-DATE          TO NFY-CHG-DATE
061400     MOVE NSR-TIME          TO NFY-CHG-TIME
061500     MOVE NSR-SEQ           TO NFY-CHG-SEQ
061600     MOVE NSR-NEW-STATUS    TO NFY-CHG-NEW-STATUS
061700     MOVE NSR-NEW-SHIP-DATE TO NFY-CHG-NEW-SHIP-DATE
061800     MOVE NSR-NEW-CARRIER   TO NFY-CHG-NEW-CARRIER.
061900 3100-EXIT.
062000     EXIT.
062100*****************************************************************
062200*  3200-CLOSE-CUSTOMER  -  ONE CANDIDATE: DECIDE, SEND WHEN     *
062300*  CLEARED, AND LIST IT ON THE REPORT                           *
062400*****************************************************************
062500 3200-CLOSE-CUSTOMER.
062600     MOVE "N" TO NFY-IN-CUSTOMER-SW
062700     ADD 1 TO NFY-CANDIDATES
062800     PERFORM 3300-DECIDE THRU 3300-EXIT
062900     IF NFY-SEND
063000         PERFORM 4000-SEND-NOTIFICATION THRU 4000-EXIT
063100     END-IF
063200     MOVE NFY-HOLD-CUSTOMER  TO DTL-CUSTOMER
063300     MOVE NFY-HOLD-ORDER     TO DTL-ORDER-NO
063400     MOVE NFY-HOLD-LANG      TO DTL-LANG
063500     MOVE NFY-CHG-OLD-STATUS TO DTL-OLD-STATUS
063600     MOVE NFY-CHG-NEW-STATUS TO DTL-NEW-STATUS
063700     IF NFY-SEND
063800         MOVE "SENT"     TO DTL-DISPOSITION
063900     ELSE
064000         MOVE "SKIPPED"  TO DTL-DISPOSITION
064100     END-IF
064200     MOVE NFY-SKIP-REASON    TO DTL-REASON
064300     WRITE NTFYRPT-REC FROM NFY-DETAIL-LINE
064400         AFTER ADVANCING 1 LINE.
064500 3200-EXIT.
064600     EXIT.
064700*****************************************************************
064800*  3300-DECIDE  -  SKIP TESTS IN ORDER; THE FIRST ONE THAT      *
064900*  APPLIES IS THE REASON GIVEN                                  *
065000*****************************************************************
065100 3300-DECIDE.
065200     MOVE "N"    TO NFY-SEND-SW
065300     MOVE SPACES TO NFY-SKIP-REASON
065400     IF NFY-CHG-OLD-STATUS = NFY-CHG-NEW-STATUS
065500        AND NFY-CHG-OLD-SHIP-DATE = NFY-CHG-NEW-SHIP-DATE
065600        AND NFY-CHG-OLD-CARRIER = NFY-CHG-NEW-CARRIER
065700         MOVE "NO NET MOVE IN THE RUN" TO NFY-SKIP-REASON
065800         ADD 1 TO NFY-NO-NET-MOVE
065900         GO TO 3300-EXIT
066000     END-IF
066100     IF NFY-HOLD-CUSTOMER NOT = NFY-CHG-CUSTOMER
066200         MOVE "NOT THE ORDER'S CUSTOMER" TO NFY-SKIP-REASON
066300         ADD 1 TO NFY-NOT-OWNER
066400         GO TO 3300-EXIT
066500     END-IF
066600     MOVE NFY-HOLD-CUSTOMER TO CUST-CUSTOMER-NO
066700     READ CUSTMAST-FILE
066800         INVALID KEY
066900             CONTINUE
067000     END-READ
067100     IF NOT NFY-CUSTMAST-OK
067200        AND NOT NFY-CUSTMAST-NOTFND
067300         DISPLAY "ORDNTFY: CUSTMAST READ ERROR, STATUS "
067400             NFY-CUSTMAST-STATUS
067500         GO TO 9999-ABORT-RUN
067600     END-IF
067700     IF NFY-CUSTMAST-NOTFND
067800         MOVE "CUSTOMER NOT ON FILE" TO NFY-SKIP-REASON
067900         ADD 1 TO NFY-CUST-UNKNOWN
068000         GO TO 3300-EXIT
068100     END-IF
068200     IF NOT CUST-ACTIVE
068300         MOVE "CUSTOMER NOT ACTIVE" TO NFY-SKIP-REASON
068400         ADD 1 TO NFY-CUST-INACTIVE
068500         GO TO 3300-EXIT
068600     END-IF
068700     MOVE NFY-HOLD-CUSTOMER TO NLOG-CUSTOMER-NO
068800     MOVE NFY-HOLD-ORDER    TO NLOG-ORDER-NO
068900     MOVE NFY-CHG-DATE      TO NLOG-CHG-DATE
069000     MOVE NFY-CHG-TIME      TO NLOG-CHG-TIME
069100     MOVE NFY-CHG-SEQ       TO NLOG-CHG-SEQ
069200     READ NTFYLOG-FILE
069300         INVALID KEY
069400             CONTINUE
069500     END-READ
069600     IF NOT NFY-NTFYLOG-OK
069700        AND NOT NFY-NTFYLOG-NOTFND
069800         DISPLAY "ORDNTFY: NTFYLOG READ ERROR, STATUS "
069900             NFY-NTFYLOG-STATUS
070000         GO TO 9999-ABORT-RUN
070100     END-IF
070200     IF NFY-NTFYLOG-OK
070300         MOVE "ALREADY NOTIFIED" TO NFY-SKIP-REASON
070400         ADD 1 TO NFY-ALREADY-SENT
070500         GO TO 3300-EXIT
070600     END-IF
070700     MOVE "Y" TO NFY-SEND-SW.
070800 3300-EXIT.
070900     EXIT.
071000*****************************************************************
071100*  4000-SEND-NOTIFICATION  -  ONE INTERFACE DETAIL, AND THE     *
071200*  NOTIFICATION LOG ENTRY THAT STOPS IT BEING SENT AGAIN        *
071300*****************************************************************
071400 4000-SEND-NOTIFICATION.
071500     MOVE SPACES                TO NTF-DETAIL-REC
071600     MOVE "2"                   TO NTF-DTL-TYPE
071700     MOVE NFY-HOLD-CUSTOMER     TO NTF-DTL-CUSTOMER
071800     MOVE CUST-NAME             TO NTF-DTL-CUST-NAME
071900     MOVE NFY-HOLD-LANG         TO NTF-DTL-LANG
072000     MOVE NFY-HOLD-ORDER        TO NTF-DTL-ORDER-NO
072100     MOVE NFY-CHG-OLD-STATUS    TO NTF-DTL-OLD-STATUS
072200     MOVE NFY-CHG-NEW-STATUS    TO NTF-DTL-NEW-STATUS
072300     MOVE NFY-CHG-OLD-SHIP-DATE TO NTF-DTL-OLD-SHIP-DATE
072400     MOVE NFY-CHG-NEW-SHIP-DATE TO NTF-DTL-NEW-SHIP-DATE
072500     MOVE NFY-CHG-OLD-CARRIER   TO NTF-DTL-OLD-CARRIER
072600     MOVE NFY-CHG-NEW-CARRIER   TO NTF-DTL-NEW-CARRIER
072700     MOVE NFY-CHG-DATE          TO NTF-DTL-CHANGE-DATE
072800     MOVE NFY-HOLD-QUERY-DATE   TO NTF-DTL-QUERY-DATE
072900     WRITE NTFYOUT-REC FROM NTF-DETAIL-REC
073000     IF NOT NFY-NTFYOUT-OK
073100         DISPLAY "ORDNTFY: DETAIL WRITE ERROR, STATUS "
073200             NFY-NTFYOUT-STATUS
073300         GO TO 9999-ABORT-RUN
073400     END-IF
073500     ADD 1 TO NFY-SENT
073600     ADD NTF-DTL-ORDER-NO TO NFY-HASH-TOTAL
073700     MOVE SPACES                TO NLOG-REC
073800     MOVE NFY-HOLD-CUSTOMER     TO NLOG-CUSTOMER-NO
073900     MOVE NFY-HOLD-ORDER        TO NLOG-ORDER-NO
074000     MOVE NFY-CHG-DATE          TO NLOG-CHG-DATE
074100     MOVE NFY-CHG-TIME          TO NLOG-CHG-TIME
074200     MOVE NFY-CHG-SEQ           TO NLOG-CHG-SEQ
074300     MOVE NFY-RUN-DATE          TO NLOG-SENT-DATE
074400     MOVE NFY-HOLD-LANG         TO NLOG-LANG-CODE
074500     MOVE NFY-CHG-NEW-STATUS    TO NLOG-NEW-STATUS
074600     WRITE NLOG-REC
074700         INVALID KEY
074800             DISPLAY "ORDNTFY: NTFYLOG WRITE FAILED, CUSTOMER "
074900                 NLOG-CUSTOMER-NO " ORDER " NLOG-ORDER-NO
075000             GO TO 9999-ABORT-RUN
075100     END-WRITE
075200     IF NOT NFY-NTFYLOG-OK
075300         DISPLAY "ORDNTFY: NTFYLOG WRITE ERROR, STATUS "
075400             NFY-NTFYLOG-STATUS
075500         GO TO 9999-ABORT-RUN
075600     END-IF.
075700 4000-EXIT.
075800     EXIT.
075900*****************************************************************
076000*  5000-WRITE-TRAILER  -  CONTROL TOTALS FOR THE RECEIVER       *
076100*****************************************************************
076200 5000-WRITE-TRAILER.
076300     MOVE SPACES          TO NTF-TRAILER-REC
076400     MOVE "9"             TO NTF-TRL-TYPE
076500     MOVE NFY-SENT        TO NTF-TRL-RECORDS
076600     MOVE NFY-HASH-TOTAL  TO NTF-TRL-HASH
076700     WRITE NTFYOUT-REC FROM NTF-TRAILER-REC
076800     IF NOT NFY-NTFYOUT-OK
076900         DISPLAY "ORDNTFY: TRAILER WRITE ERROR, STATUS "
077000             NFY-NTFYOUT-STATUS
077100         GO TO 9999-ABORT-RUN
077200     END-IF.
077300 5000-EXIT.
077400     EXIT.
077500*****************************************************************
077600*  8000-DATE-TO-SERIAL  -  NFY-CNV-DATE (YYYYMMDD) TO A DAY     *
077700*  NUMBER IN NFY-CNV-SERIAL FOR DATE ARITHMETIC                 *
077800*****************************************************************
077900 8000-DATE-TO-SERIAL.
078000     MOVE NFY-CNV-YYYY TO NFY-CNV-YEAR
078100     MOVE NFY-CNV-MM   TO NFY-CNV-MONTH
078200     MOVE NFY-CNV-DD   TO NFY-CNV-DAY
078300     IF NFY-CNV-MONTH < 3
078400         SUBTRACT 1 FROM NFY-CNV-YEAR
078500         ADD 12 TO NFY-CNV-MONTH
078600     END-IF
078700     COMPUTE NFY-CNV-SERIAL = 365 * NFY-CNV-YEAR
078800     DIVIDE NFY-CNV-YEAR BY 4
078900         GIVING NFY-CNV-WORK1
079000     ADD NFY-CNV-WORK1 TO NFY-CNV-SERIAL
079100     DIVIDE NFY-CNV-YEAR BY 100
079200         GIVING NFY-CNV-WORK1
079300     SUBTRACT NFY-CNV-WORK1 FROM NFY-CNV-SERIAL
079400     DIVIDE NFY-CNV-YEAR BY 400
079500         GIVING NFY-CNV-WORK1
079600     ADD NFY-CNV-WORK1 TO NFY-CNV-SERIAL
079700     COMPUTE NFY-CNV-WORK2 = 153 * NFY-CNV-MONTH + 8
079800     DIVIDE NFY-CNV-WORK2 BY 5
079900         GIVING NFY-CNV-WORK1
080000     ADD NFY-CNV-WORK1  TO NFY-CNV-SERIAL
080100     ADD NFY-CNV-DAY    TO NFY-CNV-SERIAL.
080200 8000-EXIT.
080300     EXIT.
080400*****************************************************************
080500*  9000-TERMINATE  -  COUNT TOTALS, BALANCE CHECK AND CLOSE     *
080600*****************************************************************
080700 9000-TERMINATE.
080800     MOVE SPACES TO NTFYRPT-REC
080900     WRITE NTFYRPT-REC AFTER ADVANCING 2 LINES
081000     MOVE "ORDER CHANGES READ"       TO TOT-LABEL
081100     MOVE NFY-CHANGES-READ           TO TOT-VALUE
081200     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
081300     MOVE "ORDERS CHANGED"           TO TOT-LABEL
081400     MOVE NFY-ORDERS-CHANGED         TO TOT-VALUE
081500     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
081600     MOVE "EXCHANGES READ"           TO TOT-LABEL
081700     MOVE NFY-EXCH-READ              TO TOT-VALUE
081800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
081900     MOVE "ORDER QUERIES IN WINDOW"  TO TOT-LABEL
082000     MOVE NFY-QUERIES-SELECTED       TO TOT-VALUE
082100     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
082200     MOVE "  ON UNCHANGED ORDERS"    TO TOT-LABEL
082300     MOVE NFY-QUERIES-UNCHANGED      TO TOT-VALUE
082400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
082500     MOVE "  ON CHANGED ORDERS"      TO TOT-LABEL
082600     MOVE NFY-QUERIES-CHANGED        TO TOT-VALUE
082700     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
082800     MOVE SPACES TO NTFYRPT-REC
082900     WRITE NTFYRPT-REC AFTER ADVANCING 1 LINE
083000     MOVE "CUSTOMER/ORDER CANDIDATES"  TO TOT-LABEL
083100     MOVE NFY-CANDIDATES             TO TOT-VALUE
083200     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
083300     MOVE "  SKIPPED - NO NET MOVE"  TO TOT-LABEL
083400     MOVE NFY-NO-NET-MOVE            TO TOT-VALUE
083500     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
083600     MOVE "  SKIPPED - NOT ORDER OWNER" TO TOT-LABEL
083700     MOVE NFY-NOT-OWNER              TO TOT-VALUE
083800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
083900     MOVE "  SKIPPED - NOT ON CUSTMAST" TO TOT-LABEL
084000     MOVE NFY-CUST-UNKNOWN           TO TOT-VALUE
084100     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
084200     MOVE "  SKIPPED - NOT ACTIVE"   TO TOT-LABEL
084300     MOVE NFY-CUST-INACTIVE          TO TOT-VALUE
084400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
084500     MOVE "  SKIPPED - ALREADY NOTIFIED" TO TOT-LABEL
084600     MOVE NFY-ALREADY-SENT           TO TOT-VALUE
084700     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
084800     MOVE "  NOTIFICATIONS SENT"     TO TOT-LABEL
084900     MOVE NFY-SENT                   TO TOT-VALUE
085000     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
085100     MOVE NFY-HASH-TOTAL             TO HSH-VALUE
085200     WRITE NTFYRPT-REC FROM NFY-HASH-LINE
085300         AFTER ADVANCING 1 LINE
085400     COMPUTE NFY-SKIP-TOTAL = NFY-NO-NET-MOVE + NFY-NOT-OWNER
085500         + NFY-CUST-UNKNOWN + NFY-CUST-INACTIVE
085600         + NFY-ALREADY-SENT
085700     IF NFY-SKIP-TOTAL + NFY-SENT NOT = NFY-CANDIDATES
085800         DISPLAY "ORDNTFY: CANDIDATE TOTALS DO NOT BALANCE"
085900         GO TO 9999-ABORT-RUN
086000     END-IF
086100     CLOSE ORDCHG-FILE
086200           EXCHLOG-FILE
086300           RESPTBL-FILE
086400           CUSTMAST-FILE
086500           NTFYLOG-FILE
086600           NTFYOUT-FILE
086700           NTFYRPT-FILE
086800     DISPLAY "ORDNTFY: " NFY-SENT " NOTIFICATIONS FOR "
086900         NFY-ORDERS-CHANGED " CHANGED ORDERS"
087000     MOVE "E"          TO RUNL-FUNCTION
087100     MOVE "ORDNTFY "   TO RUNL-PROGRAM
087200     MOVE NFY-RUN-DATE TO RUNL-PROCESS-DATE
087300     MOVE ZERO         TO RUNL-RETURN-CODE
087400     MOVE NFY-SENT     TO RUNL-RECORDS
087500     MOVE SPACE        TO RUNL-VERDICT
087600     CALL "RUNLOG" USING RUNL-PARM
087700     IF RUNL-WRITE-ERROR
087800         DISPLAY "ORDNTFY: RUN-CONTROL END FAILED"
087900         GO TO 9999-ABORT-RUN
088000     END-IF.
088100 9000-EXIT.
088200     EXIT.
088300
088400 9100-PRINT-TOTAL.
088500     WRITE NTFYRPT-REC FROM NFY-TOTAL-LINE
088600         AFTER ADVANCING 1 LINE.
088700 9100-EXIT.
088800     EXIT.
088900*****************************************************************
089000*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
089100*****************************************************************
089200 9999-ABORT-RUN.
089300     DISPLAY "ORDNTFY: RUN TERMINATED"
089400     MOVE 16 TO RETURN-CODE
089500     STOP RUN.
