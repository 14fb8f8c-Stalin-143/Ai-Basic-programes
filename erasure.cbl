000100*****************************************************************
000200*  ERASURE  -  CUSTOMER RIGHT-TO-ERASURE RUN                    *
000300*                                                               *
000400*  DRIVEN BY THE PRIVACY OFFICE'S REQUEST FILE (ERASREQ), ONE   *
000500*  RECORD PER CUSTOMER TO BE FORGOTTEN WITH THE PRIVACY         *
000600*  REQUEST NUMBER.  THE CUSTOMER NUMBER IS REPLACED BY A        *
000700*  PSEUDONYMOUS TOKEN ("*" AND THE SEVEN-DIGIT REQUEST NUMBER)  *
000800*  AND THE FREE TEXT THE CUSTOMER TYPED IS BLANKED ON EVERY     *
000900*  RECORD OF THE CUSTOMER'S SESSIONS:                           *
001000*      EXCHANGE LOG    - CUSTOMER, USER INPUT AND RESPONSE      *
001100*      UNMATCHED QUEUE - CUSTOMER AND USER INPUT                *
001200*      CASE FILE       - CUSTOMER AND THE THREE CONTEXT         *
001300*                        EXCHANGES                              *
001400*      SURVEY          - HOLDS NO PERSONAL DATA; RATINGS OF     *
001500*                        THE SESSIONS ARE COUNTED FOR THE       *
001600*                        CERTIFICATE ONLY                       *
001700*  A SESSION IS THE CUSTOMER'S WHEN ANY EXCHANGE IN IT          *
001800*  CARRIES THE CUSTOMER NUMBER, SO EXCHANGES KEYED BEFORE THE   *
001900*  CUSTOMER WAS IDENTIFIED ARE ERASED AS WELL.  DATES, TIMES,   *
002000*  KEYWORDS, FLAGS AND RECORD COUNTS ARE LEFT AS THEY WERE SO   *
002100*  CHATRCN AND THE WAREHOUSE TOTALS STILL BALANCE.              *
002200*                                                               *
002300*  ERASPRM SELECTS THE SCOPE:                                   *
002350*      L (DEFAULT) - THE LIVE FILES: EXCHANGE LOG AND QUEUE     *
002400*                    REWRITTEN TO EXCHNEW AND UNMNEW FOR THE    *
002450*                    JOB TO SWAP IN, CASES REWRITTEN IN PLACE   *
002500*                    ON THE CASE FILE KSDS                      *
002600*      A           - ONE ARCHIVE GENERATION (ARCHEXCH,          *
002700*                    ARCHUNM), REWRITTEN TO ARCXNEW AND         *
002800*                    ARCUNEW; THE JOB RUNS THIS STEP ONCE PER   *
002900*                    LOGARCH GENERATION WITH THE SAME REQUEST   *
003000*                    FILE, SO THE TOKENS AGREE                  *
003100*                                                               *
003200*  A CUSTOMER WITH AN OPEN CASE IS REFUSED AND NOTHING OF       *
003230*  THEIRS IS TOUCHED; AN OPEN CASE IS THEIRS WHEN IT CARRIES    *
003260*  THE CUSTOMER NUMBER OR WAS CUT IN ONE OF THEIR SESSIONS      *
003290*  BEFORE THEY WERE IDENTIFIED.                                 *
003320*  EVERY REQUEST GETS CERTIFICATE RECORDS                       *
003400*  ON ERASCERT FOR THE PRIVACY OFFICE - ONE PER FILE TOUCHED,   *
003500*  OR ONE SAYING NOTHING WAS FOUND OR WHY IT WAS REFUSED - AND  *
003600*  A LINE ON THE RUN REPORT (ERASRPT).                          *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.    ERASURE.
004000 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
004100 INSTALLATION.  HEAD OFFICE DATA CENTRE.
004200 DATE-WRITTEN.  OCTOBER 2026.
004300 DATE-COMPILED.
004400*****************************************************************
004500*  MODIFICATION HISTORY                                         *
004600*  --------------------                                         *
004700*  2026-10-15  MEP  INITIAL VERSION                             *
004710*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS: OPEN CASES  *
004720*                   FOUND THROUGH THE CUSTOMER ALTERNATE INDEX; *
004730*                   CASES ERASED BY REWRITE IN PLACE INSTEAD OF *
004740*                   THE CASENEW COPY                            *
004745*  2026-10-15  MEP  OPEN-CASE CHECK MOVED AFTER THE SESSIONS    *
004750*                   ARE COLLECTED: ONE PASS OF THE CASE FILE    *
004755*                   REFUSES ON CUSTOMER NUMBER OR SESSION AND   *
004760*                   DROPS THE REFUSED CUSTOMER'S SESSIONS.      *
004765*                   CASES READ CHECKED AGAINST CASES ON FILE;   *
004770*                   EXCHANGES COUNTED AS READ, NOT AS WRITTEN   *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.  IBM-ENTERPRISE.
005200 OBJECT-COMPUTER.  IBM-ENTERPRISE.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPTIONAL ERASPRM-FILE ASSIGN TO ERASPRM
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS  IS ERA-ERASPRM-STATUS.
005800     SELECT ERASREQ-FILE  ASSIGN TO ERASREQ
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS  IS ERA-ERASREQ-STATUS.
006100     SELECT EXCHLOG-FILE  ASSIGN TO EXCHLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS ERA-EXCHLOG-STATUS.
006400     SELECT UNMQUEUE-FILE ASSIGN TO UNMQUEUE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS  IS ERA-UNMQUEUE-STATUS.
006700     SELECT CASEFILE-FILE ASSIGN TO CASEFILE
006720         ORGANIZATION IS INDEXED
006740         ACCESS MODE  IS DYNAMIC
006760         RECORD KEY   IS CASEFILE-CASE-NO
006780         ALTERNATE RECORD KEY IS CASEFILE-CUSTOMER-NO
006800             WITH DUPLICATES
006820         ALTERNATE RECORD KEY IS CASEFILE-TICKET-REF
006840             WITH DUPLICATES
006900         FILE STATUS  IS ERA-CASEFILE-STATUS.
007000     SELECT SURVEY-FILE   ASSIGN TO SURVEY
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS ERA-SURVEY-STATUS.
007300     SELECT ARCHEXCH-FILE ASSIGN TO ARCHEXCH
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS ERA-ARCHEXCH-STATUS.
007600     SELECT ARCHUNM-FILE  ASSIGN TO ARCHUNM
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS  IS ERA-ARCHUNM-STATUS.
007900     SELECT EXCHNEW-FILE  ASSIGN TO EXCHNEW
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS  IS ERA-EXCHNEW-STATUS.
008200     SELECT UNMNEW-FILE   ASSIGN TO UNMNEW
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS  IS ERA-UNMNEW-STATUS.
008800     SELECT ARCXNEW-FILE  ASSIGN TO ARCXNEW
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS  IS ERA-ARCXNEW-STATUS.
009100     SELECT ARCUNEW-FILE  ASSIGN TO ARCUNEW
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS  IS ERA-ARCUNEW-STATUS.
009400     SELECT OPTIONAL ERASCERT-FILE ASSIGN TO ERASCERT
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS  IS ERA-ERASCERT-STATUS.
009700     SELECT ERASRPT-FILE  ASSIGN TO ERASRPT
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS  IS ERA-ERASRPT-STATUS.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  ERASPRM-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  ERASPRM-REC.
010600     05  EPARM-SCOPE             PIC X(01).
010700*        GENERATION LABEL PRINTED ON THE CERTIFICATES OF AN
010800*        ARCHIVE RUN, E.G. G0042V00.
010900     05  EPARM-GENERATION        PIC X(08).
011000     05  FILLER                  PIC X(71).
011100 FD  ERASREQ-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  ERASREQ-REC.
011500     05  EREQ-CUSTOMER-NO        PIC X(08).
011600     05  EREQ-REQUEST-NO         PIC 9(07).
011700     05  EREQ-REQUEST-DATE       PIC 9(08).
011800     05  FILLER                  PIC X(57).
011900 FD  EXCHLOG-FILE
012000     RECORDING MODE IS F
012100     RECORD CONTAINS 280 CHARACTERS.
012200 01  EXCHLOG-REC                 PIC X(280).
012300 FD  UNMQUEUE-FILE
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 150 CHARACTERS.
012600 01  UNMQUEUE-REC                PIC X(150).
012700 FD  CASEFILE-FILE
012740     RECORD CONTAINS 750 CHARACTERS.
012780 01  CASEFILE-REC.
012820     05  CASEFILE-CASE-NO        PIC 9(08).
012860     05  FILLER                  PIC X(631).
012900     05  CASEFILE-CUSTOMER-NO    PIC X(08).
012940     05  FILLER                  PIC X(72).
012980     05  CASEFILE-TICKET-REF     PIC X(12).
013020     05  FILLER                  PIC X(19).
013100 FD  SURVEY-FILE
013200     RECORDING MODE IS F
013300     RECORD CONTAINS 60 CHARACTERS.
013400 01  SURVEY-REC                  PIC X(60).
013500 FD  ARCHEXCH-FILE
013600     RECORDING MODE IS F
013700     RECORD CONTAINS 280 CHARACTERS.
013800 01  ARCHEXCH-REC                PIC X(280).
013900 FD  ARCHUNM-FILE
014000     RECORDING MODE IS F
014100     RECORD CONTAINS 150 CHARACTERS.
014200 01  ARCHUNM-REC                 PIC X(150).
014300 FD  EXCHNEW-FILE
014400     RECORDING MODE IS F
014500     RECORD CONTAINS 280 CHARACTERS.
014600 01  EXCHNEW-REC                 PIC X(280).
014700 FD  UNMNEW-FILE
014800     RECORDING MODE IS F
014900     RECORD CONTAINS 150 CHARACTERS.
015000 01  UNMNEW-REC                  PIC X(150).
015500 FD  ARCXNEW-FILE
015600     RECORDING MODE IS F
015700     RECORD CONTAINS 280 CHARACTERS.
015800 01  ARCXNEW-REC                 PIC X(280).
015900 FD  ARCUNEW-FILE
016000     RECORDING MODE IS F
016100     RECORD CONTAINS 150 CHARACTERS.
016200 01  ARCUNEW-REC                 PIC X(150).
016300*****************************************************************
016400*  ERASURE CERTIFICATE FOR THE PRIVACY OFFICE.  OUTCOME:        *
016500*      E = ERASED IN THE FILE NAMED                             *
016600*      N = NOTHING FOUND FOR THE CUSTOMER IN THIS RUN'S SCOPE   *
016700*      R = REFUSED (OPEN CASE) OR REJECTED (BAD REQUEST)        *
016800*****************************************************************
016900 FD  ERASCERT-FILE
017000     RECORDING MODE IS F
017100     RECORD CONTAINS 120 CHARACTERS.
017200 01  ERASCERT-REC.
017300     05  CERT-RUN-DATE           PIC 9(08).
017400     05  CERT-RUN-TIME           PIC 9(06).
017500     05  CERT-REQUEST-NO         PIC 9(07).
017600     05  CERT-CUSTOMER-NO        PIC X(08).
017700     05  CERT-TOKEN              PIC X(08).
017800     05  CERT-OUTCOME            PIC X(01).
017900     05  CERT-FILE-NAME          PIC X(08).
018000     05  CERT-GENERATION         PIC X(08).
018100     05  CERT-RECORDS            PIC 9(07).
018200     05  CERT-CUST-REPLACED      PIC 9(07).
018300     05  CERT-FIELDS-BLANKED     PIC 9(07).
018400     05  CERT-REMARK             PIC X(30).
018500     05  FILLER                  PIC X(15).
018600 FD  ERASRPT-FILE
018700     RECORDING MODE IS F
018800     RECORD CONTAINS 132 CHARACTERS.
018900 01  ERASRPT-REC                 PIC X(132).
019000 WORKING-STORAGE SECTION.
019100 77  ERA-ERASPRM-STATUS          PIC X(02) VALUE SPACES.
019200     88  ERA-ERASPRM-OK              VALUE "00".
019300 77  ERA-ERASREQ-STATUS          PIC X(02) VALUE SPACES.
019400     88  ERA-ERASREQ-OK              VALUE "00".
019500     88  ERA-ERASREQ-EOF             VALUE "10".
019600 77  ERA-EXCHLOG-STATUS          PIC X(02) VALUE SPACES.
019700     88  ERA-EXCHLOG-OK              VALUE "00".
019800 77  ERA-UNMQUEUE-STATUS         PIC X(02) VALUE SPACES.
019900     88  ERA-UNMQUEUE-OK             VALUE "00".
020000 77  ERA-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
020050*        02 = DUPLICATE ALTERNATE KEY, A NORMAL CONDITION
020100     88  ERA-CASEFILE-OK             VALUE "00" "02".
020200 77  ERA-SURVEY-STATUS           PIC X(02) VALUE SPACES.
020300     88  ERA-SURVEY-OK               VALUE "00".
020400 77  ERA-ARCHEXCH-STATUS         PIC X(02) VALUE SPACES.
020500     88  ERA-ARCHEXCH-OK             VALUE "00".
020600 77  ERA-ARCHUNM-STATUS          PIC X(02) VALUE SPACES.
020700     88  ERA-ARCHUNM-OK              VALUE "00".
020800 77  ERA-EXCHNEW-STATUS          PIC X(02) VALUE SPACES.
020900     88  ERA-EXCHNEW-OK              VALUE "00".
021000 77  ERA-UNMNEW-STATUS           PIC X(02) VALUE SPACES.
021100     88  ERA-UNMNEW-OK               VALUE "00".
021400 77  ERA-ARCXNEW-STATUS          PIC X(02) VALUE SPACES.
021500     88  ERA-ARCXNEW-OK              VALUE "00".
021600 77  ERA-ARCUNEW-STATUS          PIC X(02) VALUE SPACES.
021700     88  ERA-ARCUNEW-OK              VALUE "00".
021800 77  ERA-ERASCERT-STATUS         PIC X(02) VALUE SPACES.
021900     88  ERA-ERASCERT-OK             VALUE "00".
022000     88  ERA-ERASCERT-OPEN-OK        VALUE "00" "05".
022100 77  ERA-ERASRPT-STATUS          PIC X(02) VALUE SPACES.
022200     88  ERA-ERASRPT-OK              VALUE "00".
022300 77  ERA-RUN-DATE                PIC 9(08) VALUE ZERO.
022400 77  ERA-TIME-RAW                PIC 9(08) VALUE ZERO.
022500 77  ERA-GENERATION              PIC X(08) VALUE SPACES.
022600 77  ERA-REQ-MAX                 PIC 9(03) COMP VALUE 200.
022700 77  ERA-REQ-COUNT               PIC 9(03) COMP VALUE ZERO.
022800 77  ERA-REQ-SUB                 PIC 9(03) COMP VALUE ZERO.
022900 77  ERA-REQ-HIT                 PIC 9(03) COMP VALUE ZERO.
023000 77  ERA-FIND-CUSTOMER           PIC X(08) VALUE SPACES.
023100 77  ERA-SESS-MAX                PIC 9(05) COMP VALUE 5000.
023200 77  ERA-SESS-COUNT              PIC 9(05) COMP VALUE ZERO.
023300 77  ERA-SESS-HIT                PIC 9(05) COMP VALUE ZERO.
023330 77  ERA-SESS-SUB                PIC 9(05) COMP VALUE ZERO.
023360 77  ERA-SESS-KEPT               PIC 9(05) COMP VALUE ZERO.
023400 77  ERA-FIND-DATE               PIC 9(08) VALUE ZERO.
023500 77  ERA-FIND-SESSION            PIC 9(06) VALUE ZERO.
023600 77  ERA-FILE-SUB                PIC 9(01) COMP VALUE ZERO.
023700 77  ERA-FILE-LAST               PIC 9(01) COMP VALUE ZERO.
023800 77  ERA-CTX-SUB                 PIC 9(01) COMP VALUE ZERO.
023900 77  ERA-CERTS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
024000 77  ERA-REQ-READ                PIC 9(05) COMP VALUE ZERO.
024100 77  ERA-REQ-ERASED              PIC 9(05) COMP VALUE ZERO.
024200 77  ERA-REQ-NOT-FOUND           PIC 9(05) COMP VALUE ZERO.
024300 77  ERA-REQ-REFUSED             PIC 9(05) COMP VALUE ZERO.
024400 77  ERA-REQ-REJECTED            PIC 9(05) COMP VALUE ZERO.
024450 77  ERA-CASES-ON-FILE           PIC 9(07) COMP VALUE ZERO.
024500 01  ERA-SWITCHES.
024600     05  ERA-SCOPE-SW            PIC X(01) VALUE "L".
024700         88  ERA-SCOPE-LIVE          VALUE "L".
024800         88  ERA-SCOPE-ARCHIVE       VALUE "A".
024900     05  ERA-EXCH-EOF-SW         PIC X(01) VALUE "N".
025000         88  ERA-EXCH-EOF            VALUE "Y".
025100     05  ERA-UNM-EOF-SW          PIC X(01) VALUE "N".
025200         88  ERA-UNM-EOF             VALUE "Y".
025300     05  ERA-CASE-EOF-SW         PIC X(01) VALUE "N".
025400         88  ERA-CASE-EOF            VALUE "Y".
025500     05  ERA-SURV-EOF-SW         PIC X(01) VALUE "N".
025600         88  ERA-SURV-EOF            VALUE "Y".
025700     05  ERA-FOUND-SW            PIC X(01) VALUE "N".
025800         88  ERA-FOUND-ANY           VALUE "Y".
025900 01  ERA-ALPHABET-AREAS.
026000     05  ERA-UPPER-ALPHA         PIC X(26)
026100         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
026200     05  ERA-LOWER-ALPHA         PIC X(26)
026300         VALUE "abcdefghijklmnopqrstuvwxyz".
026400 01  ERA-TOKEN-WORK.
026500     05  ERA-TKN-MARK            PIC X(01) VALUE "*".
026600     05  ERA-TKN-NUMBER          PIC 9(07) VALUE ZERO.
026700*****************************************************************
026800*  FILE CONTROL TOTALS.  ROW 1 = EXCHANGE LOG, 2 = UNMATCHED    *
026900*  QUEUE (LIVE OR ARCHIVE GENERATION BY SCOPE), 3 = CASE FILE,  *
026950*  4 = SURVEY.  WRITTEN MUST EQUAL READ FOR THE COPIED FILES;   *
027000*  THE CASE FILE IS REWRITTEN IN PLACE, SO THE CASES READ BY    *
027050*  THE ERASING BROWSE MUST EQUAL THE CASES COUNTED ON FILE BY   *
027100*  THE OPEN-CASE CHECK.                                         *
027200*****************************************************************
027300 01  ERA-FILE-NAMES-LIVE.
027400     05  FILLER                  PIC X(08) VALUE "EXCHLOG".
027500     05  FILLER                  PIC X(08) VALUE "UNMQUEUE".
027600     05  FILLER                  PIC X(08) VALUE "CASEFILE".
027700     05  FILLER                  PIC X(08) VALUE "SURVEY".
027800 01  ERA-FILE-NAMES-ARCHIVE.
027900     05  FILLER                  PIC X(08) VALUE "ARCHEXCH".
028000     05  FILLER                  PIC X(08) VALUE "ARCHUNM".
028100     05  FILLER                  PIC X(08) VALUE "CASEFILE".
028200     05  FILLER                  PIC X(08) VALUE "SURVEY".
028300 01  ERA-FILE-TABLE.
028400     05  ERA-FILE-ENTRY  OCCURS 4 TIMES.
028500         10  ERA-FILE-NAME       PIC X(08).
028600 01  ERA-FILE-TOTALS.
028700     05  ERA-FT-ENTRY  OCCURS 4 TIMES.
028800         10  ERA-FT-READ         PIC 9(07) COMP.
028900         10  ERA-FT-WRITTEN      PIC 9(07) COMP.
029000         10  ERA-FT-ERASED       PIC 9(07) COMP.
029100*****************************************************************
029200*  ERASURE REQUESTS WITH THEIR OUTCOME AND WHAT WAS TOUCHED     *
029300*  IN EACH FILE.  STATUS:  A = ACCEPTED, R = REFUSED,           *
029400*  J = REJECTED.                                                *
029500*****************************************************************
029600 01  ERA-REQUEST-TABLE.
029700     05  ERA-REQ-ENTRY  OCCURS 200 TIMES
029800                        INDEXED BY REQ-IDX.
029900         10  ERA-REQ-CUSTOMER    PIC X(08).
030000         10  ERA-REQ-NUMBER      PIC 9(07).
030100         10  ERA-REQ-TOKEN       PIC X(08).
030200         10  ERA-REQ-STATUS      PIC X(01).
030300             88  ERA-REQ-ACCEPTED    VALUE "A".
030400             88  ERA-REQ-REFUSED-ST  VALUE "R".
030500             88  ERA-REQ-REJECTED-ST VALUE "J".
030600         10  ERA-REQ-REASON      PIC X(30).
030700         10  ERA-REQ-FILE  OCCURS 4 TIMES.
030800             15  ERA-REQ-RECORDS     PIC 9(07) COMP.
030900             15  ERA-REQ-REPLACED    PIC 9(07) COMP.
031000             15  ERA-REQ-BLANKED     PIC 9(07) COMP.
031100*****************************************************************
031200*  SESSIONS (DATE AND SESSION NUMBER) BELONGING TO AN ACCEPTED  *
031300*  REQUEST, COLLECTED FROM THE EXCHANGE LOG                     *
031400*****************************************************************
031500 01  ERA-SESSION-TABLE.
031600     05  ERA-SESS-ENTRY  OCCURS 5000 TIMES
031700                         INDEXED BY SESS-IDX.
031800         10  ERA-SESS-DATE       PIC 9(08).
031900         10  ERA-SESS-NO         PIC 9(06).
032000         10  ERA-SESS-REQ-SUB    PIC 9(03) COMP.
032100     COPY EXCHREC.
032200     COPY UNMREC.
032300     COPY CASEREC.
032400     COPY SURVREC.
032500     COPY RUNLPARM.
032600 01  ERA-HEADING-1.
032700     05  FILLER                  PIC X(38)
032800         VALUE "ERASURE  CUSTOMER ERASURE RUN  SCOPE ".
032900     05  HDG-SCOPE               PIC X(20).
033000     05  FILLER                  PIC X(01) VALUE SPACE.
033100     05  HDG-GENERATION          PIC X(08).
033200     05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
033300     05  HDG-RUN-DATE            PIC 9(08).
033400     05  FILLER                  PIC X(45) VALUE SPACES.
033500 01  ERA-HEADING-2.
033600     05  FILLER                  PIC X(09) VALUE "REQUEST".
033700     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
033800     05  FILLER                  PIC X(10) VALUE "TOKEN".
033900     05  FILLER                  PIC X(12) VALUE "OUTCOME".
034000     05  FILLER                  PIC X(08) VALUE "  EXCH".
034100     05  FILLER                  PIC X(08) VALUE "   UNM".
034200     05  FILLER                  PIC X(08) VALUE " CASES".
034300     05  FILLER                  PIC X(08) VALUE "SURVYS".
034400     05  FILLER                  PIC X(59) VALUE "REMARK".
034500 01  ERA-DETAIL-LINE.
034600     05  DTL-REQUEST             PIC 9(07).
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  DTL-CUSTOMER            PIC X(08).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  DTL-TOKEN               PIC X(08).
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  DTL-OUTCOME             PIC X(10).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  DTL-COUNT               PIC ZZ,ZZ9
035500                                 OCCURS 4 TIMES.
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  DTL-REMARK              PIC X(30).
035800     05  FILLER                  PIC X(35) VALUE SPACES.
035900 01  ERA-TOTAL-LINE.
036000     05  TOT-LABEL               PIC X(30).
036100     05  TOT-VALUE               PIC Z,ZZZ,ZZ9.
036200     05  FILLER                  PIC X(93) VALUE SPACES.
036300 PROCEDURE DIVISION.
036400*****************************************************************
036500*  0000-MAINLINE  -  VET THE REQUESTS, FIND THE CUSTOMERS'      *
036600*  SESSIONS, REWRITE THE FILES IN SCOPE, CERTIFY                *
036700*****************************************************************
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037000     PERFORM 2000-COLLECT-SESSIONS THRU 2000-EXIT
037030     PERFORM 2500-CHECK-OPEN-CASES THRU 2500-EXIT
037060     PERFORM 2900-OPEN-REPORT THRU 2900-EXIT
037100     PERFORM 3000-ERASE-EXCHANGES THRU 3000-EXIT
037200     PERFORM 4000-ERASE-UNMATCHED THRU 4000-EXIT
037300     IF ERA-SCOPE-LIVE
037400         PERFORM 5000-ERASE-CASES THRU 5000-EXIT
037500         PERFORM 6000-COUNT-SURVEYS THRU 6000-EXIT
037600     END-IF
037700     PERFORM 7000-CERTIFY-REQUEST THRU 7000-EXIT
037800         VARYING ERA-REQ-SUB FROM 1 BY 1
037900         UNTIL ERA-REQ-SUB > ERA-REQ-COUNT
038000     PERFORM 9000-TERMINATE THRU 9000-EXIT
038100     STOP RUN.
038200*****************************************************************
038300*  1000-INITIALIZE  -  SCOPE, RUN CONTROL AND REQUESTS          *
038500*****************************************************************
038600 1000-INITIALIZE.
038700     ACCEPT ERA-RUN-DATE FROM DATE YYYYMMDD
038800     ACCEPT ERA-TIME-RAW FROM TIME
038900     OPEN INPUT ERASPRM-FILE
039000     IF ERA-ERASPRM-OK
039100         READ ERASPRM-FILE
039200             AT END
039300                 CONTINUE
039400             NOT AT END
039500                 IF EPARM-SCOPE = "A" OR "a"
039600                     MOVE "A" TO ERA-SCOPE-SW
039700                     MOVE EPARM-GENERATION TO ERA-GENERATION
039800                 END-IF
039900         END-READ
040000     END-IF
040100     CLOSE ERASPRM-FILE
040200     IF ERA-SCOPE-LIVE
040300         MOVE ERA-FILE-NAMES-LIVE    TO ERA-FILE-TABLE
040400         MOVE 4 TO ERA-FILE-LAST
040500     ELSE
040600         MOVE ERA-FILE-NAMES-ARCHIVE TO ERA-FILE-TABLE
040700         MOVE 2 TO ERA-FILE-LAST
040800     END-IF
040900     INITIALIZE ERA-FILE-TOTALS
041000     MOVE "S"        TO RUNL-FUNCTION
041100     MOVE "ERASURE " TO RUNL-PROGRAM
041200     MOVE ZERO       TO RUNL-PROCESS-DATE
041300     CALL "RUNLOG" USING RUNL-PARM
041400     IF RUNL-WRITE-ERROR
041500         DISPLAY "ERASURE: RUN-CONTROL START FAILED"
041600         GO TO 9999-ABORT-RUN
041700     END-IF
041800     OPEN INPUT ERASREQ-FILE
041900     IF NOT ERA-ERASREQ-OK
042000         DISPLAY "ERASURE: CANNOT OPEN ERASREQ, STATUS "
042100             ERA-ERASREQ-STATUS
042200         GO TO 9999-ABORT-RUN
042300     END-IF
042400     PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
042500         UNTIL ERA-ERASREQ-EOF
043200     CLOSE ERASREQ-FILE.
043900 1000-EXIT.
044600     EXIT.
045500*****************************************************************
045600*  1100-LOAD-REQUEST  -  VET ONE REQUEST INTO THE TABLE         *
045700*****************************************************************
045800 1100-LOAD-REQUEST.
045900     READ ERASREQ-FILE
046000         AT END
046100             GO TO 1100-EXIT
046200     END-READ
046300     IF NOT ERA-ERASREQ-OK
046400         DISPLAY "ERASURE: ERASREQ READ ERROR, STATUS "
046500             ERA-ERASREQ-STATUS
046600         GO TO 9999-ABORT-RUN
046700     END-IF
046800     IF ERA-REQ-COUNT = ERA-REQ-MAX
046900         DISPLAY "ERASURE: REQUEST TABLE OVERFLOW"
047000         GO TO 9999-ABORT-RUN
047100     END-IF
047200     ADD 1 TO ERA-REQ-READ
047300     MOVE EREQ-CUSTOMER-NO TO ERA-FIND-CUSTOMER
047400     INSPECT ERA-FIND-CUSTOMER
047500         CONVERTING ERA-LOWER-ALPHA TO ERA-UPPER-ALPHA
047600     PERFORM 8500-FIND-REQUEST THRU 8500-EXIT
047700     ADD 1 TO ERA-REQ-COUNT
047800     SET REQ-IDX TO ERA-REQ-COUNT
047900     INITIALIZE ERA-REQ-ENTRY (REQ-IDX)
048000     MOVE ERA-FIND-CUSTOMER TO ERA-REQ-CUSTOMER (REQ-IDX)
048100     MOVE "A"               TO ERA-REQ-STATUS (REQ-IDX)
048200     IF EREQ-REQUEST-NO IS NUMERIC
048300         MOVE EREQ-REQUEST-NO TO ERA-REQ-NUMBER (REQ-IDX)
048400         MOVE EREQ-REQUEST-NO TO ERA-TKN-NUMBER
048500         MOVE ERA-TOKEN-WORK  TO ERA-REQ-TOKEN (REQ-IDX)
048600     END-IF
048700     EVALUATE TRUE
048800         WHEN ERA-FIND-CUSTOMER = SPACES
048900             MOVE "CUSTOMER NUMBER MISSING"
049000                 TO ERA-REQ-REASON (REQ-IDX)
049100         WHEN ERA-FIND-CUSTOMER (1:1) = "*"
049200             MOVE "CUSTOMER ALREADY ERASED"
049300                 TO ERA-REQ-REASON (REQ-IDX)
049400         WHEN ERA-REQ-NUMBER (REQ-IDX) = ZERO
049500             MOVE "PRIVACY REQUEST NUMBER INVALID"
049600                 TO ERA-REQ-REASON (REQ-IDX)
049700         WHEN ERA-REQ-HIT > ZERO
049800             MOVE "DUPLICATE REQUEST FOR CUSTOMER"
049900                 TO ERA-REQ-REASON (REQ-IDX)
050000         WHEN OTHER
050100             GO TO 1100-EXIT
050200     END-EVALUATE
050300     MOVE "J"    TO ERA-REQ-STATUS (REQ-IDX)
050400     MOVE SPACES TO ERA-REQ-TOKEN (REQ-IDX).
050500 1100-EXIT.
050600     EXIT.
050650*****************************************************************
050700*  2000-COLLECT-SESSIONS  -  FIRST PASS OF THE EXCHANGE LOG     *
050750*  FOR EVERY SESSION THAT CARRIES AN ACCEPTED CUSTOMER          *
050800*****************************************************************
050850 2000-COLLECT-SESSIONS.
050900     PERFORM 8000-OPEN-EXCHANGE-INPUT THRU 8000-EXIT
050950     PERFORM 2100-COLLECT-ONE THRU 2100-EXIT
051000         UNTIL ERA-EXCH-EOF
051050     PERFORM 8050-CLOSE-EXCHANGE-INPUT THRU 8050-EXIT.
051100 2000-EXIT.
051150     EXIT.
051200
051250 2100-COLLECT-ONE.
051300     PERFORM 8100-READ-EXCHANGE THRU 8100-EXIT
051350     IF ERA-EXCH-EOF
051400        OR EXCH-CUSTOMER-NO = SPACES
051450         GO TO 2100-EXIT
051500     END-IF
051550     MOVE EXCH-CUSTOMER-NO TO ERA-FIND-CUSTOMER
051600     PERFORM 8500-FIND-REQUEST THRU 8500-EXIT
051650     IF ERA-REQ-HIT = ZERO
051700         GO TO 2100-EXIT
051750     END-IF
051800     IF NOT ERA-REQ-ACCEPTED (ERA-REQ-HIT)
051850         GO TO 2100-EXIT
051900     END-IF
051950     MOVE EXCH-DATE       TO ERA-FIND-DATE
052000     MOVE EXCH-SESSION-NO TO ERA-FIND-SESSION
052050     PERFORM 8600-FIND-SESSION THRU 8600-EXIT
052100     IF ERA-SESS-HIT > ZERO
052150         GO TO 2100-EXIT
052200     END-IF
052250     IF ERA-SESS-COUNT = ERA-SESS-MAX
052300         DISPLAY "ERASURE: SESSION TABLE OVERFLOW"
052350         GO TO 9999-ABORT-RUN
052400     END-IF
052450     ADD 1 TO ERA-SESS-COUNT
052500     MOVE EXCH-DATE       TO ERA-SESS-DATE (ERA-SESS-COUNT)
052550     MOVE EXCH-SESSION-NO TO ERA-SESS-NO (ERA-SESS-COUNT)
052600     MOVE ERA-REQ-HIT     TO ERA-SESS-REQ-SUB (ERA-SESS-COUNT).
052650 2100-EXIT.
052700     EXIT.
052750*****************************************************************
052800*  2500-CHECK-OPEN-CASES  -  ONE PASS OF THE CASE FILE, BEFORE  *
052850*  ANYTHING IS WRITTEN.  A CUSTOMER WHO STILL HAS AN OPEN CASE  *
052900*  IS REFUSED, WHETHER THE CASE CARRIES THE CUSTOMER NUMBER OR  *
052950*  WAS CUT IN ONE OF THEIR COLLECTED SESSIONS, AND THEIR        *
053000*  SESSIONS ARE DROPPED SO NO LATER PASS TOUCHES THEM.  THE     *
053050*  CASES ON FILE ARE COUNTED FOR THE CASE FILE CONTROL TOTAL.   *
053100*****************************************************************
053150 2500-CHECK-OPEN-CASES.
053200     MOVE "N" TO ERA-CASE-EOF-SW
053250     OPEN INPUT CASEFILE-FILE
053300     IF NOT ERA-CASEFILE-OK
053350         DISPLAY "ERASURE: CANNOT OPEN CASEFILE, STATUS "
053400             ERA-CASEFILE-STATUS
053450         GO TO 9999-ABORT-RUN
053500     END-IF
053550     PERFORM 2510-CHECK-ONE-CASE THRU 2510-EXIT
053600         UNTIL ERA-CASE-EOF
053650     CLOSE CASEFILE-FILE.
053700 2500-EXIT.
053750     EXIT.
053800
053850 2510-CHECK-ONE-CASE.
053900     PERFORM 8700-READ-CASE THRU 8700-EXIT
053950     IF ERA-CASE-EOF
054000         GO TO 2510-EXIT
054050     END-IF
054100     ADD 1 TO ERA-CASES-ON-FILE
054150     IF NOT CASE-OPEN
054200         GO TO 2510-EXIT
054250     END-IF
054300     MOVE ZERO TO ERA-REQ-SUB
054350     IF CASE-CUSTOMER-NO NOT = SPACES
054400         MOVE CASE-CUSTOMER-NO TO ERA-FIND-CUSTOMER
054450         PERFORM 8500-FIND-REQUEST THRU 8500-EXIT
054500         IF ERA-REQ-HIT > ZERO
054550             IF ERA-REQ-ACCEPTED (ERA-REQ-HIT)
054600                 MOVE ERA-REQ-HIT TO ERA-REQ-SUB
054650             END-IF
054700         END-IF
054750     END-IF
054800     IF ERA-REQ-SUB = ZERO
054850         MOVE CASE-DATE       TO ERA-FIND-DATE
054900         MOVE CASE-SESSION-NO TO ERA-FIND-SESSION
054950         PERFORM 8600-FIND-SESSION THRU 8600-EXIT
055000         IF ERA-SESS-HIT > ZERO
055050             MOVE ERA-SESS-REQ-SUB (ERA-SESS-HIT) TO ERA-REQ-SUB
055100         END-IF
055150     END-IF
055200     IF ERA-REQ-SUB = ZERO
055250         GO TO 2510-EXIT
055300     END-IF
055350     MOVE "R" TO ERA-REQ-STATUS (ERA-REQ-SUB)
055400     MOVE "OPEN CASE" TO ERA-REQ-REASON (ERA-REQ-SUB)
055450     MOVE CASE-NUMBER TO ERA-REQ-REASON (ERA-REQ-SUB) (11:8)
055500     PERFORM 2600-DROP-SESSIONS THRU 2600-EXIT.
055550 2510-EXIT.
055600     EXIT.
055650*****************************************************************
055700*  2600-DROP-SESSIONS  -  CLOSE UP THE SESSION TABLE OVER THE   *
055750*  SESSIONS OF REFUSED REQUEST ERA-REQ-SUB                      *
055800*****************************************************************
055850 2600-DROP-SESSIONS.
055900     MOVE ZERO TO ERA-SESS-KEPT
055950     PERFORM 2610-KEEP-ONE-SESSION THRU 2610-EXIT
056000         VARYING ERA-SESS-SUB FROM 1 BY 1
056050         UNTIL ERA-SESS-SUB > ERA-SESS-COUNT
056100     MOVE ERA-SESS-KEPT TO ERA-SESS-COUNT.
056150 2600-EXIT.
056200     EXIT.
056250
056300 2610-KEEP-ONE-SESSION.
056350     IF ERA-SESS-REQ-SUB (ERA-SESS-SUB) = ERA-REQ-SUB
056400         GO TO 2610-EXIT
056450     END-IF
056500     ADD 1 TO ERA-SESS-KEPT
056550     IF ERA-SESS-KEPT NOT = ERA-SESS-SUB
056600         MOVE ERA-SESS-ENTRY (ERA-SESS-SUB)
056650             TO ERA-SESS-ENTRY (ERA-SESS-KEPT)
056700     END-IF.
056750 2610-EXIT.
056800     EXIT.
056850*****************************************************************
056900*  2900-OPEN-REPORT  -  OPEN THE REPORT AND CERTIFICATE FILES   *
056950*  ONCE THE REQUESTS ARE SETTLED                                *
057000*****************************************************************
057050 2900-OPEN-REPORT.
057100     OPEN OUTPUT ERASRPT-FILE
057150          EXTEND ERASCERT-FILE
057200     IF NOT ERA-ERASRPT-OK
057250         DISPLAY "ERASURE: CANNOT OPEN REPORT FILE, STATUS "
057300             ERA-ERASRPT-STATUS
057350         GO TO 9999-ABORT-RUN
057400     END-IF
057450     IF NOT ERA-ERASCERT-OPEN-OK
057500         DISPLAY "ERASURE: CANNOT OPEN ERASCERT, STATUS "
057550             ERA-ERASCERT-STATUS
057600         GO TO 9999-ABORT-RUN
057650     END-IF
057700     IF ERA-SCOPE-LIVE
057750         MOVE "LIVE FILES"         TO HDG-SCOPE
057800     ELSE
057850         MOVE "ARCHIVE GENERATION" TO HDG-SCOPE
057900     END-IF
057950     MOVE ERA-GENERATION TO HDG-GENERATION
058000     MOVE ERA-RUN-DATE   TO HDG-RUN-DATE
058050     WRITE ERASRPT-REC FROM ERA-HEADING-1
058100         AFTER ADVANCING PAGE
058150     WRITE ERASRPT-REC FROM ERA-HEADING-2
058200         AFTER ADVANCING 2 LINES
058250     MOVE SPACES TO ERASRPT-REC
058300     WRITE ERASRPT-REC AFTER ADVANCING 1 LINE.
058350 2900-EXIT.
058400     EXIT.
058700*****************************************************************
058800*  3000-ERASE-EXCHANGES  -  SECOND PASS: COPY THE EXCHANGE LOG, *
058900*  ERASING EVERY EXCHANGE OF A COLLECTED SESSION                *
059000*****************************************************************
059100 3000-ERASE-EXCHANGES.
059200     PERFORM 8000-OPEN-EXCHANGE-INPUT THRU 8000-EXIT
059300     IF ERA-SCOPE-LIVE
059400         OPEN OUTPUT EXCHNEW-FILE
059500         IF NOT ERA-EXCHNEW-OK
059600             DISPLAY "ERASURE: CANNOT OPEN EXCHNEW, STATUS "
059700                 ERA-EXCHNEW-STATUS
059800             GO TO 9999-ABORT-RUN
059900         END-IF
060000     ELSE
060100         OPEN OUTPUT ARCXNEW-FILE
060200         IF NOT ERA-ARCXNEW-OK
060300             DISPLAY "ERASURE: CANNOT OPEN ARCXNEW, STATUS "
060400                 ERA-ARCXNEW-STATUS
060500             GO TO 9999-ABORT-RUN
060600         END-IF
060700     END-IF
060720*    THE COLLECTING PASS READ THE LOG ONCE ALREADY; THE CONTROL
060740*    TOTAL IS THE COPYING PASS ALONE
060760     MOVE ZERO TO ERA-FT-READ (1)
060800     PERFORM 3100-ERASE-ONE-EXCHANGE THRU 3100-EXIT
060900         UNTIL ERA-EXCH-EOF
061000     PERFORM 8050-CLOSE-EXCHANGE-INPUT THRU 8050-EXIT
061100     IF ERA-SCOPE-LIVE
061200         CLOSE EXCHNEW-FILE
061300     ELSE
061400         CLOSE ARCXNEW-FILE
061500     END-IF.
061600 3000-EXIT.
061700     EXIT.
061800
061900 3100-ERASE-ONE-EXCHANGE.
062000     PERFORM 8100-READ-EXCHANGE THRU 8100-EXIT
062100     IF ERA-EXCH-EOF
062200         GO TO 3100-EXIT
062300     END-IF
062400     MOVE EXCH-DATE       TO ERA-FIND-DATE
062500     MOVE EXCH-SESSION-NO TO ERA-FIND-SESSION
062600     PERFORM 8600-FIND-SESSION THRU 8600-EXIT
062700     IF ERA-SESS-HIT > ZERO
062800         MOVE 1 TO ERA-FILE-SUB
062900         MOVE ERA-SESS-REQ-SUB (ERA-SESS-HIT) TO ERA-REQ-SUB
063000         ADD 1 TO ERA-FT-ERASED (1)
063100         ADD 1 TO ERA-REQ-RECORDS (ERA-REQ-SUB, 1)
063200         IF EXCH-CUSTOMER-NO NOT = SPACES
063300             MOVE ERA-REQ-TOKEN (ERA-REQ-SUB)
063400                 TO EXCH-CUSTOMER-NO
063500             ADD 1 TO ERA-REQ-REPLACED (ERA-REQ-SUB, 1)
063600         END-IF
063700         IF EXCH-USER-INPUT NOT = SPACES
063800             MOVE SPACES TO EXCH-USER-INPUT
063900             ADD 1 TO ERA-REQ-BLANKED (ERA-REQ-SUB, 1)
064000         END-IF
064100         IF EXCH-RESPONSE NOT = SPACES
064200             MOVE SPACES TO EXCH-RESPONSE
064300             ADD 1 TO ERA-REQ-BLANKED (ERA-REQ-SUB, 1)
064400         END-IF
064500     END-IF
064600     PERFORM 8200-WRITE-EXCHANGE THRU 8200-EXIT.
064700 3100-EXIT.
064800     EXIT.
064900*****************************************************************
065000*  4000-ERASE-UNMATCHED  -  COPY THE UNMATCHED QUEUE, ERASING   *
065100*  THE CUSTOMER'S RECORDS BY CUSTOMER NUMBER OR SESSION         *
065200*****************************************************************
065300 4000-ERASE-UNMATCHED.
065400     MOVE "N" TO ERA-UNM-EOF-SW
065500     IF ERA-SCOPE-LIVE
065600         OPEN INPUT  UNMQUEUE-FILE
065700              OUTPUT UNMNEW-FILE
065800         IF NOT ERA-UNMQUEUE-OK
065900            OR NOT ERA-UNMNEW-OK
066000             DISPLAY "ERASURE: CANNOT OPEN UNMQUEUE/UNMNEW, "
066100                 "STATUS " ERA-UNMQUEUE-STATUS " "
066200                 ERA-UNMNEW-STATUS
066300             GO TO 9999-ABORT-RUN
066400         END-IF
066500     ELSE
066600         OPEN INPUT  ARCHUNM-FILE
066700              OUTPUT ARCUNEW-FILE
066800         IF NOT ERA-ARCHUNM-OK
066900            OR NOT ERA-ARCUNEW-OK
067000             DISPLAY "ERASURE: CANNOT OPEN ARCHUNM/ARCUNEW, "
067100                 "STATUS " ERA-ARCHUNM-STATUS " "
067200                 ERA-ARCUNEW-STATUS
067300             GO TO 9999-ABORT-RUN
067400         END-IF
067500     END-IF
067600     PERFORM 4100-ERASE-ONE-UNMATCHED THRU 4100-EXIT
067700         UNTIL ERA-UNM-EOF
067800     IF ERA-SCOPE-LIVE
067900         CLOSE UNMQUEUE-FILE
068000               UNMNEW-FILE
068100     ELSE
068200         CLOSE ARCHUNM-FILE
068300               ARCUNEW-FILE
068400     END-IF.
068500 4000-EXIT.
068600     EXIT.
068700
068800 4100-ERASE-ONE-UNMATCHED.
068900     PERFORM 8300-READ-UNMATCHED THRU 8300-EXIT
069000     IF ERA-UNM-EOF
069100         GO TO 4100-EXIT
069200     END-IF
069300     MOVE ZERO TO ERA-REQ-SUB
069400     IF UNM-CUSTOMER-NO NOT = SPACES
069500         MOVE UNM-CUSTOMER-NO TO ERA-FIND-CUSTOMER
069600         PERFORM 8500-FIND-REQUEST THRU 8500-EXIT
069700         IF ERA-REQ-HIT > ZERO
069800             IF ERA-REQ-ACCEPTED (ERA-REQ-HIT)
069900                 MOVE ERA-REQ-HIT TO ERA-REQ-SUB
070000             END-IF
070100         END-IF
070200     END-IF
070300     IF ERA-REQ-SUB = ZERO
070400         MOVE UNM-DATE       TO ERA-FIND-DATE
070500         MOVE UNM-SESSION-NO TO ERA-FIND-SESSION
070600         PERFORM 8600-FIND-SESSION THRU 8600-EXIT
070700         IF ERA-SESS-HIT > ZERO
070800             MOVE ERA-SESS-REQ-SUB (ERA-SESS-HIT) TO ERA-REQ-SUB
070900         END-IF
071000     END-IF
071100     IF ERA-REQ-SUB > ZERO
071200         ADD 1 TO ERA-FT-ERASED (2)
071300         ADD 1 TO ERA-REQ-RECORDS (ERA-REQ-SUB, 2)
071400         IF UNM-CUSTOMER-NO NOT = SPACES
071500             MOVE ERA-REQ-TOKEN (ERA-REQ-SUB)
071600                 TO UNM-CUSTOMER-NO
071700             ADD 1 TO ERA-REQ-REPLACED (ERA-REQ-SUB, 2)
071800         END-IF
071900         IF UNM-USER-INPUT NOT = SPACES
072000             MOVE SPACES TO UNM-USER-INPUT
072100             ADD 1 TO ERA-REQ-BLANKED (ERA-REQ-SUB, 2)
072200         END-IF
072300     END-IF
072400     PERFORM 8400-WRITE-UNMATCHED THRU 8400-EXIT.
072500 4100-EXIT.
072600     EXIT.
072700*****************************************************************
072800*  5000-ERASE-CASES  -  BROWSE THE CASE FILE, ERASING THE       *
072900*  CUSTOMER NUMBER AND CONTEXT EXCHANGES OF THE CUSTOMER'S      *
073000*  CASES IN PLACE                                               *
073100*****************************************************************
073200 5000-ERASE-CASES.
073300     MOVE "N" TO ERA-CASE-EOF-SW
073400     OPEN I-O CASEFILE-FILE
073600     IF NOT ERA-CASEFILE-OK
073700         DISPLAY "ERASURE: CANNOT OPEN CASEFILE, STATUS "
073800             ERA-CASEFILE-STATUS
074000         GO TO 9999-ABORT-RUN
074100     END-IF
074200     PERFORM 5100-ERASE-ONE-CASE THRU 5100-EXIT
074300         UNTIL ERA-CASE-EOF
074400     CLOSE CASEFILE-FILE.
074600 5000-EXIT.
074700     EXIT.
074800
074900 5100-ERASE-ONE-CASE.
075000     PERFORM 8700-READ-CASE THRU 8700-EXIT
075100     IF ERA-CASE-EOF
075200         GO TO 5100-EXIT
075300     END-IF
075400     ADD 1 TO ERA-FT-READ (3)
075500     MOVE ZERO TO ERA-REQ-SUB
075600     IF CASE-CUSTOMER-NO NOT = SPACES
075700         MOVE CASE-CUSTOMER-NO TO ERA-FIND-CUSTOMER
075800         PERFORM 8500-FIND-REQUEST THRU 8500-EXIT
075900         IF ERA-REQ-HIT > ZERO
076000             IF ERA-REQ-ACCEPTED (ERA-REQ-HIT)
076100                 MOVE ERA-REQ-HIT TO ERA-REQ-SUB
076200             END-IF
076300         END-IF
076400     END-IF
076500     IF ERA-REQ-SUB = ZERO
076600         MOVE CASE-DATE       TO ERA-FIND-DATE
076700         MOVE CASE-SESSION-NO TO ERA-FIND-SESSION
076800         PERFORM 8600-FIND-SESSION THRU 8600-EXIT
076900         IF ERA-SESS-HIT > ZERO
077000             MOVE ERA-SESS-REQ-SUB (ERA-SESS-HIT) TO ERA-REQ-SUB
077100         END-IF
077200     END-IF
077300     IF ERA-REQ-SUB > ZERO
077400         ADD 1 TO ERA-FT-ERASED (3)
077500         ADD 1 TO ERA-REQ-RECORDS (ERA-REQ-SUB, 3)
077600         IF CASE-CUSTOMER-NO NOT = SPACES
077700             MOVE ERA-REQ-TOKEN (ERA-REQ-SUB)
077800                 TO CASE-CUSTOMER-NO
077900             ADD 1 TO ERA-REQ-REPLACED (ERA-REQ-SUB, 3)
078000         END-IF
078100         PERFORM 5200-BLANK-CONTEXT THRU 5200-EXIT
078200             VARYING ERA-CTX-SUB FROM 1 BY 1
078300             UNTIL ERA-CTX-SUB > 3
078350         REWRITE CASEFILE-REC FROM CASE-REC
078400             INVALID KEY
078450                 DISPLAY "ERASURE: REWRITE FAILED, CASE "
078500                     CASE-NUMBER
078550                 GO TO 9999-ABORT-RUN
078600         END-REWRITE
078650         IF NOT ERA-CASEFILE-OK
078700             DISPLAY "ERASURE: CASEFILE REWRITE ERROR, STATUS "
078750                 ERA-CASEFILE-STATUS
078800             GO TO 9999-ABORT-RUN
078850         END-IF
078900         ADD 1 TO ERA-FT-WRITTEN (3)
078950     END-IF.
079200 5100-EXIT.
079300     EXIT.
079400
079500 5200-BLANK-CONTEXT.
079600     IF CASE-CTX-INPUT (ERA-CTX-SUB) NOT = SPACES
079700         MOVE SPACES TO CASE-CTX-INPUT (ERA-CTX-SUB)
079800         ADD 1 TO ERA-REQ-BLANKED (ERA-REQ-SUB, 3)
079900     END-IF
080000     IF CASE-CTX-RESPONSE (ERA-CTX-SUB) NOT = SPACES
080100         MOVE SPACES TO CASE-CTX-RESPONSE (ERA-CTX-SUB)
080200         ADD 1 TO ERA-REQ-BLANKED (ERA-REQ-SUB, 3)
080300     END-IF.
080400 5200-EXIT.
080500     EXIT.
080600*****************************************************************
080700*  6000-COUNT-SURVEYS  -  SURVEY RECORDS CARRY NO CUSTOMER      *
080800*  NUMBER OR TEXT; THE CUSTOMER'S RATED SESSIONS ARE ONLY       *
080900*  COUNTED FOR THE CERTIFICATE                                  *
081000*****************************************************************
081100 6000-COUNT-SURVEYS.
081200     MOVE "N" TO ERA-SURV-EOF-SW
081300     OPEN INPUT SURVEY-FILE
081400     IF NOT ERA-SURVEY-OK
081500         DISPLAY "ERASURE: CANNOT OPEN SURVEY, STATUS "
081600             ERA-SURVEY-STATUS
081700         GO TO 9999-ABORT-RUN
081800     END-IF
081900     PERFORM 6100-COUNT-ONE-SURVEY THRU 6100-EXIT
082000         UNTIL ERA-SURV-EOF
082100     CLOSE SURVEY-FILE.
082200 6000-EXIT.
082300     EXIT.
082400
082500 6100-COUNT-ONE-SURVEY.
082600     READ SURVEY-FILE INTO SURV-REC
082700         AT END
082800             MOVE "Y" TO ERA-SURV-EOF-SW
082900             GO TO 6100-EXIT
083000     END-READ
083100     IF NOT ERA-SURVEY-OK
083200         DISPLAY "ERASURE: SURVEY READ ERROR, STATUS "
083300             ERA-SURVEY-STATUS
083400         GO TO 9999-ABORT-RUN
083500     END-IF
083600     ADD 1 TO ERA-FT-READ (4)
083700     MOVE SURV-DATE       TO ERA-FIND-DATE
083800     MOVE SURV-SESSION-NO TO ERA-FIND-SESSION
083900     PERFORM 8600-FIND-SESSION THRU 8600-EXIT
084000     IF ERA-SESS-HIT > ZERO
084100         MOVE ERA-SESS-REQ-SUB (ERA-SESS-HIT) TO ERA-REQ-SUB
084200         ADD 1 TO ERA-FT-ERASED (4)
084300         ADD 1 TO ERA-REQ-RECORDS (ERA-REQ-SUB, 4)
084400     END-IF.
084500 6100-EXIT.
084600     EXIT.
084700*****************************************************************
084800*  7000-CERTIFY-REQUEST  -  CERTIFICATE RECORDS AND REPORT      *
084900*  LINE FOR ONE REQUEST                                         *
085000*****************************************************************
085100 7000-CERTIFY-REQUEST.
085200     MOVE SPACES                         TO ERASCERT-REC
085300     MOVE ERA-RUN-DATE                   TO CERT-RUN-DATE
085400     MOVE ERA-TIME-RAW (1:6)             TO CERT-RUN-TIME
085500     MOVE ERA-REQ-NUMBER (ERA-REQ-SUB)   TO CERT-REQUEST-NO
085600     MOVE ERA-REQ-CUSTOMER (ERA-REQ-SUB) TO CERT-CUSTOMER-NO
085700     MOVE ERA-REQ-TOKEN (ERA-REQ-SUB)    TO CERT-TOKEN
085800     MOVE ERA-GENERATION                 TO CERT-GENERATION
085900     MOVE ZERO TO CERT-RECORDS
086000     MOVE ZERO TO CERT-CUST-REPLACED
086100     MOVE ZERO TO CERT-FIELDS-BLANKED
086200     MOVE SPACES                         TO ERA-DETAIL-LINE
086300     MOVE ERA-REQ-NUMBER (ERA-REQ-SUB)   TO DTL-REQUEST
086400     MOVE ERA-REQ-CUSTOMER (ERA-REQ-SUB) TO DTL-CUSTOMER
086500     MOVE ERA-REQ-TOKEN (ERA-REQ-SUB)    TO DTL-TOKEN
086600     MOVE ERA-REQ-RECORDS (ERA-REQ-SUB, 1) TO DTL-COUNT (1)
086700     MOVE ERA-REQ-RECORDS (ERA-REQ-SUB, 2) TO DTL-COUNT (2)
086800     MOVE ERA-REQ-RECORDS (ERA-REQ-SUB, 3) TO DTL-COUNT (3)
086900     MOVE ERA-REQ-RECORDS (ERA-REQ-SUB, 4) TO DTL-COUNT (4)
087000     MOVE ERA-REQ-REASON (ERA-REQ-SUB)   TO DTL-REMARK
087100     IF NOT ERA-REQ-ACCEPTED (ERA-REQ-SUB)
087200         IF ERA-REQ-REFUSED-ST (ERA-REQ-SUB)
087300             ADD 1 TO ERA-REQ-REFUSED
087400             MOVE "REFUSED"  TO DTL-OUTCOME
087500         ELSE
087600             ADD 1 TO ERA-REQ-REJECTED
087700             MOVE "REJECTED" TO DTL-OUTCOME
087800         END-IF
087900         MOVE "R"                          TO CERT-OUTCOME
088000         MOVE ERA-REQ-REASON (ERA-REQ-SUB) TO CERT-REMARK
088100         PERFORM 7200-WRITE-CERTIFICATE THRU 7200-EXIT
088200         GO TO 7000-WRITE-LINE
088300     END-IF
088400     MOVE "N" TO ERA-FOUND-SW
088500     PERFORM 7100-CERTIFY-ONE-FILE THRU 7100-EXIT
088600         VARYING ERA-FILE-SUB FROM 1 BY 1
088700         UNTIL ERA-FILE-SUB > ERA-FILE-LAST
088800     IF ERA-FOUND-ANY
088900         ADD 1 TO ERA-REQ-ERASED
089000         MOVE "ERASED"    TO DTL-OUTCOME
089100     ELSE
089200         ADD 1 TO ERA-REQ-NOT-FOUND
089300         MOVE "NOT FOUND" TO DTL-OUTCOME
089400         MOVE "NO RECORDS FOUND IN SCOPE" TO DTL-REMARK
089500         MOVE "N"                         TO CERT-OUTCOME
089600         MOVE SPACES                      TO CERT-FILE-NAME
089700         MOVE ZERO                        TO CERT-RECORDS
089800         MOVE ZERO                        TO CERT-CUST-REPLACED
089900         MOVE ZERO                        TO CERT-FIELDS-BLANKED
090000         MOVE "NO RECORDS FOUND IN SCOPE" TO CERT-REMARK
090100         PERFORM 7200-WRITE-CERTIFICATE THRU 7200-EXIT
090200     END-IF.
090300
090400 7000-WRITE-LINE.
090500     WRITE ERASRPT-REC FROM ERA-DETAIL-LINE
090600         AFTER ADVANCING 1 LINE.
090700 7000-EXIT.
090800     EXIT.
090900
091000 7100-CERTIFY-ONE-FILE.
091100     IF ERA-REQ-RECORDS (ERA-REQ-SUB, ERA-FILE-SUB) = ZERO
091200         GO TO 7100-EXIT
091300     END-IF
091400     MOVE "Y" TO ERA-FOUND-SW
091500     MOVE "E"                           TO CERT-OUTCOME
091600     MOVE ERA-FILE-NAME (ERA-FILE-SUB)  TO CERT-FILE-NAME
091700     MOVE ERA-REQ-RECORDS (ERA-REQ-SUB, ERA-FILE-SUB)
091800                                        TO CERT-RECORDS
091900     MOVE ERA-REQ-REPLACED (ERA-REQ-SUB, ERA-FILE-SUB)
092000                                        TO CERT-CUST-REPLACED
092100     MOVE ERA-REQ-BLANKED (ERA-REQ-SUB, ERA-FILE-SUB)
092200                                        TO CERT-FIELDS-BLANKED
092300     IF ERA-FILE-SUB = 4
092400         MOVE "NO PERSONAL DATA HELD" TO CERT-REMARK
092500     ELSE
092600         MOVE SPACES                  TO CERT-REMARK
092700     END-IF
092800     PERFORM 7200-WRITE-CERTIFICATE THRU 7200-EXIT.
092900 7100-EXIT.
093000     EXIT.
093100
093200 7200-WRITE-CERTIFICATE.
093300     WRITE ERASCERT-REC
093400     IF NOT ERA-ERASCERT-OK
093500         DISPLAY "ERASURE: ERASCERT WRITE ERROR, STATUS "
093600             ERA-ERASCERT-STATUS
093700         GO TO 9999-ABORT-RUN
093800     END-IF
093900     ADD 1 TO ERA-CERTS-WRITTEN.
094000 7200-EXIT.
094100     EXIT.
094200*****************************************************************
094300*  8000-8400  -  EXCHANGE AND UNMATCHED FILE I/O FOR THE LIVE   *
094400*  FILES OR THE ARCHIVE GENERATION, BY SCOPE                    *
094500*****************************************************************
094600 8000-OPEN-EXCHANGE-INPUT.
094700     MOVE "N" TO ERA-EXCH-EOF-SW
094800     IF ERA-SCOPE-LIVE
094900         OPEN INPUT EXCHLOG-FILE
095000         IF NOT ERA-EXCHLOG-OK
095100             DISPLAY "ERASURE: CANNOT OPEN EXCHLOG, STATUS "
095200                 ERA-EXCHLOG-STATUS
095300             GO TO 9999-ABORT-RUN
095400         END-IF
095500     ELSE
095600         OPEN INPUT ARCHEXCH-FILE
095700         IF NOT ERA-ARCHEXCH-OK
095800             DISPLAY "ERASURE: CANNOT OPEN ARCHEXCH, STATUS "
095900                 ERA-ARCHEXCH-STATUS
096000             GO TO 9999-ABORT-RUN
096100         END-IF
096200     END-IF.
096300 8000-EXIT.
096400     EXIT.
096500
096600 8050-CLOSE-EXCHANGE-INPUT.
096700     IF ERA-SCOPE-LIVE
096800         CLOSE EXCHLOG-FILE
096900     ELSE
097000         CLOSE ARCHEXCH-FILE
097100     END-IF.
097200 8050-EXIT.
097300     EXIT.
097400
097500 8100-READ-EXCHANGE.
097600     IF ERA-SCOPE-LIVE
097700         READ EXCHLOG-FILE INTO EXCH-REC
097800             AT END
097900                 MOVE "Y" TO ERA-EXCH-EOF-SW
098000                 GO TO 8100-EXIT
098100         END-READ
098200         IF NOT ERA-EXCHLOG-OK
098300             DISPLAY "ERASURE: EXCHLOG READ ERROR, STATUS "
098400                 ERA-EXCHLOG-STATUS
098500             GO TO 9999-ABORT-RUN
098600         END-IF
098700     ELSE
098800         READ ARCHEXCH-FILE INTO EXCH-REC
098900             AT END
099000                 MOVE "Y" TO ERA-EXCH-EOF-SW
099100                 GO TO 8100-EXIT
099200         END-READ
099300         IF NOT ERA-ARCHEXCH-OK
099400             DISPLAY "ERASURE: ARCHEXCH READ ERROR, STATUS "
099500                 ERA-ARCHEXCH-STATUS
099600             GO TO 9999-ABORT-RUN
099700         END-IF
099750     END-IF
099800     ADD 1 TO ERA-FT-READ (1).
099900 8100-EXIT.
100000     EXIT.
100100
100200 8200-WRITE-EXCHANGE.
100400     IF ERA-SCOPE-LIVE
100500         WRITE EXCHNEW-REC FROM EXCH-REC
100600         IF NOT ERA-EXCHNEW-OK
100700             DISPLAY "ERASURE: EXCHNEW WRITE ERROR, STATUS "
100800                 ERA-EXCHNEW-STATUS
100900             GO TO 9999-ABORT-RUN
101000         END-IF
101100     ELSE
101200         WRITE ARCXNEW-REC FROM EXCH-REC
101300         IF NOT ERA-ARCXNEW-OK
101400             DISPLAY "ERASURE: ARCXNEW WRITE ERROR, STATUS "
101500                 ERA-ARCXNEW-STATUS
101600             GO TO 9999-ABORT-RUN
101700         END-IF
101800     END-IF
101900     ADD 1 TO ERA-FT-WRITTEN (1).
102000 8200-EXIT.
102100     EXIT.
102200
102300 8300-READ-UNMATCHED.
102400     IF ERA-SCOPE-LIVE
102500         READ UNMQUEUE-FILE INTO UNM-REC
102600             AT END
102700                 MOVE "Y" TO ERA-UNM-EOF-SW
102800                 GO TO 8300-EXIT
102900         END-READ
103000         IF NOT ERA-UNMQUEUE-OK
103100             DISPLAY "ERASURE: UNMQUEUE READ ERROR, STATUS "
103200                 ERA-UNMQUEUE-STATUS
103300             GO TO 9999-ABORT-RUN
103400         END-IF
103500     ELSE
103600         READ ARCHUNM-FILE INTO UNM-REC
103700             AT END
103800                 MOVE "Y" TO ERA-UNM-EOF-SW
103900                 GO TO 8300-EXIT
104000         END-READ
104100         IF NOT ERA-ARCHUNM-OK
104200             DISPLAY "ERASURE: ARCHUNM READ ERROR, STATUS "
104300                 ERA-ARCHUNM-STATUS
104400             GO TO 9999-ABORT-RUN
104500         END-IF
104600     END-IF
104700     ADD 1 TO ERA-FT-READ (2).
104800 8300-EXIT.
104900     EXIT.
105000
105100 8400-WRITE-UNMATCHED.
105200     IF ERA-SCOPE-LIVE
105300         WRITE UNMNEW-REC FROM UNM-REC
105400         IF NOT ERA-UNMNEW-OK
105500             DISPLAY "ERASURE: UNMNEW WRITE ERROR, STATUS "
105600                 ERA-UNMNEW-STATUS
105700             GO TO 9999-ABORT-RUN
105800         END-IF
105900     ELSE
106000         WRITE ARCUNEW-REC FROM UNM-REC
106100         IF NOT ERA-ARCUNEW-OK
106200             DISPLAY "ERASURE: ARCUNEW WRITE ERROR, STATUS "
106300                 ERA-ARCUNEW-STATUS
106400             GO TO 9999-ABORT-RUN
106500         END-IF
106600     END-IF
106700     ADD 1 TO ERA-FT-WRITTEN (2).
106800 8400-EXIT.
106900     EXIT.
107000*****************************************************************
107100*  8500-FIND-REQUEST  -  ERA-REQ-HIT IS THE REQUEST FOR         *
107200*  ERA-FIND-CUSTOMER, OR ZERO                                   *
107300*****************************************************************
107400 8500-FIND-REQUEST.
107500     MOVE ZERO TO ERA-REQ-HIT
107600     SET REQ-IDX TO 1
107700     SEARCH ERA-REQ-ENTRY
107800         AT END
107900             CONTINUE
108000         WHEN REQ-IDX > ERA-REQ-COUNT
108100             CONTINUE
108200         WHEN ERA-REQ-CUSTOMER (REQ-IDX) = ERA-FIND-CUSTOMER
108300             SET ERA-REQ-HIT TO REQ-IDX
108400     END-SEARCH.
108500 8500-EXIT.
108600     EXIT.
108700*****************************************************************
108800*  8600-FIND-SESSION  -  ERA-SESS-HIT IS THE COLLECTED SESSION  *
108900*  FOR ERA-FIND-DATE AND ERA-FIND-SESSION, OR ZERO              *
109000*****************************************************************
109100 8600-FIND-SESSION.
109200     MOVE ZERO TO ERA-SESS-HIT
109300     IF ERA-SESS-COUNT = ZERO
109400         GO TO 8600-EXIT
109500     END-IF
109600     SET SESS-IDX TO 1
109700     SEARCH ERA-SESS-ENTRY
109800         AT END
109900             CONTINUE
110000         WHEN SESS-IDX > ERA-SESS-COUNT
110100             CONTINUE
110200         WHEN ERA-SESS-DATE (SESS-IDX) = ERA-FIND-DATE
110300          AND ERA-SESS-NO (SESS-IDX) = ERA-FIND-SESSION
110400             SET ERA-SESS-HIT TO SESS-IDX
110500     END-SEARCH.
110600 8600-EXIT.
110700     EXIT.
110800*****************************************************************
110900*  8700-READ-CASE  -  NEXT CASE RECORD ON THE CURRENT KEY       *
111000*****************************************************************
111100 8700-READ-CASE.
111200     READ CASEFILE-FILE NEXT RECORD INTO CASE-REC
111300         AT END
111400             MOVE "Y" TO ERA-CASE-EOF-SW
111500             GO TO 8700-EXIT
111600     END-READ
111700     IF NOT ERA-CASEFILE-OK
111800         DISPLAY "ERASURE: CASEFILE READ ERROR, STATUS "
111900             ERA-CASEFILE-STATUS
112000         GO TO 9999-ABORT-RUN
112100     END-IF.
112200 8700-EXIT.
112300     EXIT.
112400*****************************************************************
112500*  9000-TERMINATE  -  CONTROL TOTALS, CLOSE AND RUN CONTROL     *
112600*****************************************************************
112700 9000-TERMINATE.
112800     PERFORM 9100-CHECK-FILE-TOTALS THRU 9100-EXIT
112900         VARYING ERA-FILE-SUB FROM 1 BY 1
113000         UNTIL ERA-FILE-SUB > 3
113100     MOVE SPACES TO ERASRPT-REC
113200     WRITE ERASRPT-REC AFTER ADVANCING 2 LINES
113300     MOVE "REQUESTS READ"             TO TOT-LABEL
113400     MOVE ERA-REQ-READ                TO TOT-VALUE
113500     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
113600         AFTER ADVANCING 1 LINE
113700     MOVE "CUSTOMERS ERASED"          TO TOT-LABEL
113800     MOVE ERA-REQ-ERASED              TO TOT-VALUE
113900     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
114000         AFTER ADVANCING 1 LINE
114100     MOVE "CUSTOMERS NOT FOUND"       TO TOT-LABEL
114200     MOVE ERA-REQ-NOT-FOUND           TO TOT-VALUE
114300     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
114400         AFTER ADVANCING 1 LINE
114500     MOVE "REFUSED - OPEN CASE"       TO TOT-LABEL
114600     MOVE ERA-REQ-REFUSED             TO TOT-VALUE
114700     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
114800         AFTER ADVANCING 1 LINE
114900     MOVE "REJECTED REQUESTS"         TO TOT-LABEL
115000     MOVE ERA-REQ-REJECTED            TO TOT-VALUE
115100     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
115200         AFTER ADVANCING 1 LINE
115300     MOVE "CERTIFICATE RECORDS"       TO TOT-LABEL
115400     MOVE ERA-CERTS-WRITTEN           TO TOT-VALUE
115500     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
115600         AFTER ADVANCING 1 LINE
115700     MOVE "SESSIONS ERASED"           TO TOT-LABEL
115800     MOVE ERA-SESS-COUNT              TO TOT-VALUE
115900     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
116000         AFTER ADVANCING 1 LINE
116100     PERFORM 9200-PRINT-FILE-TOTALS THRU 9200-EXIT
116200         VARYING ERA-FILE-SUB FROM 1 BY 1
116300         UNTIL ERA-FILE-SUB > ERA-FILE-LAST
116400     CLOSE ERASRPT-FILE
116500           ERASCERT-FILE
116600     DISPLAY "ERASURE: " ERA-REQ-ERASED " CUSTOMERS ERASED, "
116700         ERA-REQ-REFUSED " REFUSED, " ERA-REQ-REJECTED
116800         " REJECTED"
116900     MOVE "E"        TO RUNL-FUNCTION
117000     MOVE "ERASURE " TO RUNL-PROGRAM
117100     MOVE ZERO       TO RUNL-PROCESS-DATE
117200     MOVE ZERO       TO RUNL-RETURN-CODE
117300     COMPUTE RUNL-RECORDS =
117400         ERA-FT-READ (1) + ERA-FT-READ (2) + ERA-FT-READ (3)
117500     MOVE SPACE      TO RUNL-VERDICT
117600     CALL "RUNLOG" USING RUNL-PARM
117700     IF RUNL-WRITE-ERROR
117800         DISPLAY "ERASURE: RUN-CONTROL END FAILED"
117900         GO TO 9999-ABORT-RUN
118000     END-IF.
118100 9000-EXIT.
118200     EXIT.
118300*****************************************************************
118400*  9100-CHECK-FILE-TOTALS  -  A COPIED FILE MUST HOLD AS MANY   *
118500*  RECORDS AS IT WAS READ FROM, OR THE JOB MUST NOT SWAP IT     *
118600*  IN; THE ERASING BROWSE MUST HAVE READ EVERY CASE ON FILE     *
118700*****************************************************************
118800 9100-CHECK-FILE-TOTALS.
118810     IF ERA-FILE-SUB = 3
118815         IF ERA-SCOPE-ARCHIVE
118820             GO TO 9100-EXIT
118825         END-IF
118830         IF ERA-FT-READ (3) NOT = ERA-CASES-ON-FILE
118835             DISPLAY "ERASURE: CASEFILE CASES ON FILE "
118840                 ERA-CASES-ON-FILE " BUT READ "
118845                 ERA-FT-READ (3)
118860             GO TO 9999-ABORT-RUN
118870         END-IF
118880         GO TO 9100-EXIT
118890     END-IF
118900     IF ERA-FT-WRITTEN (ERA-FILE-SUB)
119000        NOT = ERA-FT-READ (ERA-FILE-SUB)
119100         DISPLAY "ERASURE: " ERA-FILE-NAME (ERA-FILE-SUB)
119200             " RECORDS READ " ERA-FT-READ (ERA-FILE-SUB)
119300             " BUT WRITTEN " ERA-FT-WRITTEN (ERA-FILE-SUB)
119400         GO TO 9999-ABORT-RUN
119500     END-IF.
119600 9100-EXIT.
119700     EXIT.
119800
119900 9200-PRINT-FILE-TOTALS.
120000     MOVE SPACES TO TOT-LABEL
120100     STRING ERA-FILE-NAME (ERA-FILE-SUB) DELIMITED BY SPACE
120200            " RECORDS READ" DELIMITED BY SIZE
120300         INTO TOT-LABEL
120400     MOVE ERA-FT-READ (ERA-FILE-SUB)   TO TOT-VALUE
120500     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
120600         AFTER ADVANCING 1 LINE
120700     MOVE SPACES TO TOT-LABEL
120800     STRING ERA-FILE-NAME (ERA-FILE-SUB) DELIMITED BY SPACE
120900            " RECORDS ERASED" DELIMITED BY SIZE
121000         INTO TOT-LABEL
121100     MOVE ERA-FT-ERASED (ERA-FILE-SUB) TO TOT-VALUE
121200     WRITE ERASRPT-REC FROM ERA-TOTAL-LINE
121300         AFTER ADVANCING 1 LINE.
121400 9200-EXIT.
121500     EXIT.
121600*****************************************************************
121700*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
121800*****************************************************************
121900 9999-ABORT-RUN.
122000     DISPLAY "ERASURE: RUN TERMINATED"
122100     MOVE 16 TO RETURN-CODE
122200     STOP RUN.
