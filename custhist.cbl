000100*****************************************************************
000200*  CUSTHIST  -  CUSTOMER CONTACT HISTORY AND REPEAT CONTACTS    *
000300*                                                               *
000400*  PULLS A CUSTOMER'S WHOLE STORY TOGETHER FOR ONE CUSTOMER     *
000500*  (HISTPRM CUSTOMER NUMBER, OPTIONAL DATE RANGE) OR FOR ALL    *
000600*  CUSTOMERS IN A DATE RANGE (CUSTOMER NUMBER BLANK):           *
000700*      SESSIONS    - FROM THE EXCHANGE LOG (EXCHLOG) AND ANY    *
000800*                    ARCHIVE GENERATIONS RESTORED BY LOGREST    *
000900*                    (RESTEXCH), SUMMARIZED PER SESSION WITH    *
001000*                    MISSES, FLAGGED EXCHANGES AND THE HIGHEST  *
001100*                    SEVERITY, AND THE SESSION'S SURVEY RATING  *
001200*                    (SURVEY).  AN EXCHANGE PRESENT ON BOTH     *
001300*                    THE LIVE LOG AND THE RESTORE IS COUNTED    *
001400*                    ONCE.                                      *
001500*      CASES       - ESCALATION CASES (CASEFILE) WITH THEIR     *
001600*                    FULL STATUS TRAIL FROM CASEHIST            *
001700*  EACH CUSTOMER IS HEADED WITH NAME AND STATUS FROM THE        *
001800*  CUSTOMER MASTER (CUSTMAST) AND LISTED IN DATE AND TIME       *
001900*  ORDER ON HISTRPT.                                            *
002000*                                                               *
002100*  THE REPEAT-CONTACT REPORT (REPTRPT), RUN WEEKLY FOR ALL      *
002200*  CUSTOMERS, LISTS EVERY CUSTOMER WHO CAME BACK THE HISTPRM    *
002300*  NUMBER OF TIMES OR MORE WITHIN THE HISTPRM NUMBER OF DAYS    *
002400*  (DEFAULT 3 SESSIONS IN 7 DAYS), OR WHO ESCALATED MORE THAN   *
002500*  ONCE IN THE RANGE.                                           *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    CUSTHIST.
002900 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
003000 INSTALLATION.  HEAD OFFICE DATA CENTRE.
003100 DATE-WRITTEN.  OCTOBER 2026.
003200 DATE-COMPILED.
003300*****************************************************************
003400*  MODIFICATION HISTORY                                         *
003500*  --------------------                                         *
003600*  2026-10-15  MEP  INITIAL VERSION                             *
003630*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS; BROWSED IN  *
003660*                   ASCENDING CASE NUMBER ORDER AS BEFORE       *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-ENTERPRISE.
004100 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HISTPRM-FILE  ASSIGN TO HISTPRM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS  IS CHS-HISTPRM-STATUS.
004700     SELECT EXCHLOG-FILE  ASSIGN TO EXCHLOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS  IS CHS-EXCHLOG-STATUS.
005000     SELECT OPTIONAL RESTEXCH-FILE ASSIGN TO RESTEXCH
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS  IS CHS-RESTEXCH-STATUS.
005300     SELECT SURVEY-FILE   ASSIGN TO SURVEY
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS CHS-SURVEY-STATUS.
005600     SELECT CASEFILE-FILE ASSIGN TO CASEFILE
005620         ORGANIZATION IS INDEXED
005640         ACCESS MODE  IS SEQUENTIAL
005660         RECORD KEY   IS CASEFILE-CASE-NO
005680         ALTERNATE RECORD KEY IS CASEFILE-CUSTOMER-NO
005700             WITH DUPLICATES
005720         ALTERNATE RECORD KEY IS CASEFILE-TICKET-REF
005740             WITH DUPLICATES
005800         FILE STATUS  IS CHS-CASEFILE-STATUS.
005900     SELECT CASEHIST-FILE ASSIGN TO CASEHIST
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS  IS CHS-CASEHIST-STATUS.
006200     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE  IS RANDOM
006500         RECORD KEY   IS CUST-CUSTOMER-NO
006600         FILE STATUS  IS CHS-CUSTMAST-STATUS.
006700     SELECT SESSWK-FILE   ASSIGN TO SESSWK
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS  IS CHS-SESSWK-STATUS.
007000     SELECT HISTRPT-FILE  ASSIGN TO HISTRPT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS CHS-HISTRPT-STATUS.
007300     SELECT REPTRPT-FILE  ASSIGN TO REPTRPT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS  IS CHS-REPTRPT-STATUS.
007600     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
007700     SELECT HISTWORK-FILE ASSIGN TO HISTWORK.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  HISTPRM-FILE
008100     RECORDING MODE IS F
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  HISTPRM-REC.
008400*        CUSTOMER TO REPORT, OR SPACES FOR ALL CUSTOMERS (WHICH
008500*        THEN NEEDS THE DATE RANGE).  ZERO DATES WITH A CUSTOMER
008600*        MEAN ALL DATES.
008700     05  HPARM-CUSTOMER-NO       PIC X(08).
008800     05  HPARM-FROM-DATE         PIC 9(08).
008900     05  HPARM-TO-DATE           PIC 9(08).
009000*        REPEAT CONTACT RULE: THIS MANY SESSIONS OR MORE WITHIN
009100*        THIS MANY DAYS.  ZERO/BLANK TAKES THE DEFAULTS.
009200     05  HPARM-REPEAT-CONTACTS   PIC 9(02).
009300     05  HPARM-REPEAT-DAYS       PIC 9(03).
009400     05  FILLER                  PIC X(51).
009500 FD  EXCHLOG-FILE
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 280 CHARACTERS.
009800 01  EXCHLOG-REC                 PIC X(280).
009900 FD  RESTEXCH-FILE
010000     RECORDING MODE IS F
010100     RECORD CONTAINS 280 CHARACTERS.
010200 01  RESTEXCH-REC                PIC X(280).
010300 FD  SURVEY-FILE
010400     RECORDING MODE IS F
010500     RECORD CONTAINS 60 CHARACTERS.
010600 01  SURVEY-REC                  PIC X(60).
010700 FD  CASEFILE-FILE
010730     RECORD CONTAINS 750 CHARACTERS.
010760*    KEY FIELDS ONLY - FULL LAYOUT IN CASEREC
010790 01  CASEFILE-REC.
010820     05  CASEFILE-CASE-NO        PIC 9(08).
010850     05  FILLER                  PIC X(631).
010880     05  CASEFILE-CUSTOMER-NO    PIC X(08).
010910     05  FILLER                  PIC X(72).
010940     05  CASEFILE-TICKET-REF     PIC X(12).
010970     05  FILLER                  PIC X(19).
011100 FD  CASEHIST-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 100 CHARACTERS.
011400 01  CASEHIST-REC                PIC X(100).
011500 FD  CUSTMAST-FILE
011600     RECORD CONTAINS 80 CHARACTERS.
011700     COPY CUSTREC.
011800*****************************************************************
011900*  ONE SUMMARY RECORD PER SELECTED SESSION, PASSED FROM THE     *
012000*  SESSION SORT TO THE HISTORY SORT                             *
012100*****************************************************************
012200 FD  SESSWK-FILE
012300     RECORDING MODE IS F
012400     RECORD CONTAINS 60 CHARACTERS.
012500 01  SWK-REC.
012600     05  SWK-CUSTOMER-NO         PIC X(08).
012700     05  SWK-DATE                PIC 9(08).
012800     05  SWK-TIME                PIC 9(06).
012900     05  SWK-SESSION-NO          PIC 9(06).
013000     05  SWK-LANG-CODE           PIC X(02).
013100     05  SWK-EXCH-CNT            PIC 9(05).
013200     05  SWK-MISS-CNT            PIC 9(05).
013300     05  SWK-FLAG-CNT            PIC 9(05).
013400     05  SWK-SEVERITY            PIC X(01).
013500     05  SWK-RATING              PIC 9(01).
013600     05  FILLER                  PIC X(13).
013700 FD  HISTRPT-FILE
013800     RECORDING MODE IS F
013900     RECORD CONTAINS 132 CHARACTERS.
014000 01  HISTRPT-REC                 PIC X(132).
014100 FD  REPTRPT-FILE
014200     RECORDING MODE IS F
014300     RECORD CONTAINS 132 CHARACTERS.
014400 01  REPTRPT-REC                 PIC X(132).
014500*****************************************************************
014600*  SESSION SORT.  TYPE 1 = EXCHANGE, 2 = SURVEY RATING (SORTS   *
014700*  AFTER THE SESSION'S EXCHANGES).                              *
014800*****************************************************************
014900 SD  SORTWORK-FILE
015000     RECORD CONTAINS 40 CHARACTERS.
015100 01  SES-REC.
015200     05  SES-DATE                PIC 9(08).
015300     05  SES-SESSION             PIC 9(06).
015400     05  SES-TYPE                PIC X(01).
015500         88  SES-EXCHANGE            VALUE "1".
015600         88  SES-SURVEY              VALUE "2".
015700     05  SES-TIME                PIC 9(06).
015800     05  SES-SEQ                 PIC 9(05).
015900     05  SES-CUSTOMER-NO         PIC X(08).
016000     05  SES-LANG                PIC X(02).
016100     05  SES-MATCH-FLAG          PIC X(01).
016200         88  SES-UNMATCHED           VALUE "U".
016300     05  SES-SEVERITY            PIC X(01).
016400         88  SES-FLAGGED             VALUE "L" "M" "H".
016500     05  SES-RATING              PIC 9(01).
016600     05  FILLER                  PIC X(01).
016700*****************************************************************
016800*  HISTORY SORT BY CUSTOMER, DATE AND TIME.  TYPE 1 = SESSION,  *
016900*  2 = CASE CUT, 3 = CASE HISTORY ENTRY.                        *
017000*****************************************************************
017100 SD  HISTWORK-FILE
017200     RECORD CONTAINS 120 CHARACTERS.
017300 01  HST-REC.
017400     05  HST-CUSTOMER-NO         PIC X(08).
017500     05  HST-DATE                PIC 9(08).
017600     05  HST-TIME                PIC 9(06).
017700     05  HST-TYPE                PIC X(01).
017800         88  HST-SESSION-EVT         VALUE "1".
017900         88  HST-CASE-EVT            VALUE "2".
018000         88  HST-HISTORY-EVT         VALUE "3".
018100     05  HST-CASE-NO             PIC 9(08).
018200     05  HST-SESSION-NO          PIC 9(06).
018300     05  HST-LANG                PIC X(02).
018400     05  HST-EXCH-CNT            PIC 9(05).
018500     05  HST-MISS-CNT            PIC 9(05).
018600     05  HST-FLAG-CNT            PIC 9(05).
018700     05  HST-SEVERITY            PIC X(01).
018800     05  HST-RATING              PIC 9(01).
018900     05  HST-STATUS              PIC X(01).
019000     05  HST-AGENT               PIC X(08).
019100     05  HST-ACTION              PIC X(01).
019200         88  HST-ACT-ASSIGN          VALUE "A".
019300         88  HST-ACT-NOTE            VALUE "N".
019400         88  HST-ACT-CLOSE           VALUE "C".
019500     05  HST-TEXT                PIC X(40).
019600     05  FILLER                  PIC X(14).
019700 WORKING-STORAGE SECTION.
019800 77  CHS-HISTPRM-STATUS          PIC X(02) VALUE SPACES.
019900     88  CHS-HISTPRM-OK              VALUE "00".
020000 77  CHS-EXCHLOG-STATUS          PIC X(02) VALUE SPACES.
020100     88  CHS-EXCHLOG-OK              VALUE "00".
020200 77  CHS-RESTEXCH-STATUS         PIC X(02) VALUE SPACES.
020300     88  CHS-RESTEXCH-OK             VALUE "00".
020400     88  CHS-RESTEXCH-OPEN-OK        VALUE "00" "05".
020500 77  CHS-SURVEY-STATUS           PIC X(02) VALUE SPACES.
020600     88  CHS-SURVEY-OK               VALUE "00".
020700 77  CHS-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
020800     88  CHS-CASEFILE-OK             VALUE "00".
020900 77  CHS-CASEHIST-STATUS         PIC X(02) VALUE SPACES.
021000     88  CHS-CASEHIST-OK             VALUE "00".
021100 77  CHS-CUSTMAST-STATUS         PIC X(02) VALUE SPACES.
021200     88  CHS-CUSTMAST-OK             VALUE "00".
021300     88  CHS-CUSTMAST-NOTFND         VALUE "23".
021400 77  CHS-SESSWK-STATUS           PIC X(02) VALUE SPACES.
021500     88  CHS-SESSWK-OK               VALUE "00".
021600 77  CHS-HISTRPT-STATUS          PIC X(02) VALUE SPACES.
021700     88  CHS-HISTRPT-OK              VALUE "00".
021800 77  CHS-REPTRPT-STATUS          PIC X(02) VALUE SPACES.
021900     88  CHS-REPTRPT-OK              VALUE "00".
022000 77  CHS-RUN-DATE                PIC 9(08) VALUE ZERO.
022100 77  CHS-CUSTOMER-NO             PIC X(08) VALUE SPACES.
022200 77  CHS-FROM-DATE               PIC 9(08) VALUE ZERO.
022300 77  CHS-TO-DATE                 PIC 9(08) VALUE 99999999.
022400 77  CHS-REPEAT-CONTACTS         PIC 9(02) VALUE 3.
022500 77  CHS-REPEAT-DAYS             PIC 9(03) VALUE 7.
022600*    SESSION IN PROGRESS IN THE SESSION SORT
022700 77  CHS-HOLD-DATE               PIC 9(08) VALUE ZERO.
022800 77  CHS-HOLD-SESSION            PIC 9(06) VALUE ZERO.
022900 77  CHS-SESS-CUSTOMER           PIC X(08) VALUE SPACES.
023000 77  CHS-SESS-LANG               PIC X(02) VALUE SPACES.
023100 77  CHS-SESS-TIME               PIC 9(06) VALUE ZERO.
023200 77  CHS-SESS-EXCH               PIC 9(05) VALUE ZERO.
023300 77  CHS-SESS-MISS               PIC 9(05) VALUE ZERO.
023400 77  CHS-SESS-FLAGGED            PIC 9(05) VALUE ZERO.
023500 77  CHS-SESS-SEVERITY           PIC X(01) VALUE SPACE.
023600 77  CHS-SESS-RATING             PIC 9(01) VALUE ZERO.
023700 77  CHS-LAST-TIME               PIC 9(06) VALUE ZERO.
023800 77  CHS-LAST-SEQ                PIC 9(05) VALUE ZERO.
023900*    CUSTOMER IN PROGRESS IN THE HISTORY SORT
024000 77  CHS-HOLD-CUSTOMER           PIC X(08) VALUE SPACES.
024100 77  CHS-CUST-NAME               PIC X(30) VALUE SPACES.
024200 77  CHS-CUST-STATUS-TEXT        PIC X(22) VALUE SPACES.
024300 77  CHS-CUST-SHORT-STATUS       PIC X(08) VALUE SPACES.
024400 77  CHS-CUST-SESSIONS           PIC 9(05) COMP VALUE ZERO.
024500 77  CHS-CUST-CASES              PIC 9(05) COMP VALUE ZERO.
024600 77  CHS-CUST-FLAGGED            PIC 9(05) COMP VALUE ZERO.
024700 77  CHS-CUST-RATED              PIC 9(05) COMP VALUE ZERO.
024800 77  CHS-CUST-RATING-SUM         PIC 9(05) COMP VALUE ZERO.
024900 77  CHS-CONTACTS                PIC 9(05) COMP VALUE ZERO.
025000 77  CHS-REPEAT-DATE             PIC 9(08) VALUE ZERO.
025100 77  CHS-RING-SUB                PIC 9(02) COMP VALUE ZERO.
025200 77  CHS-RING-WORK               PIC 9(05) COMP VALUE ZERO.
025300 77  CHS-AVG-WORK                PIC 9(01)V9(02) VALUE ZERO.
025400*    CASE TABLE LIMIT
025500 77  CHS-CASE-MAX                PIC 9(05) COMP VALUE 5000.
025600 77  CHS-CASE-COUNT              PIC 9(05) COMP VALUE ZERO.
025700 77  CHS-PREV-CASE-NO            PIC 9(08) VALUE ZERO.
025800*    RUN TOTALS
025900 77  CHS-EXCH-SELECTED           PIC 9(07) VALUE ZERO.
026000 77  CHS-EXCH-DUPLICATE          PIC 9(07) VALUE ZERO.
026100 77  CHS-SURVEYS-SELECTED        PIC 9(07) VALUE ZERO.
026200 77  CHS-SESSIONS                PIC 9(07) VALUE ZERO.
026300 77  CHS-SESS-NO-CUSTOMER        PIC 9(07) VALUE ZERO.
026400 77  CHS-SESS-REPORTED           PIC 9(07) VALUE ZERO.
026500 77  CHS-CASES-REPORTED          PIC 9(07) VALUE ZERO.
026600 77  CHS-HISTORY-REPORTED        PIC 9(07) VALUE ZERO.
026700 77  CHS-CUSTOMERS               PIC 9(07) VALUE ZERO.
026800 77  CHS-CUSTOMERS-LISTED        PIC 9(07) VALUE ZERO.
026900*    WORK FIELDS FOR THE SERIAL-DAY CONVERSION
027000 77  CHS-CNV-SERIAL              PIC 9(07) COMP VALUE ZERO.
027100 77  CHS-CNV-YEAR                PIC 9(04) COMP VALUE ZERO.
027200 77  CHS-CNV-MONTH               PIC 9(02) COMP VALUE ZERO.
027300 77  CHS-CNV-DAY                 PIC 9(02) COMP VALUE ZERO.
027400 77  CHS-CNV-WORK1               PIC 9(07) COMP VALUE ZERO.
027500 77  CHS-CNV-WORK2               PIC 9(07) COMP VALUE ZERO.
027600 01  CHS-CNV-DATE                PIC 9(08) VALUE ZERO.
027700 01  CHS-CNV-DATE-SPLIT REDEFINES CHS-CNV-DATE.
027800     05  CHS-CNV-YYYY            PIC 9(04).
027900     05  CHS-CNV-MM              PIC 9(02).
028000     05  CHS-CNV-DD              PIC 9(02).
028100 01  CHS-SWITCHES.
028200     05  CHS-IN-SESSION-SW       PIC X(01) VALUE "N".
028300         88  CHS-IN-SESSION          VALUE "Y".
028400     05  CHS-SESS-RATED-SW       PIC X(01) VALUE "N".
028500         88  CHS-SESS-RATED          VALUE "Y".
028600     05  CHS-IN-CUSTOMER-SW      PIC X(01) VALUE "N".
028700         88  CHS-IN-CUSTOMER         VALUE "Y".
028800     05  CHS-REPEAT-SW           PIC X(01) VALUE "N".
028900         88  CHS-REPEAT-FOUND        VALUE "Y".
029000     05  CHS-CASE-HIT-SW         PIC X(01) VALUE "N".
029100         88  CHS-CASE-HIT            VALUE "Y".
029200 01  CHS-ALPHABET-AREAS.
029300     05  CHS-UPPER-ALPHA         PIC X(26)
029400         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029500     05  CHS-LOWER-ALPHA         PIC X(26)
029600         VALUE "abcdefghijklmnopqrstuvwxyz".
029700*****************************************************************
029800*  SERIAL DAYS OF THE CUSTOMER'S LAST SESSIONS, ONE SLOT PER    *
029900*  SESSION IN THE REPEAT RULE, REUSED IN ROTATION               *
030000*****************************************************************
030100 01  CHS-CONTACT-RING.
030200     05  CHS-RING-SERIAL         PIC 9(07) COMP
030300                                 OCCURS 99 TIMES.
030400*****************************************************************
030500*  SELECTED CASES BY CASE NUMBER, SO THE CASE HISTORY TRAIL     *
030600*  CAN BE TIED BACK TO THE CUSTOMER                             *
030700*****************************************************************
030800 01  CHS-CASE-TABLE.
030900     05  CHS-CT-ENTRY  OCCURS 1 TO 5000 TIMES
031000                       DEPENDING ON CHS-CASE-COUNT
031100                       ASCENDING KEY IS CHS-CT-CASE-NO
031200                       INDEXED BY CT-IDX.
031300         10  CHS-CT-CASE-NO      PIC 9(08).
031400         10  CHS-CT-CUSTOMER-NO  PIC X(08).
031500     COPY EXCHREC.
031600     COPY SURVREC.
031700     COPY CASEREC.
031800     COPY CASEHREC.
031900 01  CHS-HEADING-1.
032000     05  FILLER                  PIC X(37)
032100         VALUE "CUSTHIST  CUSTOMER CONTACT HISTORY  ".
032200     05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
032300     05  HDG-CUSTOMER            PIC X(08).
032400     05  FILLER                  PIC X(07) VALUE "  FROM ".
032500     05  HDG-FROM-DATE           PIC 9(08).
032600     05  FILLER                  PIC X(05) VALUE "  TO ".
032700     05  HDG-TO-DATE             PIC 9(08).
032800     05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
032900     05  HDG-RUN-DATE            PIC 9(08).
033000     05  FILLER                  PIC X(30) VALUE SPACES.
033100 01  CHS-CUSTOMER-LINE.
033200     05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
033300     05  CUS-CUSTOMER            PIC X(08).
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  CUS-NAME                PIC X(30).
033600     05  FILLER                  PIC X(09) VALUE "  STATUS ".
033700     05  CUS-STATUS              PIC X(22).
033800     05  FILLER                  PIC X(52) VALUE SPACES.
033900 01  CHS-HEADING-2.
034000     05  FILLER                  PIC X(10) VALUE "DATE".
034100     05  FILLER                  PIC X(08) VALUE "TIME".
034200     05  FILLER                  PIC X(12) VALUE "EVENT".
034300     05  FILLER                  PIC X(10) VALUE "SESS/CASE".
034400     05  FILLER                  PIC X(04) VALUE "LN".
034500     05  FILLER                  PIC X(08) VALUE "  EXCH".
034600     05  FILLER                  PIC X(08) VALUE "  MISS".
034700     05  FILLER                  PIC X(06) VALUE "FLAG".
034800     05  FILLER                  PIC X(04) VALUE "SV".
034900     05  FILLER                  PIC X(04) VALUE "RT".
035000     05  FILLER                  PIC X(03) VALUE "ST".
035100     05  FILLER                  PIC X(10) VALUE "AGENT/OPR".
035200     05  FILLER                  PIC X(45) VALUE "DETAIL".
035300 01  CHS-DETAIL-LINE.
035400     05  DTL-DATE                PIC 9(08).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  DTL-TIME                PIC 9(06).
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  DTL-EVENT               PIC X(10).
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  DTL-REF                 PIC X(08).
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  DTL-LANG                PIC X(02).
036300     05  FILLER                  PIC X(02) VALUE SPACES.
036400     05  DTL-EXCH                PIC X(06).
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  DTL-MISS                PIC X(06).
036700     05  FILLER                  PIC X(02) VALUE SPACES.
036800     05  DTL-FLAGGED             PIC X(04).
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  DTL-SEVERITY            PIC X(01).
037100     05  FILLER                  PIC X(03) VALUE SPACES.
037200     05  DTL-RATING              PIC X(01).
037300     05  FILLER                  PIC X(03) VALUE SPACES.
037400     05  DTL-STATUS              PIC X(01).
037500     05  FILLER                  PIC X(02) VALUE SPACES.
037600     05  DTL-AGENT               PIC X(08).
037700     05  FILLER                  PIC X(02) VALUE SPACES.
037800     05  DTL-TEXT                PIC X(40).
037900     05  FILLER                  PIC X(05) VALUE SPACES.
038000 01  CHS-COUNT-EDIT              PIC ZZ,ZZ9.
038100 01  CHS-FLAG-EDIT               PIC ZZZ9.
038200 01  CHS-CUST-TOTAL-LINE.
038300     05  FILLER                  PIC X(10) VALUE SPACES.
038400     05  FILLER                  PIC X(09) VALUE "SESSIONS ".
038500     05  CTL-SESSIONS            PIC ZZ,ZZ9.
038600     05  FILLER                  PIC X(08) VALUE "  CASES ".
038700     05  CTL-CASES               PIC ZZ,ZZ9.
038800     05  FILLER                  PIC X(19)
038900         VALUE "  FLAGGED EXCHANGES".
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  CTL-FLAGGED             PIC ZZ,ZZ9.
039200     05  FILLER                  PIC X(08) VALUE "  RATED ".
039300     05  CTL-RATED               PIC ZZ,ZZ9.
039400     05  FILLER                  PIC X(13) VALUE "  AVG RATING ".
039500     05  CTL-AVG-RATING          PIC 9.99.
039600     05  FILLER                  PIC X(36) VALUE SPACES.
039700 01  CHS-NONE-LINE.
039800     05  FILLER                  PIC X(05) VALUE SPACES.
039900     05  FILLER                  PIC X(127) VALUE "(NONE)".
040000 01  CHS-TOTAL-LINE.
040100     05  TOT-LABEL               PIC X(30).
040200     05  TOT-VALUE               PIC Z,ZZZ,ZZ9.
040300     05  FILLER                  PIC X(93) VALUE SPACES.
040400 01  RPT-HEADING-1.
040500     05  FILLER                  PIC X(34)
040600         VALUE "CUSTHIST  REPEAT CONTACTS   FROM ".
040700     05  RHD-FROM-DATE           PIC 9(08).
040800     05  FILLER                  PIC X(04) VALUE " TO ".
040900     05  RHD-TO-DATE             PIC 9(08).
041000     05  FILLER                  PIC X(03) VALUE SPACES.
041100     05  RHD-CONTACTS            PIC Z9.
041200     05  FILLER                  PIC X(24)
041300         VALUE " OR MORE SESSIONS WITHIN".
041400     05  RHD-DAYS                PIC ZZ9.
041500     05  FILLER                  PIC X(06) VALUE " DAYS ".
041600     05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
041700     05  RHD-RUN-DATE            PIC 9(08).
041800     05  FILLER                  PIC X(20) VALUE SPACES.
041900 01  RPT-HEADING-2.
042000     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
042100     05  FILLER                  PIC X(32) VALUE "NAME".
042200     05  FILLER                  PIC X(10) VALUE "STATUS".
042300     05  FILLER                  PIC X(08) VALUE "SESSNS".
042400     05  FILLER                  PIC X(08) VALUE " CASES".
042500     05  FILLER                  PIC X(10) VALUE "REPEAT ON".
042600     05  FILLER                  PIC X(54) VALUE "REASON".
042700 01  RPT-DETAIL-LINE.
042800     05  RPT-CUSTOMER            PIC X(08).
042900     05  FILLER                  PIC X(02) VALUE SPACES.
043000     05  RPT-NAME                PIC X(30).
043100     05  FILLER                  PIC X(02) VALUE SPACES.
043200     05  RPT-STATUS              PIC X(08).
043300     05  FILLER                  PIC X(02) VALUE SPACES.
043400     05  RPT-SESSIONS            PIC ZZ,ZZ9.
043500     05  FILLER                  PIC X(02) VALUE SPACES.
043600     05  RPT-CASES               PIC ZZ,ZZ9.
043700     05  FILLER                  PIC X(02) VALUE SPACES.
043800     05  RPT-REPEAT-DATE         PIC 9(08) BLANK WHEN ZERO.
043900     05  FILLER                  PIC X(02) VALUE SPACES.
044000     05  RPT-REASON              PIC X(40).
044100     05  FILLER                  PIC X(14) VALUE SPACES.
044200 PROCEDURE DIVISION.
044300*****************************************************************
044400*  0000-MAINLINE  -  SUMMARIZE SESSIONS, THEN LIST EACH         *
044500*  CUSTOMER'S SESSIONS AND CASES IN ORDER                       *
044600*****************************************************************
044700 0000-MAINLINE.
044800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
044900     SORT SORTWORK-FILE
045000         ON ASCENDING KEY SES-DATE
045100                          SES-SESSION
045200                          SES-TYPE
045300                          SES-TIME
045400                          SES-SEQ
045500         INPUT PROCEDURE  IS 2000-SELECT-SESSIONS THRU 2999-EXIT
045600         OUTPUT PROCEDURE IS 3000-SUMMARIZE-SESSIONS
045700                             THRU 3999-EXIT
045800     IF SORT-RETURN NOT = ZERO
045900         DISPLAY "CUSTHIST: SESSION SORT FAILED, CODE "
046000             SORT-RETURN
046100         GO TO 9999-ABORT-RUN
046200     END-IF
046300     SORT HISTWORK-FILE
046400         ON ASCENDING KEY HST-CUSTOMER-NO
046500                          HST-DATE
046600                          HST-TIME
046700                          HST-TYPE
046800                          HST-CASE-NO
046900         INPUT PROCEDURE  IS 4000-SELECT-HISTORY THRU 4999-EXIT
047000         OUTPUT PROCEDURE IS 5000-PRINT-HISTORY THRU 5999-EXIT
047100     IF SORT-RETURN NOT = ZERO
047200         DISPLAY "CUSTHIST: HISTORY SORT FAILED, CODE "
047300             SORT-RETURN
047400         GO TO 9999-ABORT-RUN
047500     END-IF
047600     PERFORM 9000-TERMINATE THRU 9000-EXIT
047700     STOP RUN.
047800*****************************************************************
047900*  1000-INITIALIZE  -  PARAMETERS, FILES AND HEADINGS           *
048000*****************************************************************
048100 1000-INITIALIZE.
048200     ACCEPT CHS-RUN-DATE FROM DATE YYYYMMDD
048300     OPEN INPUT HISTPRM-FILE
048400     IF NOT CHS-HISTPRM-OK
048500         DISPLAY "CUSTHIST: CANNOT OPEN HISTPRM, STATUS "
048600             CHS-HISTPRM-STATUS
048700         GO TO 9999-ABORT-RUN
048800     END-IF
048900     READ HISTPRM-FILE
049000         AT END
049100             DISPLAY "CUSTHIST: PARAMETER RECORD MISSING"
049200             GO TO 9999-ABORT-RUN
049300     END-READ
049400     MOVE HPARM-CUSTOMER-NO TO CHS-CUSTOMER-NO
049500     INSPECT CHS-CUSTOMER-NO
049600         CONVERTING CHS-LOWER-ALPHA TO CHS-UPPER-ALPHA
049700     IF HPARM-FROM-DATE IS NUMERIC
049800        AND HPARM-FROM-DATE > ZERO
049900         MOVE HPARM-FROM-DATE TO CHS-FROM-DATE
050000     END-IF
050100     IF HPARM-TO-DATE IS NUMERIC
050200        AND HPARM-TO-DATE > ZERO
050300         MOVE HPARM-TO-DATE TO CHS-TO-DATE
050400     END-IF
050500     IF CHS-CUSTOMER-NO = SPACES
050600        AND (CHS-FROM-DATE = ZERO
050700             OR CHS-TO-DATE = 99999999)
050800         DISPLAY "CUSTHIST: DATE RANGE REQUIRED FOR ALL "
050900             "CUSTOMERS"
051000         GO TO 9999-ABORT-RUN
051100     END-IF
051200     IF CHS-FROM-DATE > CHS-TO-DATE
051300         DISPLAY "CUSTHIST: INVALID DATE RANGE"
051400         GO TO 9999-ABORT-RUN
051500     END-IF
051600     IF HPARM-REPEAT-CONTACTS IS NUMERIC
051700        AND HPARM-REPEAT-CONTACTS > 1
051800         MOVE HPARM-REPEAT-CONTACTS TO CHS-REPEAT-CONTACTS
051900     END-IF
052000     IF HPARM-REPEAT-DAYS IS NUMERIC
052100        AND HPARM-REPEAT-DAYS > ZERO
052200         MOVE HPARM-REPEAT-DAYS TO CHS-REPEAT-DAYS
052300     END-IF
052400     CLOSE HISTPRM-FILE
052500     OPEN INPUT  EXCHLOG-FILE
052600                 RESTEXCH-FILE
052700                 SURVEY-FILE
052800                 CASEFILE-FILE
052900                 CASEHIST-FILE
053000                 CUSTMAST-FILE
053100          OUTPUT HISTRPT-FILE
053200                 REPTRPT-FILE
053300     IF NOT CHS-EXCHLOG-OK
053400         DISPLAY "CUSTHIST: CANNOT OPEN EXCHLOG, STATUS "
053500             CHS-EXCHLOG-STATUS
053600         GO TO 9999-ABORT-RUN
053700     END-IF
053800     IF NOT CHS-RESTEXCH-OPEN-OK
053900         DISPLAY "CUSTHIST: CANNOT OPEN RESTEXCH, STATUS "
054000             CHS-RESTEXCH-STATUS
054100         GO TO 9999-ABORT-RUN
054200     END-IF
054300     IF NOT CHS-SURVEY-OK
054400         DISPLAY "CUSTHIST: CANNOT OPEN SURVEY, STATUS "
054500             CHS-SURVEY-STATUS
054600         GO TO 9999-ABORT-RUN
054700     END-IF
054800     IF NOT CHS-CASEFILE-OK
054900         DISPLAY "CUSTHIST: CANNOT OPEN CASEFILE, STATUS "
055000             CHS-CASEFILE-STATUS
055100         GO TO 9999-ABORT-RUN
055200     END-IF
055300     IF NOT CHS-CASEHIST-OK
055400         DISPLAY "CUSTHIST: CANNOT OPEN CASEHIST, STATUS "
055500             CHS-CASEHIST-STATUS
055600         GO TO 9999-ABORT-RUN
055700     END-IF
055800     IF NOT CHS-CUSTMAST-OK
055900         DISPLAY "CUSTHIST: CANNOT OPEN CUSTMAST, STATUS "
056000             CHS-CUSTMAST-STATUS
056100         GO TO 9999-ABORT-RUN
056200     END-IF
056300     IF NOT CHS-HISTRPT-OK
056400        OR NOT CHS-REPTRPT-OK
056500         DISPLAY "CUSTHIST: CANNOT OPEN REPORT FILES, STATUS "
056600             CHS-HISTRPT-STATUS " " CHS-REPTRPT-STATUS
056700         GO TO 9999-ABORT-RUN
056800     END-IF
056900     IF CHS-CUSTOMER-NO = SPACES
057000         MOVE "ALL"           TO HDG-CUSTOMER
057100     ELSE
057200         MOVE CHS-CUSTOMER-NO TO HDG-CUSTOMER
057300     END-IF
057400     MOVE CHS-FROM-DATE       TO HDG-FROM-DATE
057500     MOVE CHS-TO-DATE         TO HDG-TO-DATE
057600     MOVE CHS-RUN-DATE        TO HDG-RUN-DATE
057700     WRITE HISTRPT-REC FROM CHS-HEADING-1
057800         AFTER ADVANCING PAGE
057900     MOVE CHS-FROM-DATE       TO RHD-FROM-DATE
058000     MOVE CHS-TO-DATE         TO RHD-TO-DATE
058100     MOVE CHS-REPEAT-CONTACTS TO RHD-CONTACTS
058200     MOVE CHS-REPEAT-DAYS     TO RHD-DAYS
058300     MOVE CHS-RUN-DATE        TO RHD-RUN-DATE
058400     WRITE REPTRPT-REC FROM RPT-HEADING-1
058500         AFTER ADVANCING PAGE
058600     WRITE REPTRPT-REC FROM RPT-HEADING-2
058700         AFTER ADVANCING 2 LINES
058800     MOVE SPACES TO REPTRPT-REC
058900     WRITE REPTRPT-REC AFTER ADVANCING 1 LINE.
059000 1000-EXIT.
059100     EXIT.
059200*****************************************************************
059300*  2000-SELECT-SESSIONS  -  SORT INPUT PROCEDURE: RELEASE THE   *
059400*  RANGE'S EXCHANGES FROM THE LIVE LOG AND THE RESTORED         *
059500*  ARCHIVE, AND ITS SURVEY RATINGS                              *
059600*****************************************************************
059700 2000-SELECT-SESSIONS.
059800     CONTINUE.
059900
060000 2010-READ-EXCHANGE.
060100     READ EXCHLOG-FILE INTO EXCH-REC
060200         AT END
060300             GO TO 2020-READ-RESTORED
060400     END-READ
060500     IF NOT CHS-EXCHLOG-OK
060600         DISPLAY "CUSTHIST: EXCHLOG READ ERROR, STATUS "
060700             CHS-EXCHLOG-STATUS
060800         GO TO 9999-ABORT-RUN
060900     END-IF
061000     PERFORM 2100-RELEASE-EXCHANGE THRU 2100-EXIT
061100     GO TO 2010-READ-EXCHANGE.
061200
061300 2020-READ-RESTORED.
061400     READ RESTEXCH-FILE INTO EXCH-REC
061500         AT END
061600             GO TO 2030-READ-SURVEY
061700     END-READ
061800     IF NOT CHS-RESTEXCH-OK
061900         DISPLAY "CUSTHIST: RESTEXCH READ ERROR, STATUS "
062000             CHS-RESTEXCH-STATUS
062100         GO TO 9999-ABORT-RUN
062200     END-IF
062300     PERFORM 2100-RELEASE-EXCHANGE THRU 2100-EXIT
062400     GO TO 2020-READ-RESTORED.
062500
062600 2030-READ-SURVEY.
062700     READ SURVEY-FILE INTO SURV-REC
062800         AT END
062900             GO TO 2999-EXIT
063000     END-READ
063100     IF NOT CHS-SURVEY-OK
063200         DISPLAY "CUSTHIST: SURVEY READ ERROR, STATUS "
063300             CHS-SURVEY-STATUS
063400         GO TO 9999-ABORT-RUN
063500     END-IF
063600     IF SURV-DATE NOT < CHS-FROM-DATE
063700        AND SURV-DATE NOT > CHS-TO-DATE
063800        AND SURV-RATING IS NUMERIC
063900        AND SURV-RATING > ZERO
064000        AND SURV-RATING < 6
064100         MOVE SPACES           TO SES-REC
064200         MOVE SURV-DATE        TO SES-DATE
064300         MOVE SURV-SESSION-NO  TO SES-SESSION
064400         MOVE "2"              TO SES-TYPE
064500         MOVE ZERO             TO SES-TIME
064600         MOVE ZERO             TO SES-SEQ
064700         MOVE SURV-RATING      TO SES-RATING
064800         RELEASE SES-REC
064900         ADD 1 TO CHS-SURVEYS-SELECTED
065000     END-IF
065100     GO TO 2030-READ-SURVEY.
065200
065300 2999-EXIT.
065400     EXIT.
065500*****************************************************************
065600*  2100-RELEASE-EXCHANGE  -  ONE EXCHANGE IN THE DATE RANGE     *
065700*****************************************************************
065800 2100-RELEASE-EXCHANGE.
065900     IF EXCH-DATE < CHS-FROM-DATE
066000        OR EXCH-DATE > CHS-TO-DATE
066100         GO TO 2100-EXIT
066200     END-IF
066300     MOVE SPACES             TO SES-REC
066400     MOVE EXCH-DATE          TO SES-DATE
066500     MOVE EXCH-SESSION-NO    TO SES-SESSION
066600     MOVE "1"                TO SES-TYPE
066700     MOVE EXCH-TIME          TO SES-TIME
066800     MOVE EXCH-SEQ-NO        TO SES-SEQ
066900     MOVE EXCH-CUSTOMER-NO   TO SES-CUSTOMER-NO
067000     MOVE EXCH-LANG-CODE     TO SES-LANG
067100     MOVE EXCH-MATCH-FLAG    TO SES-MATCH-FLAG
067200     MOVE EXCH-SEVERITY-CODE TO SES-SEVERITY
067300     MOVE ZERO               TO SES-RATING
067400     RELEASE SES-REC
067500     ADD 1 TO CHS-EXCH-SELECTED.
067600 2100-EXIT.
067700     EXIT.
067800*****************************************************************
067900*  3000-SUMMARIZE-SESSIONS  -  SORT OUTPUT PROCEDURE: ONE       *
068000*  SUMMARY RECORD ON SESSWK PER SESSION OF A SELECTED CUSTOMER  *
068100*****************************************************************
068200 3000-SUMMARIZE-SESSIONS.
068300     OPEN OUTPUT SESSWK-FILE
068400     IF NOT CHS-SESSWK-OK
068500         DISPLAY "CUSTHIST: CANNOT OPEN SESSWK, STATUS "
068600             CHS-SESSWK-STATUS
068700         GO TO 9999-ABORT-RUN
068800     END-IF
068900     MOVE "N" TO CHS-IN-SESSION-SW.
069000
069100 3010-RETURN-NEXT.
069200     RETURN SORTWORK-FILE
069300         AT END
069400             IF CHS-IN-SESSION
069500                 PERFORM 3100-CLOSE-SESSION THRU 3100-EXIT
069600             END-IF
069700             CLOSE SESSWK-FILE
069800             GO TO 3999-EXIT
069900     END-RETURN
070000     IF CHS-IN-SESSION
070100        AND (SES-SESSION NOT = CHS-HOLD-SESSION
070200             OR SES-DATE NOT = CHS-HOLD-DATE)
070300         PERFORM 3100-CLOSE-SESSION THRU 3100-EXIT
070400     END-IF
070500     IF NOT CHS-IN-SESSION
070600         MOVE "Y"         TO CHS-IN-SESSION-SW
070700         MOVE SES-SESSION TO CHS-HOLD-SESSION
070800         MOVE SES-DATE    TO CHS-HOLD-DATE
070900         MOVE SPACES      TO CHS-SESS-CUSTOMER
071000         MOVE SPACES      TO CHS-SESS-LANG
071100         MOVE SPACE       TO CHS-SESS-SEVERITY
071200         MOVE ZERO        TO CHS-SESS-TIME
071300         MOVE ZERO        TO CHS-SESS-EXCH
071400         MOVE ZERO        TO CHS-SESS-MISS
071500         MOVE ZERO        TO CHS-SESS-FLAGGED
071600         MOVE ZERO        TO CHS-SESS-RATING
071700         MOVE "N"         TO CHS-SESS-RATED-SW
071800     END-IF
071900     IF SES-EXCHANGE
072000         PERFORM 3200-ADD-EXCHANGE THRU 3200-EXIT
072100     ELSE
072200         MOVE SES-RATING  TO CHS-SESS-RATING
072300         MOVE "Y"         TO CHS-SESS-RATED-SW
072400     END-IF
072500     GO TO 3010-RETURN-NEXT.
072600
072700 3999-EXIT.
072800     EXIT.
072900*****************************************************************
073000*  3100-CLOSE-SESSION  -  KEEP THE SESSION IF IT IDENTIFIED A   *
073100*  CUSTOMER THE RUN IS REPORTING                                *
073200*****************************************************************
073300 3100-CLOSE-SESSION.
073400     MOVE "N" TO CHS-IN-SESSION-SW
073500     IF CHS-SESS-EXCH = ZERO
073600         GO TO 3100-EXIT
073700     END-IF
073800     ADD 1 TO CHS-SESSIONS
073900     IF CHS-SESS-CUSTOMER = SPACES
074000         ADD 1 TO CHS-SESS-NO-CUSTOMER
074100         GO TO 3100-EXIT
074200     END-IF
074300     IF CHS-CUSTOMER-NO NOT = SPACES
074400        AND CHS-SESS-CUSTOMER NOT = CHS-CUSTOMER-NO
074500         GO TO 3100-EXIT
074600     END-IF
074700     MOVE SPACES             TO SWK-REC
074800     MOVE CHS-SESS-CUSTOMER  TO SWK-CUSTOMER-NO
074900     MOVE CHS-HOLD-DATE      TO SWK-DATE
075000     MOVE CHS-SESS-TIME      TO SWK-TIME
075100     MOVE CHS-HOLD-SESSION   TO SWK-SESSION-NO
075200     MOVE CHS-SESS-LANG      TO SWK-LANG-CODE
075300     MOVE CHS-SESS-EXCH      TO SWK-EXCH-CNT
075400     MOVE CHS-SESS-MISS      TO SWK-MISS-CNT
075500     MOVE CHS-SESS-FLAGGED   TO SWK-FLAG-CNT
075600     MOVE CHS-SESS-SEVERITY  TO SWK-SEVERITY
075700     MOVE CHS-SESS-RATING    TO SWK-RATING
075800     WRITE SWK-REC
075900     IF NOT CHS-SESSWK-OK
076000         DISPLAY "CUSTHIST: SESSWK WRITE ERROR, STATUS "
076100             CHS-SESSWK-STATUS
076200         GO TO 9999-ABORT-RUN
076300     END-IF.
076400 3100-EXIT.
076500     EXIT.
076600*****************************************************************
076700*  3200-ADD-EXCHANGE  -  COUNT ONE EXCHANGE INTO THE SESSION,   *
076800*  SKIPPING THE SECOND COPY OF AN EXCHANGE THAT IS ON BOTH      *
076900*  THE LIVE LOG AND THE RESTORE                                 *
077000*****************************************************************
077100 3200-ADD-EXCHANGE.
077200     IF CHS-SESS-EXCH > ZERO
077300        AND SES-TIME = CHS-LAST-TIME
077400        AND SES-SEQ = CHS-LAST-SEQ
077500         ADD 1 TO CHS-EXCH-DUPLICATE
077600         GO TO 3200-EXIT
077700     END-IF
077800     MOVE SES-TIME TO CHS-LAST-TIME
077900     MOVE SES-SEQ  TO CHS-LAST-SEQ
078000     ADD 1 TO CHS-SESS-EXCH
078100     IF CHS-SESS-EXCH = 1
078200         MOVE SES-TIME TO CHS-SESS-TIME
078300         MOVE SES-LANG TO CHS-SESS-LANG
078400     END-IF
078500     IF CHS-SESS-CUSTOMER = SPACES
078600         MOVE SES-CUSTOMER-NO TO CHS-SESS-CUSTOMER
078700     END-IF
078800     IF SES-UNMATCHED
078900         ADD 1 TO CHS-SESS-MISS
079000     END-IF
079100     IF NOT SES-FLAGGED
079200         GO TO 3200-EXIT
079300     END-IF
079400     ADD 1 TO CHS-SESS-FLAGGED
079500     EVALUATE TRUE
079600         WHEN SES-SEVERITY = "H"
079700             MOVE "H" TO CHS-SESS-SEVERITY
079800         WHEN SES-SEVERITY = "M"
079900          AND CHS-SESS-SEVERITY NOT = "H"
080000             MOVE "M" TO CHS-SESS-SEVERITY
080100         WHEN CHS-SESS-SEVERITY = SPACE
080200             MOVE "L" TO CHS-SESS-SEVERITY
080300     END-EVALUATE.
080400 3200-EXIT.
080500     EXIT.
080600*****************************************************************
080700*  4000-SELECT-HISTORY  -  SORT INPUT PROCEDURE: RELEASE THE    *
080800*  SESSION SUMMARIES, THE SELECTED CUSTOMERS' CASES AND EVERY   *
080900*  CASE HISTORY ENTRY OF THOSE CASES                            *
081000*****************************************************************
081100 4000-SELECT-HISTORY.
081200     OPEN INPUT SESSWK-FILE
081300     IF NOT CHS-SESSWK-OK
081400         DISPLAY "CUSTHIST: CANNOT REOPEN SESSWK, STATUS "
081500             CHS-SESSWK-STATUS
081600         GO TO 9999-ABORT-RUN
081700     END-IF.
081800
081900 4010-READ-SESSION.
082000     READ SESSWK-FILE
082100         AT END
082200             CLOSE SESSWK-FILE
082300             GO TO 4020-READ-CASE
082400     END-READ
082500     MOVE SPACES          TO HST-REC
082600     MOVE SWK-CUSTOMER-NO TO HST-CUSTOMER-NO
082700     MOVE SWK-DATE        TO HST-DATE
082800     MOVE SWK-TIME        TO HST-TIME
082900     MOVE "1"             TO HST-TYPE
083000     MOVE ZERO            TO HST-CASE-NO
083100     MOVE SWK-SESSION-NO  TO HST-SESSION-NO
083200     MOVE SWK-LANG-CODE   TO HST-LANG
083300     MOVE SWK-EXCH-CNT    TO HST-EXCH-CNT
083400     MOVE SWK-MISS-CNT    TO HST-MISS-CNT
083500     MOVE SWK-FLAG-CNT    TO HST-FLAG-CNT
083600     MOVE SWK-SEVERITY    TO HST-SEVERITY
083700     MOVE SWK-RATING      TO HST-RATING
083800     RELEASE HST-REC
083900     GO TO 4010-READ-SESSION.
084000
084100 4020-READ-CASE.
084200     READ CASEFILE-FILE INTO CASE-REC
084300         AT END
084400             GO TO 4030-READ-HISTORY
084500     END-READ
084600     IF NOT CHS-CASEFILE-OK
084700         DISPLAY "CUSTHIST: CASEFILE READ ERROR, STATUS "
084800             CHS-CASEFILE-STATUS
084900         GO TO 9999-ABORT-RUN
085000     END-IF
085100     PERFORM 4100-RELEASE-CASE THRU 4100-EXIT
085200     GO TO 4020-READ-CASE.
085300
085400 4030-READ-HISTORY.
085500     READ CASEHIST-FILE INTO CHIST-REC
085600         AT END
085700             GO TO 4999-EXIT
085800     END-READ
085900     IF NOT CHS-CASEHIST-OK
086000         DISPLAY "CUSTHIST: CASEHIST READ ERROR, STATUS "
086100             CHS-CASEHIST-STATUS
086200         GO TO 9999-ABORT-RUN
086300     END-IF
086400     PERFORM 4200-RELEASE-HISTORY THRU 4200-EXIT
086500     GO TO 4030-READ-HISTORY.
086600
086700 4999-EXIT.
086800     EXIT.
086900*****************************************************************
087000*  4100-RELEASE-CASE  -  A CASE CUT IN THE RANGE FOR A          *
087100*  SELECTED CUSTOMER, REMEMBERED FOR ITS HISTORY TRAIL          *
087200*****************************************************************
087300 4100-RELEASE-CASE.
087400     IF CASE-CUSTOMER-NO = SPACES
087500        OR CASE-DATE < CHS-FROM-DATE
087600        OR CASE-DATE > CHS-TO-DATE
087700         GO TO 4100-EXIT
087800     END-IF
087900     IF CHS-CUSTOMER-NO NOT = SPACES
088000        AND CASE-CUSTOMER-NO NOT = CHS-CUSTOMER-NO
088100         GO TO 4100-EXIT
088200     END-IF
088300     IF CASE-NUMBER NOT > CHS-PREV-CASE-NO
088400         DISPLAY "CUSTHIST: CASEFILE OUT OF SEQUENCE AT CASE "
088500             CASE-NUMBER
088600         GO TO 9999-ABORT-RUN
088700     END-IF
088800     IF CHS-CASE-COUNT = CHS-CASE-MAX
088900         DISPLAY "CUSTHIST: CASE TABLE OVERFLOW"
089000         GO TO 9999-ABORT-RUN
089100     END-IF
089200     MOVE CASE-NUMBER TO CHS-PREV-CASE-NO
089300     ADD 1 TO CHS-CASE-COUNT
089400     MOVE CASE-NUMBER      TO CHS-CT-CASE-NO (CHS-CASE-COUNT)
089500     MOVE CASE-CUSTOMER-NO TO CHS-CT-CUSTOMER-NO (CHS-CASE-COUNT)
089600     MOVE SPACES           TO HST-REC
089700     MOVE CASE-CUSTOMER-NO TO HST-CUSTOMER-NO
089800     MOVE CASE-DATE        TO HST-DATE
089900     MOVE CASE-TIME        TO HST-TIME
090000     MOVE "2"              TO HST-TYPE
090100     MOVE CASE-NUMBER      TO HST-CASE-NO
090200     MOVE CASE-SESSION-NO  TO HST-SESSION-NO
090300     MOVE CASE-LANG-CODE   TO HST-LANG
090400     MOVE ZERO             TO HST-EXCH-CNT
090500     MOVE ZERO             TO HST-MISS-CNT
090600     MOVE ZERO             TO HST-FLAG-CNT
090700     MOVE ZERO             TO HST-RATING
090800     MOVE CASE-STATUS      TO HST-STATUS
090900     MOVE CASE-ASSIGNED-TO TO HST-AGENT
091000     IF CASE-TICKET-REF NOT = SPACES
091100         MOVE "TICKET"        TO HST-TEXT (1:6)
091200         MOVE CASE-TICKET-REF TO HST-TEXT (8:12)
091300     END-IF
091400     RELEASE HST-REC.
091500 4100-EXIT.
091600     EXIT.
091700*****************************************************************
091800*  4200-RELEASE-HISTORY  -  A HISTORY ENTRY OF A SELECTED CASE  *
091900*****************************************************************
092000 4200-RELEASE-HISTORY.
092100     IF CHS-CASE-COUNT = ZERO
092200         GO TO 4200-EXIT
092300     END-IF
092400     MOVE "N" TO CHS-CASE-HIT-SW
092500     SEARCH ALL CHS-CT-ENTRY
092600         AT END
092700             CONTINUE
092800         WHEN CHS-CT-CASE-NO (CT-IDX) = CHIST-CASE-NO
092900             MOVE "Y" TO CHS-CASE-HIT-SW
093000     END-SEARCH
093100     IF NOT CHS-CASE-HIT
093200         GO TO 4200-EXIT
093300     END-IF
093400     MOVE SPACES            TO HST-REC
093500     MOVE CHS-CT-CUSTOMER-NO (CT-IDX) TO HST-CUSTOMER-NO
093600     MOVE CHIST-DATE        TO HST-DATE
093700     MOVE CHIST-TIME        TO HST-TIME
093800     MOVE "3"               TO HST-TYPE
093900     MOVE CHIST-CASE-NO     TO HST-CASE-NO
094000     MOVE ZERO              TO HST-SESSION-NO
094100     MOVE ZERO              TO HST-EXCH-CNT
094200     MOVE ZERO              TO HST-MISS-CNT
094300     MOVE ZERO              TO HST-FLAG-CNT
094400     MOVE ZERO              TO HST-RATING
094500     MOVE CHIST-NEW-STATUS  TO HST-STATUS
094600     MOVE CHIST-OPERATOR-ID TO HST-AGENT
094700     MOVE CHIST-ACTION      TO HST-ACTION
094800     MOVE CHIST-NOTE        TO HST-TEXT
094900     RELEASE HST-REC.
095000 4200-EXIT.
095100     EXIT.
095200*****************************************************************
095300*  5000-PRINT-HISTORY  -  SORT OUTPUT PROCEDURE: EACH           *
095400*  CUSTOMER'S CONTACTS IN ORDER, CHECKED FOR REPEAT CONTACT     *
095500*****************************************************************
095600 5000-PRINT-HISTORY.
095700     MOVE "N" TO CHS-IN-CUSTOMER-SW.
095800
095900 5010-RETURN-NEXT.
096000     RETURN HISTWORK-FILE
096100         AT END
096200             IF CHS-IN-CUSTOMER
096300                 PERFORM 5100-CLOSE-CUSTOMER THRU 5100-EXIT
096400             END-IF
096500             GO TO 5999-EXIT
096600     END-RETURN
096700     IF CHS-IN-CUSTOMER
096800        AND HST-CUSTOMER-NO NOT = CHS-HOLD-CUSTOMER
096900         PERFORM 5100-CLOSE-CUSTOMER THRU 5100-EXIT
097000     END-IF
097100     IF NOT CHS-IN-CUSTOMER
097200         PERFORM 5050-OPEN-CUSTOMER THRU 5050-EXIT
097300     END-IF
097400     EVALUATE TRUE
097500         WHEN HST-SESSION-EVT
097600             PERFORM 5200-PRINT-SESSION THRU 5200-EXIT
097700         WHEN HST-CASE-EVT
097800             PERFORM 5300-PRINT-CASE THRU 5300-EXIT
097900         WHEN HST-HISTORY-EVT
098000             PERFORM 5400-PRINT-CASE-HISTORY THRU 5400-EXIT
098100     END-EVALUATE
098200     GO TO 5010-RETURN-NEXT.
098300
098400 5999-EXIT.
098500     EXIT.
098600*****************************************************************
098700*  5050-OPEN-CUSTOMER  -  NAME AND STATUS FROM THE CUSTOMER     *
098800*  MASTER, AND THE CUSTOMER HEADING                             *
098900*****************************************************************
099000 5050-OPEN-CUSTOMER.
099100     MOVE "Y"             TO CHS-IN-CUSTOMER-SW
099200     MOVE HST-CUSTOMER-NO TO CHS-HOLD-CUSTOMER
099300     MOVE ZERO            TO CHS-CUST-SESSIONS
099400     MOVE ZERO            TO CHS-CUST-CASES
099500     MOVE ZERO            TO CHS-CUST-FLAGGED
099600     MOVE ZERO            TO CHS-CUST-RATED
099700     MOVE ZERO            TO CHS-CUST-RATING-SUM
099800     MOVE ZERO            TO CHS-CONTACTS
099900     MOVE ZERO            TO CHS-REPEAT-DATE
100000     MOVE "N"             TO CHS-REPEAT-SW
100100     ADD 1 TO CHS-CUSTOMERS
100200     MOVE HST-CUSTOMER-NO TO CUST-CUSTOMER-NO
100300     READ CUSTMAST-FILE
100400     EVALUATE TRUE
100500         WHEN CHS-CUSTMAST-OK
100600             MOVE CUST-NAME TO CHS-CUST-NAME
100700             IF CUST-ACTIVE
100800                 MOVE "ACTIVE"   TO CHS-CUST-STATUS-TEXT
100900                 MOVE "ACTIVE"   TO CHS-CUST-SHORT-STATUS
101000             ELSE
101100                 MOVE "INACTIVE" TO CHS-CUST-STATUS-TEXT
101200                 MOVE "INACTIVE" TO CHS-CUST-SHORT-STATUS
101300             END-IF
101400         WHEN CHS-CUSTMAST-NOTFND
101500             MOVE SPACES    TO CHS-CUST-NAME
101600             MOVE "NOT ON CUSTOMER MASTER"
101700                            TO CHS-CUST-STATUS-TEXT
101800             MOVE "UNKNOWN" TO CHS-CUST-SHORT-STATUS
101900         WHEN OTHER
102000             DISPLAY "CUSTHIST: CUSTMAST READ ERROR, STATUS "
102100                 CHS-CUSTMAST-STATUS
102200             GO TO 9999-ABORT-RUN
102300     END-EVALUATE
102400     MOVE CHS-HOLD-CUSTOMER    TO CUS-CUSTOMER
102500     MOVE CHS-CUST-NAME        TO CUS-NAME
102600     MOVE CHS-CUST-STATUS-TEXT TO CUS-STATUS
102700     WRITE HISTRPT-REC FROM CHS-CUSTOMER-LINE
102800         AFTER ADVANCING 3 LINES
102900     WRITE HISTRPT-REC FROM CHS-HEADING-2
103000         AFTER ADVANCING 2 LINES
103100     MOVE SPACES TO HISTRPT-REC
103200     WRITE HISTRPT-REC AFTER ADVANCING 1 LINE.
103300 5050-EXIT.
103400     EXIT.
103500*****************************************************************
103600*  5100-CLOSE-CUSTOMER  -  CUSTOMER TOTALS, AND THE REPEAT      *
103700*  CONTACT LISTING WHEN THE CUSTOMER QUALIFIES                  *
103800*****************************************************************
103900 5100-CLOSE-CUSTOMER.
104000     MOVE "N" TO CHS-IN-CUSTOMER-SW
104100     IF CHS-CUST-RATED > ZERO
104200         COMPUTE CHS-AVG-WORK ROUNDED =
104300             CHS-CUST-RATING-SUM / CHS-CUST-RATED
104400     ELSE
104500         MOVE ZERO TO CHS-AVG-WORK
104600     END-IF
104700     MOVE CHS-CUST-SESSIONS TO CTL-SESSIONS
104800     MOVE CHS-CUST-CASES    TO CTL-CASES
104900     MOVE CHS-CUST-FLAGGED  TO CTL-FLAGGED
105000     MOVE CHS-CUST-RATED    TO CTL-RATED
105100     MOVE CHS-AVG-WORK      TO CTL-AVG-RATING
105200     WRITE HISTRPT-REC FROM CHS-CUST-TOTAL-LINE
105300         AFTER ADVANCING 2 LINES
105400     IF NOT CHS-REPEAT-FOUND
105500        AND CHS-CUST-CASES < 2
105600         GO TO 5100-EXIT
105700     END-IF
105800     ADD 1 TO CHS-CUSTOMERS-LISTED
105900     MOVE CHS-HOLD-CUSTOMER     TO RPT-CUSTOMER
106000     MOVE CHS-CUST-NAME         TO RPT-NAME
106100     MOVE CHS-CUST-SHORT-STATUS TO RPT-STATUS
106200     MOVE CHS-CUST-SESSIONS     TO RPT-SESSIONS
106300     MOVE CHS-CUST-CASES        TO RPT-CASES
106400     MOVE CHS-REPEAT-DATE       TO RPT-REPEAT-DATE
106500     EVALUATE TRUE
106600         WHEN CHS-REPEAT-FOUND
106700          AND CHS-CUST-CASES > 1
106800             MOVE "REPEAT CONTACT, ESCALATED MORE THAN ONCE"
106900                                TO RPT-REASON
107000         WHEN CHS-REPEAT-FOUND
107100             MOVE "REPEAT CONTACT" TO RPT-REASON
107200         WHEN OTHER
107300             MOVE "ESCALATED MORE THAN ONCE" TO RPT-REASON
107400     END-EVALUATE
107500     WRITE REPTRPT-REC FROM RPT-DETAIL-LINE
107600         AFTER ADVANCING 1 LINE.
107700 5100-EXIT.
107800     EXIT.
107900*****************************************************************
108000*  5200-PRINT-SESSION  -  ONE SESSION SUMMARY LINE              *
108100*****************************************************************
108200 5200-PRINT-SESSION.
108300     ADD 1 TO CHS-SESS-REPORTED
108400     ADD 1 TO CHS-CUST-SESSIONS
108500     ADD HST-FLAG-CNT TO CHS-CUST-FLAGGED
108600     MOVE SPACES          TO CHS-DETAIL-LINE
108700     MOVE HST-DATE        TO DTL-DATE
108800     MOVE HST-TIME        TO DTL-TIME
108900     MOVE "SESSION"       TO DTL-EVENT
109000     MOVE HST-SESSION-NO  TO DTL-REF
109100     MOVE HST-LANG        TO DTL-LANG
109200     MOVE HST-EXCH-CNT    TO CHS-COUNT-EDIT
109300     MOVE CHS-COUNT-EDIT  TO DTL-EXCH
109400     MOVE HST-MISS-CNT    TO CHS-COUNT-EDIT
109500     MOVE CHS-COUNT-EDIT  TO DTL-MISS
109600     IF HST-FLAG-CNT > ZERO
109700         MOVE HST-FLAG-CNT TO CHS-FLAG-EDIT
109800         MOVE CHS-FLAG-EDIT TO DTL-FLAGGED
109900         MOVE HST-SEVERITY TO DTL-SEVERITY
110000     END-IF
110100     IF HST-RATING > ZERO
110200         MOVE HST-RATING   TO DTL-RATING
110300         ADD 1 TO CHS-CUST-RATED
110400         ADD HST-RATING TO CHS-CUST-RATING-SUM
110500     END-IF
110600     WRITE HISTRPT-REC FROM CHS-DETAIL-LINE
110700         AFTER ADVANCING 1 LINE
110800     PERFORM 5250-CHECK-REPEAT THRU 5250-EXIT.
110900 5200-EXIT.
111000     EXIT.
111100*****************************************************************
111200*  5250-CHECK-REPEAT  -  THE CUSTOMER QUALIFIES ONCE THE        *
111300*  SESSIONS FROM THE ONE SO MANY BACK UP TO THIS ONE FALL       *
111400*  WITHIN THE REPEAT WINDOW                                     *
111500*****************************************************************
111600 5250-CHECK-REPEAT.
111700     ADD 1 TO CHS-CONTACTS
111800     MOVE HST-DATE TO CHS-CNV-DATE
111900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
112000     COMPUTE CHS-RING-WORK = CHS-CONTACTS - 1
112100     DIVIDE CHS-RING-WORK BY CHS-REPEAT-CONTACTS
112200         GIVING CHS-RING-WORK
112300         REMAINDER CHS-RING-SUB
112400     ADD 1 TO CHS-RING-SUB
112500     MOVE CHS-CNV-SERIAL TO CHS-RING-SERIAL (CHS-RING-SUB)
112600     IF CHS-REPEAT-FOUND
112700        OR CHS-CONTACTS < CHS-REPEAT-CONTACTS
112800         GO TO 5250-EXIT
112900     END-IF
113000*    THE SLOT AFTER THIS SESSION'S HOLDS THE OLDEST SESSION
113100*    OF THE WINDOW
113200     DIVIDE CHS-CONTACTS BY CHS-REPEAT-CONTACTS
113300         GIVING CHS-RING-WORK
113400         REMAINDER CHS-RING-SUB
113500     ADD 1 TO CHS-RING-SUB
113600     IF CHS-CNV-SERIAL - CHS-RING-SERIAL (CHS-RING-SUB)
113700        < CHS-REPEAT-DAYS
113800         MOVE "Y"      TO CHS-REPEAT-SW
113900         MOVE HST-DATE TO CHS-REPEAT-DATE
114000     END-IF.
114100 5250-EXIT.
114200     EXIT.
114300*****************************************************************
114400*  5300-PRINT-CASE  -  THE CASE AS IT STANDS TODAY              *
114500*****************************************************************
114600 5300-PRINT-CASE.
114700     ADD 1 TO CHS-CASES-REPORTED
114800     ADD 1 TO CHS-CUST-CASES
114900     MOVE SPACES          TO CHS-DETAIL-LINE
115000     MOVE HST-DATE        TO DTL-DATE
115100     MOVE HST-TIME        TO DTL-TIME
115200     MOVE "CASE CUT"      TO DTL-EVENT
115300     MOVE HST-CASE-NO     TO DTL-REF
115400     MOVE HST-LANG        TO DTL-LANG
115500     MOVE HST-STATUS      TO DTL-STATUS
115600     MOVE HST-AGENT       TO DTL-AGENT
115700     MOVE HST-TEXT        TO DTL-TEXT
115800     WRITE HISTRPT-REC FROM CHS-DETAIL-LINE
115900         AFTER ADVANCING 1 LINE.
116000 5300-EXIT.
116100     EXIT.
116200*****************************************************************
116300*  5400-PRINT-CASE-HISTORY  -  ONE ENTRY OF A CASE'S TRAIL      *
116400*****************************************************************
116500 5400-PRINT-CASE-HISTORY.
116600     ADD 1 TO CHS-HISTORY-REPORTED
116700     MOVE SPACES          TO CHS-DETAIL-LINE
116800     MOVE HST-DATE        TO DTL-DATE
116900     MOVE HST-TIME        TO DTL-TIME
117000     EVALUATE TRUE
117100         WHEN HST-ACT-ASSIGN
117200             MOVE "  ASSIGNED" TO DTL-EVENT
117300         WHEN HST-ACT-NOTE
117400             MOVE "  NOTE"     TO DTL-EVENT
117500         WHEN HST-ACT-CLOSE
117600             MOVE "  CLOSED"   TO DTL-EVENT
117700         WHEN OTHER
117800             MOVE "  HISTORY"  TO DTL-EVENT
117900     END-EVALUATE
118000     MOVE HST-CASE-NO     TO DTL-REF
118100     MOVE HST-STATUS      TO DTL-STATUS
118200     MOVE HST-AGENT       TO DTL-AGENT
118300     MOVE HST-TEXT        TO DTL-TEXT
118400     WRITE HISTRPT-REC FROM CHS-DETAIL-LINE
118500         AFTER ADVANCING 1 LINE.
118600 5400-EXIT.
118700     EXIT.
118800*****************************************************************
118900*  8000-DATE-TO-SERIAL  -  CHS-CNV-DATE (YYYYMMDD) TO A DAY     *
119000*  NUMBER IN CHS-CNV-SERIAL FOR DATE ARITHMETIC                 *
119100*****************************************************************
119200 8000-DATE-TO-SERIAL.
119300     MOVE CHS-CNV-YYYY TO CHS-CNV-YEAR
119400     MOVE CHS-CNV-MM   TO CHS-CNV-MONTH
119500     MOVE CHS-CNV-DD   TO CHS-CNV-DAY
119600     IF CHS-CNV-MONTH < 3
119700         SUBTRACT 1 FROM CHS-CNV-YEAR
119800         ADD 12 TO CHS-CNV-MONTH
119900     END-IF
120000     COMPUTE CHS-CNV-SERIAL = 365 * CHS-CNV-YEAR
120100     DIVIDE CHS-CNV-YEAR BY 4
120200         GIVING CHS-CNV-WORK1
120300     ADD CHS-CNV-WORK1 TO CHS-CNV-SERIAL
120400     DIVIDE CHS-CNV-YEAR BY 100
120500         GIVING CHS-CNV-WORK1
120600     SUBTRACT CHS-CNV-WORK1 FROM CHS-CNV-SERIAL
120700     DIVIDE CHS-CNV-YEAR BY 400
120800         GIVING CHS-CNV-WORK1
120900     ADD CHS-CNV-WORK1 TO CHS-CNV-SERIAL
121000     COMPUTE CHS-CNV-WORK2 = 153 * CHS-CNV-MONTH + 8
121100     DIVIDE CHS-CNV-WORK2 BY 5
121200         GIVING CHS-CNV-WORK1
121300     ADD CHS-CNV-WORK1  TO CHS-CNV-SERIAL
121400     ADD CHS-CNV-DAY    TO CHS-CNV-SERIAL.
121500 8000-EXIT.
121600     EXIT.
121700*****************************************************************
121800*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
121900*****************************************************************
122000 9000-TERMINATE.
122100     IF CHS-CUSTOMERS = ZERO
122200         WRITE HISTRPT-REC FROM CHS-NONE-LINE
122300             AFTER ADVANCING 2 LINES
122400     END-IF
122500     IF CHS-CUSTOMERS-LISTED = ZERO
122600         WRITE REPTRPT-REC FROM CHS-NONE-LINE
122700             AFTER ADVANCING 1 LINE
122800     END-IF
122900     MOVE SPACES TO HISTRPT-REC
123000     WRITE HISTRPT-REC AFTER ADVANCING 2 LINES
123100     MOVE "EXCHANGES IN RANGE"        TO TOT-LABEL
123200     MOVE CHS-EXCH-SELECTED           TO TOT-VALUE
123300     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
123400         AFTER ADVANCING 1 LINE
123500     MOVE "DUPLICATES FROM RESTORE"   TO TOT-LABEL
123600     MOVE CHS-EXCH-DUPLICATE          TO TOT-VALUE
123700     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
123800         AFTER ADVANCING 1 LINE
123900     MOVE "SESSIONS IN RANGE"         TO TOT-LABEL
124000     MOVE CHS-SESSIONS                TO TOT-VALUE
124100     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
124200         AFTER ADVANCING 1 LINE
124300     MOVE "SESSIONS WITHOUT CUSTOMER" TO TOT-LABEL
124400     MOVE CHS-SESS-NO-CUSTOMER        TO TOT-VALUE
124500     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
124600         AFTER ADVANCING 1 LINE
124700     MOVE "SURVEY RATINGS IN RANGE"   TO TOT-LABEL
124800     MOVE CHS-SURVEYS-SELECTED        TO TOT-VALUE
124900     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
125000         AFTER ADVANCING 1 LINE
125100     MOVE "CUSTOMERS REPORTED"        TO TOT-LABEL
125200     MOVE CHS-CUSTOMERS               TO TOT-VALUE
125300     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
125400         AFTER ADVANCING 1 LINE
125500     MOVE "SESSIONS REPORTED"         TO TOT-LABEL
125600     MOVE CHS-SESS-REPORTED           TO TOT-VALUE
125700     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
125800         AFTER ADVANCING 1 LINE
125900     MOVE "CASES REPORTED"            TO TOT-LABEL
126000     MOVE CHS-CASES-REPORTED          TO TOT-VALUE
126100     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
126200         AFTER ADVANCING 1 LINE
126300     MOVE "CASE HISTORY ENTRIES"      TO TOT-LABEL
126400     MOVE CHS-HISTORY-REPORTED        TO TOT-VALUE
126500     WRITE HISTRPT-REC FROM CHS-TOTAL-LINE
126600         AFTER ADVANCING 1 LINE
126700     MOVE SPACES TO REPTRPT-REC
126800     WRITE REPTRPT-REC AFTER ADVANCING 2 LINES
126900     MOVE "CUSTOMERS WITH CONTACT"    TO TOT-LABEL
127000     MOVE CHS-CUSTOMERS               TO TOT-VALUE
127100     WRITE REPTRPT-REC FROM CHS-TOTAL-LINE
127200         AFTER ADVANCING 1 LINE
127300     MOVE "CUSTOMERS LISTED"          TO TOT-LABEL
127400     MOVE CHS-CUSTOMERS-LISTED        TO TOT-VALUE
127500     WRITE REPTRPT-REC FROM CHS-TOTAL-LINE
127600         AFTER ADVANCING 1 LINE
127700     CLOSE EXCHLOG-FILE
127800           RESTEXCH-FILE
127900           SURVEY-FILE
128000           CASEFILE-FILE
128100           CASEHIST-FILE
128200           CUSTMAST-FILE
128300           HISTRPT-FILE
128400           REPTRPT-FILE
128500     DISPLAY "CUSTHIST: " CHS-CUSTOMERS " CUSTOMERS REPORTED, "
128600         CHS-CUSTOMERS-LISTED " REPEAT CONTACTS".
128700 9000-EXIT.
128800     EXIT.
128900*****************************************************************
129000*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
129100*****************************************************************
129200 9999-ABORT-RUN.
129300     DISPLAY "CUSTHIST: RUN TERMINATED"
129400     MOVE 16 TO RETURN-CODE
129500     STOP RUN.
