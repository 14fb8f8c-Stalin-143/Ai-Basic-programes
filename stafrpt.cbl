000100*****************************************************************
000200*  STAFRPT  -  WEEKLY INTRADAY VOLUME AND STAFFING PROFILE      *
000300*                                                               *
000400*  PROFILES THE WORKLOAD REACHING THE BOT AND THE HELP DESK BY  *
000500*  HOUR OF DAY AND DAY OF WEEK OVER THE DATE RANGE IN STAFPRM   *
000600*  (NORMALLY THE PAST WEEK, AT MOST 35 DAYS), SO THAT HELP-DESK *
000700*  SHIFTS CAN BE SET FOR WHEN THE WORK ACTUALLY ARRIVES.        *
000800*                                                               *
000900*  SECTION 1 - FOR EACH LANGUAGE, ONE PAGE PER MEASURE:         *
001000*      EXCHANGES, DISTINCT SESSIONS, MISSED EXCHANGES, FLAGGED  *
001100*      EXCHANGES (ANY WATCH-WORD SEVERITY) AND NEW ESCALATION   *
001200*      CASES, AS A GRID OF HOUR (00-23) BY WEEKDAY.  EACH CELL  *
001300*      SHOWS THE AVERAGE PER OCCURRENCE OF THAT WEEKDAY IN THE  *
001400*      RANGE AND THE PEAK FOR ANY ONE DATE.  THE EXCHANGE LOG   *
001500*      (EXCHLOG) AND CASE FILE (CASEFILE) ARE SORTED TOGETHER   *
001600*      INTO LANGUAGE, DATE, HOUR AND SESSION ORDER; A SESSION   *
001700*      COUNTS ONCE IN EACH HOUR IT WAS ACTIVE.                  *
001800*                                                               *
001900*  SECTION 2 - FOR EACH HOUR OF DAY, THE CASES OPENED (CASE     *
002000*      FILE) AGAINST THE CASES CLOSED (CASE HISTORY, CASEHIST), *
002100*      AND THE OPEN-CASE BACKLOG AT THE END OF THE HOUR,        *
002200*      AVERAGED OVER THE DAYS OF THE RANGE AND AT ITS PEAK.     *
002300*      THE BACKLOG STARTS FROM THE CASES OPENED BEFORE THE      *
002400*      RANGE AND STILL OPEN AT ITS START.                       *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    STAFRPT.
002800 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002900 INSTALLATION.  HEAD OFFICE DATA CENTRE.
003000 DATE-WRITTEN.  OCTOBER 2026.
003100 DATE-COMPILED.
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  --------------------                                         *
003500*  2026-10-15  MEP  INITIAL VERSION                             *
003530*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS; READ IN     *
003560*                   CASE NUMBER ORDER                           *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-ENTERPRISE.
004000 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EXCHLOG-FILE  ASSIGN TO EXCHLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS STF-EXCHLOG-STATUS.
004600     SELECT CASEFILE-FILE ASSIGN TO CASEFILE
004620         ORGANIZATION IS INDEXED
004640         ACCESS MODE  IS SEQUENTIAL
004660         RECORD KEY   IS CASEFILE-CASE-NO
004680         ALTERNATE RECORD KEY IS CASEFILE-CUSTOMER-NO
004700             WITH DUPLICATES
004720         ALTERNATE RECORD KEY IS CASEFILE-TICKET-REF
004740             WITH DUPLICATES
004800         FILE STATUS  IS STF-CASEFILE-STATUS.
004900     SELECT OPTIONAL CASEHIST-FILE ASSIGN TO CASEHIST
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS STF-CASEHIST-STATUS.
005200     SELECT STAFPRM-FILE  ASSIGN TO STAFPRM
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS STF-STAFPRM-STATUS.
005500     SELECT STAFRPT-FILE  ASSIGN TO STAFRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS  IS STF-STAFRPT-STATUS.
005800     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  EXCHLOG-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 280 CHARACTERS.
006400 01  EXCHLOG-REC                 PIC X(280).
006500 FD  CASEFILE-FILE
006530     RECORD CONTAINS 750 CHARACTERS.
006560*    KEY FIELDS ONLY - FULL LAYOUT IN CASEREC
006590 01  CASEFILE-REC.
006620     05  CASEFILE-CASE-NO        PIC 9(08).
006650     05  FILLER                  PIC X(631).
006680     05  CASEFILE-CUSTOMER-NO    PIC X(08).
006710     05  FILLER                  PIC X(72).
006740     05  CASEFILE-TICKET-REF     PIC X(12).
006770     05  FILLER                  PIC X(19).
006900 FD  CASEHIST-FILE
007000     RECORDING MODE IS F
007100     RECORD CONTAINS 100 CHARACTERS.
007200 01  CASEHIST-REC                PIC X(100).
007300 FD  STAFPRM-FILE
007400     RECORDING MODE IS F
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  STAFPRM-REC.
007700     05  SPARM-FROM-DATE         PIC 9(08).
007800     05  SPARM-TO-DATE           PIC 9(08).
007900     05  FILLER                  PIC X(64).
008000 FD  STAFRPT-FILE
008100     RECORDING MODE IS F
008200     RECORD CONTAINS 132 CHARACTERS.
008300 01  STAFRPT-REC                 PIC X(132).
008400*****************************************************************
008500*  VOLUME SORT.  TYPE 1 = EXCHANGE, 2 = CASE CUT.  THE CASE     *
008600*  SORTS AFTER THE EXCHANGES OF ITS OWN SESSION SO A SESSION'S  *
008700*  EXCHANGES STAY TOGETHER WITHIN THE HOUR.                     *
008800*****************************************************************
008900 SD  SORTWORK-FILE
009000     RECORD CONTAINS 30 CHARACTERS.
009100 01  VOL-REC.
009200     05  VOL-LANG                PIC X(02).
009300     05  VOL-DATE                PIC 9(08).
009400     05  VOL-HOUR                PIC 9(02).
009500     05  VOL-SESSION             PIC 9(06).
009600     05  VOL-TYPE                PIC X(01).
009700         88  VOL-EXCHANGE            VALUE "1".
009800         88  VOL-CASE                VALUE "2".
009900     05  VOL-MATCH-FLAG          PIC X(01).
010000         88  VOL-UNMATCHED           VALUE "U".
010100     05  VOL-SEVERITY            PIC X(01).
010200         88  VOL-FLAGGED             VALUE "L" "M" "H".
010300     05  FILLER                  PIC X(09).
010400 WORKING-STORAGE SECTION.
010500 77  STF-EXCHLOG-STATUS          PIC X(02) VALUE SPACES.
010600     88  STF-EXCHLOG-OK              VALUE "00".
010700     88  STF-EXCHLOG-EOF             VALUE "10".
010800 77  STF-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
010900     88  STF-CASEFILE-OK             VALUE "00".
011000     88  STF-CASEFILE-EOF            VALUE "10".
011100 77  STF-CASEHIST-STATUS         PIC X(02) VALUE SPACES.
011200     88  STF-CASEHIST-OK             VALUE "00".
011300     88  STF-CASEHIST-OPEN-OK        VALUE "00" "05".
011400     88  STF-CASEHIST-EOF            VALUE "10".
011500 77  STF-STAFPRM-STATUS          PIC X(02) VALUE SPACES.
011600     88  STF-STAFPRM-OK              VALUE "00".
011700 77  STF-STAFRPT-STATUS          PIC X(02) VALUE SPACES.
011800     88  STF-STAFRPT-OK              VALUE "00".
011900 77  STF-FROM-DATE               PIC 9(08) VALUE ZERO.
012000 77  STF-TO-DATE                 PIC 9(08) VALUE ZERO.
012100 77  STF-FROM-SERIAL             PIC 9(07) COMP VALUE ZERO.
012200 77  STF-TO-SERIAL               PIC 9(07) COMP VALUE ZERO.
012300 77  STF-PERIOD-DAYS             PIC 9(03) COMP VALUE ZERO.
012400 77  STF-PERIOD-MAX              PIC 9(03) COMP VALUE 35.
012500 77  STF-EXCH-READ               PIC 9(07) COMP VALUE ZERO.
012600 77  STF-EXCH-PERIOD             PIC 9(07) COMP VALUE ZERO.
012700 77  STF-CASES-READ              PIC 9(07) COMP VALUE ZERO.
012800 77  STF-CASES-OPENED            PIC 9(07) COMP VALUE ZERO.
012900 77  STF-CHIST-READ              PIC 9(07) COMP VALUE ZERO.
013000 77  STF-CASES-CLOSED            PIC 9(07) COMP VALUE ZERO.
013100 77  STF-BAD-TIME                PIC 9(07) COMP VALUE ZERO.
013200 77  STF-LANG-COUNT              PIC 9(02) COMP VALUE ZERO.
013300 77  STF-LANG-MAX                PIC 9(02) COMP VALUE 10.
013400 77  STF-LANG-SUB                PIC 9(02) COMP VALUE ZERO.
013500 77  STF-LANG-HIT                PIC 9(02) COMP VALUE ZERO.
013600 77  STF-DOW-SUB                 PIC 9(01) COMP VALUE ZERO.
013700 77  STF-HOUR-SUB                PIC 9(02) COMP VALUE ZERO.
013800 77  STF-MET-SUB                 PIC 9(01) COMP VALUE ZERO.
013900 77  STF-DAY-SUB                 PIC 9(03) COMP VALUE ZERO.
014000 77  STF-HOLD-LANG               PIC X(02) VALUE SPACES.
014100 77  STF-HOLD-DATE               PIC 9(08) VALUE ZERO.
014200 77  STF-HOLD-HOUR               PIC 9(02) VALUE ZERO.
014300 77  STF-HOLD-SESSION            PIC 9(06) VALUE ZERO.
014400 77  STF-HOLD-DOW                PIC 9(01) COMP VALUE ZERO.
014500 77  STF-AVG-WORK                PIC 9(05)V9(01) VALUE ZERO.
014600*    BACKLOG WALK - SIGNED IN CASE THE HISTORY CLOSES A CASE
014700*    THE CASE FILE DID NOT SHOW AS OPEN
014800 77  STF-OPEN-BACKLOG            PIC S9(07) COMP VALUE ZERO.
014900 77  STF-BACKLOG                 PIC S9(07) COMP VALUE ZERO.
015000 77  STF-NET-WORK                PIC S9(07) COMP VALUE ZERO.
015100 77  STF-BLG-AVG-WORK            PIC S9(07)V9(01) VALUE ZERO.
015200*    WORK FIELDS FOR THE SERIAL-DAY CONVERSION
015300 77  STF-CNV-SERIAL              PIC 9(07) COMP VALUE ZERO.
015400 77  STF-CNV-YEAR                PIC 9(04) COMP VALUE ZERO.
015500 77  STF-CNV-MONTH               PIC 9(02) COMP VALUE ZERO.
015600 77  STF-CNV-DAY                 PIC 9(02) COMP VALUE ZERO.
015700 77  STF-CNV-WORK1               PIC 9(07) COMP VALUE ZERO.
015800 77  STF-CNV-WORK2               PIC 9(07) COMP VALUE ZERO.
015900 01  STF-CNV-DATE                PIC 9(08) VALUE ZERO.
016000 01  STF-CNV-DATE-SPLIT REDEFINES STF-CNV-DATE.
016100     05  STF-CNV-YYYY            PIC 9(04).
016200     05  STF-CNV-MM              PIC 9(02).
016300     05  STF-CNV-DD              PIC 9(02).
016400 01  STF-TIME-WORK               PIC 9(06) VALUE ZERO.
016500 01  STF-TIME-SPLIT REDEFINES STF-TIME-WORK.
016600     05  STF-TIME-HH             PIC 9(02).
016700     05  STF-TIME-MMSS           PIC 9(04).
016800 01  STF-SWITCHES.
016900     05  STF-IN-BUCKET-SW        PIC X(01) VALUE "N".
017000         88  STF-IN-BUCKET           VALUE "Y".
017100     05  STF-BKT-EXCH-SW         PIC X(01) VALUE "N".
017200         88  STF-BKT-HAS-EXCH        VALUE "Y".
017300     05  STF-TIME-OK-SW          PIC X(01) VALUE "N".
017400         88  STF-TIME-OK             VALUE "Y".
017500*****************************************************************
017600*  MEASURES, IN THE ORDER THEY ARE COUNTED AND PRINTED          *
017700*****************************************************************
017800 01  STF-METRIC-NAMES.
017900     05  FILLER                  PIC X(20)
018000         VALUE "EXCHANGES".
018100     05  FILLER                  PIC X(20)
018200         VALUE "DISTINCT SESSIONS".
018300     05  FILLER                  PIC X(20)
018400         VALUE "MISSED EXCHANGES".
018500     05  FILLER                  PIC X(20)
018600         VALUE "FLAGGED EXCHANGES".
018700     05  FILLER                  PIC X(20)
018800         VALUE "NEW ESCALATION CASES".
018900 01  STF-METRIC-TABLE REDEFINES STF-METRIC-NAMES.
019000     05  STF-METRIC-NAME         PIC X(20)
019100                                 OCCURS 5 TIMES.
019200*    COUNTS FOR THE LANGUAGE/DATE/HOUR BUCKET BEING BUILT
019300 01  STF-BUCKET.
019400     05  STF-BKT-COUNT           PIC 9(05) COMP
019500                                 OCCURS 5 TIMES.
019600*    NUMBER OF TIMES EACH WEEKDAY (1 = MONDAY) FALLS IN THE
019700*    RANGE - THE DIVISOR FOR THE AVERAGES
019800 01  STF-DOW-TABLE.
019900     05  STF-DOW-DAYS            PIC 9(02) COMP
020000                                 OCCURS 7 TIMES
020100                                 VALUE ZERO.
020200*****************************************************************
020300*  PROFILE ACCUMULATORS: LANGUAGE BY WEEKDAY BY HOUR BY         *
020400*  MEASURE, THE TOTAL OVER THE RANGE AND THE BUSIEST DATE       *
020500*****************************************************************
020600 01  STF-LANG-TABLE.
020700     05  STF-LANG-ENTRY  OCCURS 10 TIMES.
020800         10  STF-LANG-CODE       PIC X(02).
020900         10  STF-LANG-DOW    OCCURS 7 TIMES.
021000             15  STF-LANG-HOUR   OCCURS 24 TIMES.
021100                 20  STF-CELL    OCCURS 5 TIMES.
021200                     25  STF-CELL-SUM    PIC 9(07) COMP.
021300                     25  STF-CELL-PEAK   PIC 9(05) COMP.
021400*****************************************************************
021500*  CASES OPENED AND CLOSED BY DAY OF THE RANGE AND HOUR, AND    *
021600*  THE PER-HOUR RESULTS OF THE BACKLOG WALK                     *
021700*****************************************************************
021800 01  STF-DAY-TABLE.
021900     05  STF-DAY-ENTRY   OCCURS 35 TIMES.
022000         10  STF-DAY-HOUR    OCCURS 24 TIMES.
022100             15  STF-DH-OPENED   PIC 9(05) COMP VALUE ZERO.
022200             15  STF-DH-CLOSED   PIC 9(05) COMP VALUE ZERO.
022300 01  STF-HOUR-TABLE.
022400     05  STF-HR-ENTRY    OCCURS 24 TIMES.
022500         10  STF-HR-OPENED       PIC 9(07) COMP VALUE ZERO.
022600         10  STF-HR-CLOSED       PIC 9(07) COMP VALUE ZERO.
022700         10  STF-HR-BLG-SUM      PIC S9(09) COMP VALUE ZERO.
022800         10  STF-HR-BLG-PEAK     PIC S9(07) COMP VALUE ZERO.
022900 01  STF-ALL-HOURS.
023000     05  STF-ALL-OPENED          PIC 9(07) COMP VALUE ZERO.
023100     05  STF-ALL-CLOSED          PIC 9(07) COMP VALUE ZERO.
023200     COPY EXCHREC.
023300     COPY CASEREC.
023400     COPY CASEHREC.
023500 01  STF-HEADING-1.
023600     05  FILLER                  PIC X(50)
023700         VALUE "STAFRPT  INTRADAY VOLUME AND STAFFING PROFILE".
023800     05  HDG-FROM-DATE           PIC 9(08).
023900     05  FILLER                  PIC X(03) VALUE " - ".
024000     05  HDG-TO-DATE             PIC 9(08).
024100     05  FILLER                  PIC X(63) VALUE SPACES.
024200 01  STF-SECTION-LINE.
024300     05  SEC-TITLE               PIC X(60).
024400     05  FILLER                  PIC X(72) VALUE SPACES.
024500 01  STF-MEASURE-LINE.
024600     05  FILLER                  PIC X(09) VALUE "LANGUAGE ".
024700     05  MSR-LANG                PIC X(02).
024800     05  FILLER                  PIC X(05) VALUE "  -  ".
024900     05  MSR-METRIC              PIC X(20).
025000     05  FILLER                  PIC X(96) VALUE SPACES.
025100 01  STF-PROFILE-HEAD.
025200     05  FILLER                  PIC X(08) VALUE "HOUR".
025300     05  FILLER                  PIC X(16)
025400         VALUE "MON AVG  PEAK".
025500     05  FILLER                  PIC X(16)
025600         VALUE "TUE AVG  PEAK".
025700     05  FILLER                  PIC X(16)
025800         VALUE "WED AVG  PEAK".
025900     05  FILLER                  PIC X(16)
026000         VALUE "THU AVG  PEAK".
026100     05  FILLER                  PIC X(16)
026200         VALUE "FRI AVG  PEAK".
026300     05  FILLER                  PIC X(16)
026400         VALUE "SAT AVG  PEAK".
026500     05  FILLER                  PIC X(16)
026600         VALUE "SUN AVG  PEAK".
026700     05  FILLER                  PIC X(12) VALUE SPACES.
026800 01  STF-DAYS-LINE.
026900     05  DYS-LABEL               PIC X(08).
027000     05  DYS-ENTRY       OCCURS 7 TIMES.
027100         10  DYS-COUNT           PIC ZZZZZZ9.
027200         10  FILLER              PIC X(09).
027300     05  FILLER                  PIC X(12).
027400 01  STF-PROFILE-LINE.
027500     05  PRF-HOUR                PIC 9(02).
027600     05  PRF-MINUTES             PIC X(03).
027700     05  FILLER                  PIC X(03).
027800     05  PRF-DAY         OCCURS 7 TIMES.
027900         10  PRF-AVG             PIC ZZZZ9.9.
028000         10  FILLER              PIC X(01).
028100         10  PRF-PEAK            PIC ZZZZ9.
028200         10  FILLER              PIC X(03).
028300     05  FILLER                  PIC X(12).
028400 01  STF-BACKLOG-HEAD.
028500     05  FILLER                  PIC X(08) VALUE "HOUR".
028600     05  FILLER                  PIC X(10) VALUE "    OPENED".
028700     05  FILLER                  PIC X(10) VALUE "    CLOSED".
028800     05  FILLER                  PIC X(11) VALUE "        NET".
028900     05  FILLER                  PIC X(13) VALUE "  AVG BACKLOG".
029000     05  FILLER                  PIC X(13) VALUE " PEAK BACKLOG".
029100     05  FILLER                  PIC X(67) VALUE SPACES.
029200 01  STF-BACKLOG-LINE.
029300     05  BLG-LABEL               PIC X(08).
029400     05  FILLER                  PIC X(03) VALUE SPACES.
029500     05  BLG-OPENED              PIC ZZZ,ZZ9.
029600     05  FILLER                  PIC X(03) VALUE SPACES.
029700     05  BLG-CLOSED              PIC ZZZ,ZZ9.
029800     05  FILLER                  PIC X(03) VALUE SPACES.
029900     05  BLG-NET                 PIC -ZZZ,ZZ9.
030000     05  FILLER                  PIC X(03) VALUE SPACES.
030100     05  BLG-AVG                 PIC -ZZZ,ZZ9.9.
030200     05  FILLER                  PIC X(05) VALUE SPACES.
030300     05  BLG-PEAK                PIC -ZZZ,ZZ9.
030400     05  FILLER                  PIC X(67) VALUE SPACES.
030500 01  STF-HOUR-LABEL.
030600     05  HRL-HOUR                PIC 9(02).
030700     05  FILLER                  PIC X(06) VALUE ":00".
030800 01  STF-NONE-LINE.
030900     05  FILLER                  PIC X(05) VALUE SPACES.
031000     05  FILLER                  PIC X(127) VALUE "(NONE)".
031100 01  STF-TOTAL-LINE.
031200     05  TOT-LABEL               PIC X(30).
031300     05  TOT-VALUE               PIC -Z,ZZZ,ZZ9.
031400     05  FILLER                  PIC X(92) VALUE SPACES.
031500 PROCEDURE DIVISION.
031600*****************************************************************
031700*  0000-MAINLINE  -  BUCKET THE RANGE, WALK THE BACKLOG AND     *
031800*  PRINT BOTH SECTIONS                                          *
031900*****************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032200     SORT SORTWORK-FILE
032300         ON ASCENDING KEY VOL-LANG
032400                          VOL-DATE
032500                          VOL-HOUR
032600                          VOL-SESSION
032700                          VOL-TYPE
032800         INPUT PROCEDURE  IS 2000-SELECT-EVENTS THRU 2999-EXIT
032900         OUTPUT PROCEDURE IS 3000-TALLY-BUCKETS
033000                             THRU 3999-EXIT
033100     IF SORT-RETURN NOT = ZERO
033200         DISPLAY "STAFRPT: VOLUME SORT FAILED, CODE "
033300             SORT-RETURN
033400         GO TO 9999-ABORT-RUN
033500     END-IF
033600     PERFORM 4000-READ-CASE-HISTORY THRU 4000-EXIT
033700         UNTIL STF-CASEHIST-EOF
033800     PERFORM 5000-PRINT-PROFILE THRU 5000-EXIT
033900     PERFORM 6000-PRINT-BACKLOG THRU 6000-EXIT
034000     PERFORM 9000-TERMINATE THRU 9000-EXIT
034100     STOP RUN.
034200*****************************************************************
034300*  1000-INITIALIZE  -  DATE RANGE, WEEKDAY DIVISORS AND FILES   *
034400*****************************************************************
034500 1000-INITIALIZE.
034600     OPEN INPUT STAFPRM-FILE
034700     IF NOT STF-STAFPRM-OK
034800         DISPLAY "STAFRPT: CANNOT OPEN STAFPRM, STATUS "
034900             STF-STAFPRM-STATUS
035000         GO TO 9999-ABORT-RUN
035100     END-IF
035200     READ STAFPRM-FILE
035300         AT END
035400             DISPLAY "STAFRPT: PARAMETER RECORD MISSING"
035500             GO TO 9999-ABORT-RUN
035600     END-READ
035700     IF SPARM-FROM-DATE NOT NUMERIC
035800      OR SPARM-TO-DATE NOT NUMERIC
035900      OR SPARM-FROM-DATE > SPARM-TO-DATE
036000         DISPLAY "STAFRPT: INVALID DATE RANGE"
036100         GO TO 9999-ABORT-RUN
036200     END-IF
036300     MOVE SPARM-FROM-DATE TO STF-FROM-DATE
036400     MOVE SPARM-TO-DATE   TO STF-TO-DATE
036500     CLOSE STAFPRM-FILE
036600     MOVE STF-FROM-DATE TO STF-CNV-DATE
036700     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
036800     MOVE STF-CNV-SERIAL TO STF-FROM-SERIAL
036900     MOVE STF-TO-DATE TO STF-CNV-DATE
037000     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
037100     MOVE STF-CNV-SERIAL TO STF-TO-SERIAL
037200     IF STF-TO-SERIAL - STF-FROM-SERIAL NOT < STF-PERIOD-MAX
037300         DISPLAY "STAFRPT: DATE RANGE LONGER THAN 35 DAYS"
037400         GO TO 9999-ABORT-RUN
037500     END-IF
037600     COMPUTE STF-PERIOD-DAYS =
037700         STF-TO-SERIAL - STF-FROM-SERIAL + 1
037800     PERFORM 1100-COUNT-ONE-DAY THRU 1100-EXIT
037900         VARYING STF-DAY-SUB FROM 1 BY 1
038000         UNTIL STF-DAY-SUB > STF-PERIOD-DAYS
038100     OPEN INPUT  EXCHLOG-FILE
038200                 CASEFILE-FILE
038300                 CASEHIST-FILE
038400          OUTPUT STAFRPT-FILE
038500     IF NOT STF-EXCHLOG-OK
038600         DISPLAY "STAFRPT: CANNOT OPEN EXCHLOG, STATUS "
038700             STF-EXCHLOG-STATUS
038800         GO TO 9999-ABORT-RUN
038900     END-IF
039000     IF NOT STF-CASEFILE-OK
039100         DISPLAY "STAFRPT: CANNOT OPEN CASEFILE, STATUS "
039200             STF-CASEFILE-STATUS
039300         GO TO 9999-ABORT-RUN
039400     END-IF
039500     IF NOT STF-CASEHIST-OPEN-OK
039600         DISPLAY "STAFRPT: CANNOT OPEN CASEHIST, STATUS "
039700             STF-CASEHIST-STATUS
039800         GO TO 9999-ABORT-RUN
039900     END-IF
040000     IF NOT STF-STAFRPT-OK
040100         DISPLAY "STAFRPT: CANNOT OPEN REPORT FILE, STATUS "
040200             STF-STAFRPT-STATUS
040300         GO TO 9999-ABORT-RUN
040400     END-IF
040500     MOVE STF-FROM-DATE TO HDG-FROM-DATE
040600     MOVE STF-TO-DATE   TO HDG-TO-DATE.
040700 1000-EXIT.
040800     EXIT.
040900
041000 1100-COUNT-ONE-DAY.
041100     COMPUTE STF-CNV-SERIAL = STF-FROM-SERIAL + STF-DAY-SUB - 1
041200     PERFORM 8100-SERIAL-TO-WEEKDAY THRU 8100-EXIT
041300     ADD 1 TO STF-DOW-DAYS (STF-DOW-SUB).
041400 1100-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  2000-SELECT-EVENTS  -  SORT INPUT PROCEDURE: RELEASE THE     *
041800*  RANGE'S EXCHANGES AND CASES.  CASES OPENED BEFORE THE RANGE  *
041900*  AND STILL OPEN AT ITS START MAKE UP THE OPENING BACKLOG.     *
042000*****************************************************************
042100 2000-SELECT-EVENTS.
042200     CONTINUE.
042300
042400 2010-READ-EXCHANGE.
042500     READ EXCHLOG-FILE INTO EXCH-REC
042600         AT END
042700             GO TO 2020-READ-CASE
042800     END-READ
042900     IF NOT STF-EXCHLOG-OK
043000         DISPLAY "STAFRPT: EXCHLOG READ ERROR, STATUS "
043100             STF-EXCHLOG-STATUS
043200         GO TO 9999-ABORT-RUN
043300     END-IF
043400     ADD 1 TO STF-EXCH-READ
043500     IF EXCH-DATE < STF-FROM-DATE
043600      OR EXCH-DATE > STF-TO-DATE
043700         GO TO 2010-READ-EXCHANGE
043800     END-IF
043900     MOVE EXCH-TIME TO STF-TIME-WORK
044000     PERFORM 8200-CHECK-TIME THRU 8200-EXIT
044100     IF NOT STF-TIME-OK
044200         GO TO 2010-READ-EXCHANGE
044300     END-IF
044400     MOVE SPACES           TO VOL-REC
044500     MOVE EXCH-LANG-CODE   TO VOL-LANG
044600     MOVE EXCH-DATE        TO VOL-DATE
044700     MOVE STF-TIME-HH      TO VOL-HOUR
044800     MOVE EXCH-SESSION-NO  TO VOL-SESSION
044900     MOVE "1"              TO VOL-TYPE
045000     MOVE EXCH-MATCH-FLAG  TO VOL-MATCH-FLAG
045100     MOVE EXCH-SEVERITY-CODE TO VOL-SEVERITY
045200     RELEASE VOL-REC
045300     ADD 1 TO STF-EXCH-PERIOD
045400     GO TO 2010-READ-EXCHANGE.
045500
045600 2020-READ-CASE.
045700     READ CASEFILE-FILE INTO CASE-REC
045800         AT END
045900             GO TO 2999-EXIT
046000     END-READ
046100     IF NOT STF-CASEFILE-OK
046200         DISPLAY "STAFRPT: CASEFILE READ ERROR, STATUS "
046300             STF-CASEFILE-STATUS
046400         GO TO 9999-ABORT-RUN
046500     END-IF
046600     ADD 1 TO STF-CASES-READ
046700     IF CASE-DATE < STF-FROM-DATE
046800         IF CASE-OPEN
046900          OR CASE-CLOSE-DATE NOT < STF-FROM-DATE
047000             ADD 1 TO STF-OPEN-BACKLOG
047100         END-IF
047200         GO TO 2020-READ-CASE
047300     END-IF
047400     IF CASE-DATE > STF-TO-DATE
047500         GO TO 2020-READ-CASE
047600     END-IF
047700     MOVE CASE-TIME TO STF-TIME-WORK
047800     PERFORM 8200-CHECK-TIME THRU 8200-EXIT
047900     IF NOT STF-TIME-OK
048000         GO TO 2020-READ-CASE
048100     END-IF
048200     MOVE SPACES           TO VOL-REC
048300     MOVE CASE-LANG-CODE   TO VOL-LANG
048400     MOVE CASE-DATE        TO VOL-DATE
048500     MOVE STF-TIME-HH      TO VOL-HOUR
048600     MOVE CASE-SESSION-NO  TO VOL-SESSION
048700     MOVE "2"              TO VOL-TYPE
048800     RELEASE VOL-REC
048900     ADD 1 TO STF-CASES-OPENED
049000     MOVE CASE-DATE TO STF-CNV-DATE
049100     PERFORM 8300-RANGE-DAY-AND-HOUR THRU 8300-EXIT
049200     ADD 1 TO STF-DH-OPENED (STF-DAY-SUB STF-HOUR-SUB)
049300     GO TO 2020-READ-CASE.
049400
049500 2999-EXIT.
049600     EXIT.
049700*****************************************************************
049800*  3000-TALLY-BUCKETS  -  SORT OUTPUT PROCEDURE: COUNT EACH     *
049900*  LANGUAGE/DATE/HOUR BUCKET AND ROLL IT INTO THE PROFILE       *
050000*****************************************************************
050100 3000-TALLY-BUCKETS.
050200     MOVE "N" TO STF-IN-BUCKET-SW.
050300
050400 3010-RETURN-NEXT.
050500     RETURN SORTWORK-FILE
050600         AT END
050700             IF STF-IN-BUCKET
050800                 PERFORM 3100-CLOSE-BUCKET THRU 3100-EXIT
050900             END-IF
051000             GO TO 3999-EXIT
051100     END-RETURN
051200     IF STF-IN-BUCKET
051300        AND (VOL-LANG NOT = STF-HOLD-LANG
051400             OR VOL-DATE NOT = STF-HOLD-DATE
051500             OR VOL-HOUR NOT = STF-HOLD-HOUR)
051600         PERFORM 3100-CLOSE-BUCKET THRU 3100-EXIT
051700     END-IF
051800     IF NOT STF-IN-BUCKET
051900         PERFORM 3200-OPEN-BUCKET THRU 3200-EXIT
052000     END-IF
052100     IF VOL-CASE
052200         ADD 1 TO STF-BKT-COUNT (5)
052300         GO TO 3010-RETURN-NEXT
052400     END-IF
052500     ADD 1 TO STF-BKT-COUNT (1)
052600     IF NOT STF-BKT-HAS-EXCH
052700      OR VOL-SESSION NOT = STF-HOLD-SESSION
052800         ADD 1 TO STF-BKT-COUNT (2)
052900         MOVE VOL-SESSION TO STF-HOLD-SESSION
053000         MOVE "Y" TO STF-BKT-EXCH-SW
053100     END-IF
053200     IF VOL-UNMATCHED
053300         ADD 1 TO STF-BKT-COUNT (3)
053400     END-IF
053500     IF VOL-FLAGGED
053600         ADD 1 TO STF-BKT-COUNT (4)
053700     END-IF
053800     GO TO 3010-RETURN-NEXT.
053900
054000 3999-EXIT.
054100     EXIT.
054200*****************************************************************
054300*  3100-CLOSE-BUCKET  -  ADD THE BUCKET TO ITS WEEKDAY/HOUR     *
054400*  CELL AND RAISE THE CELL PEAK WHERE THIS DATE IS BUSIER       *
054500*****************************************************************
054600 3100-CLOSE-BUCKET.
054700     PERFORM 3110-ROLL-ONE-MEASURE THRU 3110-EXIT
054800         VARYING STF-MET-SUB FROM 1 BY 1
054900         UNTIL STF-MET-SUB > 5
055000     MOVE "N" TO STF-IN-BUCKET-SW.
055100 3100-EXIT.
055200     EXIT.
055300
055400 3110-ROLL-ONE-MEASURE.
055500     ADD STF-BKT-COUNT (STF-MET-SUB) TO STF-CELL-SUM
055600         (STF-LANG-HIT STF-HOLD-DOW STF-HOUR-SUB STF-MET-SUB)
055700     IF STF-BKT-COUNT (STF-MET-SUB) > STF-CELL-PEAK
055800         (STF-LANG-HIT STF-HOLD-DOW STF-HOUR-SUB STF-MET-SUB)
055900         MOVE STF-BKT-COUNT (STF-MET-SUB) TO STF-CELL-PEAK
056000         (STF-LANG-HIT STF-HOLD-DOW STF-HOUR-SUB STF-MET-SUB)
056100     END-IF.
056200 3110-EXIT.
056300     EXIT.
056400*****************************************************************
056500*  3200-OPEN-BUCKET  -  START COUNTING A NEW BUCKET             *
056600*****************************************************************
056700 3200-OPEN-BUCKET.
056800     MOVE "Y"      TO STF-IN-BUCKET-SW
056900     MOVE "N"      TO STF-BKT-EXCH-SW
057000     MOVE VOL-LANG TO STF-HOLD-LANG
057100     MOVE VOL-DATE TO STF-HOLD-DATE
057200     MOVE VOL-HOUR TO STF-HOLD-HOUR
057300     MOVE ZERO     TO STF-HOLD-SESSION
057400     MOVE ZERO     TO STF-BKT-COUNT (1)
057500     MOVE ZERO     TO STF-BKT-COUNT (2)
057600     MOVE ZERO     TO STF-BKT-COUNT (3)
057700     MOVE ZERO     TO STF-BKT-COUNT (4)
057800     MOVE ZERO     TO STF-BKT-COUNT (5)
057900     MOVE VOL-DATE TO STF-CNV-DATE
058000     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
058100     PERFORM 8100-SERIAL-TO-WEEKDAY THRU 8100-EXIT
058200     MOVE STF-DOW-SUB TO STF-HOLD-DOW
058300     COMPUTE STF-HOUR-SUB = VOL-HOUR + 1
058400     PERFORM 3300-FIND-LANGUAGE-ROW THRU 3300-EXIT.
058500 3200-EXIT.
058600     EXIT.
058700*****************************************************************
058800*  3300-FIND-LANGUAGE-ROW  -  LOCATE OR OPEN THE ACCUMULATOR    *
058900*  ROW FOR THE BUCKET'S LANGUAGE                                *
059000*****************************************************************
059100 3300-FIND-LANGUAGE-ROW.
059200     MOVE ZERO TO STF-LANG-HIT
059300     PERFORM 3310-TEST-ONE-ROW THRU 3310-EXIT
059400         VARYING STF-LANG-SUB FROM 1 BY 1
059500         UNTIL STF-LANG-SUB > STF-LANG-COUNT
059600            OR STF-LANG-HIT > ZERO
059700     IF STF-LANG-HIT > ZERO
059800         GO TO 3300-EXIT
059900     END-IF
060000     IF STF-LANG-COUNT = STF-LANG-MAX
060100         DISPLAY "STAFRPT: LANGUAGE TABLE OVERFLOW"
060200         GO TO 9999-ABORT-RUN
060300     END-IF
060400     ADD 1 TO STF-LANG-COUNT
060500     MOVE STF-LANG-COUNT TO STF-LANG-HIT
060600     INITIALIZE STF-LANG-ENTRY (STF-LANG-HIT)
060700     MOVE VOL-LANG TO STF-LANG-CODE (STF-LANG-HIT).
060800 3300-EXIT.
060900     EXIT.
061000
061100 3310-TEST-ONE-ROW.
061200     IF STF-LANG-CODE (STF-LANG-SUB) = VOL-LANG
061300         MOVE STF-LANG-SUB TO STF-LANG-HIT
061400     END-IF.
061500 3310-EXIT.
061600     EXIT.
061700*****************************************************************
061800*  4000-READ-CASE-HISTORY  -  COUNT THE CLOSES IN THE RANGE BY  *
061900*  DAY AND HOUR                                                 *
062000*****************************************************************
062100 4000-READ-CASE-HISTORY.
062200     READ CASEHIST-FILE INTO CHIST-REC
062300         AT END
062400             GO TO 4000-EXIT
062500     END-READ
062600     IF NOT STF-CASEHIST-OK
062700         DISPLAY "STAFRPT: CASEHIST READ ERROR, STATUS "
062800             STF-CASEHIST-STATUS
062900         GO TO 9999-ABORT-RUN
063000     END-IF
063100     ADD 1 TO STF-CHIST-READ
063200     IF CHIST-ACTION NOT = "C"
063300      OR CHIST-DATE < STF-FROM-DATE
063400      OR CHIST-DATE > STF-TO-DATE
063500         GO TO 4000-EXIT
063600     END-IF
063700     MOVE CHIST-TIME TO STF-TIME-WORK
063800     PERFORM 8200-CHECK-TIME THRU 8200-EXIT
063900     IF NOT STF-TIME-OK
064000         GO TO 4000-EXIT
064100     END-IF
064200     ADD 1 TO STF-CASES-CLOSED
064300     MOVE CHIST-DATE TO STF-CNV-DATE
064400     PERFORM 8300-RANGE-DAY-AND-HOUR THRU 8300-EXIT
064500     ADD 1 TO STF-DH-CLOSED (STF-DAY-SUB STF-HOUR-SUB).
064600 4000-EXIT.
064700     EXIT.
064800*****************************************************************
064900*  5000-PRINT-PROFILE  -  SECTION 1, ONE PAGE PER LANGUAGE AND  *
065000*  MEASURE                                                      *
065100*****************************************************************
065200 5000-PRINT-PROFILE.
065300     IF STF-LANG-COUNT = ZERO
065400         WRITE STAFRPT-REC FROM STF-HEADING-1
065500             AFTER ADVANCING PAGE
065600         MOVE "VOLUME BY HOUR AND WEEKDAY" TO SEC-TITLE
065700         WRITE STAFRPT-REC FROM STF-SECTION-LINE
065800             AFTER ADVANCING 2 LINES
065900         WRITE STAFRPT-REC FROM STF-NONE-LINE
066000             AFTER ADVANCING 2 LINES
066100         GO TO 5000-EXIT
066200     END-IF
066300     PERFORM 5100-PRINT-LANGUAGE THRU 5100-EXIT
066400         VARYING STF-LANG-SUB FROM 1 BY 1
066500         UNTIL STF-LANG-SUB > STF-LANG-COUNT.
066600 5000-EXIT.
066700     EXIT.
066800
066900 5100-PRINT-LANGUAGE.
067000     PERFORM 5200-PRINT-MEASURE THRU 5200-EXIT
067100         VARYING STF-MET-SUB FROM 1 BY 1
067200         UNTIL STF-MET-SUB > 5.
067300 5100-EXIT.
067400     EXIT.
067500*****************************************************************
067600*  5200-PRINT-MEASURE  -  HOUR-BY-WEEKDAY GRID FOR ONE MEASURE  *
067700*****************************************************************
067800 5200-PRINT-MEASURE.
067900     WRITE STAFRPT-REC FROM STF-HEADING-1
068000         AFTER ADVANCING PAGE
068100     MOVE STF-LANG-CODE (STF-LANG-SUB)  TO MSR-LANG
068200     MOVE STF-METRIC-NAME (STF-MET-SUB) TO MSR-METRIC
068300     WRITE STAFRPT-REC FROM STF-MEASURE-LINE
068400         AFTER ADVANCING 2 LINES
068500     WRITE STAFRPT-REC FROM STF-PROFILE-HEAD
068600         AFTER ADVANCING 2 LINES
068700     MOVE SPACES TO STF-DAYS-LINE
068800     MOVE "DAYS"  TO DYS-LABEL
068900     PERFORM 5210-FILL-DAYS-ENTRY THRU 5210-EXIT
069000         VARYING STF-DOW-SUB FROM 1 BY 1
069100         UNTIL STF-DOW-SUB > 7
069200     WRITE STAFRPT-REC FROM STF-DAYS-LINE
069300         AFTER ADVANCING 1 LINE
069400     MOVE SPACES TO STAFRPT-REC
069500     WRITE STAFRPT-REC AFTER ADVANCING 1 LINE
069600     PERFORM 5300-PRINT-HOUR-ROW THRU 5300-EXIT
069700         VARYING STF-HOUR-SUB FROM 1 BY 1
069800         UNTIL STF-HOUR-SUB > 24.
069900 5200-EXIT.
070000     EXIT.
070100
070200 5210-FILL-DAYS-ENTRY.
070300     MOVE STF-DOW-DAYS (STF-DOW-SUB) TO DYS-COUNT (STF-DOW-SUB).
070400 5210-EXIT.
070500     EXIT.
070600*****************************************************************
070700*  5300-PRINT-HOUR-ROW  -  AVERAGE AND PEAK FOR EACH WEEKDAY    *
070800*****************************************************************
070900 5300-PRINT-HOUR-ROW.
071000     MOVE SPACES TO STF-PROFILE-LINE
071100     COMPUTE PRF-HOUR = STF-HOUR-SUB - 1
071200     MOVE ":00" TO PRF-MINUTES
071300     PERFORM 5310-FILL-ONE-CELL THRU 5310-EXIT
071400         VARYING STF-DOW-SUB FROM 1 BY 1
071500         UNTIL STF-DOW-SUB > 7
071600     WRITE STAFRPT-REC FROM STF-PROFILE-LINE
071700         AFTER ADVANCING 1 LINE.
071800 5300-EXIT.
071900     EXIT.
072000
072100 5310-FILL-ONE-CELL.
072200     IF STF-DOW-DAYS (STF-DOW-SUB) > ZERO
072300         COMPUTE STF-AVG-WORK ROUNDED =
072400             STF-CELL-SUM (STF-LANG-SUB STF-DOW-SUB
072500                           STF-HOUR-SUB STF-MET-SUB)
072600             / STF-DOW-DAYS (STF-DOW-SUB)
072700     ELSE
072800         MOVE ZERO TO STF-AVG-WORK
072900     END-IF
073000     MOVE STF-AVG-WORK TO PRF-AVG (STF-DOW-SUB)
073100     MOVE STF-CELL-PEAK (STF-LANG-SUB STF-DOW-SUB
073200                         STF-HOUR-SUB STF-MET-SUB)
073300         TO PRF-PEAK (STF-DOW-SUB).
073400 5310-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  6000-PRINT-BACKLOG  -  SECTION 2: WALK THE RANGE HOUR BY     *
073800*  HOUR CARRYING THE BACKLOG, THEN PRINT THE HOURLY PROFILE     *
073900*****************************************************************
074000 6000-PRINT-BACKLOG.
074100     MOVE STF-OPEN-BACKLOG TO STF-BACKLOG
074200     PERFORM 6100-WALK-ONE-DAY THRU 6100-EXIT
074300         VARYING STF-DAY-SUB FROM 1 BY 1
074400         UNTIL STF-DAY-SUB > STF-PERIOD-DAYS
074500     WRITE STAFRPT-REC FROM STF-HEADING-1
074600         AFTER ADVANCING PAGE
074700     MOVE "CASES OPENED AND CLOSED BY HOUR, ALL LANGUAGES"
074800         TO SEC-TITLE
074900     WRITE STAFRPT-REC FROM STF-SECTION-LINE
075000         AFTER ADVANCING 2 LINES
075100     MOVE "BACKLOG AT START OF RANGE" TO TOT-LABEL
075200     MOVE STF-OPEN-BACKLOG            TO TOT-VALUE
075300     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
075400         AFTER ADVANCING 2 LINES
075500     WRITE STAFRPT-REC FROM STF-BACKLOG-HEAD
075600         AFTER ADVANCING 2 LINES
075700     MOVE SPACES TO STAFRPT-REC
075800     WRITE STAFRPT-REC AFTER ADVANCING 1 LINE
075900     PERFORM 6200-PRINT-BACKLOG-HOUR THRU 6200-EXIT
076000         VARYING STF-HOUR-SUB FROM 1 BY 1
076100         UNTIL STF-HOUR-SUB > 24
076200     MOVE SPACES         TO STF-BACKLOG-LINE
076300     MOVE "ALL"          TO BLG-LABEL
076400     MOVE STF-ALL-OPENED TO BLG-OPENED
076500     MOVE STF-ALL-CLOSED TO BLG-CLOSED
076600     COMPUTE STF-NET-WORK = STF-ALL-OPENED - STF-ALL-CLOSED
076700     MOVE STF-NET-WORK   TO BLG-NET
076800     WRITE STAFRPT-REC FROM STF-BACKLOG-LINE
076900         AFTER ADVANCING 2 LINES
077000     MOVE "BACKLOG AT END OF RANGE" TO TOT-LABEL
077100     MOVE STF-BACKLOG               TO TOT-VALUE
077200     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
077300         AFTER ADVANCING 2 LINES.
077400 6000-EXIT.
077500     EXIT.
077600
077700 6100-WALK-ONE-DAY.
077800     PERFORM 6110-WALK-ONE-HOUR THRU 6110-EXIT
077900         VARYING STF-HOUR-SUB FROM 1 BY 1
078000         UNTIL STF-HOUR-SUB > 24.
078100 6100-EXIT.
078200     EXIT.
078300
078400 6110-WALK-ONE-HOUR.
078500     ADD STF-DH-OPENED (STF-DAY-SUB STF-HOUR-SUB)
078600         TO STF-BACKLOG
078700     SUBTRACT STF-DH-CLOSED (STF-DAY-SUB STF-HOUR-SUB)
078800         FROM STF-BACKLOG
078900     ADD STF-DH-OPENED (STF-DAY-SUB STF-HOUR-SUB)
079000         TO STF-HR-OPENED (STF-HOUR-SUB)
079100     ADD STF-DH-CLOSED (STF-DAY-SUB STF-HOUR-SUB)
079200         TO STF-HR-CLOSED (STF-HOUR-SUB)
079300     ADD STF-BACKLOG TO STF-HR-BLG-SUM (STF-HOUR-SUB)
079400     IF STF-DAY-SUB = 1
079500      OR STF-BACKLOG > STF-HR-BLG-PEAK (STF-HOUR-SUB)
079600         MOVE STF-BACKLOG TO STF-HR-BLG-PEAK (STF-HOUR-SUB)
079700     END-IF.
079800 6110-EXIT.
079900     EXIT.
080000
080100 6200-PRINT-BACKLOG-HOUR.
080200     COMPUTE HRL-HOUR = STF-HOUR-SUB - 1
080300     MOVE STF-HOUR-LABEL TO BLG-LABEL
080400     MOVE STF-HR-OPENED (STF-HOUR-SUB) TO BLG-OPENED
080500     MOVE STF-HR-CLOSED (STF-HOUR-SUB) TO BLG-CLOSED
080600     COMPUTE STF-NET-WORK = STF-HR-OPENED (STF-HOUR-SUB)
080700                          - STF-HR-CLOSED (STF-HOUR-SUB)
080800     MOVE STF-NET-WORK TO BLG-NET
080900     COMPUTE STF-BLG-AVG-WORK ROUNDED =
081000         STF-HR-BLG-SUM (STF-HOUR-SUB) / STF-PERIOD-DAYS
081100     MOVE STF-BLG-AVG-WORK TO BLG-AVG
081200     MOVE STF-HR-BLG-PEAK (STF-HOUR-SUB) TO BLG-PEAK
081300     ADD STF-HR-OPENED (STF-HOUR-SUB) TO STF-ALL-OPENED
081400     ADD STF-HR-CLOSED (STF-HOUR-SUB) TO STF-ALL-CLOSED
081500     WRITE STAFRPT-REC FROM STF-BACKLOG-LINE
081600         AFTER ADVANCING 1 LINE.
081700 6200-EXIT.
081800     EXIT.
081900*****************************************************************
082000*  8000-DATE-TO-SERIAL  -  STF-CNV-DATE (YYYYMMDD) TO A DAY     *
082100*  NUMBER IN STF-CNV-SERIAL FOR DATE ARITHMETIC                 *
082200*****************************************************************
082300 8000-DATE-TO-SERIAL.
082400     MOVE STF-CNV-YYYY TO STF-CNV-YEAR
082500     MOVE STF-CNV-MM   TO STF-CNV-MONTH
082600     MOVE STF-CNV-DD   TO STF-CNV-DAY
082700     IF STF-CNV-MONTH < 3
082800         SUBTRACT 1 FROM STF-CNV-YEAR
082900         ADD 12 TO STF-CNV-MONTH
083000     END-IF
083100     COMPUTE STF-CNV-SERIAL = 365 * STF-CNV-YEAR
083200     DIVIDE STF-CNV-YEAR BY 4
083300         GIVING STF-CNV-WORK1
083400     ADD STF-CNV-WORK1 TO STF-CNV-SERIAL
083500     DIVIDE STF-CNV-YEAR BY 100
083600         GIVING STF-CNV-WORK1
083700     SUBTRACT STF-CNV-WORK1 FROM STF-CNV-SERIAL
083800     DIVIDE STF-CNV-YEAR BY 400
083900         GIVING STF-CNV-WORK1
084000     ADD STF-CNV-WORK1 TO STF-CNV-SERIAL
084100     COMPUTE STF-CNV-WORK2 = 153 * STF-CNV-MONTH + 8
084200     DIVIDE STF-CNV-WORK2 BY 5
084300         GIVING STF-CNV-WORK1
084400     ADD STF-CNV-WORK1  TO STF-CNV-SERIAL
084500     ADD STF-CNV-DAY    TO STF-CNV-SERIAL.
084600 8000-EXIT.
084700     EXIT.
084800*****************************************************************
084900*  8100-SERIAL-TO-WEEKDAY  -  STF-CNV-SERIAL TO STF-DOW-SUB,    *
085000*  1 = MONDAY THROUGH 7 = SUNDAY.  THE SERIAL DAY NUMBER LEAVES *
085100*  REMAINDER 0 ON A SUNDAY WHEN DIVIDED BY 7.                   *
085200*****************************************************************
085300 8100-SERIAL-TO-WEEKDAY.
085400     DIVIDE STF-CNV-SERIAL BY 7
085500         GIVING STF-CNV-WORK1
085600         REMAINDER STF-DOW-SUB
085700     IF STF-DOW-SUB = ZERO
085800         MOVE 7 TO STF-DOW-SUB
085900     END-IF.
086000 8100-EXIT.
086100     EXIT.
086200*****************************************************************
086300*  8200-CHECK-TIME  -  STF-TIME-WORK MUST HOLD A VALID HHMMSS   *
086400*****************************************************************
086500 8200-CHECK-TIME.
086600     MOVE "Y" TO STF-TIME-OK-SW
086700     IF STF-TIME-WORK NOT NUMERIC
086800      OR STF-TIME-HH > 23
086900         MOVE "N" TO STF-TIME-OK-SW
087000         ADD 1 TO STF-BAD-TIME
087100     END-IF.
087200 8200-EXIT.
087300     EXIT.
087400*****************************************************************
087500*  8300-RANGE-DAY-AND-HOUR  -  STF-CNV-DATE AND STF-TIME-WORK   *
087600*  TO THE DAY OF THE RANGE AND HOUR SUBSCRIPTS                  *
087700*****************************************************************
087800 8300-RANGE-DAY-AND-HOUR.
087900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
088000     COMPUTE STF-DAY-SUB = STF-CNV-SERIAL - STF-FROM-SERIAL + 1
088100     COMPUTE STF-HOUR-SUB = STF-TIME-HH + 1.
088200 8300-EXIT.
088300     EXIT.
088400*****************************************************************
088500*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
088600*****************************************************************
088700 9000-TERMINATE.
088800     MOVE SPACES TO STAFRPT-REC
088900     WRITE STAFRPT-REC AFTER ADVANCING 2 LINES
089000     MOVE "EXCHANGE RECORDS READ"   TO TOT-LABEL
089100     MOVE STF-EXCH-READ             TO TOT-VALUE
089200     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
089300         AFTER ADVANCING 1 LINE
089400     MOVE "EXCHANGES IN RANGE"      TO TOT-LABEL
089500     MOVE STF-EXCH-PERIOD           TO TOT-VALUE
089600     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
089700         AFTER ADVANCING 1 LINE
089800     MOVE "CASE RECORDS READ"       TO TOT-LABEL
089900     MOVE STF-CASES-READ            TO TOT-VALUE
090000     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
090100         AFTER ADVANCING 1 LINE
090200     MOVE "CASES OPENED IN RANGE"   TO TOT-LABEL
090300     MOVE STF-CASES-OPENED          TO TOT-VALUE
090400     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
090500         AFTER ADVANCING 1 LINE
090600     MOVE "CASE HISTORY RECORDS READ" TO TOT-LABEL
090700     MOVE STF-CHIST-READ            TO TOT-VALUE
090800     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
090900         AFTER ADVANCING 1 LINE
091000     MOVE "CASES CLOSED IN RANGE"   TO TOT-LABEL
091100     MOVE STF-CASES-CLOSED          TO TOT-VALUE
091200     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
091300         AFTER ADVANCING 1 LINE
091400     MOVE "RECORDS WITH INVALID TIME" TO TOT-LABEL
091500     MOVE STF-BAD-TIME              TO TOT-VALUE
091600     WRITE STAFRPT-REC FROM STF-TOTAL-LINE
091700         AFTER ADVANCING 1 LINE
091800     CLOSE EXCHLOG-FILE
091900           CASEFILE-FILE
092000           CASEHIST-FILE
092100           STAFRPT-FILE
092200     DISPLAY "STAFRPT: " STF-EXCH-PERIOD
092300         " EXCHANGES PROFILED FOR " STF-FROM-DATE
092400         " - " STF-TO-DATE.
092500 9000-EXIT.
092600     EXIT.
092700*****************************************************************
092800*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
092900*****************************************************************
093000 9999-ABORT-RUN.
093100     DISPLAY "STAFRPT: RUN TERMINATED"
093200     MOVE 16 TO RETURN-CODE
093300     STOP RUN.
