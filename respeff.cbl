000100*****************************************************************
000200*  RESPEFF  -  MONTHLY RESPONSE EFFECTIVENESS REPORT            *
000300*                                                               *
000400*  MEASURES HOW WELL EACH RESPONSE TABLE ENTRY (RESPTBL,        *
000500*  KEYWORD PLUS LANGUAGE) SERVED THE SESSIONS THAT GOT IT IN    *
000600*  THE REPORT MONTH (EFFPRM, DEFAULTING TO THE RUN DATE         *
000700*  MONTH).  THE MONTH'S EXCHANGES (EXCHLOG), ESCALATION CASES   *
000800*  (CASEFILE) AND SURVEY RATINGS (SURVEY) ARE SORTED TOGETHER   *
000900*  INTO SESSION AND TIME ORDER.  FOR EACH ENTRY THE RUN COUNTS: *
001000*      HITS        - EXCHANGES MATCHED TO THE ENTRY             *
001100*      NEXT MISS   - HITS WHOSE VERY NEXT EXCHANGE IN THE SAME  *
001200*                    SESSION WAS A MISS                         *
001300*      ESCALATED   - HITS AFTER WHICH THE SESSION WENT ON TO    *
001400*                    CUT A CASE                                 *
001500*      RATED/AVG   - SESSIONS USING THE ENTRY THAT LEFT A       *
001600*                    SURVEY RATING, AND THEIR AVERAGE RATING    *
001700*                                                               *
001800*  THE REPORT (EFFRPT) RANKS THE ENTRIES WITH HITS BY NEXT      *
001900*  MISS RATE, THEN ESCALATION RATE, THEN HITS, SO THE CONTENT   *
002000*  TEAM CAN PICK THE RESPONSES TO REWRITE OR RETIRE THROUGH     *
002100*  RESPMNT.  ENTRIES WITH NO HITS IN THE MONTH, AND ENTRIES     *
002200*  WHOSE EFFECTIVE WINDOW CLOSED BEFORE THE RUN DATE, ARE       *
002300*  LISTED IN SECTIONS OF THEIR OWN.                             *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    RESPEFF.
002700 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002800 INSTALLATION.  HEAD OFFICE DATA CENTRE.
002900 DATE-WRITTEN.  OCTOBER 2026.
003000 DATE-COMPILED.
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  --------------------                                         *
003400*  2026-10-15  MEP  INITIAL VERSION                             *
003430*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS; READ IN     *
003460*                   CASE NUMBER ORDER                           *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-ENTERPRISE.
003900 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EXCHLOG-FILE  ASSIGN TO EXCHLOG
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS  IS KWE-EXCHLOG-STATUS.
004500     SELECT CASEFILE-FILE ASSIGN TO CASEFILE
004520         ORGANIZATION IS INDEXED
004540         ACCESS MODE  IS SEQUENTIAL
004560         RECORD KEY   IS CASEFILE-CASE-NO
004580         ALTERNATE RECORD KEY IS CASEFILE-CUSTOMER-NO
004600             WITH DUPLICATES
004620         ALTERNATE RECORD KEY IS CASEFILE-TICKET-REF
004640             WITH DUPLICATES
004700         FILE STATUS  IS KWE-CASEFILE-STATUS.
004800     SELECT SURVEY-FILE   ASSIGN TO SURVEY
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS  IS KWE-SURVEY-STATUS.
005100     SELECT RESPTBL-FILE  ASSIGN TO RESPTBL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS SEQUENTIAL
005400         RECORD KEY   IS RESP-KEY
005500         FILE STATUS  IS KWE-RESPTBL-STATUS.
005600     SELECT OPTIONAL EFFPRM-FILE ASSIGN TO EFFPRM
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS KWE-EFFPRM-STATUS.
005900     SELECT EFFRPT-FILE   ASSIGN TO EFFRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS  IS KWE-EFFRPT-STATUS.
006200     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
006300     SELECT RANKWORK-FILE ASSIGN TO RANKWORK.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  EXCHLOG-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 280 CHARACTERS.
006900 01  EXCHLOG-REC                 PIC X(280).
007000 FD  CASEFILE-FILE
007030     RECORD CONTAINS 750 CHARACTERS.
007060*    KEY FIELDS ONLY - FULL LAYOUT IN CASEREC
007090 01  CASEFILE-REC.
007120     05  CASEFILE-CASE-NO        PIC 9(08).
007150     05  FILLER                  PIC X(631).
007180     05  CASEFILE-CUSTOMER-NO    PIC X(08).
007210     05  FILLER                  PIC X(72).
007240     05  CASEFILE-TICKET-REF     PIC X(12).
007270     05  FILLER                  PIC X(19).
007400 FD  SURVEY-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 60 CHARACTERS.
007700 01  SURVEY-REC                  PIC X(60).
007800 FD  RESPTBL-FILE
007900     RECORD CONTAINS 220 CHARACTERS.
008000     COPY RESPREC.
008100 FD  EFFPRM-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  EFFPRM-REC.
008500     05  EPARM-REPORT-MONTH      PIC 9(06).
008600     05  FILLER                  PIC X(74).
008700 FD  EFFRPT-FILE
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 132 CHARACTERS.
009000 01  EFFRPT-REC                  PIC X(132).
009100*****************************************************************
009200*  SESSION EVENT SORT.  TYPE 1 = EXCHANGE, 2 = CASE CUT,        *
009300*  3 = SURVEY RATING.  SURVEYS CARRY NO TIME AND SORT LAST IN   *
009400*  THE SESSION; A CASE CUT IN THE SAME SECOND AS AN EXCHANGE    *
009500*  SORTS AFTER IT.                                              *
009600*****************************************************************
009700 SD  SORTWORK-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  EVT-REC.
010000     05  EVT-DATE                PIC 9(08).
010100     05  EVT-SESSION             PIC 9(06).
010200     05  EVT-TIME                PIC 9(06).
010300     05  EVT-TYPE                PIC X(01).
010400         88  EVT-EXCHANGE            VALUE "1".
010500         88  EVT-CASE                VALUE "2".
010600         88  EVT-SURVEY              VALUE "3".
010700     05  EVT-SEQ                 PIC 9(05).
010800     05  EVT-LANG                PIC X(02).
010900     05  EVT-MATCH-FLAG          PIC X(01).
011000         88  EVT-MATCHED             VALUE "M".
011100         88  EVT-UNMATCHED           VALUE "U".
011200     05  EVT-KEYWORD             PIC X(30).
011300     05  EVT-RATING              PIC 9(01).
011400     05  FILLER                  PIC X(20).
011500*****************************************************************
011600*  RANKING SORT OF THE ENTRIES WITH HITS                        *
011700*****************************************************************
011800 SD  RANKWORK-FILE
011900     RECORD CONTAINS 30 CHARACTERS.
012000 01  RNK-REC.
012100     05  RNK-MISS-PCT            PIC 9(03)V9(01).
012200     05  RNK-ESCAL-PCT           PIC 9(03)V9(01).
012300     05  RNK-HITS                PIC 9(07).
012400     05  RNK-KW-SUB              PIC 9(03).
012500     05  FILLER                  PIC X(12).
012600 WORKING-STORAGE SECTION.
012700 77  KWE-EXCHLOG-STATUS          PIC X(02) VALUE SPACES.
012800     88  KWE-EXCHLOG-OK              VALUE "00".
012900     88  KWE-EXCHLOG-EOF             VALUE "10".
013000 77  KWE-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
013100     88  KWE-CASEFILE-OK             VALUE "00".
013200     88  KWE-CASEFILE-EOF            VALUE "10".
013300 77  KWE-SURVEY-STATUS           PIC X(02) VALUE SPACES.
013400     88  KWE-SURVEY-OK               VALUE "00".
013500     88  KWE-SURVEY-EOF              VALUE "10".
013600 77  KWE-RESPTBL-STATUS          PIC X(02) VALUE SPACES.
013700     88  KWE-RESPTBL-OK              VALUE "00".
013800     88  KWE-RESPTBL-EOF             VALUE "10".
013900 77  KWE-EFFPRM-STATUS           PIC X(02) VALUE SPACES.
014000     88  KWE-EFFPRM-OK               VALUE "00".
014100 77  KWE-EFFRPT-STATUS           PIC X(02) VALUE SPACES.
014200     88  KWE-EFFRPT-OK               VALUE "00".
014300 77  KWE-RUN-DATE                PIC 9(08) VALUE ZERO.
014400 77  KWE-REPORT-MONTH            PIC 9(06) VALUE ZERO.
014500 77  KWE-KW-MAX                  PIC 9(03) COMP VALUE 500.
014600 77  KWE-KW-COUNT                PIC 9(03) COMP VALUE ZERO.
014700 77  KWE-KW-SUB                  PIC 9(03) COMP VALUE ZERO.
014800 77  KWE-KW-HIT                  PIC 9(03) COMP VALUE ZERO.
014900 77  KWE-PREV-HIT                PIC 9(03) COMP VALUE ZERO.
015000 77  KWE-SH-MAX                  PIC 9(03) COMP VALUE 200.
015100 77  KWE-SH-COUNT                PIC 9(03) COMP VALUE ZERO.
015200 77  KWE-SH-SUB                  PIC 9(03) COMP VALUE ZERO.
015300 77  KWE-SH-SUB2                 PIC 9(03) COMP VALUE ZERO.
015400 77  KWE-HOLD-DATE               PIC 9(08) VALUE ZERO.
015500 77  KWE-HOLD-SESSION            PIC 9(06) VALUE ZERO.
015600 77  KWE-SESS-RATING             PIC 9(01) VALUE ZERO.
015700 77  KWE-RANK-NO                 PIC 9(03) COMP VALUE ZERO.
015800 77  KWE-EXCH-MONTH              PIC 9(07) VALUE ZERO.
015900 77  KWE-MATCHED-MONTH           PIC 9(07) VALUE ZERO.
016000 77  KWE-OFF-TABLE-HITS          PIC 9(07) VALUE ZERO.
016100 77  KWE-SESSIONS                PIC 9(07) VALUE ZERO.
016200 77  KWE-CASES-MONTH             PIC 9(07) VALUE ZERO.
016300 77  KWE-SURVEYS-MONTH           PIC 9(07) VALUE ZERO.
016400 77  KWE-RANKED-COUNT            PIC 9(07) VALUE ZERO.
016500 77  KWE-ZERO-HIT-COUNT          PIC 9(07) VALUE ZERO.
016600 77  KWE-CLOSED-COUNT            PIC 9(07) VALUE ZERO.
016700 77  KWE-MISS-PCT                PIC 9(03)V9(01) VALUE ZERO.
016800 77  KWE-ESCAL-PCT               PIC 9(03)V9(01) VALUE ZERO.
016900 77  KWE-AVG-WORK                PIC 9(01)V9(02) VALUE ZERO.
017000 01  KWE-SWITCHES.
017100     05  KWE-IN-SESSION-SW       PIC X(01) VALUE "N".
017200         88  KWE-IN-SESSION          VALUE "Y".
017300     05  KWE-SESS-RATED-SW       PIC X(01) VALUE "N".
017400         88  KWE-SESS-RATED          VALUE "Y".
017500     05  KWE-DUP-SW              PIC X(01) VALUE "N".
017600         88  KWE-DUP-FOUND           VALUE "Y".
017700 01  KWE-DATE-WORK               PIC 9(08) VALUE ZERO.
017800 01  KWE-DATE-SPLIT REDEFINES KWE-DATE-WORK.
017900     05  KWE-DW-MONTH            PIC 9(06).
018000     05  KWE-DW-DAY              PIC 9(02).
018100*****************************************************************
018200*  RESPONSE TABLE ENTRIES WITH THEIR MONTH ACCUMULATORS.  ONE   *
018300*  ROW PER TABLE RECORD, BUILT AT START-UP.                     *
018400*****************************************************************
018500 01  KWE-KEYWORD-TABLE.
018600     05  KWE-KW-ENTRY  OCCURS 500 TIMES
018700                       INDEXED BY KW-IDX.
018800         10  KWE-KW-KEYWORD      PIC X(30).
018900         10  KWE-KW-LANG         PIC X(02).
019000         10  KWE-KW-CATEGORY     PIC X(02).
019100         10  KWE-KW-EFF-TO       PIC X(08).
019200         10  KWE-KW-CLOSED-SW    PIC X(01).
019300             88  KWE-KW-CLOSED       VALUE "Y".
019400         10  KWE-KW-HITS         PIC 9(07).
019500         10  KWE-KW-NEXT-MISS    PIC 9(07).
019600         10  KWE-KW-ESCAL        PIC 9(07).
019700         10  KWE-KW-RATING-SUM   PIC 9(07).
019800         10  KWE-KW-RATED        PIC 9(07).
019900*****************************************************************
020000*  HITS OF THE SESSION IN PROGRESS, EACH MARKED ONCE A CASE IS  *
020100*  CUT LATER IN THE SESSION                                     *
020200*****************************************************************
020300 01  KWE-SESSION-HITS.
020400     05  KWE-SH-ENTRY  OCCURS 200 TIMES.
020500         10  KWE-SH-KW-SUB       PIC 9(03) COMP.
020600         10  KWE-SH-ESCAL-SW     PIC X(01).
020700             88  KWE-SH-ESCALATED    VALUE "Y".
020800     COPY EXCHREC.
020900     COPY CASEREC.
021000     COPY SURVREC.
021100 01  KWE-HEADING-1.
021200     05  FILLER                  PIC X(40)
021300         VALUE "RESPEFF  RESPONSE EFFECTIVENESS   MONTH ".
021400     05  HDG-REPORT-MONTH        PIC 9(06).
021500     05  FILLER                  PIC X(12) VALUE "   RUN DATE ".
021600     05  HDG-RUN-DATE            PIC 9(08).
021700     05  FILLER                  PIC X(66) VALUE SPACES.
021800 01  KWE-SECTION-LINE.
021900     05  SEC-TITLE               PIC X(60).
022000     05  FILLER                  PIC X(72) VALUE SPACES.
022100 01  KWE-HEADING-2.
022200     05  FILLER                  PIC X(05) VALUE "RANK".
022300     05  FILLER                  PIC X(31) VALUE "KEYWORD".
022400     05  FILLER                  PIC X(04) VALUE "LN".
022500     05  FILLER                  PIC X(04) VALUE "CAT".
022600     05  FILLER                  PIC X(11) VALUE "     HITS".
022700     05  FILLER                  PIC X(10) VALUE "NEXT MISS".
022800     05  FILLER                  PIC X(07) VALUE "MISS%".
022900     05  FILLER                  PIC X(10) VALUE "ESCALATED".
023000     05  FILLER                  PIC X(07) VALUE " ESC%".
023100     05  FILLER                  PIC X(08) VALUE " RATED".
023200     05  FILLER                  PIC X(06) VALUE "AVG".
023300     05  FILLER                  PIC X(29) VALUE "EFF TO".
023400 01  KWE-DETAIL-LINE.
023500     05  DTL-RANK                PIC ZZZ.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  DTL-KEYWORD             PIC X(30).
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  DTL-LANG                PIC X(02).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  DTL-CATEGORY            PIC X(02).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  DTL-HITS                PIC Z,ZZZ,ZZ9.
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  DTL-NEXT-MISS           PIC Z,ZZZ,ZZ9.
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  DTL-MISS-PCT            PIC ZZ9.9.
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  DTL-ESCAL               PIC Z,ZZZ,ZZ9.
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  DTL-ESCAL-PCT           PIC ZZ9.9.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  DTL-RATED               PIC ZZ,ZZ9.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  DTL-AVG-RATING          PIC 9.99.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  DTL-EFF-TO              PIC X(08).
025800     05  FILLER                  PIC X(21) VALUE SPACES.
025900 01  KWE-NONE-LINE.
026000     05  FILLER                  PIC X(05) VALUE SPACES.
026100     05  FILLER                  PIC X(127) VALUE "(NONE)".
026200 01  KWE-TOTAL-LINE.
026300     05  TOT-LABEL               PIC X(30).
026400     05  TOT-VALUE               PIC Z,ZZZ,ZZ9.
026500     05  FILLER                  PIC X(93) VALUE SPACES.
026600 PROCEDURE DIVISION.
026700*****************************************************************
026800*  0000-MAINLINE  -  LOAD THE TABLE, TALLY THE MONTH BY         *
026900*  SESSION, RANK AND REPORT                                     *
027000*****************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     PERFORM 1500-LOAD-KEYWORD-TABLE THRU 1500-EXIT
027400         UNTIL KWE-RESPTBL-EOF
027500     SORT SORTWORK-FILE
027600         ON ASCENDING KEY EVT-DATE
027700                          EVT-SESSION
027800                          EVT-TIME
027900                          EVT-TYPE
028000                          EVT-SEQ
028100         INPUT PROCEDURE  IS 2000-SELECT-EVENTS THRU 2999-EXIT
028200         OUTPUT PROCEDURE IS 3000-TALLY-SESSIONS
028300                             THRU 3999-EXIT
028400     IF SORT-RETURN NOT = ZERO
028500         DISPLAY "RESPEFF: SESSION SORT FAILED, CODE "
028600             SORT-RETURN
028700         GO TO 9999-ABORT-RUN
028800     END-IF
028900     MOVE "ENTRIES WITH HITS, WORST FIRST" TO SEC-TITLE
029000     PERFORM 6900-PRINT-SECTION-HEAD THRU 6900-EXIT
029100     SORT RANKWORK-FILE
029200         ON DESCENDING KEY RNK-MISS-PCT
029300                           RNK-ESCAL-PCT
029400                           RNK-HITS
029500         INPUT PROCEDURE  IS 4000-RELEASE-RANKED THRU 4999-EXIT
029600         OUTPUT PROCEDURE IS 5000-PRINT-RANKED THRU 5999-EXIT
029700     IF SORT-RETURN NOT = ZERO
029800         DISPLAY "RESPEFF: RANKING SORT FAILED, CODE "
029900             SORT-RETURN
030000         GO TO 9999-ABORT-RUN
030100     END-IF
030200     PERFORM 6000-PRINT-ZERO-HITS THRU 6000-EXIT
030300     PERFORM 6500-PRINT-CLOSED THRU 6500-EXIT
030400     PERFORM 9000-TERMINATE THRU 9000-EXIT
030500     STOP RUN.
030600*****************************************************************
030700*  1000-INITIALIZE  -  REPORT MONTH AND FILES                   *
030800*****************************************************************
030900 1000-INITIALIZE.
031000     ACCEPT KWE-RUN-DATE FROM DATE YYYYMMDD
031100     MOVE KWE-RUN-DATE TO KWE-DATE-WORK
031200     MOVE KWE-DW-MONTH TO KWE-REPORT-MONTH
031300     OPEN INPUT EFFPRM-FILE
031400     IF KWE-EFFPRM-OK
031500         READ EFFPRM-FILE
031600             AT END
031700                 CONTINUE
031800             NOT AT END
031900                 IF EPARM-REPORT-MONTH IS NUMERIC
032000                    AND EPARM-REPORT-MONTH > ZERO
032100                     MOVE EPARM-REPORT-MONTH
032200                         TO KWE-REPORT-MONTH
032300                 END-IF
032400         END-READ
032500     END-IF
032600     CLOSE EFFPRM-FILE
032700     OPEN INPUT  EXCHLOG-FILE
032800                 CASEFILE-FILE
032900                 SURVEY-FILE
033000                 RESPTBL-FILE
033100          OUTPUT EFFRPT-FILE
033200     IF NOT KWE-EXCHLOG-OK
033300         DISPLAY "RESPEFF: CANNOT OPEN EXCHLOG, STATUS "
033400             KWE-EXCHLOG-STATUS
033500         GO TO 9999-ABORT-RUN
033600     END-IF
033700     IF NOT KWE-CASEFILE-OK
033800         DISPLAY "RESPEFF: CANNOT OPEN CASEFILE, STATUS "
033900             KWE-CASEFILE-STATUS
034000         GO TO 9999-ABORT-RUN
034100     END-IF
034200     IF NOT KWE-SURVEY-OK
034300         DISPLAY "RESPEFF: CANNOT OPEN SURVEY, STATUS "
034400             KWE-SURVEY-STATUS
034500         GO TO 9999-ABORT-RUN
034600     END-IF
034700     IF NOT KWE-RESPTBL-OK
034800         DISPLAY "RESPEFF: CANNOT OPEN RESPTBL, STATUS "
034900             KWE-RESPTBL-STATUS
035000         GO TO 9999-ABORT-RUN
035100     END-IF
035200     IF NOT KWE-EFFRPT-OK
035300         DISPLAY "RESPEFF: CANNOT OPEN REPORT FILE, STATUS "
035400             KWE-EFFRPT-STATUS
035500         GO TO 9999-ABORT-RUN
035600     END-IF
035700     MOVE KWE-REPORT-MONTH TO HDG-REPORT-MONTH
035800     MOVE KWE-RUN-DATE     TO HDG-RUN-DATE
035900     WRITE EFFRPT-REC FROM KWE-HEADING-1
036000         AFTER ADVANCING PAGE.
036100 1000-EXIT.
036200     EXIT.
036300*****************************************************************
036400*  1500-LOAD-KEYWORD-TABLE  -  ONE RESPONSE TABLE RECORD INTO   *
036500*  THE ENTRY TABLE, NOTING WHETHER ITS WINDOW HAS CLOSED        *
036600*****************************************************************
036700 1500-LOAD-KEYWORD-TABLE.
036800     READ RESPTBL-FILE
036900         AT END
037000             GO TO 1500-EXIT
037100     END-READ
037200     IF NOT KWE-RESPTBL-OK
037300         DISPLAY "RESPEFF: RESPTBL READ ERROR, STATUS "
037400             KWE-RESPTBL-STATUS
037500         GO TO 9999-ABORT-RUN
037600     END-IF
037700     IF KWE-KW-COUNT = KWE-KW-MAX
037800         DISPLAY "RESPEFF: KEYWORD TABLE OVERFLOW"
037900         GO TO 9999-ABORT-RUN
038000     END-IF
038100     ADD 1 TO KWE-KW-COUNT
038200     SET KW-IDX TO KWE-KW-COUNT
038300     MOVE RESP-KEYWORD   TO KWE-KW-KEYWORD (KW-IDX)
038400     MOVE RESP-LANG-CODE TO KWE-KW-LANG (KW-IDX)
038500     IF RESP-CATEGORY = SPACES
038600         MOVE "GN" TO KWE-KW-CATEGORY (KW-IDX)
038700     ELSE
038800         MOVE RESP-CATEGORY TO KWE-KW-CATEGORY (KW-IDX)
038900     END-IF
039000     MOVE SPACES TO KWE-KW-EFF-TO (KW-IDX)
039100     MOVE "N"    TO KWE-KW-CLOSED-SW (KW-IDX)
039200     IF RESP-EFF-TO IS NUMERIC
039300        AND RESP-EFF-TO > ZERO
039400         MOVE RESP-EFF-TO TO KWE-KW-EFF-TO (KW-IDX)
039500         IF RESP-EFF-TO < KWE-RUN-DATE
039600             MOVE "Y" TO KWE-KW-CLOSED-SW (KW-IDX)
039700         END-IF
039800     END-IF
039900     MOVE ZERO TO KWE-KW-HITS (KW-IDX)
040000     MOVE ZERO TO KWE-KW-NEXT-MISS (KW-IDX)
040100     MOVE ZERO TO KWE-KW-ESCAL (KW-IDX)
040200     MOVE ZERO TO KWE-KW-RATING-SUM (KW-IDX)
040300     MOVE ZERO TO KWE-KW-RATED (KW-IDX).
040400 1500-EXIT.
040500     EXIT.
040600*****************************************************************
040700*  2000-SELECT-EVENTS  -  SORT INPUT PROCEDURE: RELEASE THE     *
040800*  REPORT MONTH'S EXCHANGES, CASES AND SURVEY RATINGS           *
040900*****************************************************************
041000 2000-SELECT-EVENTS.
041100     CONTINUE.
041200
041300 2010-READ-EXCHANGE.
041400     READ EXCHLOG-FILE INTO EXCH-REC
041500         AT END
041600             GO TO 2020-READ-CASE
041700     END-READ
041800     IF NOT KWE-EXCHLOG-OK
041900         DISPLAY "RESPEFF: EXCHLOG READ ERROR, STATUS "
042000             KWE-EXCHLOG-STATUS
042100         GO TO 9999-ABORT-RUN
042200     END-IF
042300     MOVE EXCH-DATE TO KWE-DATE-WORK
042400     IF KWE-DW-MONTH = KWE-REPORT-MONTH
042500         MOVE SPACES           TO EVT-REC
042600         MOVE EXCH-DATE        TO EVT-DATE
042700         MOVE EXCH-SESSION-NO  TO EVT-SESSION
042800         MOVE EXCH-TIME        TO EVT-TIME
042900         MOVE "1"              TO EVT-TYPE
043000         MOVE EXCH-SEQ-NO      TO EVT-SEQ
043100         MOVE EXCH-LANG-CODE   TO EVT-LANG
043200         MOVE EXCH-MATCH-FLAG  TO EVT-MATCH-FLAG
043300         MOVE EXCH-KEYWORD     TO EVT-KEYWORD
043400         MOVE ZERO             TO EVT-RATING
043500         RELEASE EVT-REC
043600         ADD 1 TO KWE-EXCH-MONTH
043700     END-IF
043800     GO TO 2010-READ-EXCHANGE.
043900
044000 2020-READ-CASE.
044100     READ CASEFILE-FILE INTO CASE-REC
044200         AT END
044300             GO TO 2030-READ-SURVEY
044400     END-READ
044500     IF NOT KWE-CASEFILE-OK
044600         DISPLAY "RESPEFF: CASEFILE READ ERROR, STATUS "
044700             KWE-CASEFILE-STATUS
044800         GO TO 9999-ABORT-RUN
044900     END-IF
045000     MOVE CASE-DATE TO KWE-DATE-WORK
045100     IF KWE-DW-MONTH = KWE-REPORT-MONTH
045200         MOVE SPACES           TO EVT-REC
045300         MOVE CASE-DATE        TO EVT-DATE
045400         MOVE CASE-SESSION-NO  TO EVT-SESSION
045500         MOVE CASE-TIME        TO EVT-TIME
045600         MOVE "2"              TO EVT-TYPE
045700         MOVE ZERO             TO EVT-SEQ
045800         MOVE ZERO             TO EVT-RATING
045900         RELEASE EVT-REC
046000         ADD 1 TO KWE-CASES-MONTH
046100     END-IF
046200     GO TO 2020-READ-CASE.
046300
046400 2030-READ-SURVEY.
046500     READ SURVEY-FILE INTO SURV-REC
046600         AT END
046700             GO TO 2999-EXIT
046800     END-READ
046900     IF NOT KWE-SURVEY-OK
047000         DISPLAY "RESPEFF: SURVEY READ ERROR, STATUS "
047100             KWE-SURVEY-STATUS
047200         GO TO 9999-ABORT-RUN
047300     END-IF
047400     MOVE SURV-DATE TO KWE-DATE-WORK
047500     IF KWE-DW-MONTH = KWE-REPORT-MONTH
047600        AND SURV-RATING IS NUMERIC
047700        AND SURV-RATING > ZERO
047800        AND SURV-RATING < 6
047900         MOVE SPACES           TO EVT-REC
048000         MOVE SURV-DATE        TO EVT-DATE
048100         MOVE SURV-SESSION-NO  TO EVT-SESSION
048200         MOVE 999999           TO EVT-TIME
048300         MOVE "3"              TO EVT-TYPE
048400         MOVE ZERO             TO EVT-SEQ
048500         MOVE SURV-RATING      TO EVT-RATING
048600         RELEASE EVT-REC
048700         ADD 1 TO KWE-SURVEYS-MONTH
048800     END-IF
048900     GO TO 2030-READ-SURVEY.
049000
049100 2999-EXIT.
049200     EXIT.
049300*****************************************************************
049400*  3000-TALLY-SESSIONS  -  SORT OUTPUT PROCEDURE: WALK EACH     *
049500*  SESSION IN ORDER, CREDITING HITS, NEXT MISSES, LATER CASES   *
049600*  AND THE SESSION'S RATING TO THE ENTRIES IT USED              *
049700*****************************************************************
049800 3000-TALLY-SESSIONS.
049900     MOVE "N" TO KWE-IN-SESSION-SW.
050000
050100 3010-RETURN-NEXT.
050200     RETURN SORTWORK-FILE
050300         AT END
050400             IF KWE-IN-SESSION
050500                 PERFORM 3100-CLOSE-SESSION THRU 3100-EXIT
050600             END-IF
050700             GO TO 3999-EXIT
050800     END-RETURN
050900     IF KWE-IN-SESSION
051000        AND (EVT-SESSION NOT = KWE-HOLD-SESSION
051100             OR EVT-DATE NOT = KWE-HOLD-DATE)
051200         PERFORM 3100-CLOSE-SESSION THRU 3100-EXIT
051300     END-IF
051400     IF NOT KWE-IN-SESSION
051500         MOVE "Y"         TO KWE-IN-SESSION-SW
051600         MOVE EVT-SESSION TO KWE-HOLD-SESSION
051700         MOVE EVT-DATE    TO KWE-HOLD-DATE
051800         MOVE ZERO        TO KWE-SH-COUNT
051900         MOVE ZERO        TO KWE-PREV-HIT
052000         MOVE "N"         TO KWE-SESS-RATED-SW
052100         ADD 1 TO KWE-SESSIONS
052200     END-IF
052300     EVALUATE TRUE
052400         WHEN EVT-EXCHANGE
052500             PERFORM 3200-TALLY-EXCHANGE THRU 3200-EXIT
052600         WHEN EVT-CASE
052700             PERFORM 3300-MARK-ESCALATED THRU 3300-EXIT
052800                 VARYING KWE-SH-SUB FROM 1 BY 1
052900                 UNTIL KWE-SH-SUB > KWE-SH-COUNT
053000         WHEN EVT-SURVEY
053100             MOVE EVT-RATING TO KWE-SESS-RATING
053200             MOVE "Y"        TO KWE-SESS-RATED-SW
053300     END-EVALUATE
053400     GO TO 3010-RETURN-NEXT.
053500
053600 3999-EXIT.
053700     EXIT.
053800*****************************************************************
053900*  3100-CLOSE-SESSION  -  CREDIT EACH HIT OF THE SESSION WITH   *
054000*  ANY LATER CASE, AND EACH DISTINCT ENTRY USED WITH THE        *
054100*  SESSION'S RATING                                             *
054200*****************************************************************
054300 3100-CLOSE-SESSION.
054400     PERFORM 3110-CREDIT-ONE-HIT THRU 3110-EXIT
054500         VARYING KWE-SH-SUB FROM 1 BY 1
054600         UNTIL KWE-SH-SUB > KWE-SH-COUNT
054700     MOVE "N" TO KWE-IN-SESSION-SW.
054800 3100-EXIT.
054900     EXIT.
055000
055100 3110-CREDIT-ONE-HIT.
055200     MOVE KWE-SH-KW-SUB (KWE-SH-SUB) TO KWE-KW-SUB
055300     IF KWE-SH-ESCALATED (KWE-SH-SUB)
055400         ADD 1 TO KWE-KW-ESCAL (KWE-KW-SUB)
055500     END-IF
055600     IF NOT KWE-SESS-RATED
055700         GO TO 3110-EXIT
055800     END-IF
055900     MOVE "N" TO KWE-DUP-SW
056000     PERFORM 3120-CHECK-EARLIER-HIT THRU 3120-EXIT
056100         VARYING KWE-SH-SUB2 FROM 1 BY 1
056200         UNTIL KWE-SH-SUB2 NOT < KWE-SH-SUB
056300            OR KWE-DUP-FOUND
056400     IF NOT KWE-DUP-FOUND
056500         ADD KWE-SESS-RATING TO KWE-KW-RATING-SUM (KWE-KW-SUB)
056600         ADD 1 TO KWE-KW-RATED (KWE-KW-SUB)
056700     END-IF.
056800 3110-EXIT.
056900     EXIT.
057000
057100 3120-CHECK-EARLIER-HIT.
057200     IF KWE-SH-KW-SUB (KWE-SH-SUB2) = KWE-KW-SUB
057300         MOVE "Y" TO KWE-DUP-SW
057400     END-IF.
057500 3120-EXIT.
057600     EXIT.
057700*****************************************************************
057800*  3200-TALLY-EXCHANGE  -  A MISS STRAIGHT AFTER A HIT COUNTS   *
057900*  AGAINST THAT HIT'S ENTRY; A HIT IS COUNTED AND BUFFERED      *
058000*****************************************************************
058100 3200-TALLY-EXCHANGE.
058200     IF EVT-UNMATCHED
058300         IF KWE-PREV-HIT > ZERO
058400             ADD 1 TO KWE-KW-NEXT-MISS (KWE-PREV-HIT)
058500         END-IF
058600         MOVE ZERO TO KWE-PREV-HIT
058700         GO TO 3200-EXIT
058800     END-IF
058900     ADD 1 TO KWE-MATCHED-MONTH
059000     MOVE ZERO TO KWE-PREV-HIT
059100     MOVE ZERO TO KWE-KW-HIT
059200     SET KW-IDX TO 1
059300     SEARCH KWE-KW-ENTRY
059400         AT END
059500             CONTINUE
059600         WHEN KW-IDX > KWE-KW-COUNT
059700             CONTINUE
059800         WHEN KWE-KW-KEYWORD (KW-IDX) = EVT-KEYWORD
059900          AND KWE-KW-LANG (KW-IDX) = EVT-LANG
060000             SET KWE-KW-HIT TO KW-IDX
060100     END-SEARCH
060200     IF KWE-KW-HIT = ZERO
060300         ADD 1 TO KWE-OFF-TABLE-HITS
060400         GO TO 3200-EXIT
060500     END-IF
060600     ADD 1 TO KWE-KW-HITS (KWE-KW-HIT)
060700     MOVE KWE-KW-HIT TO KWE-PREV-HIT
060800     IF KWE-SH-COUNT = KWE-SH-MAX
060900         DISPLAY "RESPEFF: SESSION HIT TABLE OVERFLOW, SESSION "
061000             KWE-HOLD-DATE " " KWE-HOLD-SESSION
061100         GO TO 9999-ABORT-RUN
061200     END-IF
061300     ADD 1 TO KWE-SH-COUNT
061400     MOVE KWE-KW-HIT TO KWE-SH-KW-SUB (KWE-SH-COUNT)
061500     MOVE "N"        TO KWE-SH-ESCAL-SW (KWE-SH-COUNT).
061600 3200-EXIT.
061700     EXIT.
061800
061900 3300-MARK-ESCALATED.
062000     MOVE "Y" TO KWE-SH-ESCAL-SW (KWE-SH-SUB).
062100 3300-EXIT.
062200     EXIT.
062300*****************************************************************
062400*  4000-RELEASE-RANKED  -  SORT INPUT PROCEDURE: RELEASE EACH   *
062500*  OPEN ENTRY WITH HITS UNDER ITS RATES                         *
062600*****************************************************************
062700 4000-RELEASE-RANKED.
062800     PERFORM 4010-RELEASE-ONE-ENTRY THRU 4010-EXIT
062900         VARYING KWE-KW-SUB FROM 1 BY 1
063000         UNTIL KWE-KW-SUB > KWE-KW-COUNT.
063100 4999-EXIT.
063200     EXIT.
063300
063400 4010-RELEASE-ONE-ENTRY.
063500     IF KWE-KW-HITS (KWE-KW-SUB) = ZERO
063600        OR KWE-KW-CLOSED (KWE-KW-SUB)
063700         GO TO 4010-EXIT
063800     END-IF
063900     PERFORM 7000-COMPUTE-RATES THRU 7000-EXIT
064000     MOVE SPACES                   TO RNK-REC
064100     MOVE KWE-MISS-PCT             TO RNK-MISS-PCT
064200     MOVE KWE-ESCAL-PCT            TO RNK-ESCAL-PCT
064300     MOVE KWE-KW-HITS (KWE-KW-SUB) TO RNK-HITS
064400     MOVE KWE-KW-SUB               TO RNK-KW-SUB
064500     RELEASE RNK-REC.
064600 4010-EXIT.
064700     EXIT.
064800*****************************************************************
064900*  5000-PRINT-RANKED  -  SORT OUTPUT PROCEDURE: ONE NUMBERED    *
065000*  LINE PER RANKED ENTRY                                        *
065100*****************************************************************
065200 5000-PRINT-RANKED.
065300     MOVE ZERO TO KWE-RANK-NO.
065400
065500 5010-RETURN-NEXT.
065600     RETURN RANKWORK-FILE
065700         AT END
065800             IF KWE-RANK-NO = ZERO
065900                 WRITE EFFRPT-REC FROM KWE-NONE-LINE
066000                     AFTER ADVANCING 1 LINE
066100             END-IF
066200             GO TO 5999-EXIT
066300     END-RETURN
066400     ADD 1 TO KWE-RANK-NO
066500     ADD 1 TO KWE-RANKED-COUNT
066600     MOVE RNK-KW-SUB TO KWE-KW-SUB
066700     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT
066800     GO TO 5010-RETURN-NEXT.
066900
067000 5999-EXIT.
067100     EXIT.
067200*****************************************************************
067300*  6000-PRINT-ZERO-HITS  -  OPEN ENTRIES NOT MATCHED ALL MONTH  *
067400*****************************************************************
067500 6000-PRINT-ZERO-HITS.
067600     MOVE "ENTRIES WITH NO HITS IN THE MONTH" TO SEC-TITLE
067700     PERFORM 6900-PRINT-SECTION-HEAD THRU 6900-EXIT
067800     PERFORM 6010-PRINT-ONE-ZERO-HIT THRU 6010-EXIT
067900         VARYING KWE-KW-SUB FROM 1 BY 1
068000         UNTIL KWE-KW-SUB > KWE-KW-COUNT
068100     IF KWE-ZERO-HIT-COUNT = ZERO
068200         WRITE EFFRPT-REC FROM KWE-NONE-LINE
068300             AFTER ADVANCING 1 LINE
068400     END-IF.
068500 6000-EXIT.
068600     EXIT.
068700
068800 6010-PRINT-ONE-ZERO-HIT.
068900     IF KWE-KW-HITS (KWE-KW-SUB) NOT = ZERO
069000        OR KWE-KW-CLOSED (KWE-KW-SUB)
069100         GO TO 6010-EXIT
069200     END-IF
069300     ADD 1 TO KWE-ZERO-HIT-COUNT
069400     MOVE ZERO TO KWE-RANK-NO
069500     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT.
069600 6010-EXIT.
069700     EXIT.
069800*****************************************************************
069900*  6500-PRINT-CLOSED  -  ENTRIES WHOSE EFFECTIVE WINDOW ENDED   *
070000*  BEFORE THE RUN DATE, WITH WHATEVER THEY DID IN THE MONTH     *
070100*****************************************************************
070200 6500-PRINT-CLOSED.
070300     MOVE "ENTRIES WHOSE EFFECTIVE WINDOW HAS CLOSED" TO SEC-TITLE
070400     PERFORM 6900-PRINT-SECTION-HEAD THRU 6900-EXIT
070500     PERFORM 6510-PRINT-ONE-CLOSED THRU 6510-EXIT
070600         VARYING KWE-KW-SUB FROM 1 BY 1
070700         UNTIL KWE-KW-SUB > KWE-KW-COUNT
070800     IF KWE-CLOSED-COUNT = ZERO
070900         WRITE EFFRPT-REC FROM KWE-NONE-LINE
071000             AFTER ADVANCING 1 LINE
071100     END-IF.
071200 6500-EXIT.
071300     EXIT.
071400
071500 6510-PRINT-ONE-CLOSED.
071600     IF NOT KWE-KW-CLOSED (KWE-KW-SUB)
071700         GO TO 6510-EXIT
071800     END-IF
071900     ADD 1 TO KWE-CLOSED-COUNT
072000     MOVE ZERO TO KWE-RANK-NO
072100     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT.
072200 6510-EXIT.
072300     EXIT.
072400*****************************************************************
072500*  6900-PRINT-SECTION-HEAD  -  SECTION TITLE AND COLUMN HEADS   *
072600*****************************************************************
072700 6900-PRINT-SECTION-HEAD.
072800     WRITE EFFRPT-REC FROM KWE-SECTION-LINE
072900         AFTER ADVANCING 3 LINES
073000     WRITE EFFRPT-REC FROM KWE-HEADING-2
073100         AFTER ADVANCING 2 LINES
073200     MOVE SPACES TO EFFRPT-REC
073300     WRITE EFFRPT-REC AFTER ADVANCING 1 LINE.
073400 6900-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  7000-COMPUTE-RATES  -  NEXT MISS AND ESCALATION RATES AND    *
073800*  AVERAGE RATING FOR THE ENTRY AT KWE-KW-SUB                   *
073900*****************************************************************
074000 7000-COMPUTE-RATES.
074100     IF KWE-KW-HITS (KWE-KW-SUB) > ZERO
074200         COMPUTE KWE-MISS-PCT ROUNDED =
074300             KWE-KW-NEXT-MISS (KWE-KW-SUB) * 100
074400             / KWE-KW-HITS (KWE-KW-SUB)
074500         COMPUTE KWE-ESCAL-PCT ROUNDED =
074600             KWE-KW-ESCAL (KWE-KW-SUB) * 100
074700             / KWE-KW-HITS (KWE-KW-SUB)
074800     ELSE
074900         MOVE ZERO TO KWE-MISS-PCT
075000         MOVE ZERO TO KWE-ESCAL-PCT
075100     END-IF
075200     IF KWE-KW-RATED (KWE-KW-SUB) > ZERO
075300         COMPUTE KWE-AVG-WORK ROUNDED =
075400             KWE-KW-RATING-SUM (KWE-KW-SUB)
075500             / KWE-KW-RATED (KWE-KW-SUB)
075600     ELSE
075700         MOVE ZERO TO KWE-AVG-WORK
075800     END-IF.
075900 7000-EXIT.
076000     EXIT.
076100*****************************************************************
076200*  7100-PRINT-ENTRY  -  ONE ENTRY LINE; RANK IS LEFT BLANK      *
076300*  OUTSIDE THE RANKED SECTION                                   *
076400*****************************************************************
076500 7100-PRINT-ENTRY.
076600     PERFORM 7000-COMPUTE-RATES THRU 7000-EXIT
076700     MOVE KWE-RANK-NO                   TO DTL-RANK
076800     MOVE KWE-KW-KEYWORD (KWE-KW-SUB)   TO DTL-KEYWORD
076900     MOVE KWE-KW-LANG (KWE-KW-SUB)      TO DTL-LANG
077000     MOVE KWE-KW-CATEGORY (KWE-KW-SUB)  TO DTL-CATEGORY
077100     MOVE KWE-KW-HITS (KWE-KW-SUB)      TO DTL-HITS
077200     MOVE KWE-KW-NEXT-MISS (KWE-KW-SUB) TO DTL-NEXT-MISS
077300     MOVE KWE-MISS-PCT                  TO DTL-MISS-PCT
077400     MOVE KWE-KW-ESCAL (KWE-KW-SUB)     TO DTL-ESCAL
077500     MOVE KWE-ESCAL-PCT                 TO DTL-ESCAL-PCT
077600     MOVE KWE-KW-RATED (KWE-KW-SUB)     TO DTL-RATED
077700     MOVE KWE-AVG-WORK                  TO DTL-AVG-RATING
077800     MOVE KWE-KW-EFF-TO (KWE-KW-SUB)    TO DTL-EFF-TO
077900     WRITE EFFRPT-REC FROM KWE-DETAIL-LINE
078000         AFTER ADVANCING 1 LINE.
078100 7100-EXIT.
078200     EXIT.
078300*****************************************************************
078400*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
078500*****************************************************************
078600 9000-TERMINATE.
078700     MOVE SPACES TO EFFRPT-REC
078800     WRITE EFFRPT-REC AFTER ADVANCING 2 LINES
078900     MOVE "RESPONSE TABLE ENTRIES"    TO TOT-LABEL
079000     MOVE KWE-KW-COUNT                TO TOT-VALUE
079100     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
079200         AFTER ADVANCING 1 LINE
079300     MOVE "ENTRIES RANKED"            TO TOT-LABEL
079400     MOVE KWE-RANKED-COUNT            TO TOT-VALUE
079500     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
079600         AFTER ADVANCING 1 LINE
079700     MOVE "ENTRIES WITH NO HITS"      TO TOT-LABEL
079800     MOVE KWE-ZERO-HIT-COUNT          TO TOT-VALUE
079900     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
080000         AFTER ADVANCING 1 LINE
080100     MOVE "ENTRIES WITH WINDOW CLOSED" TO TOT-LABEL
080200     MOVE KWE-CLOSED-COUNT            TO TOT-VALUE
080300     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
080400         AFTER ADVANCING 1 LINE
080500     MOVE "EXCHANGES THIS MONTH"      TO TOT-LABEL
080600     MOVE KWE-EXCH-MONTH              TO TOT-VALUE
080700     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
080800         AFTER ADVANCING 1 LINE
080900     MOVE "MATCHED THIS MONTH"        TO TOT-LABEL
081000     MOVE KWE-MATCHED-MONTH           TO TOT-VALUE
081100     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
081200         AFTER ADVANCING 1 LINE
081300     MOVE "MATCHES TO KEYWORDS OFF TABLE" TO TOT-LABEL
081400     MOVE KWE-OFF-TABLE-HITS          TO TOT-VALUE
081500     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
081600         AFTER ADVANCING 1 LINE
081700     MOVE "SESSIONS THIS MONTH"       TO TOT-LABEL
081800     MOVE KWE-SESSIONS                TO TOT-VALUE
081900     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
082000         AFTER ADVANCING 1 LINE
082100     MOVE "CASES CUT THIS MONTH"      TO TOT-LABEL
082200     MOVE KWE-CASES-MONTH             TO TOT-VALUE
082300     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
082400         AFTER ADVANCING 1 LINE
082500     MOVE "SURVEY RATINGS THIS MONTH" TO TOT-LABEL
082600     MOVE KWE-SURVEYS-MONTH           TO TOT-VALUE
082700     WRITE EFFRPT-REC FROM KWE-TOTAL-LINE
082800         AFTER ADVANCING 1 LINE
082900     CLOSE EXCHLOG-FILE
083000           CASEFILE-FILE
083100           SURVEY-FILE
083200           RESPTBL-FILE
083300           EFFRPT-FILE
083400     DISPLAY "RESPEFF: " KWE-KW-COUNT
083500         " ENTRIES REPORTED FOR " KWE-REPORT-MONTH.
083600 9000-EXIT.
083700     EXIT.
083800*****************************************************************
083900*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
084000*****************************************************************
084100 9999-ABORT-RUN.
084200     DISPLAY "RESPEFF: RUN TERMINATED"
084300     MOVE 16 TO RETURN-CODE
084400     STOP RUN.
