000100*****************************************************************
000200*  RESPREGR  -  MATCH REGRESSION TEST BEFORE CONTENT CUTOVER    *
000300*                                                               *
000400*  READS THE GOLDEN PHRASE FILE (GOLDEN) - PHRASES THAT MUST    *
000500*  KEEP MATCHING, EACH WITH ITS LANGUAGE CODE, THE KEYWORD      *
000600*  EXPECTED BACK AND THE MINIMUM ACCEPTABLE SCORE - AND RUNS    *
000700*  EVERY PHRASE THROUGH RESPMTCH TWICE: ONCE AGAINST THE LIVE   *
000800*  RESPONSE TABLE (RESPTBL) AND SYNONYMS, AND ONCE AGAINST THE  *
000900*  CANDIDATE TABLE (RESPCAND) AND CANDIDATE SYNONYMS (SYNCAND,  *
001000*  THE LIVE SYNONYMS WHEN NOT SUPPLIED).  BOTH PASSES TEST THE  *
001100*  EFFECTIVE WINDOWS AS OF THE CUTOVER DATE.                    *
001200*                                                               *
001300*  THE CANDIDATE TABLE COMES FROM ONE OF TWO SOURCES (REGRPRM): *
001400*      S = STAGED CONTENT.  THIS RUN COPIES THE LIVE TABLE      *
001500*          INTO THE EMPTY RESPCAND CLUSTER AND APPLIES THE      *
001600*          STAGED IMAGES (RESPSTG) DUE BY THE CUTOVER DATE,     *
001700*          BY THE SAME RULE RESPPROM USES.  (DEFAULT)           *
001800*      L = LOADED TABLE.  RESPCAND WAS BUILT BY RESPLOAD FROM   *
001900*          A NEW SEQUENTIAL IMAGE AND IS TESTED AS IT STANDS.   *
002000*  THE CUTOVER DATE DEFAULTS TO THE RUN DATE.                   *
002100*                                                               *
002200*  THE DIFFERENCES REPORT (REGRRPT) LISTS EVERY PHRASE THAT     *
002300*  PASSES LIVE BUT FAILS ON THE CANDIDATE (STOPPED MATCHING,    *
002400*  KEYWORD CHANGED, OR BELOW ITS MINIMUM SCORE), PHRASES THE    *
002500*  CANDIDATE NOW PASSES, PHRASES FAILING ON BOTH, AND GOLDEN    *
002600*  RECORDS REJECTED ON EDIT.  THE RUN ENDS WITH RETURN CODE 4   *
002700*  WHEN ANY PHRASE REGRESSED SO THE SCHEDULER CAN HOLD THE      *
002800*  CUTOVER (RESPPROM) OR THE RELOAD.                            *
002900*                                                               *
003000*  GOLDEN RECORDS WITH AN ASTERISK IN COLUMN 1 ARE COMMENTS.    *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    RESPREGR.
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
004900     SELECT GOLDEN-FILE   ASSIGN TO GOLDEN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS RGR-GOLDEN-STATUS.
005200     SELECT OPTIONAL REGRPRM-FILE ASSIGN TO REGRPRM
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS RGR-REGRPRM-STATUS.
005500     SELECT RESPTBL-FILE  ASSIGN TO RESPTBL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS SEQUENTIAL
005800         RECORD KEY   IS RESPTBL-KEY
005900         FILE STATUS  IS RGR-RESPTBL-STATUS.
006000     SELECT OPTIONAL RESPSTG-FILE ASSIGN TO RESPSTG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS  IS RGR-RESPSTG-STATUS.
006300     SELECT RESPCAND-FILE ASSIGN TO RESPCAND
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE  IS DYNAMIC
006600         RECORD KEY   IS RESPCAND-KEY
006700         FILE STATUS  IS RGR-RESPCAND-STATUS.
006800     SELECT REGRRPT-FILE  ASSIGN TO REGRRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS  IS RGR-REGRRPT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GOLDEN-FILE
007400     RECORDING MODE IS F
007500     RECORD CONTAINS 150 CHARACTERS.
007600 01  GOLDEN-REC                  PIC X(150).
007700 FD  REGRPRM-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  REGRPRM-REC.
008100     05  RPARM-CAND-SOURCE       PIC X(01).
008200     05  RPARM-CUTOVER-DATE      PIC X(08).
008300     05  FILLER                  PIC X(71).
008400 FD  RESPTBL-FILE
008500     RECORD CONTAINS 220 CHARACTERS.
008600 01  RESPTBL-REC.
008700     05  RESPTBL-KEY             PIC X(32).
008800     05  FILLER                  PIC X(188).
008900 FD  RESPSTG-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 220 CHARACTERS.
009200 01  RESPSTG-REC                 PIC X(220).
009300 FD  RESPCAND-FILE
009400     RECORD CONTAINS 220 CHARACTERS.
009500 01  RESPCAND-REC.
009600     05  RESPCAND-KEY            PIC X(32).
009700     05  FILLER                  PIC X(188).
009800 FD  REGRRPT-FILE
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 132 CHARACTERS.
010100 01  REGRRPT-REC                 PIC X(132).
010200 WORKING-STORAGE SECTION.
010300 77  RGR-GOLDEN-STATUS           PIC X(02) VALUE SPACES.
010400     88  RGR-GOLDEN-OK               VALUE "00".
010500     88  RGR-GOLDEN-EOF              VALUE "10".
010600 77  RGR-REGRPRM-STATUS          PIC X(02) VALUE SPACES.
010700     88  RGR-REGRPRM-OK              VALUE "00".
010800 77  RGR-RESPTBL-STATUS          PIC X(02) VALUE SPACES.
010900     88  RGR-RESPTBL-OK              VALUE "00".
011000     88  RGR-RESPTBL-EOF             VALUE "10".
011100 77  RGR-RESPSTG-STATUS          PIC X(02) VALUE SPACES.
011200     88  RGR-RESPSTG-OK              VALUE "00".
011300     88  RGR-RESPSTG-OPEN-OK         VALUE "00" "05".
011400     88  RGR-RESPSTG-EOF             VALUE "10".
011500 77  RGR-RESPCAND-STATUS         PIC X(02) VALUE SPACES.
011600     88  RGR-RESPCAND-OK             VALUE "00".
011700     88  RGR-RESPCAND-NOTFND         VALUE "23".
011800 77  RGR-REGRRPT-STATUS          PIC X(02) VALUE SPACES.
011900     88  RGR-REGRRPT-OK              VALUE "00".
012000 77  RGR-RUN-DATE                PIC 9(08) VALUE ZERO.
012100 77  RGR-CUTOVER-DATE            PIC 9(08) VALUE ZERO.
012200*    CHARACTER IMAGE OF THE CUTOVER DATE FOR COMPARING AGAINST
012300*    THE X(08) STAGED DATES.
012400 77  RGR-CUTOVER-DATE-X          PIC X(08) VALUE SPACES.
012500 77  RGR-CAND-SOURCE             PIC X(01) VALUE "S".
012600     88  RGR-SOURCE-STAGED           VALUE "S".
012700     88  RGR-SOURCE-LOADED           VALUE "L".
012800     88  RGR-SOURCE-VALID            VALUE "S" "L".
012900 77  RGR-GOLDEN-READ             PIC 9(05) COMP VALUE ZERO.
013000 77  RGR-PHRASES-TESTED          PIC 9(05) COMP VALUE ZERO.
013100 77  RGR-PHRASES-REJECTED        PIC 9(05) COMP VALUE ZERO.
013200 77  RGR-PASS-BOTH               PIC 9(05) COMP VALUE ZERO.
013300 77  RGR-REGRESSIONS             PIC 9(05) COMP VALUE ZERO.
013400 77  RGR-STOPPED-MATCHING        PIC 9(05) COMP VALUE ZERO.
013500 77  RGR-KEYWORD-CHANGED         PIC 9(05) COMP VALUE ZERO.
013600 77  RGR-BELOW-MINIMUM           PIC 9(05) COMP VALUE ZERO.
013700 77  RGR-IMPROVED                PIC 9(05) COMP VALUE ZERO.
013800 77  RGR-FAIL-BOTH               PIC 9(05) COMP VALUE ZERO.
013900 77  RGR-LIVE-COPIED             PIC 9(05) COMP VALUE ZERO.
014000 77  RGR-STAGED-APPLIED          PIC 9(05) COMP VALUE ZERO.
014100 77  RGR-STAGED-HELD             PIC 9(05) COMP VALUE ZERO.
014200 01  RGR-SWITCHES.
014300     05  RGR-GOLDEN-OK-SW        PIC X(01) VALUE "N".
014400         88  RGR-GOLDEN-VALID        VALUE "Y".
014500     05  RGR-ENTRY-FOUND-SW      PIC X(01) VALUE "N".
014600         88  RGR-ENTRY-FOUND         VALUE "Y".
014700     05  RGR-LIVE-PASS-SW        PIC X(01) VALUE "N".
014800         88  RGR-LIVE-PASSES         VALUE "Y".
014900     05  RGR-CAND-PASS-SW        PIC X(01) VALUE "N".
015000         88  RGR-CAND-PASSES         VALUE "Y".
015100 01  RGR-REJECT-REASON           PIC X(30) VALUE SPACES.
015200 01  RGR-RESULT-REASON           PIC X(20) VALUE SPACES.
015300*****************************************************************
015400*  GOLDEN PHRASE RECORD                                         *
015500*****************************************************************
015600 01  RGR-GOLD-REC.
015700     05  GOLD-LANG-CODE          PIC X(02).
015800     05  GOLD-EXPECT-KEYWORD     PIC X(30).
015900     05  GOLD-MIN-SCORE          PIC X(03).
016000     05  GOLD-PHRASE             PIC X(100).
016100     05  FILLER                  PIC X(15).
016200 01  RGR-GOLD-WORK.
016300     05  RGR-GOLD-LANG           PIC X(02).
016400     05  RGR-GOLD-KEYWORD        PIC X(30).
016500     05  RGR-GOLD-MIN            PIC 9(03).
016600     05  RGR-GOLD-PHRASE         PIC X(100).
016700 01  RGR-SHIFT-AREA              PIC X(100) VALUE SPACES.
016800*****************************************************************
016900*  RESULT OF EACH PASS                                          *
017000*****************************************************************
017100 01  RGR-LIVE-RESULT.
017200     05  RGR-LIVE-RC             PIC 9(02).
017300         88  RGR-LIVE-MATCHED        VALUE 00.
017400     05  RGR-LIVE-KEYWORD        PIC X(30).
017500     05  RGR-LIVE-SCORE          PIC 9(03).
017600 01  RGR-CAND-RESULT.
017700     05  RGR-CAND-RC             PIC 9(02).
017800         88  RGR-CAND-MATCHED        VALUE 00.
017900     05  RGR-CAND-KEYWORD        PIC X(30).
018000     05  RGR-CAND-SCORE          PIC 9(03).
018100*****************************************************************
018200*  HOLD AREA FOR ONE STAGED RECORD, AS IN RESPPROM              *
018300*****************************************************************
018400 01  RGR-HOLD-AREA.
018500     05  RGR-HOLD-KEY.
018600         10  RGR-HOLD-KEYWORD    PIC X(30).
018700         10  RGR-HOLD-LANG       PIC X(02).
018800     05  RGR-HOLD-STATUS         PIC X(01).
018900     05  RGR-HOLD-TEXT           PIC X(100).
019000     05  RGR-HOLD-ALTS           PIC X(60).
019100     05  RGR-HOLD-CATEGORY       PIC X(02).
019200     05  RGR-HOLD-EFF-FROM       PIC X(08).
019300     05  RGR-HOLD-EFF-TO         PIC X(08).
019400     05  FILLER                  PIC X(09).
019500     COPY MTCHPARM.
019600     COPY LANGCODE.
019700 01  RGR-ALPHABET-AREAS.
019800     05  RGR-UPPER-ALPHA         PIC X(26)
019900         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
020000     05  RGR-LOWER-ALPHA         PIC X(26)
020100         VALUE "abcdefghijklmnopqrstuvwxyz".
020200 01  RGR-HEADING-1.
020300     05  FILLER                  PIC X(40)
020400         VALUE "RESPREGR  MATCH REGRESSION   RUN DATE ".
020500     05  HDG-RUN-DATE            PIC 9(08).
020600     05  FILLER                  PIC X(16)
020700         VALUE "  CUTOVER DATE ".
020800     05  HDG-CUTOVER-DATE        PIC 9(08).
020900     05  FILLER                  PIC X(20)
021000         VALUE "  CANDIDATE SOURCE ".
021100     05  HDG-CAND-SOURCE         PIC X(07).
021200     05  FILLER                  PIC X(33) VALUE SPACES.
021300 01  RGR-HEADING-2.
021400     05  FILLER                  PIC X(10) VALUE "RESULT".
021500     05  FILLER                  PIC X(05) VALUE "LANG".
021600     05  FILLER                  PIC X(31)
021700         VALUE "EXPECTED KEYWORD".
021800     05  FILLER                  PIC X(05) VALUE "MIN".
021900     05  FILLER                  PIC X(31) VALUE "LIVE KEYWORD".
022000     05  FILLER                  PIC X(05) VALUE "SCR".
022100     05  FILLER                  PIC X(31)
022200         VALUE "CANDIDATE KEYWORD".
022300     05  FILLER                  PIC X(14) VALUE "SCR".
022400 01  RGR-DETAIL-LINE.
022500     05  DTL-RESULT              PIC X(09).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  DTL-LANG                PIC X(02).
022800     05  FILLER                  PIC X(03) VALUE SPACES.
022900     05  DTL-EXPECT-KEYWORD      PIC X(30).
023000     05  FILLER                  PIC X(01) VALUE SPACES.
023100     05  DTL-MIN-SCORE           PIC ZZ9.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  DTL-LIVE-KEYWORD        PIC X(30).
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  DTL-LIVE-SCORE          PIC ZZ9.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  DTL-CAND-KEYWORD        PIC X(30).
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  DTL-CAND-SCORE          PIC ZZ9.
024000     05  FILLER                  PIC X(11) VALUE SPACES.
024100 01  RGR-PHRASE-LINE.
024200     05  FILLER                  PIC X(05) VALUE SPACES.
024300     05  PHR-REASON              PIC X(20).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  PHR-PHRASE              PIC X(100).
024600     05  FILLER                  PIC X(05) VALUE SPACES.
024700 01  RGR-REJECT-LINE.
024800     05  FILLER                  PIC X(10) VALUE "REJECTED".
024900     05  REJ-LANG                PIC X(02).
025000     05  FILLER                  PIC X(03) VALUE SPACES.
025100     05  REJ-KEYWORD             PIC X(30).
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  REJ-REASON              PIC X(30).
025400     05  FILLER                  PIC X(55) VALUE SPACES.
025500 01  RGR-VERDICT-LINE.
025600     05  VRD-TEXT                PIC X(60).
025700     05  FILLER                  PIC X(72) VALUE SPACES.
025800 01  RGR-TOTAL-LINE.
025900     05  TOT-LABEL               PIC X(30).
026000     05  TOT-VALUE               PIC ZZ,ZZ9.
026100     05  FILLER                  PIC X(96) VALUE SPACES.
026200 PROCEDURE DIVISION.
026300*****************************************************************
026400*  0000-MAINLINE  -  BUILD THE CANDIDATE, TEST EVERY PHRASE     *
026500*  ON BOTH, REPORT AND SIGNAL                                   *
026600*****************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026900     IF RGR-SOURCE-STAGED
027000         PERFORM 1500-BUILD-CANDIDATE THRU 1500-EXIT
027100     END-IF
027200     PERFORM 1900-OPEN-GOLDEN THRU 1900-EXIT
027300     PERFORM 2000-TEST-PHRASE THRU 2000-EXIT
027400         UNTIL RGR-GOLDEN-EOF
027500     PERFORM 9000-TERMINATE THRU 9000-EXIT
027600     STOP RUN.
027700*****************************************************************
027800*  1000-INITIALIZE  -  PARAMETERS, REPORT FILE AND HEADINGS     *
027900*****************************************************************
028000 1000-INITIALIZE.
028100     ACCEPT RGR-RUN-DATE FROM DATE YYYYMMDD
028200     MOVE RGR-RUN-DATE TO RGR-CUTOVER-DATE
028300     OPEN INPUT REGRPRM-FILE
028400     IF RGR-REGRPRM-OK
028500         READ REGRPRM-FILE
028600             AT END
028700                 CONTINUE
028800             NOT AT END
028900                 IF RPARM-CAND-SOURCE NOT = SPACE
029000                     MOVE RPARM-CAND-SOURCE TO RGR-CAND-SOURCE
029100                 END-IF
029200                 IF RPARM-CUTOVER-DATE IS NUMERIC
029300                    AND RPARM-CUTOVER-DATE > "00000000"
029400                     MOVE RPARM-CUTOVER-DATE
029500                         TO RGR-CUTOVER-DATE
029600                 END-IF
029700         END-READ
029800     END-IF
029900     CLOSE REGRPRM-FILE
030000     INSPECT RGR-CAND-SOURCE
030100         CONVERTING RGR-LOWER-ALPHA TO RGR-UPPER-ALPHA
030200     IF NOT RGR-SOURCE-VALID
030300         DISPLAY "RESPREGR: INVALID CANDIDATE SOURCE "
030400             RGR-CAND-SOURCE
030500         GO TO 9999-ABORT-RUN
030600     END-IF
030700     MOVE RGR-CUTOVER-DATE TO RGR-CUTOVER-DATE-X
030800     OPEN OUTPUT REGRRPT-FILE
030900     IF NOT RGR-REGRRPT-OK
031000         DISPLAY "RESPREGR: CANNOT OPEN REPORT FILE, STATUS "
031100             RGR-REGRRPT-STATUS
031200         GO TO 9999-ABORT-RUN
031300     END-IF
031400     MOVE RGR-RUN-DATE     TO HDG-RUN-DATE
031500     MOVE RGR-CUTOVER-DATE TO HDG-CUTOVER-DATE
031600     IF RGR-SOURCE-STAGED
031700         MOVE "STAGED"  TO HDG-CAND-SOURCE
031800     ELSE
031900         MOVE "LOADED"  TO HDG-CAND-SOURCE
032000     END-IF
032100     WRITE REGRRPT-REC FROM RGR-HEADING-1
032200         AFTER ADVANCING PAGE
032300     WRITE REGRRPT-REC FROM RGR-HEADING-2
032400         AFTER ADVANCING 2 LINES
032500     MOVE SPACES TO REGRRPT-REC
032600     WRITE REGRRPT-REC AFTER ADVANCING 1 LINE.
032700 1000-EXIT.
032800     EXIT.
032900*****************************************************************
033000*  1500-BUILD-CANDIDATE  -  COPY THE LIVE TABLE INTO THE EMPTY  *
033100*  CANDIDATE CLUSTER, THEN APPLY THE STAGED IMAGES DUE BY THE   *
033200*  CUTOVER DATE                                                 *
033300*****************************************************************
033400 1500-BUILD-CANDIDATE.
033500     OPEN INPUT  RESPTBL-FILE
033600          OUTPUT RESPCAND-FILE
033700     IF NOT RGR-RESPTBL-OK
033800         DISPLAY "RESPREGR: CANNOT OPEN RESPTBL, STATUS "
033900             RGR-RESPTBL-STATUS
034000         GO TO 9999-ABORT-RUN
034100     END-IF
034200     IF NOT RGR-RESPCAND-OK
034300         DISPLAY "RESPREGR: CANNOT OPEN RESPCAND, STATUS "
034400             RGR-RESPCAND-STATUS
034500         GO TO 9999-ABORT-RUN
034600     END-IF
034700     PERFORM 1510-COPY-LIVE-ENTRY THRU 1510-EXIT
034800         UNTIL RGR-RESPTBL-EOF
034900     CLOSE RESPTBL-FILE
035000           RESPCAND-FILE
035100     OPEN INPUT RESPSTG-FILE
035200          I-O   RESPCAND-FILE
035300     IF NOT RGR-RESPSTG-OPEN-OK
035400         DISPLAY "RESPREGR: CANNOT OPEN RESPSTG, STATUS "
035500             RGR-RESPSTG-STATUS
035600         GO TO 9999-ABORT-RUN
035700     END-IF
035800     IF NOT RGR-RESPCAND-OK
035900         DISPLAY "RESPREGR: CANNOT REOPEN RESPCAND, STATUS "
036000             RGR-RESPCAND-STATUS
036100         GO TO 9999-ABORT-RUN
036200     END-IF
036300     PERFORM 1520-APPLY-STAGED-ENTRY THRU 1520-EXIT
036400         UNTIL RGR-RESPSTG-EOF
036500     CLOSE RESPSTG-FILE
036600           RESPCAND-FILE.
036700 1500-EXIT.
036800     EXIT.
036900
037000 1510-COPY-LIVE-ENTRY.
037100     READ RESPTBL-FILE NEXT RECORD
037200         AT END
037300             GO TO 1510-EXIT
037400     END-READ
037500     IF NOT RGR-RESPTBL-OK
037600         DISPLAY "RESPREGR: RESPTBL READ ERROR, STATUS "
037700             RGR-RESPTBL-STATUS
037800         GO TO 9999-ABORT-RUN
037900     END-IF
038000     WRITE RESPCAND-REC FROM RESPTBL-REC
038100     IF NOT RGR-RESPCAND-OK
038200         DISPLAY "RESPREGR: RESPCAND WRITE ERROR, STATUS "
038300             RGR-RESPCAND-STATUS
038400         GO TO 9999-ABORT-RUN
038500     END-IF
038600     ADD 1 TO RGR-LIVE-COPIED.
038700 1510-EXIT.
038800     EXIT.
038900*****************************************************************
039000*  1520-APPLY-STAGED-ENTRY  -  ONE STAGED IMAGE: WRITE OR       *
039100*  REPLACE THE CANDIDATE RECORD WHEN IT WOULD BE PROMOTED       *
039200*****************************************************************
039300 1520-APPLY-STAGED-ENTRY.
039400     READ RESPSTG-FILE INTO RGR-HOLD-AREA
039500         AT END
039600             GO TO 1520-EXIT
039700     END-READ
039800     IF NOT RGR-RESPSTG-OK
039900         DISPLAY "RESPREGR: RESPSTG READ ERROR, STATUS "
040000             RGR-RESPSTG-STATUS
040100         GO TO 9999-ABORT-RUN
040200     END-IF
040300     IF RGR-HOLD-EFF-FROM IS NUMERIC
040400        AND RGR-HOLD-EFF-FROM > "00000000"
040500        AND RGR-HOLD-EFF-FROM > RGR-CUTOVER-DATE-X
040600         ADD 1 TO RGR-STAGED-HELD
040700         GO TO 1520-EXIT
040800     END-IF
040900     MOVE "N" TO RGR-ENTRY-FOUND-SW
041000     MOVE RGR-HOLD-KEY TO RESPCAND-KEY
041100     READ RESPCAND-FILE
041200         INVALID KEY
041300             CONTINUE
041400         NOT INVALID KEY
041500             MOVE "Y" TO RGR-ENTRY-FOUND-SW
041600     END-READ
041700     IF NOT RGR-RESPCAND-OK
041800        AND NOT RGR-RESPCAND-NOTFND
041900         DISPLAY "RESPREGR: RESPCAND READ ERROR, STATUS "
042000             RGR-RESPCAND-STATUS
042100         GO TO 9999-ABORT-RUN
042200     END-IF
042300     IF RGR-HOLD-STATUS = SPACE
042400         MOVE "A" TO RGR-HOLD-STATUS
042500     END-IF
042600     MOVE RGR-HOLD-AREA TO RESPCAND-REC
042700     IF RGR-ENTRY-FOUND
042800         REWRITE RESPCAND-REC
042900             INVALID KEY
043000                 DISPLAY "RESPREGR: REWRITE FAILED, KEY "
043100                     RESPCAND-KEY
043200                 GO TO 9999-ABORT-RUN
043300         END-REWRITE
043400     ELSE
043500         WRITE RESPCAND-REC
043600             INVALID KEY
043700                 DISPLAY "RESPREGR: WRITE FAILED, KEY "
043800                     RESPCAND-KEY
043900                 GO TO 9999-ABORT-RUN
044000         END-WRITE
044100     END-IF
044200     ADD 1 TO RGR-STAGED-APPLIED.
044300 1520-EXIT.
044400     EXIT.
044500*****************************************************************
044600*  1900-OPEN-GOLDEN  -  GOLDEN PHRASE FILE                      *
044700*****************************************************************
044800 1900-OPEN-GOLDEN.
044900     OPEN INPUT GOLDEN-FILE
045000     IF NOT RGR-GOLDEN-OK
045100         DISPLAY "RESPREGR: CANNOT OPEN GOLDEN, STATUS "
045200             RGR-GOLDEN-STATUS
045300         GO TO 9999-ABORT-RUN
045400     END-IF.
045500 1900-EXIT.
045600     EXIT.
045700*****************************************************************
045800*  2000-TEST-PHRASE  -  ONE GOLDEN RECORD: EDIT IT, MATCH IT    *
045900*  LIVE AND ON THE CANDIDATE, AND CLASSIFY THE DIFFERENCE       *
046000*****************************************************************
046100 2000-TEST-PHRASE.
046200     READ GOLDEN-FILE INTO RGR-GOLD-REC
046300         AT END
046400             GO TO 2000-EXIT
046500     END-READ
046600     IF NOT RGR-GOLDEN-OK
046700         DISPLAY "RESPREGR: GOLDEN READ ERROR, STATUS "
046800             RGR-GOLDEN-STATUS
046900         GO TO 9999-ABORT-RUN
047000     END-IF
047100     IF GOLDEN-REC (1:1) = "*"
047200         GO TO 2000-EXIT
047300     END-IF
047400     ADD 1 TO RGR-GOLDEN-READ
047500     PERFORM 2100-EDIT-GOLDEN THRU 2100-EXIT
047600     IF NOT RGR-GOLDEN-VALID
047700         ADD 1 TO RGR-PHRASES-REJECTED
047800         MOVE RGR-GOLD-LANG     TO REJ-LANG
047900         MOVE RGR-GOLD-KEYWORD  TO REJ-KEYWORD
048000         MOVE RGR-REJECT-REASON TO REJ-REASON
048100         WRITE REGRRPT-REC FROM RGR-REJECT-LINE
048200             AFTER ADVANCING 1 LINE
048300         MOVE SPACES            TO PHR-REASON
048400         MOVE GOLD-PHRASE       TO PHR-PHRASE
048500         WRITE REGRRPT-REC FROM RGR-PHRASE-LINE
048600             AFTER ADVANCING 1 LINE
048700         GO TO 2000-EXIT
048800     END-IF
048900     ADD 1 TO RGR-PHRASES-TESTED
049000     MOVE SPACE TO MTCH-TABLE-SELECT
049100     PERFORM 2200-CALL-ENGINE THRU 2200-EXIT
049200     MOVE MTCH-RETURN-CODE TO RGR-LIVE-RC
049300     MOVE MTCH-KEYWORD     TO RGR-LIVE-KEYWORD
049400     MOVE MTCH-SCORE       TO RGR-LIVE-SCORE
049500     MOVE "C"   TO MTCH-TABLE-SELECT
049600     PERFORM 2200-CALL-ENGINE THRU 2200-EXIT
049700     MOVE MTCH-RETURN-CODE TO RGR-CAND-RC
049800     MOVE MTCH-KEYWORD     TO RGR-CAND-KEYWORD
049900     MOVE MTCH-SCORE       TO RGR-CAND-SCORE
050000     PERFORM 2300-CLASSIFY-RESULT THRU 2300-EXIT.
050100 2000-EXIT.
050200     EXIT.
050300*****************************************************************
050400*  2100-EDIT-GOLDEN  -  EDIT CHECKS; THE PHRASE IS NORMALIZED   *
050500*  THE WAY CHATBOT CLEANS A USER INPUT                          *
050600*****************************************************************
050700 2100-EDIT-GOLDEN.
050800     MOVE "Y"    TO RGR-GOLDEN-OK-SW
050900     MOVE SPACES TO RGR-REJECT-REASON
051000     MOVE GOLD-LANG-CODE TO RGR-GOLD-LANG
051100     INSPECT RGR-GOLD-LANG
051200         CONVERTING RGR-LOWER-ALPHA TO RGR-UPPER-ALPHA
051300     MOVE GOLD-EXPECT-KEYWORD TO RGR-GOLD-KEYWORD
051400     INSPECT RGR-GOLD-KEYWORD
051500         CONVERTING RGR-UPPER-ALPHA TO RGR-LOWER-ALPHA
051600     MOVE GOLD-PHRASE TO RGR-GOLD-PHRASE
051700     INSPECT RGR-GOLD-PHRASE
051800         CONVERTING RGR-UPPER-ALPHA TO RGR-LOWER-ALPHA
051900     PERFORM 2110-SHIFT-PHRASE-LEFT THRU 2110-EXIT
052000         UNTIL RGR-GOLD-PHRASE (1:1) NOT = SPACE
052100            OR RGR-GOLD-PHRASE = SPACES
052200     MOVE RGR-GOLD-LANG TO LANG-CODE-IN
052300     IF NOT LANG-CODE-VALID
052400         MOVE "INVALID LANGUAGE CODE" TO RGR-REJECT-REASON
052500         MOVE "N" TO RGR-GOLDEN-OK-SW
052600         GO TO 2100-EXIT
052700     END-IF
052800     IF RGR-GOLD-KEYWORD = SPACES
052900         MOVE "EXPECTED KEYWORD MISSING" TO RGR-REJECT-REASON
053000         MOVE "N" TO RGR-GOLDEN-OK-SW
053100         GO TO 2100-EXIT
053200     END-IF
053300     IF GOLD-MIN-SCORE NOT NUMERIC
053400      OR GOLD-MIN-SCORE > "100"
053500         MOVE "INVALID MINIMUM SCORE" TO RGR-REJECT-REASON
053600         MOVE "N" TO RGR-GOLDEN-OK-SW
053700         GO TO 2100-EXIT
053800     END-IF
053900     MOVE GOLD-MIN-SCORE TO RGR-GOLD-MIN
054000     IF RGR-GOLD-PHRASE = SPACES
054100         MOVE "PHRASE MISSING" TO RGR-REJECT-REASON
054200         MOVE "N" TO RGR-GOLDEN-OK-SW
054300     END-IF.
054400 2100-EXIT.
054500     EXIT.
054600
054700 2110-SHIFT-PHRASE-LEFT.
054800     MOVE RGR-GOLD-PHRASE (2:99) TO RGR-SHIFT-AREA
054900     MOVE RGR-SHIFT-AREA TO RGR-GOLD-PHRASE.
055000 2110-EXIT.
055100     EXIT.
055200*****************************************************************
055300*  2200-CALL-ENGINE  -  ONE RESPMTCH CALL FOR THE PHRASE ON     *
055400*  THE TABLE ALREADY SELECTED, AS OF THE CUTOVER DATE           *
055500*****************************************************************
055600 2200-CALL-ENGINE.
055700     MOVE RGR-GOLD-PHRASE  TO MTCH-INPUT-TEXT
055800     MOVE RGR-GOLD-LANG    TO MTCH-LANG-CODE
055900     MOVE RGR-CUTOVER-DATE TO MTCH-AS-OF-DATE
056000     CALL "RESPMTCH" USING MTCH-PARM
056100     IF MTCH-RC-ERROR
056200         DISPLAY "RESPREGR: MATCHING ENGINE ERROR"
056300         GO TO 9999-ABORT-RUN
056400     END-IF
056500     IF NOT MTCH-RC-MATCHED
056600         MOVE SPACES TO MTCH-KEYWORD
056700         MOVE ZERO   TO MTCH-SCORE
056800     END-IF.
056900 2200-EXIT.
057000     EXIT.
057100*****************************************************************
057200*  2300-CLASSIFY-RESULT  -  A PHRASE PASSES WHEN IT MATCHES     *
057300*  THE EXPECTED KEYWORD AT OR ABOVE ITS MINIMUM SCORE.  A       *
057400*  LIVE PASS THAT FAILS ON THE CANDIDATE IS A REGRESSION.       *
057500*****************************************************************
057600 2300-CLASSIFY-RESULT.
057700     MOVE "N" TO RGR-LIVE-PASS-SW
057800     IF RGR-LIVE-MATCHED
057900        AND RGR-LIVE-KEYWORD = RGR-GOLD-KEYWORD
058000        AND RGR-LIVE-SCORE NOT < RGR-GOLD-MIN
058100         MOVE "Y" TO RGR-LIVE-PASS-SW
058200     END-IF
058300     MOVE "N" TO RGR-CAND-PASS-SW
058400     IF RGR-CAND-MATCHED
058500        AND RGR-CAND-KEYWORD = RGR-GOLD-KEYWORD
058600        AND RGR-CAND-SCORE NOT < RGR-GOLD-MIN
058700         MOVE "Y" TO RGR-CAND-PASS-SW
058800     END-IF
058900     IF RGR-LIVE-PASSES AND RGR-CAND-PASSES
059000         ADD 1 TO RGR-PASS-BOTH
059100         GO TO 2300-EXIT
059200     END-IF
059300     IF RGR-LIVE-PASSES
059400         ADD 1 TO RGR-REGRESSIONS
059500         MOVE "REGRESSED" TO DTL-RESULT
059600         EVALUATE TRUE
059700             WHEN NOT RGR-CAND-MATCHED
059800                 ADD 1 TO RGR-STOPPED-MATCHING
059900                 MOVE "STOPPED MATCHING" TO RGR-RESULT-REASON
060000             WHEN RGR-CAND-KEYWORD NOT = RGR-GOLD-KEYWORD
060100                 ADD 1 TO RGR-KEYWORD-CHANGED
060200                 MOVE "KEYWORD CHANGED" TO RGR-RESULT-REASON
060300             WHEN OTHER
060400                 ADD 1 TO RGR-BELOW-MINIMUM
060500                 MOVE "BELOW MINIMUM SCORE" TO RGR-RESULT-REASON
060600         END-EVALUATE
060700     ELSE
060800         IF RGR-CAND-PASSES
060900             ADD 1 TO RGR-IMPROVED
061000             MOVE "IMPROVED"  TO DTL-RESULT
061100             MOVE "NOW PASSES" TO RGR-RESULT-REASON
061200         ELSE
061300             ADD 1 TO RGR-FAIL-BOTH
061400             MOVE "FAILING"   TO DTL-RESULT
061500             MOVE "FAILS LIVE AND CAND" TO RGR-RESULT-REASON
061600         END-IF
061700     END-IF
061800     PERFORM 2400-REPORT-PHRASE THRU 2400-EXIT.
061900 2300-EXIT.
062000     EXIT.
062100*****************************************************************
062200*  2400-REPORT-PHRASE  -  RESULT LINE AND PHRASE LINE           *
062300*****************************************************************
062400 2400-REPORT-PHRASE.
062500     MOVE RGR-GOLD-LANG    TO DTL-LANG
062600     MOVE RGR-GOLD-KEYWORD TO DTL-EXPECT-KEYWORD
062700     MOVE RGR-GOLD-MIN     TO DTL-MIN-SCORE
062800     IF RGR-LIVE-MATCHED
062900         MOVE RGR-LIVE-KEYWORD TO DTL-LIVE-KEYWORD
063000     ELSE
063100         MOVE "(NO MATCH)"     TO DTL-LIVE-KEYWORD
063200     END-IF
063300     MOVE RGR-LIVE-SCORE   TO DTL-LIVE-SCORE
063400     IF RGR-CAND-MATCHED
063500         MOVE RGR-CAND-KEYWORD TO DTL-CAND-KEYWORD
063600     ELSE
063700         MOVE "(NO MATCH)"     TO DTL-CAND-KEYWORD
063800     END-IF
063900     MOVE RGR-CAND-SCORE   TO DTL-CAND-SCORE
064000     WRITE REGRRPT-REC FROM RGR-DETAIL-LINE
064100         AFTER ADVANCING 1 LINE
064200     MOVE RGR-RESULT-REASON TO PHR-REASON
064300     MOVE RGR-GOLD-PHRASE   TO PHR-PHRASE
064400     WRITE REGRRPT-REC FROM RGR-PHRASE-LINE
064500         AFTER ADVANCING 1 LINE.
064600 2400-EXIT.
064700     EXIT.
064800*****************************************************************
064900*  9000-TERMINATE  -  TOTALS, VERDICT AND RETURN CODE           *
065000*****************************************************************
065100 9000-TERMINATE.
065200     MOVE SPACES TO REGRRPT-REC
065300     WRITE REGRRPT-REC AFTER ADVANCING 2 LINES
065400     IF RGR-SOURCE-STAGED
065500         MOVE "LIVE ENTRIES COPIED"     TO TOT-LABEL
065600         MOVE RGR-LIVE-COPIED           TO TOT-VALUE
065700         WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
065800             AFTER ADVANCING 1 LINE
065900         MOVE "STAGED ENTRIES APPLIED"  TO TOT-LABEL
066000         MOVE RGR-STAGED-APPLIED        TO TOT-VALUE
066100         WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
066200             AFTER ADVANCING 1 LINE
066300         MOVE "STAGED ENTRIES NOT YET DUE" TO TOT-LABEL
066400         MOVE RGR-STAGED-HELD           TO TOT-VALUE
066500         WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
066600             AFTER ADVANCING 1 LINE
066700     END-IF
066800     MOVE "GOLDEN RECORDS READ"     TO TOT-LABEL
066900     MOVE RGR-GOLDEN-READ           TO TOT-VALUE
067000     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
067100         AFTER ADVANCING 1 LINE
067200     MOVE "GOLDEN RECORDS REJECTED" TO TOT-LABEL
067300     MOVE RGR-PHRASES-REJECTED      TO TOT-VALUE
067400     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
067500         AFTER ADVANCING 1 LINE
067600     MOVE "PHRASES TESTED"          TO TOT-LABEL
067700     MOVE RGR-PHRASES-TESTED        TO TOT-VALUE
067800     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
067900         AFTER ADVANCING 1 LINE
068000     MOVE "PASSING LIVE AND CANDIDATE" TO TOT-LABEL
068100     MOVE RGR-PASS-BOTH             TO TOT-VALUE
068200     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
068300         AFTER ADVANCING 1 LINE
068400     MOVE "REGRESSIONS"             TO TOT-LABEL
068500     MOVE RGR-REGRESSIONS           TO TOT-VALUE
068600     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
068700         AFTER ADVANCING 1 LINE
068800     MOVE "  STOPPED MATCHING"      TO TOT-LABEL
068900     MOVE RGR-STOPPED-MATCHING      TO TOT-VALUE
069000     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
069100         AFTER ADVANCING 1 LINE
069200     MOVE "  KEYWORD CHANGED"       TO TOT-LABEL
069300     MOVE RGR-KEYWORD-CHANGED       TO TOT-VALUE
069400     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
069500         AFTER ADVANCING 1 LINE
069600     MOVE "  BELOW MINIMUM SCORE"   TO TOT-LABEL
069700     MOVE RGR-BELOW-MINIMUM         TO TOT-VALUE
069800     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
069900         AFTER ADVANCING 1 LINE
070000     MOVE "IMPROVED ON CANDIDATE"   TO TOT-LABEL
070100     MOVE RGR-IMPROVED              TO TOT-VALUE
070200     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
070300         AFTER ADVANCING 1 LINE
070400     MOVE "FAILING LIVE AND CANDIDATE" TO TOT-LABEL
070500     MOVE RGR-FAIL-BOTH             TO TOT-VALUE
070600     WRITE REGRRPT-REC FROM RGR-TOTAL-LINE
070700         AFTER ADVANCING 1 LINE
070800     IF RGR-REGRESSIONS = ZERO
070900         MOVE "NO REGRESSIONS - CUTOVER MAY PROCEED" TO VRD-TEXT
071000     ELSE
071100         MOVE "REGRESSIONS FOUND - HOLD THE CUTOVER" TO VRD-TEXT
071200     END-IF
071300     WRITE REGRRPT-REC FROM RGR-VERDICT-LINE
071400         AFTER ADVANCING 2 LINES
071500     CLOSE GOLDEN-FILE
071600           REGRRPT-FILE
071700     IF RGR-REGRESSIONS = ZERO
071800         DISPLAY "RESPREGR: NO REGRESSIONS, "
071900             RGR-PHRASES-TESTED " PHRASES TESTED"
072000     ELSE
072100         DISPLAY "RESPREGR: " RGR-REGRESSIONS
072200             " REGRESSIONS IN " RGR-PHRASES-TESTED
072300             " PHRASES TESTED"
072400         MOVE 4 TO RETURN-CODE
072500     END-IF.
072600 9000-EXIT.
072700     EXIT.
072800*****************************************************************
072900*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
073000*****************************************************************
073100 9999-ABORT-RUN.
073200     DISPLAY "RESPREGR: RUN TERMINATED"
073300     MOVE 16 TO RETURN-CODE
073400     STOP RUN.
