000100*****************************************************************
000200*  WATMNT  -  WATCH-WORD FILE MAINTENANCE                       *
000300*                                                               *
000400*  APPLIES ADD / CHANGE / DELETE TRANSACTIONS (WATTRN) TO THE   *
000500*  WATCH-WORD FILE (WATCHWRD) SCREENED BY CHATBOT, IN A         *
000600*  CONTROLLED SEQUENTIAL OLD/NEW UPDATE: THE OLD FILE IS        *
000700*  LOADED, THE TRANSACTIONS ARE APPLIED IN STORAGE AND THE      *
000800*  UPDATED FILE IS WRITTEN TO WATCHNEW FOR THE JOB TO           *
000900*  CATALOGUE IN ITS PLACE.  EVERY APPLIED TRANSACTION IS        *
001000*  RECORDED ON THE AUDIT FILE (AUDITLOG) WITH BEFORE AND AFTER  *
001100*  IMAGES AND THE OPERATOR ID FROM THE SIGN-ON PARAMETER        *
001200*  (MNTPARM).  ALL TRANSACTIONS, APPLIED OR REJECTED, ARE       *
001300*  LISTED ON THE MAINTENANCE REPORT (WATRPT).                   *
001400*                                                               *
001500*  CATEGORY MUST BE C, X OR A AND SEVERITY L, M OR H (SEE       *
001600*  WATCHREC).  CHATBOT HOLDS AT MOST 200 WATCH WORDS, SO AN     *
001700*  ADD THAT WOULD TAKE THE FILE PAST 200 IS REJECTED.  WORDS    *
001800*  ARE HELD IN LOWER CASE AS CHATBOT COMPARES THEM.             *
001900*                                                               *
002000*  TRANSACTION ACTION CODES:                                    *
002100*      A = ADD NEW WATCH WORD                                   *
002200*      C = CHANGE CATEGORY AND/OR SEVERITY; A FIELD LEFT        *
002300*          BLANK KEEPS ITS CURRENT VALUE                        *
002400*      D = DELETE WATCH WORD FROM THE FILE                      *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    WATMNT.
002800 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002900 INSTALLATION.  HEAD OFFICE DATA CENTRE.
003000 DATE-WRITTEN.  OCTOBER 2026.
003100 DATE-COMPILED.
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  --------------------                                         *
003500*  2026-10-15  MEP  INITIAL VERSION                             *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-ENTERPRISE.
004000 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT WATCHWRD-FILE ASSIGN TO WATCHWRD
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS WTM-WATCHWRD-STATUS.
004600     SELECT WATCHNEW-FILE ASSIGN TO WATCHNEW
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS  IS WTM-WATCHNEW-STATUS.
004900     SELECT WATTRN-FILE   ASSIGN TO WATTRN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS  IS WTM-WATTRN-STATUS.
005200     SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS WTM-AUDITLOG-STATUS.
005500     SELECT MNTPARM-FILE  ASSIGN TO MNTPARM
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS  IS WTM-MNTPARM-STATUS.
005800     SELECT WATRPT-FILE   ASSIGN TO WATRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS  IS WTM-WATRPT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  WATCHWRD-FILE
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 30 CHARACTERS.
006600 01  WATCHWRD-REC                PIC X(30).
006700 FD  WATCHNEW-FILE
006800     RECORDING MODE IS F
006900     RECORD CONTAINS 30 CHARACTERS.
007000 01  WATCHNEW-REC                PIC X(30).
007100 FD  WATTRN-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  TRN-REC.
007500     05  TRN-ACTION-CODE         PIC X(01).
007600         88  TRN-ADD                 VALUE "A".
007700         88  TRN-CHANGE              VALUE "C".
007800         88  TRN-DELETE              VALUE "D".
007900         88  TRN-ACTION-VALID        VALUE "A" "C" "D".
008000     05  TRN-WATCH-WORD          PIC X(20).
008100     05  TRN-CATEGORY            PIC X(01).
008200     05  TRN-SEVERITY            PIC X(01).
008300     05  FILLER                  PIC X(57).
008400 FD  AUDITLOG-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 500 CHARACTERS.
008700 01  AUDITLOG-REC                PIC X(500).
008800 FD  MNTPARM-FILE
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  MNTPARM-REC.
009200     05  PARM-OPERATOR-ID        PIC X(08).
009300     05  FILLER                  PIC X(72).
009400 FD  WATRPT-FILE
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 132 CHARACTERS.
009700 01  WATRPT-REC                  PIC X(132).
009800 WORKING-STORAGE SECTION.
009900 77  WTM-WATCHWRD-STATUS         PIC X(02) VALUE SPACES.
010000     88  WTM-WATCHWRD-OK             VALUE "00".
010100     88  WTM-WATCHWRD-EOF            VALUE "10".
010200 77  WTM-WATCHNEW-STATUS         PIC X(02) VALUE SPACES.
010300     88  WTM-WATCHNEW-OK             VALUE "00".
010400 77  WTM-WATTRN-STATUS           PIC X(02) VALUE SPACES.
010500     88  WTM-WATTRN-OK               VALUE "00".
010600     88  WTM-WATTRN-EOF              VALUE "10".
010700 77  WTM-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
010800     88  WTM-AUDITLOG-OK             VALUE "00".
010900 77  WTM-MNTPARM-STATUS          PIC X(02) VALUE SPACES.
011000     88  WTM-MNTPARM-OK              VALUE "00".
011100 77  WTM-WATRPT-STATUS           PIC X(02) VALUE SPACES.
011200     88  WTM-WATRPT-OK               VALUE "00".
011300 77  WTM-OPERATOR-ID             PIC X(08) VALUE SPACES.
011400 77  WTM-RUN-DATE                PIC 9(08) VALUE ZERO.
011500 77  WTM-TIME-RAW                PIC 9(08) VALUE ZERO.
011600 77  WTM-TRANS-READ              PIC 9(05) COMP VALUE ZERO.
011700 77  WTM-TRANS-APPLIED           PIC 9(05) COMP VALUE ZERO.
011800 77  WTM-TRANS-REJECTED          PIC 9(05) COMP VALUE ZERO.
011900 77  WTM-WORDS-READ              PIC 9(05) COMP VALUE ZERO.
012000 77  WTM-BLANKS-DROPPED          PIC 9(05) COMP VALUE ZERO.
012100 77  WTM-WORDS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
012200*    CHATBOT'S WATCH-WORD TABLE HOLDS 200 ENTRIES.  THE STORAGE
012300*    TABLE ALLOWS FOR SLOTS FREED BY DELETES IN THE SAME RUN.
012400 77  WTM-WATCH-MAX               PIC 9(03) COMP VALUE 200.
012500 77  WTM-SLOT-MAX                PIC 9(03) COMP VALUE 400.
012600 77  WTM-WORD-COUNT              PIC 9(03) COMP VALUE ZERO.
012700 77  WTM-WORD-LIVE               PIC 9(03) COMP VALUE ZERO.
012800 77  WTM-WORD-HIT                PIC 9(03) COMP VALUE ZERO.
012900 77  WTM-WORD-SUB                PIC 9(03) COMP VALUE ZERO.
013000 01  WTM-SWITCHES.
013100     05  WTM-TRANS-OK-SW         PIC X(01) VALUE "N".
013200         88  WTM-TRANS-OK            VALUE "Y".
013300 01  WTM-REJECT-REASON           PIC X(30) VALUE SPACES.
013400 01  WTM-TRN-WORD                PIC X(20) VALUE SPACES.
013500 01  WTM-TRN-CATEGORY            PIC X(01) VALUE SPACE.
013600     88  WTM-CATEGORY-VALID          VALUE "C" "X" "A".
013700 01  WTM-TRN-SEVERITY            PIC X(01) VALUE SPACE.
013800     88  WTM-SEVERITY-VALID          VALUE "L" "M" "H".
013900 01  WTM-BEFORE-IMAGE            PIC X(220) VALUE SPACES.
014000 01  WTM-AFTER-IMAGE             PIC X(220) VALUE SPACES.
014100*****************************************************************
014200*  WATCH-WORD FILE IN STORAGE, IN FILE ORDER.  DELETED ENTRIES  *
014300*  ARE FLAGGED AND LEFT OFF WATCHNEW; ADDS GO ON THE END.       *
014400*****************************************************************
014500 01  WTM-WATCH-TABLE.
014600     05  WTM-WATCH-ENTRY  OCCURS 400 TIMES
014700                          INDEXED BY WTM-IDX.
014800         10  WTM-WORD            PIC X(20).
014900         10  WTM-CATEGORY        PIC X(01).
015000         10  WTM-SEVERITY        PIC X(01).
015100         10  WTM-DELETED-SW      PIC X(01).
015200             88  WTM-DELETED         VALUE "Y".
015250     COPY WATCHREC.
015300     COPY AUDITREC.
015400 01  WTM-ALPHABET-AREAS.
015500     05  WTM-UPPER-ALPHA         PIC X(26)
015600         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015700     05  WTM-LOWER-ALPHA         PIC X(26)
015800         VALUE "abcdefghijklmnopqrstuvwxyz".
015900 01  WTM-HEADING-1.
016000     05  FILLER                  PIC X(21)
016100         VALUE "WATMNT   RUN DATE ".
016200     05  HDG-RUN-DATE            PIC 9(08).
016300     05  FILLER                  PIC X(12) VALUE "  OPERATOR ".
016400     05  HDG-OPERATOR-ID         PIC X(08).
016500     05  FILLER                  PIC X(83) VALUE SPACES.
016600 01  WTM-HEADING-2.
016700     05  FILLER                  PIC X(05) VALUE "ACT".
016800     05  FILLER                  PIC X(22) VALUE "WATCH WORD".
016900     05  FILLER                  PIC X(05) VALUE "CAT".
017000     05  FILLER                  PIC X(05) VALUE "SEV".
017100     05  FILLER                  PIC X(10) VALUE "DISP".
017200     05  FILLER                  PIC X(85) VALUE "REASON".
017300 01  WTM-DETAIL-LINE.
017400     05  DTL-ACTION              PIC X(01).
017500     05  FILLER                  PIC X(04) VALUE SPACES.
017600     05  DTL-WATCH-WORD          PIC X(20).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  DTL-CATEGORY            PIC X(01).
017900     05  FILLER                  PIC X(04) VALUE SPACES.
018000     05  DTL-SEVERITY            PIC X(01).
018100     05  FILLER                  PIC X(04) VALUE SPACES.
018200     05  DTL-DISPOSITION         PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  DTL-REASON              PIC X(30).
018500     05  FILLER                  PIC X(55) VALUE SPACES.
018600 01  WTM-TOTAL-LINE.
018700     05  TOT-LABEL               PIC X(30).
018800     05  TOT-VALUE               PIC ZZ,ZZ9.
018900     05  FILLER                  PIC X(96) VALUE SPACES.
019000 PROCEDURE DIVISION.
019100*****************************************************************
019200*  0000-MAINLINE  -  TOP LEVEL CONTROL                          *
019300*****************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
019700         UNTIL WTM-WATTRN-EOF
019800     PERFORM 3000-WRITE-NEW-FILE THRU 3000-EXIT
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT
020000     STOP RUN.
020100*****************************************************************
020200*  1000-INITIALIZE  -  OPEN FILES, VERIFY SIGN-ON AND LOAD THE  *
020300*  WATCH-WORD FILE                                              *
020400*****************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT WTM-RUN-DATE FROM DATE YYYYMMDD
020700     ACCEPT WTM-TIME-RAW FROM TIME
020800     OPEN INPUT  WATCHWRD-FILE
020900                 WATTRN-FILE
021000                 MNTPARM-FILE
021100          OUTPUT AUDITLOG-FILE
021200                 WATRPT-FILE
021300     IF NOT WTM-WATCHWRD-OK
021400         DISPLAY "WATMNT: CANNOT OPEN WATCHWRD, STATUS "
021500             WTM-WATCHWRD-STATUS
021600         GO TO 9999-ABORT-RUN
021700     END-IF
021800     IF NOT WTM-WATTRN-OK
021900         DISPLAY "WATMNT: CANNOT OPEN WATTRN, STATUS "
022000             WTM-WATTRN-STATUS
022100         GO TO 9999-ABORT-RUN
022200     END-IF
022300     IF NOT WTM-MNTPARM-OK
022400         DISPLAY "WATMNT: CANNOT OPEN MNTPARM, STATUS "
022500             WTM-MNTPARM-STATUS
022600         GO TO 9999-ABORT-RUN
022700     END-IF
022800     IF NOT WTM-AUDITLOG-OK
022900         DISPLAY "WATMNT: CANNOT OPEN AUDITLOG, STATUS "
023000             WTM-AUDITLOG-STATUS
023100         GO TO 9999-ABORT-RUN
023200     END-IF
023300     IF NOT WTM-WATRPT-OK
023400         DISPLAY "WATMNT: CANNOT OPEN REPORT FILE, STATUS "
023500             WTM-WATRPT-STATUS
023600         GO TO 9999-ABORT-RUN
023700     END-IF
023800     READ MNTPARM-FILE
023900         AT END
024000             DISPLAY "WATMNT: PARAMETER RECORD MISSING"
024100             GO TO 9999-ABORT-RUN
024200     END-READ
024300     MOVE PARM-OPERATOR-ID TO WTM-OPERATOR-ID
024400     INSPECT WTM-OPERATOR-ID
024500         CONVERTING WTM-LOWER-ALPHA TO WTM-UPPER-ALPHA
024600     IF WTM-OPERATOR-ID = SPACES
024700         DISPLAY "WATMNT: OPERATOR ID MISSING FROM SIGN-ON"
024800         GO TO 9999-ABORT-RUN
024900     END-IF
025000     PERFORM 1100-LOAD-WATCH-WORD THRU 1100-EXIT
025100         UNTIL WTM-WATCHWRD-EOF
025200     CLOSE WATCHWRD-FILE
025300     MOVE WTM-RUN-DATE    TO HDG-RUN-DATE
025400     MOVE WTM-OPERATOR-ID TO HDG-OPERATOR-ID
025500     WRITE WATRPT-REC FROM WTM-HEADING-1
025600         AFTER ADVANCING PAGE
025700     WRITE WATRPT-REC FROM WTM-HEADING-2
025800         AFTER ADVANCING 2 LINES
025900     MOVE SPACES TO WATRPT-REC
026000     WRITE WATRPT-REC AFTER ADVANCING 1 LINE.
026100 1000-EXIT.
026200     EXIT.
026300*****************************************************************
026400*  1100-LOAD-WATCH-WORD  -  BLANK WORDS ARE IGNORED BY CHATBOT  *
026500*  AND ARE DROPPED HERE                                         *
026600*****************************************************************
026700 1100-LOAD-WATCH-WORD.
026800     READ WATCHWRD-FILE INTO WATCH-REC
026900         AT END
027000             GO TO 1100-EXIT
027100     END-READ
027200     IF NOT WTM-WATCHWRD-OK
027300         DISPLAY "WATMNT: WATCHWRD READ ERROR, STATUS "
027400             WTM-WATCHWRD-STATUS
027500         GO TO 9999-ABORT-RUN
027600     END-IF
027700     ADD 1 TO WTM-WORDS-READ
027800     IF WATCH-WORD = SPACES
027900         ADD 1 TO WTM-BLANKS-DROPPED
028000         GO TO 1100-EXIT
028100     END-IF
028200     IF WTM-WORD-COUNT = WTM-WATCH-MAX
028300         DISPLAY "WATMNT: WATCHWRD ALREADY HOLDS MORE THAN "
028400             "200 WORDS"
028500         GO TO 9999-ABORT-RUN
028600     END-IF
028700     ADD 1 TO WTM-WORD-COUNT
028800     ADD 1 TO WTM-WORD-LIVE
028900     INSPECT WATCH-WORD
029000         CONVERTING WTM-UPPER-ALPHA TO WTM-LOWER-ALPHA
029100     MOVE WATCH-WORD     TO WTM-WORD (WTM-WORD-COUNT)
029200     MOVE WATCH-CATEGORY TO WTM-CATEGORY (WTM-WORD-COUNT)
029300     MOVE WATCH-SEVERITY TO WTM-SEVERITY (WTM-WORD-COUNT)
029400     MOVE "N" TO WTM-DELETED-SW (WTM-WORD-COUNT).
029500 1100-EXIT.
029600     EXIT.
029700*****************************************************************
029800*  2000-PROCESS-TRANSACTION  -  READ, VALIDATE AND APPLY ONE    *
029900*  TRANSACTION                                                  *
030000*****************************************************************
030100 2000-PROCESS-TRANSACTION.
030200     READ WATTRN-FILE
030300         AT END
030400             GO TO 2000-EXIT
030500     END-READ
030600     IF NOT WTM-WATTRN-OK
030700         DISPLAY "WATMNT: WATTRN READ ERROR, STATUS "
030800             WTM-WATTRN-STATUS
030900         GO TO 9999-ABORT-RUN
031000     END-IF
031100     ADD 1 TO WTM-TRANS-READ
031200     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
031300     IF WTM-TRANS-OK
031400         EVALUATE TRUE
031500             WHEN TRN-ADD
031600                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
031700             WHEN TRN-CHANGE
031800                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
031900             WHEN TRN-DELETE
032000                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
032100         END-EVALUATE
032200     END-IF
032300     IF WTM-TRANS-OK
032400         ADD 1 TO WTM-TRANS-APPLIED
032500         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
032600     ELSE
032700         ADD 1 TO WTM-TRANS-REJECTED
032800     END-IF
032900     PERFORM 2700-REPORT-TRANSACTION THRU 2700-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200*****************************************************************
033300*  2100-VALIDATE-TRANSACTION  -  EDIT CHECKS BEFORE APPLYING    *
033400*****************************************************************
033500 2100-VALIDATE-TRANSACTION.
033600     MOVE "Y"    TO WTM-TRANS-OK-SW
033700     MOVE SPACES TO WTM-REJECT-REASON
033800     MOVE TRN-WATCH-WORD TO WTM-TRN-WORD
033900     INSPECT WTM-TRN-WORD
034000         CONVERTING WTM-UPPER-ALPHA TO WTM-LOWER-ALPHA
034100     MOVE TRN-CATEGORY TO WTM-TRN-CATEGORY
034200     INSPECT WTM-TRN-CATEGORY
034300         CONVERTING WTM-LOWER-ALPHA TO WTM-UPPER-ALPHA
034400     MOVE TRN-SEVERITY TO WTM-TRN-SEVERITY
034500     INSPECT WTM-TRN-SEVERITY
034600         CONVERTING WTM-LOWER-ALPHA TO WTM-UPPER-ALPHA
034700     IF NOT TRN-ACTION-VALID
034800         MOVE "INVALID ACTION CODE" TO WTM-REJECT-REASON
034900         MOVE "N" TO WTM-TRANS-OK-SW
035000         GO TO 2100-EXIT
035100     END-IF
035200     IF WTM-TRN-WORD = SPACES
035300         MOVE "WATCH WORD MISSING" TO WTM-REJECT-REASON
035400         MOVE "N" TO WTM-TRANS-OK-SW
035500         GO TO 2100-EXIT
035600     END-IF
035700     IF TRN-ADD OR TRN-CHANGE
035800         IF NOT WTM-CATEGORY-VALID
035900            AND (TRN-ADD OR WTM-TRN-CATEGORY NOT = SPACE)
036000             MOVE "CATEGORY NOT C, X OR A" TO WTM-REJECT-REASON
036100             MOVE "N" TO WTM-TRANS-OK-SW
036200             GO TO 2100-EXIT
036300         END-IF
036400         IF NOT WTM-SEVERITY-VALID
036500            AND (TRN-ADD OR WTM-TRN-SEVERITY NOT = SPACE)
036600             MOVE "SEVERITY NOT L, M OR H" TO WTM-REJECT-REASON
036700             MOVE "N" TO WTM-TRANS-OK-SW
036800             GO TO 2100-EXIT
036900         END-IF
037000     END-IF
037100     IF TRN-CHANGE
037200        AND WTM-TRN-CATEGORY = SPACE
037300        AND WTM-TRN-SEVERITY = SPACE
037400         MOVE "NOTHING TO CHANGE" TO WTM-REJECT-REASON
037500         MOVE "N" TO WTM-TRANS-OK-SW
037600         GO TO 2100-EXIT
037700     END-IF
037800     PERFORM 2800-FIND-WATCH-WORD THRU 2800-EXIT
037900     IF TRN-ADD AND WTM-WORD-HIT > ZERO
038000         MOVE "DUPLICATE WATCH WORD" TO WTM-REJECT-REASON
038100         MOVE "N" TO WTM-TRANS-OK-SW
038200         GO TO 2100-EXIT
038300     END-IF
038400     IF NOT TRN-ADD
038500        AND WTM-WORD-HIT = ZERO
038600         MOVE "WATCH WORD NOT ON FILE" TO WTM-REJECT-REASON
038700         MOVE "N" TO WTM-TRANS-OK-SW
038800         GO TO 2100-EXIT
038900     END-IF
039000     IF TRN-ADD
039100        AND (WTM-WORD-LIVE = WTM-WATCH-MAX
039200             OR WTM-WORD-COUNT = WTM-SLOT-MAX)
039300         MOVE "CHATBOT WATCH TABLE FULL (200)"
039400             TO WTM-REJECT-REASON
039500         MOVE "N" TO WTM-TRANS-OK-SW
039600     END-IF.
039700 2100-EXIT.
039800     EXIT.
039900*****************************************************************
040000*  2200-APPLY-ADD  -  ADD A WATCH WORD TO THE END OF THE FILE   *
040100*****************************************************************
040200 2200-APPLY-ADD.
040300     MOVE SPACES TO WTM-BEFORE-IMAGE
040400     ADD 1 TO WTM-WORD-COUNT
040500     ADD 1 TO WTM-WORD-LIVE
040600     MOVE WTM-TRN-WORD     TO WTM-WORD (WTM-WORD-COUNT)
040700     MOVE WTM-TRN-CATEGORY TO WTM-CATEGORY (WTM-WORD-COUNT)
040800     MOVE WTM-TRN-SEVERITY TO WTM-SEVERITY (WTM-WORD-COUNT)
040900     MOVE "N" TO WTM-DELETED-SW (WTM-WORD-COUNT)
041000     MOVE WTM-WORD-COUNT TO WTM-WORD-HIT
041100     PERFORM 2900-BUILD-IMAGE THRU 2900-EXIT
041200     MOVE WATCH-REC TO WTM-AFTER-IMAGE.
041300 2200-EXIT.
041400     EXIT.
041500*****************************************************************
041600*  2300-APPLY-CHANGE  -  REPLACE THE CATEGORY AND/OR SEVERITY   *
041700*****************************************************************
041800 2300-APPLY-CHANGE.
041900     PERFORM 2900-BUILD-IMAGE THRU 2900-EXIT
042000     MOVE WATCH-REC TO WTM-BEFORE-IMAGE
042100     IF WTM-TRN-CATEGORY NOT = SPACE
042200         MOVE WTM-TRN-CATEGORY TO WTM-CATEGORY (WTM-WORD-HIT)
042300     END-IF
042400     IF WTM-TRN-SEVERITY NOT = SPACE
042500         MOVE WTM-TRN-SEVERITY TO WTM-SEVERITY (WTM-WORD-HIT)
042600     END-IF
042700     PERFORM 2900-BUILD-IMAGE THRU 2900-EXIT
042800     MOVE WATCH-REC TO WTM-AFTER-IMAGE.
042900 2300-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  2400-APPLY-DELETE  -  DROP THE WATCH WORD FROM THE NEW FILE  *
043300*****************************************************************
043400 2400-APPLY-DELETE.
043500     PERFORM 2900-BUILD-IMAGE THRU 2900-EXIT
043600     MOVE WATCH-REC TO WTM-BEFORE-IMAGE
043700     MOVE "Y" TO WTM-DELETED-SW (WTM-WORD-HIT)
043800     SUBTRACT 1 FROM WTM-WORD-LIVE
043900     MOVE SPACES TO WTM-AFTER-IMAGE.
044000 2400-EXIT.
044100     EXIT.
044200*****************************************************************
044300*  2600-WRITE-AUDIT  -  BEFORE/AFTER IMAGES TO AUDIT FILE       *
044400*****************************************************************
044500 2600-WRITE-AUDIT.
044600     MOVE SPACES TO AUD-REC
044700     MOVE WTM-RUN-DATE        TO AUD-DATE
044800     ACCEPT WTM-TIME-RAW FROM TIME
044900     MOVE WTM-TIME-RAW (1:6)  TO AUD-TIME
045000     MOVE WTM-OPERATOR-ID     TO AUD-OPERATOR-ID
045100     MOVE TRN-ACTION-CODE     TO AUD-ACTION-CODE
045200     MOVE WTM-TRN-WORD        TO AUD-KEYWORD
045300     MOVE WTM-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
045400     MOVE WTM-AFTER-IMAGE     TO AUD-AFTER-IMAGE
045500     SET AUD-WATCH-WORD-FILE  TO TRUE
045600     WRITE AUDITLOG-REC FROM AUD-REC
045700     IF NOT WTM-AUDITLOG-OK
045800         DISPLAY "WATMNT: AUDIT WRITE ERROR, STATUS "
045900             WTM-AUDITLOG-STATUS
046000         GO TO 9999-ABORT-RUN
046100     END-IF.
046200 2600-EXIT.
046300     EXIT.
046400*****************************************************************
046500*  2700-REPORT-TRANSACTION  -  ONE REPORT LINE PER TRANS,       *
046600*  SHOWING THE WORD AS IT NOW STANDS WHEN APPLIED               *
046700*****************************************************************
046800 2700-REPORT-TRANSACTION.
046900     MOVE TRN-ACTION-CODE TO DTL-ACTION
047000     MOVE WTM-TRN-WORD    TO DTL-WATCH-WORD
047100     IF WTM-TRANS-OK AND NOT TRN-DELETE
047200         MOVE WTM-CATEGORY (WTM-WORD-HIT) TO DTL-CATEGORY
047300         MOVE WTM-SEVERITY (WTM-WORD-HIT) TO DTL-SEVERITY
047400     ELSE
047500         MOVE TRN-CATEGORY TO DTL-CATEGORY
047600         MOVE TRN-SEVERITY TO DTL-SEVERITY
047700     END-IF
047800     IF WTM-TRANS-OK
047900         MOVE "APPLIED"  TO DTL-DISPOSITION
048000         MOVE SPACES     TO DTL-REASON
048100     ELSE
048200         MOVE "REJECTED" TO DTL-DISPOSITION
048300         MOVE WTM-REJECT-REASON TO DTL-REASON
048400     END-IF
048500     WRITE WATRPT-REC FROM WTM-DETAIL-LINE
048600         AFTER ADVANCING 1 LINE.
048700 2700-EXIT.
048800     EXIT.
048900*****************************************************************
049000*  2800-FIND-WATCH-WORD  -  WTM-WORD-HIT IS THE LIVE ENTRY FOR  *
049100*  THE TRANSACTION WORD, OR ZERO                                *
049200*****************************************************************
049300 2800-FIND-WATCH-WORD.
049400     MOVE ZERO TO WTM-WORD-HIT
049500     IF WTM-WORD-COUNT = ZERO
049600         GO TO 2800-EXIT
049700     END-IF
049800     SET WTM-IDX TO 1
049900     SEARCH WTM-WATCH-ENTRY
050000         AT END
050100             CONTINUE
050200         WHEN WTM-IDX > WTM-WORD-COUNT
050300             CONTINUE
050400         WHEN WTM-WORD (WTM-IDX) = WTM-TRN-WORD
050500          AND NOT WTM-DELETED (WTM-IDX)
050600             SET WTM-WORD-HIT TO WTM-IDX
050700     END-SEARCH.
050800 2800-EXIT.
050900     EXIT.
051000*****************************************************************
051100*  2900-BUILD-IMAGE  -  WATCH-REC FROM TABLE ENTRY WTM-WORD-HIT *
051200*****************************************************************
051300 2900-BUILD-IMAGE.
051400     MOVE SPACES TO WATCH-REC
051500     MOVE WTM-WORD (WTM-WORD-HIT)     TO WATCH-WORD
051600     MOVE WTM-CATEGORY (WTM-WORD-HIT) TO WATCH-CATEGORY
051700     MOVE WTM-SEVERITY (WTM-WORD-HIT) TO WATCH-SEVERITY.
051800 2900-EXIT.
051900     EXIT.
052000*****************************************************************
052100*  3000-WRITE-NEW-FILE  -  WRITE THE UPDATED WATCH-WORD FILE    *
052200*****************************************************************
052300 3000-WRITE-NEW-FILE.
052400     OPEN OUTPUT WATCHNEW-FILE
052500     IF NOT WTM-WATCHNEW-OK
052600         DISPLAY "WATMNT: CANNOT OPEN WATCHNEW, STATUS "
052700             WTM-WATCHNEW-STATUS
052800         GO TO 9999-ABORT-RUN
052900     END-IF
053000     PERFORM 3100-WRITE-WATCH-WORD THRU 3100-EXIT
053100         VARYING WTM-WORD-SUB FROM 1 BY 1
053200         UNTIL WTM-WORD-SUB > WTM-WORD-COUNT
053300     CLOSE WATCHNEW-FILE.
053400 3000-EXIT.
053500     EXIT.
053600
053700 3100-WRITE-WATCH-WORD.
053800     IF WTM-DELETED (WTM-WORD-SUB)
053900         GO TO 3100-EXIT
054000     END-IF
054100     MOVE WTM-WORD-SUB TO WTM-WORD-HIT
054200     PERFORM 2900-BUILD-IMAGE THRU 2900-EXIT
054300     WRITE WATCHNEW-REC FROM WATCH-REC
054400     IF NOT WTM-WATCHNEW-OK
054500         DISPLAY "WATMNT: WATCHNEW WRITE ERROR, STATUS "
054600             WTM-WATCHNEW-STATUS
054700         GO TO 9999-ABORT-RUN
054800     END-IF
054900     ADD 1 TO WTM-WORDS-WRITTEN.
055000 3100-EXIT.
055100     EXIT.
055200*****************************************************************
055300*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
055400*****************************************************************
055500 9000-TERMINATE.
055600     MOVE SPACES TO WATRPT-REC
055700     WRITE WATRPT-REC AFTER ADVANCING 2 LINES
055800     MOVE "TRANSACTIONS READ"     TO TOT-LABEL
055900     MOVE WTM-TRANS-READ          TO TOT-VALUE
056000     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
056100         AFTER ADVANCING 1 LINE
056200     MOVE "TRANSACTIONS APPLIED"  TO TOT-LABEL
056300     MOVE WTM-TRANS-APPLIED       TO TOT-VALUE
056400     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
056500         AFTER ADVANCING 1 LINE
056600     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL
056700     MOVE WTM-TRANS-REJECTED      TO TOT-VALUE
056800     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
056900         AFTER ADVANCING 1 LINE
057000     MOVE "WATCH WORDS READ"      TO TOT-LABEL
057100     MOVE WTM-WORDS-READ          TO TOT-VALUE
057200     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
057300         AFTER ADVANCING 1 LINE
057400     MOVE "BLANK RECORDS DROPPED" TO TOT-LABEL
057500     MOVE WTM-BLANKS-DROPPED      TO TOT-VALUE
057600     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
057700         AFTER ADVANCING 1 LINE
057800     MOVE "WATCH WORDS WRITTEN"   TO TOT-LABEL
057900     MOVE WTM-WORDS-WRITTEN       TO TOT-VALUE
058000     WRITE WATRPT-REC FROM WTM-TOTAL-LINE
058100         AFTER ADVANCING 1 LINE
058200     CLOSE WATTRN-FILE
058300           AUDITLOG-FILE
058400           MNTPARM-FILE
058500           WATRPT-FILE
058600     DISPLAY "WATMNT: RUN COMPLETE, "
058700         WTM-TRANS-APPLIED " APPLIED, "
058800         WTM-TRANS-REJECTED " REJECTED".
058900 9000-EXIT.
059000     EXIT.
059100*****************************************************************
059200*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
059300*****************************************************************
059400 9999-ABORT-RUN.
059500     DISPLAY "WATMNT: RUN TERMINATED"
059600     MOVE 16 TO RETURN-CODE
059700     STOP RUN.
