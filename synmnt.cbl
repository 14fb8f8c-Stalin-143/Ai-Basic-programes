000100*****************************************************************
000200*  SYNMNT  -  SYNONYM FILE MAINTENANCE                          *
000300*                                                               *
000400*  APPLIES ADD / CHANGE / DELETE TRANSACTIONS (SYNTRN) TO THE   *
000500*  SYNONYM FILE (SYNONYMS) READ BY RESPMTCH, IN A CONTROLLED    *
000600*  SEQUENTIAL OLD/NEW UPDATE: THE OLD FILE IS LOADED, THE       *
000700*  TRANSACTIONS ARE APPLIED IN STORAGE AND THE UPDATED FILE IS  *
000800*  WRITTEN TO SYNNEW FOR THE JOB TO CATALOGUE IN ITS PLACE.     *
000900*  EVERY APPLIED TRANSACTION IS RECORDED ON THE AUDIT FILE      *
001000*  (AUDITLOG) WITH BEFORE AND AFTER IMAGES AND THE OPERATOR ID  *
001100*  FROM THE SIGN-ON PARAMETER (MNTPARM).  ALL TRANSACTIONS,     *
001200*  APPLIED OR REJECTED, ARE LISTED ON THE MAINTENANCE REPORT    *
001300*  (SYNRPT).                                                    *
001400*                                                               *
001500*  THE CANONICAL KEYWORD OF AN ADD OR CHANGE MUST BE ON THE     *
001600*  RESPONSE TABLE (RESPTBL) IN AT LEAST ONE LANGUAGE, AND A     *
001700*  SYNONYM WORD MAY APPEAR ONLY ONCE ON THE FILE.  WORDS AND    *
001800*  KEYWORDS ARE HELD IN LOWER CASE AS RESPMTCH COMPARES THEM.   *
001900*                                                               *
002000*  TRANSACTION ACTION CODES:                                    *
002100*      A = ADD NEW SYNONYM                                      *
002200*      C = CHANGE THE CANONICAL KEYWORD OF A SYNONYM            *
002300*      D = DELETE SYNONYM FROM THE FILE                         *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    SYNMNT.
002700 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002800 INSTALLATION.  HEAD OFFICE DATA CENTRE.
002900 DATE-WRITTEN.  OCTOBER 2026.
003000 DATE-COMPILED.
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  --------------------                                         *
003400*  2026-10-15  MEP  INITIAL VERSION                             *
003420*  2026-10-15  MEP  ADD LIMIT TESTED ON LIVE SYNONYMS, SO SLOTS *
003440*                   FREED BY DELETES IN THE SAME RUN DO NOT     *
003460*                   BLOCK ADDS; STORAGE TABLE SIZED SEPARATELY  *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-ENTERPRISE.
003900 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RESPTBL-FILE  ASSIGN TO RESPTBL
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE  IS DYNAMIC
004500         RECORD KEY   IS RESP-KEY
004600         FILE STATUS  IS SYM-RESPTBL-STATUS.
004700     SELECT SYNONYMS-FILE ASSIGN TO SYNONYMS
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS  IS SYM-SYNONYMS-STATUS.
005000     SELECT SYNNEW-FILE   ASSIGN TO SYNNEW
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS  IS SYM-SYNNEW-STATUS.
005300     SELECT SYNTRN-FILE   ASSIGN TO SYNTRN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS SYM-SYNTRN-STATUS.
005600     SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS SYM-AUDITLOG-STATUS.
005900     SELECT MNTPARM-FILE  ASSIGN TO MNTPARM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS  IS SYM-MNTPARM-STATUS.
006200     SELECT SYNRPT-FILE   ASSIGN TO SYNRPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS SYM-SYNRPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RESPTBL-FILE
006800     RECORD CONTAINS 220 CHARACTERS.
006900     COPY RESPREC.
007000 FD  SYNONYMS-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 50 CHARACTERS.
007300 01  SYNONYMS-REC                PIC X(50).
007400 FD  SYNNEW-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 50 CHARACTERS.
007700 01  SYNNEW-REC                  PIC X(50).
007800 FD  SYNTRN-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  TRN-REC.
008200     05  TRN-ACTION-CODE         PIC X(01).
008300         88  TRN-ADD                 VALUE "A".
008400         88  TRN-CHANGE              VALUE "C".
008500         88  TRN-DELETE              VALUE "D".
008600         88  TRN-ACTION-VALID        VALUE "A" "C" "D".
008700     05  TRN-SYN-WORD            PIC X(15).
008800     05  TRN-CANON-KEYWORD       PIC X(30).
008900     05  FILLER                  PIC X(34).
009000 FD  AUDITLOG-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 500 CHARACTERS.
009300 01  AUDITLOG-REC                PIC X(500).
009400 FD  MNTPARM-FILE
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  MNTPARM-REC.
009800     05  PARM-OPERATOR-ID        PIC X(08).
009900     05  FILLER                  PIC X(72).
010000 FD  SYNRPT-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 132 CHARACTERS.
010300 01  SYNRPT-REC                  PIC X(132).
010400 WORKING-STORAGE SECTION.
010500 77  SYM-RESPTBL-STATUS          PIC X(02) VALUE SPACES.
010600     88  SYM-RESPTBL-OK              VALUE "00".
010700     88  SYM-RESPTBL-NOTFND          VALUE "23".
010800     88  SYM-RESPTBL-EOF             VALUE "10".
010900 77  SYM-SYNONYMS-STATUS         PIC X(02) VALUE SPACES.
011000     88  SYM-SYNONYMS-OK             VALUE "00".
011100     88  SYM-SYNONYMS-EOF            VALUE "10".
011200 77  SYM-SYNNEW-STATUS           PIC X(02) VALUE SPACES.
011300     88  SYM-SYNNEW-OK               VALUE "00".
011400 77  SYM-SYNTRN-STATUS           PIC X(02) VALUE SPACES.
011500     88  SYM-SYNTRN-OK               VALUE "00".
011600     88  SYM-SYNTRN-EOF              VALUE "10".
011700 77  SYM-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
011800     88  SYM-AUDITLOG-OK             VALUE "00".
011900 77  SYM-MNTPARM-STATUS          PIC X(02) VALUE SPACES.
012000     88  SYM-MNTPARM-OK              VALUE "00".
012100 77  SYM-SYNRPT-STATUS           PIC X(02) VALUE SPACES.
012200     88  SYM-SYNRPT-OK               VALUE "00".
012300 77  SYM-OPERATOR-ID             PIC X(08) VALUE SPACES.
012400 77  SYM-RUN-DATE                PIC 9(08) VALUE ZERO.
012500 77  SYM-TIME-RAW                PIC 9(08) VALUE ZERO.
012600 77  SYM-TRANS-READ              PIC 9(05) COMP VALUE ZERO.
012700 77  SYM-TRANS-APPLIED           PIC 9(05) COMP VALUE ZERO.
012800 77  SYM-TRANS-REJECTED          PIC 9(05) COMP VALUE ZERO.
012900 77  SYM-SYNS-READ               PIC 9(05) COMP VALUE ZERO.
013000 77  SYM-SYNS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
013050*    RESPMTCH HOLDS AT MOST 500 SYNONYMS.  THE STORAGE TABLE
013100*    ALLOWS FOR SLOTS FREED BY DELETES IN THE SAME RUN.
013200 77  SYM-SYN-MAX                 PIC 9(03) COMP VALUE 500.
013250 77  SYM-SLOT-MAX                PIC 9(04) COMP VALUE 1000.
013300 77  SYM-SYN-COUNT               PIC 9(04) COMP VALUE ZERO.
013350 77  SYM-SYN-LIVE                PIC 9(03) COMP VALUE ZERO.
013400 77  SYM-SYN-HIT                 PIC 9(04) COMP VALUE ZERO.
013450 77  SYM-SYN-SUB                 PIC 9(04) COMP VALUE ZERO.
013600 01  SYM-SWITCHES.
013700     05  SYM-TRANS-OK-SW         PIC X(01) VALUE "N".
013800         88  SYM-TRANS-OK            VALUE "Y".
013900     05  SYM-KEYWORD-FOUND-SW    PIC X(01) VALUE "N".
014000         88  SYM-KEYWORD-FOUND       VALUE "Y".
014100 01  SYM-REJECT-REASON           PIC X(30) VALUE SPACES.
014200 01  SYM-TRN-WORD                PIC X(15) VALUE SPACES.
014300 01  SYM-TRN-CANON               PIC X(30) VALUE SPACES.
014400 01  SYM-BEFORE-IMAGE            PIC X(220) VALUE SPACES.
014500 01  SYM-AFTER-IMAGE             PIC X(220) VALUE SPACES.
014600*****************************************************************
014700*  SYNONYM FILE IN STORAGE, IN FILE ORDER.  DELETED ENTRIES     *
014800*  ARE FLAGGED AND LEFT OFF SYNNEW; ADDS GO ON THE END.         *
014900*****************************************************************
015000 01  SYM-SYNONYM-TABLE.
015100     05  SYM-SYN-ENTRY  OCCURS 1000 TIMES
015200                        INDEXED BY SYN-IDX.
015300         10  SYM-SYN-WORD        PIC X(15).
015400         10  SYM-SYN-CANON       PIC X(30).
015500         10  SYM-SYN-DELETED-SW  PIC X(01).
015600             88  SYM-SYN-DELETED     VALUE "Y".
015650     COPY SYNREC.
015700     COPY AUDITREC.
015800 01  SYM-ALPHABET-AREAS.
015900     05  SYM-UPPER-ALPHA         PIC X(26)
016000         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016100     05  SYM-LOWER-ALPHA         PIC X(26)
016200         VALUE "abcdefghijklmnopqrstuvwxyz".
016300 01  SYM-HEADING-1.
016400     05  FILLER                  PIC X(21)
016500         VALUE "SYNMNT   RUN DATE ".
016600     05  HDG-RUN-DATE            PIC 9(08).
016700     05  FILLER                  PIC X(12) VALUE "  OPERATOR ".
016800     05  HDG-OPERATOR-ID         PIC X(08).
016900     05  FILLER                  PIC X(83) VALUE SPACES.
017000 01  SYM-HEADING-2.
017100     05  FILLER                  PIC X(05) VALUE "ACT".
017200     05  FILLER                  PIC X(17) VALUE "SYNONYM".
017300     05  FILLER                  PIC X(32) VALUE "CANONICAL".
017400     05  FILLER                  PIC X(10) VALUE "DISP".
017500     05  FILLER                  PIC X(68) VALUE "REASON".
017600 01  SYM-DETAIL-LINE.
017700     05  DTL-ACTION              PIC X(01).
017800     05  FILLER                  PIC X(04) VALUE SPACES.
017900     05  DTL-SYN-WORD            PIC X(15).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  DTL-CANON-KEYWORD       PIC X(30).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  DTL-DISPOSITION         PIC X(08).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  DTL-REASON              PIC X(30).
018600     05  FILLER                  PIC X(38) VALUE SPACES.
018700 01  SYM-TOTAL-LINE.
018800     05  TOT-LABEL               PIC X(30).
018900     05  TOT-VALUE               PIC ZZ,ZZ9.
019000     05  FILLER                  PIC X(96) VALUE SPACES.
019100 PROCEDURE DIVISION.
019200*****************************************************************
019300*  0000-MAINLINE  -  TOP LEVEL CONTROL                          *
019400*****************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
019800         UNTIL SYM-SYNTRN-EOF
019900     PERFORM 3000-WRITE-NEW-FILE THRU 3000-EXIT
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     STOP RUN.
020200*****************************************************************
020300*  1000-INITIALIZE  -  OPEN FILES, VERIFY SIGN-ON AND LOAD THE  *
020400*  SYNONYM FILE                                                 *
020500*****************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT SYM-RUN-DATE FROM DATE YYYYMMDD
020800     ACCEPT SYM-TIME-RAW FROM TIME
020900     OPEN INPUT  RESPTBL-FILE
021000                 SYNONYMS-FILE
021100                 SYNTRN-FILE
021200                 MNTPARM-FILE
021300          OUTPUT AUDITLOG-FILE
021400                 SYNRPT-FILE
021500     IF NOT SYM-RESPTBL-OK
021600         DISPLAY "SYNMNT: CANNOT OPEN RESPTBL, STATUS "
021700             SYM-RESPTBL-STATUS
021800         GO TO 9999-ABORT-RUN
021900     END-IF
022000     IF NOT SYM-SYNONYMS-OK
022100         DISPLAY "SYNMNT: CANNOT OPEN SYNONYMS, STATUS "
022200             SYM-SYNONYMS-STATUS
022300         GO TO 9999-ABORT-RUN
022400     END-IF
022500     IF NOT SYM-SYNTRN-OK
022600         DISPLAY "SYNMNT: CANNOT OPEN SYNTRN, STATUS "
022700             SYM-SYNTRN-STATUS
022800         GO TO 9999-ABORT-RUN
022900     END-IF
023000     IF NOT SYM-MNTPARM-OK
023100         DISPLAY "SYNMNT: CANNOT OPEN MNTPARM, STATUS "
023200             SYM-MNTPARM-STATUS
023300         GO TO 9999-ABORT-RUN
023400     END-IF
023500     IF NOT SYM-AUDITLOG-OK
023600         DISPLAY "SYNMNT: CANNOT OPEN AUDITLOG, STATUS "
023700             SYM-AUDITLOG-STATUS
023800         GO TO 9999-ABORT-RUN
023900     END-IF
024000     IF NOT SYM-SYNRPT-OK
024100         DISPLAY "SYNMNT: CANNOT OPEN REPORT FILE, STATUS "
024200             SYM-SYNRPT-STATUS
024300         GO TO 9999-ABORT-RUN
024400     END-IF
024500     READ MNTPARM-FILE
024600         AT END
024700             DISPLAY "SYNMNT: PARAMETER RECORD MISSING"
024800             GO TO 9999-ABORT-RUN
024900     END-READ
025000     MOVE PARM-OPERATOR-ID TO SYM-OPERATOR-ID
025100     INSPECT SYM-OPERATOR-ID
025200         CONVERTING SYM-LOWER-ALPHA TO SYM-UPPER-ALPHA
025300     IF SYM-OPERATOR-ID = SPACES
025400         DISPLAY "SYNMNT: OPERATOR ID MISSING FROM SIGN-ON"
025500         GO TO 9999-ABORT-RUN
025600     END-IF
025700     PERFORM 1100-LOAD-SYNONYM THRU 1100-EXIT
025800         UNTIL SYM-SYNONYMS-EOF
025900     CLOSE SYNONYMS-FILE
026000     MOVE SYM-RUN-DATE    TO HDG-RUN-DATE
026100     MOVE SYM-OPERATOR-ID TO HDG-OPERATOR-ID
026200     WRITE SYNRPT-REC FROM SYM-HEADING-1
026300         AFTER ADVANCING PAGE
026400     WRITE SYNRPT-REC FROM SYM-HEADING-2
026500         AFTER ADVANCING 2 LINES
026600     MOVE SPACES TO SYNRPT-REC
026700     WRITE SYNRPT-REC AFTER ADVANCING 1 LINE.
026800 1000-EXIT.
026900     EXIT.
027000
027100 1100-LOAD-SYNONYM.
027200     READ SYNONYMS-FILE INTO SYN-REC
027300         AT END
027400             GO TO 1100-EXIT
027500     END-READ
027600     IF NOT SYM-SYNONYMS-OK
027700         DISPLAY "SYNMNT: SYNONYMS READ ERROR, STATUS "
027800             SYM-SYNONYMS-STATUS
027900         GO TO 9999-ABORT-RUN
028000     END-IF
028100     ADD 1 TO SYM-SYNS-READ
028200     IF SYM-SYN-COUNT = SYM-SYN-MAX
028300         DISPLAY "SYNMNT: SYNONYM TABLE OVERFLOW"
028400         GO TO 9999-ABORT-RUN
028500     END-IF
028600     ADD 1 TO SYM-SYN-COUNT
028650     ADD 1 TO SYM-SYN-LIVE
028700     MOVE SYN-WORD          TO SYM-SYN-WORD (SYM-SYN-COUNT)
028800     MOVE SYN-CANON-KEYWORD TO SYM-SYN-CANON (SYM-SYN-COUNT)
028900     MOVE "N" TO SYM-SYN-DELETED-SW (SYM-SYN-COUNT).
029000 1100-EXIT.
029100     EXIT.
029200*****************************************************************
029300*  2000-PROCESS-TRANSACTION  -  READ, VALIDATE AND APPLY ONE    *
029400*  TRANSACTION                                                  *
029500*****************************************************************
029600 2000-PROCESS-TRANSACTION.
029700     READ SYNTRN-FILE
029800         AT END
029900             GO TO 2000-EXIT
030000     END-READ
030100     IF NOT SYM-SYNTRN-OK
030200         DISPLAY "SYNMNT: SYNTRN READ ERROR, STATUS "
030300             SYM-SYNTRN-STATUS
030400         GO TO 9999-ABORT-RUN
030500     END-IF
030600     ADD 1 TO SYM-TRANS-READ
030700     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
030800     IF SYM-TRANS-OK
030900         EVALUATE TRUE
031000             WHEN TRN-ADD
031100                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
031200             WHEN TRN-CHANGE
031300                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
031400             WHEN TRN-DELETE
031500                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
031600         END-EVALUATE
031700     END-IF
031800     IF SYM-TRANS-OK
031900         ADD 1 TO SYM-TRANS-APPLIED
032000         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
032100     ELSE
032200         ADD 1 TO SYM-TRANS-REJECTED
032300     END-IF
032400     PERFORM 2700-REPORT-TRANSACTION THRU 2700-EXIT.
032500 2000-EXIT.
032600     EXIT.
032700*****************************************************************
032800*  2100-VALIDATE-TRANSACTION  -  EDIT CHECKS BEFORE APPLYING    *
032900*****************************************************************
033000 2100-VALIDATE-TRANSACTION.
033100     MOVE "Y"    TO SYM-TRANS-OK-SW
033200     MOVE SPACES TO SYM-REJECT-REASON
033300     MOVE TRN-SYN-WORD TO SYM-TRN-WORD
033400     INSPECT SYM-TRN-WORD
033500         CONVERTING SYM-UPPER-ALPHA TO SYM-LOWER-ALPHA
033600     MOVE TRN-CANON-KEYWORD TO SYM-TRN-CANON
033700     INSPECT SYM-TRN-CANON
033800         CONVERTING SYM-UPPER-ALPHA TO SYM-LOWER-ALPHA
033900     IF NOT TRN-ACTION-VALID
034000         MOVE "INVALID ACTION CODE" TO SYM-REJECT-REASON
034100         MOVE "N" TO SYM-TRANS-OK-SW
034200         GO TO 2100-EXIT
034300     END-IF
034400     IF SYM-TRN-WORD = SPACES
034500         MOVE "SYNONYM WORD MISSING" TO SYM-REJECT-REASON
034600         MOVE "N" TO SYM-TRANS-OK-SW
034700         GO TO 2100-EXIT
034800     END-IF
034900     IF TRN-ADD OR TRN-CHANGE
035000         IF SYM-TRN-CANON = SPACES
035100             MOVE "CANONICAL KEYWORD MISSING"
035200                 TO SYM-REJECT-REASON
035300             MOVE "N" TO SYM-TRANS-OK-SW
035400             GO TO 2100-EXIT
035500         END-IF
035600         PERFORM 2150-CHECK-KEYWORD THRU 2150-EXIT
035700         IF NOT SYM-KEYWORD-FOUND
035800             MOVE "KEYWORD NOT ON RESPONSE TABLE"
035900                 TO SYM-REJECT-REASON
036000             MOVE "N" TO SYM-TRANS-OK-SW
036100             GO TO 2100-EXIT
036200         END-IF
036300     END-IF
036400     PERFORM 2800-FIND-SYNONYM THRU 2800-EXIT
036500     IF TRN-ADD AND SYM-SYN-HIT > ZERO
036600         MOVE "DUPLICATE SYNONYM WORD" TO SYM-REJECT-REASON
036700         MOVE "N" TO SYM-TRANS-OK-SW
036800         GO TO 2100-EXIT
036900     END-IF
037000     IF NOT TRN-ADD
037100        AND SYM-SYN-HIT = ZERO
037200         MOVE "SYNONYM NOT ON FILE" TO SYM-REJECT-REASON
037300         MOVE "N" TO SYM-TRANS-OK-SW
037400         GO TO 2100-EXIT
037500     END-IF
037600     IF TRN-ADD
037700        AND SYM-SYN-LIVE = SYM-SYN-MAX
037800         MOVE "SYNONYM TABLE FULL (500)" TO SYM-REJECT-REASON
037900         MOVE "N" TO SYM-TRANS-OK-SW
037910         GO TO 2100-EXIT
037920     END-IF
037930     IF TRN-ADD
037940        AND SYM-SYN-COUNT = SYM-SLOT-MAX
037950         MOVE "SYNONYM WORK TABLE FULL (1000)"
037955             TO SYM-REJECT-REASON
037960         MOVE "N" TO SYM-TRANS-OK-SW
038000     END-IF.
038100 2100-EXIT.
038200     EXIT.
038300*****************************************************************
038400*  2150-CHECK-KEYWORD  -  IS THE CANONICAL KEYWORD ON THE       *
038500*  RESPONSE TABLE IN ANY LANGUAGE?  POSITION AT THE LOWEST KEY  *
038600*  FOR THE KEYWORD AND LOOK AT THE NEXT ENTRY.                  *
038700*****************************************************************
038800 2150-CHECK-KEYWORD.
038900     MOVE "N" TO SYM-KEYWORD-FOUND-SW
039000     MOVE SYM-TRN-CANON TO RESP-KEYWORD
039100     MOVE LOW-VALUES    TO RESP-LANG-CODE
039200     START RESPTBL-FILE
039300         KEY IS NOT LESS THAN RESP-KEY
039400         INVALID KEY
039500             GO TO 2150-EXIT
039600     END-START
039700     IF NOT SYM-RESPTBL-OK
039800         DISPLAY "SYNMNT: RESPTBL START ERROR, STATUS "
039900             SYM-RESPTBL-STATUS
040000         GO TO 9999-ABORT-RUN
040100     END-IF
040200     READ RESPTBL-FILE NEXT RECORD
040300         AT END
040400             GO TO 2150-EXIT
040500     END-READ
040600     IF NOT SYM-RESPTBL-OK
040700         DISPLAY "SYNMNT: RESPTBL READ ERROR, STATUS "
040800             SYM-RESPTBL-STATUS
040900         GO TO 9999-ABORT-RUN
041000     END-IF
041100     IF RESP-KEYWORD = SYM-TRN-CANON
041200         MOVE "Y" TO SYM-KEYWORD-FOUND-SW
041300     END-IF.
041400 2150-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  2200-APPLY-ADD  -  ADD A SYNONYM TO THE END OF THE FILE      *
041800*****************************************************************
041900 2200-APPLY-ADD.
042000     MOVE SPACES TO SYM-BEFORE-IMAGE
042100     ADD 1 TO SYM-SYN-COUNT
042150     ADD 1 TO SYM-SYN-LIVE
042200     MOVE SYM-TRN-WORD  TO SYM-SYN-WORD (SYM-SYN-COUNT)
042300     MOVE SYM-TRN-CANON TO SYM-SYN-CANON (SYM-SYN-COUNT)
042400     MOVE "N" TO SYM-SYN-DELETED-SW (SYM-SYN-COUNT)
042500     MOVE SPACES        TO SYN-REC
042600     MOVE SYM-TRN-WORD  TO SYN-WORD
042700     MOVE SYM-TRN-CANON TO SYN-CANON-KEYWORD
042800     MOVE SYN-REC TO SYM-AFTER-IMAGE.
042900 2200-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  2300-APPLY-CHANGE  -  POINT THE SYNONYM AT A NEW KEYWORD     *
043300*****************************************************************
043400 2300-APPLY-CHANGE.
043500     MOVE SPACES TO SYN-REC
043600     MOVE SYM-SYN-WORD (SYM-SYN-HIT)  TO SYN-WORD
043700     MOVE SYM-SYN-CANON (SYM-SYN-HIT) TO SYN-CANON-KEYWORD
043800     MOVE SYN-REC TO SYM-BEFORE-IMAGE
043900     MOVE SYM-TRN-CANON TO SYM-SYN-CANON (SYM-SYN-HIT)
044000     MOVE SYM-TRN-CANON TO SYN-CANON-KEYWORD
044100     MOVE SYN-REC TO SYM-AFTER-IMAGE.
044200 2300-EXIT.
044300     EXIT.
044400*****************************************************************
044500*  2400-APPLY-DELETE  -  DROP THE SYNONYM FROM THE NEW FILE     *
044600*****************************************************************
044700 2400-APPLY-DELETE.
044800     MOVE SPACES TO SYN-REC
044900     MOVE SYM-SYN-WORD (SYM-SYN-HIT)  TO SYN-WORD
045000     MOVE SYM-SYN-CANON (SYM-SYN-HIT) TO SYN-CANON-KEYWORD
045100     MOVE SYN-REC TO SYM-BEFORE-IMAGE
045200     MOVE "Y" TO SYM-SYN-DELETED-SW (SYM-SYN-HIT)
045250     SUBTRACT 1 FROM SYM-SYN-LIVE
045300     MOVE SPACES TO SYM-AFTER-IMAGE.
045400 2400-EXIT.
045500     EXIT.
045600*****************************************************************
045700*  2600-WRITE-AUDIT  -  BEFORE/AFTER IMAGES TO AUDIT FILE       *
045800*****************************************************************
045900 2600-WRITE-AUDIT.
046000     MOVE SPACES TO AUD-REC
046100     MOVE SYM-RUN-DATE        TO AUD-DATE
046200     ACCEPT SYM-TIME-RAW FROM TIME
046300     MOVE SYM-TIME-RAW (1:6)  TO AUD-TIME
046400     MOVE SYM-OPERATOR-ID     TO AUD-OPERATOR-ID
046500     MOVE TRN-ACTION-CODE     TO AUD-ACTION-CODE
046600     MOVE SYM-TRN-WORD        TO AUD-KEYWORD
046700     MOVE SYM-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
046800     MOVE SYM-AFTER-IMAGE     TO AUD-AFTER-IMAGE
046900     SET AUD-SYNONYM-FILE     TO TRUE
047000     WRITE AUDITLOG-REC FROM AUD-REC
047100     IF NOT SYM-AUDITLOG-OK
047200         DISPLAY "SYNMNT: AUDIT WRITE ERROR, STATUS "
047300             SYM-AUDITLOG-STATUS
047400         GO TO 9999-ABORT-RUN
047500     END-IF.
047600 2600-EXIT.
047700     EXIT.
047800*****************************************************************
047900*  2700-REPORT-TRANSACTION  -  ONE REPORT LINE PER TRANS        *
048000*****************************************************************
048100 2700-REPORT-TRANSACTION.
048200     MOVE TRN-ACTION-CODE TO DTL-ACTION
048300     MOVE SYM-TRN-WORD    TO DTL-SYN-WORD
048400     MOVE SYM-TRN-CANON   TO DTL-CANON-KEYWORD
048500     IF SYM-TRANS-OK
048600         MOVE "APPLIED"  TO DTL-DISPOSITION
048700         MOVE SPACES     TO DTL-REASON
048800     ELSE
048900         MOVE "REJECTED" TO DTL-DISPOSITION
049000         MOVE SYM-REJECT-REASON TO DTL-REASON
049100     END-IF
049200     WRITE SYNRPT-REC FROM SYM-DETAIL-LINE
049300         AFTER ADVANCING 1 LINE.
049400 2700-EXIT.
049500     EXIT.
049600*****************************************************************
049700*  2800-FIND-SYNONYM  -  SYM-SYN-HIT IS THE LIVE ENTRY FOR THE  *
049800*  TRANSACTION WORD, OR ZERO                                    *
049900*****************************************************************
050000 2800-FIND-SYNONYM.
050100     MOVE ZERO TO SYM-SYN-HIT
050200     IF SYM-SYN-COUNT = ZERO
050300         GO TO 2800-EXIT
050400     END-IF
050500     SET SYN-IDX TO 1
050600     SEARCH SYM-SYN-ENTRY
050700         AT END
050800             CONTINUE
050900         WHEN SYN-IDX > SYM-SYN-COUNT
051000             CONTINUE
051100         WHEN SYM-SYN-WORD (SYN-IDX) = SYM-TRN-WORD
051200          AND NOT SYM-SYN-DELETED (SYN-IDX)
051300             SET SYM-SYN-HIT TO SYN-IDX
051400     END-SEARCH.
051500 2800-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  3000-WRITE-NEW-FILE  -  WRITE THE UPDATED SYNONYM FILE       *
051900*****************************************************************
052000 3000-WRITE-NEW-FILE.
052100     OPEN OUTPUT SYNNEW-FILE
052200     IF NOT SYM-SYNNEW-OK
052300         DISPLAY "SYNMNT: CANNOT OPEN SYNNEW, STATUS "
052400             SYM-SYNNEW-STATUS
052500         GO TO 9999-ABORT-RUN
052600     END-IF
052700     PERFORM 3100-WRITE-SYNONYM THRU 3100-EXIT
052800         VARYING SYM-SYN-SUB FROM 1 BY 1
052900         UNTIL SYM-SYN-SUB > SYM-SYN-COUNT
053000     CLOSE SYNNEW-FILE.
053100 3000-EXIT.
053200     EXIT.
053300
053400 3100-WRITE-SYNONYM.
053500     IF SYM-SYN-DELETED (SYM-SYN-SUB)
053600         GO TO 3100-EXIT
053700     END-IF
053800     MOVE SPACES TO SYN-REC
053900     MOVE SYM-SYN-WORD (SYM-SYN-SUB)  TO SYN-WORD
054000     MOVE SYM-SYN-CANON (SYM-SYN-SUB) TO SYN-CANON-KEYWORD
054100     WRITE SYNNEW-REC FROM SYN-REC
054200     IF NOT SYM-SYNNEW-OK
054300         DISPLAY "SYNMNT: SYNNEW WRITE ERROR, STATUS "
054400             SYM-SYNNEW-STATUS
054500         GO TO 9999-ABORT-RUN
054600     END-IF
054700     ADD 1 TO SYM-SYNS-WRITTEN.
054800 3100-EXIT.
054900     EXIT.
055000*****************************************************************
055100*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
055200*****************************************************************
055300 9000-TERMINATE.
055400     MOVE SPACES TO SYNRPT-REC
055500     WRITE SYNRPT-REC AFTER ADVANCING 2 LINES
055600     MOVE "TRANSACTIONS READ"     TO TOT-LABEL
055700     MOVE SYM-TRANS-READ          TO TOT-VALUE
055800     WRITE SYNRPT-REC FROM SYM-TOTAL-LINE
055900         AFTER ADVANCING 1 LINE
056000     MOVE "TRANSACTIONS APPLIED"  TO TOT-LABEL
056100     MOVE SYM-TRANS-APPLIED       TO TOT-VALUE
056200     WRITE SYNRPT-REC FROM SYM-TOTAL-LINE
056300         AFTER ADVANCING 1 LINE
056400     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL
056500     MOVE SYM-TRANS-REJECTED      TO TOT-VALUE
056600     WRITE SYNRPT-REC FROM SYM-TOTAL-LINE
056700         AFTER ADVANCING 1 LINE
056800     MOVE "SYNONYMS READ"         TO TOT-LABEL
056900     MOVE SYM-SYNS-READ           TO TOT-VALUE
057000     WRITE SYNRPT-REC FROM SYM-TOTAL-LINE
057100         AFTER ADVANCING 1 LINE
057200     MOVE "SYNONYMS WRITTEN"      TO TOT-LABEL
057300     MOVE SYM-SYNS-WRITTEN        TO TOT-VALUE
057400     WRITE SYNRPT-REC FROM SYM-TOTAL-LINE
057500         AFTER ADVANCING 1 LINE
057600     CLOSE RESPTBL-FILE
057700           SYNTRN-FILE
057800           AUDITLOG-FILE
057900           MNTPARM-FILE
058000           SYNRPT-FILE
058100     DISPLAY "SYNMNT: RUN COMPLETE, "
058200         SYM-TRANS-APPLIED " APPLIED, "
058300         SYM-TRANS-REJECTED " REJECTED".
058400 9000-EXIT.
058500     EXIT.
058600*****************************************************************
058700*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
058800*****************************************************************
058900 9999-ABORT-RUN.
059000     DISPLAY "SYNMNT: RUN TERMINATED"
059100     MOVE 16 TO RETURN-CODE
059200     STOP RUN.
