000100*****************************************************************
000200*  AGTMNT  -  HELP-DESK AGENT MASTER MAINTENANCE                *
000300*                                                               *
000400*  APPLIES ADD / CHANGE / DEACTIVATE / REACTIVATE / DELETE      *
000500*  TRANSACTIONS (AGTTRN) AGAINST THE KEYED AGENT MASTER         *
000600*  (AGENTMST, VSAM KSDS) IN A CONTROLLED UPDATE RUN.  EVERY     *
000700*  APPLIED TRANSACTION IS RECORDED ON THE AUDIT FILE            *
000800*  (AUDITLOG) WITH BEFORE AND AFTER IMAGES AND THE OPERATOR ID  *
000900*  FROM THE SIGN-ON PARAMETER (MNTPARM).  ALL TRANSACTIONS,     *
001000*  APPLIED OR REJECTED, ARE LISTED ON THE MAINTENANCE REPORT    *
001100*  (AGTRPT).                                                    *
001200*                                                               *
001300*  TRANSACTION ACTION CODES:                                    *
001400*      A = ADD NEW AGENT (ACTIVE)                               *
001500*      C = CHANGE NAME, TEAM, LANGUAGES OR MAXIMUM OPEN CASES;  *
001600*          FIELDS LEFT BLANK KEEP THEIR CURRENT VALUE, AND      *
001700*          LANGUAGES SUPPLIED REPLACE THE WHOLE LIST            *
001800*      N = DEACTIVATE AGENT (NO NEW ASSIGNMENTS)                *
001900*      R = REACTIVATE AGENT                                     *
002000*      D = DELETE AGENT FROM THE MASTER                         *
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    AGTMNT.
002400 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002500 INSTALLATION.  HEAD OFFICE DATA CENTRE.
002600 DATE-WRITTEN.  OCTOBER 2026.
002700 DATE-COMPILED.
002800*****************************************************************
002900*  MODIFICATION HISTORY                                         *
003000*  --------------------                                         *
003100*  2026-10-15  MEP  INITIAL VERSION                             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-ENTERPRISE.
003600 OBJECT-COMPUTER.  IBM-ENTERPRISE.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AGENTMST-FILE ASSIGN TO AGENTMST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE  IS RANDOM
004200         RECORD KEY   IS AGT-AGENT-ID
004300         FILE STATUS  IS AGM-AGENTMST-STATUS.
004400     SELECT AGTTRN-FILE   ASSIGN TO AGTTRN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS  IS AGM-AGTTRN-STATUS.
004700     SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS  IS AGM-AUDITLOG-STATUS.
005000     SELECT MNTPARM-FILE  ASSIGN TO MNTPARM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS  IS AGM-MNTPARM-STATUS.
005300     SELECT AGTRPT-FILE   ASSIGN TO AGTRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS AGM-AGTRPT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AGENTMST-FILE
005900     RECORD CONTAINS 100 CHARACTERS.
006000     COPY AGENTREC.
006100 FD  AGTTRN-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 100 CHARACTERS.
006400 01  TRN-REC.
006500     05  TRN-ACTION-CODE         PIC X(01).
006600         88  TRN-ADD                 VALUE "A".
006700         88  TRN-CHANGE              VALUE "C".
006800         88  TRN-DEACTIVATE          VALUE "N".
006900         88  TRN-REACTIVATE          VALUE "R".
007000         88  TRN-DELETE              VALUE "D".
007100         88  TRN-ACTION-VALID        VALUE "A" "C" "N"
007200                                           "R" "D".
007300     05  TRN-AGENT-ID            PIC X(08).
007400     05  TRN-NAME                PIC X(30).
007500     05  TRN-TEAM                PIC X(10).
007600     05  TRN-LANGUAGES.
007700         10  TRN-LANG-CODE       PIC X(02)
007800                                 OCCURS 4 TIMES.
007900     05  TRN-MAX-OPEN            PIC X(03).
008000     05  FILLER                  PIC X(40).
008100 FD  AUDITLOG-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 500 CHARACTERS.
008400 01  AUDITLOG-REC                PIC X(500).
008500 FD  MNTPARM-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  MNTPARM-REC.
008900     05  PARM-OPERATOR-ID        PIC X(08).
009000     05  FILLER                  PIC X(72).
009100 FD  AGTRPT-FILE
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 132 CHARACTERS.
009400 01  AGTRPT-REC                  PIC X(132).
009500 WORKING-STORAGE SECTION.
009600 77  AGM-AGENTMST-STATUS         PIC X(02) VALUE SPACES.
009700     88  AGM-AGENTMST-OK             VALUE "00".
009800     88  AGM-AGENTMST-NOTFND         VALUE "23".
009900 77  AGM-AGTTRN-STATUS           PIC X(02) VALUE SPACES.
010000     88  AGM-AGTTRN-OK               VALUE "00".
010100     88  AGM-AGTTRN-EOF              VALUE "10".
010200 77  AGM-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
010300     88  AGM-AUDITLOG-OK             VALUE "00".
010400 77  AGM-MNTPARM-STATUS          PIC X(02) VALUE SPACES.
010500     88  AGM-MNTPARM-OK              VALUE "00".
010600 77  AGM-AGTRPT-STATUS           PIC X(02) VALUE SPACES.
010700     88  AGM-AGTRPT-OK               VALUE "00".
010800 77  AGM-OPERATOR-ID             PIC X(08) VALUE SPACES.
010900 77  AGM-RUN-DATE                PIC 9(08) VALUE ZERO.
011000 77  AGM-TIME-RAW                PIC 9(08) VALUE ZERO.
011100 77  AGM-TRANS-READ              PIC 9(05) COMP VALUE ZERO.
011200 77  AGM-TRANS-APPLIED           PIC 9(05) COMP VALUE ZERO.
011300 77  AGM-TRANS-REJECTED          PIC 9(05) COMP VALUE ZERO.
011400 77  AGM-LANG-SUB                PIC 9(02) COMP VALUE ZERO.
011500 77  AGM-LANG-COUNT              PIC 9(02) COMP VALUE ZERO.
011600 01  AGM-SWITCHES.
011700     05  AGM-TRANS-OK-SW         PIC X(01) VALUE "N".
011800         88  AGM-TRANS-OK            VALUE "Y".
011900     05  AGM-ENTRY-FOUND-SW      PIC X(01) VALUE "N".
012000         88  AGM-ENTRY-FOUND         VALUE "Y".
012100 01  AGM-REJECT-REASON           PIC X(30) VALUE SPACES.
012200 01  AGM-TRN-AGENT-ID            PIC X(08) VALUE SPACES.
012300*    LANGUAGES FROM THE TRANSACTION, UPPER-CASED AND PACKED TO
012400*    THE LEFT WITH BLANK SLOTS DROPPED.
012500 01  AGM-TRN-LANGS.
012600     05  AGM-TRN-LANG            PIC X(02)
012700                                 OCCURS 4 TIMES.
012800 01  AGM-TRN-MAX-OPEN            PIC 9(03) VALUE ZERO.
012900 01  AGM-BEFORE-IMAGE            PIC X(220) VALUE SPACES.
013000 01  AGM-AFTER-IMAGE             PIC X(220) VALUE SPACES.
013100     COPY AUDITREC.
013200     COPY LANGCODE.
013300 01  AGM-ALPHABET-AREAS.
013400     05  AGM-UPPER-ALPHA         PIC X(26)
013500         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013600     05  AGM-LOWER-ALPHA         PIC X(26)
013700         VALUE "abcdefghijklmnopqrstuvwxyz".
013800 01  AGM-HEADING-1.
013900     05  FILLER                  PIC X(21)
014000         VALUE "AGTMNT   RUN DATE ".
014100     05  HDG-RUN-DATE            PIC 9(08).
014200     05  FILLER                  PIC X(12) VALUE "  OPERATOR ".
014300     05  HDG-OPERATOR-ID         PIC X(08).
014400     05  FILLER                  PIC X(83) VALUE SPACES.
014500 01  AGM-HEADING-2.
014600     05  FILLER                  PIC X(05) VALUE "ACT".
014700     05  FILLER                  PIC X(10) VALUE "AGENT".
014800     05  FILLER                  PIC X(10) VALUE "DISP".
014900     05  FILLER                  PIC X(32) VALUE "REASON".
015000     05  FILLER                  PIC X(32) VALUE "NAME".
015100     05  FILLER                  PIC X(12) VALUE "TEAM".
015200     05  FILLER                  PIC X(16) VALUE "LANGUAGES".
015300     05  FILLER                  PIC X(15) VALUE "MAX OPEN".
015400 01  AGM-DETAIL-LINE.
015500     05  DTL-ACTION              PIC X(01).
015600     05  FILLER                  PIC X(04) VALUE SPACES.
015700     05  DTL-AGENT-ID            PIC X(08).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  DTL-DISPOSITION         PIC X(08).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  DTL-REASON              PIC X(30).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  DTL-NAME                PIC X(30).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  DTL-TEAM                PIC X(10).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  DTL-LANG                PIC X(02)
016800                                 OCCURS 4 TIMES.
016900     05  FILLER                  PIC X(08) VALUE SPACES.
017000     05  DTL-MAX-OPEN            PIC X(03).
017100     05  FILLER                  PIC X(12) VALUE SPACES.
017200 01  AGM-TOTAL-LINE.
017300     05  TOT-LABEL               PIC X(30).
017400     05  TOT-VALUE               PIC ZZ,ZZ9.
017500     05  FILLER                  PIC X(96) VALUE SPACES.
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*  0000-MAINLINE  -  TOP LEVEL CONTROL                          *
017900*****************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
018300         UNTIL AGM-AGTTRN-EOF
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT
018500     STOP RUN.
018600*****************************************************************
018700*  1000-INITIALIZE  -  OPEN FILES AND VERIFY SIGN-ON            *
018800*****************************************************************
018900 1000-INITIALIZE.
019000     ACCEPT AGM-RUN-DATE FROM DATE YYYYMMDD
019100     ACCEPT AGM-TIME-RAW FROM TIME
019200     OPEN I-O    AGENTMST-FILE
019300          INPUT  AGTTRN-FILE
019400                 MNTPARM-FILE
019500          OUTPUT AUDITLOG-FILE
019600                 AGTRPT-FILE
019700     IF NOT AGM-AGENTMST-OK
019800         DISPLAY "AGTMNT: CANNOT OPEN AGENTMST, STATUS "
019900             AGM-AGENTMST-STATUS
020000         GO TO 9999-ABORT-RUN
020100     END-IF
020200     IF NOT AGM-AGTTRN-OK
020300         DISPLAY "AGTMNT: CANNOT OPEN AGTTRN, STATUS "
020400             AGM-AGTTRN-STATUS
020500         GO TO 9999-ABORT-RUN
020600     END-IF
020700     IF NOT AGM-MNTPARM-OK
020800         DISPLAY "AGTMNT: CANNOT OPEN MNTPARM, STATUS "
020900             AGM-MNTPARM-STATUS
021000         GO TO 9999-ABORT-RUN
021100     END-IF
021200     IF NOT AGM-AUDITLOG-OK
021300         DISPLAY "AGTMNT: CANNOT OPEN AUDITLOG, STATUS "
021400             AGM-AUDITLOG-STATUS
021500         GO TO 9999-ABORT-RUN
021600     END-IF
021700     IF NOT AGM-AGTRPT-OK
021800         DISPLAY "AGTMNT: CANNOT OPEN REPORT FILE, STATUS "
021900             AGM-AGTRPT-STATUS
022000         GO TO 9999-ABORT-RUN
022100     END-IF
022200     READ MNTPARM-FILE
022300         AT END
022400             DISPLAY "AGTMNT: PARAMETER RECORD MISSING"
022500             GO TO 9999-ABORT-RUN
022600     END-READ
022700     MOVE PARM-OPERATOR-ID TO AGM-OPERATOR-ID
022800     INSPECT AGM-OPERATOR-ID
022900         CONVERTING AGM-LOWER-ALPHA TO AGM-UPPER-ALPHA
023000     IF AGM-OPERATOR-ID = SPACES
023100         DISPLAY "AGTMNT: OPERATOR ID MISSING FROM SIGN-ON"
023200         GO TO 9999-ABORT-RUN
023300     END-IF
023400     MOVE AGM-RUN-DATE    TO HDG-RUN-DATE
023500     MOVE AGM-OPERATOR-ID TO HDG-OPERATOR-ID
023600     WRITE AGTRPT-REC FROM AGM-HEADING-1
023700         AFTER ADVANCING PAGE
023800     WRITE AGTRPT-REC FROM AGM-HEADING-2
023900         AFTER ADVANCING 2 LINES
024000     MOVE SPACES TO AGTRPT-REC
024100     WRITE AGTRPT-REC AFTER ADVANCING 1 LINE.
024200 1000-EXIT.
024300     EXIT.
024400*****************************************************************
024500*  2000-PROCESS-TRANSACTION  -  READ, VALIDATE AND APPLY ONE    *
024600*  TRANSACTION                                                  *
024700*****************************************************************
024800 2000-PROCESS-TRANSACTION.
024900     READ AGTTRN-FILE
025000         AT END
025100             GO TO 2000-EXIT
025200     END-READ
025300     IF NOT AGM-AGTTRN-OK
025400         DISPLAY "AGTMNT: AGTTRN READ ERROR, STATUS "
025500             AGM-AGTTRN-STATUS
025600         GO TO 9999-ABORT-RUN
025700     END-IF
025800     ADD 1 TO AGM-TRANS-READ
025900     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
026000     IF AGM-TRANS-OK
026100         EVALUATE TRUE
026200             WHEN TRN-ADD
026300                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
026400             WHEN TRN-CHANGE
026500                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
026600             WHEN TRN-DEACTIVATE
026700                 PERFORM 2400-APPLY-STATUS THRU 2400-EXIT
026800             WHEN TRN-REACTIVATE
026900                 PERFORM 2400-APPLY-STATUS THRU 2400-EXIT
027000             WHEN TRN-DELETE
027100                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
027200         END-EVALUATE
027300     END-IF
027400     IF AGM-TRANS-OK
027500         ADD 1 TO AGM-TRANS-APPLIED
027600         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
027700     ELSE
027800         ADD 1 TO AGM-TRANS-REJECTED
027900     END-IF
028000     PERFORM 2700-REPORT-TRANSACTION THRU 2700-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300*****************************************************************
028400*  2100-VALIDATE-TRANSACTION  -  EDIT CHECKS BEFORE APPLYING    *
028500*****************************************************************
028600 2100-VALIDATE-TRANSACTION.
028700     MOVE "Y"    TO AGM-TRANS-OK-SW
028800     MOVE SPACES TO AGM-REJECT-REASON
028900     MOVE TRN-AGENT-ID TO AGM-TRN-AGENT-ID
029000     INSPECT AGM-TRN-AGENT-ID
029100         CONVERTING AGM-LOWER-ALPHA TO AGM-UPPER-ALPHA
029200     IF NOT TRN-ACTION-VALID
029300         MOVE "INVALID ACTION CODE" TO AGM-REJECT-REASON
029400         MOVE "N" TO AGM-TRANS-OK-SW
029500         GO TO 2100-EXIT
029600     END-IF
029700     IF AGM-TRN-AGENT-ID = SPACES
029800         MOVE "AGENT ID MISSING" TO AGM-REJECT-REASON
029900         MOVE "N" TO AGM-TRANS-OK-SW
030000         GO TO 2100-EXIT
030100     END-IF
030200     IF TRN-ADD OR TRN-CHANGE
030300         PERFORM 2150-EDIT-DETAILS THRU 2150-EXIT
030400         IF NOT AGM-TRANS-OK
030500             GO TO 2100-EXIT
030600         END-IF
030700     END-IF
030800     PERFORM 2800-READ-ENTRY THRU 2800-EXIT
030900     IF TRN-ADD AND AGM-ENTRY-FOUND
031000         MOVE "DUPLICATE AGENT ID" TO AGM-REJECT-REASON
031100         MOVE "N" TO AGM-TRANS-OK-SW
031200         GO TO 2100-EXIT
031300     END-IF
031400     IF NOT TRN-ADD
031500        AND NOT AGM-ENTRY-FOUND
031600         MOVE "AGENT NOT ON MASTER" TO AGM-REJECT-REASON
031700         MOVE "N" TO AGM-TRANS-OK-SW
031800         GO TO 2100-EXIT
031900     END-IF
032000     IF TRN-DEACTIVATE AND AGT-INACTIVE
032100         MOVE "AGENT ALREADY INACTIVE" TO AGM-REJECT-REASON
032200         MOVE "N" TO AGM-TRANS-OK-SW
032300         GO TO 2100-EXIT
032400     END-IF
032500     IF TRN-REACTIVATE AND AGT-ACTIVE
032600         MOVE "AGENT ALREADY ACTIVE" TO AGM-REJECT-REASON
032700         MOVE "N" TO AGM-TRANS-OK-SW
032800     END-IF.
032900 2100-EXIT.
033000     EXIT.
033100*****************************************************************
033200*  2150-EDIT-DETAILS  -  NAME, LANGUAGES AND MAXIMUM LOAD ON    *
033300*  ADD AND CHANGE; ADD MUST SUPPLY ALL THREE                    *
033400*****************************************************************
033500 2150-EDIT-DETAILS.
033600     IF TRN-ADD AND TRN-NAME = SPACES
033700         MOVE "AGENT NAME MISSING" TO AGM-REJECT-REASON
033800         MOVE "N" TO AGM-TRANS-OK-SW
033900         GO TO 2150-EXIT
034000     END-IF
034100     MOVE SPACES TO AGM-TRN-LANGS
034200     MOVE ZERO   TO AGM-LANG-COUNT
034300     PERFORM 2160-EDIT-ONE-LANGUAGE THRU 2160-EXIT
034400         VARYING AGM-LANG-SUB FROM 1 BY 1
034500         UNTIL AGM-LANG-SUB > 4
034600            OR NOT AGM-TRANS-OK
034700     IF NOT AGM-TRANS-OK
034800         GO TO 2150-EXIT
034900     END-IF
035000     IF TRN-ADD AND AGM-LANG-COUNT = ZERO
035100         MOVE "NO LANGUAGES SUPPLIED" TO AGM-REJECT-REASON
035200         MOVE "N" TO AGM-TRANS-OK-SW
035300         GO TO 2150-EXIT
035400     END-IF
035500     MOVE ZERO TO AGM-TRN-MAX-OPEN
035600     IF TRN-MAX-OPEN = SPACES
035700         IF TRN-ADD
035800             MOVE "MAXIMUM OPEN CASES MISSING"
035900                 TO AGM-REJECT-REASON
036000             MOVE "N" TO AGM-TRANS-OK-SW
036100         END-IF
036200         GO TO 2150-EXIT
036300     END-IF
036400     IF TRN-MAX-OPEN NOT NUMERIC
036500      OR TRN-MAX-OPEN = "000"
036600         MOVE "INVALID MAXIMUM OPEN CASES" TO AGM-REJECT-REASON
036700         MOVE "N" TO AGM-TRANS-OK-SW
036800         GO TO 2150-EXIT
036900     END-IF
037000     MOVE TRN-MAX-OPEN TO AGM-TRN-MAX-OPEN.
037100 2150-EXIT.
037200     EXIT.
037300
037400 2160-EDIT-ONE-LANGUAGE.
037500     IF TRN-LANG-CODE (AGM-LANG-SUB) = SPACES
037600         GO TO 2160-EXIT
037700     END-IF
037800     MOVE TRN-LANG-CODE (AGM-LANG-SUB) TO LANG-CODE-IN
037900     INSPECT LANG-CODE-IN
038000         CONVERTING AGM-LOWER-ALPHA TO AGM-UPPER-ALPHA
038100     IF NOT LANG-CODE-VALID
038200         MOVE "INVALID LANGUAGE CODE" TO AGM-REJECT-REASON
038300         MOVE "N" TO AGM-TRANS-OK-SW
038400         GO TO 2160-EXIT
038500     END-IF
038600     ADD 1 TO AGM-LANG-COUNT
038700     MOVE LANG-CODE-IN TO AGM-TRN-LANG (AGM-LANG-COUNT).
038800 2160-EXIT.
038900     EXIT.
039000*****************************************************************
039100*  2200-APPLY-ADD  -  WRITE A NEW AGENT RECORD                  *
039200*****************************************************************
039300 2200-APPLY-ADD.
039400     MOVE SPACES TO AGM-BEFORE-IMAGE
039500     MOVE SPACES TO AGT-REC
039600     MOVE AGM-TRN-AGENT-ID TO AGT-AGENT-ID
039700     MOVE TRN-NAME         TO AGT-NAME
039800     MOVE TRN-TEAM         TO AGT-TEAM
039900     MOVE "A"              TO AGT-STATUS
040000     MOVE AGM-TRN-LANGS    TO AGT-LANGUAGES
040100     MOVE AGM-TRN-MAX-OPEN TO AGT-MAX-OPEN
040200     WRITE AGT-REC
040300         INVALID KEY
040400             MOVE "DUPLICATE AGENT ID" TO AGM-REJECT-REASON
040500             MOVE "N" TO AGM-TRANS-OK-SW
040600             GO TO 2200-EXIT
040700     END-WRITE
040800     IF NOT AGM-AGENTMST-OK
040900         DISPLAY "AGTMNT: AGENTMST WRITE ERROR, STATUS "
041000             AGM-AGENTMST-STATUS
041100         GO TO 9999-ABORT-RUN
041200     END-IF
041300     MOVE AGT-REC TO AGM-AFTER-IMAGE.
041400 2200-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  2300-APPLY-CHANGE  -  REPLACE THE FIELDS SUPPLIED            *
041800*****************************************************************
041900 2300-APPLY-CHANGE.
042000     MOVE AGT-REC TO AGM-BEFORE-IMAGE
042100     IF TRN-NAME NOT = SPACES
042200         MOVE TRN-NAME TO AGT-NAME
042300     END-IF
042400     IF TRN-TEAM NOT = SPACES
042500         MOVE TRN-TEAM TO AGT-TEAM
042600     END-IF
042700     IF AGM-LANG-COUNT > ZERO
042800         MOVE AGM-TRN-LANGS TO AGT-LANGUAGES
042900     END-IF
043000     IF AGM-TRN-MAX-OPEN > ZERO
043100         MOVE AGM-TRN-MAX-OPEN TO AGT-MAX-OPEN
043200     END-IF
043300     REWRITE AGT-REC
043400         INVALID KEY
043500             DISPLAY "AGTMNT: REWRITE FAILED, KEY " AGT-AGENT-ID
043600             GO TO 9999-ABORT-RUN
043700     END-REWRITE
043800     MOVE AGT-REC TO AGM-AFTER-IMAGE.
043900 2300-EXIT.
044000     EXIT.
044100*****************************************************************
044200*  2400-APPLY-STATUS  -  FLAG AN AGENT INACTIVE OR ACTIVE       *
044300*****************************************************************
044400 2400-APPLY-STATUS.
044500     MOVE AGT-REC TO AGM-BEFORE-IMAGE
044600     IF TRN-DEACTIVATE
044700         MOVE "I" TO AGT-STATUS
044800     ELSE
044900         MOVE "A" TO AGT-STATUS
045000     END-IF
045100     REWRITE AGT-REC
045200         INVALID KEY
045300             DISPLAY "AGTMNT: REWRITE FAILED, KEY " AGT-AGENT-ID
045400             GO TO 9999-ABORT-RUN
045500     END-REWRITE
045600     MOVE AGT-REC TO AGM-AFTER-IMAGE.
045700 2400-EXIT.
045800     EXIT.
045900*****************************************************************
046000*  2500-APPLY-DELETE  -  DELETE AN AGENT FROM THE MASTER        *
046100*****************************************************************
046200 2500-APPLY-DELETE.
046300     MOVE AGT-REC TO AGM-BEFORE-IMAGE
046400     DELETE AGENTMST-FILE RECORD
046500         INVALID KEY
046600             DISPLAY "AGTMNT: DELETE FAILED, KEY " AGT-AGENT-ID
046700             GO TO 9999-ABORT-RUN
046800     END-DELETE
046900     MOVE SPACES TO AGM-AFTER-IMAGE.
047000 2500-EXIT.
047100     EXIT.
047200*****************************************************************
047300*  2600-WRITE-AUDIT  -  BEFORE/AFTER IMAGES TO AUDIT FILE       *
047400*****************************************************************
047500 2600-WRITE-AUDIT.
047600     MOVE SPACES TO AUD-REC
047700     MOVE AGM-RUN-DATE        TO AUD-DATE
047800     ACCEPT AGM-TIME-RAW FROM TIME
047900     MOVE AGM-TIME-RAW (1:6)  TO AUD-TIME
048000     MOVE AGM-OPERATOR-ID     TO AUD-OPERATOR-ID
048100     MOVE TRN-ACTION-CODE     TO AUD-ACTION-CODE
048200     MOVE AGM-TRN-AGENT-ID    TO AUD-KEYWORD
048300     MOVE AGM-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
048400     MOVE AGM-AFTER-IMAGE     TO AUD-AFTER-IMAGE
048500     SET AUD-AGENT-MASTER     TO TRUE
048600     WRITE AUDITLOG-REC FROM AUD-REC
048700     IF NOT AGM-AUDITLOG-OK
048800         DISPLAY "AGTMNT: AUDIT WRITE ERROR, STATUS "
048900             AGM-AUDITLOG-STATUS
049000         GO TO 9999-ABORT-RUN
049100     END-IF.
049200 2600-EXIT.
049300     EXIT.
049400*****************************************************************
049500*  2700-REPORT-TRANSACTION  -  ONE REPORT LINE PER TRANS,       *
049600*  SHOWING THE AGENT AS IT NOW STANDS WHEN APPLIED              *
049700*****************************************************************
049800 2700-REPORT-TRANSACTION.
049900     MOVE TRN-ACTION-CODE  TO DTL-ACTION
050000     MOVE AGM-TRN-AGENT-ID TO DTL-AGENT-ID
050100     IF AGM-TRANS-OK
050200         MOVE "APPLIED"  TO DTL-DISPOSITION
050300         MOVE SPACES     TO DTL-REASON
050400     ELSE
050500         MOVE "REJECTED" TO DTL-DISPOSITION
050600         MOVE AGM-REJECT-REASON TO DTL-REASON
050700     END-IF
050800     IF AGM-TRANS-OK AND NOT TRN-DELETE
050900         MOVE AGT-NAME          TO DTL-NAME
051000         MOVE AGT-TEAM          TO DTL-TEAM
051100         MOVE AGT-LANG-CODE (1) TO DTL-LANG (1)
051200         MOVE AGT-LANG-CODE (2) TO DTL-LANG (2)
051300         MOVE AGT-LANG-CODE (3) TO DTL-LANG (3)
051400         MOVE AGT-LANG-CODE (4) TO DTL-LANG (4)
051500         MOVE AGT-MAX-OPEN      TO DTL-MAX-OPEN
051600     ELSE
051700         MOVE TRN-NAME          TO DTL-NAME
051800         MOVE TRN-TEAM          TO DTL-TEAM
051900         MOVE TRN-LANG-CODE (1) TO DTL-LANG (1)
052000         MOVE TRN-LANG-CODE (2) TO DTL-LANG (2)
052100         MOVE TRN-LANG-CODE (3) TO DTL-LANG (3)
052200         MOVE TRN-LANG-CODE (4) TO DTL-LANG (4)
052300         MOVE TRN-MAX-OPEN      TO DTL-MAX-OPEN
052400     END-IF
052500     WRITE AGTRPT-REC FROM AGM-DETAIL-LINE
052600         AFTER ADVANCING 1 LINE.
052700 2700-EXIT.
052800     EXIT.
052900*****************************************************************
053000*  2800-READ-ENTRY  -  KEYED READ FOR THE TRANSACTION AGENT     *
053100*****************************************************************
053200 2800-READ-ENTRY.
053300     MOVE "N" TO AGM-ENTRY-FOUND-SW
053400     MOVE AGM-TRN-AGENT-ID TO AGT-AGENT-ID
053500     READ AGENTMST-FILE
053600         INVALID KEY
053700             CONTINUE
053800         NOT INVALID KEY
053900             MOVE "Y" TO AGM-ENTRY-FOUND-SW
054000     END-READ
054100     IF NOT AGM-AGENTMST-OK
054200        AND NOT AGM-AGENTMST-NOTFND
054300         DISPLAY "AGTMNT: AGENTMST READ ERROR, STATUS "
054400             AGM-AGENTMST-STATUS
054500         GO TO 9999-ABORT-RUN
054600     END-IF.
054700 2800-EXIT.
054800     EXIT.
054900*****************************************************************
055000*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
055100*****************************************************************
055200 9000-TERMINATE.
055300     MOVE SPACES TO AGTRPT-REC
055400     WRITE AGTRPT-REC AFTER ADVANCING 2 LINES
055500     MOVE "TRANSACTIONS READ"     TO TOT-LABEL
055600     MOVE AGM-TRANS-READ          TO TOT-VALUE
055700     WRITE AGTRPT-REC FROM AGM-TOTAL-LINE
055800         AFTER ADVANCING 1 LINE
055900     MOVE "TRANSACTIONS APPLIED"  TO TOT-LABEL
056000     MOVE AGM-TRANS-APPLIED       TO TOT-VALUE
056100     WRITE AGTRPT-REC FROM AGM-TOTAL-LINE
056200         AFTER ADVANCING 1 LINE
056300     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL
056400     MOVE AGM-TRANS-REJECTED      TO TOT-VALUE
056500     WRITE AGTRPT-REC FROM AGM-TOTAL-LINE
056600         AFTER ADVANCING 1 LINE
056700     CLOSE AGENTMST-FILE
056800           AGTTRN-FILE
056900           AUDITLOG-FILE
057000           MNTPARM-FILE
057100           AGTRPT-FILE
057200     DISPLAY "AGTMNT: RUN COMPLETE, "
057300         AGM-TRANS-APPLIED " APPLIED, "
057400         AGM-TRANS-REJECTED " REJECTED".
057500 9000-EXIT.
057600     EXIT.
057700*****************************************************************
057800*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
057900*****************************************************************
058000 9999-ABORT-RUN.
058100     DISPLAY "AGTMNT: RUN TERMINATED"
058200     MOVE 16 TO RETURN-CODE
058300     STOP RUN.
