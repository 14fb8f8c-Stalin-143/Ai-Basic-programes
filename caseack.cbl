000500*  LAYOUT IN TKTREC), MATCHES EACH ACKNOWLEDGMENT ON CASE       *
000600*  NUMBER AGAINST THE CASE FILE (CASEFILE, IN ASCENDING CASE    *
000700*  NUMBER ORDER) AND RECORDS THE ASSIGNED EXTERNAL TICKET       *
000800*  REFERENCE BY REWRITING THE CASE IN PLACE ON THE CASE FILE    *
000900*  KSDS.  THE ACKNOWLEDGMENTS ARE SORTED FIRST SO THE MATCH IS  *
001000*  A ONE-PASS MERGE AGAINST A BROWSE OF THE FILE.               *
001100*                                                               *
001200*  THE EXCEPTIONS LISTING (ACKXRPT) SHOWS ACKNOWLEDGMENTS       *
001300*  FOR UNKNOWN CASES AND EVERY CASE SENT BEFORE TODAY THAT      *
002400*  MODIFICATION HISTORY                                         *
002500*  --------------------                                         *
002600*  2026-09-02  MEP  INITIAL VERSION                             *
002620*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS: MATCHED     *
002640*                   CASES ARE REWRITTEN IN PLACE; CASENEW NO    *
002660*                   LONGER WRITTEN                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS  IS ACK-ACKIN-STATUS.
003700     SELECT OPTIONAL CASEFILE-FILE ASSIGN TO CASEFILE
003720         ORGANIZATION IS INDEXED
003740         ACCESS MODE  IS SEQUENTIAL
003760         RECORD KEY   IS CASE-NUMBER
003780         ALTERNATE RECORD KEY IS CASE-CUSTOMER-NO
003800             WITH DUPLICATES
003820         ALTERNATE RECORD KEY IS CASE-TICKET-REF
003840             WITH DUPLICATES
003900         FILE STATUS  IS ACK-CASEFILE-STATUS.
004300     SELECT ACKXRPT-FILE  ASSIGN TO ACKXRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS ACK-ACKXRPT-STATUS.
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  ACKIN-REC                   PIC X(80).
005300 FD  CASEFILE-FILE
005500     RECORD CONTAINS 750 CHARACTERS.
005700     COPY CASEREC.
006100 FD  ACKXRPT-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 132 CHARACTERS.
007200     88  ACK-ACKIN-OK                VALUE "00".
007300     88  ACK-ACKIN-OPEN-OK           VALUE "00" "05".
007400 77  ACK-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
007500     88  ACK-CASEFILE-OK             VALUE "00" "02".
007600     88  ACK-CASEFILE-OPEN-OK        VALUE "00" "05".
007900 77  ACK-ACKXRPT-STATUS          PIC X(02) VALUE SPACES.
008000     88  ACK-ACKXRPT-OK              VALUE "00".
008100 77  ACK-RUN-DATE                PIC 9(08) VALUE ZERO.
008200 77  ACK-ACKS-READ               PIC 9(05) COMP VALUE ZERO.
008300 77  ACK-ACKS-MATCHED            PIC 9(05) COMP VALUE ZERO.
008400 77  ACK-ACKS-UNMATCHED          PIC 9(05) COMP VALUE ZERO.
008500 77  ACK-CASES-UPDATED           PIC 9(05) COMP VALUE ZERO.
008600 77  ACK-UNACKED-CASES           PIC 9(05) COMP VALUE ZERO.
008700 01  ACK-SWITCHES.
008800     05  ACK-CASE-EOF-SW         PIC X(01) VALUE "N".
008900         88  ACK-CASE-EOF            VALUE "Y".
008930     05  ACK-CASE-CHANGED-SW     PIC X(01) VALUE "N".
008960         88  ACK-CASE-CHANGED        VALUE "Y".
009000 01  ACK-CASE-NUM                PIC 9(08) VALUE ZERO.
009200     COPY TKTREC.
009300 01  ACK-HEADING-1.
009400     05  FILLER                  PIC X(40)
013200 1000-INITIALIZE.
013300     ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
013400     OPEN INPUT  ACKIN-FILE
013500          I-O    CASEFILE-FILE
013600          OUTPUT ACKXRPT-FILE
013800     IF NOT ACK-ACKIN-OPEN-OK
013900         DISPLAY "CASEACK: CANNOT OPEN ACKIN, STATUS "
014000             ACK-ACKIN-STATUS
014500             ACK-CASEFILE-STATUS
014600         GO TO 9999-ABORT-RUN
014700     END-IF
015300     IF NOT ACK-ACKXRPT-OK
015400         DISPLAY "CASEACK: CANNOT OPEN REPORT FILE, STATUS "
015500             ACK-ACKXRPT-STATUS
022600         GO TO 3010-RETURN-NEXT
022700     END-IF
022800     MOVE TKT-ACK-TICKET-REF TO CASE-TICKET-REF
022850     MOVE "Y" TO ACK-CASE-CHANGED-SW
022900     ADD 1 TO ACK-ACKS-MATCHED
023000     GO TO 3010-RETURN-NEXT.
023100
023200 3999-EXIT.
023300     EXIT.
023400*****************************************************************
023500*  3400-ADVANCE-CASE  -  FINISH WITH THE HELD CASE AND READ     *
023600*  THE NEXT ONE                                                 *
023700*****************************************************************
023800 3400-ADVANCE-CASE.
023900     PERFORM 3700-WRITE-CASE THRU 3700-EXIT
024400*  3600-READ-CASE  -  NEXT CASE RECORD INTO THE HELD AREA       *
024500*****************************************************************
024600 3600-READ-CASE.
024700     READ CASEFILE-FILE
024800         AT END
024900             MOVE "Y" TO ACK-CASE-EOF-SW
025000             GO TO 3600-EXIT
025300         DISPLAY "CASEACK: CASEFILE READ ERROR, STATUS "
025400             ACK-CASEFILE-STATUS
025500         GO TO 9999-ABORT-RUN
025550     END-IF
025600     MOVE "N" TO ACK-CASE-CHANGED-SW.
025700 3600-EXIT.
025800     EXIT.
025900*****************************************************************
025950*  3700-WRITE-CASE  -  REWRITE THE HELD CASE WHEN A TICKET      *
026000*  REFERENCE WAS RECORDED, AND FLAG IT WHEN IT WAS SENT BEFORE  *
026050*  TODAY AND IS STILL UNACKNOWLEDGED                            *
026200*****************************************************************
026300 3700-WRITE-CASE.
026400     IF CASE-SENT-DATE IS NUMERIC
027200         MOVE SPACES          TO EXC-TICKET-REF
027300         PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
027400     END-IF
027450     IF ACK-CASE-CHANGED
027500         REWRITE CASE-REC
027550             INVALID KEY
027600                 DISPLAY "CASEACK: REWRITE FAILED, CASE "
027650                     CASE-NUMBER
027700                 GO TO 9999-ABORT-RUN
027750         END-REWRITE
027800         IF NOT ACK-CASEFILE-OK
027850             DISPLAY "CASEACK: CASEFILE REWRITE ERROR, STATUS "
027900                 ACK-CASEFILE-STATUS
027950             GO TO 9999-ABORT-RUN
028000         END-IF
028050         ADD 1 TO ACK-CASES-UPDATED
028100     END-IF.
028200 3700-EXIT.
028300     EXIT.
028400*****************************************************************
031800         AFTER ADVANCING 1 LINE
031900     CLOSE ACKIN-FILE
032000           CASEFILE-FILE
032200           ACKXRPT-FILE
032300     DISPLAY "CASEACK: " ACK-ACKS-MATCHED " MATCHED, "
032400         ACK-ACKS-UNMATCHED " UNMATCHED, "
