004996*                   QUALIFIES THE SESSION NUMBER SO PARALLEL    *
004997*                   INSTANCES STARTING IN THE SAME SECOND DO    *
004998*                   NOT COLLIDE                                 *
005010*  2026-10-15  MEP  LIVE RESPONSE TABLE AND TODAY'S DATE        *
005030*                   SELECTED EXPLICITLY ON EVERY RESPMTCH CALL  *
005035*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS; NEW CASES   *
005040*                   ADDED BY CASE NUMBER INSTEAD OF APPENDED    *
005050*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.  IBM-ENTERPRISE.
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS  IS CHAT-SESSTAT-STATUS.
007500     SELECT OPTIONAL CASEFILE-FILE ASSIGN TO CASEFILE
007520         ORGANIZATION IS INDEXED
007540         ACCESS MODE  IS RANDOM
007560         RECORD KEY   IS CASE-NUMBER
007580         ALTERNATE RECORD KEY IS CASE-CUSTOMER-NO
007600             WITH DUPLICATES
007620         ALTERNATE RECORD KEY IS CASE-TICKET-REF
007640             WITH DUPLICATES
007700         FILE STATUS  IS CHAT-CASEFILE-STATUS.
007800     SELECT OPTIONAL CASECTL-FILE ASSIGN TO CASECTL
007900         ORGANIZATION IS SEQUENTIAL
012500     RECORD CONTAINS 50 CHARACTERS.
012600 01  SESSTAT-REC                 PIC X(50).
012700 FD  CASEFILE-FILE
012900     RECORD CONTAINS 750 CHARACTERS.
013000     COPY CASEREC.
013100 FD  CASECTL-FILE
013200     RECORDING MODE IS F
013300     RECORD CONTAINS 80 CHARACTERS.
015600     88  CHAT-SESSTAT-OK             VALUE "00".
015700     88  CHAT-SESSTAT-OPEN-OK        VALUE "00" "05".
015800 77  CHAT-CASEFILE-STATUS        PIC X(02) VALUE SPACES.
015850*        02 = DUPLICATE ALTERNATE KEY, A NORMAL CONDITION
015900     88  CHAT-CASEFILE-OK            VALUE "00" "02".
016000     88  CHAT-CASEFILE-OPEN-OK       VALUE "00" "05".
016100 77  CHAT-CASECTL-STATUS         PIC X(02) VALUE SPACES.
016200     88  CHAT-CASECTL-OK             VALUE "00".
023500     COPY EXCHREC.
023600     COPY UNMREC.
023700     COPY STATREC.
023810     COPY SURVREC.
023820     COPY RUNLPARM.
023900     COPY LANGCODE.
050100     MOVE SPACES TO CHAT-MATCHED-KEYWORD
050200     MOVE CHAT-CLEAN-INPUT  TO MTCH-INPUT-TEXT
050300     MOVE CHAT-SESSION-LANG TO MTCH-LANG-CODE
050330     MOVE SPACE             TO MTCH-TABLE-SELECT
050360     MOVE ZERO              TO MTCH-AS-OF-DATE
050400     CALL "RESPMTCH" USING MTCH-PARM
050500     IF MTCH-RC-ERROR
050600         DISPLAY "CHATBOT: MATCHING ENGINE ERROR"
068000*****************************************************************
068100 6000-ESCALATE-SESSION.
068200     PERFORM 6100-ASSIGN-CASE-NO THRU 6100-EXIT
068300     OPEN I-O CASEFILE-FILE
068400     IF NOT CHAT-CASEFILE-OPEN-OK
068500         DISPLAY "CHATBOT: CANNOT OPEN CASE FILE, STATUS "
068600             CHAT-CASEFILE-STATUS
069700     SET CASE-OPEN TO TRUE
069750     MOVE CHAT-CUSTOMER-NO    TO CASE-CUSTOMER-NO
069800     MOVE CHAT-CONTEXT-RING   TO CASE-CONTEXT
069820     WRITE CASE-REC
069840         INVALID KEY
069860             DISPLAY "CHATBOT: CASE " CASE-NUMBER
069880                 " ALREADY ON CASE FILE - CHECK CASECTL"
069900             GO TO 9999-ABORT-RUN
069920     END-WRITE
070000     IF NOT CHAT-CASEFILE-OK
070100         DISPLAY "CHATBOT: CASE FILE WRITE ERROR, STATUS "
070200             CHAT-CASEFILE-STATUS
