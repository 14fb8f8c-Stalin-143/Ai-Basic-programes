002100*      05 SHIP DATE IMPLAUSIBLE  06 CARRIER MISSING ON          *
002200*                                   SHIPPED ORDER               *
002300*      07 ORDER ALREADY ON FILE  08 ORDER NOT ON FILE           *
002310*                                                               *
002320*  EVERY APPLIED CHANGE THAT MOVES AN ORDER'S STATUS, SHIP      *
002330*  DATE OR CARRIER IS ALSO WRITTEN, WITH ITS BEFORE AND AFTER   *
002340*  VALUES, TO THE ORDER CHANGE LOG (ORDCHG, LAYOUT IN ORDCREC)  *
002350*  FOR THE CUSTOMER FOLLOW-UP STEP, ORDNTFY.                    *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    ORDLOAD.
003200*  MODIFICATION HISTORY                                         *
003300*  --------------------                                         *
003400*  2026-09-02  MEP  INITIAL VERSION                             *
003430*  2026-10-15  MEP  ORDER CHANGE LOG (ORDCHG) OF STATUS, SHIP   *
003460*                   DATE AND CARRIER MOVES FOR ORDNTFY          *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005000     SELECT ORDERRPT-FILE ASSIGN TO ORDERRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS  IS LOD-ORDERRPT-STATUS.
005220     SELECT ORDCHG-FILE   ASSIGN TO ORDCHG
005240         ORGANIZATION IS SEQUENTIAL
005260         FILE STATUS  IS LOD-ORDCHG-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ORDMAST-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 132 CHARACTERS.
007700 01  ORDERRPT-REC                PIC X(132).
007710 FD  ORDCHG-FILE
007720     RECORDING MODE IS F
007730     RECORD CONTAINS 140 CHARACTERS.
007740 01  ORDCHG-REC                  PIC X(140).
007800 WORKING-STORAGE SECTION.
007900 77  LOD-ORDMAST-STATUS          PIC X(02) VALUE SPACES.
008000     88  LOD-ORDMAST-OK              VALUE "00".
008400     88  LOD-ORDTRAN-EOF             VALUE "10".
008500 77  LOD-ORDERRPT-STATUS         PIC X(02) VALUE SPACES.
008600     88  LOD-ORDERRPT-OK             VALUE "00".
008610 77  LOD-ORDCHG-STATUS           PIC X(02) VALUE SPACES.
008620     88  LOD-ORDCHG-OK               VALUE "00".
008630 77  LOD-RUN-TIME                PIC 9(06) VALUE ZERO.
008640 77  LOD-TIME-RAW                PIC 9(08) VALUE ZERO.
008700 77  LOD-RUN-DATE                PIC 9(08) VALUE ZERO.
008800 77  LOD-TRANS-READ              PIC 9(05) COMP VALUE ZERO.
008900 77  LOD-TRANS-APPLIED           PIC 9(05) COMP VALUE ZERO.
009100 77  LOD-ADDS-APPLIED            PIC 9(05) COMP VALUE ZERO.
009200 77  LOD-CHANGES-APPLIED         PIC 9(05) COMP VALUE ZERO.
009300 77  LOD-DELETES-APPLIED         PIC 9(05) COMP VALUE ZERO.
009350 77  LOD-CHANGES-LOGGED          PIC 9(05) COMP VALUE ZERO.
009400 01  LOD-SWITCHES.
009500     05  LOD-TRANS-OK-SW         PIC X(01) VALUE "N".
009600         88  LOD-TRANS-OK            VALUE "Y".
009800         88  LOD-ORDER-FOUND         VALUE "Y".
009900     05  LOD-DATE-OK-SW          PIC X(01) VALUE "N".
010000         88  LOD-DATE-OK             VALUE "Y".
010030     05  LOD-ORDER-MOVED-SW      PIC X(01) VALUE "N".
010060         88  LOD-ORDER-MOVED         VALUE "Y".
010100 01  LOD-REJECT-CODE             PIC X(02) VALUE SPACES.
010200 01  LOD-REJECT-REASON           PIC X(30) VALUE SPACES.
010250     COPY ORDCREC.
010300*****************************************************************
010400*  DATE PLAUSIBILITY WORK AREA.  THE FEED CARRIES DATES AS      *
010500*  YYYY-MM-DD; BLANK MEANS NOT YET KNOWN AND IS ACCEPTED.       *
015600*****************************************************************
015700 1000-INITIALIZE.
015800     ACCEPT LOD-RUN-DATE FROM DATE YYYYMMDD
015830     ACCEPT LOD-TIME-RAW FROM TIME
015860     MOVE LOD-TIME-RAW (1:6) TO LOD-RUN-TIME
015900     OPEN I-O    ORDMAST-FILE
016000          INPUT  ORDTRAN-FILE
016100          OUTPUT ORDERRPT-FILE
016150                 ORDCHG-FILE
016200     IF NOT LOD-ORDMAST-OK
016300         DISPLAY "ORDLOAD: CANNOT OPEN ORDMAST, STATUS "
016400             LOD-ORDMAST-STATUS
017200     IF NOT LOD-ORDERRPT-OK
017300         DISPLAY "ORDLOAD: CANNOT OPEN REPORT FILE, STATUS "
017400             LOD-ORDERRPT-STATUS
017410         GO TO 9999-ABORT-RUN
017420     END-IF
017430     IF NOT LOD-ORDCHG-OK
017440         DISPLAY "ORDLOAD: CANNOT OPEN ORDCHG, STATUS "
017450             LOD-ORDCHG-STATUS
017500         GO TO 9999-ABORT-RUN
017600     END-IF
017700     MOVE LOD-RUN-DATE TO HDG-RUN-DATE
034100 2200-EXIT.
034200     EXIT.
034300*****************************************************************
034350*  2300-APPLY-CHANGE  -  REPLACE THE ORDER MASTER RECORD,       *
034400*  LOGGING A STATUS, SHIP DATE OR CARRIER MOVE                  *
034500*****************************************************************
034600 2300-APPLY-CHANGE.
034605     MOVE "N" TO LOD-ORDER-MOVED-SW
034610     IF OTRN-STATUS-TEXT NOT = ORD-STATUS-TEXT
034615      OR OTRN-SHIP-DATE NOT = ORD-SHIP-DATE
034620      OR OTRN-CARRIER NOT = ORD-CARRIER
034625         MOVE "Y" TO LOD-ORDER-MOVED-SW
034630         MOVE SPACES           TO OCHG-REC
034635         MOVE ORD-STATUS-TEXT  TO OCHG-OLD-STATUS
034640         MOVE ORD-SHIP-DATE    TO OCHG-OLD-SHIP-DATE
034645         MOVE ORD-CARRIER      TO OCHG-OLD-CARRIER
034650     END-IF
034700     MOVE OTRN-CUSTOMER-NO TO ORD-CUSTOMER-NO
034800     MOVE OTRN-STATUS-TEXT TO ORD-STATUS-TEXT
034900     MOVE OTRN-DUE-DATE    TO ORD-DUE-DATE
035500                 ORD-ORDER-NO
035600             GO TO 9999-ABORT-RUN
035700     END-REWRITE
035730     ADD 1 TO LOD-CHANGES-APPLIED
035760     IF LOD-ORDER-MOVED
035790         PERFORM 2350-LOG-CHANGE THRU 2350-EXIT
035820     END-IF.
035900 2300-EXIT.
036000     EXIT.
036004*****************************************************************
036008*  2350-LOG-CHANGE  -  BEFORE AND AFTER VALUES OF THE MOVE TO   *
036012*  THE ORDER CHANGE LOG                                         *
036016*****************************************************************
036020 2350-LOG-CHANGE.
036024     ADD 1 TO LOD-CHANGES-LOGGED
036028     MOVE LOD-RUN-DATE        TO OCHG-RUN-DATE
036032     MOVE LOD-RUN-TIME        TO OCHG-RUN-TIME
036036     MOVE LOD-CHANGES-LOGGED  TO OCHG-SEQ-NO
036040     MOVE ORD-ORDER-NO        TO OCHG-ORDER-NO
036044     MOVE ORD-CUSTOMER-NO     TO OCHG-CUSTOMER-NO
036048     MOVE ORD-STATUS-TEXT     TO OCHG-NEW-STATUS
036052     MOVE ORD-SHIP-DATE       TO OCHG-NEW-SHIP-DATE
036056     MOVE ORD-CARRIER         TO OCHG-NEW-CARRIER
036060     WRITE ORDCHG-REC FROM OCHG-REC
036064     IF NOT LOD-ORDCHG-OK
036068         DISPLAY "ORDLOAD: ORDCHG WRITE ERROR, STATUS "
036072             LOD-ORDCHG-STATUS
036076         GO TO 9999-ABORT-RUN
036080     END-IF.
036084 2350-EXIT.
036088     EXIT.
036100*****************************************************************
036200*  2400-APPLY-DELETE  -  DELETE THE ORDER MASTER RECORD         *
036300*****************************************************************
044000     MOVE LOD-DELETES-APPLIED     TO TOT-VALUE
044100     WRITE ORDERRPT-REC FROM LOD-TOTAL-LINE
044200         AFTER ADVANCING 1 LINE
044210     MOVE "ORDER CHANGES LOGGED"  TO TOT-LABEL
044220     MOVE LOD-CHANGES-LOGGED      TO TOT-VALUE
044230     WRITE ORDERRPT-REC FROM LOD-TOTAL-LINE
044240         AFTER ADVANCING 1 LINE
044300     CLOSE ORDMAST-FILE
044400           ORDTRAN-FILE
044500           ORDERRPT-FILE
044550           ORDCHG-FILE
044600     DISPLAY "ORDLOAD: RUN COMPLETE, "
044700         LOD-TRANS-APPLIED " APPLIED, "
044800         LOD-TRANS-REJECTED " REJECTED".
