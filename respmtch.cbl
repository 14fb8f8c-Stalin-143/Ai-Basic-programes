001700*                                                               *
001800*  THE SYNONYM FILE IS LOADED AND THE RESPONSE TABLE OPENED     *
001900*  ON THE FIRST CALL AND HELD FOR THE LIFE OF THE RUN UNIT.     *
001910*                                                               *
001920*  A CALLER MAY SELECT THE CANDIDATE TABLE (RESPCAND) INSTEAD   *
001930*  OF THE LIVE ONE, AND AN AS-OF DATE FOR THE EFFECTIVE-WINDOW  *
001940*  TEST.  THE CANDIDATE TABLE IS OPENED, AND THE CANDIDATE      *
001950*  SYNONYM FILE (SYNCAND, DEFAULTING TO THE LIVE SYNONYMS)      *
001960*  LOADED, ON THE FIRST CANDIDATE CALL.  ONLY THE REGRESSION    *
001970*  RUN (RESPREGR) USES THIS; CHATBOT ALWAYS MATCHES LIVE.       *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    RESPMTCH.
003010*  2026-09-02  MEP  EFFECTIVE-FROM/TO DATES ON THE RESPONSE     *
003020*                   TABLE HONOURED: AN ENTRY OUTSIDE ITS        *
003030*                   WINDOW IS TREATED AS NOT MATCHED            *
003040*  2026-10-15  MEP  CANDIDATE TABLE (RESPCAND) AND CANDIDATE    *
003050*                   SYNONYMS (SYNCAND) SELECTABLE BY THE        *
003060*                   CALLER, WITH AN AS-OF DATE FOR THE          *
003070*                   EFFECTIVE-WINDOW TEST, FOR THE RESPREGR     *
003080*                   MATCH REGRESSION RUN                        *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004300     SELECT SYNONYMS-FILE ASSIGN TO SYNONYMS
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS ENG-SYNONYMS-STATUS.
004510     SELECT RESPCAND-FILE ASSIGN TO RESPCAND
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE  IS RANDOM
004540         RECORD KEY   IS RESPCAND-KEY
004550         FILE STATUS  IS ENG-RESPCAND-STATUS.
004560     SELECT OPTIONAL SYNCAND-FILE ASSIGN TO SYNCAND
004570         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS  IS ENG-SYNCAND-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RESPTBL-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 50 CHARACTERS.
005400     COPY SYNREC.
005408*    CANDIDATE TABLE RECORDS ARE READ INTO THE LIVE RECORD AREA
005416*    SO ONE SET OF SCORING PARAGRAPHS SERVES BOTH TABLES.
005424 FD  RESPCAND-FILE
005432     RECORD CONTAINS 220 CHARACTERS.
005440 01  RESPCAND-REC.
005448     05  RESPCAND-KEY            PIC X(32).
005456     05  FILLER                  PIC X(188).
005464 FD  SYNCAND-FILE
005472     RECORDING MODE IS F
005480     RECORD CONTAINS 50 CHARACTERS.
005488 01  SYNCAND-REC                 PIC X(50).
005500 WORKING-STORAGE SECTION.
005600 77  ENG-RESPTBL-STATUS          PIC X(02) VALUE SPACES.
005700     88  ENG-RESPTBL-OK              VALUE "00".
005900 77  ENG-SYNONYMS-STATUS         PIC X(02) VALUE SPACES.
006000     88  ENG-SYNONYMS-OK             VALUE "00".
006100     88  ENG-SYNONYMS-EOF            VALUE "10".
006110 77  ENG-RESPCAND-STATUS         PIC X(02) VALUE SPACES.
006120     88  ENG-RESPCAND-OK             VALUE "00".
006130     88  ENG-RESPCAND-NOTFND         VALUE "23".
006140 77  ENG-SYNCAND-STATUS          PIC X(02) VALUE SPACES.
006150     88  ENG-SYNCAND-OK              VALUE "00".
006160     88  ENG-SYNCAND-OPEN-OK         VALUE "00" "05".
006170     88  ENG-SYNCAND-ABSENT          VALUE "05".
006180     88  ENG-SYNCAND-EOF             VALUE "10".
006200 77  ENG-SYN-COUNT               PIC 9(03) COMP VALUE ZERO.
006300 77  ENG-SYN-MAX                 PIC 9(03) COMP VALUE 500.
006350 77  ENG-CSYN-COUNT              PIC 9(03) COMP VALUE ZERO.
006400 77  ENG-WORD-COUNT              PIC 9(02) COMP VALUE ZERO.
006500 77  ENG-WORD-SUB                PIC 9(02) COMP VALUE ZERO.
006600 77  ENG-SCAN-SUB                PIC 9(02) COMP VALUE ZERO.
007110*    RUN DATE TAKEN AT FIRST CALL; ENTRIES ARE MATCHED ONLY
007120*    WHEN THE DATE FALLS INSIDE THEIR EFFECTIVE WINDOW.
007130 77  ENG-RUN-DATE                PIC 9(08) VALUE ZERO.
007140*    DATE THE WINDOW IS TESTED AGAINST ON THIS CALL: THE
007150*    CALLER'S AS-OF DATE WHEN GIVEN, OTHERWISE THE RUN DATE.
007160 77  ENG-CHECK-DATE              PIC 9(08) VALUE ZERO.
007200 01  ENG-SWITCHES.
007300     05  ENG-FIRST-TIME-SW       PIC X(01) VALUE "Y".
007400         88  ENG-FIRST-TIME          VALUE "Y".
007600         88  ENG-EXACT-HIT           VALUE "Y".
007610     05  ENG-EFFECTIVE-SW        PIC X(01) VALUE "N".
007620         88  ENG-ENTRY-EFFECTIVE     VALUE "Y".
007640     05  ENG-CAND-FIRST-SW       PIC X(01) VALUE "Y".
007660         88  ENG-CAND-FIRST-TIME     VALUE "Y".
007700 01  ENG-SYNONYM-TABLE.
007800     05  ENG-SYN-ENTRY  OCCURS 500 TIMES
007900                        INDEXED BY SYN-IDX.
008000         10  ENG-SYN-WORD        PIC X(15).
008100         10  ENG-SYN-CANON       PIC X(30).
008110 01  ENG-CAND-SYNONYM-TABLE.
008120     05  ENG-CSYN-ENTRY  OCCURS 500 TIMES
008130                         INDEXED BY CSYN-IDX.
008140         10  ENG-CSYN-WORD       PIC X(15).
008150         10  ENG-CSYN-CANON      PIC X(30).
008160 01  ENG-CSYN-IN.
008170     05  ENG-CSYN-IN-WORD        PIC X(15).
008180     05  ENG-CSYN-IN-CANON       PIC X(30).
008190     05  FILLER                  PIC X(05).
008200 01  ENG-WORD-AREA.
008300     05  ENG-WORD               PIC X(30)
008400                                OCCURS 10 TIMES.
010000             GOBACK
010100         END-IF
010200     END-IF
010207     IF MTCH-USE-CANDIDATE
010214        AND ENG-CAND-FIRST-TIME
010221         PERFORM 1200-CANDIDATE-SETUP THRU 1200-EXIT
010228         IF MTCH-RC-ERROR
010235             GOBACK
010242         END-IF
010249     END-IF
010256     IF MTCH-AS-OF-DATE IS NUMERIC
010263        AND MTCH-AS-OF-DATE > ZERO
010270         MOVE MTCH-AS-OF-DATE TO ENG-CHECK-DATE
010277     ELSE
010284         MOVE ENG-RUN-DATE    TO ENG-CHECK-DATE
010291     END-IF
010300     MOVE ZERO   TO MTCH-SCORE
010400     MOVE SPACES TO MTCH-KEYWORD
010500     MOVE SPACES TO MTCH-RESPONSE
017000     MOVE SYN-CANON-KEYWORD TO ENG-SYN-CANON (SYN-IDX).
017100 1100-EXIT.
017200     EXIT.
017201*****************************************************************
017202*  1200-CANDIDATE-SETUP  -  OPEN THE CANDIDATE TABLE AND LOAD   *
017203*  THE CANDIDATE SYNONYMS; WITH NO SYNCAND FILE THE LIVE        *
017204*  SYNONYMS STAND FOR THE CANDIDATE                             *
017205*****************************************************************
017206 1200-CANDIDATE-SETUP.
017207     MOVE "N" TO ENG-CAND-FIRST-SW
017208     OPEN INPUT RESPCAND-FILE
017209     IF NOT ENG-RESPCAND-OK
017210         DISPLAY "RESPMTCH: CANNOT OPEN RESPCAND, STATUS "
017211             ENG-RESPCAND-STATUS
017212         MOVE 08 TO MTCH-RETURN-CODE
017213         GO TO 1200-EXIT
017214     END-IF
017215     OPEN INPUT SYNCAND-FILE
017216     IF NOT ENG-SYNCAND-OPEN-OK
017217         DISPLAY "RESPMTCH: CANNOT OPEN SYNCAND, STATUS "
017218             ENG-SYNCAND-STATUS
017219         MOVE 08 TO MTCH-RETURN-CODE
017220         GO TO 1200-EXIT
017221     END-IF
017222     IF ENG-SYNCAND-ABSENT
017223         MOVE ENG-SYNONYM-TABLE TO ENG-CAND-SYNONYM-TABLE
017224         MOVE ENG-SYN-COUNT     TO ENG-CSYN-COUNT
017225     ELSE
017226         PERFORM 1210-LOAD-CAND-SYNONYM THRU 1210-EXIT
017227             UNTIL ENG-SYNCAND-EOF
017228                OR MTCH-RC-ERROR
017229     END-IF
017230     CLOSE SYNCAND-FILE.
017231 1200-EXIT.
017232     EXIT.
017233
017234 1210-LOAD-CAND-SYNONYM.
017235     READ SYNCAND-FILE INTO ENG-CSYN-IN
017236         AT END
017237             GO TO 1210-EXIT
017238     END-READ
017239     IF NOT ENG-SYNCAND-OK
017240         DISPLAY "RESPMTCH: SYNCAND READ ERROR, STATUS "
017241             ENG-SYNCAND-STATUS
017242         MOVE 08 TO MTCH-RETURN-CODE
017243         GO TO 1210-EXIT
017244     END-IF
017245     IF ENG-CSYN-COUNT = ENG-SYN-MAX
017246         DISPLAY "RESPMTCH: CANDIDATE SYNONYM TABLE OVERFLOW"
017247         MOVE 08 TO MTCH-RETURN-CODE
017248         GO TO 1210-EXIT
017249     END-IF
017250     ADD 1 TO ENG-CSYN-COUNT
017251     SET CSYN-IDX TO ENG-CSYN-COUNT
017252     MOVE ENG-CSYN-IN-WORD  TO ENG-CSYN-WORD (CSYN-IDX)
017253     MOVE ENG-CSYN-IN-CANON TO ENG-CSYN-CANON (CSYN-IDX).
017254 1210-EXIT.
017255     EXIT.
017300*****************************************************************
017400*  2000-EXACT-MATCH  -  KEYED READ OF THE WHOLE INPUT           *
017500*****************************************************************
019200     EXIT.
019300
019400 2100-READ-TABLE.
019420     IF MTCH-USE-CANDIDATE
019440         PERFORM 2300-READ-CANDIDATE THRU 2300-EXIT
019460         GO TO 2100-EXIT
019480     END-IF
019500     READ RESPTBL-FILE
019600         INVALID KEY
019700             CONTINUE
020600     EXIT.
020601*****************************************************************
020602*  2200-CHECK-EFFECTIVE  -  IS THE HELD TABLE ENTRY INSIDE      *
020603*  ITS EFFECTIVE WINDOW ON THE CHECK DATE?  NON-NUMERIC OR      *
020604*  ZERO DATES (ENTRIES PREDATING THE DATES) ARE OPEN-ENDED      *
020605*****************************************************************
020606 2200-CHECK-EFFECTIVE.
020607     MOVE "Y" TO ENG-EFFECTIVE-SW
020608     IF RESP-EFF-FROM IS NUMERIC
020609        AND RESP-EFF-FROM > ZERO
020610        AND RESP-EFF-FROM > ENG-CHECK-DATE
020611         MOVE "N" TO ENG-EFFECTIVE-SW
020612         GO TO 2200-EXIT
020613     END-IF
020614     IF RESP-EFF-TO IS NUMERIC
020615        AND RESP-EFF-TO > ZERO
020616        AND RESP-EFF-TO < ENG-CHECK-DATE
020617         MOVE "N" TO ENG-EFFECTIVE-SW
020618     END-IF.
020619 2200-EXIT.
020620     EXIT.
020623*****************************************************************
020626*  2300-READ-CANDIDATE  -  KEYED READ OF THE CANDIDATE TABLE    *
020629*  INTO THE LIVE RECORD AREA.  THE STATUS IS CARRIED BACK IN    *
020632*  THE LIVE STATUS FIELD, WHICH THE SCORING PARAGRAPHS TEST     *
020635*****************************************************************
020638 2300-READ-CANDIDATE.
020641     MOVE RESP-KEY TO RESPCAND-KEY
020644     READ RESPCAND-FILE INTO RESP-REC
020647         INVALID KEY
020650             CONTINUE
020653     END-READ
020656     MOVE ENG-RESPCAND-STATUS TO ENG-RESPTBL-STATUS
020659     IF NOT ENG-RESPCAND-OK
020662        AND NOT ENG-RESPCAND-NOTFND
020665         DISPLAY "RESPMTCH: RESPCAND READ ERROR, STATUS "
020668             ENG-RESPCAND-STATUS
020671         MOVE 08 TO MTCH-RETURN-CODE
020674     END-IF.
020677 2300-EXIT.
020680     EXIT.
020700*****************************************************************
020800*  3000-SCORE-KEYWORDS  -  WORD-BY-WORD WEIGHTED SCORING        *
020900*****************************************************************
026200     IF ENG-WORD (ENG-WORD-SUB) = SPACES
026300         GO TO 3200-EXIT
026400     END-IF
026420     IF MTCH-USE-CANDIDATE
026440         PERFORM 3210-MAP-CAND-SYNONYM THRU 3210-EXIT
026460         GO TO 3200-EXIT
026480     END-IF
026500     SET SYN-IDX TO 1
026600     SEARCH ENG-SYN-ENTRY
026700         AT END
027500     END-SEARCH.
027600 3200-EXIT.
027700     EXIT.
027706
027712 3210-MAP-CAND-SYNONYM.
027718     SET CSYN-IDX TO 1
027724     SEARCH ENG-CSYN-ENTRY
027730         AT END
027736             CONTINUE
027742         WHEN CSYN-IDX > ENG-CSYN-COUNT
027748             CONTINUE
027754         WHEN ENG-CSYN-WORD (CSYN-IDX) =
027760              ENG-WORD (ENG-WORD-SUB)
027766             MOVE ENG-CSYN-CANON (CSYN-IDX)
027772                 TO ENG-WORD (ENG-WORD-SUB)
027778     END-SEARCH.
027784 3210-EXIT.
027790     EXIT.
027800*****************************************************************
027900*  3300-TRY-WORD  -  KEYED READ FOR ONE WORD AND SCORE THE      *
028000*  ENTRY IT FINDS                                               *
