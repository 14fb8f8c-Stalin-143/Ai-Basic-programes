000400*  APPLIES HELP-DESK WORKUP TRANSACTIONS (CASETRN) AGAINST THE  *
000500*  CASE FILE (CASEFILE) CUT BY CHATBOT: ASSIGN A CASE TO AN     *
000600*  AGENT, RECORD A DISPOSITION NOTE, OR CLOSE THE CASE.  THE    *
000700*  TRANSACTIONS ARE SORTED INTO CASE NUMBER ORDER AND MERGED    *
000800*  AGAINST A BROWSE OF THE CASE FILE KSDS IN ONE PASS; A CASE   *
000900*  CHANGED BY A TRANSACTION OR BY AUTO-ASSIGNMENT IS REWRITTEN  *
001000*  IN PLACE.  EVERY APPLIED TRANSACTION IS TRAILED ON THE CASE  *
001100*  HISTORY FILE (CASEHIST).                                     *
001300*                                                               *
001400*  TRANSACTION ACTION CODES:                                    *
001500*      A = ASSIGN CASE TO THE AGENT ID                          *
002000*  FLAGGED IN THE SLA SECTION OF THE WORKUP REPORT (CASERPT)    *
002100*  SO SUPERVISORS SEE AGING CASES WITHOUT HUNTING THROUGH THE   *
002200*  ESCRPT LISTING.                                              *
002210*                                                               *
002220*  ASSIGNMENTS ARE CHECKED AGAINST THE AGENT MASTER (AGENTMST,  *
002230*  MAINTAINED BY AGTMNT): THE AGENT MUST BE ON FILE, ACTIVE,    *
002240*  AND HANDLE THE CASE LANGUAGE.  UNLESS CASEPRM TURNS IT OFF,  *
002250*  AN AUTO-ASSIGN PASS THEN GIVES EACH OPEN CASE LEFT WITHOUT   *
002260*  AN AGENT TO THE ELIGIBLE AGENT WITH THE LIGHTEST OPEN LOAD   *
002270*  BELOW THEIR MAXIMUM.  THE REPORT CLOSES WITH OPEN CASES PER  *
002280*  AGENT AGAINST EACH AGENT'S MAXIMUM.                          *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    CASEWRK.
003100*  MODIFICATION HISTORY                                         *
003200*  --------------------                                         *
003300*  2026-09-02  MEP  INITIAL VERSION                             *
003310*  2026-10-15  MEP  ASSIGNMENTS VALIDATED AGAINST THE AGENT     *
003320*                   MASTER (AGENTMST) FOR STATUS AND CASE       *
003330*                   LANGUAGE; AUTO-ASSIGN PASS FOR UNASSIGNED   *
003340*                   OPEN CASES BY LANGUAGE AND OPEN LOAD; OPEN  *
003350*                   CASES PER AGENT SECTION ON THE REPORT       *
003360*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS: CHANGED     *
003370*                   CASES ARE REWRITTEN IN PLACE AND THE        *
003380*                   CASENEW COPY AND JOB SWAP ARE NO LONGER     *
003390*                   NEEDED                                      *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL CASEFILE-FILE ASSIGN TO CASEFILE
004120         ORGANIZATION IS INDEXED
004140         ACCESS MODE  IS DYNAMIC
004160         RECORD KEY   IS CASE-NUMBER
004180         ALTERNATE RECORD KEY IS CASE-CUSTOMER-NO
004200             WITH DUPLICATES
004220         ALTERNATE RECORD KEY IS CASE-TICKET-REF
004240             WITH DUPLICATES
004300         FILE STATUS  IS CWK-CASEFILE-STATUS.
004700     SELECT CASETRN-FILE  ASSIGN TO CASETRN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS  IS CWK-CASETRN-STATUS.
005600     SELECT CASERPT-FILE  ASSIGN TO CASERPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS  IS CWK-CASERPT-STATUS.
005810     SELECT AGENTMST-FILE ASSIGN TO AGENTMST
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE  IS SEQUENTIAL
005840         RECORD KEY   IS AGT-AGENT-ID
005850         FILE STATUS  IS CWK-AGENTMST-STATUS.
005900     SELECT SORTWORK-FILE ASSIGN TO SORTWORK.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CASEFILE-FILE
006400     RECORD CONTAINS 750 CHARACTERS.
006600     COPY CASEREC.
007000 FD  CASETRN-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS.
008100 01  CASEPRM-REC.
008200     05  WPARM-OPERATOR-ID       PIC X(08).
008300     05  WPARM-SLA-DAYS          PIC 9(03).
008350*        N = SKIP THE AUTO-ASSIGN PASS; ANYTHING ELSE RUNS IT.
008400     05  WPARM-AUTO-ASSIGN       PIC X(01).
008450     05  FILLER                  PIC X(68).
008500 FD  CASERPT-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  CASERPT-REC                 PIC X(132).
008820 FD  AGENTMST-FILE
008840     RECORD CONTAINS 100 CHARACTERS.
008860     COPY AGENTREC.
008900 SD  SORTWORK-FILE
009000     RECORD CONTAINS 95 CHARACTERS.
009100 01  SORTW-REC.
009400     05  SORTW-TRAN              PIC X(80).
009500 WORKING-STORAGE SECTION.
009600 77  CWK-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
009650*        02 = DUPLICATE ALTERNATE KEY, A NORMAL CONDITION
009700     88  CWK-CASEFILE-OK             VALUE "00" "02".
009800     88  CWK-CASEFILE-OPEN-OK        VALUE "00" "05".
009900     88  CWK-CASEFILE-AT-END         VALUE "10".
010200 77  CWK-CASETRN-STATUS          PIC X(02) VALUE SPACES.
010300     88  CWK-CASETRN-OK              VALUE "00".
010400     88  CWK-CASETRN-EOF             VALUE "10".
010900     88  CWK-CASEPRM-OK              VALUE "00".
011000 77  CWK-CASERPT-STATUS          PIC X(02) VALUE SPACES.
011100     88  CWK-CASERPT-OK              VALUE "00".
011120 77  CWK-AGENTMST-STATUS         PIC X(02) VALUE SPACES.
011140     88  CWK-AGENTMST-OK             VALUE "00".
011160     88  CWK-AGENTMST-EOF            VALUE "10".
011200 77  CWK-OPERATOR-ID             PIC X(08) VALUE SPACES.
011300 77  CWK-RUN-DATE                PIC 9(08) VALUE ZERO.
011400 77  CWK-TIME-RAW                PIC 9(08) VALUE ZERO.
012120*    FOR THE OLD-STATUS SIDE OF THE HISTORY TRAIL.
012130 77  CWK-OLD-STATUS              PIC X(01) VALUE SPACE.
012200 77  CWK-CASES-READ              PIC 9(05) COMP VALUE ZERO.
012300 77  CWK-CASES-UPDATED           PIC 9(05) COMP VALUE ZERO.
012400 77  CWK-CASES-OPEN              PIC 9(05) COMP VALUE ZERO.
012500 77  CWK-CASES-CLOSED-RUN        PIC 9(05) COMP VALUE ZERO.
012600 77  CWK-SLA-COUNT               PIC 9(03) COMP VALUE ZERO.
012700 77  CWK-SLA-DROPPED             PIC 9(03) COMP VALUE ZERO.
012800 77  CWK-SLA-SUB                 PIC 9(03) COMP VALUE ZERO.
012900 77  CWK-AGE-DAYS                PIC 9(05) VALUE ZERO.
012905 77  CWK-AGT-MAX                 PIC 9(03) COMP VALUE 200.
012910 77  CWK-AGT-COUNT               PIC 9(03) COMP VALUE ZERO.
012915 77  CWK-AGT-SUB                 PIC 9(03) COMP VALUE ZERO.
012920 77  CWK-AGT-HIT                 PIC 9(03) COMP VALUE ZERO.
012925 77  CWK-AGT-BEST                PIC 9(03) COMP VALUE ZERO.
012930*    AGENT NAMED ON THE CURRENT ASSIGN TRANSACTION, FOUND BY THE
012935*    EDIT CHECKS.
012940 77  CWK-TRN-AGT-SUB             PIC 9(03) COMP VALUE ZERO.
012945 77  CWK-LANG-SUB                PIC 9(02) COMP VALUE ZERO.
012950 77  CWK-FIND-AGENT-ID           PIC X(08) VALUE SPACES.
012955 77  CWK-CHECK-LANG              PIC X(02) VALUE SPACES.
012960 77  CWK-AUTO-ASSIGNED           PIC 9(05) COMP VALUE ZERO.
012965 77  CWK-AUTO-UNPLACED           PIC 9(05) COMP VALUE ZERO.
012970 77  CWK-OPEN-UNASSIGNED         PIC 9(05) COMP VALUE ZERO.
012975 77  CWK-OPEN-UNKNOWN            PIC 9(05) COMP VALUE ZERO.
013000 77  CWK-RUN-SERIAL              PIC 9(07) COMP VALUE ZERO.
013100 77  CWK-CASE-SERIAL             PIC 9(07) COMP VALUE ZERO.
013200*    WORK FIELDS FOR THE SERIAL-DAY CONVERSION
014600         88  CWK-CASE-EOF            VALUE "Y".
014700     05  CWK-TRANS-OK-SW         PIC X(01) VALUE "N".
014800         88  CWK-TRANS-OK            VALUE "Y".
014803     05  CWK-CASE-CHANGED-SW     PIC X(01) VALUE "N".
014806         88  CWK-CASE-CHANGED        VALUE "Y".
014810     05  CWK-AUTO-ASSIGN-SW      PIC X(01) VALUE "Y".
014820         88  CWK-AUTO-ASSIGN-ON      VALUE "Y".
014830     05  CWK-LANG-OK-SW          PIC X(01) VALUE "N".
014840         88  CWK-AGENT-HAS-LANG      VALUE "Y".
014900 01  CWK-REJECT-REASON           PIC X(30) VALUE SPACES.
015000*****************************************************************
015100*  WORKUP TRANSACTION IMAGE (CASETRN, LRECL 80)                 *
017200         10  CWK-SLA-AGE         PIC 9(05).
017300         10  CWK-SLA-AGENT       PIC X(08).
017400         10  CWK-SLA-CUSTOMER    PIC X(08).
017405*****************************************************************
017410*  AGENT MASTER HELD IN STORAGE, WITH EACH AGENT'S RUNNING      *
017415*  OPEN LOAD (COUNTED FROM THE CASE FILE AT START-UP AND KEPT   *
017420*  UP TO DATE BY ASSIGNMENTS AND CLOSURES) AND THE OPEN CASES   *
017425*  ACTUALLY WRITTEN UNDER THE AGENT FOR THE LOAD SECTION        *
017430*****************************************************************
017435 01  CWK-AGENT-TABLE.
017440     05  CWK-AGT-ENTRY  OCCURS 200 TIMES
017445                        INDEXED BY AGT-IDX.
017450         10  CWK-AGT-ID          PIC X(08).
017455         10  CWK-AGT-NAME        PIC X(30).
017460         10  CWK-AGT-TEAM        PIC X(10).
017465         10  CWK-AGT-STATUS      PIC X(01).
017470             88  CWK-AGT-ACTIVE      VALUE "A".
017475         10  CWK-AGT-LANG        PIC X(02)
017480                                 OCCURS 4 TIMES.
017485         10  CWK-AGT-MAX-OPEN    PIC 9(03).
017490         10  CWK-AGT-LOAD        PIC 9(05) COMP.
017495         10  CWK-AGT-END-OPEN    PIC 9(05) COMP.
017600     COPY CASEHREC.
017700 01  CWK-ALPHABET-AREAS.
017800     05  CWK-UPPER-ALPHA         PIC X(26)
018700     05  HDG-OPERATOR-ID         PIC X(08).
018800     05  FILLER                  PIC X(12) VALUE "  SLA DAYS ".
018900     05  HDG-SLA-DAYS            PIC ZZ9.
018930     05  FILLER                  PIC X(15)
018960         VALUE "  AUTO-ASSIGN ".
018990     05  HDG-AUTO-ASSIGN         PIC X(01).
019020     05  FILLER                  PIC X(52) VALUE SPACES.
019100 01  CWK-HEADING-2.
019200     05  FILLER                  PIC X(05) VALUE "ACT".
019300     05  FILLER                  PIC X(10) VALUE "CASE NO".
022400     05  NOTE-TEXT               PIC X(60).
022500     05  NOTE-COUNT              PIC ZZZZ9.
022600     05  FILLER                  PIC X(65) VALUE SPACES.
022603 01  CWK-LOAD-HEADING.
022606     05  FILLER                  PIC X(132)
022609         VALUE "OPEN CASES PER AGENT".
022612 01  CWK-LOAD-HEADING-2.
022615     05  FILLER                  PIC X(10) VALUE "AGENT".
022618     05  FILLER                  PIC X(32) VALUE "NAME".
022621     05  FILLER                  PIC X(12) VALUE "TEAM".
022624     05  FILLER                  PIC X(04) VALUE "ST".
022627     05  FILLER                  PIC X(14) VALUE "LANGUAGES".
022630     05  FILLER                  PIC X(08) VALUE "  OPEN".
022633     05  FILLER                  PIC X(08) VALUE "   MAX".
022636     05  FILLER                  PIC X(44) VALUE SPACES.
022639 01  CWK-LOAD-LINE.
022642     05  LOAD-AGENT              PIC X(08).
022645     05  FILLER                  PIC X(02) VALUE SPACES.
022648     05  LOAD-NAME               PIC X(30).
022651     05  FILLER                  PIC X(02) VALUE SPACES.
022654     05  LOAD-TEAM               PIC X(10).
022657     05  FILLER                  PIC X(02) VALUE SPACES.
022660     05  LOAD-STATUS             PIC X(01).
022663     05  FILLER                  PIC X(03) VALUE SPACES.
022666     05  LOAD-LANG               PIC X(03)
022669                                 OCCURS 4 TIMES.
022672     05  FILLER                  PIC X(02) VALUE SPACES.
022675     05  LOAD-OPEN               PIC ZZ,ZZ9.
022678     05  FILLER                  PIC X(02) VALUE SPACES.
022681     05  LOAD-MAX                PIC ZZ,ZZ9.
022684     05  FILLER                  PIC X(02) VALUE SPACES.
022687     05  LOAD-FLAG               PIC X(08).
022690     05  FILLER                  PIC X(36) VALUE SPACES.
022700 01  CWK-TOTAL-LINE.
022800     05  TOT-LABEL               PIC X(30).
022900     05  TOT-VALUE               PIC ZZ,ZZ9.
027800        AND WPARM-SLA-DAYS > ZERO
027900         MOVE WPARM-SLA-DAYS TO CWK-SLA-DAYS
028000     END-IF
028020     IF WPARM-AUTO-ASSIGN = "N" OR "n"
028040         MOVE "N" TO CWK-AUTO-ASSIGN-SW
028060     END-IF
028100     CLOSE CASEPRM-FILE
028130     PERFORM 1100-LOAD-AGENTS THRU 1100-EXIT
028160     PERFORM 1200-COUNT-OPEN-LOAD THRU 1200-EXIT
028200     OPEN I-O    CASEFILE-FILE
028300          INPUT  CASETRN-FILE
028400          OUTPUT CASERPT-FILE
028600          EXTEND CASEHIST-FILE
028700     IF NOT CWK-CASEFILE-OPEN-OK
028800         DISPLAY "CASEWRK: CANNOT OPEN CASEFILE, STATUS "
029400             CWK-CASETRN-STATUS
029500         GO TO 9999-ABORT-RUN
029600     END-IF
030200     IF NOT CWK-CASEHIST-OPEN-OK
030300         DISPLAY "CASEWRK: CANNOT OPEN CASEHIST, STATUS "
030400             CWK-CASEHIST-STATUS
031200     MOVE CWK-RUN-DATE    TO HDG-RUN-DATE
031300     MOVE CWK-OPERATOR-ID TO HDG-OPERATOR-ID
031400     MOVE CWK-SLA-DAYS    TO HDG-SLA-DAYS
031450     MOVE CWK-AUTO-ASSIGN-SW TO HDG-AUTO-ASSIGN
031500     WRITE CASERPT-REC FROM CWK-HEADING-1
031600         AFTER ADVANCING PAGE
031700     WRITE CASERPT-REC FROM CWK-HEADING-2
032100     PERFORM 3600-READ-CASE THRU 3600-EXIT.
032200 1000-EXIT.
032300     EXIT.
032301*****************************************************************
032302*  1100-LOAD-AGENTS  -  THE AGENT MASTER INTO STORAGE           *
032303*****************************************************************
032304 1100-LOAD-AGENTS.
032305     OPEN INPUT AGENTMST-FILE
032306     IF NOT CWK-AGENTMST-OK
032307         DISPLAY "CASEWRK: CANNOT OPEN AGENTMST, STATUS "
032308             CWK-AGENTMST-STATUS
032309         GO TO 9999-ABORT-RUN
032310     END-IF
032311     PERFORM 1110-LOAD-ONE-AGENT THRU 1110-EXIT
032312         UNTIL CWK-AGENTMST-EOF
032313     CLOSE AGENTMST-FILE.
032314 1100-EXIT.
032315     EXIT.
032316
032317 1110-LOAD-ONE-AGENT.
032318     READ AGENTMST-FILE
032319         AT END
032320             GO TO 1110-EXIT
032321     END-READ
032322     IF NOT CWK-AGENTMST-OK
032323         DISPLAY "CASEWRK: AGENTMST READ ERROR, STATUS "
032324             CWK-AGENTMST-STATUS
032325         GO TO 9999-ABORT-RUN
032326     END-IF
032327     IF CWK-AGT-COUNT = CWK-AGT-MAX
032328         DISPLAY "CASEWRK: AGENT TABLE OVERFLOW"
032329         GO TO 9999-ABORT-RUN
032330     END-IF
032331     ADD 1 TO CWK-AGT-COUNT
032332     MOVE AGT-AGENT-ID      TO CWK-AGT-ID (CWK-AGT-COUNT)
032333     MOVE AGT-NAME          TO CWK-AGT-NAME (CWK-AGT-COUNT)
032334     MOVE AGT-TEAM          TO CWK-AGT-TEAM (CWK-AGT-COUNT)
032335     MOVE AGT-STATUS        TO CWK-AGT-STATUS (CWK-AGT-COUNT)
032336     MOVE AGT-LANG-CODE (1) TO CWK-AGT-LANG (CWK-AGT-COUNT, 1)
032337     MOVE AGT-LANG-CODE (2) TO CWK-AGT-LANG (CWK-AGT-COUNT, 2)
032338     MOVE AGT-LANG-CODE (3) TO CWK-AGT-LANG (CWK-AGT-COUNT, 3)
032339     MOVE AGT-LANG-CODE (4) TO CWK-AGT-LANG (CWK-AGT-COUNT, 4)
032340     IF AGT-MAX-OPEN IS NUMERIC
032341         MOVE AGT-MAX-OPEN  TO CWK-AGT-MAX-OPEN (CWK-AGT-COUNT)
032342     ELSE
032343         MOVE ZERO          TO CWK-AGT-MAX-OPEN (CWK-AGT-COUNT)
032344     END-IF
032345     MOVE ZERO TO CWK-AGT-LOAD (CWK-AGT-COUNT)
032346     MOVE ZERO TO CWK-AGT-END-OPEN (CWK-AGT-COUNT).
032347 1110-EXIT.
032348     EXIT.
032349*****************************************************************
032350*  1200-COUNT-OPEN-LOAD  -  FIRST PASS OF THE CASE FILE FOR     *
032351*  EACH AGENT'S OPEN LOAD BEFORE ANY CASE IS AUTO-ASSIGNED      *
032352*****************************************************************
032353 1200-COUNT-OPEN-LOAD.
032354     OPEN INPUT CASEFILE-FILE
032355     IF NOT CWK-CASEFILE-OPEN-OK
032356         DISPLAY "CASEWRK: CANNOT OPEN CASEFILE, STATUS "
032357             CWK-CASEFILE-STATUS
032358         GO TO 9999-ABORT-RUN
032359     END-IF
032360     PERFORM 1210-COUNT-ONE-CASE THRU 1210-EXIT
032361         UNTIL CWK-CASE-EOF
032362     CLOSE CASEFILE-FILE
032363     MOVE "N" TO CWK-CASE-EOF-SW.
032364 1200-EXIT.
032365     EXIT.
032366
032367 1210-COUNT-ONE-CASE.
032368     READ CASEFILE-FILE NEXT RECORD
032369         AT END
032370             MOVE "Y" TO CWK-CASE-EOF-SW
032371             GO TO 1210-EXIT
032372     END-READ
032373     IF NOT CWK-CASEFILE-OK
032374         DISPLAY "CASEWRK: CASEFILE READ ERROR, STATUS "
032375             CWK-CASEFILE-STATUS
032376         GO TO 9999-ABORT-RUN
032377     END-IF
032378     IF NOT CASE-OPEN
032379        OR CASE-ASSIGNED-TO = SPACES
032380         GO TO 1210-EXIT
032381     END-IF
032382     MOVE CASE-ASSIGNED-TO TO CWK-FIND-AGENT-ID
032383     PERFORM 3150-FIND-AGENT THRU 3150-EXIT
032384     IF CWK-AGT-HIT > ZERO
032385         ADD 1 TO CWK-AGT-LOAD (CWK-AGT-HIT)
032386     END-IF.
032387 1210-EXIT.
032388     EXIT.
032400*****************************************************************
032500*  2000-RELEASE-TRANS  -  SORT INPUT PROCEDURE: TAG EACH        *
032600*  TRANSACTION WITH ITS ARRIVAL SEQUENCE SO SAME-CASE           *
037200         PERFORM 3300-APPLY-ONE-TRANS THRU 3300-EXIT
037300     END-IF
037400     IF CWK-TRANS-OK
037450         MOVE "Y" TO CWK-CASE-CHANGED-SW
037500         ADD 1 TO CWK-TRANS-APPLIED
037600         PERFORM 3450-WRITE-HISTORY THRU 3450-EXIT
037700     ELSE
040600         MOVE "N" TO CWK-TRANS-OK-SW
040700         GO TO 3100-EXIT
040800     END-IF
040805     IF CWK-TRN-ASSIGN
040810         MOVE CWK-TRN-AGENT-ID TO CWK-FIND-AGENT-ID
040815         PERFORM 3150-FIND-AGENT THRU 3150-EXIT
040820         MOVE CWK-AGT-HIT TO CWK-TRN-AGT-SUB
040825         IF CWK-TRN-AGT-SUB = ZERO
040830             MOVE "AGENT NOT ON MASTER" TO CWK-REJECT-REASON
040835             MOVE "N" TO CWK-TRANS-OK-SW
040840             GO TO 3100-EXIT
040845         END-IF
040850         IF NOT CWK-AGT-ACTIVE (CWK-TRN-AGT-SUB)
040855             MOVE "AGENT NOT ACTIVE" TO CWK-REJECT-REASON
040860             MOVE "N" TO CWK-TRANS-OK-SW
040865             GO TO 3100-EXIT
040870         END-IF
040875     END-IF
040900     IF CWK-TRN-NOTE
041000        AND CWK-TRN-NOTE-TEXT = SPACES
041100         MOVE "NOTE TEXT MISSING" TO CWK-REJECT-REASON
041400     END-IF.
041500 3100-EXIT.
041600     EXIT.
041602*****************************************************************
041604*  3150-FIND-AGENT  -  LOCATE CWK-FIND-AGENT-ID IN THE AGENT    *
041606*  TABLE; CWK-AGT-HIT IS ZERO WHEN IT IS NOT ON THE MASTER      *
041608*****************************************************************
041610 3150-FIND-AGENT.
041612     MOVE ZERO TO CWK-AGT-HIT
041614     SET AGT-IDX TO 1
041616     SEARCH CWK-AGT-ENTRY
041618         AT END
041620             CONTINUE
041622         WHEN AGT-IDX > CWK-AGT-COUNT
041624             CONTINUE
041626         WHEN CWK-AGT-ID (AGT-IDX) = CWK-FIND-AGENT-ID
041628             SET CWK-AGT-HIT TO AGT-IDX
041630     END-SEARCH.
041632 3150-EXIT.
041634     EXIT.
041636*****************************************************************
041638*  3160-CHECK-LANGUAGE  -  DOES THE AGENT AT CWK-AGT-SUB        *
041640*  HANDLE CWK-CHECK-LANG                                        *
041642*****************************************************************
041644 3160-CHECK-LANGUAGE.
041646     MOVE "N" TO CWK-LANG-OK-SW
041648     PERFORM 3170-TEST-ONE-LANGUAGE THRU 3170-EXIT
041650         VARYING CWK-LANG-SUB FROM 1 BY 1
041652         UNTIL CWK-LANG-SUB > 4
041654            OR CWK-AGENT-HAS-LANG.
041656 3160-EXIT.
041658     EXIT.
041660
041662 3170-TEST-ONE-LANGUAGE.
041664     IF CWK-AGT-LANG (CWK-AGT-SUB, CWK-LANG-SUB) = CWK-CHECK-LANG
041666         MOVE "Y" TO CWK-LANG-OK-SW
041668     END-IF.
041670 3170-EXIT.
041672     EXIT.
041700*****************************************************************
041800*  3200-POSITION-ON-CASE  -  BROWSE PAST CASES WITH NO          *
041900*  (FURTHER) TRANSACTIONS UNTIL THE TRANSACTION'S               *
042000*  CASE IS THE CURRENT ONE                                      *
042100*****************************************************************
042200 3200-POSITION-ON-CASE.
044200                     TO CWK-REJECT-REASON
044300                 MOVE "N" TO CWK-TRANS-OK-SW
044400             ELSE
044500                 PERFORM 3310-APPLY-ASSIGN THRU 3310-EXIT
044700             END-IF
044800         WHEN CWK-TRN-NOTE
044900             MOVE CWK-TRN-NOTE-TEXT TO CASE-DISPOSITION
045300                     TO CWK-REJECT-REASON
045400                 MOVE "N" TO CWK-TRANS-OK-SW
045500             ELSE
045550                 PERFORM 3320-RELEASE-LOAD THRU 3320-EXIT
045600                 SET CASE-CLOSED TO TRUE
045700                 MOVE CWK-RUN-DATE TO CASE-CLOSE-DATE
045800                 ADD 1 TO CWK-CASES-CLOSED-RUN
046400     END-EVALUATE.
046500 3300-EXIT.
046600     EXIT.
046602*****************************************************************
046604*  3310-APPLY-ASSIGN  -  THE AGENT MUST HANDLE THE CASE         *
046606*  LANGUAGE; THE CASE MOVES FROM ANY PREVIOUS AGENT'S LOAD TO   *
046608*  THE NEW AGENT'S                                              *
046610*****************************************************************
046612 3310-APPLY-ASSIGN.
046614     MOVE CWK-TRN-AGT-SUB TO CWK-AGT-SUB
046616     MOVE CASE-LANG-CODE  TO CWK-CHECK-LANG
046618     PERFORM 3160-CHECK-LANGUAGE THRU 3160-EXIT
046620     IF NOT CWK-AGENT-HAS-LANG
046622         MOVE "AGENT LACKS CASE LANGUAGE" TO CWK-REJECT-REASON
046624         MOVE "N" TO CWK-TRANS-OK-SW
046626         GO TO 3310-EXIT
046628     END-IF
046630     PERFORM 3320-RELEASE-LOAD THRU 3320-EXIT
046632     ADD 1 TO CWK-AGT-LOAD (CWK-TRN-AGT-SUB)
046634     MOVE CWK-TRN-AGENT-ID TO CASE-ASSIGNED-TO
046636     MOVE CWK-RUN-DATE     TO CASE-ASSIGN-DATE.
046638 3310-EXIT.
046640     EXIT.
046642
046644 3320-RELEASE-LOAD.
046646     IF CASE-ASSIGNED-TO = SPACES
046648         GO TO 3320-EXIT
046650     END-IF
046652     MOVE CASE-ASSIGNED-TO TO CWK-FIND-AGENT-ID
046654     PERFORM 3150-FIND-AGENT THRU 3150-EXIT
046656     IF CWK-AGT-HIT > ZERO
046658        AND CWK-AGT-LOAD (CWK-AGT-HIT) > ZERO
046660         SUBTRACT 1 FROM CWK-AGT-LOAD (CWK-AGT-HIT)
046662     END-IF.
046664 3320-EXIT.
046666     EXIT.
046700*****************************************************************
046800*  3400-ADVANCE-CASE  -  FINISH WITH THE HELD CASE AND READ     *
046900*  THE NEXT ONE                                                 *
047000*****************************************************************
047100 3400-ADVANCE-CASE.
047200     PERFORM 3700-WRITE-CASE THRU 3700-EXIT
052100*  3600-READ-CASE  -  NEXT CASE RECORD INTO THE HELD AREA       *
052200*****************************************************************
052300 3600-READ-CASE.
052400     READ CASEFILE-FILE NEXT RECORD
052500         AT END
052600             MOVE "Y" TO CWK-CASE-EOF-SW
052700             GO TO 3600-EXIT
053100             CWK-CASEFILE-STATUS
053200         GO TO 9999-ABORT-RUN
053300     END-IF
053350     MOVE "N" TO CWK-CASE-CHANGED-SW
053400     ADD 1 TO CWK-CASES-READ.
053500 3600-EXIT.
053600     EXIT.
053700*****************************************************************
053800*  3700-WRITE-CASE  -  REWRITE THE HELD CASE WHEN IT CHANGED    *
053900*  AND COLLECT IT FOR THE SLA SECTION WHEN IT IS OPEN AND OVER  *
054000*  THE DAY LIMIT                                                *
054100*****************************************************************
054200 3700-WRITE-CASE.
054210     IF CASE-OPEN
054220        AND CASE-ASSIGNED-TO = SPACES
054230        AND CWK-AUTO-ASSIGN-ON
054240         PERFORM 3800-AUTO-ASSIGN THRU 3800-EXIT
054242         IF CASE-ASSIGNED-TO NOT = SPACES
054244             MOVE "Y" TO CWK-CASE-CHANGED-SW
054246         END-IF
054250     END-IF
054300     IF CWK-CASE-CHANGED
054350         REWRITE CASE-REC
054400             INVALID KEY
054450                 DISPLAY "CASEWRK: REWRITE FAILED, CASE "
054500                     CASE-NUMBER
054550                 GO TO 9999-ABORT-RUN
054600         END-REWRITE
054650         IF NOT CWK-CASEFILE-OK
054700             DISPLAY "CASEWRK: CASEFILE REWRITE ERROR, STATUS "
054750                 CWK-CASEFILE-STATUS
054800             GO TO 9999-ABORT-RUN
054850         END-IF
054900         ADD 1 TO CWK-CASES-UPDATED
054950     END-IF
055000     IF NOT CASE-OPEN
055100         GO TO 3700-EXIT
055200     END-IF
055300     ADD 1 TO CWK-CASES-OPEN
055305     IF CASE-ASSIGNED-TO = SPACES
055310         ADD 1 TO CWK-OPEN-UNASSIGNED
055315     ELSE
055320         MOVE CASE-ASSIGNED-TO TO CWK-FIND-AGENT-ID
055325         PERFORM 3150-FIND-AGENT THRU 3150-EXIT
055330         IF CWK-AGT-HIT > ZERO
055335             ADD 1 TO CWK-AGT-END-OPEN (CWK-AGT-HIT)
055340         ELSE
055345             ADD 1 TO CWK-OPEN-UNKNOWN
055350         END-IF
055355     END-IF
055400     MOVE CASE-DATE TO CWK-CNV-DATE
055500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
055600     MOVE CWK-CNV-SERIAL TO CWK-CASE-SERIAL
057500         CWK-SLA-CUSTOMER (CWK-SLA-COUNT).
057600 3700-EXIT.
057700     EXIT.
057701*****************************************************************
057702*  3800-AUTO-ASSIGN  -  GIVE AN UNASSIGNED OPEN CASE TO THE     *
057703*  ACTIVE AGENT WITH THE CASE LANGUAGE AND THE LIGHTEST OPEN    *
057704*  LOAD BELOW THEIR MAXIMUM (FIRST IN AGENT ID ORDER ON A TIE), *
057705*  TRAIL IT ON CASEHIST AND LIST IT ON THE REPORT               *
057706*****************************************************************
057707 3800-AUTO-ASSIGN.
057708     MOVE ZERO           TO CWK-AGT-BEST
057709     MOVE CASE-LANG-CODE TO CWK-CHECK-LANG
057710     PERFORM 3810-TEST-ONE-AGENT THRU 3810-EXIT
057711         VARYING CWK-AGT-SUB FROM 1 BY 1
057712         UNTIL CWK-AGT-SUB > CWK-AGT-COUNT
057713     MOVE "A"         TO DTL-ACTION
057714     MOVE CASE-NUMBER TO DTL-CASE-NO
057715     IF CWK-AGT-BEST = ZERO
057716         ADD 1 TO CWK-AUTO-UNPLACED
057717         MOVE SPACES     TO DTL-AGENT
057718         MOVE "UNPLACED" TO DTL-DISPOSITION
057719         MOVE "NO AGENT FREE FOR LANGUAGE" TO DTL-REASON
057720         WRITE CASERPT-REC FROM CWK-DETAIL-LINE
057721             AFTER ADVANCING 1 LINE
057722         GO TO 3800-EXIT
057723     END-IF
057724     ADD 1 TO CWK-AUTO-ASSIGNED
057725     ADD 1 TO CWK-AGT-LOAD (CWK-AGT-BEST)
057726     MOVE CWK-AGT-ID (CWK-AGT-BEST) TO CASE-ASSIGNED-TO
057727     MOVE CWK-RUN-DATE              TO CASE-ASSIGN-DATE
057728     ACCEPT CWK-TIME-RAW FROM TIME
057729     MOVE SPACES             TO CHIST-REC
057730     MOVE CASE-NUMBER        TO CHIST-CASE-NO
057731     MOVE CWK-RUN-DATE       TO CHIST-DATE
057732     MOVE CWK-TIME-RAW (1:6) TO CHIST-TIME
057733     MOVE CWK-OPERATOR-ID    TO CHIST-OPERATOR-ID
057734     MOVE "A"                TO CHIST-ACTION
057735     MOVE CASE-STATUS        TO CHIST-OLD-STATUS
057736     MOVE CASE-STATUS        TO CHIST-NEW-STATUS
057737     MOVE CASE-ASSIGNED-TO   TO CHIST-NOTE (1:8)
057738     MOVE "AUTO-ASSIGNED"    TO CHIST-NOTE (10:13)
057739     WRITE CASEHIST-REC FROM CHIST-REC
057740     IF NOT CWK-CASEHIST-OK
057741         DISPLAY "CASEWRK: CASEHIST WRITE ERROR, STATUS "
057742             CWK-CASEHIST-STATUS
057743         GO TO 9999-ABORT-RUN
057744     END-IF
057745     MOVE CASE-ASSIGNED-TO TO DTL-AGENT
057746     MOVE "AUTO"           TO DTL-DISPOSITION
057747     MOVE SPACES           TO DTL-REASON
057748     WRITE CASERPT-REC FROM CWK-DETAIL-LINE
057749         AFTER ADVANCING 1 LINE.
057750 3800-EXIT.
057751     EXIT.
057752
057753 3810-TEST-ONE-AGENT.
057754     IF NOT CWK-AGT-ACTIVE (CWK-AGT-SUB)
057755        OR CWK-AGT-LOAD (CWK-AGT-SUB)
057756           NOT < CWK-AGT-MAX-OPEN (CWK-AGT-SUB)
057757         GO TO 3810-EXIT
057758     END-IF
057759     PERFORM 3160-CHECK-LANGUAGE THRU 3160-EXIT
057760     IF NOT CWK-AGENT-HAS-LANG
057761         GO TO 3810-EXIT
057762     END-IF
057763     IF CWK-AGT-BEST = ZERO
057764         MOVE CWK-AGT-SUB TO CWK-AGT-BEST
057765         GO TO 3810-EXIT
057766     END-IF
057767     IF CWK-AGT-LOAD (CWK-AGT-SUB) < CWK-AGT-LOAD (CWK-AGT-BEST)
057768         MOVE CWK-AGT-SUB TO CWK-AGT-BEST
057769     END-IF.
057770 3810-EXIT.
057771     EXIT.
057800*****************************************************************
057900*  9000-TERMINATE  -  SLA SECTION, TOTALS AND CLOSE             *
058000*****************************************************************
059400         WRITE CASERPT-REC FROM CWK-NOTE-LINE
059500             AFTER ADVANCING 1 LINE
059600     END-IF
059610     MOVE SPACES TO CASERPT-REC
059620     WRITE CASERPT-REC AFTER ADVANCING 2 LINES
059630     WRITE CASERPT-REC FROM CWK-LOAD-HEADING
059640         AFTER ADVANCING 1 LINE
059650     WRITE CASERPT-REC FROM CWK-LOAD-HEADING-2
059660         AFTER ADVANCING 1 LINE
059670     PERFORM 9200-PRINT-AGENT-LOAD THRU 9200-EXIT
059680         VARYING CWK-AGT-SUB FROM 1 BY 1
059690         UNTIL CWK-AGT-SUB > CWK-AGT-COUNT
059700     MOVE SPACES TO CASERPT-REC
059800     WRITE CASERPT-REC AFTER ADVANCING 2 LINES
059900     MOVE "TRANSACTIONS READ"     TO TOT-LABEL
060900     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
061000         AFTER ADVANCING 1 LINE
061100     MOVE "CASES ON FILE"         TO TOT-LABEL
061200     MOVE CWK-CASES-READ          TO TOT-VALUE
061300     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
061400         AFTER ADVANCING 1 LINE
061410     MOVE "CASES UPDATED"         TO TOT-LABEL
061420     MOVE CWK-CASES-UPDATED       TO TOT-VALUE
061430     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
061440         AFTER ADVANCING 1 LINE
061500     MOVE "CASES CLOSED THIS RUN" TO TOT-LABEL
061600     MOVE CWK-CASES-CLOSED-RUN    TO TOT-VALUE
061700     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062500         CWK-SLA-COUNT + CWK-SLA-DROPPED
062600     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062700         AFTER ADVANCING 1 LINE
062705     MOVE "CASES AUTO-ASSIGNED"   TO TOT-LABEL
062710     MOVE CWK-AUTO-ASSIGNED       TO TOT-VALUE
062715     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062720         AFTER ADVANCING 1 LINE
062725     MOVE "CASES NO AGENT FREE"   TO TOT-LABEL
062730     MOVE CWK-AUTO-UNPLACED       TO TOT-VALUE
062735     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062740         AFTER ADVANCING 1 LINE
062745     MOVE "OPEN CASES UNASSIGNED" TO TOT-LABEL
062750     MOVE CWK-OPEN-UNASSIGNED     TO TOT-VALUE
062755     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062760         AFTER ADVANCING 1 LINE
062765     MOVE "OPEN CASES UNKNOWN AGENT" TO TOT-LABEL
062770     MOVE CWK-OPEN-UNKNOWN        TO TOT-VALUE
062775     WRITE CASERPT-REC FROM CWK-TOTAL-LINE
062780         AFTER ADVANCING 1 LINE
062800     CLOSE CASEFILE-FILE
063000           CASETRN-FILE
063100           CASEHIST-FILE
063200           CASERPT-FILE
064600         AFTER ADVANCING 1 LINE.
064700 9100-EXIT.
064800     EXIT.
064803 9200-PRINT-AGENT-LOAD.
064806     MOVE CWK-AGT-ID (CWK-AGT-SUB)         TO LOAD-AGENT
064809     MOVE CWK-AGT-NAME (CWK-AGT-SUB)       TO LOAD-NAME
064812     MOVE CWK-AGT-TEAM (CWK-AGT-SUB)       TO LOAD-TEAM
064815     MOVE CWK-AGT-STATUS (CWK-AGT-SUB)     TO LOAD-STATUS
064818     MOVE CWK-AGT-LANG (CWK-AGT-SUB, 1)    TO LOAD-LANG (1)
064821     MOVE CWK-AGT-LANG (CWK-AGT-SUB, 2)    TO LOAD-LANG (2)
064824     MOVE CWK-AGT-LANG (CWK-AGT-SUB, 3)    TO LOAD-LANG (3)
064827     MOVE CWK-AGT-LANG (CWK-AGT-SUB, 4)    TO LOAD-LANG (4)
064830     MOVE CWK-AGT-END-OPEN (CWK-AGT-SUB)   TO LOAD-OPEN
064833     MOVE CWK-AGT-MAX-OPEN (CWK-AGT-SUB)   TO LOAD-MAX
064836     EVALUATE TRUE
064839         WHEN CWK-AGT-END-OPEN (CWK-AGT-SUB)
064842              > CWK-AGT-MAX-OPEN (CWK-AGT-SUB)
064845             MOVE "OVER MAX" TO LOAD-FLAG
064848         WHEN CWK-AGT-END-OPEN (CWK-AGT-SUB)
064851              = CWK-AGT-MAX-OPEN (CWK-AGT-SUB)
064854             MOVE "AT MAX"   TO LOAD-FLAG
064857         WHEN OTHER
064860             MOVE SPACES     TO LOAD-FLAG
064863     END-EVALUATE
064866     WRITE CASERPT-REC FROM CWK-LOAD-LINE
064869         AFTER ADVANCING 1 LINE.
064872 9200-EXIT.
064875     EXIT.
064900*****************************************************************
065000*  8000-DATE-TO-SERIAL  -  YYYYMMDD TO A SERIAL DAY COUNT SO    *
065100*  CASE AGE CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS          *
