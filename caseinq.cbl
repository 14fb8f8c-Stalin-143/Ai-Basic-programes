000100*****************************************************************
000200*  CASEINQ  -  HELP-DESK CASE INQUIRY                           *
000300*                                                               *
000400*  CONSOLE INQUIRY AGAINST THE CASE FILE KSDS (CASEFILE) FOR    *
000500*  THE HELP DESK AND THE TICKETING DESK.  A CASE IS LOOKED UP   *
000600*  BY ONE OF THREE KEYS:                                        *
000700*      C = CASE NUMBER (PRIME KEY)                              *
000800*      U = CUSTOMER NUMBER (ALTERNATE INDEX, EVERY CASE OF      *
000900*          THE CUSTOMER IS SHOWN IN TURN)                       *
001000*      T = EXTERNAL TICKET REFERENCE (ALTERNATE INDEX)          *
001100*  EACH CASE IS SHOWN WITH ITS STATUS, ASSIGNMENT, TICKETING    *
001200*  DETAILS AND CONVERSATION CONTEXT, FOLLOWED BY ITS TRAIL      *
001300*  FROM THE CASE HISTORY FILE (CASEHIST) IN THE ORDER THE       *
001400*  ENTRIES WERE WRITTEN.  THE FILES ARE READ ONLY; X ENDS THE   *
001500*  INQUIRY.                                                     *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    CASEINQ.
001900 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
002000 INSTALLATION.  HEAD OFFICE DATA CENTRE.
002100 DATE-WRITTEN.  OCTOBER 2026.
002200 DATE-COMPILED.
002300*****************************************************************
002400*  MODIFICATION HISTORY                                         *
002500*  --------------------                                         *
002600*  2026-10-15  MEP  INITIAL VERSION                             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-ENTERPRISE.
003100 OBJECT-COMPUTER.  IBM-ENTERPRISE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CASEFILE-FILE ASSIGN TO CASEFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE  IS DYNAMIC
003700         RECORD KEY   IS CASE-NUMBER
003800         ALTERNATE RECORD KEY IS CASE-CUSTOMER-NO
003900             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS CASE-TICKET-REF
004100             WITH DUPLICATES
004200         FILE STATUS  IS CIQ-CASEFILE-STATUS.
004300     SELECT OPTIONAL CASEHIST-FILE ASSIGN TO CASEHIST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS  IS CIQ-CASEHIST-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CASEFILE-FILE
004900     RECORD CONTAINS 750 CHARACTERS.
005000     COPY CASEREC.
005100 FD  CASEHIST-FILE
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 100 CHARACTERS.
005400 01  CASEHIST-REC                PIC X(100).
005500 WORKING-STORAGE SECTION.
005600 77  CIQ-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
005700*        02 = DUPLICATE ALTERNATE KEY, A NORMAL CONDITION
005800     88  CIQ-CASEFILE-OK             VALUE "00" "02".
006000 77  CIQ-CASEHIST-STATUS         PIC X(02) VALUE SPACES.
006100     88  CIQ-CASEHIST-OK             VALUE "00".
006200     88  CIQ-CASEHIST-OPEN-OK        VALUE "00" "05".
006300 77  CIQ-INQUIRIES               PIC 9(05) COMP VALUE ZERO.
006400 77  CIQ-CASES-SHOWN             PIC 9(05) COMP VALUE ZERO.
006500 77  CIQ-NOT-FOUND               PIC 9(05) COMP VALUE ZERO.
006600 77  CIQ-MATCH-COUNT             PIC 9(05) COMP VALUE ZERO.
006700 77  CIQ-HIST-COUNT              PIC 9(05) COMP VALUE ZERO.
006800 77  CIQ-KEY-LEN                 PIC 9(02) COMP VALUE ZERO.
006900 77  CIQ-CTX-SUB                 PIC 9(01) COMP VALUE ZERO.
007000 77  CIQ-CASE-NUM                PIC 9(08) VALUE ZERO.
007100 77  CIQ-ACTION-TEXT             PIC X(08) VALUE SPACES.
007200 77  CIQ-STATUS-TEXT             PIC X(06) VALUE SPACES.
007300 01  CIQ-SWITCHES.
007400     05  CIQ-DONE-SW             PIC X(01) VALUE "N".
007500         88  CIQ-DONE                VALUE "Y".
007600     05  CIQ-BROWSE-END-SW       PIC X(01) VALUE "N".
007700         88  CIQ-BROWSE-END          VALUE "Y".
007800     05  CIQ-HIST-EOF-SW         PIC X(01) VALUE "N".
007900         88  CIQ-HIST-EOF            VALUE "Y".
008000 01  CIQ-LOOKUP-TYPE             PIC X(01) VALUE SPACE.
008100     88  CIQ-BY-CASE                 VALUE "C".
008200     88  CIQ-BY-CUSTOMER             VALUE "U".
008300     88  CIQ-BY-TICKET               VALUE "T".
008400     88  CIQ-BY-EXIT                 VALUE "X".
008500 01  CIQ-KEY-IN                  PIC X(12) VALUE SPACES.
008600 01  CIQ-ALPHABET-AREAS.
008700     05  CIQ-UPPER-ALPHA         PIC X(26)
008800         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008900     05  CIQ-LOWER-ALPHA         PIC X(26)
009000         VALUE "abcdefghijklmnopqrstuvwxyz".
009100     COPY CASEHREC.
009200 PROCEDURE DIVISION.
009300*****************************************************************
009400*  0000-MAINLINE  -  ONE INQUIRY PER PASS UNTIL X IS ENTERED    *
009500*****************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009800     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
009900         UNTIL CIQ-DONE
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT
010100     STOP RUN.
010200*****************************************************************
010300*  1000-INITIALIZE  -  OPEN THE CASE FILE                       *
010400*****************************************************************
010500 1000-INITIALIZE.
010600     OPEN INPUT CASEFILE-FILE
010700     IF NOT CIQ-CASEFILE-OK
010800         DISPLAY "CASEINQ: CANNOT OPEN CASEFILE, STATUS "
010900             CIQ-CASEFILE-STATUS
011000         GO TO 9999-ABORT-RUN
011100     END-IF
011200     DISPLAY "CASEINQ  HELP-DESK CASE INQUIRY".
011300 1000-EXIT.
011400     EXIT.
011500*****************************************************************
011600*  2000-PROCESS-INQUIRY  -  PROMPT FOR THE LOOKUP AND THE KEY,  *
011700*  THEN SHOW EVERY CASE THAT CARRIES IT                         *
011800*****************************************************************
011900 2000-PROCESS-INQUIRY.
012000     DISPLAY " "
012100     DISPLAY "LOOK UP BY C=CASE, U=CUSTOMER, T=TICKET, X=EXIT: "
012200         WITH NO ADVANCING
012300     ACCEPT CIQ-LOOKUP-TYPE
012400     INSPECT CIQ-LOOKUP-TYPE
012500         CONVERTING CIQ-LOWER-ALPHA TO CIQ-UPPER-ALPHA
012600     IF CIQ-BY-EXIT
012700         SET CIQ-DONE TO TRUE
012800         GO TO 2000-EXIT
012900     END-IF
013000     IF NOT CIQ-BY-CASE
013100        AND NOT CIQ-BY-CUSTOMER
013200        AND NOT CIQ-BY-TICKET
013300         DISPLAY "CASEINQ: ENTER C, U, T OR X"
013400         GO TO 2000-EXIT
013500     END-IF
013600     DISPLAY "KEY: " WITH NO ADVANCING
013700     MOVE SPACES TO CIQ-KEY-IN
013800     ACCEPT CIQ-KEY-IN
013900     INSPECT CIQ-KEY-IN
014000         CONVERTING CIQ-LOWER-ALPHA TO CIQ-UPPER-ALPHA
014100     IF CIQ-KEY-IN = SPACES
014200         DISPLAY "CASEINQ: NO KEY ENTERED"
014300         GO TO 2000-EXIT
014400     END-IF
014500     ADD 1 TO CIQ-INQUIRIES
014600     MOVE ZERO TO CIQ-MATCH-COUNT
014700     EVALUATE TRUE
014800         WHEN CIQ-BY-CASE
014900             PERFORM 2100-READ-BY-CASE THRU 2100-EXIT
015000         WHEN CIQ-BY-CUSTOMER
015100             PERFORM 2200-BROWSE-BY-CUSTOMER THRU 2200-EXIT
015200         WHEN CIQ-BY-TICKET
015300             PERFORM 2300-BROWSE-BY-TICKET THRU 2300-EXIT
015400     END-EVALUATE
015500     IF CIQ-MATCH-COUNT = ZERO
015600         ADD 1 TO CIQ-NOT-FOUND
015700         DISPLAY "CASEINQ: NO CASE ON FILE FOR " CIQ-KEY-IN
015800     ELSE
015900         DISPLAY " "
016000         DISPLAY "CASEINQ: " CIQ-MATCH-COUNT " CASE(S) SHOWN"
016100     END-IF.
016200 2000-EXIT.
016300     EXIT.
016400*****************************************************************
016500*  2100-READ-BY-CASE  -  DIRECT READ ON THE PRIME KEY.  THE     *
016600*  NUMBER MAY BE KEYED WITHOUT ITS LEADING ZEROS.               *
016700*****************************************************************
016800 2100-READ-BY-CASE.
016900     MOVE 12 TO CIQ-KEY-LEN
017000     PERFORM 2110-TRIM-KEY THRU 2110-EXIT
017100         UNTIL CIQ-KEY-LEN = ZERO
017200            OR CIQ-KEY-IN (CIQ-KEY-LEN:1) NOT = SPACE
017300     IF CIQ-KEY-LEN > 8
017400        OR CIQ-KEY-IN (1:CIQ-KEY-LEN) IS NOT NUMERIC
017500         DISPLAY "CASEINQ: CASE NUMBER MUST BE UP TO 8 DIGITS"
017600         GO TO 2100-EXIT
017700     END-IF
017800     MOVE CIQ-KEY-IN (1:CIQ-KEY-LEN) TO CIQ-CASE-NUM
017900     MOVE CIQ-CASE-NUM TO CASE-NUMBER
018000     READ CASEFILE-FILE
018100         KEY IS CASE-NUMBER
018200         INVALID KEY
018300             GO TO 2100-EXIT
018400     END-READ
018500     IF NOT CIQ-CASEFILE-OK
018600         DISPLAY "CASEINQ: CASEFILE READ ERROR, STATUS "
018700             CIQ-CASEFILE-STATUS
018800         GO TO 9999-ABORT-RUN
018900     END-IF
019000     PERFORM 3000-SHOW-CASE THRU 3000-EXIT.
019100 2100-EXIT.
019200     EXIT.
019300
019400 2110-TRIM-KEY.
019500     SUBTRACT 1 FROM CIQ-KEY-LEN.
019600 2110-EXIT.
019700     EXIT.
019800*****************************************************************
019900*  2200-BROWSE-BY-CUSTOMER  -  EVERY CASE OF THE CUSTOMER, IN   *
020000*  THE ORDER THEY WERE ADDED, THROUGH THE ALTERNATE INDEX       *
020100*****************************************************************
020200 2200-BROWSE-BY-CUSTOMER.
020300     IF CIQ-KEY-IN (9:4) NOT = SPACES
020400         DISPLAY "CASEINQ: CUSTOMER NUMBER IS 8 CHARACTERS"
020500         GO TO 2200-EXIT
020600     END-IF
020700     MOVE CIQ-KEY-IN TO CASE-CUSTOMER-NO
020800     START CASEFILE-FILE
020900         KEY IS EQUAL TO CASE-CUSTOMER-NO
021000         INVALID KEY
021100             GO TO 2200-EXIT
021200     END-START
021300     IF NOT CIQ-CASEFILE-OK
021400         DISPLAY "CASEINQ: CASEFILE START ERROR, STATUS "
021500             CIQ-CASEFILE-STATUS
021600         GO TO 9999-ABORT-RUN
021700     END-IF
021800     MOVE "N" TO CIQ-BROWSE-END-SW
021900     PERFORM 2210-NEXT-FOR-CUSTOMER THRU 2210-EXIT
022000         UNTIL CIQ-BROWSE-END.
022100 2200-EXIT.
022200     EXIT.
022300
022400 2210-NEXT-FOR-CUSTOMER.
022500     PERFORM 2900-READ-NEXT-CASE THRU 2900-EXIT
022600     IF CIQ-BROWSE-END
022700         GO TO 2210-EXIT
022800     END-IF
022900     IF CASE-CUSTOMER-NO NOT = CIQ-KEY-IN (1:8)
023000         MOVE "Y" TO CIQ-BROWSE-END-SW
023100         GO TO 2210-EXIT
023200     END-IF
023300     PERFORM 3000-SHOW-CASE THRU 3000-EXIT.
023400 2210-EXIT.
023500     EXIT.
023600*****************************************************************
023700*  2300-BROWSE-BY-TICKET  -  THE CASE(S) CARRYING THE EXTERNAL  *
023800*  TICKET REFERENCE, THROUGH THE ALTERNATE INDEX                *
023900*****************************************************************
024000 2300-BROWSE-BY-TICKET.
024100     MOVE CIQ-KEY-IN TO CASE-TICKET-REF
024200     START CASEFILE-FILE
024300         KEY IS EQUAL TO CASE-TICKET-REF
024400         INVALID KEY
024500             GO TO 2300-EXIT
024600     END-START
024700     IF NOT CIQ-CASEFILE-OK
024800         DISPLAY "CASEINQ: CASEFILE START ERROR, STATUS "
024900             CIQ-CASEFILE-STATUS
025000         GO TO 9999-ABORT-RUN
025100     END-IF
025200     MOVE "N" TO CIQ-BROWSE-END-SW
025300     PERFORM 2310-NEXT-FOR-TICKET THRU 2310-EXIT
025400         UNTIL CIQ-BROWSE-END.
025500 2300-EXIT.
025600     EXIT.
025700
025800 2310-NEXT-FOR-TICKET.
025900     PERFORM 2900-READ-NEXT-CASE THRU 2900-EXIT
026000     IF CIQ-BROWSE-END
026100         GO TO 2310-EXIT
026200     END-IF
026300     IF CASE-TICKET-REF NOT = CIQ-KEY-IN
026400         MOVE "Y" TO CIQ-BROWSE-END-SW
026500         GO TO 2310-EXIT
026600     END-IF
026700     PERFORM 3000-SHOW-CASE THRU 3000-EXIT.
026800 2310-EXIT.
026900     EXIT.
027000*****************************************************************
027100*  2900-READ-NEXT-CASE  -  NEXT CASE ON THE KEY LAST STARTED    *
027200*****************************************************************
027300 2900-READ-NEXT-CASE.
027400     READ CASEFILE-FILE NEXT RECORD
027500         AT END
027600             MOVE "Y" TO CIQ-BROWSE-END-SW
027700             GO TO 2900-EXIT
027800     END-READ
027900     IF NOT CIQ-CASEFILE-OK
028000         DISPLAY "CASEINQ: CASEFILE READ ERROR, STATUS "
028100             CIQ-CASEFILE-STATUS
028200         GO TO 9999-ABORT-RUN
028300     END-IF.
028400 2900-EXIT.
028500     EXIT.
028600*****************************************************************
028700*  3000-SHOW-CASE  -  THE HELD CASE AND ITS HISTORY TRAIL       *
028800*****************************************************************
028900 3000-SHOW-CASE.
029000     ADD 1 TO CIQ-MATCH-COUNT
029100     ADD 1 TO CIQ-CASES-SHOWN
029200     EVALUATE TRUE
029300         WHEN CASE-OPEN
029400             MOVE "OPEN"   TO CIQ-STATUS-TEXT
029500         WHEN CASE-CLOSED
029600             MOVE "CLOSED" TO CIQ-STATUS-TEXT
029700         WHEN OTHER
029800             MOVE CASE-STATUS TO CIQ-STATUS-TEXT
029900     END-EVALUATE
030000     DISPLAY " "
030100     DISPLAY "CASE " CASE-NUMBER
030200         "  OPENED " CASE-DATE " " CASE-TIME
030300         "  STATUS " CIQ-STATUS-TEXT
030400         "  LANGUAGE " CASE-LANG-CODE
030500     DISPLAY "  CUSTOMER    " CASE-CUSTOMER-NO
030600         "  OPERATOR " CASE-OPERATOR-ID
030700         "  SESSION " CASE-SESSION-NO
030800     IF CASE-ASSIGNED-TO = SPACES
030900         DISPLAY "  ASSIGNED TO (UNASSIGNED)"
031000     ELSE
031100         DISPLAY "  ASSIGNED TO " CASE-ASSIGNED-TO
031200             "  ON " CASE-ASSIGN-DATE
031300     END-IF
031400     IF CASE-CLOSED
031500         DISPLAY "  CLOSED      " CASE-CLOSE-DATE
031600     END-IF
031700     IF CASE-SENT-DATE IS NUMERIC
031800        AND CASE-SENT-DATE > ZERO
031900         DISPLAY "  TICKETING   SENT " CASE-SENT-DATE
032000             "  TICKET REF " CASE-TICKET-REF
032100     ELSE
032200         DISPLAY "  TICKETING   NOT YET SENT"
032300     END-IF
032400     IF CASE-DISPOSITION NOT = SPACES
032500         DISPLAY "  DISPOSITION " CASE-DISPOSITION
032600     END-IF
032700     DISPLAY "  CONVERSATION CONTEXT:"
032800     PERFORM 3100-SHOW-CONTEXT THRU 3100-EXIT
032900         VARYING CIQ-CTX-SUB FROM 1 BY 1
033000         UNTIL CIQ-CTX-SUB > 3
033100     PERFORM 3200-SHOW-HISTORY THRU 3200-EXIT.
033200 3000-EXIT.
033300     EXIT.
033400
033500 3100-SHOW-CONTEXT.
033600     IF CASE-CTX-INPUT (CIQ-CTX-SUB) = SPACES
033700        AND CASE-CTX-RESPONSE (CIQ-CTX-SUB) = SPACES
033800         GO TO 3100-EXIT
033900     END-IF
034000     DISPLAY "    USER: " CASE-CTX-INPUT (CIQ-CTX-SUB)
034100     DISPLAY "    BOT:  " CASE-CTX-RESPONSE (CIQ-CTX-SUB).
034200 3100-EXIT.
034300     EXIT.
034400*****************************************************************
034500*  3200-SHOW-HISTORY  -  PASS THE CASE HISTORY FILE FOR THE     *
034600*  HELD CASE'S ENTRIES                                          *
034700*****************************************************************
034800 3200-SHOW-HISTORY.
034900     DISPLAY "  HISTORY:"
035000     MOVE ZERO TO CIQ-HIST-COUNT
035100     MOVE "N"  TO CIQ-HIST-EOF-SW
035200     OPEN INPUT CASEHIST-FILE
035300     IF NOT CIQ-CASEHIST-OPEN-OK
035400         DISPLAY "CASEINQ: CANNOT OPEN CASEHIST, STATUS "
035500             CIQ-CASEHIST-STATUS
035600         GO TO 9999-ABORT-RUN
035700     END-IF
035800     PERFORM 3210-SHOW-ONE-ENTRY THRU 3210-EXIT
035900         UNTIL CIQ-HIST-EOF
036000     CLOSE CASEHIST-FILE
036100     IF CIQ-HIST-COUNT = ZERO
036200         DISPLAY "    (NONE)"
036300     END-IF.
036400 3200-EXIT.
036500     EXIT.
036600
036700 3210-SHOW-ONE-ENTRY.
036800     READ CASEHIST-FILE INTO CHIST-REC
036900         AT END
037000             MOVE "Y" TO CIQ-HIST-EOF-SW
037100             GO TO 3210-EXIT
037200     END-READ
037300     IF NOT CIQ-CASEHIST-OK
037400         DISPLAY "CASEINQ: CASEHIST READ ERROR, STATUS "
037500             CIQ-CASEHIST-STATUS
037600         GO TO 9999-ABORT-RUN
037700     END-IF
037800     IF CHIST-CASE-NO NOT = CASE-NUMBER
037900         GO TO 3210-EXIT
038000     END-IF
038100     ADD 1 TO CIQ-HIST-COUNT
038200     EVALUATE CHIST-ACTION
038300         WHEN "A"
038400             MOVE "ASSIGNED" TO CIQ-ACTION-TEXT
038500         WHEN "N"
038600             MOVE "NOTE"     TO CIQ-ACTION-TEXT
038700         WHEN "C"
038800             MOVE "CLOSED"   TO CIQ-ACTION-TEXT
038900         WHEN OTHER
039000             MOVE CHIST-ACTION TO CIQ-ACTION-TEXT
039100     END-EVALUATE
039200     DISPLAY "    " CHIST-DATE " " CHIST-TIME
039300         "  " CHIST-OPERATOR-ID
039400         "  " CIQ-ACTION-TEXT
039500         "  " CHIST-OLD-STATUS " > " CHIST-NEW-STATUS
039600         "  " CHIST-NOTE.
039700 3210-EXIT.
039800     EXIT.
039900*****************************************************************
040000*  9000-TERMINATE  -  TOTALS AND CLOSE                          *
040100*****************************************************************
040200 9000-TERMINATE.
040300     CLOSE CASEFILE-FILE
040400     DISPLAY "CASEINQ: " CIQ-INQUIRIES " INQUIRIES, "
040500         CIQ-CASES-SHOWN " CASES SHOWN, "
040600         CIQ-NOT-FOUND " NOT FOUND".
040700 9000-EXIT.
040800     EXIT.
040900*****************************************************************
041000*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
041100*****************************************************************
041200 9999-ABORT-RUN.
041300     DISPLAY "CASEINQ: RUN TERMINATED"
041400     MOVE 16 TO RETURN-CODE
041500     STOP RUN.
