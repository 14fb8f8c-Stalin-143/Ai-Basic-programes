000100*****************************************************************
000200*  CUSTLOAD  -  NIGHTLY CUSTOMER MASTER LOAD                    *
000300*                                                               *
000400*  APPLIES THE CRM SYSTEM'S FLAT-FILE FEED (CUSTTRAN) AGAINST   *
000500*  THE CUSTOMER MASTER (CUSTMAST, VSAM KSDS KEYED ON CUSTOMER   *
000600*  NUMBER) READ BY CHATBOT TO VERIFY CUSTOMERS.  EACH           *
000700*  TRANSACTION IS VALIDATED BEFORE IT IS APPLIED; REJECTS GO    *
000800*  TO THE ERROR REPORT (CUSTERPT) WITH A REASON CODE, AND       *
000900*  APPLIED/REJECTED CONTROL TOTALS ARE PRINTED SO OPERATIONS    *
001000*  CAN BALANCE THE LOAD AGAINST THE FEED'S OWN COUNTS.          *
001100*                                                               *
001200*  THE SAME RUN THEN READS THE ORDER MASTER (ORDMAST) AND       *
001300*  LISTS EVERY ORDER WHOSE CUSTOMER NUMBER IS NOT ON THE        *
001400*  CUSTOMER MASTER OR BELONGS TO A CLOSED CUSTOMER, SO THE      *
001500*  CUSTOMER RESPFILL RETURNS FOR AN ORDER IS A REAL ONE.        *
001600*  RUN AFTER ORDLOAD.                                           *
001700*                                                               *
001800*  TRANSACTION ACTION CODES:                                    *
001900*      A = ADD NEW CUSTOMER                                     *
002000*      C = CHANGE NAME / LANGUAGE PREFERENCE                    *
002100*      X = CLOSE ACCOUNT (CUSTOMER BECOMES INACTIVE)            *
002200*      R = REOPEN A CLOSED ACCOUNT                              *
002300*                                                               *
002400*  REJECT REASON CODES:                                         *
002500*      01 INVALID ACTION CODE                                   *
002600*      02 CUSTOMER NO NOT 8 DIGITS                              *
002700*      03 CUSTOMER NAME MISSING                                 *
002800*      04 LANGUAGE NOT SUPPORTED                                *
002900*      05 CUSTOMER ALREADY ON FILE                              *
003000*      06 CUSTOMER NOT ON FILE                                  *
003100*      07 ACCOUNT ALREADY CLOSED                                *
003200*      08 ACCOUNT NOT CLOSED                                    *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.    CUSTLOAD.
003600 AUTHOR.        CUSTOMER SERVICE SYSTEMS GROUP.
003700 INSTALLATION.  HEAD OFFICE DATA CENTRE.
003800 DATE-WRITTEN.  OCTOBER 2026.
003900 DATE-COMPILED.
004000*****************************************************************
004100*  MODIFICATION HISTORY                                         *
004200*  --------------------                                         *
004300*  2026-10-15  MEP  INITIAL VERSION                             *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM-ENTERPRISE.
004800 OBJECT-COMPUTER.  IBM-ENTERPRISE.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS RANDOM
005400         RECORD KEY   IS CUST-CUSTOMER-NO
005500         FILE STATUS  IS CLD-CUSTMAST-STATUS.
005600     SELECT ORDMAST-FILE  ASSIGN TO ORDMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS SEQUENTIAL
005900         RECORD KEY   IS ORD-ORDER-NO
006000         FILE STATUS  IS CLD-ORDMAST-STATUS.
006100     SELECT CUSTTRAN-FILE ASSIGN TO CUSTTRAN
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS  IS CLD-CUSTTRAN-STATUS.
006400     SELECT CUSTERPT-FILE ASSIGN TO CUSTERPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS  IS CLD-CUSTERPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CUSTMAST-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100     COPY CUSTREC.
007200 FD  ORDMAST-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400     COPY ORDREC.
007500 FD  CUSTTRAN-FILE
007600     RECORDING MODE IS F
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  CTRN-REC.
007900     05  CTRN-ACTION-CODE        PIC X(01).
008000         88  CTRN-ADD                VALUE "A".
008100         88  CTRN-CHANGE             VALUE "C".
008200         88  CTRN-CLOSE              VALUE "X".
008300         88  CTRN-REOPEN             VALUE "R".
008400         88  CTRN-ACTION-VALID       VALUE "A" "C" "X" "R".
008500     05  CTRN-CUSTOMER-NO        PIC X(08).
008600     05  CTRN-NAME               PIC X(30).
008700     05  CTRN-LANG-PREF          PIC X(02).
008800     05  FILLER                  PIC X(39).
008900 FD  CUSTERPT-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 132 CHARACTERS.
009200 01  CUSTERPT-REC                PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 77  CLD-CUSTMAST-STATUS         PIC X(02) VALUE SPACES.
009500     88  CLD-CUSTMAST-OK             VALUE "00".
009600     88  CLD-CUSTMAST-NOTFND         VALUE "23".
009700 77  CLD-ORDMAST-STATUS          PIC X(02) VALUE SPACES.
009800     88  CLD-ORDMAST-OK              VALUE "00".
009900     88  CLD-ORDMAST-EOF             VALUE "10".
010000 77  CLD-CUSTTRAN-STATUS         PIC X(02) VALUE SPACES.
010100     88  CLD-CUSTTRAN-OK             VALUE "00".
010200     88  CLD-CUSTTRAN-EOF            VALUE "10".
010300 77  CLD-CUSTERPT-STATUS         PIC X(02) VALUE SPACES.
010400     88  CLD-CUSTERPT-OK             VALUE "00".
010500 77  CLD-RUN-DATE                PIC 9(08) VALUE ZERO.
010600 77  CLD-TRANS-READ              PIC 9(05) COMP VALUE ZERO.
010700 77  CLD-TRANS-APPLIED           PIC 9(05) COMP VALUE ZERO.
010800 77  CLD-TRANS-REJECTED          PIC 9(05) COMP VALUE ZERO.
010900 77  CLD-ADDS-APPLIED            PIC 9(05) COMP VALUE ZERO.
011000 77  CLD-CHANGES-APPLIED         PIC 9(05) COMP VALUE ZERO.
011100 77  CLD-CLOSES-APPLIED          PIC 9(05) COMP VALUE ZERO.
011200 77  CLD-REOPENS-APPLIED         PIC 9(05) COMP VALUE ZERO.
011300 77  CLD-ORDERS-CHECKED          PIC 9(07) COMP VALUE ZERO.
011400 77  CLD-ORDERS-NO-CUSTOMER      PIC 9(07) COMP VALUE ZERO.
011500 77  CLD-ORDERS-NOT-ON-FILE      PIC 9(07) COMP VALUE ZERO.
011600 77  CLD-ORDERS-INACTIVE         PIC 9(07) COMP VALUE ZERO.
011700 01  CLD-SWITCHES.
011800     05  CLD-TRANS-OK-SW         PIC X(01) VALUE "N".
011900         88  CLD-TRANS-OK            VALUE "Y".
012000     05  CLD-CUST-FOUND-SW       PIC X(01) VALUE "N".
012100         88  CLD-CUST-FOUND          VALUE "Y".
012200     05  CLD-ORDER-EOF-SW        PIC X(01) VALUE "N".
012300         88  CLD-ORDER-EOF           VALUE "Y".
012400 01  CLD-REJECT-CODE             PIC X(02) VALUE SPACES.
012500 01  CLD-REJECT-REASON           PIC X(30) VALUE SPACES.
012600 01  CLD-ALPHABET-AREAS.
012700     05  CLD-UPPER-ALPHA         PIC X(26)
012800         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012900     05  CLD-LOWER-ALPHA         PIC X(26)
013000         VALUE "abcdefghijklmnopqrstuvwxyz".
013100     COPY LANGCODE.
013200 01  CLD-HEADING-1.
013300     05  FILLER                  PIC X(21)
013400         VALUE "CUSTLOAD RUN DATE ".
013500     05  HDG-RUN-DATE            PIC 9(08).
013600     05  FILLER                  PIC X(103) VALUE SPACES.
013700 01  CLD-HEADING-2.
013800     05  FILLER                  PIC X(05) VALUE "ACT".
013900     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
014000     05  FILLER                  PIC X(10) VALUE "DISP".
014100     05  FILLER                  PIC X(05) VALUE "CODE".
014200     05  FILLER                  PIC X(102) VALUE "REASON".
014300 01  CLD-DETAIL-LINE.
014400     05  DTL-ACTION              PIC X(01).
014500     05  FILLER                  PIC X(04) VALUE SPACES.
014600     05  DTL-CUSTOMER-NO         PIC X(08).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  DTL-DISPOSITION         PIC X(08).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  DTL-REASON-CODE         PIC X(02).
015100     05  FILLER                  PIC X(03) VALUE SPACES.
015200     05  DTL-REASON              PIC X(30).
015300     05  FILLER                  PIC X(72) VALUE SPACES.
015400 01  CLD-ORPHAN-HEADING-1.
015500     05  FILLER                  PIC X(50)
015600         VALUE "ORDERS WITHOUT AN ACTIVE CUSTOMER".
015700     05  FILLER                  PIC X(82) VALUE SPACES.
015800 01  CLD-ORPHAN-HEADING-2.
015900     05  FILLER                  PIC X(10) VALUE "ORDER NO".
016000     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
016100     05  FILLER                  PIC X(22) VALUE "ORDER STATUS".
016200     05  FILLER                  PIC X(90) VALUE "PROBLEM".
016300 01  CLD-ORPHAN-LINE.
016400     05  ORP-ORDER-NO            PIC X(08).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  ORP-CUSTOMER-NO         PIC X(08).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  ORP-STATUS-TEXT         PIC X(20).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  ORP-PROBLEM             PIC X(30).
017100     05  FILLER                  PIC X(60) VALUE SPACES.
017200 01  CLD-NONE-LINE.
017300     05  FILLER                  PIC X(10) VALUE "(NONE)".
017400     05  FILLER                  PIC X(122) VALUE SPACES.
017500 01  CLD-TOTAL-LINE.
017600     05  TOT-LABEL               PIC X(30).
017700     05  TOT-VALUE               PIC Z,ZZZ,ZZ9.
017800     05  FILLER                  PIC X(93) VALUE SPACES.
017900 PROCEDURE DIVISION.
018000*****************************************************************
018100*  0000-MAINLINE  -  TOP LEVEL CONTROL                          *
018200*****************************************************************
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
018600         UNTIL CLD-CUSTTRAN-EOF
018700     PERFORM 3000-CHECK-ORDERS THRU 3000-EXIT
018800     PERFORM 9000-TERMINATE THRU 9000-EXIT
018900     STOP RUN.
019000*****************************************************************
019100*  1000-INITIALIZE  -  OPEN FILES AND PRINT HEADINGS            *
019200*****************************************************************
019300 1000-INITIALIZE.
019400     ACCEPT CLD-RUN-DATE FROM DATE YYYYMMDD
019500     OPEN I-O    CUSTMAST-FILE
019600          INPUT  CUSTTRAN-FILE
019700          OUTPUT CUSTERPT-FILE
019800     IF NOT CLD-CUSTMAST-OK
019900         DISPLAY "CUSTLOAD: CANNOT OPEN CUSTMAST, STATUS "
020000             CLD-CUSTMAST-STATUS
020100         GO TO 9999-ABORT-RUN
020200     END-IF
020300     IF NOT CLD-CUSTTRAN-OK
020400         DISPLAY "CUSTLOAD: CANNOT OPEN CUSTTRAN, STATUS "
020500             CLD-CUSTTRAN-STATUS
020600         GO TO 9999-ABORT-RUN
020700     END-IF
020800     IF NOT CLD-CUSTERPT-OK
020900         DISPLAY "CUSTLOAD: CANNOT OPEN REPORT FILE, STATUS "
021000             CLD-CUSTERPT-STATUS
021100         GO TO 9999-ABORT-RUN
021200     END-IF
021300     MOVE CLD-RUN-DATE TO HDG-RUN-DATE
021400     WRITE CUSTERPT-REC FROM CLD-HEADING-1
021500         AFTER ADVANCING PAGE
021600     WRITE CUSTERPT-REC FROM CLD-HEADING-2
021700         AFTER ADVANCING 2 LINES
021800     MOVE SPACES TO CUSTERPT-REC
021900     WRITE CUSTERPT-REC AFTER ADVANCING 1 LINE.
022000 1000-EXIT.
022100     EXIT.
022200*****************************************************************
022300*  2000-PROCESS-TRANSACTION  -  READ, VALIDATE AND APPLY ONE    *
022400*  FEED TRANSACTION                                             *
022500*****************************************************************
022600 2000-PROCESS-TRANSACTION.
022700     READ CUSTTRAN-FILE
022800         AT END
022900             GO TO 2000-EXIT
023000     END-READ
023100     IF NOT CLD-CUSTTRAN-OK
023200         DISPLAY "CUSTLOAD: CUSTTRAN READ ERROR, STATUS "
023300             CLD-CUSTTRAN-STATUS
023400         GO TO 9999-ABORT-RUN
023500     END-IF
023600     ADD 1 TO CLD-TRANS-READ
023700     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
023800     IF CLD-TRANS-OK
023900         EVALUATE TRUE
024000             WHEN CTRN-ADD
024100                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
024200             WHEN CTRN-CHANGE
024300                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
024400             WHEN CTRN-CLOSE
024500                 PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
024600             WHEN CTRN-REOPEN
024700                 PERFORM 2500-APPLY-REOPEN THRU 2500-EXIT
024800         END-EVALUATE
024900     END-IF
025000     IF CLD-TRANS-OK
025100         ADD 1 TO CLD-TRANS-APPLIED
025200     ELSE
025300         ADD 1 TO CLD-TRANS-REJECTED
025400     END-IF
025500     PERFORM 2700-REPORT-TRANSACTION THRU 2700-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800*****************************************************************
025900*  2100-VALIDATE-TRANSACTION  -  EDIT CHECKS BEFORE APPLYING.   *
026000*  A BLANK LANGUAGE ON A CHANGE KEEPS THE CUSTOMER'S CURRENT    *
026100*  PREFERENCE.                                                  *
026200*****************************************************************
026300 2100-VALIDATE-TRANSACTION.
026400     MOVE "Y"    TO CLD-TRANS-OK-SW
026500     MOVE SPACES TO CLD-REJECT-CODE
026600     MOVE SPACES TO CLD-REJECT-REASON
026700     IF NOT CTRN-ACTION-VALID
026800         MOVE "01" TO CLD-REJECT-CODE
026900         MOVE "INVALID ACTION CODE" TO CLD-REJECT-REASON
027000         MOVE "N" TO CLD-TRANS-OK-SW
027100         GO TO 2100-EXIT
027200     END-IF
027300     IF CTRN-CUSTOMER-NO NOT NUMERIC
027400         MOVE "02" TO CLD-REJECT-CODE
027500         MOVE "CUSTOMER NO NOT 8 DIGITS" TO CLD-REJECT-REASON
027600         MOVE "N" TO CLD-TRANS-OK-SW
027700         GO TO 2100-EXIT
027800     END-IF
027900     IF CTRN-ADD OR CTRN-CHANGE
028000         IF CTRN-NAME = SPACES
028100             MOVE "03" TO CLD-REJECT-CODE
028200             MOVE "CUSTOMER NAME MISSING" TO CLD-REJECT-REASON
028300             MOVE "N" TO CLD-TRANS-OK-SW
028400             GO TO 2100-EXIT
028500         END-IF
028600         MOVE CTRN-LANG-PREF TO LANG-CODE-IN
028700         INSPECT LANG-CODE-IN
028800             CONVERTING CLD-LOWER-ALPHA TO CLD-UPPER-ALPHA
028900         IF NOT LANG-CODE-VALID
029000            AND (CTRN-ADD OR LANG-CODE-IN NOT = SPACES)
029100             MOVE "04" TO CLD-REJECT-CODE
029200             MOVE "LANGUAGE NOT SUPPORTED" TO CLD-REJECT-REASON
029300             MOVE "N" TO CLD-TRANS-OK-SW
029400             GO TO 2100-EXIT
029500         END-IF
029600     END-IF
029700     PERFORM 2800-READ-CUSTOMER THRU 2800-EXIT
029800     IF CTRN-ADD
029900         IF CLD-CUST-FOUND
030000             MOVE "05" TO CLD-REJECT-CODE
030100             MOVE "CUSTOMER ALREADY ON FILE"
030200                 TO CLD-REJECT-REASON
030300             MOVE "N" TO CLD-TRANS-OK-SW
030400         END-IF
030500         GO TO 2100-EXIT
030600     END-IF
030700     IF NOT CLD-CUST-FOUND
030800         MOVE "06" TO CLD-REJECT-CODE
030900         MOVE "CUSTOMER NOT ON FILE" TO CLD-REJECT-REASON
031000         MOVE "N" TO CLD-TRANS-OK-SW
031100         GO TO 2100-EXIT
031200     END-IF
031300     IF CTRN-CLOSE AND CUST-INACTIVE
031400         MOVE "07" TO CLD-REJECT-CODE
031500         MOVE "ACCOUNT ALREADY CLOSED" TO CLD-REJECT-REASON
031600         MOVE "N" TO CLD-TRANS-OK-SW
031700         GO TO 2100-EXIT
031800     END-IF
031900     IF CTRN-REOPEN AND NOT CUST-INACTIVE
032000         MOVE "08" TO CLD-REJECT-CODE
032100         MOVE "ACCOUNT NOT CLOSED" TO CLD-REJECT-REASON
032200         MOVE "N" TO CLD-TRANS-OK-SW
032300         GO TO 2100-EXIT
032400     END-IF.
032500 2100-EXIT.
032600     EXIT.
032700*****************************************************************
032800*  2200-APPLY-ADD  -  WRITE A NEW, ACTIVE CUSTOMER RECORD       *
032900*****************************************************************
033000 2200-APPLY-ADD.
033100     MOVE SPACES TO CUST-REC
033200     MOVE CTRN-CUSTOMER-NO TO CUST-CUSTOMER-NO
033300     MOVE CTRN-NAME        TO CUST-NAME
033400     MOVE LANG-CODE-IN     TO CUST-LANG-PREF
033500     MOVE "A"              TO CUST-STATUS
033600     WRITE CUST-REC
033700         INVALID KEY
033800             MOVE "05" TO CLD-REJECT-CODE
033900             MOVE "CUSTOMER ALREADY ON FILE"
034000                 TO CLD-REJECT-REASON
034100             MOVE "N" TO CLD-TRANS-OK-SW
034200             GO TO 2200-EXIT
034300     END-WRITE
034400     IF NOT CLD-CUSTMAST-OK
034500         DISPLAY "CUSTLOAD: CUSTMAST WRITE ERROR, STATUS "
034600             CLD-CUSTMAST-STATUS
034700         GO TO 9999-ABORT-RUN
034800     END-IF
034900     ADD 1 TO CLD-ADDS-APPLIED.
035000 2200-EXIT.
035100     EXIT.
035200*****************************************************************
035300*  2300-APPLY-CHANGE  -  REPLACE NAME AND LANGUAGE PREFERENCE   *
035400*****************************************************************
035500 2300-APPLY-CHANGE.
035600     MOVE CTRN-NAME TO CUST-NAME
035700     IF LANG-CODE-IN NOT = SPACES
035800         MOVE LANG-CODE-IN TO CUST-LANG-PREF
035900     END-IF
036000     PERFORM 2600-REWRITE-CUSTOMER THRU 2600-EXIT
036100     ADD 1 TO CLD-CHANGES-APPLIED.
036200 2300-EXIT.
036300     EXIT.
036400*****************************************************************
036500*  2400-APPLY-CLOSE  -  MARK THE CUSTOMER INACTIVE              *
036600*****************************************************************
036700 2400-APPLY-CLOSE.
036800     MOVE "I" TO CUST-STATUS
036900     PERFORM 2600-REWRITE-CUSTOMER THRU 2600-EXIT
037000     ADD 1 TO CLD-CLOSES-APPLIED.
037100 2400-EXIT.
037200     EXIT.
037300*****************************************************************
037400*  2500-APPLY-REOPEN  -  MARK A CLOSED CUSTOMER ACTIVE AGAIN    *
037500*****************************************************************
037600 2500-APPLY-REOPEN.
037700     MOVE "A" TO CUST-STATUS
037800     PERFORM 2600-REWRITE-CUSTOMER THRU 2600-EXIT
037900     ADD 1 TO CLD-REOPENS-APPLIED.
038000 2500-EXIT.
038100     EXIT.
038200
038300 2600-REWRITE-CUSTOMER.
038400     REWRITE CUST-REC
038500         INVALID KEY
038600             DISPLAY "CUSTLOAD: REWRITE FAILED, KEY "
038700                 CUST-CUSTOMER-NO
038800             GO TO 9999-ABORT-RUN
038900     END-REWRITE.
039000 2600-EXIT.
039100     EXIT.
039200*****************************************************************
039300*  2700-REPORT-TRANSACTION  -  ONE REPORT LINE PER TRANS        *
039400*****************************************************************
039500 2700-REPORT-TRANSACTION.
039600     MOVE CTRN-ACTION-CODE TO DTL-ACTION
039700     MOVE CTRN-CUSTOMER-NO TO DTL-CUSTOMER-NO
039800     IF CLD-TRANS-OK
039900         MOVE "APPLIED"  TO DTL-DISPOSITION
040000         MOVE SPACES     TO DTL-REASON-CODE
040100         MOVE SPACES     TO DTL-REASON
040200     ELSE
040300         MOVE "REJECTED" TO DTL-DISPOSITION
040400         MOVE CLD-REJECT-CODE   TO DTL-REASON-CODE
040500         MOVE CLD-REJECT-REASON TO DTL-REASON
040600     END-IF
040700     WRITE CUSTERPT-REC FROM CLD-DETAIL-LINE
040800         AFTER ADVANCING 1 LINE.
040900 2700-EXIT.
041000     EXIT.
041100*****************************************************************
041200*  2800-READ-CUSTOMER  -  KEYED READ FOR THE TRANSACTION        *
041300*  CUSTOMER                                                     *
041400*****************************************************************
041500 2800-READ-CUSTOMER.
041600     MOVE "N" TO CLD-CUST-FOUND-SW
041700     MOVE CTRN-CUSTOMER-NO TO CUST-CUSTOMER-NO
041800     PERFORM 8000-READ-CUSTMAST THRU 8000-EXIT.
041900 2800-EXIT.
042000     EXIT.
042100*****************************************************************
042200*  3000-CHECK-ORDERS  -  LIST ORDERS WHOSE CUSTOMER IS MISSING  *
042300*  FROM THE CUSTOMER MASTER OR CLOSED                           *
042400*****************************************************************
042500 3000-CHECK-ORDERS.
042600     OPEN INPUT ORDMAST-FILE
042700     IF NOT CLD-ORDMAST-OK
042800         DISPLAY "CUSTLOAD: CANNOT OPEN ORDMAST, STATUS "
042900             CLD-ORDMAST-STATUS
043000         GO TO 9999-ABORT-RUN
043100     END-IF
043200     WRITE CUSTERPT-REC FROM CLD-ORPHAN-HEADING-1
043300         AFTER ADVANCING PAGE
043400     WRITE CUSTERPT-REC FROM CLD-ORPHAN-HEADING-2
043500         AFTER ADVANCING 2 LINES
043600     MOVE SPACES TO CUSTERPT-REC
043700     WRITE CUSTERPT-REC AFTER ADVANCING 1 LINE
043800     PERFORM 3100-CHECK-ONE-ORDER THRU 3100-EXIT
043900         UNTIL CLD-ORDER-EOF
044000     IF CLD-ORDERS-NO-CUSTOMER + CLD-ORDERS-NOT-ON-FILE
044100        + CLD-ORDERS-INACTIVE = ZERO
044200         WRITE CUSTERPT-REC FROM CLD-NONE-LINE
044300             AFTER ADVANCING 1 LINE
044400     END-IF
044500     CLOSE ORDMAST-FILE.
044600 3000-EXIT.
044700     EXIT.
044800
044900 3100-CHECK-ONE-ORDER.
045000     READ ORDMAST-FILE
045100         AT END
045200             MOVE "Y" TO CLD-ORDER-EOF-SW
045300             GO TO 3100-EXIT
045400     END-READ
045500     IF NOT CLD-ORDMAST-OK
045600         DISPLAY "CUSTLOAD: ORDMAST READ ERROR, STATUS "
045700             CLD-ORDMAST-STATUS
045800         GO TO 9999-ABORT-RUN
045900     END-IF
046000     ADD 1 TO CLD-ORDERS-CHECKED
046100     IF ORD-CUSTOMER-NO = SPACES
046200         ADD 1 TO CLD-ORDERS-NO-CUSTOMER
046300         MOVE "NO CUSTOMER NUMBER" TO ORP-PROBLEM
046400         GO TO 3100-PRINT
046500     END-IF
046600     MOVE "N" TO CLD-CUST-FOUND-SW
046700     MOVE ORD-CUSTOMER-NO TO CUST-CUSTOMER-NO
046800     PERFORM 8000-READ-CUSTMAST THRU 8000-EXIT
046900     IF NOT CLD-CUST-FOUND
047000         ADD 1 TO CLD-ORDERS-NOT-ON-FILE
047100         MOVE "CUSTOMER NOT ON MASTER" TO ORP-PROBLEM
047200         GO TO 3100-PRINT
047300     END-IF
047400     IF CUST-ACTIVE
047500         GO TO 3100-EXIT
047600     END-IF
047700     ADD 1 TO CLD-ORDERS-INACTIVE
047800     MOVE "CUSTOMER INACTIVE" TO ORP-PROBLEM.
047900
048000 3100-PRINT.
048100     MOVE ORD-ORDER-NO    TO ORP-ORDER-NO
048200     MOVE ORD-CUSTOMER-NO TO ORP-CUSTOMER-NO
048300     MOVE ORD-STATUS-TEXT TO ORP-STATUS-TEXT
048400     WRITE CUSTERPT-REC FROM CLD-ORPHAN-LINE
048500         AFTER ADVANCING 1 LINE.
048600 3100-EXIT.
048700     EXIT.
048800*****************************************************************
048900*  8000-READ-CUSTMAST  -  KEYED READ ON CUST-CUSTOMER-NO        *
049000*****************************************************************
049100 8000-READ-CUSTMAST.
049200     READ CUSTMAST-FILE
049300         INVALID KEY
049400             CONTINUE
049500         NOT INVALID KEY
049600             MOVE "Y" TO CLD-CUST-FOUND-SW
049700     END-READ
049800     IF NOT CLD-CUSTMAST-OK
049900        AND NOT CLD-CUSTMAST-NOTFND
050000         DISPLAY "CUSTLOAD: CUSTMAST READ ERROR, STATUS "
050100             CLD-CUSTMAST-STATUS
050200         GO TO 9999-ABORT-RUN
050300     END-IF.
050400 8000-EXIT.
050500     EXIT.
050600*****************************************************************
050700*  9000-TERMINATE  -  CONTROL TOTALS AND CLOSE                  *
050800*****************************************************************
050900 9000-TERMINATE.
051000     MOVE SPACES TO CUSTERPT-REC
051100     WRITE CUSTERPT-REC AFTER ADVANCING 2 LINES
051200     MOVE "TRANSACTIONS READ"      TO TOT-LABEL
051300     MOVE CLD-TRANS-READ           TO TOT-VALUE
051400     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
051500         AFTER ADVANCING 1 LINE
051600     MOVE "TRANSACTIONS APPLIED"   TO TOT-LABEL
051700     MOVE CLD-TRANS-APPLIED        TO TOT-VALUE
051800     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
051900         AFTER ADVANCING 1 LINE
052000     MOVE "TRANSACTIONS REJECTED"  TO TOT-LABEL
052100     MOVE CLD-TRANS-REJECTED       TO TOT-VALUE
052200     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
052300         AFTER ADVANCING 1 LINE
052400     MOVE "CUSTOMERS ADDED"        TO TOT-LABEL
052500     MOVE CLD-ADDS-APPLIED         TO TOT-VALUE
052600     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
052700         AFTER ADVANCING 1 LINE
052800     MOVE "CUSTOMERS CHANGED"      TO TOT-LABEL
052900     MOVE CLD-CHANGES-APPLIED      TO TOT-VALUE
053000     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
053100         AFTER ADVANCING 1 LINE
053200     MOVE "ACCOUNTS CLOSED"        TO TOT-LABEL
053300     MOVE CLD-CLOSES-APPLIED       TO TOT-VALUE
053400     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
053500         AFTER ADVANCING 1 LINE
053600     MOVE "ACCOUNTS REOPENED"      TO TOT-LABEL
053700     MOVE CLD-REOPENS-APPLIED      TO TOT-VALUE
053800     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
053900         AFTER ADVANCING 1 LINE
054000     MOVE "ORDERS CHECKED"         TO TOT-LABEL
054100     MOVE CLD-ORDERS-CHECKED       TO TOT-VALUE
054200     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
054300         AFTER ADVANCING 1 LINE
054400     MOVE "ORDERS NO CUSTOMER NUMBER" TO TOT-LABEL
054500     MOVE CLD-ORDERS-NO-CUSTOMER   TO TOT-VALUE
054600     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
054700         AFTER ADVANCING 1 LINE
054800     MOVE "ORDERS CUSTOMER NOT ON MASTER" TO TOT-LABEL
054900     MOVE CLD-ORDERS-NOT-ON-FILE   TO TOT-VALUE
055000     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
055100         AFTER ADVANCING 1 LINE
055200     MOVE "ORDERS CUSTOMER INACTIVE" TO TOT-LABEL
055300     MOVE CLD-ORDERS-INACTIVE      TO TOT-VALUE
055400     WRITE CUSTERPT-REC FROM CLD-TOTAL-LINE
055500         AFTER ADVANCING 1 LINE
055600     CLOSE CUSTMAST-FILE
055700           CUSTTRAN-FILE
055800           CUSTERPT-FILE
055900     DISPLAY "CUSTLOAD: RUN COMPLETE, "
056000         CLD-TRANS-APPLIED " APPLIED, "
056100         CLD-TRANS-REJECTED " REJECTED".
056200 9000-EXIT.
056300     EXIT.
056400*****************************************************************
056500*  9999-ABORT-RUN  -  FATAL ERROR TERMINATION                   *
056600*****************************************************************
056700 9999-ABORT-RUN.
056800     DISPLAY "CUSTLOAD: RUN TERMINATED"
056900     MOVE 16 TO RETURN-CODE
057000     STOP RUN.
