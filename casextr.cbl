000600*  FIXED INTERFACE FORMAT (TKTOUT, LAYOUTS IN TKTREC): ONE      *
000700*  HEADER, ONE DETAIL PER CASE, ONE TRAILER WITH RECORD AND     *
000800*  HASH CONTROL TOTALS.  EACH EXTRACTED CASE IS STAMPED WITH    *
000900*  THE RUN DATE, REWRITTEN IN PLACE ON THE CASE FILE KSDS, SO   *
001000*  IT IS SENT ONLY ONCE.  THE TICKETING SYSTEM'S                *
001100*  ACKNOWLEDGMENTS COME BACK THROUGH CASEACK.                   *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    CASEXTR.
002000*  MODIFICATION HISTORY                                         *
002100*  --------------------                                         *
002200*  2026-09-02  MEP  INITIAL VERSION                             *
002220*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS: SENT CASES  *
002240*                   ARE STAMPED BY REWRITE IN PLACE; CASENEW NO *
002260*                   LONGER WRITTEN                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL CASEFILE-FILE ASSIGN TO CASEFILE
003020         ORGANIZATION IS INDEXED
003040         ACCESS MODE  IS SEQUENTIAL
003060         RECORD KEY   IS CASE-NUMBER
003080         ALTERNATE RECORD KEY IS CASE-CUSTOMER-NO
003100             WITH DUPLICATES
003120         ALTERNATE RECORD KEY IS CASE-TICKET-REF
003140             WITH DUPLICATES
003200         FILE STATUS  IS XTR-CASEFILE-STATUS.
003600     SELECT TKTOUT-FILE   ASSIGN TO TKTOUT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS  IS XTR-TKTOUT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CASEFILE-FILE
004300     RECORD CONTAINS 750 CHARACTERS.
004500     COPY CASEREC.
004900 FD  TKTOUT-FILE
005000     RECORDING MODE IS F
005100     RECORD CONTAINS 200 CHARACTERS.
005200 01  TKTOUT-REC                  PIC X(200).
005300 WORKING-STORAGE SECTION.
005400 77  XTR-CASEFILE-STATUS         PIC X(02) VALUE SPACES.
005500     88  XTR-CASEFILE-OK             VALUE "00" "02".
005600     88  XTR-CASEFILE-OPEN-OK        VALUE "00" "05".
005700     88  XTR-CASEFILE-EOF            VALUE "10".
006000 77  XTR-TKTOUT-STATUS           PIC X(02) VALUE SPACES.
006100     88  XTR-TKTOUT-OK               VALUE "00".
006200 77  XTR-RUN-DATE                PIC 9(08) VALUE ZERO.
006300 77  XTR-CASES-READ              PIC 9(05) COMP VALUE ZERO.
006400 77  XTR-CASES-SENT              PIC 9(09) VALUE ZERO.
006500 77  XTR-HASH-TOTAL              PIC 9(12) VALUE ZERO.
006700     COPY TKTREC.
006800 PROCEDURE DIVISION.
006900*****************************************************************
008100*****************************************************************
008200 1000-INITIALIZE.
008300     ACCEPT XTR-RUN-DATE FROM DATE YYYYMMDD
008400     OPEN I-O    CASEFILE-FILE
008500          OUTPUT TKTOUT-FILE
008700     IF NOT XTR-CASEFILE-OPEN-OK
008800         DISPLAY "CASEXTR: CANNOT OPEN CASEFILE, STATUS "
008900             XTR-CASEFILE-STATUS
009000         GO TO 9999-ABORT-RUN
009100     END-IF
009700     IF NOT XTR-TKTOUT-OK
009800         DISPLAY "CASEXTR: CANNOT OPEN TKTOUT, STATUS "
009900             XTR-TKTOUT-STATUS
011300     EXIT.
011400*****************************************************************
011500*  2000-EXTRACT-ONE-CASE  -  SEND THE CASE WHEN NOT YET SENT,   *
011600*  AND STAMP IT ON THE CASE FILE                                *
011700*****************************************************************
011800 2000-EXTRACT-ONE-CASE.
011900     READ CASEFILE-FILE
012000         AT END
012100             GO TO 2000-EXIT
012200     END-READ
013000      OR CASE-SENT-DATE = ZERO
013100         PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
013200         MOVE XTR-RUN-DATE TO CASE-SENT-DATE
013250         REWRITE CASE-REC
013300             INVALID KEY
013350                 DISPLAY "CASEXTR: REWRITE FAILED, CASE "
013400                     CASE-NUMBER
013450                 GO TO 9999-ABORT-RUN
013500         END-REWRITE
013550         IF NOT XTR-CASEFILE-OK
013600             DISPLAY "CASEXTR: CASEFILE REWRITE ERROR, STATUS "
013650                 XTR-CASEFILE-STATUS
013700             GO TO 9999-ABORT-RUN
013750         END-IF
013800     END-IF.
014000 2000-EXIT.
014100     EXIT.
014200*****************************************************************
018600*****************************************************************
018700 9000-TERMINATE.
018800     CLOSE CASEFILE-FILE
019000           TKTOUT-FILE
019100     DISPLAY "CASEXTR: " XTR-CASES-SENT
019200         " OF " XTR-CASES-READ " CASES SENT".
