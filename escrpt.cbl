001900*  2026-08-21  MEP  INITIAL VERSION                             *
001910*  2026-09-02  MEP  START AND END RECORDS REGISTERED ON THE     *
001920*                   RUN-CONTROL FILE THROUGH RUNLOG             *
001940*  2026-10-15  MEP  CASE FILE HELD AS A KEYED KSDS; READ IN     *
001960*                   CASE NUMBER ORDER FOR THE SORT              *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL CASEFILE-FILE ASSIGN TO CASEFILE
002720         ORGANIZATION IS INDEXED
002740         ACCESS MODE  IS SEQUENTIAL
002760         RECORD KEY   IS CASEFILE-CASE-NO
002780         ALTERNATE RECORD KEY IS CASEFILE-CUSTOMER-NO
002800             WITH DUPLICATES
002820         ALTERNATE RECORD KEY IS CASEFILE-TICKET-REF
002840             WITH DUPLICATES
002900         FILE STATUS  IS ESC-CASEFILE-STATUS.
003000     SELECT ESCRPT-FILE   ASSIGN TO ESCRPT
003100         ORGANIZATION IS SEQUENTIAL
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CASEFILE-FILE
003630     RECORD CONTAINS 750 CHARACTERS.
003660*    KEY FIELDS ONLY - FULL LAYOUT IN CASEREC
003690 01  CASEFILE-REC.
003720     05  CASEFILE-CASE-NO        PIC 9(08).
003750     05  FILLER                  PIC X(631).
003780     05  CASEFILE-CUSTOMER-NO    PIC X(08).
003810     05  FILLER                  PIC X(72).
003840     05  CASEFILE-TICKET-REF     PIC X(12).
003870     05  FILLER                  PIC X(19).
004000 FD  ESCRPT-FILE
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 132 CHARACTERS.
