000100*****************************************************************
000200*  AGENTREC  -  HELP-DESK AGENT MASTER RECORD LAYOUT            *
000300*  LRECL 100.  VSAM KSDS KEYED ON AGENT ID.  MAINTAINED BY      *
000400*  AGTMNT.  READ BY CASEWRK TO VALIDATE CASE ASSIGNMENTS AND    *
000500*  TO SPREAD UNASSIGNED OPEN CASES ACROSS THE ACTIVE AGENTS     *
000600*  WHO HANDLE THE CASE LANGUAGE, UP TO EACH AGENT'S MAXIMUM     *
000700*  OPEN-CASE LOAD.                                              *
000800*      LANGUAGES:  UP TO FOUR LANGUAGE CODES (LANGCODE)         *
000900*                  THE AGENT CAN WORK CASES IN, LEFT-PACKED     *
001000*****************************************************************
001100 01  AGT-REC.
001200     05  AGT-AGENT-ID                PIC X(08).
001300     05  AGT-NAME                    PIC X(30).
001400     05  AGT-TEAM                    PIC X(10).
001500     05  AGT-STATUS                  PIC X(01).
001600         88  AGT-ACTIVE                  VALUE "A".
001700         88  AGT-INACTIVE                VALUE "I".
001800     05  AGT-LANGUAGES.
001900         10  AGT-LANG-CODE           PIC X(02)
002000                                     OCCURS 4 TIMES.
002100     05  AGT-MAX-OPEN                PIC 9(03).
002200     05  FILLER                      PIC X(40).
