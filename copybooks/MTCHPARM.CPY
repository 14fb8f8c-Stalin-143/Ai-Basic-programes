000600*      RETURN CODE 00 = MATCHED                                 *
000700*                  04 = NO MATCH AT OR ABOVE THRESHOLD          *
000800*                  08 = FILE ERROR, SEE CONSOLE MESSAGES        *
000810*  THE TABLE SELECTOR AND AS-OF DATE ARE LEFT SPACE AND ZERO    *
000820*  FOR THE LIVE TABLE TODAY.  THE REGRESSION RUN (RESPREGR)     *
000830*  SELECTS THE CANDIDATE TABLE (RESPCAND) AND THE CUTOVER       *
000840*  DATE.                                                        *
000900*****************************************************************
001000 01  MTCH-PARM.
001100     05  MTCH-INPUT-TEXT             PIC X(100).
001700     05  MTCH-KEYWORD                PIC X(30).
001800     05  MTCH-RESPONSE               PIC X(100).
001900     05  MTCH-SCORE                  PIC 9(03).
002000     05  MTCH-TABLE-SELECT           PIC X(01).
002100         88  MTCH-USE-CANDIDATE          VALUE "C".
002200     05  MTCH-AS-OF-DATE             PIC 9(08).
