000100*****************************************************************
000200*  AUDITREC  -  TABLE MAINTENANCE AUDIT RECORD                  *
000300*  LRECL 500.  ONE RECORD PER APPLIED TRANSACTION, CARRYING     *
000400*  THE BEFORE AND AFTER IMAGES OF THE TABLE RECORD AND THE      *
000500*  OPERATOR ID FROM SIGN-ON.  WRITTEN BY RESPMNT.               *
000510*  ALSO WRITTEN BY THE OTHER MAINTENANCE RUNS, WHICH CARRY      *
000520*  THEIR RECORD KEY IN THE KEYWORD FIELD AND IDENTIFY THE       *
000530*  TABLE IN AUD-TABLE-CODE (SPACE FOR THE RESPONSE TABLE).      *
000600*****************************************************************
000700 01  AUD-REC.
000800     05  AUD-DATE                    PIC 9(08).
001300     05  AUD-LANG-CODE               PIC X(02).
001400     05  AUD-BEFORE-IMAGE            PIC X(220).
001500     05  AUD-AFTER-IMAGE             PIC X(220).
001600     05  AUD-TABLE-CODE              PIC X(01).
001700         88  AUD-RESPONSE-TABLE          VALUE SPACE.
001800         88  AUD-AGENT-MASTER            VALUE "G".
001830         88  AUD-SYNONYM-FILE            VALUE "S".
001860         88  AUD-WATCH-WORD-FILE         VALUE "W".
001900     05  FILLER                      PIC X(04).
