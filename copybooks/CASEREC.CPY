000530*  ON THE CASE HISTORY FILE (CASEHREC).  NEW CASES ARE SENT     *
000540*  NIGHTLY TO THE CORPORATE TICKETING SYSTEM BY CASEXTR; THE    *
000550*  EXTERNAL TICKET REFERENCE COMES BACK THROUGH CASEACK.        *
000560*  HELD AS A KSDS KEYED ON CASE-NUMBER, WITH ALTERNATE INDEX    *
000570*  PATHS ON CASE-CUSTOMER-NO AND CASE-TICKET-REF (BOTH WITH     *
000580*  DUPLICATES).  CHATBOT ADDS CASES AND THE BATCH RUNS UPDATE   *
000590*  THEM IN PLACE; CASEINQ LOOKS A CASE UP BY ANY OF THE KEYS.   *
000600*****************************************************************
000700 01  CASE-REC.
000800     05  CASE-NUMBER                 PIC 9(08).
