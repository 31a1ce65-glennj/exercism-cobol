000010*----------------------------------------------------------------
000020* TOKPARM -- TOKEN VAULT CALL PARAMETER BLOCK.
000030*
000040* THE ONE ARGUMENT OF CALL "TOKVAULT" USING TOKEN-REQUEST.  SET
000050* TKR-FUNCTION AND EITHER THE ACCOUNT NUMBER OR THE TOKEN, CALL,
000060* AND TEST TKR-RESULT:
000070*   T  TOKENIZE TKR-ACCOUNT-NUMBER INTO TKR-TOKEN, ASSIGNING A
000080*      NEW TOKEN THE FIRST TIME AN ACCOUNT IS SEEN.  AN ACCOUNT
000090*      FIELD THAT ALREADY HOLDS A TOKEN ON THE VAULT COMES BACK
000100*      UNCHANGED, SO A FILE CAN BE TOKENIZED TWICE HARMLESSLY.
000110*   F  FIND THE TOKEN OF AN ACCOUNT ALREADY ON THE VAULT, WITHOUT
000120*      ASSIGNING ONE (TKR-NOT-FOUND IF IT IS NOT THERE).
000130*   D  DETOKENIZE TKR-TOKEN INTO TKR-ACCOUNT-NUMBER.  A FIELD
000140*      THAT IS NOT A TOKEN (A CARD NUMBER KEYED IN CLEAR) COMES
000150*      BACK AS IT WAS.
000160* A BLANK ACCOUNT OR TOKEN RETURNS BLANK.  TKR-VAULT-ERROR MEANS
000170* THE VAULT COULD NOT BE OPENED OR UPDATED; THE CALLER MUST NOT
000180* CARRY ON AS IF IT HAD A TOKEN.  A TOKEN IS "TK", A 14-DIGIT
000190* SERIAL NUMBER, AND THE ACCOUNT'S LAST FOUR DIGITS -- 20 BYTES,
000200* LEFT-JUSTIFIED IN THE 32-BYTE ACCOUNT FIELD IT REPLACES, AND
000210* NEVER A VALID CARD NUMBER.
000220*
000230* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000240*----------------------------------------------------------------
000250 01  TOKEN-REQUEST.
000260     05 TKR-FUNCTION              PIC X(01).
000270        88 TKR-TOKENIZE                   VALUE "T".
000280        88 TKR-FIND                       VALUE "F".
000290        88 TKR-DETOKENIZE                 VALUE "D".
000300     05 TKR-ACCOUNT-NUMBER        PIC X(32).
000310     05 TKR-TOKEN                 PIC X(32).
000320     05 TKR-RESULT                PIC X(01).
000330        88 TKR-OK                         VALUE "Y".
000340        88 TKR-NOT-FOUND                  VALUE "N".
000350        88 TKR-VAULT-ERROR                VALUE "E".
