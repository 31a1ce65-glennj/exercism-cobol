000220*                  FROM TAPE.  A MISSING OR UNREADABLE REQUEST
000230*                  CARD IS A HARD STOP; A MISSING HISTORY FILE
000240*                  ONLY REPORTS THAT NO HISTORY IS ON FILE.
000241* 10/15/2026 DJF   SETLHIST NOW HOLDS ACCOUNT TOKENS, NOT CARD
000242*                  NUMBERS.  AN ACCOUNT INQUIRY'S KEY IS LOOKED UP
000243*                  ON THE TOKEN VAULT THROUGH TOKVAULT BEFORE THE
000244*                  SEARCH (A KEY THAT IS ALREADY A TOKEN IS USED
000245*                  AS IT IS), AND THE HEADING SHOWS THE TOKEN, OR
000246*                  THE NUMBER MASKED TO ITS LAST FOUR DIGITS WHEN
000247*                  THE VAULT HAS NO TOKEN FOR IT.  A HISTORY
000248*                  RECORD STILL CARRYING THE CARD NUMBER ITSELF
000249*                  ALSO MATCHES, SO AN ARCHIVE NOT YET CONVERTED
000250*                  CAN STILL BE SEARCHED.
000251*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 REPOSITORY.
000780 77  CQ-ENTRY-DATE                PIC 9(08) VALUE ZERO.
000790
000800 01  CQ-HOLDER-KEY                PIC X(10).
000801*    AN ACCOUNT INQUIRY SEARCHES ON THE ACCOUNT'S TOKEN.
000802 01  CQ-ACCOUNT-KEY               PIC X(32).
000803 01  CQ-MASKED-KEY                PIC X(32).
000804 01  CQ-MASK-NUMBER               PIC X(32).
000805 01  CQ-MASK-LEN                  PIC 9(02).
000806 01  CQ-MASK-INDEX                PIC 9(02).
000807     COPY TOKPARM.
000810
000820 01  CQ-TITLE-LINE.
000830     05 CT-LABEL                  PIC X(20).
001310*----------------------------------------------------------------
001320* 1000-INITIALIZE -- READ AND VALIDATE THE REQUEST CARD, OPEN
001330* THE HISTORY AND THE REPORT, AND PRINT THE REQUEST HEADING.  A
001340* DATE RANGE LEFT BLANK IS OPEN-ENDED ON THAT SIDE.  A CARD
001341* NUMBER NEVER PRINTS: AN ACCOUNT KEY IS REPLACED BY ITS TOKEN,
001342* OR SHOWN MASKED WHEN THE VAULT HAS NONE.
001350*----------------------------------------------------------------
001360 1000-INITIALIZE.
001370     OPEN INPUT INQCARD
001650         MOVE INQ-TO-DATE TO CQ-TO-DATE
001660     END-IF
001670     MOVE INQ-KEY (1:10) TO CQ-HOLDER-KEY
001671     MOVE INQ-KEY TO CQ-ACCOUNT-KEY
001672     MOVE INQ-KEY TO CQ-MASKED-KEY
001673     IF INQ-BY-ACCOUNT
001674         PERFORM 1100-TOKENIZE-KEY THRU 1100-TOKENIZE-KEY-EXIT
001675     END-IF
001680     CLOSE INQCARD
001690
001700     OPEN OUTPUT INQRPT
001810     ELSE
001820         MOVE "SETTLEMENTS HOLDER  " TO CT-LABEL
001830     END-IF
001840     MOVE CQ-MASKED-KEY TO CT-KEY
001850     MOVE CQ-TITLE-LINE TO INQRPT-RECORD
001860     WRITE INQRPT-RECORD
001870     MOVE CQ-FROM-DATE TO CG-FROM-DATE
002010     PERFORM 2100-READ-SETLHIST THRU 2100-READ-SETLHIST-EXIT.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002031
002032*----------------------------------------------------------------
002033* 1100-TOKENIZE-KEY -- FIND THE TOKEN OF THE ACCOUNT ASKED FOR.
002034* AN ACCOUNT THE VAULT HAS NEVER SEEN HAS NO TOKENIZED HISTORY;
002035* IT IS STILL SEARCHED FOR BY NUMBER, FOR ANY RECORDS FROM
002036* BEFORE SETLHIST WAS TOKENIZED, BUT IS PRINTED MASKED.
002037*----------------------------------------------------------------
002038 1100-TOKENIZE-KEY.
002039     SET TKR-FIND TO TRUE
002040     MOVE INQ-KEY TO TKR-ACCOUNT-NUMBER
002041     CALL "TOKVAULT" USING TOKEN-REQUEST
002042     IF TKR-VAULT-ERROR
002043         DISPLAY "CARDINQ: TOKEN VAULT FAILED -- INQUIRY STOPPED"
002044         MOVE 16 TO RETURN-CODE
002045         GO TO 9999-EXIT
002046     END-IF
002047     IF TKR-OK
002048         MOVE TKR-TOKEN TO CQ-ACCOUNT-KEY
002049         MOVE TKR-TOKEN TO CQ-MASKED-KEY
002050         GO TO 1100-TOKENIZE-KEY-EXIT
002051     END-IF
002052     MOVE SPACES TO CQ-MASKED-KEY
002053     MOVE SPACES TO CQ-MASK-NUMBER
002054     MOVE TRIM(INQ-KEY) TO CQ-MASK-NUMBER
002055     MOVE LENGTH(TRIM(INQ-KEY)) TO CQ-MASK-LEN
002056     PERFORM 1110-MASK-CHARACTER THRU 1110-MASK-CHARACTER-EXIT
002057         VARYING CQ-MASK-INDEX FROM 1 BY 1
002058         UNTIL CQ-MASK-INDEX > CQ-MASK-LEN.
002059 1100-TOKENIZE-KEY-EXIT.
002060     EXIT.
002061
002062 1110-MASK-CHARACTER.
002063     IF CQ-MASK-LEN > 4 AND CQ-MASK-INDEX > CQ-MASK-LEN - 4
002064         MOVE CQ-MASK-NUMBER (CQ-MASK-INDEX:1)
002065             TO CQ-MASKED-KEY (CQ-MASK-INDEX:1)
002066     ELSE
002067         MOVE "X" TO CQ-MASKED-KEY (CQ-MASK-INDEX:1)
002068     END-IF.
002069 1110-MASK-CHARACTER-EXIT.
002070     EXIT.
002071
002072*----------------------------------------------------------------
002073* 2000-SCAN-HISTORY -- ONE HISTORY RECORD: KEEP IT WHEN THE
002074* REQUESTED KEY MATCHES AND ITS BATCH DATE FALLS IN THE RANGE.
002080* A RECORD WHOSE BATCH DATE CANNOT BE READ AS A DATE IS SHOWN
002090* RATHER THAN HIDDEN -- AN INQUIRY SHOULD NEVER SILENTLY DROP
002100* ACTIVITY.
002120 2000-SCAN-HISTORY.
002130     ADD 1 TO CQ-READ-COUNT
002140     IF INQ-BY-ACCOUNT
002150         IF HIST-ACCOUNT-NUMBER NOT = CQ-ACCOUNT-KEY
002151             AND HIST-ACCOUNT-NUMBER NOT = INQ-KEY
002160             GO TO 2000-NEXT-RECORD
002170         END-IF
002180     ELSE
