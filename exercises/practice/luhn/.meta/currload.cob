000200*                  CURRRJCT WITH THEIR REASON.  A RUN WITH ANY
000210*                  REJECT ENDS WITH RETURN-CODE 8 SO THE
000220*                  SCHEDULER CAN HOLD THE TABLE SWAP FOR REVIEW.
000221* 10/15/2026 DJF   EACH RUN NOW LEAVES A LOAD STAMP (LSTMPREC) ON
000222*                  CURSTAMP: AN IN-PROGRESS STAMP BEFORE CURRTABL
000223*                  IS OPENED, REWRITTEN AT THE END WITH THE LOAD
000224*                  DATE AND TIME, THE COUNTS, AND WHETHER THE
000225*                  LOAD WAS CLEAN OR HAD REJECTS, FOR THE READYCHK
000226*                  PRE-RUN CHECK AHEAD OF CARDBATCH.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CL-CURRTABL-STATUS.
000370
000371     SELECT CURSTAMP ASSIGN TO "CURSTAMP"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS CL-CURSTAMP-STATUS.
000374
000380     SELECT CURRRJCT ASSIGN TO "CURRRJCT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CL-CURRRJCT-STATUS.
000510     RECORDING MODE IS F.
000520     COPY CURREC.
000530
000531 FD  CURSTAMP
000532     RECORDING MODE IS F.
000533     COPY LSTMPREC.
000534
000540 FD  CURRRJCT
000550     RECORDING MODE IS F.
000560 01  CURRRJCT-RECORD              PIC X(80).
000590 77  CL-CURRIN-STATUS             PIC X(02) VALUE SPACES.
000600 77  CL-CURRTABL-STATUS           PIC X(02) VALUE SPACES.
000610 77  CL-CURRRJCT-STATUS           PIC X(02) VALUE SPACES.
000611 77  CL-CURSTAMP-STATUS           PIC X(02) VALUE SPACES.
000620 77  CL-EOF-SWITCH                PIC X(01) VALUE "N".
000630     88 CL-END-OF-CURRIN                  VALUE "Y".
000640
000650 77  CL-READ-COUNT                PIC 9(05) COMP VALUE ZERO.
000660 77  CL-ACCEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
000670 77  CL-REJECT-COUNT              PIC 9(05) COMP VALUE ZERO.
000671 77  CL-LOAD-RESULT               PIC X(01) VALUE "I".
000680
000690 77  CL-TABLE-MAX                 PIC 9(04) COMP VALUE 50.
000700 77  CL-SCAN                      PIC 9(04) COMP VALUE ZERO.
001140         GO TO 9999-EXIT
001150     END-IF
001160
001161     PERFORM 1100-WRITE-LOAD-STAMP THRU 1100-WRITE-LOAD-STAMP-EXIT
001162
001170     OPEN OUTPUT CURRTABL
001180     IF CL-CURRTABL-STATUS NOT = "00"
001190         DISPLAY "CURRLOAD: CURRTABL OPEN FAILED, STATUS "
001330     PERFORM 2100-READ-CURRIN THRU 2100-READ-CURRIN-EXIT.
001340 1000-INITIALIZE-EXIT.
001350     EXIT.
001351
001352*----------------------------------------------------------------
001353* 1100-WRITE-LOAD-STAMP -- REWRITE CURSTAMP WITH THE LOAD RESULT
001354* SO FAR: "I" BEFORE CURRTABL IS OPENED, SO A LOAD THAT DIES PART
001355* WAY IS NEVER MISTAKEN FOR A GOOD ONE, THEN "C" OR "R" WITH THE
001356* FINAL COUNTS FROM 3000-TERMINATE.
001357*----------------------------------------------------------------
001358 1100-WRITE-LOAD-STAMP.
001359     OPEN OUTPUT CURSTAMP
001360     IF CL-CURSTAMP-STATUS NOT = "00"
001361         DISPLAY "CURRLOAD: CURSTAMP OPEN FAILED, STATUS "
001362             CL-CURSTAMP-STATUS
001363         MOVE 16 TO RETURN-CODE
001364         GO TO 9999-EXIT
001365     END-IF
001366     MOVE SPACES TO LOAD-STAMP-RECORD
001367     MOVE "CURRTABL" TO LS-TABLE-NAME
001368     MOVE CURRENT-DATE (1:8) TO LS-LOAD-DATE
001369     MOVE CURRENT-DATE (9:6) TO LS-LOAD-TIME
001370     MOVE CL-LOAD-RESULT TO LS-LOAD-RESULT
001371     MOVE CL-READ-COUNT TO LS-READ-COUNT
001372     MOVE CL-ACCEPT-COUNT TO LS-ACCEPT-COUNT
001373     MOVE CL-REJECT-COUNT TO LS-REJECT-COUNT
001374     WRITE LOAD-STAMP-RECORD
001375     CLOSE CURSTAMP.
001376 1100-WRITE-LOAD-STAMP-EXIT.
001377     EXIT.
001378
001379*----------------------------------------------------------------
001380* 2000-PROCESS-CURRIN -- VALIDATE ONE RATE CARD.  A CARD THAT
001390* PASSES EVERY EDIT IS WRITTEN TO CURRTABL AND REMEMBERED SO A
001400* REPEAT OF ITS CODE IS CAUGHT; A CARD THAT FAILS ANY EDIT
002320     DISPLAY "CURRLOAD: RATES REJECTED " CL-REJECT-COUNT
002330     IF CL-REJECT-COUNT > 0
002340         MOVE 8 TO RETURN-CODE
002341         MOVE "R" TO CL-LOAD-RESULT
002342     ELSE
002343         MOVE "C" TO CL-LOAD-RESULT
002350     END-IF
002351     PERFORM 1100-WRITE-LOAD-STAMP
002352         THRU 1100-WRITE-LOAD-STAMP-EXIT.
002360 3000-TERMINATE-EXIT.
002370     EXIT.
002380
