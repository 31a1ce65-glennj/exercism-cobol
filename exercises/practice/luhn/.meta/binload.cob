000180*                  PRINT ON BINRJCT WITH THEIR REASON.  A RUN
000190*                  WITH ANY REJECT ENDS WITH RETURN-CODE 8 SO THE
000200*                  SCHEDULER CAN HOLD THE TABLE SWAP FOR REVIEW.
000201* 10/15/2026 DJF   EACH RUN NOW LEAVES A LOAD STAMP (LSTMPREC) ON
000202*                  BINSTAMP: AN IN-PROGRESS STAMP BEFORE BINTABLE
000203*                  IS OPENED, REWRITTEN AT THE END WITH THE LOAD
000204*                  DATE AND TIME, THE COUNTS, AND WHETHER THE
000205*                  LOAD WAS CLEAN OR HAD REJECTS, FOR THE READYCHK
000206*                  PRE-RUN CHECK AHEAD OF CARDBATCH.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS BL-BINTABLE-STATUS.
000350
000351     SELECT BINSTAMP ASSIGN TO "BINSTAMP"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS BL-BINSTAMP-STATUS.
000354
000360     SELECT BINRJCT ASSIGN TO "BINRJCT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS BL-BINRJCT-STATUS.
000510     RECORDING MODE IS F.
000520     COPY BINREC.
000530
000531 FD  BINSTAMP
000532     RECORDING MODE IS F.
000533     COPY LSTMPREC.
000534
000540 FD  BINRJCT
000550     RECORDING MODE IS F.
000560 01  BINRJCT-RECORD               PIC X(80).
000590 77  BL-BININ-STATUS              PIC X(02) VALUE SPACES.
000600 77  BL-BINTABLE-STATUS           PIC X(02) VALUE SPACES.
000610 77  BL-BINRJCT-STATUS            PIC X(02) VALUE SPACES.
000611 77  BL-BINSTAMP-STATUS           PIC X(02) VALUE SPACES.
000620 77  BL-EOF-SWITCH                PIC X(01) VALUE "N".
000630     88 BL-END-OF-BININ                   VALUE "Y".
000640
000650 77  BL-READ-COUNT                PIC 9(05) COMP VALUE ZERO.
000660 77  BL-ACCEPT-COUNT              PIC 9(05) COMP VALUE ZERO.
000670 77  BL-REJECT-COUNT              PIC 9(05) COMP VALUE ZERO.
000671 77  BL-LOAD-RESULT               PIC X(01) VALUE "I".
000680
000690 77  BL-TABLE-MAX                 PIC 9(04) COMP VALUE 1000.
000700 77  BL-SCAN                      PIC 9(04) COMP VALUE ZERO.
001140         GO TO 9999-EXIT
001150     END-IF
001160
001161     PERFORM 1100-WRITE-LOAD-STAMP THRU 1100-WRITE-LOAD-STAMP-EXIT
001162
001170     OPEN OUTPUT BINTABLE
001180     IF BL-BINTABLE-STATUS NOT = "00"
001190         DISPLAY "BINLOAD: BINTABLE OPEN FAILED, STATUS "
001330     PERFORM 2100-READ-BININ THRU 2100-READ-BININ-EXIT.
001340 1000-INITIALIZE-EXIT.
001350     EXIT.
001351
001352*----------------------------------------------------------------
001353* 1100-WRITE-LOAD-STAMP -- REWRITE BINSTAMP WITH THE LOAD RESULT
001354* SO FAR: "I" BEFORE BINTABLE IS OPENED, SO A LOAD THAT DIES PART
001355* WAY IS NEVER MISTAKEN FOR A GOOD ONE, THEN "C" OR "R" WITH THE
001356* FINAL COUNTS FROM 3000-TERMINATE.
001357*----------------------------------------------------------------
001358 1100-WRITE-LOAD-STAMP.
001359     OPEN OUTPUT BINSTAMP
001360     IF BL-BINSTAMP-STATUS NOT = "00"
001361         DISPLAY "BINLOAD: BINSTAMP OPEN FAILED, STATUS "
001362             BL-BINSTAMP-STATUS
001363         MOVE 16 TO RETURN-CODE
001364         GO TO 9999-EXIT
001365     END-IF
001366     MOVE SPACES TO LOAD-STAMP-RECORD
001367     MOVE "BINTABLE" TO LS-TABLE-NAME
001368     MOVE CURRENT-DATE (1:8) TO LS-LOAD-DATE
001369     MOVE CURRENT-DATE (9:6) TO LS-LOAD-TIME
001370     MOVE BL-LOAD-RESULT TO LS-LOAD-RESULT
001371     MOVE BL-READ-COUNT TO LS-READ-COUNT
001372     MOVE BL-ACCEPT-COUNT TO LS-ACCEPT-COUNT
001373     MOVE BL-REJECT-COUNT TO LS-REJECT-COUNT
001374     WRITE LOAD-STAMP-RECORD
001375     CLOSE BINSTAMP.
001376 1100-WRITE-LOAD-STAMP-EXIT.
001377     EXIT.
001378
001379*----------------------------------------------------------------
001380* 2000-PROCESS-BININ -- VALIDATE ONE RANGE CARD.  A CARD THAT
001390* PASSES EVERY EDIT IS WRITTEN TO BINTABLE AND REMEMBERED SO
001400* LATER CARDS CAN BE CHECKED FOR OVERLAP AGAINST IT; A CARD
002450     DISPLAY "BINLOAD: RANGES REJECTED " BL-REJECT-COUNT
002460     IF BL-REJECT-COUNT > 0
002470         MOVE 8 TO RETURN-CODE
002471         MOVE "R" TO BL-LOAD-RESULT
002472     ELSE
002473         MOVE "C" TO BL-LOAD-RESULT
002480     END-IF
002481     PERFORM 1100-WRITE-LOAD-STAMP
002482         THRU 1100-WRITE-LOAD-STAMP-EXIT.
002490 3000-TERMINATE-EXIT.
002500     EXIT.
002510
