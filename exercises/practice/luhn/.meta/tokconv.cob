000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TOKCONV.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL SETTLEMENT HISTORY TOKENIZATION JOB,
000120*                  RUN ONCE WHEN CARDBATCH BEGAN WRITING ACCOUNT
000130*                  TOKENS TO SETLHIST, TO REPLACE THE CARD
000140*                  NUMBERS ALREADY ON FILE.  THE SCHEDULER POINTS
000150*                  HISTFILE AT THE LIVE SETLHIST AND THEN AT EACH
000160*                  HISTARCH GENERATION IN TURN.  PASS ONE READS
000170*                  HISTFILE, TOKENIZES EACH RECORD'S ACCOUNT
000180*                  NUMBER THROUGH TOKVAULT, AND WRITES THE RECORD
000190*                  TO THE HISTWORK WORK FILE; PASS TWO REWRITES
000200*                  HISTFILE FROM HISTWORK, THE ARRANGEMENT
000210*                  HISTPURG USES.  A RECORD ALREADY CARRYING A
000220*                  TOKEN PASSES THROUGH UNCHANGED, SO A FILE CAN
000230*                  BE RUN AGAIN SAFELY.  A VAULT FAILURE STOPS THE
000240*                  JOB IN PASS ONE, BEFORE HISTFILE IS TOUCHED.
000250*                  THE CONVRPT RECONCILIATION PROVES RECORDS-IN =
000260*                  TOKENIZED + ALREADY TOKENIZED + BLANK AND
000270*                  RECORDS-IN = REWRITTEN; ANY MISMATCH ENDS WITH
000280*                  A NON-ZERO RETURN-CODE SO THE SCHEDULER HOLDS
000290*                  THE JOB STREAM.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 REPOSITORY.
000340     FUNCTION ALL INTRINSIC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HISTFILE ASSIGN TO "HISTFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS TC-HISTFILE-STATUS.
000400
000410     SELECT HISTWORK ASSIGN TO "HISTWORK"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS TC-HISTWORK-STATUS.
000440
000450     SELECT CONVRPT ASSIGN TO "CONVRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TC-CONVRPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  HISTFILE
000520     RECORDING MODE IS F.
000530     COPY HISTREC.
000540
000550 FD  HISTWORK
000560     RECORDING MODE IS F.
000570 01  HISTWORK-RECORD              PIC X(99).
000580
000590 FD  CONVRPT
000600     RECORDING MODE IS F.
000610 01  CONVRPT-RECORD               PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640 77  TC-HISTFILE-STATUS           PIC X(02) VALUE SPACES.
000650 77  TC-HISTWORK-STATUS           PIC X(02) VALUE SPACES.
000660 77  TC-CONVRPT-STATUS            PIC X(02) VALUE SPACES.
000670 77  TC-EOF-SWITCH                PIC X(01) VALUE "N".
000680     88 TC-END-OF-HISTFILE                VALUE "Y".
000690 77  TC-WORK-EOF-SWITCH           PIC X(01) VALUE "N".
000700     88 TC-END-OF-HISTWORK                VALUE "Y".
000710
000720 77  TC-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000730 77  TC-TOKENIZED-COUNT           PIC 9(09) COMP VALUE ZERO.
000740 77  TC-ALREADY-COUNT             PIC 9(09) COMP VALUE ZERO.
000750 77  TC-BLANK-COUNT               PIC 9(09) COMP VALUE ZERO.
000760 77  TC-REWRITE-COUNT             PIC 9(09) COMP VALUE ZERO.
000770
000780     COPY TOKPARM.
000790
000800 01  TC-REPORT-LINE.
000810     05 TG-LABEL                  PIC X(24).
000820     05 TG-COUNT                  PIC ZZZ,ZZZ,ZZ9.
000830     05 FILLER                    PIC X(45).
000840
000850 PROCEDURE DIVISION.
000860*----------------------------------------------------------------
000870* 0000-MAINLINE -- DRIVE THE CONVERSION: TOKENIZE THE HISTORY
000880* INTO THE WORK FILE, REWRITE THE HISTORY FROM IT, PROVE THE
000890* COUNTS TIE.
000900*----------------------------------------------------------------
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000930     PERFORM 2000-TOKENIZE-HISTORY THRU 2000-TOKENIZE-HISTORY-EXIT
000940         UNTIL TC-END-OF-HISTFILE
000950     PERFORM 3000-REWRITE-HISTORY THRU 3000-REWRITE-HISTORY-EXIT
000960     PERFORM 4000-WRITE-RECONCILIATION
000970         THRU 4000-WRITE-RECONCILIATION-EXIT
000980     GO TO 9999-EXIT.
000990
001000*----------------------------------------------------------------
001010* 1000-INITIALIZE -- OPEN THE HISTORY, THE WORK FILE, AND THE
001020* REPORT.  A HISTORY THAT CANNOT BE OPENED IS A HARD STOP: THE
001030* SCHEDULER NAMED A FILE THAT SHOULD EXIST.
001040*----------------------------------------------------------------
001050 1000-INITIALIZE.
001060     OPEN INPUT HISTFILE
001070     IF TC-HISTFILE-STATUS NOT = "00"
001080         DISPLAY "TOKCONV: HISTFILE OPEN FAILED, STATUS "
001090             TC-HISTFILE-STATUS
001100         MOVE 16 TO RETURN-CODE
001110         GO TO 9999-EXIT
001120     END-IF
001130
001140     OPEN OUTPUT HISTWORK
001150     IF TC-HISTWORK-STATUS NOT = "00"
001160         DISPLAY "TOKCONV: HISTWORK OPEN FAILED, STATUS "
001170             TC-HISTWORK-STATUS
001180         MOVE 16 TO RETURN-CODE
001190         GO TO 9999-EXIT
001200     END-IF
001210
001220     OPEN OUTPUT CONVRPT
001230     IF TC-CONVRPT-STATUS NOT = "00"
001240         DISPLAY "TOKCONV: CONVRPT OPEN FAILED, STATUS "
001250             TC-CONVRPT-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         GO TO 9999-EXIT
001280     END-IF
001290
001300     PERFORM 2100-READ-HISTFILE THRU 2100-READ-HISTFILE-EXIT.
001310 1000-INITIALIZE-EXIT.
001320     EXIT.
001330
001340*----------------------------------------------------------------
001350* 2000-TOKENIZE-HISTORY -- ONE RECORD: REPLACE ITS ACCOUNT
001360* NUMBER WITH THE TOKEN AND WRITE IT TO THE WORK FILE.  TOKVAULT
001370* HANDS BACK A TOKEN IT ISSUED AS IT IS, WHICH IS HOW A RECORD
001380* ALREADY CONVERTED IS RECOGNIZED.  A BLANK ACCOUNT IS COPIED
001390* AS IT IS -- NEVER DROPPED.
001400*----------------------------------------------------------------
001410 2000-TOKENIZE-HISTORY.
001420     ADD 1 TO TC-READ-COUNT
001430     IF HIST-ACCOUNT-NUMBER = SPACES
001440         ADD 1 TO TC-BLANK-COUNT
001450         GO TO 2000-WRITE-WORK
001460     END-IF
001470     SET TKR-TOKENIZE TO TRUE
001480     MOVE HIST-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
001490     CALL "TOKVAULT" USING TOKEN-REQUEST
001500     IF TKR-VAULT-ERROR
001510         DISPLAY "TOKCONV: TOKEN VAULT FAILED AT RECORD "
001520             TC-READ-COUNT " -- HISTFILE NOT REWRITTEN"
001530         MOVE 16 TO RETURN-CODE
001540         GO TO 9999-EXIT
001550     END-IF
001560     IF TKR-TOKEN = HIST-ACCOUNT-NUMBER
001570         ADD 1 TO TC-ALREADY-COUNT
001580     ELSE
001590         ADD 1 TO TC-TOKENIZED-COUNT
001600         MOVE TKR-TOKEN TO HIST-ACCOUNT-NUMBER
001610     END-IF.
001620
001630 2000-WRITE-WORK.
001640     MOVE HIST-RECORD TO HISTWORK-RECORD
001650     WRITE HISTWORK-RECORD
001660     PERFORM 2100-READ-HISTFILE THRU 2100-READ-HISTFILE-EXIT.
001670 2000-TOKENIZE-HISTORY-EXIT.
001680     EXIT.
001690
001700 2100-READ-HISTFILE.
001710     READ HISTFILE
001720         AT END
001730             SET TC-END-OF-HISTFILE TO TRUE
001740     END-READ.
001750 2100-READ-HISTFILE-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------
001790* 3000-REWRITE-HISTORY -- PASS TWO: THE HISTORY IS REWRITTEN
001800* FROM THE TOKENIZED RECORDS ON THE HISTWORK WORK FILE.  THE
001810* WORK FILE IS CLOSED FIRST SO EVERYTHING FROM PASS ONE IS ON
001820* DISK BEFORE THE HISTORY IS TRUNCATED.
001830*----------------------------------------------------------------
001840 3000-REWRITE-HISTORY.
001850     CLOSE HISTFILE
001860     CLOSE HISTWORK
001870
001880     OPEN INPUT HISTWORK
001890     IF TC-HISTWORK-STATUS NOT = "00"
001900         DISPLAY "TOKCONV: HISTWORK REOPEN FAILED, STATUS "
001910             TC-HISTWORK-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT
001940     END-IF
001950     OPEN OUTPUT HISTFILE
001960     IF TC-HISTFILE-STATUS NOT = "00"
001970         DISPLAY "TOKCONV: HISTFILE REOPEN FAILED, STATUS "
001980             TC-HISTFILE-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         GO TO 9999-EXIT
002010     END-IF
002020
002030     PERFORM 3100-COPY-ONE-RECORD THRU 3100-COPY-ONE-RECORD-EXIT
002040         UNTIL TC-END-OF-HISTWORK
002050     CLOSE HISTWORK
002060     CLOSE HISTFILE.
002070 3000-REWRITE-HISTORY-EXIT.
002080     EXIT.
002090
002100 3100-COPY-ONE-RECORD.
002110     READ HISTWORK
002120         AT END
002130             SET TC-END-OF-HISTWORK TO TRUE
002140         NOT AT END
002150             ADD 1 TO TC-REWRITE-COUNT
002160             MOVE HISTWORK-RECORD TO HIST-RECORD
002170             WRITE HIST-RECORD
002180     END-READ.
002190 3100-COPY-ONE-RECORD-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------
002230* 4000-WRITE-RECONCILIATION -- PROVE THE CONVERSION: EVERY
002240* RECORD READ WAS TOKENIZED, FOUND ALREADY TOKENIZED, OR HAD NO
002250* ACCOUNT, AND THE REWRITTEN HISTORY HOLDS EXACTLY THE RECORDS
002260* READ.  A MISMATCH SETS A NON-ZERO RETURN-CODE SO THE
002270* SCHEDULER HOLDS THE STREAM.
002280*----------------------------------------------------------------
002290 4000-WRITE-RECONCILIATION.
002300     MOVE SPACES TO TC-REPORT-LINE
002310     MOVE "RECORDS READ" TO TG-LABEL
002320     MOVE TC-READ-COUNT TO TG-COUNT
002330     MOVE TC-REPORT-LINE TO CONVRPT-RECORD
002340     WRITE CONVRPT-RECORD
002350
002360     MOVE "ACCOUNTS TOKENIZED" TO TG-LABEL
002370     MOVE TC-TOKENIZED-COUNT TO TG-COUNT
002380     MOVE TC-REPORT-LINE TO CONVRPT-RECORD
002390     WRITE CONVRPT-RECORD
002400
002410     MOVE "ALREADY TOKENIZED" TO TG-LABEL
002420     MOVE TC-ALREADY-COUNT TO TG-COUNT
002430     MOVE TC-REPORT-LINE TO CONVRPT-RECORD
002440     WRITE CONVRPT-RECORD
002450
002460     MOVE "BLANK ACCOUNTS" TO TG-LABEL
002470     MOVE TC-BLANK-COUNT TO TG-COUNT
002480     MOVE TC-REPORT-LINE TO CONVRPT-RECORD
002490     WRITE CONVRPT-RECORD
002500
002510     MOVE "RECORDS REWRITTEN" TO TG-LABEL
002520     MOVE TC-REWRITE-COUNT TO TG-COUNT
002530     MOVE TC-REPORT-LINE TO CONVRPT-RECORD
002540     WRITE CONVRPT-RECORD
002550
002560     IF TC-READ-COUNT = TC-TOKENIZED-COUNT + TC-ALREADY-COUNT
002570                      + TC-BLANK-COUNT
002580         AND TC-READ-COUNT = TC-REWRITE-COUNT
002590         MOVE "CONVERSION IS IN BALANCE" TO CONVRPT-RECORD
002600         WRITE CONVRPT-RECORD
002610         MOVE 0 TO RETURN-CODE
002620     ELSE
002630         MOVE "*** CONVERSION IS OUT OF BALANCE ***"
002640             TO CONVRPT-RECORD
002650         WRITE CONVRPT-RECORD
002660         DISPLAY "TOKCONV: OUT OF BALANCE -- READ "
002670             TC-READ-COUNT " TOKENIZED " TC-TOKENIZED-COUNT
002680             " ALREADY " TC-ALREADY-COUNT " BLANK "
002690             TC-BLANK-COUNT " REWRITTEN " TC-REWRITE-COUNT
002700         MOVE 16 TO RETURN-CODE
002710     END-IF
002720     CLOSE CONVRPT.
002730 4000-WRITE-RECONCILIATION-EXIT.
002740     EXIT.
002750
002760 9999-EXIT.
002770     STOP RUN.
