000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TOKVAULT.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL CARD TOKEN VAULT SUBPROGRAM, CALLED
000120*                  THE WAY LUHN IS -- CALL "TOKVAULT" USING
000130*                  TOKEN-REQUEST (TOKPARM) -- SO THAT NO PROGRAM
000140*                  BUT THIS ONE READS OR WRITES THE CARDVLT FILE
000150*                  OF ACCOUNT NUMBERS AND THEIR TOKENS.  TOKENIZES
000160*                  AN ACCOUNT NUMBER (ASSIGNING THE NEXT TOKEN THE
000170*                  FIRST TIME IT IS SEEN), FINDS AN EXISTING
000180*                  TOKEN WITHOUT ASSIGNING ONE, OR DETOKENIZES A
000190*                  TOKEN BACK TO ITS ACCOUNT NUMBER.  CARDVLT IS
000200*                  OPENED I-O ON THE FIRST CALL IN THE RUN UNIT
000210*                  AND LEFT OPEN, AND IS CREATED IF IT DOES NOT
000220*                  YET EXIST.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 REPOSITORY.
000270     FUNCTION ALL INTRINSIC.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CARDVLT ASSIGN TO "CARDVLT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS VAULT-ACCOUNT-NUMBER
000340         ALTERNATE RECORD KEY IS VAULT-TOKEN
000350         FILE STATUS IS TV-CARDVLT-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CARDVLT
000400     RECORDING MODE IS F.
000410     COPY VAULTREC.
000420
000430 WORKING-STORAGE SECTION.
000440 77  TV-CARDVLT-STATUS            PIC X(02) VALUE SPACES.
000450 77  TV-VAULT-SWITCH              PIC X(01) VALUE "N".
000460     88 TV-VAULT-OPEN                     VALUE "Y".
000470
000480 77  TV-WORK-LEN                  PIC 9(02) VALUE ZERO.
000490 01  TV-WORK-ACCOUNT              PIC X(32) VALUE SPACES.
000500
000510*    A NEW TOKEN: "TK", THE SERIAL NUMBER FROM THE VAULT CONTROL
000520*    RECORD, AND THE LAST FOUR DIGITS OF THE ACCOUNT.
000530 01  TV-NEW-TOKEN.
000540     05 FILLER                    PIC X(02) VALUE "TK".
000550     05 TV-TOKEN-SERIAL           PIC 9(14) VALUE ZERO.
000560     05 TV-TOKEN-LAST4            PIC X(04) VALUE SPACES.
000570
000580 LINKAGE SECTION.
000590     COPY TOKPARM.
000600
000610 PROCEDURE DIVISION USING TOKEN-REQUEST.
000620 TOKVAULT.
000630     SET TKR-OK TO TRUE
000640     PERFORM 1000-OPEN-VAULT THRU 1000-OPEN-VAULT-EXIT
000650     IF TKR-VAULT-ERROR
000660         GOBACK
000670     END-IF
000680     IF TKR-DETOKENIZE
000690         PERFORM 3000-DETOKENIZE THRU 3000-DETOKENIZE-EXIT
000700     ELSE
000710         PERFORM 2000-TOKENIZE THRU 2000-TOKENIZE-EXIT
000720     END-IF
000730     GOBACK.
000740
000750*----------------------------------------------------------------
000760* 1000-OPEN-VAULT -- OPEN CARDVLT ONCE PER RUN UNIT.  FILE STATUS
000770* 35 MEANS THE VAULT HAS NEVER BEEN CREATED: CREATE IT EMPTY AND
000780* REOPEN.  A VAULT WITH NO CONTROL RECORD GETS ONE WITH A LAST
000790* SERIAL OF ZERO.  ANY FAILURE IS HANDED BACK AS TKR-VAULT-ERROR
000800* AND THE OPEN IS TRIED AGAIN ON THE NEXT CALL.
000810*----------------------------------------------------------------
000820 1000-OPEN-VAULT.
000830     IF TV-VAULT-OPEN
000840         GO TO 1000-OPEN-VAULT-EXIT
000850     END-IF
000860     OPEN I-O CARDVLT
000870     IF TV-CARDVLT-STATUS = "35"
000880         OPEN OUTPUT CARDVLT
000890         CLOSE CARDVLT
000900         OPEN I-O CARDVLT
000910     END-IF
000920     IF TV-CARDVLT-STATUS NOT = "00"
000930         DISPLAY "TOKVAULT: CARDVLT OPEN FAILED, STATUS "
000940             TV-CARDVLT-STATUS
000950         SET TKR-VAULT-ERROR TO TRUE
000960         GO TO 1000-OPEN-VAULT-EXIT
000970     END-IF
000980
000990     MOVE HIGH-VALUES TO VAULT-CONTROL-KEY
001000     READ CARDVLT KEY IS VAULT-ACCOUNT-NUMBER
001010         INVALID KEY
001020             MOVE HIGH-VALUES TO VAULT-CONTROL-KEY
001030             MOVE HIGH-VALUES TO VAULT-CONTROL-TOKEN
001040             MOVE ZERO TO VAULT-LAST-SERIAL
001050             WRITE VAULT-CONTROL-RECORD
001060     END-READ
001070     IF TV-CARDVLT-STATUS NOT = "00"
001080         DISPLAY "TOKVAULT: CARDVLT CONTROL RECORD FAILED, "
001090             "STATUS " TV-CARDVLT-STATUS
001100         CLOSE CARDVLT
001110         SET TKR-VAULT-ERROR TO TRUE
001120         GO TO 1000-OPEN-VAULT-EXIT
001130     END-IF
001140     SET TV-VAULT-OPEN TO TRUE.
001150 1000-OPEN-VAULT-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------------
001190* 2000-TOKENIZE -- RETURN THE TOKEN FOR TKR-ACCOUNT-NUMBER.  AN
001200* ACCOUNT FIELD THAT ALREADY HOLDS ONE OF OUR TOKENS IS RETURNED
001210* AS IT IS, SO A RECORD TOKENIZED ONCE CAN PASS THROUGH AGAIN.
001220* AN ACCOUNT NOT YET ON THE VAULT IS GIVEN A NEW TOKEN, UNLESS
001230* THE CALLER ONLY ASKED TO FIND ONE.
001240*----------------------------------------------------------------
001250 2000-TOKENIZE.
001260     MOVE SPACES TO TKR-TOKEN
001270     IF TKR-ACCOUNT-NUMBER = SPACES
001280         GO TO 2000-TOKENIZE-EXIT
001290     END-IF
001300
001310     IF TKR-ACCOUNT-NUMBER (1:2) = "TK"
001320        AND TKR-ACCOUNT-NUMBER (21:12) = SPACES
001330         MOVE TKR-ACCOUNT-NUMBER (1:20) TO VAULT-TOKEN
001340         READ CARDVLT KEY IS VAULT-TOKEN
001350             INVALID KEY
001360                 CONTINUE
001370         END-READ
001380         IF TV-CARDVLT-STATUS = "00"
001390             MOVE TKR-ACCOUNT-NUMBER TO TKR-TOKEN
001400             GO TO 2000-TOKENIZE-EXIT
001410         END-IF
001420     END-IF
001430
001440     MOVE TKR-ACCOUNT-NUMBER TO VAULT-ACCOUNT-NUMBER
001450     READ CARDVLT KEY IS VAULT-ACCOUNT-NUMBER
001460         INVALID KEY
001470             CONTINUE
001480     END-READ
001490     IF TV-CARDVLT-STATUS = "00"
001500         MOVE VAULT-TOKEN TO TKR-TOKEN
001510         GO TO 2000-TOKENIZE-EXIT
001520     END-IF
001530     IF TV-CARDVLT-STATUS NOT = "23"
001540         DISPLAY "TOKVAULT: CARDVLT READ FAILED, STATUS "
001550             TV-CARDVLT-STATUS
001560         SET TKR-VAULT-ERROR TO TRUE
001570         GO TO 2000-TOKENIZE-EXIT
001580     END-IF
001590     IF TKR-FIND
001600         SET TKR-NOT-FOUND TO TRUE
001610         GO TO 2000-TOKENIZE-EXIT
001620     END-IF
001630     PERFORM 2100-ASSIGN-TOKEN THRU 2100-ASSIGN-TOKEN-EXIT.
001640 2000-TOKENIZE-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------
001680* 2100-ASSIGN-TOKEN -- TAKE THE NEXT SERIAL NUMBER FROM THE
001690* CONTROL RECORD AND FILE THE ACCOUNT UNDER ITS NEW TOKEN.  THE
001700* CONTROL RECORD IS REWRITTEN BEFORE THE NEW RECORD IS ADDED, SO
001710* A FAILURE BETWEEN THE TWO WASTES A SERIAL BUT CAN NEVER ISSUE
001720* THE SAME TOKEN TWICE.
001730*----------------------------------------------------------------
001740 2100-ASSIGN-TOKEN.
001750     MOVE HIGH-VALUES TO VAULT-CONTROL-KEY
001760     READ CARDVLT KEY IS VAULT-ACCOUNT-NUMBER
001770         INVALID KEY
001780             CONTINUE
001790     END-READ
001800     IF TV-CARDVLT-STATUS NOT = "00"
001810         DISPLAY "TOKVAULT: CARDVLT CONTROL READ FAILED, STATUS "
001820             TV-CARDVLT-STATUS
001830         SET TKR-VAULT-ERROR TO TRUE
001840         GO TO 2100-ASSIGN-TOKEN-EXIT
001850     END-IF
001860     ADD 1 TO VAULT-LAST-SERIAL
001870     MOVE VAULT-LAST-SERIAL TO TV-TOKEN-SERIAL
001880     REWRITE VAULT-CONTROL-RECORD
001890         INVALID KEY
001900             CONTINUE
001910     END-REWRITE
001920     IF TV-CARDVLT-STATUS NOT = "00"
001930         DISPLAY "TOKVAULT: CARDVLT CONTROL REWRITE FAILED, "
001940             "STATUS " TV-CARDVLT-STATUS
001950         SET TKR-VAULT-ERROR TO TRUE
001960         GO TO 2100-ASSIGN-TOKEN-EXIT
001970     END-IF
001980
001990     MOVE SPACES TO TV-WORK-ACCOUNT
002000     MOVE TRIM(TKR-ACCOUNT-NUMBER) TO TV-WORK-ACCOUNT
002010     MOVE LENGTH(TRIM(TKR-ACCOUNT-NUMBER)) TO TV-WORK-LEN
002020     IF TV-WORK-LEN > 4
002030         MOVE TV-WORK-ACCOUNT (TV-WORK-LEN - 3:4)
002035             TO TV-TOKEN-LAST4
002040     ELSE
002050         MOVE "XXXX" TO TV-TOKEN-LAST4
002060     END-IF
002070
002080     MOVE SPACES TO VAULT-RECORD
002090     MOVE TKR-ACCOUNT-NUMBER TO VAULT-ACCOUNT-NUMBER
002100     MOVE TV-NEW-TOKEN TO VAULT-TOKEN
002110     MOVE CURRENT-DATE (1:8) TO VAULT-CREATED-DATE
002120     WRITE VAULT-RECORD
002130         INVALID KEY
002140             CONTINUE
002150     END-WRITE
002160     IF TV-CARDVLT-STATUS NOT = "00"
002170         DISPLAY "TOKVAULT: CARDVLT WRITE FAILED, STATUS "
002180             TV-CARDVLT-STATUS
002190         SET TKR-VAULT-ERROR TO TRUE
002200         GO TO 2100-ASSIGN-TOKEN-EXIT
002210     END-IF
002220     MOVE TV-NEW-TOKEN TO TKR-TOKEN.
002230 2100-ASSIGN-TOKEN-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------------
002270* 3000-DETOKENIZE -- RETURN THE ACCOUNT NUMBER FILED UNDER
002280* TKR-TOKEN.  A FIELD THAT IS NOT ONE OF OUR TOKENS IS A CARD
002290* NUMBER KEYED IN CLEAR AND IS RETURNED AS IT IS.
002300*----------------------------------------------------------------
002310 3000-DETOKENIZE.
002320     MOVE SPACES TO TKR-ACCOUNT-NUMBER
002330     IF TKR-TOKEN = SPACES
002340         GO TO 3000-DETOKENIZE-EXIT
002350     END-IF
002360     IF TKR-TOKEN (1:2) NOT = "TK"
002370        OR TKR-TOKEN (21:12) NOT = SPACES
002380         MOVE TKR-TOKEN TO TKR-ACCOUNT-NUMBER
002390         GO TO 3000-DETOKENIZE-EXIT
002400     END-IF
002410
002420     MOVE TKR-TOKEN (1:20) TO VAULT-TOKEN
002430     READ CARDVLT KEY IS VAULT-TOKEN
002440         INVALID KEY
002450             CONTINUE
002460     END-READ
002470     IF TV-CARDVLT-STATUS = "00"
002480         MOVE VAULT-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
002490         GO TO 3000-DETOKENIZE-EXIT
002500     END-IF
002510     IF TV-CARDVLT-STATUS = "23"
002520         SET TKR-NOT-FOUND TO TRUE
002530     ELSE
002540         DISPLAY "TOKVAULT: CARDVLT READ FAILED, STATUS "
002550             TV-CARDVLT-STATUS
002560         SET TKR-VAULT-ERROR TO TRUE
002570     END-IF.
002580 3000-DETOKENIZE-EXIT.
002590     EXIT.
