000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISPMNT.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL DISPUTE CASE MAINTENANCE JOB,
000120*                  REPLACING THE CARDINQ PRINTOUT AND THE
000130*                  SPREADSHEET DISPUTES WERE TRACKED IN.  APPLIES
000140*                  OPEN AND CHANGE TRANSACTIONS FROM THE DISPTXN
000150*                  FILE TO THE DISPCASE INDEXED CASE FILE THE
000160*                  WAY CARDMNT MAINTAINS CARDMSTR.  AN OPEN MUST
000170*                  NAME A SETTLED SALE ON SETLHIST BY ACCOUNT,
000180*                  BATCH DATE, MERCHANT, AND AMOUNT, AND CARRIES
000190*                  THE NETWORK'S DUE DATE AND THE DISPUTED
000200*                  AMOUNT (DEFAULTING TO THE WHOLE SALE).  A
000210*                  CHANGE MOVES THE CASE TO DOCUMENTATION
000220*                  REQUESTED, REPRESENTED, WON, OR LOST AND MAY
000230*                  CORRECT THE DUE DATE OR DISPUTED AMOUNT; A
000240*                  CLOSED CASE TAKES NO FURTHER CHANGES.  A CASE
000250*                  CLOSED LOST WRITES A CHARGEBACK DEBIT TO THE
000260*                  CHGBACK FILE, WHICH MERCHFND DEDUCTS FROM THE
000270*                  MERCHANT'S NEXT FUNDING.  EVERY TRANSACTION
000280*                  GETS A TIMESTAMPED LINE ON THE DISPAUD AUDIT
000290*                  TRAIL AND EVERY REJECT PRINTS ON DISPRJCT.
000291* 10/15/2026 DJF   SETLHIST NOW HOLDS ACCOUNT TOKENS.  AN OPEN'S
000292*                  ACCOUNT NUMBER IS LOOKED UP IN TOKVAULT BEFORE
000293*                  THE SETTLED SALE IS LOOKED FOR.  A NUMBER THE
000294*                  VAULT DOES NOT KNOW IS MATCHED IN THE CLEAR,
000295*                  WHICH STILL FINDS A SALE ON A HISTORY NOT YET
000296*                  CONVERTED, AND IS GIVEN ITS TOKEN ONLY ONCE
000297*                  THAT SALE IS FOUND, SO A MISKEYED NUMBER IS
000298*                  NEVER TOKENIZED AND DISPCASE NEVER HOLDS A CARD
000299*                  NUMBER.  A CHANGE MAY NOT MOVE A REPRESENTED
000300*                  CASE BACK TO DOCUMENTATION REQUESTED.  AN OPEN
000301*                  AGAINST A SALE SETTLED FROM A FOREIGN CURRENCY
000302*                  IS REJECTED (FOREIGN-CCY): SETLHIST KEEPS ONLY
000303*                  THE ORIGINAL AMOUNT, SO THE CASE AND ITS DEBIT
000304*                  COULD NOT BE STATED IN SETTLEMENT CURRENCY.
000305*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 REPOSITORY.
000340     FUNCTION ALL INTRINSIC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DISPTXN ASSIGN TO "DISPTXN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DM-DISPTXN-STATUS.
000400
000410     SELECT DISPCASE ASSIGN TO "DISPCASE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DISP-CASE-ID
000450         FILE STATUS IS DM-DISPCASE-STATUS.
000460
000470     SELECT SETLHIST ASSIGN TO "SETLHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DM-SETLHIST-STATUS.
000500
000510     SELECT CHGBACK ASSIGN TO "CHGBACK"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DM-CHGBACK-STATUS.
000540
000550     SELECT DISPAUD ASSIGN TO "DISPAUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DM-DISPAUD-STATUS.
000580
000590     SELECT DISPRJCT ASSIGN TO "DISPRJCT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS DM-DISPRJCT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DISPTXN
000660     RECORDING MODE IS F.
000670 01  TXN-RECORD.
000680     05 TXN-ACTION                PIC X(01).
000690        88 TXN-OPEN                       VALUE "O".
000700        88 TXN-CHANGE                     VALUE "C".
000710     05 TXN-CASE-ID               PIC X(10).
000720     05 TXN-ACCOUNT-NUMBER        PIC X(32).
000730     05 TXN-BATCH-DATE            PIC X(08).
000740     05 TXN-MERCHANT-NUMBER       PIC X(08).
000750     05 TXN-TRAN-AMOUNT           PIC X(12).
000760     05 TXN-DISPUTED-AMOUNT       PIC X(12).
000770     05 TXN-DUE-DATE              PIC X(08).
000780     05 TXN-DUE-DATE-NUM REDEFINES TXN-DUE-DATE
000790                                  PIC 9(08).
000800     05 TXN-STATUS                PIC X(01).
000810
000820 FD  DISPCASE
000830     RECORDING MODE IS F.
000840     COPY DISPREC.
000850
000860 FD  SETLHIST
000870     RECORDING MODE IS F.
000880     COPY HISTREC.
000890
000900 FD  CHGBACK
000910     RECORDING MODE IS F.
000920     COPY CHGBREC.
000930
000940 FD  DISPAUD
000950     RECORDING MODE IS F.
000960 01  DISPAUD-RECORD.
000970     05 DA-TIMESTAMP              PIC X(21).
000980     05 FILLER                    PIC X(01).
000990     05 DA-ACTION                 PIC X(01).
001000     05 FILLER                    PIC X(01).
001010     05 DA-CASE-ID                PIC X(10).
001020     05 FILLER                    PIC X(01).
001030     05 DA-STATUS                 PIC X(01).
001040     05 FILLER                    PIC X(01).
001050     05 DA-DISPOSITION            PIC X(12).
001060
001070 FD  DISPRJCT
001080     RECORDING MODE IS F.
001090 01  DISPRJCT-RECORD              PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120 77  DM-DISPTXN-STATUS            PIC X(02) VALUE SPACES.
001130 77  DM-DISPCASE-STATUS           PIC X(02) VALUE SPACES.
001140 77  DM-SETLHIST-STATUS           PIC X(02) VALUE SPACES.
001150 77  DM-CHGBACK-STATUS            PIC X(02) VALUE SPACES.
001160 77  DM-DISPAUD-STATUS            PIC X(02) VALUE SPACES.
001170 77  DM-DISPRJCT-STATUS           PIC X(02) VALUE SPACES.
001180 77  DM-EOF-SWITCH                PIC X(01) VALUE "N".
001190     88 DM-END-OF-DISPTXN                 VALUE "Y".
001200 77  DM-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
001210     88 DM-END-OF-SETLHIST                VALUE "Y".
001220 77  DM-FOUND-SWITCH              PIC X(01) VALUE "N".
001230     88 DM-SETTLEMENT-FOUND               VALUE "Y".
001240
001250 77  DM-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
001260 77  DM-APPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
001270 77  DM-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
001280 77  DM-CHGBACK-COUNT             PIC 9(07) COMP VALUE ZERO.
001290
001300 77  DM-TODAY                     PIC X(08) VALUE SPACES.
001301 77  DM-SETTLE-CURRENCY           PIC X(03) VALUE "USD".
001310
001320 01  DM-DISPOSITION               PIC X(12).
001321*    THE OPEN'S ACCOUNT NUMBER AS ITS TOKEN (TOKPARM).
001322 01  DM-ACCOUNT-TOKEN             PIC X(32).
001323     COPY TOKPARM.
001330
001340 01  DM-SALE-AMOUNT-X             PIC X(12).
001350 01  DM-SALE-AMOUNT REDEFINES DM-SALE-AMOUNT-X
001360                                  PIC S9(09)V99
001370                                  SIGN IS LEADING SEPARATE.
001380 01  DM-DISPUTED-AMOUNT-X         PIC X(12).
001390 01  DM-DISPUTED-AMOUNT REDEFINES DM-DISPUTED-AMOUNT-X
001400                                  PIC S9(09)V99
001410                                  SIGN IS LEADING SEPARATE.
001420
001430 01  DM-REJECT-LINE.
001440     05 DR-ACTION-LABEL           PIC X(07) VALUE "ACTION ".
001450     05 DR-ACTION                 PIC X(01).
001460     05 FILLER                    PIC X(02).
001470     05 DR-CASE-LABEL             PIC X(05) VALUE "CASE ".
001480     05 DR-CASE-ID                PIC X(10).
001490     05 FILLER                    PIC X(02).
001500     05 DR-MERCH-LABEL            PIC X(06) VALUE "MERCH ".
001510     05 DR-MERCHANT               PIC X(08).
001520     05 FILLER                    PIC X(02).
001530     05 DR-REASON-LABEL           PIC X(07) VALUE "REASON ".
001540     05 DR-REASON                 PIC X(12).
001550     05 FILLER                    PIC X(18).
001560
001570 PROCEDURE DIVISION.
001580*----------------------------------------------------------------
001590* 0000-MAINLINE -- DRIVE THE DISPUTE CASE MAINTENANCE RUN.
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001630     PERFORM 2000-PROCESS-DISPTXN THRU 2000-PROCESS-DISPTXN-EXIT
001640         UNTIL DM-END-OF-DISPTXN
001650     PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
001660     GO TO 9999-EXIT.
001670
001680*----------------------------------------------------------------
001690* 1000-INITIALIZE -- OPEN EVERY FILE, CREATING AN EMPTY CASE
001700* FILE ON THE FIRST RUN THE WAY CARDMNT CREATES CARDMSTR.
001710* SETLHIST IS ONLY PROVED READABLE HERE; EACH OPEN TRANSACTION
001720* REREADS IT FROM THE TOP, SINCE A NIGHT BRINGS A HANDFUL OF NEW
001730* CASES, NOT THOUSANDS.  CHGBACK AND DISPAUD ARE EXTENDED, NOT
001740* REWRITTEN: DEBITS NOT YET APPLIED BY MERCHFND MUST SURVIVE.
001750*----------------------------------------------------------------
001760 1000-INITIALIZE.
001770     MOVE CURRENT-DATE (1:8) TO DM-TODAY
001780
001790     OPEN INPUT DISPTXN
001800     IF DM-DISPTXN-STATUS NOT = "00"
001810         DISPLAY "DISPMNT: DISPTXN OPEN FAILED, STATUS "
001820             DM-DISPTXN-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 9999-EXIT
001850     END-IF
001860
001870     OPEN INPUT SETLHIST
001880     IF DM-SETLHIST-STATUS NOT = "00"
001890         DISPLAY "DISPMNT: SETLHIST OPEN FAILED, STATUS "
001900             DM-SETLHIST-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 9999-EXIT
001930     END-IF
001940     CLOSE SETLHIST
001950
001960     OPEN I-O DISPCASE
001970     IF DM-DISPCASE-STATUS = "35"
001980         OPEN OUTPUT DISPCASE
001990         IF DM-DISPCASE-STATUS = "00"
002000             CLOSE DISPCASE
002010             OPEN I-O DISPCASE
002020         END-IF
002030     END-IF
002040     IF DM-DISPCASE-STATUS NOT = "00"
002050         DISPLAY "DISPMNT: DISPCASE OPEN FAILED, STATUS "
002060             DM-DISPCASE-STATUS
002070         MOVE 16 TO RETURN-CODE
002080         GO TO 9999-EXIT
002090     END-IF
002100
002110     OPEN EXTEND CHGBACK
002120     IF DM-CHGBACK-STATUS = "35"
002130         OPEN OUTPUT CHGBACK
002140     END-IF
002150     IF DM-CHGBACK-STATUS NOT = "00"
002160         DISPLAY "DISPMNT: CHGBACK OPEN FAILED, STATUS "
002170             DM-CHGBACK-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT
002200     END-IF
002210
002220     OPEN EXTEND DISPAUD
002230     IF DM-DISPAUD-STATUS = "35"
002240         OPEN OUTPUT DISPAUD
002250     END-IF
002260     IF DM-DISPAUD-STATUS NOT = "00"
002270         DISPLAY "DISPMNT: DISPAUD OPEN FAILED, STATUS "
002280             DM-DISPAUD-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF
002320
002330     OPEN OUTPUT DISPRJCT
002340     IF DM-DISPRJCT-STATUS NOT = "00"
002350         DISPLAY "DISPMNT: DISPRJCT OPEN FAILED, STATUS "
002360             DM-DISPRJCT-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 9999-EXIT
002390     END-IF
002400
002410     PERFORM 2100-READ-DISPTXN THRU 2100-READ-DISPTXN-EXIT.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------
002460* 2000-PROCESS-DISPTXN -- VALIDATE ONE TRANSACTION AND APPLY IT
002470* TO THE CASE FILE.  EVERY TRANSACTION, APPLIED OR REJECTED,
002480* GETS AN AUDIT LINE; REJECTS ALSO GO TO THE REJECT REPORT.
002490*----------------------------------------------------------------
002500 2000-PROCESS-DISPTXN.
002510     ADD 1 TO DM-READ-COUNT
002520     MOVE SPACES TO DM-DISPOSITION
002530
002540     IF TXN-CASE-ID = SPACES
002550         MOVE "NO-CASE-ID" TO DM-DISPOSITION
002560     ELSE
002570         IF TXN-OPEN
002580             PERFORM 2200-APPLY-OPEN THRU 2200-APPLY-OPEN-EXIT
002590         ELSE
002600             IF TXN-CHANGE
002610                 PERFORM 2300-APPLY-CHANGE
002620                     THRU 2300-APPLY-CHANGE-EXIT
002630             ELSE
002640                 MOVE "BAD-ACTION" TO DM-DISPOSITION
002650             END-IF
002660         END-IF
002670     END-IF
002680
002690     IF DM-DISPOSITION = "APPLIED"
002700         ADD 1 TO DM-APPLIED-COUNT
002710     ELSE
002720         ADD 1 TO DM-REJECT-COUNT
002730         PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
002740     END-IF
002750     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
002760
002770     PERFORM 2100-READ-DISPTXN THRU 2100-READ-DISPTXN-EXIT.
002780 2000-PROCESS-DISPTXN-EXIT.
002790     EXIT.
002800
002810 2100-READ-DISPTXN.
002820     READ DISPTXN
002830         AT END
002840             SET DM-END-OF-DISPTXN TO TRUE
002850     END-READ.
002860 2100-READ-DISPTXN-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900* 2200-APPLY-OPEN -- AN OPEN MUST NAME ALL FOUR SETTLEMENT KEYS,
002910* A VALID NETWORK DUE DATE, AND A DISPUTED AMOUNT (IF GIVEN)
002920* THAT IS POSITIVE AND NO MORE THAN THE SALE.  THE SALE ITSELF
002930* MUST BE ON SETLHIST AS A SETTLED SALE -- A REJECTED OR
002940* DUPLICATE DETAIL NEVER MOVED ANY MONEY TO DISPUTE.  THE CASE
002950* ID MUST NOT ALREADY BE ON FILE.  THE CASE CARRIES THE
002951* ACCOUNT'S TOKEN, NEVER THE CARD NUMBER.  A SALE SETTLED FROM A
002952* FOREIGN CURRENCY IS REJECTED (FOREIGN-CCY): ITS SETLHIST AMOUNT
002953* IS IN THAT CURRENCY AND THE RATE IT SETTLED AT IS NOT KEPT, SO
002954* NO DEBIT IN SETTLEMENT CURRENCY COULD BE RAISED FROM IT.  SUCH
002955* A DISPUTE IS WORKED BY HAND.
002960*----------------------------------------------------------------
002970 2200-APPLY-OPEN.
002980     IF TXN-ACCOUNT-NUMBER = SPACES
002990         OR TXN-BATCH-DATE = SPACES
003000         OR TXN-MERCHANT-NUMBER = SPACES
003010         OR TXN-TRAN-AMOUNT = SPACES
003020         MOVE "MISSING-KEY" TO DM-DISPOSITION
003030         GO TO 2200-APPLY-OPEN-EXIT
003040     END-IF
003050     IF TXN-STATUS NOT = SPACE AND TXN-STATUS NOT = "O"
003060         MOVE "BAD-STATUS" TO DM-DISPOSITION
003070         GO TO 2200-APPLY-OPEN-EXIT
003080     END-IF
003090     PERFORM 2700-EDIT-DUE-DATE THRU 2700-EDIT-DUE-DATE-EXIT
003100     IF DM-DISPOSITION NOT = SPACES
003110         GO TO 2200-APPLY-OPEN-EXIT
003120     END-IF
003130
003140     MOVE TXN-TRAN-AMOUNT TO DM-SALE-AMOUNT-X
003150     IF DM-SALE-AMOUNT IS NOT NUMERIC
003160         MOVE "BAD-AMOUNT" TO DM-DISPOSITION
003170         GO TO 2200-APPLY-OPEN-EXIT
003180     END-IF
003190     IF TXN-DISPUTED-AMOUNT = SPACES
003200         MOVE TXN-TRAN-AMOUNT TO DM-DISPUTED-AMOUNT-X
003210     ELSE
003220         PERFORM 2750-EDIT-DISPUTED-AMOUNT
003230             THRU 2750-EDIT-DISPUTED-AMOUNT-EXIT
003240         IF DM-DISPOSITION NOT = SPACES
003250             GO TO 2200-APPLY-OPEN-EXIT
003260         END-IF
003270     END-IF
003280
003281     PERFORM 2850-TOKENIZE-ACCOUNT
003282         THRU 2850-TOKENIZE-ACCOUNT-EXIT
003290     PERFORM 2800-FIND-SETTLEMENT THRU 2800-FIND-SETTLEMENT-EXIT
003300     IF NOT DM-SETTLEMENT-FOUND
003310         MOVE "NOT-SETTLED" TO DM-DISPOSITION
003320         GO TO 2200-APPLY-OPEN-EXIT
003330     END-IF
003331     IF HIST-CURRENCY-CODE NOT = SPACES
003332         AND HIST-CURRENCY-CODE NOT = DM-SETTLE-CURRENCY
003333         MOVE "FOREIGN-CCY" TO DM-DISPOSITION
003334         GO TO 2200-APPLY-OPEN-EXIT
003335     END-IF
003336     IF TKR-NOT-FOUND
003337         PERFORM 2860-ASSIGN-TOKEN THRU 2860-ASSIGN-TOKEN-EXIT
003338     END-IF
003340
003350     MOVE SPACES TO DISP-RECORD
003360     MOVE TXN-CASE-ID TO DISP-CASE-ID
003370     MOVE DM-ACCOUNT-TOKEN TO DISP-ACCOUNT-NUMBER
003380     MOVE HIST-HOLDER-ID TO DISP-HOLDER-ID
003390     MOVE TXN-MERCHANT-NUMBER TO DISP-MERCHANT-NUMBER
003400     MOVE TXN-BATCH-DATE TO DISP-BATCH-DATE
003410     MOVE TXN-TRAN-AMOUNT TO DISP-TRAN-AMOUNT
003420     MOVE DM-DISPUTED-AMOUNT TO DISP-DISPUTED-AMOUNT
003430     MOVE TXN-DUE-DATE TO DISP-DUE-DATE
003440     MOVE DM-TODAY TO DISP-OPENED-DATE
003450     SET DISP-OPENED TO TRUE
003460     MOVE DM-TODAY TO DISP-STATUS-DATE
003470     WRITE DISP-RECORD
003480         INVALID KEY
003490             MOVE "DUP-CASE" TO DM-DISPOSITION
003500         NOT INVALID KEY
003510             MOVE "APPLIED" TO DM-DISPOSITION
003520     END-WRITE.
003530 2200-APPLY-OPEN-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------
003570* 2300-APPLY-CHANGE -- A CHANGE REPLACES ONLY THE FIELDS THE
003580* TRANSACTION SUPPLIES, THE SAME RULE CARDMNT FOLLOWS, AND MUST
003590* SUPPLY AT LEAST ONE.  THE STATUS MAY ONLY MOVE FORWARD TO
003600* DOCUMENTATION REQUESTED, REPRESENTED, WON, OR LOST; A CASE
003610* ALREADY WON OR LOST IS CLOSED AND TAKES NO CHANGE, AND A
003611* REPRESENTED CASE CANNOT GO BACK TO DOCUMENTATION REQUESTED
003612* (STATUS-BACK).  CLOSING A
003620* CASE LOST RAISES THE CHARGEBACK DEBIT AGAINST THE MERCHANT.
003630*----------------------------------------------------------------
003640 2300-APPLY-CHANGE.
003650     IF TXN-STATUS = SPACE
003660         AND TXN-DUE-DATE = SPACES
003670         AND TXN-DISPUTED-AMOUNT = SPACES
003680         MOVE "NO-CHANGE" TO DM-DISPOSITION
003690         GO TO 2300-APPLY-CHANGE-EXIT
003700     END-IF
003710     IF TXN-STATUS NOT = SPACE
003720         AND TXN-STATUS NOT = "D" AND TXN-STATUS NOT = "R"
003730         AND TXN-STATUS NOT = "W" AND TXN-STATUS NOT = "L"
003740         MOVE "BAD-STATUS" TO DM-DISPOSITION
003750         GO TO 2300-APPLY-CHANGE-EXIT
003760     END-IF
003770     IF TXN-DUE-DATE NOT = SPACES
003780         PERFORM 2700-EDIT-DUE-DATE THRU 2700-EDIT-DUE-DATE-EXIT
003790         IF DM-DISPOSITION NOT = SPACES
003800             GO TO 2300-APPLY-CHANGE-EXIT
003810         END-IF
003820     END-IF
003830
003840     MOVE TXN-CASE-ID TO DISP-CASE-ID
003850     READ DISPCASE
003860         INVALID KEY
003870             MOVE "NO-CASE" TO DM-DISPOSITION
003880             GO TO 2300-APPLY-CHANGE-EXIT
003890     END-READ
003900     IF DISP-CASE-CLOSED
003910         MOVE "CASE-CLOSED" TO DM-DISPOSITION
003920         GO TO 2300-APPLY-CHANGE-EXIT
003930     END-IF
003931     IF TXN-STATUS = "D"
003932         AND DISP-REPRESENTED
003933         MOVE "STATUS-BACK" TO DM-DISPOSITION
003934         GO TO 2300-APPLY-CHANGE-EXIT
003935     END-IF
003940
003950     IF TXN-DISPUTED-AMOUNT NOT = SPACES
003960         MOVE DISP-TRAN-AMOUNT TO DM-SALE-AMOUNT-X
003970         PERFORM 2750-EDIT-DISPUTED-AMOUNT
003980             THRU 2750-EDIT-DISPUTED-AMOUNT-EXIT
003990         IF DM-DISPOSITION NOT = SPACES
004000             GO TO 2300-APPLY-CHANGE-EXIT
004010         END-IF
004020         MOVE DM-DISPUTED-AMOUNT TO DISP-DISPUTED-AMOUNT
004030     END-IF
004040     IF TXN-DUE-DATE NOT = SPACES
004050         MOVE TXN-DUE-DATE TO DISP-DUE-DATE
004060     END-IF
004070     IF TXN-STATUS NOT = SPACE
004080         MOVE TXN-STATUS TO DISP-STATUS
004090         MOVE DM-TODAY TO DISP-STATUS-DATE
004100     END-IF
004110     REWRITE DISP-RECORD
004120         INVALID KEY
004130             MOVE "NO-CASE" TO DM-DISPOSITION
004140             GO TO 2300-APPLY-CHANGE-EXIT
004150         NOT INVALID KEY
004160             MOVE "APPLIED" TO DM-DISPOSITION
004170     END-REWRITE
004180     IF DISP-LOST
004190         PERFORM 2400-WRITE-CHARGEBACK
004200             THRU 2400-WRITE-CHARGEBACK-EXIT
004210     END-IF.
004220 2300-APPLY-CHANGE-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 2400-WRITE-CHARGEBACK -- THE NETWORK HAS TAKEN THE DISPUTED
004270* AMOUNT BACK; RAISE A DEBIT FOR MERCHFND TO RECOVER FROM THE
004280* MERCHANT'S NEXT FUNDING.
004290*----------------------------------------------------------------
004300 2400-WRITE-CHARGEBACK.
004310     MOVE SPACES TO CHGB-RECORD
004320     MOVE DISP-MERCHANT-NUMBER TO CHGB-MERCHANT-NUMBER
004330     MOVE DISP-CASE-ID TO CHGB-CASE-ID
004340     MOVE DISP-BATCH-DATE TO CHGB-BATCH-DATE
004350     MOVE DISP-DISPUTED-AMOUNT TO CHGB-AMOUNT
004360     MOVE DM-TODAY TO CHGB-LOST-DATE
004370     WRITE CHGB-RECORD
004380     ADD 1 TO DM-CHGBACK-COUNT.
004390 2400-WRITE-CHARGEBACK-EXIT.
004400     EXIT.
004410
004420 2500-WRITE-AUDIT.
004430     MOVE SPACES TO DISPAUD-RECORD
004440     MOVE FUNCTION CURRENT-DATE TO DA-TIMESTAMP
004450     MOVE TXN-ACTION TO DA-ACTION
004460     MOVE TXN-CASE-ID TO DA-CASE-ID
004470     MOVE TXN-STATUS TO DA-STATUS
004480     MOVE DM-DISPOSITION TO DA-DISPOSITION
004490     WRITE DISPAUD-RECORD.
004500 2500-WRITE-AUDIT-EXIT.
004510     EXIT.
004520
004530 2600-WRITE-REJECT.
004540     MOVE SPACES TO DM-REJECT-LINE
004550     MOVE "ACTION " TO DR-ACTION-LABEL
004560     MOVE TXN-ACTION TO DR-ACTION
004570     MOVE "CASE " TO DR-CASE-LABEL
004580     MOVE TXN-CASE-ID TO DR-CASE-ID
004590     MOVE "MERCH " TO DR-MERCH-LABEL
004600     MOVE TXN-MERCHANT-NUMBER TO DR-MERCHANT
004610     MOVE "REASON " TO DR-REASON-LABEL
004620     MOVE DM-DISPOSITION TO DR-REASON
004630     MOVE DM-REJECT-LINE TO DISPRJCT-RECORD
004640     WRITE DISPRJCT-RECORD.
004650 2600-WRITE-REJECT-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 2700-EDIT-DUE-DATE -- THE NETWORK'S DUE DATE MUST BE A REAL
004700* CCYYMMDD DATE; THE AGING REPORT COUNTS DAYS AGAINST IT.
004710*----------------------------------------------------------------
004720 2700-EDIT-DUE-DATE.
004730     IF TXN-DUE-DATE IS NOT NUMERIC
004740         MOVE "BAD-DUE-DATE" TO DM-DISPOSITION
004750         GO TO 2700-EDIT-DUE-DATE-EXIT
004760     END-IF
004770     IF TEST-DATE-YYYYMMDD(TXN-DUE-DATE-NUM) NOT = 0
004780         MOVE "BAD-DUE-DATE" TO DM-DISPOSITION
004790     END-IF.
004800 2700-EDIT-DUE-DATE-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* 2750-EDIT-DISPUTED-AMOUNT -- THE DISPUTED AMOUNT IS SIGNED
004850* THE WAY THE EXTRACT SIGNS AMOUNTS, AND MUST BE MORE THAN ZERO
004860* AND NO MORE THAN THE SALE IN DM-SALE-AMOUNT.
004870*----------------------------------------------------------------
004880 2750-EDIT-DISPUTED-AMOUNT.
004890     MOVE TXN-DISPUTED-AMOUNT TO DM-DISPUTED-AMOUNT-X
004900     IF DM-DISPUTED-AMOUNT IS NOT NUMERIC
004910         MOVE "BAD-AMOUNT" TO DM-DISPOSITION
004920         GO TO 2750-EDIT-DISPUTED-AMOUNT-EXIT
004930     END-IF
004940     IF DM-DISPUTED-AMOUNT NOT > ZERO
004950         OR DM-DISPUTED-AMOUNT > DM-SALE-AMOUNT
004960         MOVE "BAD-AMOUNT" TO DM-DISPOSITION
004970     END-IF.
004980 2750-EDIT-DISPUTED-AMOUNT-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 2800-FIND-SETTLEMENT -- SCAN SETLHIST FROM THE TOP FOR THE
005030* SETTLED SALE THE OPEN NAMES.  ON A MATCH THE HISTORY RECORD
005040* IS LEFT IN THE BUFFER SO THE CASE CAN TAKE ITS HOLDER ID.
005050*----------------------------------------------------------------
005060 2800-FIND-SETTLEMENT.
005070     MOVE "N" TO DM-FOUND-SWITCH
005080     MOVE "N" TO DM-HIST-EOF-SWITCH
005090     OPEN INPUT SETLHIST
005100     IF DM-SETLHIST-STATUS NOT = "00"
005110         DISPLAY "DISPMNT: SETLHIST OPEN FAILED, STATUS "
005120             DM-SETLHIST-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 9999-EXIT
005150     END-IF
005160     PERFORM 2810-MATCH-HISTORY THRU 2810-MATCH-HISTORY-EXIT
005170         UNTIL DM-END-OF-SETLHIST
005180            OR DM-SETTLEMENT-FOUND
005190     CLOSE SETLHIST.
005200 2800-FIND-SETTLEMENT-EXIT.
005210     EXIT.
005220
005230 2810-MATCH-HISTORY.
005240     READ SETLHIST
005250         AT END
005260             SET DM-END-OF-SETLHIST TO TRUE
005270             GO TO 2810-MATCH-HISTORY-EXIT
005280     END-READ
005290     IF (HIST-ACCOUNT-NUMBER = DM-ACCOUNT-TOKEN
005291             OR HIST-ACCOUNT-NUMBER = TXN-ACCOUNT-NUMBER)
005300         AND HIST-BATCH-DATE = TXN-BATCH-DATE
005310         AND HIST-MERCHANT-NUMBER = TXN-MERCHANT-NUMBER
005320         AND HIST-TRAN-AMOUNT = TXN-TRAN-AMOUNT
005330         AND HIST-DISPOSITION = "VALID"
005340         AND HIST-TRAN-TYPE = "S"
005350         SET DM-SETTLEMENT-FOUND TO TRUE
005360     END-IF.
005370 2810-MATCH-HISTORY-EXIT.
005380     EXIT.
005381
005382*----------------------------------------------------------------
005383* 2850-TOKENIZE-ACCOUNT -- LOOK UP THE TOKEN FOR THE OPEN'S
005384* ACCOUNT NUMBER INTO DM-ACCOUNT-TOKEN.  THIS IS A FIND, NOT AN
005385* ASSIGNMENT -- A MISKEYED NUMBER MUST NOT BE GIVEN A TOKEN.  A
005386* NUMBER THE VAULT DOES NOT KNOW IS LEFT IN THE CLEAR FOR THE
005387* 2810 MATCH ONLY, WHICH STILL FINDS A SALE ON A HISTORY NOT
005388* YET CONVERTED; 2860-ASSIGN-TOKEN REPLACES IT BEFORE THE CASE
005389* IS FILED.  THE CASE CANNOT BE MATCHED OR FILED WITHOUT THE
005390* VAULT, SO A VAULT FAILURE IS A HARD STOP, THE SAME AS AN
005391* UNREADABLE SETLHIST.
005392*----------------------------------------------------------------
005393 2850-TOKENIZE-ACCOUNT.
005394     SET TKR-FIND TO TRUE
005395     MOVE TXN-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
005396     CALL "TOKVAULT" USING TOKEN-REQUEST
005397     IF TKR-VAULT-ERROR
005398         DISPLAY "DISPMNT: TOKEN VAULT FAILED, CASE "
005399             TXN-CASE-ID
005400         MOVE 16 TO RETURN-CODE
005401         GO TO 9999-EXIT
005402     END-IF
005403     IF TKR-NOT-FOUND
005404         MOVE TXN-ACCOUNT-NUMBER TO DM-ACCOUNT-TOKEN
005405     ELSE
005406         MOVE TKR-TOKEN TO DM-ACCOUNT-TOKEN
005407     END-IF.
005408 2850-TOKENIZE-ACCOUNT-EXIT.
005409     EXIT.
005410
005411*----------------------------------------------------------------
005412* 2860-ASSIGN-TOKEN -- THE VAULT HAD NO TOKEN FOR THE OPEN'S
005413* NUMBER, BUT 2800 HAS FOUND IT AS A SETTLED SALE ON SETLHIST,
005414* SO THE CARD IS REAL AND IS TOKENIZED NOW.  THE TOKEN REPLACES
005415* THE CLEAR NUMBER IN DM-ACCOUNT-TOKEN, SO DISPCASE NEVER HOLDS
005416* A CARD NUMBER.  A VAULT FAILURE IS A HARD STOP AS IN 2850.
005417*----------------------------------------------------------------
005418 2860-ASSIGN-TOKEN.
005419     SET TKR-TOKENIZE TO TRUE
005420     MOVE TXN-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
005421     CALL "TOKVAULT" USING TOKEN-REQUEST
005422     IF TKR-VAULT-ERROR
005423         DISPLAY "DISPMNT: TOKEN VAULT FAILED, CASE "
005424             TXN-CASE-ID
005425         MOVE 16 TO RETURN-CODE
005426         GO TO 9999-EXIT
005427     END-IF
005428     MOVE TKR-TOKEN TO DM-ACCOUNT-TOKEN.
005429 2860-ASSIGN-TOKEN-EXIT.
005430     EXIT.
005431
005432 3000-TERMINATE.
005433     CLOSE DISPTXN
005434     CLOSE DISPCASE
005435     CLOSE CHGBACK
005440     CLOSE DISPAUD
005450     CLOSE DISPRJCT
005460     DISPLAY "DISPMNT: TRANSACTIONS READ    " DM-READ-COUNT
005470     DISPLAY "DISPMNT: TRANSACTIONS APPLIED " DM-APPLIED-COUNT
005480     DISPLAY "DISPMNT: TRANSACTIONS REJECTED" DM-REJECT-COUNT
005490     DISPLAY "DISPMNT: CHARGEBACKS RAISED   " DM-CHGBACK-COUNT.
005500 3000-TERMINATE-EXIT.
005510     EXIT.
005520
005530 9999-EXIT.
005540     STOP RUN.
