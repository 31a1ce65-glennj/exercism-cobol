000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERCHMNT.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL MERCHANT MASTER MAINTENANCE JOB,
000120*                  REPLACING THE HAND-EDITED FEESCHED CARD FILE.
000130*                  APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM
000140*                  THE MERCHTXN FILE TO THE MERCHMST INDEXED
000150*                  MASTER THE WAY CARDMNT MAINTAINS CARDMSTR,
000160*                  WRITES A TIMESTAMPED LINE FOR EVERY
000170*                  TRANSACTION (APPLIED OR NOT) TO THE MERCHAUD
000180*                  AUDIT TRAIL, AND PRINTS EVERY REJECTED
000190*                  TRANSACTION WITH ITS REASON ON MERCHRJT.  AN
000200*                  ADD MUST CARRY A NAME, A VALID STATUS, ALL
000205*                  THREE FEES, AND THE FUNDING ROUTING AND
000210*                  ACCOUNT; A CHANGE REPLACES ONLY THE FIELDS IT
000220*                  SUPPLIES, SO A PARTIAL CHANGE CANNOT BLANK OUT
000230*                  THE REST.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 REPOSITORY.
000280     FUNCTION ALL INTRINSIC.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MERCHTXN ASSIGN TO "MERCHTXN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS MM-MERCHTXN-STATUS.
000340
000350     SELECT MERCHMST ASSIGN TO "MERCHMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS MERCH-NUMBER
000390         FILE STATUS IS MM-MERCHMST-STATUS.
000400
000410     SELECT MERCHAUD ASSIGN TO "MERCHAUD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS MM-MERCHAUD-STATUS.
000440
000450     SELECT MERCHRJT ASSIGN TO "MERCHRJT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MM-MERCHRJT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MERCHTXN
000520     RECORDING MODE IS F.
000530 01  TXN-RECORD.
000540     05 TXN-ACTION                PIC X(01).
000550        88 TXN-ADD                        VALUE "A".
000560        88 TXN-CHANGE                     VALUE "C".
000570        88 TXN-DELETE                     VALUE "D".
000580     05 TXN-MERCHANT-NUMBER       PIC X(08).
000590     05 TXN-MERCHANT-NAME         PIC X(30).
000600     05 TXN-STATUS                PIC X(01).
000610     05 TXN-DISCOUNT-RATE-X       PIC X(05).
000620     05 TXN-DISCOUNT-RATE REDEFINES TXN-DISCOUNT-RATE-X
000630                                  PIC 9V9(04).
000640     05 TXN-PER-ITEM-X            PIC X(05).
000650     05 TXN-PER-ITEM REDEFINES TXN-PER-ITEM-X
000660                                  PIC 9(03)V99.
000670     05 TXN-CHARGEBACK-FEE-X      PIC X(05).
000680     05 TXN-CHARGEBACK-FEE REDEFINES TXN-CHARGEBACK-FEE-X
000690                                  PIC 9(03)V99.
000700     05 TXN-BANK-ROUTING          PIC X(09).
000710     05 TXN-BANK-ROUTING-NUM REDEFINES TXN-BANK-ROUTING
000720                                  PIC 9(09).
000730     05 TXN-BANK-ACCOUNT          PIC X(17).
000740
000750 FD  MERCHMST
000760     RECORDING MODE IS F.
000770     COPY MERCHREC.
000780
000790 FD  MERCHAUD
000800     RECORDING MODE IS F.
000810 01  MERCHAUD-RECORD.
000820     05 MA-TIMESTAMP              PIC X(21).
000830     05 FILLER                    PIC X(01).
000840     05 MA-ACTION                 PIC X(01).
000850     05 FILLER                    PIC X(01).
000860     05 MA-MERCHANT-NUMBER        PIC X(08).
000870     05 FILLER                    PIC X(01).
000880     05 MA-STATUS                 PIC X(01).
000890     05 FILLER                    PIC X(01).
000900     05 MA-DISCOUNT-RATE          PIC X(05).
000910     05 FILLER                    PIC X(01).
000920     05 MA-PER-ITEM               PIC X(05).
000930     05 FILLER                    PIC X(01).
000940     05 MA-CHARGEBACK-FEE         PIC X(05).
000950     05 FILLER                    PIC X(01).
000960     05 MA-DISPOSITION            PIC X(12).
000970
000980 FD  MERCHRJT
000990     RECORDING MODE IS F.
001000 01  MERCHRJT-RECORD              PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 77  MM-MERCHTXN-STATUS           PIC X(02) VALUE SPACES.
001040 77  MM-MERCHMST-STATUS           PIC X(02) VALUE SPACES.
001050 77  MM-MERCHAUD-STATUS           PIC X(02) VALUE SPACES.
001060 77  MM-MERCHRJT-STATUS           PIC X(02) VALUE SPACES.
001070 77  MM-EOF-SWITCH                PIC X(01) VALUE "N".
001080     88 MM-END-OF-MERCHTXN                VALUE "Y".
001090
001100 77  MM-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
001110 77  MM-APPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
001120 77  MM-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
001130
001140 01  MM-DISPOSITION               PIC X(12).
001150
001160 01  MM-REJECT-LINE.
001170     05 MR-ACTION-LABEL           PIC X(07) VALUE "ACTION ".
001180     05 MR-ACTION                 PIC X(01).
001190     05 FILLER                    PIC X(02).
001200     05 MR-MERCHANT-LABEL         PIC X(09) VALUE "MERCHANT ".
001210     05 MR-MERCHANT-NUMBER        PIC X(08).
001220     05 FILLER                    PIC X(02).
001230     05 MR-REASON-LABEL           PIC X(07) VALUE "REASON ".
001240     05 MR-REASON                 PIC X(12).
001250     05 FILLER                    PIC X(32).
001260
001270 PROCEDURE DIVISION.
001280*----------------------------------------------------------------
001290* 0000-MAINLINE -- DRIVE THE MERCHANT MASTER MAINTENANCE RUN.
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001330     PERFORM 2000-PROCESS-MERCHTXN
001340         THRU 2000-PROCESS-MERCHTXN-EXIT
001350         UNTIL MM-END-OF-MERCHTXN
001360     PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
001370     GO TO 9999-EXIT.
001380
001390*----------------------------------------------------------------
001400* 1000-INITIALIZE -- OPEN EVERY FILE, CREATING AN EMPTY MASTER
001410* WHEN THIS IS THE FIRST MAINTENANCE RUN (OPEN I-O DRAWS FILE
001420* STATUS 35 WHEN MERCHMST DOES NOT EXIST YET).  MERCHAUD IS A
001430* PERMANENT TRAIL, SO IT IS EXTENDED, NOT REWRITTEN, THE SAME
001440* PATTERN AS MNTAUDIT IN CARDMNT.
001450*----------------------------------------------------------------
001460 1000-INITIALIZE.
001470     OPEN INPUT MERCHTXN
001480     IF MM-MERCHTXN-STATUS NOT = "00"
001490         DISPLAY "MERCHMNT: MERCHTXN OPEN FAILED, STATUS "
001500             MM-MERCHTXN-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         GO TO 9999-EXIT
001530     END-IF
001540
001550     OPEN I-O MERCHMST
001560     IF MM-MERCHMST-STATUS = "35"
001570         OPEN OUTPUT MERCHMST
001580         IF MM-MERCHMST-STATUS = "00"
001590             CLOSE MERCHMST
001600             OPEN I-O MERCHMST
001610         END-IF
001620     END-IF
001630     IF MM-MERCHMST-STATUS NOT = "00"
001640         DISPLAY "MERCHMNT: MERCHMST OPEN FAILED, STATUS "
001650             MM-MERCHMST-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 9999-EXIT
001680     END-IF
001690
001700     OPEN EXTEND MERCHAUD
001710     IF MM-MERCHAUD-STATUS = "35"
001720         OPEN OUTPUT MERCHAUD
001730     END-IF
001740     IF MM-MERCHAUD-STATUS NOT = "00"
001750         DISPLAY "MERCHMNT: MERCHAUD OPEN FAILED, STATUS "
001760             MM-MERCHAUD-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-EXIT
001790     END-IF
001800
001810     OPEN OUTPUT MERCHRJT
001820     IF MM-MERCHRJT-STATUS NOT = "00"
001830         DISPLAY "MERCHMNT: MERCHRJT OPEN FAILED, STATUS "
001840             MM-MERCHRJT-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         GO TO 9999-EXIT
001870     END-IF
001880
001890     PERFORM 2100-READ-MERCHTXN THRU 2100-READ-MERCHTXN-EXIT.
001900 1000-INITIALIZE-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 2000-PROCESS-MERCHTXN -- VALIDATE ONE TRANSACTION AND APPLY IT
001950* TO THE MASTER.  EVERY TRANSACTION, APPLIED OR REJECTED, GETS
001960* AN AUDIT LINE; REJECTS ALSO GO TO THE REJECT REPORT.
001970*----------------------------------------------------------------
001980 2000-PROCESS-MERCHTXN.
001990     ADD 1 TO MM-READ-COUNT
002000     MOVE SPACES TO MM-DISPOSITION
002010
002020     IF TXN-MERCHANT-NUMBER = SPACES
002030         MOVE "NO-MERCHANT" TO MM-DISPOSITION
002040     ELSE
002050         IF TXN-ADD
002060             PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
002070         ELSE
002080             IF TXN-CHANGE
002090                 PERFORM 2300-APPLY-CHANGE
002100                     THRU 2300-APPLY-CHANGE-EXIT
002110             ELSE
002120                 IF TXN-DELETE
002130                     PERFORM 2400-APPLY-DELETE
002140                         THRU 2400-APPLY-DELETE-EXIT
002150                 ELSE
002160                     MOVE "BAD-ACTION" TO MM-DISPOSITION
002170                 END-IF
002180             END-IF
002190         END-IF
002200     END-IF
002210
002220     IF MM-DISPOSITION = "APPLIED"
002230         ADD 1 TO MM-APPLIED-COUNT
002240     ELSE
002250         ADD 1 TO MM-REJECT-COUNT
002260         PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
002270     END-IF
002280     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
002290
002300     PERFORM 2100-READ-MERCHTXN THRU 2100-READ-MERCHTXN-EXIT.
002310 2000-PROCESS-MERCHTXN-EXIT.
002320     EXIT.
002330
002340 2100-READ-MERCHTXN.
002350     READ MERCHTXN
002360         AT END
002370             SET MM-END-OF-MERCHTXN TO TRUE
002380     END-READ.
002390 2100-READ-MERCHTXN-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430* 2200-APPLY-ADD -- AN ADD MUST SUPPLY A NAME, A VALID STATUS,
002440* A FULL FEE SCHEDULE, AND SOMEWHERE TO SEND THE MONEY, AND
002445* MUST NOT COLLIDE WITH A MERCHANT ALREADY ON THE MASTER.  A
002450* ZERO FEE IS A LEGITIMATE PRICE; A BLANK ONE IS NOT.
002470*----------------------------------------------------------------
002480 2200-APPLY-ADD.
002482     IF TXN-MERCHANT-NAME = SPACES
002484         MOVE "NO-NAME" TO MM-DISPOSITION
002486         GO TO 2200-APPLY-ADD-EXIT
002488     END-IF
002490     IF TXN-STATUS NOT = "A" AND TXN-STATUS NOT = "S"
002500         AND TXN-STATUS NOT = "T"
002510         MOVE "BAD-STATUS" TO MM-DISPOSITION
002520         GO TO 2200-APPLY-ADD-EXIT
002530     END-IF
002540     IF TXN-DISCOUNT-RATE IS NOT NUMERIC
002550         OR TXN-PER-ITEM IS NOT NUMERIC
002560         OR TXN-CHARGEBACK-FEE IS NOT NUMERIC
002570         MOVE "BAD-FEE" TO MM-DISPOSITION
002580         GO TO 2200-APPLY-ADD-EXIT
002590     END-IF
002600     IF TXN-BANK-ROUTING-NUM IS NOT NUMERIC
002610         MOVE "BAD-ROUTING" TO MM-DISPOSITION
002620         GO TO 2200-APPLY-ADD-EXIT
002630     END-IF
002640     IF TXN-BANK-ACCOUNT = SPACES
002650         MOVE "NO-ACCOUNT" TO MM-DISPOSITION
002660         GO TO 2200-APPLY-ADD-EXIT
002670     END-IF
002680     MOVE SPACES TO MERCH-RECORD
002690     MOVE TXN-MERCHANT-NUMBER TO MERCH-NUMBER
002700     MOVE TXN-MERCHANT-NAME TO MERCH-NAME
002710     MOVE TXN-STATUS TO MERCH-STATUS
002720     MOVE TXN-DISCOUNT-RATE TO MERCH-DISCOUNT-RATE
002730     MOVE TXN-PER-ITEM TO MERCH-PER-ITEM
002740     MOVE TXN-CHARGEBACK-FEE TO MERCH-CHARGEBACK-FEE
002750     MOVE TXN-BANK-ROUTING TO MERCH-BANK-ROUTING
002760     MOVE TXN-BANK-ACCOUNT TO MERCH-BANK-ACCOUNT
002770     WRITE MERCH-RECORD
002780         INVALID KEY
002790             MOVE "DUP-MASTER" TO MM-DISPOSITION
002800         NOT INVALID KEY
002810             MOVE "APPLIED" TO MM-DISPOSITION
002820     END-WRITE.
002830 2200-APPLY-ADD-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------
002870* 2300-APPLY-CHANGE -- A CHANGE REPLACES ONLY THE FIELDS THE
002880* TRANSACTION SUPPLIES; A SPACE FIELD LEAVES THE MASTER'S VALUE
002890* ALONE.  EVERY SUPPLIED FIELD IS EDITED BEFORE THE MASTER IS
002900* READ, SO A BAD FEE CANNOT LAND HALF OF A CHANGE.
002910*----------------------------------------------------------------
002920 2300-APPLY-CHANGE.
002930     IF TXN-STATUS NOT = SPACE
002940         AND TXN-STATUS NOT = "A" AND TXN-STATUS NOT = "S"
002950         AND TXN-STATUS NOT = "T"
002960         MOVE "BAD-STATUS" TO MM-DISPOSITION
002970         GO TO 2300-APPLY-CHANGE-EXIT
002980     END-IF
002990     IF (TXN-DISCOUNT-RATE-X NOT = SPACES
003000             AND TXN-DISCOUNT-RATE IS NOT NUMERIC)
003010         OR (TXN-PER-ITEM-X NOT = SPACES
003020             AND TXN-PER-ITEM IS NOT NUMERIC)
003030         OR (TXN-CHARGEBACK-FEE-X NOT = SPACES
003040             AND TXN-CHARGEBACK-FEE IS NOT NUMERIC)
003050         MOVE "BAD-FEE" TO MM-DISPOSITION
003060         GO TO 2300-APPLY-CHANGE-EXIT
003070     END-IF
003080     IF TXN-BANK-ROUTING NOT = SPACES
003090         AND TXN-BANK-ROUTING-NUM IS NOT NUMERIC
003100         MOVE "BAD-ROUTING" TO MM-DISPOSITION
003110         GO TO 2300-APPLY-CHANGE-EXIT
003120     END-IF
003130     MOVE TXN-MERCHANT-NUMBER TO MERCH-NUMBER
003140     READ MERCHMST
003150         INVALID KEY
003160             MOVE "NO-MASTER" TO MM-DISPOSITION
003170             GO TO 2300-APPLY-CHANGE-EXIT
003180     END-READ
003190     IF TXN-MERCHANT-NAME NOT = SPACES
003200         MOVE TXN-MERCHANT-NAME TO MERCH-NAME
003210     END-IF
003220     IF TXN-STATUS NOT = SPACE
003230         MOVE TXN-STATUS TO MERCH-STATUS
003240     END-IF
003250     IF TXN-DISCOUNT-RATE-X NOT = SPACES
003260         MOVE TXN-DISCOUNT-RATE TO MERCH-DISCOUNT-RATE
003270     END-IF
003280     IF TXN-PER-ITEM-X NOT = SPACES
003290         MOVE TXN-PER-ITEM TO MERCH-PER-ITEM
003300     END-IF
003310     IF TXN-CHARGEBACK-FEE-X NOT = SPACES
003320         MOVE TXN-CHARGEBACK-FEE TO MERCH-CHARGEBACK-FEE
003330     END-IF
003340     IF TXN-BANK-ROUTING NOT = SPACES
003350         MOVE TXN-BANK-ROUTING TO MERCH-BANK-ROUTING
003360     END-IF
003370     IF TXN-BANK-ACCOUNT NOT = SPACES
003380         MOVE TXN-BANK-ACCOUNT TO MERCH-BANK-ACCOUNT
003390     END-IF
003400     REWRITE MERCH-RECORD
003410         INVALID KEY
003420             MOVE "NO-MASTER" TO MM-DISPOSITION
003430         NOT INVALID KEY
003440             MOVE "APPLIED" TO MM-DISPOSITION
003450     END-REWRITE.
003460 2300-APPLY-CHANGE-EXIT.
003470     EXIT.
003480
003490 2400-APPLY-DELETE.
003500     MOVE TXN-MERCHANT-NUMBER TO MERCH-NUMBER
003510     DELETE MERCHMST
003520         INVALID KEY
003530             MOVE "NO-MASTER" TO MM-DISPOSITION
003540         NOT INVALID KEY
003550             MOVE "APPLIED" TO MM-DISPOSITION
003560     END-DELETE.
003570 2400-APPLY-DELETE-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------
003610* 2500-WRITE-AUDIT -- THE AUDIT LINE CARRIES THE STATUS AND FEES
003620* AS THE TRANSACTION SUPPLIED THEM, SO EVERY PRICE CHANGE EVER
003630* ASKED FOR -- APPLIED OR NOT -- CAN BE TRACED BACK.
003640*----------------------------------------------------------------
003650 2500-WRITE-AUDIT.
003660     MOVE SPACES TO MERCHAUD-RECORD
003670     MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
003680     MOVE TXN-ACTION TO MA-ACTION
003690     MOVE TXN-MERCHANT-NUMBER TO MA-MERCHANT-NUMBER
003700     MOVE TXN-STATUS TO MA-STATUS
003710     MOVE TXN-DISCOUNT-RATE-X TO MA-DISCOUNT-RATE
003720     MOVE TXN-PER-ITEM-X TO MA-PER-ITEM
003730     MOVE TXN-CHARGEBACK-FEE-X TO MA-CHARGEBACK-FEE
003740     MOVE MM-DISPOSITION TO MA-DISPOSITION
003750     WRITE MERCHAUD-RECORD.
003760 2500-WRITE-AUDIT-EXIT.
003770     EXIT.
003780
003790 2600-WRITE-REJECT.
003800     MOVE SPACES TO MM-REJECT-LINE
003810     MOVE "ACTION " TO MR-ACTION-LABEL
003820     MOVE TXN-ACTION TO MR-ACTION
003830     MOVE "MERCHANT " TO MR-MERCHANT-LABEL
003840     MOVE TXN-MERCHANT-NUMBER TO MR-MERCHANT-NUMBER
003850     MOVE "REASON " TO MR-REASON-LABEL
003860     MOVE MM-DISPOSITION TO MR-REASON
003870     MOVE MM-REJECT-LINE TO MERCHRJT-RECORD
003880     WRITE MERCHRJT-RECORD.
003890 2600-WRITE-REJECT-EXIT.
003900     EXIT.
003910
003920 3000-TERMINATE.
003930     CLOSE MERCHTXN
003940     CLOSE MERCHMST
003950     CLOSE MERCHAUD
003960     CLOSE MERCHRJT
003970     DISPLAY "MERCHMNT: TRANSACTIONS READ    " MM-READ-COUNT
003980     DISPLAY "MERCHMNT: TRANSACTIONS APPLIED " MM-APPLIED-COUNT
003990     DISPLAY "MERCHMNT: TRANSACTIONS REJECTED" MM-REJECT-COUNT.
004000 3000-TERMINATE-EXIT.
004010     EXIT.
004020
004030 9999-EXIT.
004040     STOP RUN.
