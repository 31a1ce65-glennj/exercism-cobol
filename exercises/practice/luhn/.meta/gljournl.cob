000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLJOURNL.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL GENERAL LEDGER INTERFACE, RUN AFTER
000120*                  MERCHFND, SO FINANCE NO LONGER REKEYS THE
000130*                  CNTLRPT NETWORK TOTALS AND MERCHSTM FEE LINES
000140*                  EACH MORNING.  DEBITS EACH NETWORK'S
000150*                  RECEIVABLE WITH THE NET AMOUNT ON ITS NETOUT
000160*                  TRAILER; FOR EACH MERCHANT ON FUNDOUT CREDITS
000170*                  MERCHANT PAYABLE, FEE INCOME, AND CHARGEBACK
000180*                  RECEIVABLE, BOOKS THE RESERVE WITHHELD AND
000190*                  RELEASED, AND BOOKS THE CHANGE IN THE
000200*                  CARRY-FORWARD BALANCE; AND FOR EACH FOREIGN
000210*                  CURRENCY ON CURRSUM RECLASSES ITS CONVERTED
000220*                  VALUE, NET OF REVERSALS, TO THE FOREIGN
000225*                  CURRENCY RECEIVABLE WITH THE NET ORIGINAL
000230*                  AMOUNT ALONGSIDE.  ACCOUNT CODES
000240*                  DEFAULT IN THE PROGRAM AND MAY BE OVERRIDDEN
000250*                  BY ROLE ON THE GLACCT CONTROL FILE.  WRITES
000260*                  THE GLJRNL JOURNAL (GLJREC) AND THE GLPROOF
000270*                  PROOF REPORT.  A JOURNAL WHOSE DEBITS AND
000280*                  CREDITS DO NOT AGREE, OR WHOSE INPUTS DID NOT
000290*                  PROVE OUT, ENDS WITH RETURN-CODE 8 SO THE
000300*                  SCHEDULER HOLDS IT BACK FROM THE LEDGER.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 REPOSITORY.
000350     FUNCTION ALL INTRINSIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GLACCT ASSIGN TO "GLACCT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS GJ-GLACCT-STATUS.
000410
000420     SELECT NETOUT1 ASSIGN TO "NETOUT1"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS GJ-NETOUT1-STATUS.
000450
000460     SELECT NETOUT2 ASSIGN TO "NETOUT2"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS GJ-NETOUT2-STATUS.
000490
000500     SELECT NETOUT3 ASSIGN TO "NETOUT3"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GJ-NETOUT3-STATUS.
000530
000540     SELECT NETOUT4 ASSIGN TO "NETOUT4"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GJ-NETOUT4-STATUS.
000570
000580     SELECT FUNDOUT ASSIGN TO "FUNDOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GJ-FUNDOUT-STATUS.
000610
000620     SELECT CURRSUM ASSIGN TO "CURRSUM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GJ-CURRSUM-STATUS.
000650
000660     SELECT GLJRNL ASSIGN TO "GLJRNL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS GJ-GLJRNL-STATUS.
000690
000700     SELECT GLPROOF ASSIGN TO "GLPROOF"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS GJ-GLPROOF-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*    GLACCT: ONE CARD PER ACCOUNT TO OVERRIDE -- THE ROLE NAME
000770*    (AS IN GJ-ACCOUNT-VALUES BELOW) IN COLUMNS 1-8 AND THE
000780*    LEDGER ACCOUNT CODE IN COLUMNS 9-18.
000790 FD  GLACCT
000800     RECORDING MODE IS F.
000810 01  GLACCT-RECORD.
000820     05 GA-ROLE                   PIC X(08).
000830     05 GA-ACCOUNT-CODE           PIC X(10).
000840
000850 FD  NETOUT1
000860     RECORDING MODE IS F.
000870 01  NETOUT1-RECORD               PIC X(93).
000880
000890 FD  NETOUT2
000900     RECORDING MODE IS F.
000910 01  NETOUT2-RECORD               PIC X(93).
000920
000930 FD  NETOUT3
000940     RECORDING MODE IS F.
000950 01  NETOUT3-RECORD               PIC X(93).
000960
000970 FD  NETOUT4
000980     RECORDING MODE IS F.
000990 01  NETOUT4-RECORD               PIC X(93).
001000
001010 FD  FUNDOUT
001020     RECORDING MODE IS F.
001030     COPY FUNDREC.
001040
001050 FD  CURRSUM
001060     RECORDING MODE IS F.
001070     COPY CSUMREC.
001080
001090 FD  GLJRNL
001100     RECORDING MODE IS F.
001110     COPY GLJREC.
001120
001130 FD  GLPROOF
001140     RECORDING MODE IS F.
001150 01  GLPROOF-RECORD               PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180 77  GJ-GLACCT-STATUS             PIC X(02) VALUE SPACES.
001190 77  GJ-NETOUT1-STATUS            PIC X(02) VALUE SPACES.
001200 77  GJ-NETOUT2-STATUS            PIC X(02) VALUE SPACES.
001210 77  GJ-NETOUT3-STATUS            PIC X(02) VALUE SPACES.
001220 77  GJ-NETOUT4-STATUS            PIC X(02) VALUE SPACES.
001230 77  GJ-FUNDOUT-STATUS            PIC X(02) VALUE SPACES.
001240 77  GJ-CURRSUM-STATUS            PIC X(02) VALUE SPACES.
001250 77  GJ-GLJRNL-STATUS             PIC X(02) VALUE SPACES.
001260 77  GJ-GLPROOF-STATUS            PIC X(02) VALUE SPACES.
001270 77  GJ-EOF-SWITCH                PIC X(01) VALUE "N".
001280     88 GJ-END-OF-INPUT                   VALUE "Y".
001290
001300 77  GJ-NET-NUMBER                PIC 9(01) VALUE ZERO.
001310 77  GJ-LINE-COUNT                PIC 9(06) COMP VALUE ZERO.
001320 77  GJ-MERCHANT-COUNT            PIC 9(07) COMP VALUE ZERO.
001330 77  GJ-CURRENCY-COUNT            PIC 9(03) COMP VALUE ZERO.
001340 77  GJ-ACCT-COUNT                PIC 9(02) COMP VALUE 11.
001350 77  GJ-ACCT-SCAN                 PIC 9(02) COMP VALUE ZERO.
001360 77  GJ-ACCT-INDEX                PIC 9(02) COMP VALUE ZERO.
001370 77  GJ-PROBLEM-MAX               PIC 9(02) COMP VALUE 20.
001380 77  GJ-PROBLEM-COUNT             PIC 9(03) COMP VALUE ZERO.
001390 77  GJ-PROBLEM-SCAN              PIC 9(02) COMP VALUE ZERO.
001400
001410 77  GJ-TOTAL-DEBITS              PIC S9(13)V99 COMP-3
001420                                  VALUE ZERO.
001430 77  GJ-TOTAL-CREDITS             PIC S9(13)V99 COMP-3
001440                                  VALUE ZERO.
001450 77  GJ-DIFFERENCE                PIC S9(13)V99 COMP-3
001460                                  VALUE ZERO.
001470 77  GJ-NETWORK-TOTAL             PIC S9(13)V99 COMP-3
001480                                  VALUE ZERO.
001490 77  GJ-FUNDED-ACTIVITY           PIC S9(13)V99 COMP-3
001500                                  VALUE ZERO.
001510 77  GJ-CONVERTED-TOTAL           PIC S9(13)V99 COMP-3
001520                                  VALUE ZERO.
001530 77  GJ-LEDGER-CHANGE             PIC S9(11)V99 COMP-3
001540                                  VALUE ZERO.
001550
001560 01  GJ-BATCH-DATE                PIC X(08) VALUE SPACES.
001570
001580*    THE LINE TO BE POSTED BY 5000-POST-LINE.  GJ-POST-SIDE IS
001590*    THE SIDE THE AMOUNT NATURALLY FALLS ON; A NEGATIVE AMOUNT
001600*    IS POSTED AS ITS ABSOLUTE VALUE ON THE OTHER SIDE.
001610 01  GJ-POST-AREA.
001620     05 GJ-POST-ROLE              PIC X(08).
001630     05 GJ-POST-SIDE              PIC X(01).
001640     05 GJ-POST-AMOUNT            PIC S9(11)V99 COMP-3.
001650     05 GJ-POST-SOURCE            PIC X(08).
001660     05 GJ-POST-REFERENCE         PIC X(08).
001670     05 GJ-POST-CURRENCY          PIC X(03).
001680     05 GJ-POST-ORIG-AMOUNT       PIC S9(11)V99 COMP-3.
001690
001700*    PER-NETWORK NETOUT TOTALS: HEADERS AND TRAILERS SEEN AND
001710*    THE SUM OF THE TRAILER NET AMOUNTS.
001720 01  GJ-NET-TABLE.
001730     05 GJ-NET-ENTRY              OCCURS 4 TIMES.
001740        10 GJ-NET-HEADERS         PIC 9(03) COMP.
001750        10 GJ-NET-TRAILERS        PIC 9(03) COMP.
001760        10 GJ-NET-AMOUNT          PIC S9(13)V99 COMP-3.
001770
001780*    LEDGER ROLES AND THEIR DEFAULT ACCOUNT CODES.  GLACCT MAY
001790*    REPLACE ANY CODE; THE ROLE NAMES AND DESCRIPTIONS ARE FIXED.
001800 01  GJ-ACCOUNT-VALUES.
001810     05 FILLER                    PIC X(40) VALUE
001820        "NETRCV1 1210-01   NETWORK RECEIVABLE 1  ".
001830     05 FILLER                    PIC X(40) VALUE
001840        "NETRCV2 1210-02   NETWORK RECEIVABLE 2  ".
001850     05 FILLER                    PIC X(40) VALUE
001860        "NETRCV3 1210-03   NETWORK RECEIVABLE 3  ".
001870     05 FILLER                    PIC X(40) VALUE
001880        "NETRCV4 1210-04   NETWORK RECEIVABLE 4  ".
001890     05 FILLER                    PIC X(40) VALUE
001900        "MERCHPAY2110-00   MERCHANT PAYABLE      ".
001910     05 FILLER                    PIC X(40) VALUE
001920        "FEEINC  4100-00   FEE INCOME            ".
001930     05 FILLER                    PIC X(40) VALUE
001940        "CHGBRCV 1250-00   CHARGEBACK RECEIVABLE ".
001950     05 FILLER                    PIC X(40) VALUE
001960        "RSRVLIAB2150-00   MERCHANT RESERVE      ".
001970     05 FILLER                    PIC X(40) VALUE
001980        "MERCHRCV1260-00   MERCHANT CARRY-FORWARD".
001990     05 FILLER                    PIC X(40) VALUE
002000        "FXRCV   1220-00   FOREIGN CCY RECEIVABLE".
002010     05 FILLER                    PIC X(40) VALUE
002020        "FXCLR   1290-00   FX CONVERSION CLEARING".
002030 01  GJ-ACCOUNT-TABLE REDEFINES GJ-ACCOUNT-VALUES.
002040     05 GJ-ACCT-ENTRY             OCCURS 11 TIMES.
002050        10 GJ-ACCT-ROLE           PIC X(08).
002060        10 GJ-ACCT-CODE           PIC X(10).
002070        10 GJ-ACCT-DESC           PIC X(22).
002080
002090 01  GJ-ACCOUNT-TOTALS.
002100     05 GJ-ACCT-TOTAL             OCCURS 11 TIMES.
002110        10 GJ-ACCT-DEBITS         PIC S9(13)V99 COMP-3.
002120        10 GJ-ACCT-CREDITS        PIC S9(13)V99 COMP-3.
002130
002140*    INPUT PROBLEMS FOUND ON THE WAY, PRINTED ON THE PROOF.
002150 01  GJ-PROBLEM-TABLE.
002160     05 GJ-PROBLEM-TEXT           PIC X(60) OCCURS 20 TIMES.
002170
002180 01  GJ-PROBLEM-LINE.
002190     05 GP-SOURCE                 PIC X(08).
002200     05 FILLER                    PIC X(01) VALUE SPACE.
002210     05 GP-TEXT                   PIC X(51).
002220
002230     COPY NETREC.
002240
002250 01  GJ-TITLE-LINE.
002260     05 FILLER                    PIC X(36) VALUE
002270        "GENERAL LEDGER JOURNAL PROOF".
002280     05 FILLER                    PIC X(11) VALUE "BATCH DATE ".
002290     05 GT-BATCH-DATE             PIC X(08).
002300     05 FILLER                    PIC X(25) VALUE SPACES.
002310
002320 01  GJ-HEADER-LINE.
002330     05 FILLER                    PIC X(40) VALUE
002340        "ACCOUNT    DESCRIPTION                  ".
002350     05 FILLER                    PIC X(40) VALUE
002360        "          DEBITS               CREDITS".
002370
002380 01  GJ-ACCOUNT-LINE.
002390     05 GA-CODE                   PIC X(10).
002400     05 FILLER                    PIC X(01).
002410     05 GA-DESC                   PIC X(22).
002420     05 FILLER                    PIC X(01).
002430     05 GA-DEBITS                 PIC -,---,---,---,--9.99.
002440     05 FILLER                    PIC X(02).
002450     05 GA-CREDITS                PIC -,---,---,---,--9.99.
002460     05 FILLER                    PIC X(04).
002470
002480 01  GJ-AMOUNT-LINE.
002490     05 GM-LABEL                  PIC X(40).
002500     05 GM-AMOUNT                 PIC -,---,---,---,--9.99.
002510     05 FILLER                    PIC X(20).
002520
002530 01  GJ-COUNT-LINE.
002540     05 GC-LABEL                  PIC X(40).
002550     05 GC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002560     05 FILLER                    PIC X(29).
002570
002580 01  GJ-VERDICT-LINE.
002590     05 FILLER                    PIC X(04) VALUE "*** ".
002600     05 GV-TEXT                   PIC X(46).
002610     05 GV-AMOUNT                 PIC -,---,---,---,--9.99.
002620     05 FILLER                    PIC X(10) VALUE SPACES.
002630
002640 PROCEDURE DIVISION.
002650*----------------------------------------------------------------
002660* 0000-MAINLINE -- DRIVE THE GENERAL LEDGER JOURNAL BUILD.
002670*----------------------------------------------------------------
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002700     PERFORM 2010-LOAD-NETOUT1 THRU 2010-LOAD-NETOUT1-EXIT
002710     PERFORM 2020-LOAD-NETOUT2 THRU 2020-LOAD-NETOUT2-EXIT
002720     PERFORM 2030-LOAD-NETOUT3 THRU 2030-LOAD-NETOUT3-EXIT
002730     PERFORM 2040-LOAD-NETOUT4 THRU 2040-LOAD-NETOUT4-EXIT
002740     PERFORM 2900-OPEN-JOURNAL THRU 2900-OPEN-JOURNAL-EXIT
002750     PERFORM 3000-BOOK-NETWORK THRU 3000-BOOK-NETWORK-EXIT
002760         VARYING GJ-NET-NUMBER FROM 1 BY 1
002770         UNTIL GJ-NET-NUMBER > 4
002780     PERFORM 4000-BOOK-FUNDOUT THRU 4000-BOOK-FUNDOUT-EXIT
002790     PERFORM 4500-BOOK-CURRSUM THRU 4500-BOOK-CURRSUM-EXIT
002800     PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT
002810     GO TO 9999-EXIT.
002820
002830*----------------------------------------------------------------
002840* 1000-INITIALIZE -- CLEAR THE ACCUMULATORS AND APPLY ANY
002850* ACCOUNT CODE OVERRIDES FROM GLACCT.  NO GLACCT MEANS EVERY
002860* ROLE POSTS TO ITS DEFAULT ACCOUNT.
002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890     PERFORM 1050-CLEAR-ACCOUNT THRU 1050-CLEAR-ACCOUNT-EXIT
002900         VARYING GJ-ACCT-SCAN FROM 1 BY 1
002910         UNTIL GJ-ACCT-SCAN > GJ-ACCT-COUNT
002920     PERFORM 1060-CLEAR-NETWORK THRU 1060-CLEAR-NETWORK-EXIT
002930         VARYING GJ-NET-NUMBER FROM 1 BY 1
002940         UNTIL GJ-NET-NUMBER > 4
002950     MOVE SPACES TO GJ-PROBLEM-TABLE
002960
002970     OPEN INPUT GLACCT
002980     IF GJ-GLACCT-STATUS = "35"
002990         DISPLAY "GLJOURNL: NO GLACCT, USING DEFAULT ACCOUNTS"
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF
003020     IF GJ-GLACCT-STATUS NOT = "00"
003030         DISPLAY "GLJOURNL: GLACCT OPEN FAILED, STATUS "
003040             GJ-GLACCT-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         GO TO 9999-EXIT
003070     END-IF
003080     MOVE "N" TO GJ-EOF-SWITCH
003090     PERFORM 1100-LOAD-GLACCT THRU 1100-LOAD-GLACCT-EXIT
003100         UNTIL GJ-END-OF-INPUT
003110     CLOSE GLACCT.
003120 1000-INITIALIZE-EXIT.
003130     EXIT.
003140
003150 1050-CLEAR-ACCOUNT.
003160     MOVE ZERO TO GJ-ACCT-DEBITS (GJ-ACCT-SCAN)
003170     MOVE ZERO TO GJ-ACCT-CREDITS (GJ-ACCT-SCAN).
003180 1050-CLEAR-ACCOUNT-EXIT.
003190     EXIT.
003200
003210 1060-CLEAR-NETWORK.
003220     MOVE ZERO TO GJ-NET-HEADERS (GJ-NET-NUMBER)
003230     MOVE ZERO TO GJ-NET-TRAILERS (GJ-NET-NUMBER)
003240     MOVE ZERO TO GJ-NET-AMOUNT (GJ-NET-NUMBER).
003250 1060-CLEAR-NETWORK-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------
003290* 1100-LOAD-GLACCT -- ONE OVERRIDE CARD.  AN UNKNOWN ROLE OR A
003300* BLANK ACCOUNT CODE IS REPORTED AND IGNORED, LEAVING THE
003310* DEFAULT IN PLACE.
003320*----------------------------------------------------------------
003330 1100-LOAD-GLACCT.
003340     READ GLACCT
003350         AT END
003360             SET GJ-END-OF-INPUT TO TRUE
003370             GO TO 1100-LOAD-GLACCT-EXIT
003380     END-READ
003390     MOVE GA-ROLE TO GJ-POST-ROLE
003400     PERFORM 5100-FIND-ACCOUNT THRU 5100-FIND-ACCOUNT-EXIT
003410     IF GJ-ACCT-INDEX = 0 OR GA-ACCOUNT-CODE = SPACES
003420         DISPLAY "GLJOURNL: GLACCT CARD '" GLACCT-RECORD
003430             "' NOT USABLE, IGNORED"
003440         GO TO 1100-LOAD-GLACCT-EXIT
003450     END-IF
003460     MOVE GA-ACCOUNT-CODE TO GJ-ACCT-CODE (GJ-ACCT-INDEX).
003470 1100-LOAD-GLACCT-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510* 2010/2020/2030/2040-LOAD-NETOUTN -- READ ONE NETWORK FILE,
003520* ROUTING EVERY RECORD THROUGH 2500-CLASSIFY-NET, THEN PROVE
003530* ITS FRAME WITH 2600-CHECK-FRAME.  A MISSING NETOUT FILE IS A
003540* HARD STOP -- CARDBATCH WRITES ALL FOUR EVERY NIGHT.
003550*----------------------------------------------------------------
003560 2010-LOAD-NETOUT1.
003570     MOVE 1 TO GJ-NET-NUMBER
003580     MOVE "N" TO GJ-EOF-SWITCH
003590     OPEN INPUT NETOUT1
003600     IF GJ-NETOUT1-STATUS NOT = "00"
003610         DISPLAY "GLJOURNL: NETOUT1 OPEN FAILED, STATUS "
003620             GJ-NETOUT1-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 9999-EXIT
003650     END-IF
003660     PERFORM 2015-READ-NETOUT1 THRU 2015-READ-NETOUT1-EXIT
003670         UNTIL GJ-END-OF-INPUT
003680     CLOSE NETOUT1
003690     PERFORM 2600-CHECK-FRAME THRU 2600-CHECK-FRAME-EXIT.
003700 2010-LOAD-NETOUT1-EXIT.
003710     EXIT.
003720
003730 2015-READ-NETOUT1.
003740     READ NETOUT1
003750         AT END
003760             SET GJ-END-OF-INPUT TO TRUE
003770         NOT AT END
003780             MOVE NETOUT1-RECORD TO NET-HEADER-RECORD
003790             PERFORM 2500-CLASSIFY-NET
003800                 THRU 2500-CLASSIFY-NET-EXIT
003810     END-READ.
003820 2015-READ-NETOUT1-EXIT.
003830     EXIT.
003840
003850 2020-LOAD-NETOUT2.
003860     MOVE 2 TO GJ-NET-NUMBER
003870     MOVE "N" TO GJ-EOF-SWITCH
003880     OPEN INPUT NETOUT2
003890     IF GJ-NETOUT2-STATUS NOT = "00"
003900         DISPLAY "GLJOURNL: NETOUT2 OPEN FAILED, STATUS "
003910             GJ-NETOUT2-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 9999-EXIT
003940     END-IF
003950     PERFORM 2025-READ-NETOUT2 THRU 2025-READ-NETOUT2-EXIT
003960         UNTIL GJ-END-OF-INPUT
003970     CLOSE NETOUT2
003980     PERFORM 2600-CHECK-FRAME THRU 2600-CHECK-FRAME-EXIT.
003990 2020-LOAD-NETOUT2-EXIT.
004000     EXIT.
004010
004020 2025-READ-NETOUT2.
004030     READ NETOUT2
004040         AT END
004050             SET GJ-END-OF-INPUT TO TRUE
004060         NOT AT END
004070             MOVE NETOUT2-RECORD TO NET-HEADER-RECORD
004080             PERFORM 2500-CLASSIFY-NET
004090                 THRU 2500-CLASSIFY-NET-EXIT
004100     END-READ.
004110 2025-READ-NETOUT2-EXIT.
004120     EXIT.
004130
004140 2030-LOAD-NETOUT3.
004150     MOVE 3 TO GJ-NET-NUMBER
004160     MOVE "N" TO GJ-EOF-SWITCH
004170     OPEN INPUT NETOUT3
004180     IF GJ-NETOUT3-STATUS NOT = "00"
004190         DISPLAY "GLJOURNL: NETOUT3 OPEN FAILED, STATUS "
004200             GJ-NETOUT3-STATUS
004210         MOVE 16 TO RETURN-CODE
004220         GO TO 9999-EXIT
004230     END-IF
004240     PERFORM 2035-READ-NETOUT3 THRU 2035-READ-NETOUT3-EXIT
004250         UNTIL GJ-END-OF-INPUT
004260     CLOSE NETOUT3
004270     PERFORM 2600-CHECK-FRAME THRU 2600-CHECK-FRAME-EXIT.
004280 2030-LOAD-NETOUT3-EXIT.
004290     EXIT.
004300
004310 2035-READ-NETOUT3.
004320     READ NETOUT3
004330         AT END
004340             SET GJ-END-OF-INPUT TO TRUE
004350         NOT AT END
004360             MOVE NETOUT3-RECORD TO NET-HEADER-RECORD
004370             PERFORM 2500-CLASSIFY-NET
004380                 THRU 2500-CLASSIFY-NET-EXIT
004390     END-READ.
004400 2035-READ-NETOUT3-EXIT.
004410     EXIT.
004420
004430 2040-LOAD-NETOUT4.
004440     MOVE 4 TO GJ-NET-NUMBER
004450     MOVE "N" TO GJ-EOF-SWITCH
004460     OPEN INPUT NETOUT4
004470     IF GJ-NETOUT4-STATUS NOT = "00"
004480         DISPLAY "GLJOURNL: NETOUT4 OPEN FAILED, STATUS "
004490             GJ-NETOUT4-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         GO TO 9999-EXIT
004520     END-IF
004530     PERFORM 2045-READ-NETOUT4 THRU 2045-READ-NETOUT4-EXIT
004540         UNTIL GJ-END-OF-INPUT
004550     CLOSE NETOUT4
004560     PERFORM 2600-CHECK-FRAME THRU 2600-CHECK-FRAME-EXIT.
004570 2040-LOAD-NETOUT4-EXIT.
004580     EXIT.
004590
004600 2045-READ-NETOUT4.
004610     READ NETOUT4
004620         AT END
004630             SET GJ-END-OF-INPUT TO TRUE
004640         NOT AT END
004650             MOVE NETOUT4-RECORD TO NET-HEADER-RECORD
004660             PERFORM 2500-CLASSIFY-NET
004670                 THRU 2500-CLASSIFY-NET-EXIT
004680     END-READ.
004690 2045-READ-NETOUT4-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 2500-CLASSIFY-NET -- ONLY THE CONTROL RECORDS MATTER HERE.  THE
004740* FIRST HEADER READ FIXES THE JOURNAL'S BATCH DATE; A HEADER
004750* FOR ANY OTHER DATE MEANS THE FILES ARE NOT ALL FROM ONE NIGHT.
004760* EACH TRAILER'S NET AMOUNT IS ADDED TO ITS NETWORK'S TOTAL.
004770*----------------------------------------------------------------
004780 2500-CLASSIFY-NET.
004790     IF NET-HDR-ID = "NETHDR"
004800         ADD 1 TO GJ-NET-HEADERS (GJ-NET-NUMBER)
004810         IF GJ-BATCH-DATE = SPACES
004820             MOVE NET-HDR-BATCH-DATE TO GJ-BATCH-DATE
004830         END-IF
004840         IF NET-HDR-BATCH-DATE NOT = GJ-BATCH-DATE
004850             MOVE "HEADER FOR ANOTHER BATCH DATE" TO GP-TEXT
004860             PERFORM 2700-NOTE-NET-PROBLEM
004870                 THRU 2700-NOTE-NET-PROBLEM-EXIT
004880         END-IF
004890         GO TO 2500-CLASSIFY-NET-EXIT
004900     END-IF
004910     IF NET-TRL-ID NOT = "TRAILER"
004920         GO TO 2500-CLASSIFY-NET-EXIT
004930     END-IF
004940     ADD 1 TO GJ-NET-TRAILERS (GJ-NET-NUMBER)
004950     IF NET-TRL-NET-AMOUNT IS NOT NUMERIC
004960         MOVE "TRAILER NET AMOUNT NOT NUMERIC" TO GP-TEXT
004970         PERFORM 2700-NOTE-NET-PROBLEM
004980             THRU 2700-NOTE-NET-PROBLEM-EXIT
004990         GO TO 2500-CLASSIFY-NET-EXIT
005000     END-IF
005010     ADD NET-TRL-NET-AMOUNT TO GJ-NET-AMOUNT (GJ-NET-NUMBER).
005020 2500-CLASSIFY-NET-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* 2600-CHECK-FRAME -- A NETOUT FILE WITH NO TRAILER WAS NOT
005070* WRITTEN TO THE END (AN ABENDED OR UNFINISHED CARDBATCH), SO
005080* ITS AMOUNT CANNOT BE BOOKED.
005090*----------------------------------------------------------------
005100 2600-CHECK-FRAME.
005110     IF GJ-NET-HEADERS (GJ-NET-NUMBER) = 0
005120         MOVE "NO HEADER RECORD" TO GP-TEXT
005130         PERFORM 2700-NOTE-NET-PROBLEM
005140             THRU 2700-NOTE-NET-PROBLEM-EXIT
005150     END-IF
005160     IF GJ-NET-TRAILERS (GJ-NET-NUMBER) = 0
005170         MOVE "NO TRAILER RECORD -- FILE INCOMPLETE" TO GP-TEXT
005180         PERFORM 2700-NOTE-NET-PROBLEM
005190             THRU 2700-NOTE-NET-PROBLEM-EXIT
005200     END-IF.
005210 2600-CHECK-FRAME-EXIT.
005220     EXIT.
005230
005240 2700-NOTE-NET-PROBLEM.
005250     MOVE "NETOUT" TO GP-SOURCE
005260     MOVE GJ-NET-NUMBER TO GP-SOURCE (7:1)
005270     PERFORM 5200-NOTE-PROBLEM THRU 5200-NOTE-PROBLEM-EXIT.
005280 2700-NOTE-NET-PROBLEM-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* 2900-OPEN-JOURNAL -- OPEN THE JOURNAL AND WRITE ITS HEADER
005330* WITH THE BATCH DATE FROM THE NETOUT HEADERS (TODAY'S DATE IF
005340* NO NETOUT FILE HAD ONE, WHICH 2600 HAS ALREADY FLAGGED).
005350*----------------------------------------------------------------
005360 2900-OPEN-JOURNAL.
005370     IF GJ-BATCH-DATE = SPACES
005380         MOVE CURRENT-DATE (1:8) TO GJ-BATCH-DATE
005390     END-IF
005400     OPEN OUTPUT GLJRNL
005410     IF GJ-GLJRNL-STATUS NOT = "00"
005420         DISPLAY "GLJOURNL: GLJRNL OPEN FAILED, STATUS "
005430             GJ-GLJRNL-STATUS
005440         MOVE 16 TO RETURN-CODE
005450         GO TO 9999-EXIT
005460     END-IF
005470     MOVE SPACES TO GL-JOURNAL-HEADER
005480     MOVE "H" TO GLH-RECORD-TYPE
005490     MOVE GJ-BATCH-DATE TO GLH-BATCH-DATE
005500     MOVE "SETTLMNT" TO GLH-SOURCE-SYSTEM
005510     WRITE GL-JOURNAL-HEADER.
005520 2900-OPEN-JOURNAL-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 3000-BOOK-NETWORK -- DEBIT ONE NETWORK'S RECEIVABLE WITH THE
005570* NET AMOUNT ITS TRAILER(S) SETTLED.
005580*----------------------------------------------------------------
005590 3000-BOOK-NETWORK.
005600     MOVE SPACES TO GJ-POST-AREA
005610     MOVE "NETRCV" TO GJ-POST-ROLE
005620     MOVE GJ-NET-NUMBER TO GJ-POST-ROLE (7:1)
005630     MOVE "D" TO GJ-POST-SIDE
005640     MOVE GJ-NET-AMOUNT (GJ-NET-NUMBER) TO GJ-POST-AMOUNT
005650     MOVE "NETOUT" TO GJ-POST-SOURCE
005660     MOVE GJ-NET-NUMBER TO GJ-POST-SOURCE (7:1)
005670     MOVE GJ-POST-SOURCE TO GJ-POST-REFERENCE
005680     MOVE ZERO TO GJ-POST-ORIG-AMOUNT
005690     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
005700     ADD GJ-NET-AMOUNT (GJ-NET-NUMBER) TO GJ-NETWORK-TOTAL.
005710 3000-BOOK-NETWORK-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 4000-BOOK-FUNDOUT -- BOOK EVERY MERCHANT MERCHFND FUNDED.  A
005760* MISSING FUNDOUT IS A HARD STOP.
005770*----------------------------------------------------------------
005780 4000-BOOK-FUNDOUT.
005790     OPEN INPUT FUNDOUT
005800     IF GJ-FUNDOUT-STATUS NOT = "00"
005810         DISPLAY "GLJOURNL: FUNDOUT OPEN FAILED, STATUS "
005820             GJ-FUNDOUT-STATUS
005830         MOVE 16 TO RETURN-CODE
005840         GO TO 9999-EXIT
005850     END-IF
005860     MOVE "N" TO GJ-EOF-SWITCH
005870     PERFORM 4100-BOOK-ONE-MERCHANT
005880         THRU 4100-BOOK-ONE-MERCHANT-EXIT
005890         UNTIL GJ-END-OF-INPUT
005900     CLOSE FUNDOUT.
005910 4000-BOOK-FUNDOUT-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950* 4100-BOOK-ONE-MERCHANT -- ONE FUNDOUT RECORD.  THE MERCHANT'S
005960* NET SETTLED AMOUNT (ALREADY DEBITED TO THE NETWORKS) IS
005970* CREDITED OUT AS: THE AMOUNT PAYABLE TO MERCHANT PAYABLE, THE
005980* FEES TO FEE INCOME, THE CHARGEBACK DEBITS RECOVERED TO
005990* CHARGEBACK RECEIVABLE, AND THE RESERVE WITHHELD TO MERCHANT
006000* RESERVE, LESS THE RESERVE RELEASED (A DEBIT TO MERCHANT
006010* RESERVE).  WHATEVER WAS NOT COVERED MOVED THE CARRY-FORWARD
006020* BALANCE: A DEEPER NEGATIVE BALANCE IS A DEBIT TO MERCHANT
006030* CARRY-FORWARD, A RECOVERED ONE A CREDIT.  A RECORD WHOSE
006040* AMOUNTS ARE NOT NUMERIC IS NOT BOOKED AND IS FLAGGED.
006050*----------------------------------------------------------------
006060 4100-BOOK-ONE-MERCHANT.
006070     READ FUNDOUT
006080         AT END
006090             SET GJ-END-OF-INPUT TO TRUE
006100             GO TO 4100-BOOK-ONE-MERCHANT-EXIT
006110     END-READ
006120     IF FO-NET-FUNDED IS NOT NUMERIC
006130         OR FO-TOTAL-FEES IS NOT NUMERIC
006140         OR FO-CHARGEBACKS IS NOT NUMERIC
006150         OR FO-OPENING-BALANCE IS NOT NUMERIC
006160         OR FO-RESERVE-RELEASED IS NOT NUMERIC
006170         OR FO-RESERVE-HELD IS NOT NUMERIC
006180         OR FO-CLOSING-BALANCE IS NOT NUMERIC
006190         MOVE "FUNDOUT" TO GP-SOURCE
006200         MOVE SPACES TO GP-TEXT
006210         MOVE "UNREADABLE RECORD FOR MERCHANT" TO GP-TEXT
006220         MOVE FO-MERCHANT-NUMBER TO GP-TEXT (32:8)
006230         PERFORM 5200-NOTE-PROBLEM THRU 5200-NOTE-PROBLEM-EXIT
006240         GO TO 4100-BOOK-ONE-MERCHANT-EXIT
006250     END-IF
006260     ADD 1 TO GJ-MERCHANT-COUNT
006270     COMPUTE GJ-LEDGER-CHANGE =
006280         FO-CLOSING-BALANCE - FO-OPENING-BALANCE
006290     COMPUTE GJ-FUNDED-ACTIVITY = GJ-FUNDED-ACTIVITY
006300         + FO-NET-FUNDED + FO-TOTAL-FEES + FO-CHARGEBACKS
006310         + FO-RESERVE-HELD - FO-RESERVE-RELEASED
006320         + GJ-LEDGER-CHANGE
006330
006340     MOVE SPACES TO GJ-POST-AREA
006350     MOVE "FUNDOUT" TO GJ-POST-SOURCE
006360     MOVE FO-MERCHANT-NUMBER TO GJ-POST-REFERENCE
006370     MOVE ZERO TO GJ-POST-ORIG-AMOUNT
006380
006390     MOVE "MERCHPAY" TO GJ-POST-ROLE
006400     MOVE "C" TO GJ-POST-SIDE
006410     MOVE FO-NET-FUNDED TO GJ-POST-AMOUNT
006420     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
006430
006440     MOVE "FEEINC" TO GJ-POST-ROLE
006450     MOVE "C" TO GJ-POST-SIDE
006460     MOVE FO-TOTAL-FEES TO GJ-POST-AMOUNT
006470     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
006480
006490     MOVE "CHGBRCV" TO GJ-POST-ROLE
006500     MOVE "C" TO GJ-POST-SIDE
006510     MOVE FO-CHARGEBACKS TO GJ-POST-AMOUNT
006520     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
006530
006540     MOVE "RSRVLIAB" TO GJ-POST-ROLE
006550     MOVE "C" TO GJ-POST-SIDE
006560     MOVE FO-RESERVE-HELD TO GJ-POST-AMOUNT
006570     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
006580
006590     MOVE "RSRVLIAB" TO GJ-POST-ROLE
006600     MOVE "D" TO GJ-POST-SIDE
006610     MOVE FO-RESERVE-RELEASED TO GJ-POST-AMOUNT
006620     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
006630
006640     MOVE "MERCHRCV" TO GJ-POST-ROLE
006650     MOVE "C" TO GJ-POST-SIDE
006660     MOVE GJ-LEDGER-CHANGE TO GJ-POST-AMOUNT
006670     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT.
006680 4100-BOOK-ONE-MERCHANT-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------
006720* 4500-BOOK-CURRSUM -- FOR EACH FOREIGN CURRENCY CARDBATCH
006730* CONVERTED, MOVE THE CONVERTED VALUE INTO THE FOREIGN CURRENCY
006740* RECEIVABLE (CARRYING THE CURRENCY AND ORIGINAL AMOUNT SO THE
006750* POSITION CAN BE REVALUED) OUT OF FX CONVERSION CLEARING.  THE
006751* AMOUNTS BOOKED ARE THE NET ONES, SALES LESS REVERSALS; A
006752* NIGHT WHOSE REVERSALS OUTWEIGH ITS SALES BOOKS THE OTHER WAY.
006753* THE GROSS AMOUNTS ARE FOR CURRRPT ONLY.  A
006760* MISSING CURRSUM IS A HARD STOP; AN EMPTY ONE MEANS NO FOREIGN
006770* CURRENCY SETTLED.
006780*----------------------------------------------------------------
006790 4500-BOOK-CURRSUM.
006800     OPEN INPUT CURRSUM
006810     IF GJ-CURRSUM-STATUS NOT = "00"
006820         DISPLAY "GLJOURNL: CURRSUM OPEN FAILED, STATUS "
006830             GJ-CURRSUM-STATUS
006840         MOVE 16 TO RETURN-CODE
006850         GO TO 9999-EXIT
006860     END-IF
006870     MOVE "N" TO GJ-EOF-SWITCH
006880     PERFORM 4600-BOOK-ONE-CURRENCY
006890         THRU 4600-BOOK-ONE-CURRENCY-EXIT
006900         UNTIL GJ-END-OF-INPUT
006910     CLOSE CURRSUM.
006920 4500-BOOK-CURRSUM-EXIT.
006930     EXIT.
006940
006950 4600-BOOK-ONE-CURRENCY.
006960     READ CURRSUM
006970         AT END
006980             SET GJ-END-OF-INPUT TO TRUE
006990             GO TO 4600-BOOK-ONE-CURRENCY-EXIT
007000     END-READ
007010     IF CSUM-ORIG-AMOUNT IS NOT NUMERIC
007020         OR CSUM-CONV-AMOUNT IS NOT NUMERIC
007021         OR CSUM-NET-ORIG-AMOUNT IS NOT NUMERIC
007022         OR CSUM-NET-CONV-AMOUNT IS NOT NUMERIC
007030         MOVE "CURRSUM" TO GP-SOURCE
007040         MOVE SPACES TO GP-TEXT
007050         MOVE "UNREADABLE RECORD FOR CURRENCY" TO GP-TEXT
007060         MOVE CSUM-CURRENCY-CODE TO GP-TEXT (32:3)
007070         PERFORM 5200-NOTE-PROBLEM THRU 5200-NOTE-PROBLEM-EXIT
007080         GO TO 4600-BOOK-ONE-CURRENCY-EXIT
007090     END-IF
007100     ADD 1 TO GJ-CURRENCY-COUNT
007110     ADD CSUM-NET-CONV-AMOUNT TO GJ-CONVERTED-TOTAL
007120
007130     MOVE SPACES TO GJ-POST-AREA
007140     MOVE "CURRSUM" TO GJ-POST-SOURCE
007150     MOVE CSUM-CURRENCY-CODE TO GJ-POST-REFERENCE
007160     MOVE CSUM-CURRENCY-CODE TO GJ-POST-CURRENCY
007170     MOVE CSUM-NET-ORIG-AMOUNT TO GJ-POST-ORIG-AMOUNT
007180     MOVE CSUM-NET-CONV-AMOUNT TO GJ-POST-AMOUNT
007190
007200     MOVE "FXRCV" TO GJ-POST-ROLE
007210     MOVE "D" TO GJ-POST-SIDE
007220     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT
007230
007240     MOVE "FXCLR" TO GJ-POST-ROLE
007250     MOVE "C" TO GJ-POST-SIDE
007260     PERFORM 5000-POST-LINE THRU 5000-POST-LINE-EXIT.
007270 4600-BOOK-ONE-CURRENCY-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310* 5000-POST-LINE -- WRITE ONE JOURNAL DETAIL FROM GJ-POST-AREA
007320* AND ADD IT TO ITS ACCOUNT'S AND THE JOURNAL'S TOTALS.  A ZERO
007330* AMOUNT WRITES NOTHING.  A NEGATIVE AMOUNT GOES ON THE OTHER
007340* SIDE AS A POSITIVE ONE, SO EVERY JOURNAL AMOUNT IS POSITIVE.
007350*----------------------------------------------------------------
007360 5000-POST-LINE.
007370     IF GJ-POST-AMOUNT = ZERO
007380         GO TO 5000-POST-LINE-EXIT
007390     END-IF
007400     PERFORM 5100-FIND-ACCOUNT THRU 5100-FIND-ACCOUNT-EXIT
007410     IF GJ-ACCT-INDEX = 0
007420         DISPLAY "GLJOURNL: NO ACCOUNT FOR ROLE " GJ-POST-ROLE
007430         MOVE 16 TO RETURN-CODE
007440         GO TO 9999-EXIT
007450     END-IF
007460     MOVE SPACES TO GL-JOURNAL-RECORD
007470     MOVE "D" TO GLJ-RECORD-TYPE
007480     MOVE GJ-BATCH-DATE TO GLJ-BATCH-DATE
007490     MOVE GJ-ACCT-CODE (GJ-ACCT-INDEX) TO GLJ-ACCOUNT-CODE
007500     MOVE GJ-ACCT-DESC (GJ-ACCT-INDEX) TO GLJ-DESCRIPTION
007510     MOVE GJ-POST-SIDE TO GLJ-DEBIT-CREDIT
007520     IF GJ-POST-AMOUNT < ZERO
007530         IF GJ-POST-SIDE = "D"
007540             MOVE "C" TO GLJ-DEBIT-CREDIT
007550         ELSE
007560             MOVE "D" TO GLJ-DEBIT-CREDIT
007570         END-IF
007580         COMPUTE GLJ-AMOUNT = ZERO - GJ-POST-AMOUNT
007590         COMPUTE GLJ-ORIG-AMOUNT = ZERO - GJ-POST-ORIG-AMOUNT
007600     ELSE
007610         MOVE GJ-POST-AMOUNT TO GLJ-AMOUNT
007620         MOVE GJ-POST-ORIG-AMOUNT TO GLJ-ORIG-AMOUNT
007630     END-IF
007640     MOVE GJ-POST-SOURCE TO GLJ-SOURCE
007650     MOVE GJ-POST-REFERENCE TO GLJ-REFERENCE
007660     MOVE GJ-POST-CURRENCY TO GLJ-ORIG-CURRENCY
007670     ADD 1 TO GJ-LINE-COUNT
007680     MOVE GJ-LINE-COUNT TO GLJ-LINE-NUMBER
007690     WRITE GL-JOURNAL-RECORD
007700     IF GLJ-DEBIT
007710         ADD GLJ-AMOUNT TO GJ-TOTAL-DEBITS
007720         ADD GLJ-AMOUNT TO GJ-ACCT-DEBITS (GJ-ACCT-INDEX)
007730     ELSE
007740         ADD GLJ-AMOUNT TO GJ-TOTAL-CREDITS
007750         ADD GLJ-AMOUNT TO GJ-ACCT-CREDITS (GJ-ACCT-INDEX)
007760     END-IF.
007770 5000-POST-LINE-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810* 5100-FIND-ACCOUNT -- LOOK UP GJ-POST-ROLE IN THE ACCOUNT
007820* TABLE; GJ-ACCT-INDEX IS ZERO IF IT IS NOT THERE.
007830*----------------------------------------------------------------
007840 5100-FIND-ACCOUNT.
007850     MOVE ZERO TO GJ-ACCT-INDEX
007860     PERFORM 5110-SCAN-ACCOUNT THRU 5110-SCAN-ACCOUNT-EXIT
007870         VARYING GJ-ACCT-SCAN FROM 1 BY 1
007880         UNTIL GJ-ACCT-SCAN > GJ-ACCT-COUNT
007890            OR GJ-ACCT-INDEX > 0.
007900 5100-FIND-ACCOUNT-EXIT.
007910     EXIT.
007920
007930 5110-SCAN-ACCOUNT.
007940     IF GJ-ACCT-ROLE (GJ-ACCT-SCAN) = GJ-POST-ROLE
007950         MOVE GJ-ACCT-SCAN TO GJ-ACCT-INDEX
007960     END-IF.
007970 5110-SCAN-ACCOUNT-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010* 5200-NOTE-PROBLEM -- REMEMBER ONE INPUT PROBLEM (FROM
008020* GJ-PROBLEM-LINE) FOR THE PROOF REPORT.  EVERY PROBLEM IS
008030* COUNTED, AND ANY PROBLEM HOLDS THE JOURNAL, BUT ONLY THE
008040* FIRST GJ-PROBLEM-MAX ARE LISTED.
008050*----------------------------------------------------------------
008060 5200-NOTE-PROBLEM.
008070     ADD 1 TO GJ-PROBLEM-COUNT
008080     DISPLAY "GLJOURNL: " GP-SOURCE " " GP-TEXT
008090     IF GJ-PROBLEM-COUNT NOT > GJ-PROBLEM-MAX
008100         MOVE GJ-PROBLEM-LINE
008110             TO GJ-PROBLEM-TEXT (GJ-PROBLEM-COUNT)
008120     END-IF.
008130 5200-NOTE-PROBLEM-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------
008170* 6000-TERMINATE -- CLOSE THE JOURNAL WITH ITS TRAILER AND PRINT
008180* THE PROOF: DEBITS AND CREDITS BY ACCOUNT, THE SOURCE TOTALS
008190* THEY CAME FROM, ANY INPUT PROBLEMS, AND THE VERDICT.  A
008200* JOURNAL OUT OF BALANCE, OR BUILT FROM INPUTS THAT DID NOT
008210* PROVE OUT, ENDS WITH RETURN-CODE 8 AND IS NOT TO BE POSTED.
008220*----------------------------------------------------------------
008230 6000-TERMINATE.
008240     COMPUTE GJ-DIFFERENCE = GJ-TOTAL-DEBITS - GJ-TOTAL-CREDITS
008250     MOVE SPACES TO GL-JOURNAL-TRAILER
008260     MOVE "T" TO GLT-RECORD-TYPE
008270     MOVE GJ-BATCH-DATE TO GLT-BATCH-DATE
008280     MOVE GJ-LINE-COUNT TO GLT-LINE-COUNT
008290     MOVE GJ-TOTAL-DEBITS TO GLT-TOTAL-DEBITS
008300     MOVE GJ-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
008310     IF GJ-DIFFERENCE = ZERO
008320         MOVE "Y" TO GLT-BALANCED-FLAG
008330     ELSE
008340         MOVE "N" TO GLT-BALANCED-FLAG
008350     END-IF
008360     WRITE GL-JOURNAL-TRAILER
008370     CLOSE GLJRNL
008380
008390     OPEN OUTPUT GLPROOF
008400     IF GJ-GLPROOF-STATUS NOT = "00"
008410         DISPLAY "GLJOURNL: GLPROOF OPEN FAILED, STATUS "
008420             GJ-GLPROOF-STATUS
008430         MOVE 16 TO RETURN-CODE
008440         GO TO 9999-EXIT
008450     END-IF
008460     MOVE GJ-BATCH-DATE TO GT-BATCH-DATE
008470     MOVE GJ-TITLE-LINE TO GLPROOF-RECORD
008480     WRITE GLPROOF-RECORD
008490     MOVE SPACES TO GLPROOF-RECORD
008500     WRITE GLPROOF-RECORD
008510     MOVE GJ-HEADER-LINE TO GLPROOF-RECORD
008520     WRITE GLPROOF-RECORD
008530     PERFORM 6100-PRINT-ACCOUNT THRU 6100-PRINT-ACCOUNT-EXIT
008540         VARYING GJ-ACCT-SCAN FROM 1 BY 1
008550         UNTIL GJ-ACCT-SCAN > GJ-ACCT-COUNT
008560     MOVE SPACES TO GJ-ACCOUNT-LINE
008570     MOVE "TOTALS" TO GA-CODE
008580     MOVE GJ-TOTAL-DEBITS TO GA-DEBITS
008590     MOVE GJ-TOTAL-CREDITS TO GA-CREDITS
008600     MOVE GJ-ACCOUNT-LINE TO GLPROOF-RECORD
008610     WRITE GLPROOF-RECORD
008620     MOVE SPACES TO GLPROOF-RECORD
008630     WRITE GLPROOF-RECORD
008640
008650     MOVE SPACES TO GJ-AMOUNT-LINE
008660     MOVE "SETTLED TO NETWORKS (NETOUT TRAILERS)" TO GM-LABEL
008670     MOVE GJ-NETWORK-TOTAL TO GM-AMOUNT
008680     MOVE GJ-AMOUNT-LINE TO GLPROOF-RECORD
008690     WRITE GLPROOF-RECORD
008700     MOVE "MERCHANT ACTIVITY FUNDED (FUNDOUT)" TO GM-LABEL
008710     MOVE GJ-FUNDED-ACTIVITY TO GM-AMOUNT
008720     MOVE GJ-AMOUNT-LINE TO GLPROOF-RECORD
008730     WRITE GLPROOF-RECORD
008740     MOVE "NET FOREIGN CURRENCY CONVERTED (CURRSUM)"
008741         TO GM-LABEL
008750     MOVE GJ-CONVERTED-TOTAL TO GM-AMOUNT
008760     MOVE GJ-AMOUNT-LINE TO GLPROOF-RECORD
008770     WRITE GLPROOF-RECORD
008780     MOVE SPACES TO GJ-COUNT-LINE
008790     MOVE "MERCHANTS BOOKED" TO GC-LABEL
008800     MOVE GJ-MERCHANT-COUNT TO GC-COUNT
008810     MOVE GJ-COUNT-LINE TO GLPROOF-RECORD
008820     WRITE GLPROOF-RECORD
008830     MOVE "CURRENCIES BOOKED" TO GC-LABEL
008840     MOVE GJ-CURRENCY-COUNT TO GC-COUNT
008850     MOVE GJ-COUNT-LINE TO GLPROOF-RECORD
008860     WRITE GLPROOF-RECORD
008870     MOVE "JOURNAL LINES WRITTEN" TO GC-LABEL
008880     MOVE GJ-LINE-COUNT TO GC-COUNT
008890     MOVE GJ-COUNT-LINE TO GLPROOF-RECORD
008900     WRITE GLPROOF-RECORD
008910     MOVE "INPUT PROBLEMS" TO GC-LABEL
008920     MOVE GJ-PROBLEM-COUNT TO GC-COUNT
008930     MOVE GJ-COUNT-LINE TO GLPROOF-RECORD
008940     WRITE GLPROOF-RECORD
008950     PERFORM 6200-PRINT-PROBLEM THRU 6200-PRINT-PROBLEM-EXIT
008960         VARYING GJ-PROBLEM-SCAN FROM 1 BY 1
008970         UNTIL GJ-PROBLEM-SCAN > GJ-PROBLEM-COUNT
008980            OR GJ-PROBLEM-SCAN > GJ-PROBLEM-MAX
008990     MOVE SPACES TO GLPROOF-RECORD
009000     WRITE GLPROOF-RECORD
009010
009020     MOVE SPACES TO GV-TEXT
009030     MOVE ZERO TO GV-AMOUNT
009040     IF GJ-DIFFERENCE NOT = ZERO
009050         MOVE "JOURNAL OUT OF BALANCE -- DO NOT POST -- BY"
009060             TO GV-TEXT
009070         MOVE GJ-DIFFERENCE TO GV-AMOUNT
009080         MOVE 8 TO RETURN-CODE
009090     ELSE
009100         IF GJ-PROBLEM-COUNT > 0
009110             MOVE "INPUT PROBLEMS -- DO NOT POST -- BALANCED AT"
009120                 TO GV-TEXT
009130             MOVE GJ-TOTAL-DEBITS TO GV-AMOUNT
009140             MOVE 8 TO RETURN-CODE
009150         ELSE
009160             MOVE "JOURNAL IN BALANCE -- TOTAL DEBITS/CREDITS"
009170                 TO GV-TEXT
009180             MOVE GJ-TOTAL-DEBITS TO GV-AMOUNT
009190         END-IF
009200     END-IF
009210     MOVE GJ-VERDICT-LINE TO GLPROOF-RECORD
009220     WRITE GLPROOF-RECORD
009230     CLOSE GLPROOF
009240     DISPLAY "GLJOURNL: JOURNAL LINES  " GJ-LINE-COUNT
009250     DISPLAY "GLJOURNL: TOTAL DEBITS   " GJ-TOTAL-DEBITS
009260     DISPLAY "GLJOURNL: TOTAL CREDITS  " GJ-TOTAL-CREDITS
009270     DISPLAY "GLJOURNL: INPUT PROBLEMS " GJ-PROBLEM-COUNT.
009280 6000-TERMINATE-EXIT.
009290     EXIT.
009300
009310 6100-PRINT-ACCOUNT.
009320     IF GJ-ACCT-DEBITS (GJ-ACCT-SCAN) = ZERO
009330         AND GJ-ACCT-CREDITS (GJ-ACCT-SCAN) = ZERO
009340         GO TO 6100-PRINT-ACCOUNT-EXIT
009350     END-IF
009360     MOVE SPACES TO GJ-ACCOUNT-LINE
009370     MOVE GJ-ACCT-CODE (GJ-ACCT-SCAN) TO GA-CODE
009380     MOVE GJ-ACCT-DESC (GJ-ACCT-SCAN) TO GA-DESC
009390     MOVE GJ-ACCT-DEBITS (GJ-ACCT-SCAN) TO GA-DEBITS
009400     MOVE GJ-ACCT-CREDITS (GJ-ACCT-SCAN) TO GA-CREDITS
009410     MOVE GJ-ACCOUNT-LINE TO GLPROOF-RECORD
009420     WRITE GLPROOF-RECORD.
009430 6100-PRINT-ACCOUNT-EXIT.
009440     EXIT.
009450
009460 6200-PRINT-PROBLEM.
009470     MOVE SPACES TO GLPROOF-RECORD
009480     MOVE "  ***" TO GLPROOF-RECORD
009490     MOVE GJ-PROBLEM-TEXT (GJ-PROBLEM-SCAN)
009500         TO GLPROOF-RECORD (7:60)
009510     WRITE GLPROOF-RECORD.
009520 6200-PRINT-PROBLEM-EXIT.
009530     EXIT.
009540
009550 9999-EXIT.
009560     STOP RUN.
