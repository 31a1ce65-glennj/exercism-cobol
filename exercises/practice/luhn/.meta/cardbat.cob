003370*                  FILE THAT DOES CARRY A TRAILER IS STILL
003380*                  BALANCED NORMALLY.)  THE HOT-CARD SCREEN IS
003390*                  NOW A BINARY SEARCH OF THE LIST, WHICH
003391*                  HOTLOAD AND THE LOAD PASS ENFORCE ASCENDING,
003392*                  INSTEAD OF A PER-DETAIL SCAN OF UP TO 50,000
003393*                  ENTRIES -- THE SAME COST THE HOLDER CHECK
003394*                  JUST SHED.  AND AN ALL-SPACES DUPLICATE KEY
003395*                  (A BLANK LINE IN THE EXTRACT) IS NOW PASSED
003396*                  OVER RATHER THAN HASHED, SINCE SPACES IS THE
003397*                  HASH TABLE'S EMPTY-SLOT MARK; A BLANK DETAIL
003398*                  STILL DIES ON THE LUHN SCREEN.
003399* 10/15/2026 DJF   ADDED VELOCITY SCREENING.  EACH DETAIL WAS
003400*                  SCREENED ON ITS OWN, SO A CARD RUN UP WITH MANY
003401*                  SMALL SALES ACROSS MERCHANTS OR ACROSS NIGHTS
003402*                  PASSED EVERY EDIT.  EVERY ACCOUNT'S SETTLED
003403*                  SALES ARE NOW COUNTED AND TOTALED OVER THE
003404*                  LOOK-BACK NIGHTS OF SETLHIST (LOADED ONCE AT
003405*                  INITIALIZATION) PLUS THIS EXTRACT, AND A SALE
003406*                  THAT WOULD PUSH ITS ACCOUNT OVER THE ITEM OR
003407*                  DOLLAR LIMIT IS HELD AS VELOCITY: IT PRINTS ON
003408*                  THE NEW VELRPT HOLD REPORT AS WELL AS EXCPRPT,
003409*                  GOES TO REPAIROT LIKE ANY OTHER REJECT, AND
003410*                  CARRIES ITS OWN CNTLRPT AND CHECKPOINT COUNT.
003411*                  THE NIGHTS AND BOTH LIMITS COME FROM THE NEW
003412*                  VELCTL CONTROL CARD, DEFAULTING WHEN IT IS
003413*                  ABSENT.  A RESUBMISSION RUN IS NOT SCREENED:
003414*                  RISK RELEASES A REVIEWED HOLD BY RESUBMITTING
003415*                  IT.  CURRTABL NOW LOADS BEFORE THE DETAIL FILES
003416*                  OPEN SO PRIOR NIGHTS' FOREIGN SALES CAN BE
003417*                  CONVERTED AS THE HISTORY IS READ.
003418* 10/15/2026 DJF   MERCHANTS MUST NOW BE ON FILE.  EACH MERCHANT
003419*                  HEADER IS READ BY KEY AGAINST THE NEW MERCHMST
003420*                  INDEXED MERCHANT MASTER (MAINTAINED BY
003421*                  MERCHMNT), AND EVERY DETAIL UNDER A HEADER
003422*                  WHOSE MERCHANT IS UNKNOWN, SUSPENDED, OR
003423*                  TERMINATED REJECTS AS BAD-MERCHANT, WITH ITS
003424*                  OWN CNTLRPT AND CHECKPOINT COUNT.  THE SCREEN
003425*                  FOLLOWS THE LUHN CALL AND OVERRIDES ITS
003426*                  RESULT, SO EVERY SUCH DETAIL IS COUNTED THERE.
003427*                  DETAILS AHEAD OF ANY HEADER (INCLUDING A
003428*                  RESUBMISSION RUN'S REPAIROT INPUT) ARE NOT
003429*                  UNDER A MERCHANT AND ARE NOT SCREENED.
003430* 10/15/2026 DJF   CHECKPOINT LAYOUT MOVED TO THE CKPTREC COPYBOOK
003431*                  SO THE READYCHK PRE-RUN JOB CAN READ IT, AND
003432*                  STAMPED WITH THE BATCH DATE (CKPT-BATCH-DATE)
003433*                  SO A RESTART POINT LEFT BY AN EARLIER NIGHT
003434*                  CAN BE TOLD FROM TONIGHT'S.
003435* 10/15/2026 DJF   ADDED THE CURRSUM FILE (CSUMREC), ONE RECORD
003436*                  PER FOREIGN CURRENCY SETTLED, WRITTEN FROM THE
003437*                  CURRRPT ACCUMULATORS SO THE GLJOURNL LEDGER
003438*                  INTERFACE CAN BOOK THE CONVERSION TOTALS
003439*                  WITHOUT REKEYING THE REPORT.  NOT WRITTEN ON A
003440*                  TRIAL RUN, LIKE MERCHSUM.
003441* 10/15/2026 DJF   THE CARD MUST NOW BELONG TO THE HOLDER.  THE
003442*                  HOLDER CHECK ONLY ASKED WHETHER THE DETAIL'S
003443*                  HOLDER WAS ON CARDMSTR AND ACTIVE, SO A GOOD
003444*                  LUHN NUMBER PAIRED WITH ANY ACTIVE HOLDER ID
003445*                  SETTLED.  A DETAIL THAT PASSES THE HOLDER
003446*                  CHECK IS NOW READ BY ACCOUNT NUMBER AGAINST THE
003447*                  NEW CARDXREF INDEXED CROSS-REFERENCE
003448*                  (MAINTAINED BY CARDMNT) AND REJECTS AS NO-CARD
003449*                  WHEN THE ACCOUNT WAS NEVER ISSUED, WRONG-HOLDER
003450*                  WHEN IT WAS ISSUED TO ANOTHER HOLDER, AND
003451*                  LOST-STOLEN WHEN IT HAS BEEN REPORTED LOST OR
003452*                  STOLEN, EACH WITH ITS OWN CNTLRPT AND
003453*                  CHECKPOINT COUNT.  A REPLACED CARD STILL
003454*                  SETTLES: SALES MADE BEFORE THE REISSUE ARRIVE
003455*                  AFTER IT.
003456* 10/15/2026 DJF   FULL CARD NUMBERS NOW GO ONLY TO THE NETWORKS.
003457*                  EACH DETAIL'S ACCOUNT NUMBER IS TOKENIZED
003458*                  THROUGH THE NEW TOKVAULT SUBPROGRAM AS IT IS
003459*                  READ, AND THE TOKEN REPLACES THE NUMBER ON
003460*                  CARDOUT, EXCPRPT, REPAIROT, DUPRPT, VELRPT, AND
003461*                  SETLHIST; NETOUT1-4 STILL CARRY THE FULL
003462*                  NUMBER AND HASH IT.  A RESUBMISSION RUN
003463*                  DETOKENIZES THE REPAIRED REPAIROT ACCOUNT
003464*                  BEFORE THE DETAIL IS VALIDATED (A NUMBER THE
003465*                  REPAIR DESK REKEYED IN CLEAR IS TAKEN AS IT
003466*                  IS).  VELOCITY IS NOW KEYED ON THE TOKEN, THE
003467*                  WAY SETLHIST HOLDS IT; A HISTORY RECORD
003468*                  WRITTEN BEFORE TOKENIZATION IS TOKENIZED AS
003469*                  THE VELOCITY TABLE IS LOADED.  A VAULT FAILURE
003470*                  STOPS THE RUN WITH RETURN-CODE 16.
003471* 10/15/2026 DJF   A RESTART NO LONGER COUNTS TWICE, IN
003472*                  VELOCITY, THE SALES THE ABENDED RUN WROTE TO
003473*                  SETLHIST PAST ITS LAST CHECKPOINT: THE
003474*                  CHECKPOINT NOW CARRIES THE SETLHIST POSITION
003475*                  AND ANY STALE RANGES, AND THE LOAD SKIPS THEM.
003476*                  CURRSUM ALSO CARRIES EACH CURRENCY'S NET
003477*                  ORIGINAL AND CONVERTED AMOUNTS (SALES LESS
003478*                  REVERSALS) BESIDE THE GROSS ONES CURRRPT
003479*                  PRINTS, FOR THE LEDGER TO BOOK.
003480*----------------------------------------------------------------
003490 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003770         ACCESS MODE IS RANDOM
003780         RECORD KEY IS MSTR-HOLDER-ID
003790         FILE STATUS IS CB-CARDMSTR-STATUS.
003791
003792     SELECT MERCHMST ASSIGN TO "MERCHMST"
003793         ORGANIZATION IS INDEXED
003794         ACCESS MODE IS RANDOM
003795         RECORD KEY IS MERCH-NUMBER
003796         FILE STATUS IS CB-MERCHMST-STATUS.
003797
003798     SELECT CARDXREF ASSIGN TO "CARDXREF"
003799         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003801         RECORD KEY IS XREF-ACCOUNT-NUMBER
003802         FILE STATUS IS CB-CARDXREF-STATUS.
003803
003810     SELECT BINTABLE ASSIGN TO "BINTABLE"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS CB-BINTABLE-STATUS.
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS CB-MERCHSUM-STATUS.
004240
004241     SELECT CURRSUM ASSIGN TO "CURRSUM"
004242         ORGANIZATION IS LINE SEQUENTIAL
004243         FILE STATUS IS CB-CURRSUM-STATUS.
004244
004250     SELECT SETLHIST ASSIGN TO "SETLHIST"
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS CB-SETLHIST-STATUS.
004370     SELECT REPAIROT ASSIGN TO "REPAIROT"
004380         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS CB-REPAIROT-STATUS.
004391
004392     SELECT VELCTL ASSIGN TO "VELCTL"
004393         ORGANIZATION IS LINE SEQUENTIAL
004394         FILE STATUS IS CB-VELCTL-STATUS.
004395
004396     SELECT VELRPT ASSIGN TO "VELRPT"
004397         ORGANIZATION IS LINE SEQUENTIAL
004398         FILE STATUS IS CB-VELRPT-STATUS.
004400
004410 DATA DIVISION.
004420 FILE SECTION.
004810 FD  DUPRPT
004820     RECORDING MODE IS F.
004830 01  DUPRPT-RECORD                PIC X(80).
004831
004832 FD  VELCTL
004833     RECORDING MODE IS F.
004834 01  VELCTL-RECORD.
004835     05 VELCTL-NIGHTS             PIC 9(02).
004836     05 VELCTL-MAX-COUNT          PIC 9(05).
004837     05 VELCTL-MAX-AMOUNT         PIC 9(09)V99.
004838
004839 FD  VELRPT
004840     RECORDING MODE IS F.
004841 01  VELRPT-RECORD                PIC X(80).
004842
004850 FD  CARDMSTR
004860     RECORDING MODE IS F.
004870     COPY MSTRREC.
004871
004872 FD  MERCHMST
004873     RECORDING MODE IS F.
004874     COPY MERCHREC.
004875
004876 FD  CARDXREF
004877     RECORDING MODE IS F.
004878     COPY XREFREC.
004880
004890 FD  BINTABLE
004900     RECORDING MODE IS F.
005340     RECORDING MODE IS F.
005350     COPY MSUMREC.
005360
005361 FD  CURRSUM
005362     RECORDING MODE IS F.
005363     COPY CSUMREC.
005364
005370 FD  SETLHIST
005380     RECORDING MODE IS F.
005390     COPY HISTREC.
005400
005410 FD  CKPTFILE
005420     RECORDING MODE IS F.
005430     COPY CKPTREC.
006130
006140 WORKING-STORAGE SECTION.
006150 77  CB-CARDIN-STATUS             PIC X(02) VALUE SPACES.
006190 77  CB-CKPTFILE-STATUS           PIC X(02) VALUE SPACES.
006200 77  CB-DUPRPT-STATUS             PIC X(02) VALUE SPACES.
006210 77  CB-CARDMSTR-STATUS           PIC X(02) VALUE SPACES.
006211 77  CB-MERCHMST-STATUS           PIC X(02) VALUE SPACES.
006212 77  CB-CARDXREF-STATUS           PIC X(02) VALUE SPACES.
006220 77  CB-BINTABLE-STATUS           PIC X(02) VALUE SPACES.
006230 77  CB-HOTLIST-STATUS            PIC X(02) VALUE SPACES.
006240 77  CB-CURRTABL-STATUS           PIC X(02) VALUE SPACES.
006250 77  CB-CURRRPT-STATUS            PIC X(02) VALUE SPACES.
006260 77  CB-RUNHIST-STATUS            PIC X(02) VALUE SPACES.
006270 77  CB-MERCHSUM-STATUS           PIC X(02) VALUE SPACES.
006271 77  CB-CURRSUM-STATUS            PIC X(02) VALUE SPACES.
006280 77  CB-SETLHIST-STATUS           PIC X(02) VALUE SPACES.
006290 77  CB-NETOUT1-STATUS            PIC X(02) VALUE SPACES.
006300 77  CB-NETOUT2-STATUS            PIC X(02) VALUE SPACES.
006470 77  CB-DUP-COUNT                 PIC 9(07) COMP VALUE ZERO.
006480 77  CB-NO-MASTER-COUNT           PIC 9(07) COMP VALUE ZERO.
006490 77  CB-BLOCKED-COUNT             PIC 9(07) COMP VALUE ZERO.
006491 77  CB-MERCH-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
006492 77  CB-NO-CARD-COUNT             PIC 9(07) COMP VALUE ZERO.
006493 77  CB-WRONG-HOLDER-COUNT        PIC 9(07) COMP VALUE ZERO.
006494 77  CB-LOST-STOLEN-COUNT         PIC 9(07) COMP VALUE ZERO.
006495*    THE CURRENT MERCHANT'S MERCHMST STATUS AS OF ITS LAST HEADER:
006496*    A, S, OR T FROM THE MASTER, OR U WHEN IT IS NOT ON FILE.
006497 77  CB-MERCH-STANDING            PIC X(01) VALUE "A".
006498     88 CB-MERCH-ON-FILE                  VALUE "A".
006500 77  CB-UNKNOWN-BIN-COUNT         PIC 9(07) COMP VALUE ZERO.
006510 77  CB-REVERSAL-COUNT            PIC 9(07) COMP VALUE ZERO.
006520 77  CB-BAD-AMOUNT-COUNT          PIC 9(07) COMP VALUE ZERO.
006540
006550 77  CB-CARDCTL-STATUS            PIC X(02) VALUE SPACES.
006560 77  CB-REPAIROT-STATUS           PIC X(02) VALUE SPACES.
006561 77  CB-VELCTL-STATUS             PIC X(02) VALUE SPACES.
006562 77  CB-VELRPT-STATUS             PIC X(02) VALUE SPACES.
006570 77  CB-RUN-MODE                  PIC X(08) VALUE SPACES.
006580     88 CB-RESUBMIT-RUN                   VALUE "RESUBMIT".
006590     88 CB-TRIAL-RUN                      VALUE "TRIAL".
007090 77  CB-DUP-SLOT                  PIC 9(07) COMP VALUE ZERO.
007100 77  CB-DUP-PROBES                PIC 9(07) COMP VALUE ZERO.
007110 77  CB-DUP-HASH                  PIC 9(09) COMP VALUE ZERO.
007111 77  CB-DUP-CHAR                  PIC 9(02) COMP VALUE ZERO.
007112 77  CB-DUP-SWITCH                PIC X(01) VALUE "N".
007113     88 CB-DUPLICATE-FOUND                VALUE "Y".
007114 77  CB-DUP-FULL-SWITCH           PIC X(01) VALUE "N".
007115     88 CB-DUP-TABLE-FULL                 VALUE "Y".
007116
007117 77  CB-VEL-NIGHTS                PIC 9(02) VALUE 3.
007118 77  CB-VEL-MAX-COUNT             PIC 9(05) COMP VALUE 20.
007119 77  CB-VEL-MAX-AMOUNT            PIC 9(09)V99 COMP-3
007120                                  VALUE 10000.00.
007121 77  CB-VELOCITY-COUNT            PIC 9(07) COMP VALUE ZERO.
007122 77  CB-VEL-HIST-COUNT            PIC 9(07) COMP VALUE ZERO.
007123 77  CB-VEL-TABLE-MAX             PIC 9(07) COMP VALUE 750000.
007124 77  CB-VEL-SLOT-MAX              PIC 9(07) COMP VALUE 1000003.
007125 77  CB-VEL-KEY-COUNT             PIC 9(07) COMP VALUE ZERO.
007126 77  CB-VEL-SLOT                  PIC 9(07) COMP VALUE ZERO.
007127 77  CB-VEL-PROBES                PIC 9(07) COMP VALUE ZERO.
007128 77  CB-VEL-HASH                  PIC 9(09) COMP VALUE ZERO.
007129 77  CB-VEL-CHAR                  PIC 9(02) COMP VALUE ZERO.
007130 77  CB-VEL-EOF-SWITCH            PIC X(01) VALUE "N".
007131     88 CB-END-OF-VEL-HIST                VALUE "Y".
007132 77  CB-VEL-FOUND-SWITCH          PIC X(01) VALUE "N".
007133     88 CB-VEL-SLOT-FOUND                 VALUE "Y".
007134 77  CB-VEL-FULL-SWITCH           PIC X(01) VALUE "N".
007135     88 CB-VEL-TABLE-FULL                 VALUE "Y".
007136 77  CB-VEL-TRIP-COUNT            PIC 9(05) COMP VALUE ZERO.
007137 77  CB-VEL-TRIP-AMOUNT           PIC S9(11)V99 COMP-3
007138                                  VALUE ZERO.
007139 77  CB-HIST-ORDINAL              PIC 9(09) COMP VALUE ZERO.
007140 77  CB-HIST-POSITION             PIC 9(09) COMP VALUE ZERO.
007141 77  CB-HIST-RESTART-POS          PIC 9(09) COMP VALUE ZERO.
007142 77  CB-HIST-POS-SWITCH           PIC X(01) VALUE "N".
007143     88 CB-HIST-POS-KNOWN                 VALUE "Y".
007144 77  CB-HIST-STALE-MAX            PIC 9(02) COMP VALUE 10.
007145 77  CB-HIST-STALE-COUNT          PIC 9(02) COMP VALUE ZERO.
007146 77  CB-HIST-STALE-SCAN           PIC 9(02) COMP VALUE ZERO.
007147 77  CB-HIST-STALE-SWITCH         PIC X(01) VALUE "N".
007148     88 CB-HIST-STALE                     VALUE "Y".
007149 77  CB-VEL-STALE-COUNT           PIC 9(07) COMP VALUE ZERO.
007150
007151 01  CB-HIST-STALE-TABLE.
007152     05 CB-HIST-STALE-ENTRY       OCCURS 10 TIMES.
007153        10 CB-HIST-STALE-FROM     PIC 9(09) COMP.
007154        10 CB-HIST-STALE-TO       PIC 9(09) COMP.
007155 01  CB-VEL-START-DATE            PIC 9(08).
007156 01  CB-VEL-START-DATE-X REDEFINES CB-VEL-START-DATE
007157                                  PIC X(08).
007158 01  CB-VEL-TODAY                 PIC 9(08).
007159 01  CB-VEL-KEY                   PIC X(32).
007160 01  CB-VEL-HIST-AMOUNT           PIC S9(09)V99
007161                                  SIGN IS LEADING SEPARATE.
007162 01  CB-VEL-HIST-AMOUNT-X REDEFINES CB-VEL-HIST-AMOUNT
007163                                  PIC X(12).
007164 01  CB-VEL-CONV-AMOUNT           PIC S9(11)V99 COMP-3.
007165
007166*    OPEN-ADDRESSED HASH OF EVERY ACCOUNT'S SETTLED SALES OVER THE
007167*    LOOK-BACK NIGHTS AND THIS EXTRACT, BUILT THE SAME WAY AS THE
007168*    DUPLICATE KEY TABLE.  A SLOT WHOSE ACCOUNT IS SPACES IS
007169*    EMPTY; THE COUNT AND DOLLARS ARE SET WHEN IT IS CLAIMED.
007170 01  CB-VEL-TABLE.
007171     05 CB-VEL-ENTRY              OCCURS 1000003 TIMES.
007172        10 CB-VEL-ACCOUNT         PIC X(32).
007173        10 CB-VEL-COUNT           PIC 9(05) COMP.
007174        10 CB-VEL-AMOUNT          PIC S9(11)V99 COMP-3.
007175
007180 77  CB-SETTLE-CURRENCY           PIC X(03) VALUE "USD".
007190 77  CB-NO-RATE-COUNT             PIC 9(07) COMP VALUE ZERO.
007200 77  CB-CURR-TABLE-MAX            PIC 9(04) COMP VALUE 50.
007450        10 CB-CURR-STAT-ORIG      PIC S9(11)V99 COMP-3.
007460        10 CB-CURR-STAT-CONV      PIC S9(11)V99 COMP-3.
007470        10 CB-CURR-STAT-RATE      PIC 9(03)V9(06) COMP-3.
007471        10 CB-CURR-STAT-NET-ORIG  PIC S9(11)V99 COMP-3.
007472        10 CB-CURR-STAT-NET-CONV  PIC S9(11)V99 COMP-3.
007480
007490 01  CB-SETTLE-AMOUNT             PIC S9(09)V99
007500                                  SIGN IS LEADING SEPARATE.
008750 01  CB-CALL-CARD-NUMBER          PIC X(32).
008760 01  CB-CALL-VALID-FLAG           PIC X(05).
008770 01  CB-CALL-REASON-CODE          PIC X(12).
008771*    THE CURRENT DETAIL'S ACCOUNT TOKEN FROM TOKVAULT, WRITTEN
008772*    WHEREVER THE ACCOUNT NUMBER ONCE WAS EXCEPT NETOUT.
008773 01  CB-ACCOUNT-TOKEN             PIC X(32).
008774     COPY TOKPARM.
008780
008790 01  CB-EXCEPTION-LINE.
008800     05 CE-LABEL                  PIC X(08) VALUE "ACCOUNT ".
008970     05 CD-BATCH-LABEL            PIC X(06) VALUE "BATCH ".
008980     05 CD-BATCH-DATE             PIC X(08).
008990     05 FILLER                    PIC X(05).
008991
008992 01  CB-VELOCITY-LINE.
008993     05 CV-LABEL                  PIC X(08) VALUE "ACCOUNT ".
008994     05 CV-ACCOUNT-NUMBER         PIC X(32).
008995     05 FILLER                    PIC X(01).
008996     05 CV-MERCHANT               PIC X(08).
008997     05 FILLER                    PIC X(01).
008998     05 CV-COUNT                  PIC ZZ,ZZ9.
008999     05 FILLER                    PIC X(01).
009000     05 CV-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
009001     05 FILLER                    PIC X(01).
009002     05 CV-LIMIT                  PIC X(06).
009003     05 FILLER                    PIC X(02).
009004
009010 01  CB-CONTROL-LINE.
009020     05 CL-LABEL                  PIC X(24).
009030     05 CL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
009230         THRU 4600-WRITE-MERCHANT-SUMMARY-EXIT
009240     PERFORM 4700-WRITE-CURRENCY-REPORT
009250         THRU 4700-WRITE-CURRENCY-REPORT-EXIT
009251     PERFORM 4800-WRITE-CURRENCY-SUMMARY
009252         THRU 4800-WRITE-CURRENCY-SUMMARY-EXIT
009260     PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
009270     GO TO 9999-EXIT.
009280
009410         PERFORM 1140-ASSIGN-FILE-SEQ
009420             THRU 1140-ASSIGN-FILE-SEQ-EXIT
009430     END-IF
009431     PERFORM 1187-LOAD-CURR-TABLE
009432         THRU 1187-LOAD-CURR-TABLE-EXIT
009433     PERFORM 1165-READ-VELOCITY-CARD
009434         THRU 1165-READ-VELOCITY-CARD-EXIT
009435     MOVE SPACES TO CB-VEL-TABLE
009436     PERFORM 1170-LOAD-VELOCITY-HISTORY
009437         THRU 1170-LOAD-VELOCITY-HISTORY-EXIT
009440     PERFORM 1150-OPEN-DETAIL-FILES
009450         THRU 1150-OPEN-DETAIL-FILES-EXIT
009460     MOVE SPACES TO CB-DUP-TABLE
009490         THRU 1180-LOAD-BIN-TABLE-EXIT
009500     PERFORM 1185-LOAD-HOT-LIST
009510         THRU 1185-LOAD-HOT-LIST-EXIT
009540     PERFORM 2100-READ-CARDIN THRU 2100-READ-CARDIN-EXIT
009550     PERFORM 1200-SKIP-PROCESSED-RECORDS
009560         THRU 1200-SKIP-PROCESSED-RECORDS-EXIT.
011070                             > CB-CURR-STAT-COUNT
011080                 END-IF
011090                 IF CKPT-BAD-EXPIRY-COUNT IS NUMERIC
011091                     MOVE CKPT-BAD-EXPIRY-COUNT
011092                         TO CB-BAD-EXPIRY-COUNT
011093                 END-IF
011094                 IF CKPT-VELOCITY-COUNT IS NUMERIC
011095                     MOVE CKPT-VELOCITY-COUNT
011096                         TO CB-VELOCITY-COUNT
011097                 END-IF
011098                 IF CKPT-MERCH-REJECT-COUNT IS NUMERIC
011099                     MOVE CKPT-MERCH-REJECT-COUNT
011100                         TO CB-MERCH-REJECT-COUNT
011101                 END-IF
011102                 IF CKPT-NO-CARD-COUNT IS NUMERIC
011103                     MOVE CKPT-NO-CARD-COUNT TO CB-NO-CARD-COUNT
011104                 END-IF
011105                 IF CKPT-WRONG-HOLDER-COUNT IS NUMERIC
011106                     MOVE CKPT-WRONG-HOLDER-COUNT
011107                         TO CB-WRONG-HOLDER-COUNT
011108                 END-IF
011109                 IF CKPT-LOST-STOLEN-COUNT IS NUMERIC
011110                     MOVE CKPT-LOST-STOLEN-COUNT
011111                         TO CB-LOST-STOLEN-COUNT
011112                 END-IF
011113                 IF CKPT-HIST-POSITION IS NUMERIC
011114                     MOVE CKPT-HIST-POSITION
011115                         TO CB-HIST-RESTART-POS
011116                     SET CB-HIST-POS-KNOWN TO TRUE
011117                 END-IF
011118                 IF CKPT-HIST-STALE-COUNT IS NUMERIC
011119                     AND CKPT-HIST-STALE-COUNT
011120                         NOT > CB-HIST-STALE-MAX
011121                     PERFORM 1127-RESTORE-STALE-RANGE
011122                         THRU 1127-RESTORE-STALE-RANGE-EXIT
011123                         VARYING CB-HIST-STALE-SCAN FROM 1 BY 1
011124                         UNTIL CB-HIST-STALE-SCAN
011125                             > CKPT-HIST-STALE-COUNT
011126                 END-IF
011130         END-READ
011140         CLOSE CKPTFILE
011150     END-IF
012030     MOVE ZERO TO CB-CURR-STAT-ORIG (CB-CURR-RESTORE)
012040     MOVE ZERO TO CB-CURR-STAT-CONV (CB-CURR-RESTORE)
012050     MOVE ZERO TO CB-CURR-STAT-RATE (CB-CURR-RESTORE)
012051     MOVE ZERO TO CB-CURR-STAT-NET-ORIG (CB-CURR-RESTORE)
012052     MOVE ZERO TO CB-CURR-STAT-NET-CONV (CB-CURR-RESTORE)
012060     IF CKPT-CURR-CNT (CB-CURR-RESTORE) IS NUMERIC
012070         MOVE CKPT-CURR-CNT (CB-CURR-RESTORE)
012080             TO CB-CURR-STAT-CNT (CB-CURR-RESTORE)
012170     END-IF
012180     IF CKPT-CURR-RATE (CB-CURR-RESTORE) IS NUMERIC
012190         MOVE CKPT-CURR-RATE (CB-CURR-RESTORE)
012191             TO CB-CURR-STAT-RATE (CB-CURR-RESTORE)
012192     END-IF
012193     IF CKPT-CURR-NET-ORIG (CB-CURR-RESTORE) IS NUMERIC
012194         MOVE CKPT-CURR-NET-ORIG (CB-CURR-RESTORE)
012195             TO CB-CURR-STAT-NET-ORIG (CB-CURR-RESTORE)
012196     ELSE
012197         MOVE CB-CURR-STAT-ORIG (CB-CURR-RESTORE)
012198             TO CB-CURR-STAT-NET-ORIG (CB-CURR-RESTORE)
012199     END-IF
012200     IF CKPT-CURR-NET-CONV (CB-CURR-RESTORE) IS NUMERIC
012201         MOVE CKPT-CURR-NET-CONV (CB-CURR-RESTORE)
012202             TO CB-CURR-STAT-NET-CONV (CB-CURR-RESTORE)
012203     ELSE
012204         MOVE CB-CURR-STAT-CONV (CB-CURR-RESTORE)
012205             TO CB-CURR-STAT-NET-CONV (CB-CURR-RESTORE)
012210     END-IF.
012220 1125-RESTORE-CURRENCY-EXIT.
012221     EXIT.
012222
012223*----------------------------------------------------------------
012224* 1127-RESTORE-STALE-RANGE -- RESTORE ONE RANGE OF SETLHIST
012225* RECORDS LEFT BY AN EARLIER ABEND OF TONIGHT'S RUN BEYOND ITS
012226* LAST CHECKPOINT.  A RANGE THAT IS NOT NUMERIC IS DROPPED
012227* RATHER THAN TRUSTED.
012228*----------------------------------------------------------------
012229 1127-RESTORE-STALE-RANGE.
012230     IF CKPT-HIST-STALE-FROM (CB-HIST-STALE-SCAN) IS NOT NUMERIC
012231         OR CKPT-HIST-STALE-TO (CB-HIST-STALE-SCAN)
012232             IS NOT NUMERIC
012233         GO TO 1127-RESTORE-STALE-RANGE-EXIT
012234     END-IF
012235     ADD 1 TO CB-HIST-STALE-COUNT
012236     MOVE CKPT-HIST-STALE-FROM (CB-HIST-STALE-SCAN)
012237         TO CB-HIST-STALE-FROM (CB-HIST-STALE-COUNT)
012238     MOVE CKPT-HIST-STALE-TO (CB-HIST-STALE-SCAN)
012239         TO CB-HIST-STALE-TO (CB-HIST-STALE-COUNT).
012240 1127-RESTORE-STALE-RANGE-EXIT.
012241     EXIT.
012242
012250*----------------------------------------------------------------
012260* 1140-ASSIGN-FILE-SEQ -- EVERY FRESH RUN DRAWS THE NEXT FILE
012270* SEQUENCE NUMBER FROM THE ONE-RECORD NETSEQ FILE AND WRITES THE
013310         MOVE 16 TO RETURN-CODE
013320         GO TO 9999-EXIT
013330     END-IF
013331
013332     IF CB-RESTART-COUNT > 0
013333         OPEN EXTEND VELRPT
013334         IF CB-VELRPT-STATUS = "35"
013335             OPEN OUTPUT VELRPT
013336         END-IF
013337     ELSE
013338         OPEN OUTPUT VELRPT
013339     END-IF
013340     IF CB-VELRPT-STATUS NOT = "00"
013341         DISPLAY "CARDBATCH: VELRPT OPEN FAILED, STATUS "
013342             CB-VELRPT-STATUS
013343         MOVE 16 TO RETURN-CODE
013344         GO TO 9999-EXIT
013345     END-IF
013346
013350     IF NOT CB-TRIAL-RUN
013360         OPEN EXTEND SETLHIST
013370         IF CB-SETLHIST-STATUS = "35"
014370         WRITE EXCPRPT-RECORD
014380         MOVE "*** TRIAL RUN ***" TO DUPRPT-RECORD
014390         WRITE DUPRPT-RECORD
014391         MOVE "*** TRIAL RUN ***" TO VELRPT-RECORD
014392         WRITE VELRPT-RECORD
014400     END-IF.
014410 1150-OPEN-DETAIL-FILES-EXIT.
014420     EXIT.
014610     END-IF.
014620 1155-WRITE-NET-HEADER-EXIT.
014630     EXIT.
014631
014632*----------------------------------------------------------------
014633* 1160-OPEN-MASTER -- CARDMSTR IS INDEXED, SO THE HOLDER CHECK
014634* DOES ONE KEYED READ PER DETAIL AGAINST THE FILE HELD OPEN FOR
014635* THE RUN.  THE OLD ARRANGEMENT LOADED THE WHOLE MASTER INTO A
014636* 100,000-ENTRY TABLE AND SCANNED IT FOR EVERY DETAIL, WHICH
014637* NEITHER THE BATCH WINDOW NOR THE TABLE CEILING SURVIVED ONCE
014638* THE EXTRACT PASSED 400,000 DETAILS.  A MISSING MASTER IS
014639* STILL A HARD STOP: SETTLING CARDS WITHOUT THE HOLDER SCREEN
014640* IS WORSE THAN HOLDING THE RUN.
014641* MERCHMST, THE MERCHANT MASTER, IS HELD OPEN THE SAME WAY FOR
014642* ONE KEYED READ PER MERCHANT HEADER, AND IS A HARD STOP ON THE
014643* SAME REASONING.
014644* CARDXREF, THE CARD CROSS-REFERENCE, IS HELD OPEN FOR ONE KEYED
014645* READ PER DETAIL THAT PASSES THE HOLDER CHECK, AND IS A HARD
014646* STOP FOR THE SAME REASON AS CARDMSTR.
014647*----------------------------------------------------------------
014648 1160-OPEN-MASTER.
014649     OPEN INPUT CARDMSTR
014650     IF CB-CARDMSTR-STATUS NOT = "00"
014651         DISPLAY "CARDBATCH: CARDMSTR OPEN FAILED, STATUS "
014652             CB-CARDMSTR-STATUS
014653         MOVE 16 TO RETURN-CODE
014654         GO TO 9999-EXIT
014655     END-IF
014656
014657     OPEN INPUT MERCHMST
014658     IF CB-MERCHMST-STATUS NOT = "00"
014659         DISPLAY "CARDBATCH: MERCHMST OPEN FAILED, STATUS "
014660             CB-MERCHMST-STATUS
014661         MOVE 16 TO RETURN-CODE
014662         GO TO 9999-EXIT
014663     END-IF
014664
014665     OPEN INPUT CARDXREF
014666     IF CB-CARDXREF-STATUS NOT = "00"
014667         DISPLAY "CARDBATCH: CARDXREF OPEN FAILED, STATUS "
014668             CB-CARDXREF-STATUS
014669         MOVE 16 TO RETURN-CODE
014670         GO TO 9999-EXIT
014671     END-IF.
014672 1160-OPEN-MASTER-EXIT.
014673     EXIT.
014674
014675*----------------------------------------------------------------
014676* 1165-READ-VELOCITY-CARD -- READ THE VELOCITY LOOK-BACK NIGHTS
014677* AND THE PER-ACCOUNT ITEM AND DOLLAR LIMITS FROM THE VELCTL
014678* CONTROL CARD.  A MISSING OR EMPTY CARD, OR A FIELD THAT IS NOT
014679* NUMERIC, LEAVES THAT SETTING AT ITS DEFAULT SO THE SCHEDULED
014680* JOB NEEDS NO CARD AT ALL.  A ZERO LIMIT WOULD HOLD EVERY SALE,
014681* SO IT IS TREATED AS UNUSABLE TOO.
014682*----------------------------------------------------------------
014683 1165-READ-VELOCITY-CARD.
014684     OPEN INPUT VELCTL
014685     IF CB-VELCTL-STATUS NOT = "00"
014686         DISPLAY "CARDBATCH: VELCTL NOT AVAILABLE, USING DEFAULT "
014687             "VELOCITY LIMITS"
014688         GO TO 1165-READ-VELOCITY-CARD-EXIT
014689     END-IF
014690     READ VELCTL
014691         AT END
014692             DISPLAY "CARDBATCH: VELCTL IS EMPTY, USING DEFAULT "
014693                 "VELOCITY LIMITS"
014694         NOT AT END
014695             IF VELCTL-NIGHTS IS NUMERIC
014696                 MOVE VELCTL-NIGHTS TO CB-VEL-NIGHTS
014697             ELSE
014698                 DISPLAY "CARDBATCH: VELCTL NIGHTS '"
014699                     VELCTL-NIGHTS "' IS NOT NUMERIC, USING "
014700                     "DEFAULT OF " CB-VEL-NIGHTS
014701             END-IF
014702             IF VELCTL-MAX-COUNT IS NUMERIC
014703                 AND VELCTL-MAX-COUNT > 0
014704                 MOVE VELCTL-MAX-COUNT TO CB-VEL-MAX-COUNT
014705             ELSE
014706                 DISPLAY "CARDBATCH: VELCTL ITEM LIMIT '"
014707                     VELCTL-MAX-COUNT "' IS NOT USABLE, USING "
014708                     "DEFAULT OF " CB-VEL-MAX-COUNT
014709             END-IF
014710             IF VELCTL-MAX-AMOUNT IS NUMERIC
014711                 AND VELCTL-MAX-AMOUNT > 0
014712                 MOVE VELCTL-MAX-AMOUNT TO CB-VEL-MAX-AMOUNT
014713             ELSE
014714                 DISPLAY "CARDBATCH: VELCTL DOLLAR LIMIT IS NOT "
014715                     "USABLE, USING THE DEFAULT"
014716             END-IF
014717     END-READ
014718     CLOSE VELCTL.
014719 1165-READ-VELOCITY-CARD-EXIT.
014720     EXIT.
014721
014722*----------------------------------------------------------------
014723* 1170-LOAD-VELOCITY-HISTORY -- SEED THE VELOCITY TABLE WITH
014724* EVERY ACCOUNT'S SETTLED SALES FROM SETLHIST WHOSE RUN DATE
014725* FALLS WITHIN THE LOOK-BACK NIGHTS (TODAY INCLUDED, SO A
014726* RESTART SEES WHAT THE ABENDED RUN ALREADY SETTLED AND THE
014727* SKIP PASS NEED NOT RECOUNT IT).  ONLY VALID SALES COUNT;
014728* REJECTS, DUPLICATES, AND REVERSALS NEVER MOVED MONEY TO THE
014729* MERCHANT.  THIS RUNS BEFORE 1150-OPEN-DETAIL-FILES OPENS
014730* SETLHIST EXTEND.  NO SETLHIST YET (THE FIRST NIGHT) SIMPLY
014731* MEANS NO PRIOR ACTIVITY.
014732* THE ABENDED RUN ALSO WROTE HISTORY FOR DETAILS PAST ITS LAST
014733* CHECKPOINT, AND THE RESTART PROCESSES THOSE DETAILS AGAIN.
014734* THE CHECKPOINT CARRIES HOW MANY SETLHIST RECORDS EXISTED AT
014735* THAT POINT, SO ON A RESTART EVERY RECORD BEYOND IT IS LEFT OUT
014736* OF THE TABLE AND REMEMBERED AS A STALE RANGE; THE RANGES RIDE
014737* ON EVERY LATER CHECKPOINT SO A SECOND ABEND STILL SKIPS THEM.
014738* A CHECKPOINT WRITTEN BEFORE THE POSITION WAS KEPT SKIPS
014739* NOTHING.  CB-HIST-POSITION IS LEFT AT THE FILE'S RECORD COUNT
014740* FOR 2270-WRITE-HISTORY TO CARRY FORWARD.
014741*----------------------------------------------------------------
014742 1170-LOAD-VELOCITY-HISTORY.
014743     MOVE CURRENT-DATE (1:8) TO CB-VEL-TODAY
014744     COMPUTE CB-VEL-START-DATE =
014745         DATE-OF-INTEGER(INTEGER-OF-DATE(CB-VEL-TODAY)
014746             - CB-VEL-NIGHTS)
014747     OPEN INPUT SETLHIST
014748     IF CB-SETLHIST-STATUS = "35"
014749         DISPLAY "CARDBATCH: NO SETLHIST YET -- VELOCITY COVERS "
014750             "THIS EXTRACT ONLY"
014751         GO TO 1170-LOAD-VELOCITY-HISTORY-EXIT
014752     END-IF
014753     IF CB-SETLHIST-STATUS NOT = "00"
014754         DISPLAY "CARDBATCH: SETLHIST OPEN FAILED, STATUS "
014755             CB-SETLHIST-STATUS
014756         MOVE 16 TO RETURN-CODE
014757         GO TO 9999-EXIT
014758     END-IF
014759     PERFORM 1175-LOAD-ONE-VEL-HIST
014760         THRU 1175-LOAD-ONE-VEL-HIST-EXIT
014761         UNTIL CB-END-OF-VEL-HIST
014762     CLOSE SETLHIST
014763     MOVE CB-HIST-ORDINAL TO CB-HIST-POSITION
014764     IF CB-VEL-STALE-COUNT > 0
014765         DISPLAY "CARDBATCH: " CB-VEL-STALE-COUNT
014766             " SETLHIST SALES PAST THE CHECKPOINT LEFT OUT OF "
014767             "VELOCITY"
014768     END-IF
014769     IF CB-RESTART-COUNT = 0
014770         OR NOT CB-HIST-POS-KNOWN
014771         OR CB-HIST-ORDINAL NOT > CB-HIST-RESTART-POS
014772         GO TO 1170-LOAD-VELOCITY-HISTORY-EXIT
014773     END-IF
014774     IF CB-HIST-STALE-COUNT NOT < CB-HIST-STALE-MAX
014775         DISPLAY "CARDBATCH: STALE SETLHIST RANGE TABLE FULL -- "
014776             "A FURTHER RESTART MAY RECOUNT VELOCITY"
014777         GO TO 1170-LOAD-VELOCITY-HISTORY-EXIT
014778     END-IF
014779     ADD 1 TO CB-HIST-STALE-COUNT
014780     COMPUTE CB-HIST-STALE-FROM (CB-HIST-STALE-COUNT) =
014781         CB-HIST-RESTART-POS + 1
014782     MOVE CB-HIST-ORDINAL
014783         TO CB-HIST-STALE-TO (CB-HIST-STALE-COUNT).
014784 1170-LOAD-VELOCITY-HISTORY-EXIT.
014785     EXIT.
014786
014787*----------------------------------------------------------------
014788* 1175-LOAD-ONE-VEL-HIST -- ADD ONE SETLHIST SALE TO ITS
014789* ACCOUNT'S VELOCITY TOTALS.  SETLHIST KEEPS THE ORIGINAL AMOUNT
014790* AND CURRENCY, SO A FOREIGN SALE IS CONVERTED AT TODAY'S RATE
014791* (OR TAKEN AT FACE WHEN THE CURRENCY HAS NO RATE TODAY) TO BE
014792* COMPARABLE WITH THE SETTLEMENT-CURRENCY LIMIT.  THE TABLE IS
014793* KEYED ON THE ACCOUNT TOKEN; A RECORD STILL CARRYING A CARD
014794* NUMBER FROM BEFORE SETLHIST WAS TOKENIZED IS TOKENIZED HERE.
014795* ON A RESTART A RECORD PAST THE CHECKPOINTED POSITION, OR IN A
014796* STALE RANGE FROM AN EARLIER ABEND, IS SKIPPED -- ITS DETAIL IS
014797* PROCESSED AGAIN TONIGHT AND COUNTS THEN.
014798*----------------------------------------------------------------
014799 1175-LOAD-ONE-VEL-HIST.
014800     READ SETLHIST
014801         AT END
014802             SET CB-END-OF-VEL-HIST TO TRUE
014803             GO TO 1175-LOAD-ONE-VEL-HIST-EXIT
014804     END-READ
014805     ADD 1 TO CB-HIST-ORDINAL
014806     IF HIST-RUN-DATE < CB-VEL-START-DATE-X
014807         OR HIST-DISPOSITION NOT = "VALID"
014808         OR HIST-TRAN-TYPE NOT = "S"
014809         GO TO 1175-LOAD-ONE-VEL-HIST-EXIT
014810     END-IF
014811     IF CB-RESTART-COUNT > 0
014812         AND CB-HIST-POS-KNOWN
014813         PERFORM 1176-CHECK-STALE THRU 1176-CHECK-STALE-EXIT
014814         IF CB-HIST-STALE
014815             ADD 1 TO CB-VEL-STALE-COUNT
014816             GO TO 1175-LOAD-ONE-VEL-HIST-EXIT
014817         END-IF
014818     END-IF
014819     MOVE HIST-TRAN-AMOUNT TO CB-VEL-HIST-AMOUNT-X
014820     IF CB-VEL-HIST-AMOUNT IS NOT NUMERIC
014821         GO TO 1175-LOAD-ONE-VEL-HIST-EXIT
014822     END-IF
014823     MOVE CB-VEL-HIST-AMOUNT TO CB-VEL-CONV-AMOUNT
014824     IF HIST-CURRENCY-CODE NOT = SPACES
014825         AND HIST-CURRENCY-CODE NOT = CB-SETTLE-CURRENCY
014826         MOVE ZERO TO CB-CURR-FOUND-INDEX
014827         PERFORM 1177-SCAN-VEL-CURR THRU 1177-SCAN-VEL-CURR-EXIT
014828             VARYING CB-CURR-SCAN FROM 1 BY 1
014829             UNTIL CB-CURR-SCAN > CB-CURR-COUNT
014830                OR CB-CURR-FOUND-INDEX > 0
014831         IF CB-CURR-FOUND-INDEX > 0
014832             COMPUTE CB-VEL-CONV-AMOUNT ROUNDED =
014833                 CB-VEL-HIST-AMOUNT
014834                 * CB-CURR-ENTRY-RATE (CB-CURR-FOUND-INDEX)
014835         END-IF
014836     END-IF
014837     MOVE HIST-ACCOUNT-NUMBER TO CB-VEL-KEY
014838     IF HIST-ACCOUNT-NUMBER (1:2) NOT = "TK"
014839         SET TKR-TOKENIZE TO TRUE
014840         MOVE HIST-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
014841         CALL "TOKVAULT" USING TOKEN-REQUEST
014842         IF TKR-VAULT-ERROR
014843             DISPLAY "CARDBATCH: TOKEN VAULT FAILED LOADING "
014844                 "VELOCITY HISTORY"
014845             MOVE 16 TO RETURN-CODE
014846             GO TO 9999-EXIT
014847         END-IF
014848         MOVE TKR-TOKEN TO CB-VEL-KEY
014849     END-IF
014850     PERFORM 2925-FIND-VEL-SLOT THRU 2925-FIND-VEL-SLOT-EXIT
014851     IF CB-VEL-SLOT-FOUND
014852         ADD 1 TO CB-VEL-COUNT (CB-VEL-SLOT)
014853         ADD CB-VEL-CONV-AMOUNT TO CB-VEL-AMOUNT (CB-VEL-SLOT)
014854         ADD 1 TO CB-VEL-HIST-COUNT
014855     END-IF.
014856 1175-LOAD-ONE-VEL-HIST-EXIT.
014857     EXIT.
014858
014859*----------------------------------------------------------------
014860* 1176-CHECK-STALE -- SET CB-HIST-STALE WHEN THE SETLHIST RECORD
014861* JUST READ LIES PAST THE CHECKPOINTED POSITION OR INSIDE ONE OF
014862* THE STALE RANGES THE CHECKPOINT CARRIED.
014863*----------------------------------------------------------------
014864 1176-CHECK-STALE.
014865     MOVE "N" TO CB-HIST-STALE-SWITCH
014866     IF CB-HIST-ORDINAL > CB-HIST-RESTART-POS
014867         SET CB-HIST-STALE TO TRUE
014868         GO TO 1176-CHECK-STALE-EXIT
014869     END-IF
014870     PERFORM 1178-SCAN-STALE-RANGE
014871         THRU 1178-SCAN-STALE-RANGE-EXIT
014872         VARYING CB-HIST-STALE-SCAN FROM 1 BY 1
014873         UNTIL CB-HIST-STALE-SCAN > CB-HIST-STALE-COUNT
014874            OR CB-HIST-STALE.
014875 1176-CHECK-STALE-EXIT.
014876     EXIT.
014877
014878 1177-SCAN-VEL-CURR.
014879     IF CB-CURR-ENTRY-CODE (CB-CURR-SCAN) = HIST-CURRENCY-CODE
014880         MOVE CB-CURR-SCAN TO CB-CURR-FOUND-INDEX
014881     END-IF.
014882 1177-SCAN-VEL-CURR-EXIT.
014883     EXIT.
014884
014885 1178-SCAN-STALE-RANGE.
014886     IF CB-HIST-ORDINAL
014887             NOT < CB-HIST-STALE-FROM (CB-HIST-STALE-SCAN)
014888         AND CB-HIST-ORDINAL
014889             NOT > CB-HIST-STALE-TO (CB-HIST-STALE-SCAN)
014890         SET CB-HIST-STALE TO TRUE
014891     END-IF.
014892 1178-SCAN-STALE-RANGE-EXIT.
014893     EXIT.
014894
014895*----------------------------------------------------------------
014896* 1180-LOAD-BIN-TABLE -- LOAD THE VALIDATED BIN RANGE TABLE
014897* WRITTEN BY BINLOAD INTO THE RUN-UNIT TABLE AND REMEMBER EACH
014898* ROUTE'S NETWORK NAME FOR THE CONTROL REPORT.  A MISSING OR
014900* OVERSIZED TABLE IS A HARD STOP FOR THE SAME REASON AS THE
014910* CARDHOLDER MASTER: SETTLING UNROUTED CARDS IS WORSE THAN
014920* HOLDING THE RUN.
016780         IF CARD-MERCHANT-ID = "MERCHANT"
016790             PERFORM 2065-RESUME-MERCHANT
016800                 THRU 2065-RESUME-MERCHANT-EXIT
016801             PERFORM 2080-CHECK-MERCHANT-MASTER
016802                 THRU 2080-CHECK-MERCHANT-MASTER-EXIT
016810         ELSE
016820             ADD 1 TO CB-SKIP-COUNT
016830             PERFORM 2600-CHECK-DUPLICATE
017130         IF CARD-MERCHANT-ID = "MERCHANT"
017140             PERFORM 2060-START-MERCHANT
017150                 THRU 2060-START-MERCHANT-EXIT
017151             PERFORM 2080-CHECK-MERCHANT-MASTER
017152                 THRU 2080-CHECK-MERCHANT-MASTER-EXIT
017160             PERFORM 2100-READ-CARDIN
017170                 THRU 2100-READ-CARDIN-EXIT
017180             GO TO 2000-PROCESS-CARDIN-EXIT
017650* 2050-VALIDATE-DETAIL -- VALIDATE ONE FIRST-OCCURRENCE DETAIL
017660* RECORD: CALL LUHN, SCREEN THE EXPIRY, WRITE THE DISPOSITION TO
017670* CARDOUT, AND REPORT ANYTHING OTHER THAN A VALID CARD ON
017680* EXCPRPT.  THE NETOUT COPY OF A VALID DETAIL IS TAKEN WITH THE
017681* FULL ACCOUNT NUMBER; CARDOUT ITSELF IS WRITTEN WITH THE TOKEN.
017690*----------------------------------------------------------------
017700 2050-VALIDATE-DETAIL.
017710     MOVE SPACES TO CARDOUT-RECORD
017740     MOVE CARD-ACCOUNT-NUMBER TO CB-CALL-CARD-NUMBER
017750     CALL "LUHN" USING CB-CALL-CARD-NUMBER,
017760         CB-CALL-VALID-FLAG, CB-CALL-REASON-CODE
017761     PERFORM 2085-SCREEN-MERCHANT
017762         THRU 2085-SCREEN-MERCHANT-EXIT
017770     IF CB-CALL-VALID-FLAG = "VALID"
017780         PERFORM 2500-SCREEN-EXPIRY
017790             THRU 2500-SCREEN-EXPIRY-EXIT
017810     IF CB-CALL-VALID-FLAG = "VALID"
017820         PERFORM 2800-CHECK-HOLDER
017830             THRU 2800-CHECK-HOLDER-EXIT
017831     END-IF
017832     IF CB-CALL-VALID-FLAG = "VALID"
017833         PERFORM 2810-CHECK-CARD-XREF
017834             THRU 2810-CHECK-CARD-XREF-EXIT
017840     END-IF
017850     IF CB-CALL-VALID-FLAG = "VALID"
017860         PERFORM 2850-CHECK-HOTCARD
017970     IF CB-CALL-VALID-FLAG = "VALID"
017980         PERFORM 2900-CHECK-BIN
017990             THRU 2900-CHECK-BIN-EXIT
017991     END-IF
017992     IF CB-CALL-VALID-FLAG = "VALID"
017993         PERFORM 2920-CHECK-VELOCITY
017994             THRU 2920-CHECK-VELOCITY-EXIT
018000     END-IF
018010     MOVE CARD-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
018020     MOVE CARD-HOLDER-ID TO CO-HOLDER-ID
018300             ADD CARD-TRAN-AMOUNT
018310                 TO CB-CURR-STAT-ORIG (CB-CURR-STAT-INDEX)
018320             ADD CB-SETTLE-AMOUNT
018321                 TO CB-CURR-STAT-CONV (CB-CURR-STAT-INDEX)
018322             IF CARD-TRAN-REVERSAL
018323                 SUBTRACT CARD-TRAN-AMOUNT FROM
018324                     CB-CURR-STAT-NET-ORIG (CB-CURR-STAT-INDEX)
018325                 SUBTRACT CB-SETTLE-AMOUNT FROM
018326                     CB-CURR-STAT-NET-CONV (CB-CURR-STAT-INDEX)
018327             ELSE
018328                 ADD CARD-TRAN-AMOUNT
018329                     TO CB-CURR-STAT-NET-ORIG (CB-CURR-STAT-INDEX)
018330                 ADD CB-SETTLE-AMOUNT
018331                     TO CB-CURR-STAT-NET-CONV (CB-CURR-STAT-INDEX)
018332             END-IF
018340         END-IF
018350         ADD 1 TO CB-NET-COUNT (CB-ROUTE-NUMBER)
018360         PERFORM 2950-WRITE-NETOUT
018430         PERFORM 2250-WRITE-REPAIR
018440             THRU 2250-WRITE-REPAIR-EXIT
018450     END-IF
018451     MOVE CB-ACCOUNT-TOKEN TO CO-ACCOUNT-NUMBER
018460     WRITE CARDOUT-RECORD
018470     PERFORM 2270-WRITE-HISTORY
018480         THRU 2270-WRITE-HISTORY-EXIT.
019990 2075-ENSURE-MERCHANT-EXIT.
020000     EXIT.
020010
020011*----------------------------------------------------------------
020012* 2080-CHECK-MERCHANT-MASTER -- EACH MERCHANT HEADER (ON THE SKIP
020013* PASS OF A RESTART AS WELL) IS READ BY KEY AGAINST MERCHMST AND
020014* THE MERCHANT'S STANDING IS HELD FOR THE DETAILS THAT FOLLOW.  A
020015* MERCHANT NOT ON FILE STANDS AS U; ONE ON FILE BUT NOT ACTIVE
020016* STANDS AS ITS MASTER STATUS.  EITHER IS ANNOUNCED ONCE HERE SO
020017* THE OPERATOR NEED NOT READ IT OFF EXCPRPT DETAIL BY DETAIL.
020018*----------------------------------------------------------------
020019 2080-CHECK-MERCHANT-MASTER.
020020     MOVE "A" TO CB-MERCH-STANDING
020021     MOVE CB-MERCH-NUMBER (CB-MERCH-CURRENT) TO MERCH-NUMBER
020022     READ MERCHMST
020023         INVALID KEY
020024             MOVE "U" TO CB-MERCH-STANDING
020025             DISPLAY "CARDBATCH: MERCHANT " MERCH-NUMBER
020026                 " IS NOT ON MERCHMST -- ITS DETAILS REJECT"
020027         NOT INVALID KEY
020028             IF NOT MERCH-ACTIVE
020029                 MOVE MERCH-STATUS TO CB-MERCH-STANDING
020030                 DISPLAY "CARDBATCH: MERCHANT " MERCH-NUMBER
020031                     " HAS STATUS " MERCH-STATUS
020032                     " ON MERCHMST -- ITS DETAILS REJECT"
020033             END-IF
020034     END-READ.
020035 2080-CHECK-MERCHANT-MASTER-EXIT.
020036     EXIT.
020037
020038*----------------------------------------------------------------
020039* 2085-SCREEN-MERCHANT -- A DETAIL UNDER A MERCHANT THAT IS NOT
020040* ON FILE AND ACTIVE REJECTS AS BAD-MERCHANT WHATEVER LUHN MADE
020041* OF THE CARD: NOTHING SETTLES FOR A MERCHANT WE CANNOT PRICE OR
020042* ARE NOT PAYING.
020043*----------------------------------------------------------------
020044 2085-SCREEN-MERCHANT.
020045     IF NOT CB-MERCH-ON-FILE
020046         MOVE "FALSE" TO CB-CALL-VALID-FLAG
020047         MOVE "BAD-MERCHANT" TO CB-CALL-REASON-CODE
020048         ADD 1 TO CB-MERCH-REJECT-COUNT
020049     END-IF.
020050 2085-SCREEN-MERCHANT-EXIT.
020051     EXIT.
020052
020053*----------------------------------------------------------------
020054* 2100-READ-CARDIN -- READ THE NEXT CARDIN RECORD AND, FOR A
020055* DETAIL, TOKENIZE ITS ACCOUNT NUMBER AT ONCE, SO THE RESTART
020056* SKIP PASS AND THE LIVE PASS SEE THE SAME FIELDS.
020057*----------------------------------------------------------------
020058 2100-READ-CARDIN.
020059     READ CARDIN
020060         AT END
020061             SET CB-END-OF-CARDIN TO TRUE
020062             GO TO 2100-READ-CARDIN-EXIT
020063     END-READ
020064     IF CARD-TRAILER-ID NOT = "TRAILER"
020065         AND CARD-MERCHANT-ID NOT = "MERCHANT"
020066         PERFORM 2150-TOKENIZE-ACCOUNT
020067             THRU 2150-TOKENIZE-ACCOUNT-EXIT
020068     END-IF.
020070 2100-READ-CARDIN-EXIT.
020071     EXIT.
020072
020073*----------------------------------------------------------------
020074* 2150-TOKENIZE-ACCOUNT -- SET CB-ACCOUNT-TOKEN FOR THE DETAIL
020075* JUST READ.  ON A RESUBMISSION RUN THE ACCOUNT FIELD IS THE
020076* TOKEN REPAIROT WAS WRITTEN WITH (OR A NUMBER THE REPAIR DESK
020077* REKEYED IN CLEAR), SO IT IS FIRST DETOKENIZED BACK TO THE
020078* CARD NUMBER THE SCREENS AND NETOUT NEED.  A TOKEN THE VAULT
020079* DOES NOT KNOW IS LEFT IN PLACE TO REJECT ON THE LUHN SCREEN.
020080* THE VAULT IS THE ONLY RECORD OF WHICH CARD A TOKEN STANDS
020081* FOR, SO ANY FAILURE TO READ OR UPDATE IT STOPS THE RUN; THE
020082* CHECKPOINT LETS IT RESTART ONCE THE VAULT IS BACK.
020083*----------------------------------------------------------------
020084 2150-TOKENIZE-ACCOUNT.
020085     MOVE SPACES TO CB-ACCOUNT-TOKEN
020086     IF CB-RESUBMIT-RUN
020087         SET TKR-DETOKENIZE TO TRUE
020088         MOVE CARD-ACCOUNT-NUMBER TO TKR-TOKEN
020089         CALL "TOKVAULT" USING TOKEN-REQUEST
020090         IF TKR-VAULT-ERROR
020091             DISPLAY "CARDBATCH: TOKEN VAULT FAILED AFTER RECORD "
020092                 CB-INPUT-COUNT
020093             MOVE 16 TO RETURN-CODE
020094             GO TO 9999-EXIT
020095         END-IF
020096         IF TKR-NOT-FOUND
020097             MOVE CARD-ACCOUNT-NUMBER TO CB-ACCOUNT-TOKEN
020098             GO TO 2150-TOKENIZE-ACCOUNT-EXIT
020099         END-IF
020100         MOVE TKR-ACCOUNT-NUMBER TO CARD-ACCOUNT-NUMBER
020101     END-IF
020102     SET TKR-TOKENIZE TO TRUE
020103     MOVE CARD-ACCOUNT-NUMBER TO TKR-ACCOUNT-NUMBER
020104     CALL "TOKVAULT" USING TOKEN-REQUEST
020105     IF TKR-VAULT-ERROR
020106         DISPLAY "CARDBATCH: TOKEN VAULT FAILED AFTER RECORD "
020107             CB-INPUT-COUNT
020108         MOVE 16 TO RETURN-CODE
020109         GO TO 9999-EXIT
020110     END-IF
020111     MOVE TKR-TOKEN TO CB-ACCOUNT-TOKEN.
020112 2150-TOKENIZE-ACCOUNT-EXIT.
020113     EXIT.
020114
020115 2200-WRITE-EXCEPTION.
020116     MOVE SPACES TO CB-EXCEPTION-LINE
020120     MOVE "ACCOUNT " TO CE-LABEL
020130     MOVE CB-ACCOUNT-TOKEN TO CE-ACCOUNT-NUMBER
020140     MOVE "REASON " TO CE-REASON-LABEL
020150     MOVE CB-CALL-REASON-CODE TO CE-REASON-CODE
020160     MOVE "MERCH " TO CE-MERCH-LABEL
020300* IN PLACE AND FEED THE FILE BACK THROUGH A RESUBMISSION RUN
020310* INSTEAD OF REKEYING EVERY RECORD FROM THE PRINT REPORT.  A
020320* RESUBMISSION RUN READS ONLY THE FIRST 72 BYTES OF EACH
020330* RECORD, SO THE REASON COLUMN NEEDS NO STRIPPING.  THE ACCOUNT
020331* GOES OUT AS ITS TOKEN AND IS DETOKENIZED WHEN IT COMES BACK.
020340*----------------------------------------------------------------
020350 2250-WRITE-REPAIR.
020360     MOVE SPACES TO REPAIR-RECORD
020370     MOVE CARD-RECORD TO RP-CARD-DETAIL
020371     MOVE CB-ACCOUNT-TOKEN TO RP-CARD-DETAIL (1:32)
020380     MOVE CB-CALL-REASON-CODE TO RP-REASON-CODE
020390     WRITE REPAIR-RECORD.
020400 2250-WRITE-REPAIR-EXIT.
020460* DETAIL'S IDENTIFYING FIELDS, AND HOW IT WAS DISPOSED OF
020470* (VALID, FALSE WITH ITS REASON, OR DUP).  CARDINQ ANSWERS
020480* DISPUTES FROM THESE RECORDS LONG AFTER THE NIGHTLY FILES ARE
020490* GONE.  CB-HIST-POSITION COUNTS THE RECORDS NOW IN THE FILE
020491* SO THE CHECKPOINT CAN RECORD HOW FAR HISTORY HAD GOT.
020500*----------------------------------------------------------------
020510 2270-WRITE-HISTORY.
020520     IF CB-TRIAL-RUN
020540     END-IF
020550     MOVE SPACES TO HIST-RECORD
020560     MOVE CURRENT-DATE (1:8) TO HIST-RUN-DATE
020570     MOVE CB-ACCOUNT-TOKEN TO HIST-ACCOUNT-NUMBER
020580     MOVE CARD-HOLDER-ID TO HIST-HOLDER-ID
020590     IF CB-MERCH-CURRENT > 0
020600         MOVE CB-MERCH-NUMBER (CB-MERCH-CURRENT)
020660     MOVE CB-CALL-VALID-FLAG TO HIST-DISPOSITION
020670     MOVE CB-CALL-REASON-CODE TO HIST-REASON-CODE
020680     MOVE CARD-CURRENCY-CODE TO HIST-CURRENCY-CODE
020690     WRITE HIST-RECORD
020691     ADD 1 TO CB-HIST-POSITION.
020700 2270-WRITE-HISTORY-EXIT.
020710     EXIT.
020720
020920     MOVE CB-VALID-COUNT TO CKPT-VALID-COUNT
020930     MOVE CB-INVALID-COUNT TO CKPT-INVALID-COUNT
020940     MOVE CB-EXPIRED-COUNT TO CKPT-EXPIRED-COUNT
020941     MOVE CB-BAD-EXPIRY-COUNT TO CKPT-BAD-EXPIRY-COUNT
020942     MOVE CB-VELOCITY-COUNT TO CKPT-VELOCITY-COUNT
020943     MOVE CB-MERCH-REJECT-COUNT TO CKPT-MERCH-REJECT-COUNT
020944     MOVE CB-NO-CARD-COUNT TO CKPT-NO-CARD-COUNT
020945     MOVE CB-WRONG-HOLDER-COUNT TO CKPT-WRONG-HOLDER-COUNT
020946     MOVE CB-LOST-STOLEN-COUNT TO CKPT-LOST-STOLEN-COUNT
020947     MOVE CURRENT-DATE (1:8) TO CKPT-BATCH-DATE
020948     MOVE CB-HIST-POSITION TO CKPT-HIST-POSITION
020949     MOVE CB-HIST-STALE-COUNT TO CKPT-HIST-STALE-COUNT
020950     MOVE SPACES TO CKPT-HIST-STALE-AREA
020951     PERFORM 2330-SAVE-STALE-RANGE
020952         THRU 2330-SAVE-STALE-RANGE-EXIT
020953         VARYING CB-HIST-STALE-SCAN FROM 1 BY 1
020954         UNTIL CB-HIST-STALE-SCAN > CB-HIST-STALE-COUNT
020960     MOVE CB-DUP-COUNT TO CKPT-DUP-COUNT
020970     MOVE CB-NO-MASTER-COUNT TO CKPT-NO-MASTER-COUNT
020980     MOVE CB-BLOCKED-COUNT TO CKPT-BLOCKED-COUNT
021210     MOVE CB-MERCH-COUNT TO CKPT-MERCH-COUNT
021220     MOVE CB-CURR-STAT-COUNT TO CKPT-CURR-COUNT
021230     MOVE SPACES TO CKPT-CURR-AREA
021231     MOVE SPACES TO CKPT-CURR-NET-AREA
021240     PERFORM 2320-SAVE-CURRENCY THRU 2320-SAVE-CURRENCY-EXIT
021250         VARYING CB-CURR-RESTORE FROM 1 BY 1
021260         UNTIL CB-CURR-RESTORE > CB-CURR-STAT-COUNT
021730     MOVE CB-CURR-STAT-CONV (CB-CURR-RESTORE)
021740         TO CKPT-CURR-CONV (CB-CURR-RESTORE)
021750     MOVE CB-CURR-STAT-RATE (CB-CURR-RESTORE)
021760         TO CKPT-CURR-RATE (CB-CURR-RESTORE)
021761     MOVE CB-CURR-STAT-NET-ORIG (CB-CURR-RESTORE)
021762         TO CKPT-CURR-NET-ORIG (CB-CURR-RESTORE)
021763     MOVE CB-CURR-STAT-NET-CONV (CB-CURR-RESTORE)
021764         TO CKPT-CURR-NET-CONV (CB-CURR-RESTORE).
021770 2320-SAVE-CURRENCY-EXIT.
021771     EXIT.
021772
021773 2330-SAVE-STALE-RANGE.
021774     MOVE CB-HIST-STALE-FROM (CB-HIST-STALE-SCAN)
021775         TO CKPT-HIST-STALE-FROM (CB-HIST-STALE-SCAN)
021776     MOVE CB-HIST-STALE-TO (CB-HIST-STALE-SCAN)
021777         TO CKPT-HIST-STALE-TO (CB-HIST-STALE-SCAN).
021778 2330-SAVE-STALE-RANGE-EXIT.
021780     EXIT.
021790
021800*----------------------------------------------------------------
021990     MOVE ZERO TO CKPT-INVALID-COUNT
022000     MOVE ZERO TO CKPT-EXPIRED-COUNT
022010     MOVE ZERO TO CKPT-BAD-EXPIRY-COUNT
022011     MOVE ZERO TO CKPT-VELOCITY-COUNT
022012     MOVE ZERO TO CKPT-MERCH-REJECT-COUNT
022013     MOVE ZERO TO CKPT-NO-CARD-COUNT
022014     MOVE ZERO TO CKPT-WRONG-HOLDER-COUNT
022015     MOVE ZERO TO CKPT-LOST-STOLEN-COUNT
022016     MOVE CURRENT-DATE (1:8) TO CKPT-BATCH-DATE
022017     MOVE ZERO TO CKPT-HIST-POSITION
022018     MOVE ZERO TO CKPT-HIST-STALE-COUNT
022019     MOVE SPACES TO CKPT-HIST-STALE-AREA
022020     MOVE ZERO TO CKPT-DUP-COUNT
022030     MOVE ZERO TO CKPT-NO-MASTER-COUNT
022040     MOVE ZERO TO CKPT-BLOCKED-COUNT
022270     MOVE ZERO TO CKPT-MERCH-COUNT
022280     MOVE ZERO TO CKPT-CURR-COUNT
022290     MOVE SPACES TO CKPT-CURR-AREA
022291     MOVE SPACES TO CKPT-CURR-NET-AREA
022300     MOVE SPACES TO CKPT-MERCH-AREA
022310     WRITE CKPT-RECORD
022320     CLOSE CKPTFILE.
023690                 TO CB-CURR-STAT-ORIG (CB-CURR-STAT-INDEX)
023700             MOVE ZERO
023710                 TO CB-CURR-STAT-CONV (CB-CURR-STAT-INDEX)
023711             MOVE ZERO
023712                 TO CB-CURR-STAT-NET-ORIG (CB-CURR-STAT-INDEX)
023713             MOVE ZERO
023714                 TO CB-CURR-STAT-NET-CONV (CB-CURR-STAT-INDEX)
023720         ELSE
023730             DISPLAY "CARDBATCH: MORE THAN " CB-CURR-STAT-MAX
023740                 " CURRENCIES IN ONE EXTRACT"
024820 2700-WRITE-DUPLICATE.
024830     MOVE SPACES TO CB-DUPLICATE-LINE
024840     MOVE "ACCOUNT " TO CD-LABEL
024850     MOVE CB-ACCOUNT-TOKEN TO CD-ACCOUNT-NUMBER
024860     MOVE "HOLDER " TO CD-HOLDER-LABEL
024870     MOVE CARD-HOLDER-ID TO CD-HOLDER-ID
024880     MOVE "BATCH " TO CD-BATCH-LABEL
025150             END-IF
025160     END-READ.
025170 2800-CHECK-HOLDER-EXIT.
025171     EXIT.
025172
025173*----------------------------------------------------------------
025174* 2810-CHECK-CARD-XREF -- A KNOWN, ACTIVE HOLDER IS NOT ENOUGH:
025175* THE CARD ITSELF MUST HAVE BEEN ISSUED TO THAT HOLDER.  THE
025176* ACCOUNT NUMBER IS READ BY KEY FROM THE INDEXED CARDXREF
025177* CROSS-REFERENCE OPENED BY 1160-OPEN-MASTER.  AN ACCOUNT NEVER
025178* ISSUED REJECTS AS NO-CARD, ONE ISSUED TO ANOTHER HOLDER AS
025179* WRONG-HOLDER, AND ONE REPORTED LOST OR STOLEN AS LOST-STOLEN.
025180* ACTIVE AND REPLACED CARDS PASS.
025181*----------------------------------------------------------------
025182 2810-CHECK-CARD-XREF.
025183     MOVE CARD-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER
025184     READ CARDXREF
025185         INVALID KEY
025186             MOVE "FALSE" TO CB-CALL-VALID-FLAG
025187             MOVE "NO-CARD" TO CB-CALL-REASON-CODE
025188             ADD 1 TO CB-NO-CARD-COUNT
025189             GO TO 2810-CHECK-CARD-XREF-EXIT
025190     END-READ
025191     IF XREF-HOLDER-ID NOT = CARD-HOLDER-ID
025192         MOVE "FALSE" TO CB-CALL-VALID-FLAG
025193         MOVE "WRONG-HOLDER" TO CB-CALL-REASON-CODE
025194         ADD 1 TO CB-WRONG-HOLDER-COUNT
025195         GO TO 2810-CHECK-CARD-XREF-EXIT
025196     END-IF
025197     IF XREF-LOST OR XREF-STOLEN
025198         MOVE "FALSE" TO CB-CALL-VALID-FLAG
025199         MOVE "LOST-STOLEN" TO CB-CALL-REASON-CODE
025200         ADD 1 TO CB-LOST-STOLEN-COUNT
025201     END-IF.
025202 2810-CHECK-CARD-XREF-EXIT.
025203     EXIT.
025204
025205*----------------------------------------------------------------
025210* 2850-CHECK-HOTCARD -- A CARD THAT SURVIVES THE HOLDER CHECK IS
025220* STILL STOPPED IF ITS ACCOUNT NUMBER IS ON THE ISSUERS'
025230* HOT-CARD LIST -- A COMPROMISED NUMBER HAS NO HOLDER ON
025940     IF CB-BIN-PREFIX-NUM NOT < CB-BIN-ENTRY-LOW (CB-BIN-SCAN)
025950         AND CB-BIN-PREFIX-NUM
025960             NOT > CB-BIN-ENTRY-HIGH (CB-BIN-SCAN)
025961         SET CB-BIN-FOUND TO TRUE
025962         MOVE CB-BIN-ENTRY-ROUTE (CB-BIN-SCAN)
025963             TO CB-ROUTE-NUMBER
025964     END-IF.
025965 2910-SCAN-BIN-TABLE-EXIT.
025966     EXIT.
025967
025968*----------------------------------------------------------------
025969* 2920-CHECK-VELOCITY -- THE LAST SCREEN.  A SALE THAT HAS PASSED
025970* EVERY OTHER SCREEN IS ADDED TO ITS ACCOUNT'S COUNT AND DOLLARS
025971* FOR THE LOOK-BACK NIGHTS AND THIS EXTRACT; IF THAT WOULD PUSH
025972* THE ACCOUNT OVER THE ITEM LIMIT OR THE DOLLAR LIMIT THE SALE IS
025973* HELD AS VELOCITY INSTEAD, LISTED ON VELRPT, AND LEFT OUT OF THE
025974* TOTALS SINCE IT DID NOT SETTLE.  REVERSALS ARE NOT SCREENED.
025975* A RESUBMISSION RUN IS NOT SCREENED EITHER: RISK RELEASES A
025976* REVIEWED HOLD BY RESUBMITTING IT, AND HOLDING IT AGAIN WOULD
025977* MAKE THE RELEASE IMPOSSIBLE.  A FULL TABLE LEAVES LATER
025978* ACCOUNTS UNSCREENED WITH A WARNING, AS THE DUPLICATE TABLE DOES.
025979*----------------------------------------------------------------
025980 2920-CHECK-VELOCITY.
025981     IF CB-RESUBMIT-RUN OR NOT CARD-TRAN-SALE
025982         GO TO 2920-CHECK-VELOCITY-EXIT
025983     END-IF
025984     MOVE CB-ACCOUNT-TOKEN TO CB-VEL-KEY
025985     PERFORM 2925-FIND-VEL-SLOT THRU 2925-FIND-VEL-SLOT-EXIT
025986     IF NOT CB-VEL-SLOT-FOUND
025987         GO TO 2920-CHECK-VELOCITY-EXIT
025988     END-IF
025989     COMPUTE CB-VEL-TRIP-COUNT = CB-VEL-COUNT (CB-VEL-SLOT) + 1
025990     COMPUTE CB-VEL-TRIP-AMOUNT =
025991         CB-VEL-AMOUNT (CB-VEL-SLOT) + CB-SETTLE-AMOUNT
025992     IF CB-VEL-TRIP-COUNT > CB-VEL-MAX-COUNT
025993         OR CB-VEL-TRIP-AMOUNT > CB-VEL-MAX-AMOUNT
025994         MOVE "FALSE" TO CB-CALL-VALID-FLAG
025995         MOVE "VELOCITY" TO CB-CALL-REASON-CODE
025996         ADD 1 TO CB-VELOCITY-COUNT
025997         PERFORM 2940-WRITE-VELOCITY-HOLD
025998             THRU 2940-WRITE-VELOCITY-HOLD-EXIT
025999     ELSE
026000         MOVE CB-VEL-TRIP-COUNT TO CB-VEL-COUNT (CB-VEL-SLOT)
026001         MOVE CB-VEL-TRIP-AMOUNT TO CB-VEL-AMOUNT (CB-VEL-SLOT)
026002     END-IF.
026003 2920-CHECK-VELOCITY-EXIT.
026004     EXIT.
026005
026006*----------------------------------------------------------------
026007* 2925-FIND-VEL-SLOT -- FIND CB-VEL-KEY'S SLOT IN THE VELOCITY
026008* TABLE, CLAIMING AN EMPTY ONE WITH ZERO TOTALS IF THE ACCOUNT
026009* IS NEW, AND SET CB-VEL-SLOT-FOUND.  HASHED AND PROBED EXACTLY
026010* AS 2600-CHECK-DUPLICATE DOES; AN ALL-SPACES KEY IS NEVER
026011* STORED.  A FULL TABLE IS REPORTED ONCE.
026012*----------------------------------------------------------------
026013 2925-FIND-VEL-SLOT.
026014     MOVE "N" TO CB-VEL-FOUND-SWITCH
026015     IF CB-VEL-KEY = SPACES
026016         GO TO 2925-FIND-VEL-SLOT-EXIT
026017     END-IF
026018     MOVE ZERO TO CB-VEL-HASH
026019     PERFORM 2930-HASH-VEL-CHAR THRU 2930-HASH-VEL-CHAR-EXIT
026020         VARYING CB-VEL-CHAR FROM 1 BY 1
026021         UNTIL CB-VEL-CHAR > 32
026022     COMPUTE CB-VEL-SLOT = CB-VEL-HASH + 1
026023     MOVE ZERO TO CB-VEL-PROBES
026024     PERFORM 2935-PROBE-VEL-SLOT
026025         THRU 2935-PROBE-VEL-SLOT-EXIT
026026         UNTIL CB-VEL-SLOT-FOUND
026027            OR CB-VEL-ACCOUNT (CB-VEL-SLOT) = SPACES
026028            OR CB-VEL-PROBES NOT < CB-VEL-SLOT-MAX
026029     IF NOT CB-VEL-SLOT-FOUND
026030         IF CB-VEL-ACCOUNT (CB-VEL-SLOT) = SPACES
026031             AND CB-VEL-KEY-COUNT < CB-VEL-TABLE-MAX
026032             ADD 1 TO CB-VEL-KEY-COUNT
026033             MOVE CB-VEL-KEY TO CB-VEL-ACCOUNT (CB-VEL-SLOT)
026034             MOVE ZERO TO CB-VEL-COUNT (CB-VEL-SLOT)
026035             MOVE ZERO TO CB-VEL-AMOUNT (CB-VEL-SLOT)
026036             SET CB-VEL-SLOT-FOUND TO TRUE
026037         ELSE
026038             IF NOT CB-VEL-TABLE-FULL
026039                 DISPLAY "CARDBATCH: VELOCITY TABLE FULL AT "
026040                     CB-VEL-TABLE-MAX " ACCOUNTS -- LATER "
026041                     "ACCOUNTS ARE NOT SCREENED FOR VELOCITY"
026042                 SET CB-VEL-TABLE-FULL TO TRUE
026043             END-IF
026044         END-IF
026045     END-IF.
026046 2925-FIND-VEL-SLOT-EXIT.
026047     EXIT.
026048
026049 2930-HASH-VEL-CHAR.
026050     COMPUTE CB-VEL-HASH =
026051         MOD(CB-VEL-HASH * 31
026052             + ORD(CB-VEL-KEY (CB-VEL-CHAR:1)),
026053             CB-VEL-SLOT-MAX).
026054 2930-HASH-VEL-CHAR-EXIT.
026055     EXIT.
026056
026057 2935-PROBE-VEL-SLOT.
026058     IF CB-VEL-ACCOUNT (CB-VEL-SLOT) = CB-VEL-KEY
026059         SET CB-VEL-SLOT-FOUND TO TRUE
026060         GO TO 2935-PROBE-VEL-SLOT-EXIT
026061     END-IF
026062     IF CB-VEL-ACCOUNT (CB-VEL-SLOT) NOT = SPACES
026063         ADD 1 TO CB-VEL-PROBES
026064         ADD 1 TO CB-VEL-SLOT
026065         IF CB-VEL-SLOT > CB-VEL-SLOT-MAX
026066             MOVE 1 TO CB-VEL-SLOT
026067         END-IF
026068     END-IF.
026069 2935-PROBE-VEL-SLOT-EXIT.
026070     EXIT.
026071
026072*----------------------------------------------------------------
026073* 2940-WRITE-VELOCITY-HOLD -- ONE VELRPT LINE PER HELD SALE: THE
026074* ACCOUNT, THE MERCHANT, THE ITEM COUNT AND DOLLARS THE ACCOUNT
026075* WOULD HAVE REACHED, AND WHICH LIMIT IT BROKE, SO RISK CAN
026076* REVIEW IT BEFORE RELEASING IT THROUGH A RESUBMISSION RUN.
026077*----------------------------------------------------------------
026078 2940-WRITE-VELOCITY-HOLD.
026079     MOVE SPACES TO CB-VELOCITY-LINE
026080     MOVE "ACCOUNT " TO CV-LABEL
026081     MOVE CB-ACCOUNT-TOKEN TO CV-ACCOUNT-NUMBER
026082     IF CB-MERCH-CURRENT > 0
026083         MOVE CB-MERCH-NUMBER (CB-MERCH-CURRENT) TO CV-MERCHANT
026084     END-IF
026085     MOVE CB-VEL-TRIP-COUNT TO CV-COUNT
026086     MOVE CB-VEL-TRIP-AMOUNT TO CV-AMOUNT
026087     IF CB-VEL-TRIP-COUNT > CB-VEL-MAX-COUNT
026088         MOVE "COUNT" TO CV-LIMIT
026089     ELSE
026090         MOVE "AMOUNT" TO CV-LIMIT
026091     END-IF
026092     MOVE CB-VELOCITY-LINE TO VELRPT-RECORD
026093     WRITE VELRPT-RECORD.
026094 2940-WRITE-VELOCITY-HOLD-EXIT.
026095     EXIT.
026096
026097*----------------------------------------------------------------
026098* 2950-WRITE-NETOUT -- WRITE THE SETTLING RECORD, AS BUILT FOR
026099* CARDOUT, TO THE NETWORK FILE ITS BIN RANGE ROUTES IT TO, AND
026100* ROLL THE RECORD INTO THAT FILE'S TRAILER TOTALS: THE DETAIL
026101* COUNT (KEPT IN CB-NET-COUNT BY THE CALLER), THE NET DOLLARS
026102* (SALES LESS REVERSALS), AND THE ACCOUNT-NUMBER HASH TOTAL.
026103*----------------------------------------------------------------
026110 2950-WRITE-NETOUT.
026120     IF CB-TRIAL-RUN
026130         GO TO 2950-WRITE-NETOUT-EXIT
026960     CLOSE CARDIN
026970     CLOSE CARDOUT
026980     CLOSE CARDMSTR
026981     CLOSE MERCHMST
026982     CLOSE CARDXREF
026990     CLOSE EXCPRPT
027000     CLOSE DUPRPT
027010     CLOSE REPAIROT
027011     CLOSE VELRPT
027020     CLOSE CNTLRPT.
027030 3000-TERMINATE-EXIT.
027040     EXIT.
027740     MOVE "BLOCKED HOLDERS" TO CL-LABEL
027750     MOVE CB-BLOCKED-COUNT TO CL-COUNT
027760     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027761     WRITE CNTLRPT-RECORD
027762
027763     MOVE "UNKNOWN CARD ACCOUNTS" TO CL-LABEL
027764     MOVE CB-NO-CARD-COUNT TO CL-COUNT
027765     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027766     WRITE CNTLRPT-RECORD
027767
027768     MOVE "WRONG HOLDER CARDS" TO CL-LABEL
027769     MOVE CB-WRONG-HOLDER-COUNT TO CL-COUNT
027770     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027771     WRITE CNTLRPT-RECORD
027772
027773     MOVE "LOST OR STOLEN CARDS" TO CL-LABEL
027774     MOVE CB-LOST-STOLEN-COUNT TO CL-COUNT
027775     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027776     WRITE CNTLRPT-RECORD
027777
027778     MOVE "MERCHANT REJECTS" TO CL-LABEL
027779     MOVE CB-MERCH-REJECT-COUNT TO CL-COUNT
027780     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027781     WRITE CNTLRPT-RECORD
027782
027790     MOVE "UNKNOWN BIN CARDS" TO CL-LABEL
027800     MOVE CB-UNKNOWN-BIN-COUNT TO CL-COUNT
027810     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027860     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027870     WRITE CNTLRPT-RECORD
027880
027881     MOVE "NO RATE REJECTS" TO CL-LABEL
027882     MOVE CB-NO-RATE-COUNT TO CL-COUNT
027883     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027884     WRITE CNTLRPT-RECORD
027885
027886     MOVE "VELOCITY HOLDS" TO CL-LABEL
027887     MOVE CB-VELOCITY-COUNT TO CL-COUNT
027888     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027889     WRITE CNTLRPT-RECORD
027890
027891     MOVE "VELOCITY NIGHTS" TO CL-LABEL
027892     MOVE CB-VEL-NIGHTS TO CL-COUNT
027893     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027894     WRITE CNTLRPT-RECORD
027895
027896     MOVE "VELOCITY ITEM LIMIT" TO CL-LABEL
027897     MOVE CB-VEL-MAX-COUNT TO CL-COUNT
027898     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027899     WRITE CNTLRPT-RECORD
027900
027901     MOVE "VELOCITY HISTORY ITEMS" TO CL-LABEL
027902     MOVE CB-VEL-HIST-COUNT TO CL-COUNT
027910     MOVE CB-CONTROL-LINE TO CNTLRPT-RECORD
027920     WRITE CNTLRPT-RECORD
027930
028370
028380     MOVE "TRAILER DOLLAR TOTAL" TO CY-LABEL
028390     MOVE CB-TRAILER-AMOUNT TO CY-AMOUNT
028391     MOVE CB-MONEY-LINE TO CNTLRPT-RECORD
028392     WRITE CNTLRPT-RECORD
028393
028394     MOVE "VELOCITY DOLLAR LIMIT" TO CY-LABEL
028395     MOVE CB-VEL-MAX-AMOUNT TO CY-AMOUNT
028400     MOVE CB-MONEY-LINE TO CNTLRPT-RECORD
028410     WRITE CNTLRPT-RECORD
028420
031050 4710-WRITE-ONE-CURRENCY-EXIT.
031060     EXIT.
031070
031071*----------------------------------------------------------------
031072* 4800-WRITE-CURRENCY-SUMMARY -- WRITE ONE CSUMREC RECORD PER
031073* FOREIGN CURRENCY SETTLED THIS RUN TO CURRSUM, THE MACHINE-
031074* READABLE TWIN OF CURRRPT THAT GLJOURNL BOOKS FROM.  REWRITTEN
031075* FRESH EVERY RUN LIKE MERCHSUM, AND LIKE MERCHSUM NOT WRITTEN
031076* ON A TRIAL RUN.
031077*----------------------------------------------------------------
031078 4800-WRITE-CURRENCY-SUMMARY.
031079     IF CB-TRIAL-RUN
031080         GO TO 4800-WRITE-CURRENCY-SUMMARY-EXIT
031081     END-IF
031082     OPEN OUTPUT CURRSUM
031083     IF CB-CURRSUM-STATUS NOT = "00"
031084         DISPLAY "CARDBATCH: CURRSUM OPEN FAILED, STATUS "
031085             CB-CURRSUM-STATUS
031086         MOVE 16 TO RETURN-CODE
031087         GO TO 9999-EXIT
031088     END-IF
031089     PERFORM 4810-WRITE-ONE-CURR-SUMMARY
031090         THRU 4810-WRITE-ONE-CURR-SUMMARY-EXIT
031091         VARYING CB-CURR-RESTORE FROM 1 BY 1
031092         UNTIL CB-CURR-RESTORE > CB-CURR-STAT-COUNT
031093     CLOSE CURRSUM.
031094 4800-WRITE-CURRENCY-SUMMARY-EXIT.
031095     EXIT.
031096
031097 4810-WRITE-ONE-CURR-SUMMARY.
031098     MOVE SPACES TO CSUM-RECORD
031099     MOVE CB-CURR-STAT-CODE (CB-CURR-RESTORE)
031100         TO CSUM-CURRENCY-CODE
031101     MOVE CB-CURR-STAT-CNT (CB-CURR-RESTORE) TO CSUM-COUNT
031102     MOVE CB-CURR-STAT-ORIG (CB-CURR-RESTORE)
031103         TO CSUM-ORIG-AMOUNT
031104     MOVE CB-CURR-STAT-CONV (CB-CURR-RESTORE)
031105         TO CSUM-CONV-AMOUNT
031106     MOVE CB-CURR-STAT-NET-ORIG (CB-CURR-RESTORE)
031107         TO CSUM-NET-ORIG-AMOUNT
031108     MOVE CB-CURR-STAT-NET-CONV (CB-CURR-RESTORE)
031109         TO CSUM-NET-CONV-AMOUNT
031110     MOVE CB-CURR-STAT-RATE (CB-CURR-RESTORE) TO CSUM-RATE
031111     WRITE CSUM-RECORD.
031112 4810-WRITE-ONE-CURR-SUMMARY-EXIT.
031113     EXIT.
031114
031115 9999-EXIT.
031116     STOP RUN.
