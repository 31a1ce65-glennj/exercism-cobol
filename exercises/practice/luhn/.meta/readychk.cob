000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. READYCHK.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL PRE-RUN READINESS CHECK, RUN AHEAD
000120*                  OF CARDBATCH.  FOR EACH REFERENCE TABLE
000130*                  (BINTABLE, HOTLIST, CURRTABL) CONFIRMS THE
000140*                  FILE IS PRESENT AND NOT EMPTY, THAT ITS LOAD
000150*                  STAMP SHOWS A LOAD THAT FINISHED WITH NO
000160*                  REJECTS, THAT THE RECORDS ON DISK ARE THE
000170*                  ONES THAT LOAD WROTE, AND THAT THE LOAD IS
000180*                  CURRENT -- RATES LOADED TODAY, THE STOPLIST
000190*                  NO OLDER THAN THE WEEKLY CYCLE (LIMITS FROM
000200*                  THE READYCTL CONTROL CARD).  ALSO CONFIRMS
000210*                  CKPTFILE HOLDS NO RESTART POINT LEFT BY AN
000220*                  EARLIER NIGHT AND THAT NETSEQ CAN BE READ.
000230*                  PRINTS ONE GO/NO-GO LINE PER CHECK ON
000240*                  READYRPT AND ENDS WITH RETURN-CODE 8 IF ANY
000250*                  CHECK FAILS, SO THE SCHEDULER HOLDS THE
000260*                  NIGHTLY SETTLEMENT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 REPOSITORY.
000310     FUNCTION ALL INTRINSIC.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT READYCTL ASSIGN TO "READYCTL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS RK-READYCTL-STATUS.
000370
000380     SELECT BINTABLE ASSIGN TO "BINTABLE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RK-BINTABLE-STATUS.
000410
000420     SELECT BINSTAMP ASSIGN TO "BINSTAMP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RK-BINSTAMP-STATUS.
000450
000460     SELECT HOTLIST ASSIGN TO "HOTLIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RK-HOTLIST-STATUS.
000490
000500     SELECT HOTSTAMP ASSIGN TO "HOTSTAMP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RK-HOTSTAMP-STATUS.
000530
000540     SELECT CURRTABL ASSIGN TO "CURRTABL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RK-CURRTABL-STATUS.
000570
000580     SELECT CURSTAMP ASSIGN TO "CURSTAMP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RK-CURSTAMP-STATUS.
000610
000620     SELECT CKPTFILE ASSIGN TO "CKPTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RK-CKPTFILE-STATUS.
000650
000660     SELECT NETSEQ ASSIGN TO "NETSEQ"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RK-NETSEQ-STATUS.
000690
000700     SELECT READYRPT ASSIGN TO "READYRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS RK-READYRPT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*    READYCTL: COLUMNS 1-2 ARE THE OLDEST STOPLIST LOAD, IN DAYS,
000770*    THAT MAY STILL BE SETTLED AGAINST (DEFAULT 7, THE WEEKLY
000780*    ISSUER DROP); COLUMNS 3-4 THE SAME FOR THE RATE TABLE
000790*    (DEFAULT 0 -- RATES MUST HAVE BEEN LOADED TODAY).
000800 FD  READYCTL
000810     RECORDING MODE IS F.
000820 01  READYCTL-RECORD.
000830     05 READYCTL-HOT-DAYS         PIC X(02).
000840     05 READYCTL-HOT-DAYS-N REDEFINES READYCTL-HOT-DAYS
000850                                  PIC 9(02).
000860     05 READYCTL-RATE-DAYS        PIC X(02).
000870     05 READYCTL-RATE-DAYS-N REDEFINES READYCTL-RATE-DAYS
000880                                  PIC 9(02).
000890
000900 FD  BINTABLE
000910     RECORDING MODE IS F.
000920     COPY BINREC.
000930
000940 FD  BINSTAMP
000950     RECORDING MODE IS F.
000960 01  BINSTAMP-RECORD              PIC X(44).
000970
000980 FD  HOTLIST
000990     RECORDING MODE IS F.
001000     COPY HOTREC.
001010
001020 FD  HOTSTAMP
001030     RECORDING MODE IS F.
001040 01  HOTSTAMP-RECORD              PIC X(44).
001050
001060 FD  CURRTABL
001070     RECORDING MODE IS F.
001080     COPY CURREC.
001090
001100 FD  CURSTAMP
001110     RECORDING MODE IS F.
001120 01  CURSTAMP-RECORD              PIC X(44).
001130
001140 FD  CKPTFILE
001150     RECORDING MODE IS F.
001160     COPY CKPTREC.
001170
001180 FD  NETSEQ
001190     RECORDING MODE IS F.
001200 01  NETSEQ-RECORD                PIC 9(05).
001210
001220 FD  READYRPT
001230     RECORDING MODE IS F.
001240 01  READYRPT-RECORD              PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270 77  RK-READYCTL-STATUS           PIC X(02) VALUE SPACES.
001280 77  RK-BINTABLE-STATUS           PIC X(02) VALUE SPACES.
001290 77  RK-BINSTAMP-STATUS           PIC X(02) VALUE SPACES.
001300 77  RK-HOTLIST-STATUS            PIC X(02) VALUE SPACES.
001310 77  RK-HOTSTAMP-STATUS           PIC X(02) VALUE SPACES.
001320 77  RK-CURRTABL-STATUS           PIC X(02) VALUE SPACES.
001330 77  RK-CURSTAMP-STATUS           PIC X(02) VALUE SPACES.
001340 77  RK-CKPTFILE-STATUS           PIC X(02) VALUE SPACES.
001350 77  RK-NETSEQ-STATUS             PIC X(02) VALUE SPACES.
001360 77  RK-READYRPT-STATUS           PIC X(02) VALUE SPACES.
001370 77  RK-EOF-SWITCH                PIC X(01) VALUE "N".
001380     88 RK-END-OF-TABLE                   VALUE "Y".
001390 77  RK-STAMP-SWITCH              PIC X(01) VALUE "N".
001400     88 RK-STAMP-FOUND                    VALUE "Y".
001410
001420 77  RK-HOT-MAX-DAYS              PIC 9(04) COMP VALUE 7.
001430 77  RK-RATE-MAX-DAYS             PIC 9(04) COMP VALUE ZERO.
001440*    RK-MAX-DAYS IS THE AGE LIMIT FOR THE TABLE BEING JUDGED;
001450*    RK-NO-AGE-LIMIT MEANS THE TABLE IS NOT AGED AT ALL (THE BIN
001460*    RANGES CHANGE ONLY WHEN A NETWORK REISSUES THEM).
001470 77  RK-MAX-DAYS                  PIC 9(04) COMP VALUE ZERO.
001480 77  RK-NO-AGE-LIMIT              PIC 9(04) COMP VALUE 9999.
001490 77  RK-AGE-DAYS                  PIC S9(07) COMP VALUE ZERO.
001500 77  RK-TABLE-COUNT               PIC 9(07) COMP VALUE ZERO.
001510 77  RK-CHECK-COUNT               PIC 9(03) COMP VALUE ZERO.
001520 77  RK-NOGO-COUNT                PIC 9(03) COMP VALUE ZERO.
001530
001540 01  RK-TODAY                     PIC 9(08) VALUE ZERO.
001550 01  RK-TODAY-X REDEFINES RK-TODAY
001560                                  PIC X(08).
001570 01  RK-TABLE-STATUS              PIC X(02) VALUE SPACES.
001580
001590     COPY LSTMPREC.
001600
001610 01  RK-TITLE-LINE.
001620     05 FILLER                    PIC X(36) VALUE
001630        "CARDBATCH READINESS CHECK".
001640     05 FILLER                    PIC X(11) VALUE "BATCH DATE ".
001650     05 RT-BATCH-DATE             PIC X(08).
001660     05 FILLER                    PIC X(25) VALUE SPACES.
001670
001680 01  RK-HEADER-LINE.
001690     05 FILLER                    PIC X(40) VALUE
001700        "FILE      RESULT DATE            COUNT  ".
001710     05 FILLER                    PIC X(40) VALUE
001720        "DETAIL".
001730
001740 01  RK-DETAIL-LINE.
001750     05 RL-FILE                   PIC X(08).
001760     05 FILLER                    PIC X(02).
001770     05 RL-RESULT                 PIC X(05).
001780     05 FILLER                    PIC X(02).
001790     05 RL-DATE                   PIC X(08).
001800     05 FILLER                    PIC X(02).
001810     05 RL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001820     05 FILLER                    PIC X(02).
001830     05 RL-DETAIL                 PIC X(40).
001840
001850*    DETAIL TEXT FOR AN OPEN THAT FAILED FOR ANY REASON OTHER
001860*    THAN THE FILE NOT BEING THERE.
001870 01  RK-OPEN-FAILED.
001880     05 FILLER                    PIC X(20) VALUE
001890        "OPEN FAILED, STATUS ".
001900     05 RK-FAILED-STATUS          PIC X(02).
001910     05 FILLER                    PIC X(18) VALUE SPACES.
001920
001930 01  RK-VERDICT-LINE.
001940     05 FILLER                    PIC X(04) VALUE "*** ".
001950     05 RV-TEXT                   PIC X(50).
001960     05 FILLER                    PIC X(26) VALUE SPACES.
001970
001980 PROCEDURE DIVISION.
001990*----------------------------------------------------------------
002000* 0000-MAINLINE -- DRIVE THE READINESS CHECKS.
002010*----------------------------------------------------------------
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002040     PERFORM 2000-CHECK-BINTABLE THRU 2000-CHECK-BINTABLE-EXIT
002050     PERFORM 2100-CHECK-HOTLIST THRU 2100-CHECK-HOTLIST-EXIT
002060     PERFORM 2200-CHECK-CURRTABL THRU 2200-CHECK-CURRTABL-EXIT
002070     PERFORM 3000-CHECK-CKPTFILE THRU 3000-CHECK-CKPTFILE-EXIT
002080     PERFORM 3100-CHECK-NETSEQ THRU 3100-CHECK-NETSEQ-EXIT
002090     PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT
002100     GO TO 9999-EXIT.
002110
002120*----------------------------------------------------------------
002130* 1000-INITIALIZE -- TAKE THE AGE LIMITS FROM READYCTL (ANY
002140* FIELD MISSING OR NOT NUMERIC KEEPS ITS DEFAULT), OPEN THE
002150* REPORT AND PRINT ITS HEADINGS.
002160*----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     MOVE CURRENT-DATE (1:8) TO RK-TODAY-X
002190
002200     OPEN INPUT READYCTL
002210     IF RK-READYCTL-STATUS = "00"
002220         READ READYCTL
002230             AT END
002240                 DISPLAY "READYCHK: READYCTL IS EMPTY, USING "
002250                     "DEFAULT LIMITS"
002260             NOT AT END
002270                 IF READYCTL-HOT-DAYS IS NUMERIC
002280                     MOVE READYCTL-HOT-DAYS-N TO RK-HOT-MAX-DAYS
002290                 ELSE
002291                     IF READYCTL-HOT-DAYS NOT = SPACES
002300                         DISPLAY "READYCHK: READYCTL STOPLIST "
002310                             "DAYS '" READYCTL-HOT-DAYS
002320                             "' NOT USABLE, USING DEFAULT"
002321                     END-IF
002330                 END-IF
002340                 IF READYCTL-RATE-DAYS IS NUMERIC
002350                     MOVE READYCTL-RATE-DAYS-N
002360                         TO RK-RATE-MAX-DAYS
002370                 ELSE
002371                     IF READYCTL-RATE-DAYS NOT = SPACES
002380                         DISPLAY "READYCHK: READYCTL RATE DAYS '"
002390                             READYCTL-RATE-DAYS "' NOT USABLE, "
002400                             "USING DEFAULT"
002401                     END-IF
002410                 END-IF
002420         END-READ
002430         CLOSE READYCTL
002440     ELSE
002450         DISPLAY "READYCHK: READYCTL NOT AVAILABLE, USING "
002460             "DEFAULT LIMITS"
002470     END-IF
002480     DISPLAY "READYCHK: STOPLIST AGE LIMIT " RK-HOT-MAX-DAYS
002490         " DAYS, RATE AGE LIMIT " RK-RATE-MAX-DAYS " DAYS"
002500
002510     OPEN OUTPUT READYRPT
002520     IF RK-READYRPT-STATUS NOT = "00"
002530         DISPLAY "READYCHK: READYRPT OPEN FAILED, STATUS "
002540             RK-READYRPT-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 9999-EXIT
002570     END-IF
002580
002590     MOVE RK-TODAY-X TO RT-BATCH-DATE
002600     MOVE RK-TITLE-LINE TO READYRPT-RECORD
002610     WRITE READYRPT-RECORD
002620     MOVE SPACES TO READYRPT-RECORD
002630     WRITE READYRPT-RECORD
002640     MOVE RK-HEADER-LINE TO READYRPT-RECORD
002650     WRITE READYRPT-RECORD.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 2000-CHECK-BINTABLE -- PICK UP THE BIN TABLE'S LOAD STAMP,
002710* COUNT THE RANGES ON DISK AND JUDGE THEM.  THE BIN TABLE HAS
002720* NO AGE LIMIT.
002730*----------------------------------------------------------------
002740 2000-CHECK-BINTABLE.
002741     MOVE SPACES TO RK-DETAIL-LINE
002750     MOVE "N" TO RK-STAMP-SWITCH
002760     MOVE SPACES TO LOAD-STAMP-RECORD
002770     OPEN INPUT BINSTAMP
002780     IF RK-BINSTAMP-STATUS = "00"
002790         READ BINSTAMP
002800             AT END
002810                 CONTINUE
002820             NOT AT END
002830                 MOVE BINSTAMP-RECORD TO LOAD-STAMP-RECORD
002840                 SET RK-STAMP-FOUND TO TRUE
002850         END-READ
002860         CLOSE BINSTAMP
002870     END-IF
002880
002890     MOVE ZERO TO RK-TABLE-COUNT
002900     MOVE "N" TO RK-EOF-SWITCH
002910     OPEN INPUT BINTABLE
002920     MOVE RK-BINTABLE-STATUS TO RK-TABLE-STATUS
002930     IF RK-BINTABLE-STATUS = "00"
002940         PERFORM 2010-COUNT-BINTABLE
002950             THRU 2010-COUNT-BINTABLE-EXIT
002960             UNTIL RK-END-OF-TABLE
002970         CLOSE BINTABLE
002980     END-IF
002990
003000     MOVE "BINTABLE" TO RL-FILE
003010     MOVE RK-NO-AGE-LIMIT TO RK-MAX-DAYS
003020     PERFORM 2900-JUDGE-TABLE THRU 2900-JUDGE-TABLE-EXIT.
003030 2000-CHECK-BINTABLE-EXIT.
003040     EXIT.
003050
003060 2010-COUNT-BINTABLE.
003070     READ BINTABLE
003080         AT END
003090             SET RK-END-OF-TABLE TO TRUE
003100         NOT AT END
003110             ADD 1 TO RK-TABLE-COUNT
003120     END-READ.
003130 2010-COUNT-BINTABLE-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------
003170* 2100-CHECK-HOTLIST -- THE SAME FOR THE HOT-CARD STOPLIST,
003180* WHICH MAY BE NO OLDER THAN THE STOPLIST AGE LIMIT.
003190*----------------------------------------------------------------
003200 2100-CHECK-HOTLIST.
003201     MOVE SPACES TO RK-DETAIL-LINE
003210     MOVE "N" TO RK-STAMP-SWITCH
003220     MOVE SPACES TO LOAD-STAMP-RECORD
003230     OPEN INPUT HOTSTAMP
003240     IF RK-HOTSTAMP-STATUS = "00"
003250         READ HOTSTAMP
003260             AT END
003270                 CONTINUE
003280             NOT AT END
003290                 MOVE HOTSTAMP-RECORD TO LOAD-STAMP-RECORD
003300                 SET RK-STAMP-FOUND TO TRUE
003310         END-READ
003320         CLOSE HOTSTAMP
003330     END-IF
003340
003350     MOVE ZERO TO RK-TABLE-COUNT
003360     MOVE "N" TO RK-EOF-SWITCH
003370     OPEN INPUT HOTLIST
003380     MOVE RK-HOTLIST-STATUS TO RK-TABLE-STATUS
003390     IF RK-HOTLIST-STATUS = "00"
003400         PERFORM 2110-COUNT-HOTLIST
003410             THRU 2110-COUNT-HOTLIST-EXIT
003420             UNTIL RK-END-OF-TABLE
003430         CLOSE HOTLIST
003440     END-IF
003450
003460     MOVE "HOTLIST" TO RL-FILE
003470     MOVE RK-HOT-MAX-DAYS TO RK-MAX-DAYS
003480     PERFORM 2900-JUDGE-TABLE THRU 2900-JUDGE-TABLE-EXIT.
003490 2100-CHECK-HOTLIST-EXIT.
003500     EXIT.
003510
003520 2110-COUNT-HOTLIST.
003530     READ HOTLIST
003540         AT END
003550             SET RK-END-OF-TABLE TO TRUE
003560         NOT AT END
003570             ADD 1 TO RK-TABLE-COUNT
003580     END-READ.
003590 2110-COUNT-HOTLIST-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 2200-CHECK-CURRTABL -- THE SAME FOR THE EXCHANGE RATE TABLE,
003640* WHICH MAY BE NO OLDER THAN THE RATE AGE LIMIT.
003650*----------------------------------------------------------------
003660 2200-CHECK-CURRTABL.
003661     MOVE SPACES TO RK-DETAIL-LINE
003670     MOVE "N" TO RK-STAMP-SWITCH
003680     MOVE SPACES TO LOAD-STAMP-RECORD
003690     OPEN INPUT CURSTAMP
003700     IF RK-CURSTAMP-STATUS = "00"
003710         READ CURSTAMP
003720             AT END
003730                 CONTINUE
003740             NOT AT END
003750                 MOVE CURSTAMP-RECORD TO LOAD-STAMP-RECORD
003760                 SET RK-STAMP-FOUND TO TRUE
003770         END-READ
003780         CLOSE CURSTAMP
003790     END-IF
003800
003810     MOVE ZERO TO RK-TABLE-COUNT
003820     MOVE "N" TO RK-EOF-SWITCH
003830     OPEN INPUT CURRTABL
003840     MOVE RK-CURRTABL-STATUS TO RK-TABLE-STATUS
003850     IF RK-CURRTABL-STATUS = "00"
003860         PERFORM 2210-COUNT-CURRTABL
003870             THRU 2210-COUNT-CURRTABL-EXIT
003880             UNTIL RK-END-OF-TABLE
003890         CLOSE CURRTABL
003900     END-IF
003910
003920     MOVE "CURRTABL" TO RL-FILE
003930     MOVE RK-RATE-MAX-DAYS TO RK-MAX-DAYS
003940     PERFORM 2900-JUDGE-TABLE THRU 2900-JUDGE-TABLE-EXIT.
003950 2200-CHECK-CURRTABL-EXIT.
003960     EXIT.
003970
003980 2210-COUNT-CURRTABL.
003990     READ CURRTABL
004000         AT END
004010             SET RK-END-OF-TABLE TO TRUE
004020         NOT AT END
004030             ADD 1 TO RK-TABLE-COUNT
004040     END-READ.
004050 2210-COUNT-CURRTABL-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 2900-JUDGE-TABLE -- APPLY THE CHECKS COMMON TO EVERY
004100* REFERENCE TABLE, STOPPING AT THE FIRST ONE THAT FAILS:
004110* PRESENT, NOT EMPTY, STAMPED, LOAD FINISHED, NO REJECTS, THE
004120* RECORD COUNT ON DISK MATCHING THE COUNT THE LOAD WROTE (SO A
004130* TABLE RESTORED OR COPIED IN BEHIND THE LOAD IS CAUGHT), AND
004140* NO OLDER THAN RK-MAX-DAYS.  RL-FILE IS SET BY THE CALLER.
004150*----------------------------------------------------------------
004160 2900-JUDGE-TABLE.
004170     MOVE "NO-GO" TO RL-RESULT
004180     MOVE SPACES TO RL-DATE
004190     MOVE RK-TABLE-COUNT TO RL-COUNT
004200     IF RK-STAMP-FOUND AND LS-LOAD-DATE IS NUMERIC
004210         MOVE LS-LOAD-DATE TO RL-DATE
004220     END-IF
004230
004240     IF RK-TABLE-STATUS = "35"
004250         MOVE "FILE NOT PRESENT" TO RL-DETAIL
004260         GO TO 2900-WRITE-LINE
004270     END-IF
004280     IF RK-TABLE-STATUS NOT = "00"
004290         MOVE RK-TABLE-STATUS TO RK-FAILED-STATUS
004300         MOVE RK-OPEN-FAILED TO RL-DETAIL
004310         GO TO 2900-WRITE-LINE
004320     END-IF
004330     IF RK-TABLE-COUNT = 0
004340         MOVE "FILE IS EMPTY" TO RL-DETAIL
004350         GO TO 2900-WRITE-LINE
004360     END-IF
004370     IF NOT RK-STAMP-FOUND
004380         MOVE "NO LOAD STAMP -- LOAD NOT RUN" TO RL-DETAIL
004390         GO TO 2900-WRITE-LINE
004400     END-IF
004410     IF LS-LOAD-RUNNING
004420         MOVE "LOAD DID NOT FINISH" TO RL-DETAIL
004430         GO TO 2900-WRITE-LINE
004440     END-IF
004450     IF LS-LOAD-REJECTS
004460         MOVE "LOAD ENDED WITH REJECTS (RC 8)" TO RL-DETAIL
004470         GO TO 2900-WRITE-LINE
004480     END-IF
004490     IF NOT LS-LOAD-CLEAN
004500         OR LS-ACCEPT-COUNT IS NOT NUMERIC
004510         OR LS-LOAD-DATE IS NOT NUMERIC
004520         MOVE "LOAD STAMP UNREADABLE" TO RL-DETAIL
004530         GO TO 2900-WRITE-LINE
004540     END-IF
004550     IF TEST-DATE-YYYYMMDD (LS-LOAD-DATE-N) NOT = 0
004560         MOVE "LOAD STAMP UNREADABLE" TO RL-DETAIL
004570         GO TO 2900-WRITE-LINE
004580     END-IF
004590     IF LS-ACCEPT-COUNT NOT = RK-TABLE-COUNT
004600         MOVE "RECORD COUNT DIFFERS FROM LOAD" TO RL-DETAIL
004610         GO TO 2900-WRITE-LINE
004620     END-IF
004630
004640     COMPUTE RK-AGE-DAYS = INTEGER-OF-DATE (RK-TODAY)
004650         - INTEGER-OF-DATE (LS-LOAD-DATE-N)
004660     IF RK-AGE-DAYS < 0
004670         MOVE "LOAD DATED AFTER TODAY" TO RL-DETAIL
004680         GO TO 2900-WRITE-LINE
004690     END-IF
004700     IF RK-MAX-DAYS NOT = RK-NO-AGE-LIMIT
004710         AND RK-AGE-DAYS > RK-MAX-DAYS
004720         MOVE "LOAD IS STALE" TO RL-DETAIL
004730         GO TO 2900-WRITE-LINE
004740     END-IF
004750
004760     MOVE "GO" TO RL-RESULT
004770     MOVE "CLEAN LOAD" TO RL-DETAIL.
004780
004790 2900-WRITE-LINE.
004800     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
004810 2900-JUDGE-TABLE-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 3000-CHECK-CKPTFILE -- A CHECKPOINT WITH A ZERO LAST RECORD
004860* NUMBER (OR NONE AT ALL) MEANS CARDBATCH STARTS FROM RECORD
004870* ONE.  A RESTART POINT IS ONLY ACCEPTABLE IF IT WAS LEFT BY AN
004880* EARLIER RUN OF TONIGHT'S BATCH; ONE FROM ANOTHER NIGHT, OR
004890* FROM BEFORE THE CHECKPOINT CARRIED A BATCH DATE, WOULD SKIP
004900* THAT MANY RECORDS OF TONIGHT'S EXTRACT.
004910*----------------------------------------------------------------
004920 3000-CHECK-CKPTFILE.
004921     MOVE SPACES TO RK-DETAIL-LINE
004930     MOVE "CKPTFILE" TO RL-FILE
004940     MOVE "NO-GO" TO RL-RESULT
004950     MOVE SPACES TO RL-DATE
004960     MOVE ZERO TO RL-COUNT
004970
004980     OPEN INPUT CKPTFILE
004990     IF RK-CKPTFILE-STATUS = "35"
005000         MOVE "GO" TO RL-RESULT
005010         MOVE "NO CHECKPOINT -- FRESH RUN" TO RL-DETAIL
005020         GO TO 3000-WRITE-LINE
005030     END-IF
005040     IF RK-CKPTFILE-STATUS NOT = "00"
005050         MOVE RK-CKPTFILE-STATUS TO RK-FAILED-STATUS
005060         MOVE RK-OPEN-FAILED TO RL-DETAIL
005070         GO TO 3000-WRITE-LINE
005080     END-IF
005090
005100     READ CKPTFILE
005110         AT END
005120             MOVE ZERO TO CKPT-LAST-RECORD-NUM
005130     END-READ
005140     CLOSE CKPTFILE
005150
005160     IF CKPT-LAST-RECORD-NUM IS NOT NUMERIC
005170         MOVE "CHECKPOINT UNREADABLE" TO RL-DETAIL
005180         GO TO 3000-WRITE-LINE
005190     END-IF
005200     IF CKPT-LAST-RECORD-NUM = 0
005210         MOVE "GO" TO RL-RESULT
005220         MOVE "NO RESTART POINT -- FRESH RUN" TO RL-DETAIL
005230         GO TO 3000-WRITE-LINE
005240     END-IF
005250
005260     MOVE CKPT-LAST-RECORD-NUM TO RL-COUNT
005270     MOVE CKPT-BATCH-DATE TO RL-DATE
005280     IF CKPT-BATCH-DATE = RK-TODAY-X
005290         MOVE "GO" TO RL-RESULT
005300         MOVE "RESTART POINT FROM TONIGHT'S RUN" TO RL-DETAIL
005310         GO TO 3000-WRITE-LINE
005320     END-IF
005330     IF CKPT-BATCH-DATE IS NOT NUMERIC
005340         MOVE "RESTART POINT CARRIES NO BATCH DATE"
005350             TO RL-DETAIL
005360     ELSE
005370         MOVE "RESTART POINT FROM AN EARLIER NIGHT"
005380             TO RL-DETAIL
005390     END-IF.
005400
005410 3000-WRITE-LINE.
005420     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
005430 3000-CHECK-CKPTFILE-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 3100-CHECK-NETSEQ -- CARDBATCH DRAWS THE NEXT NETOUT FILE
005480* SEQUENCE FROM NETSEQ.  A MISSING, EMPTY OR UNREADABLE NETSEQ
005490* WOULD START THE SEQUENCE AGAIN AT ONE AND REPEAT NUMBERS THE
005500* NETWORKS HAVE ALREADY RECEIVED, AND A SEQUENCE AT ITS LIMIT
005510* WOULD WRAP, SO ANY OF THESE IS A NO-GO.
005520*----------------------------------------------------------------
005530 3100-CHECK-NETSEQ.
005531     MOVE SPACES TO RK-DETAIL-LINE
005540     MOVE "NETSEQ" TO RL-FILE
005550     MOVE "NO-GO" TO RL-RESULT
005560     MOVE SPACES TO RL-DATE
005570     MOVE ZERO TO RL-COUNT
005580
005590     OPEN INPUT NETSEQ
005600     IF RK-NETSEQ-STATUS = "35"
005610         MOVE "FILE NOT PRESENT" TO RL-DETAIL
005620         GO TO 3100-WRITE-LINE
005630     END-IF
005640     IF RK-NETSEQ-STATUS NOT = "00"
005650         MOVE RK-NETSEQ-STATUS TO RK-FAILED-STATUS
005660         MOVE RK-OPEN-FAILED TO RL-DETAIL
005670         GO TO 3100-WRITE-LINE
005680     END-IF
005690
005700     MOVE "N" TO RK-EOF-SWITCH
005710     READ NETSEQ
005720         AT END
005730             SET RK-END-OF-TABLE TO TRUE
005740     END-READ
005750     CLOSE NETSEQ
005760
005770     IF RK-END-OF-TABLE
005780         MOVE "FILE IS EMPTY" TO RL-DETAIL
005790         GO TO 3100-WRITE-LINE
005800     END-IF
005810     IF NETSEQ-RECORD IS NOT NUMERIC
005820         MOVE "SEQUENCE NOT NUMERIC" TO RL-DETAIL
005830         GO TO 3100-WRITE-LINE
005840     END-IF
005850     MOVE NETSEQ-RECORD TO RL-COUNT
005860     IF NETSEQ-RECORD = 99999
005870         MOVE "SEQUENCE AT ITS LIMIT" TO RL-DETAIL
005880         GO TO 3100-WRITE-LINE
005890     END-IF
005900
005910     MOVE "GO" TO RL-RESULT
005920     MOVE "LAST FILE SEQUENCE ISSUED" TO RL-DETAIL.
005930
005940 3100-WRITE-LINE.
005950     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
005960 3100-CHECK-NETSEQ-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 4000-TERMINATE -- PRINT THE OVERALL VERDICT.  ANY NO-GO ENDS
006010* THE STEP WITH RETURN-CODE 8 SO THE SCHEDULER HOLDS CARDBATCH.
006020*----------------------------------------------------------------
006030 4000-TERMINATE.
006040     MOVE SPACES TO READYRPT-RECORD
006050     WRITE READYRPT-RECORD
006060     IF RK-NOGO-COUNT > 0
006070         MOVE "NOT READY -- HOLD THE NIGHTLY SETTLEMENT"
006080             TO RV-TEXT
006090         MOVE 8 TO RETURN-CODE
006100     ELSE
006110         MOVE "READY -- NIGHTLY SETTLEMENT MAY RUN" TO RV-TEXT
006120     END-IF
006130     MOVE RK-VERDICT-LINE TO READYRPT-RECORD
006140     WRITE READYRPT-RECORD
006150     CLOSE READYRPT
006160     DISPLAY "READYCHK: CHECKS MADE   " RK-CHECK-COUNT
006170     DISPLAY "READYCHK: CHECKS FAILED " RK-NOGO-COUNT.
006180 4000-TERMINATE-EXIT.
006190     EXIT.
006200
006210 5000-WRITE-DETAIL.
006220     ADD 1 TO RK-CHECK-COUNT
006230     IF RL-RESULT = "NO-GO"
006240         ADD 1 TO RK-NOGO-COUNT
006250         DISPLAY "READYCHK: " RL-FILE " NO-GO -- " RL-DETAIL
006260     END-IF
006270     MOVE RK-DETAIL-LINE TO READYRPT-RECORD
006280     WRITE READYRPT-RECORD.
006290 5000-WRITE-DETAIL-EXIT.
006300     EXIT.
006310
006320 9999-EXIT.
006330     STOP RUN.
