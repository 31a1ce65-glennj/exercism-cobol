000380*                  OCCURRENCE OCCUPIES ITS OWN SLOT AND THE
000390*                  MATCH TAKES THE FIRST UNMATCHED ONE ON THE
000400*                  PROBE PATH.
000401* 10/15/2026 DJF   UNACKNOWLEDGED ITEMS NOW CARRY ACROSS NIGHTS.
000402*                  THE NEW OPENITEM FILE HOLDS EVERY DETAIL SENT
000403*                  AND NOT YET ACKNOWLEDGED; IT IS LOADED INTO THE
000404*                  SENT TABLE BEFORE THE NIGHT'S NETOUT FILES, SO
000405*                  A LATE ACKNOWLEDGMENT CLEARS YESTERDAY'S ITEM
000406*                  INSTEAD OF REPORTING AS NEVER SENT, AND IT IS
000407*                  REWRITTEN AT THE END WITH WHAT IS STILL OPEN.
000408*                  RECONRPT SHOWS EACH OPEN ITEM'S DAYS
000409*                  OUTSTANDING AND AN AGING SUMMARY BY NETWORK.
000410*                  ITEMS THE NETWORK REJECTED ARE ALSO WRITTEN TO
000411*                  THE NEW NETRJCT FILE IN THE REPAIROT LAYOUT SO
000412*                  THE REPAIR DESK CAN FIX THEM AND FEED THEM BACK
000413*                  THROUGH A CARDBATCH RESUBMISSION RUN.
000414* 10/15/2026 DJF   MATCHES ON ACCOUNT TOKENS, NOT CARD NUMBERS.
000415*                  EACH NETOUT DETAIL'S ACCOUNT IS TOKENIZED
000416*                  THROUGH TOKVAULT AS IT IS LOADED, AND EACH
000417*                  ACKNOWLEDGMENT'S ACCOUNT IS LOOKED UP ON THE
000418*                  VAULT BEFORE THE MATCH, SO RECONRPT, OPENITEM,
000419*                  AND NETRJCT CARRY TOKENS (NETRJCT'S TOKEN IS
000420*                  DETOKENIZED BY THE RESUBMISSION RUN).  AN
000421*                  ACKNOWLEDGED ACCOUNT THE VAULT HAS NEVER SEEN
000422*                  CANNOT HAVE BEEN SENT; IT REPORTS AS NOT-SENT
000423*                  WITH ITS NUMBER MASKED.  AN OPEN ITEM CARRIED
000424*                  IN WITH A CARD NUMBER IS TOKENIZED AS IT IS
000425*                  LOADED.
000426*----------------------------------------------------------------
000427 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 REPOSITORY.
000450     FUNCTION ALL INTRINSIC.
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS NR-RECONRPT-STATUS.
000830
000831     SELECT OPENITEM ASSIGN TO "OPENITEM"
000832         ORGANIZATION IS LINE SEQUENTIAL
000833         FILE STATUS IS NR-OPENITEM-STATUS.
000834
000835     SELECT NETRJCT ASSIGN TO "NETRJCT"
000836         ORGANIZATION IS LINE SEQUENTIAL
000837         FILE STATUS IS NR-NETRJCT-STATUS.
000838
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  NETOUT1
001190     RECORDING MODE IS F.
001200 01  RECONRPT-RECORD              PIC X(80).
001210
001211 FD  OPENITEM
001212     RECORDING MODE IS F.
001213     COPY OPENREC.
001214
001215*    THE REPAIROT LAYOUT: THE CARDREC DETAIL WITH THE NETWORK'S
001216*    REJECT REASON ALONGSIDE.
001217 FD  NETRJCT
001218     RECORDING MODE IS F.
001219 01  NETRJCT-RECORD.
001220     05 NJ-CARD-DETAIL            PIC X(72).
001221     05 FILLER                    PIC X(01).
001222     05 NJ-REASON-CODE            PIC X(12).
001223
001224 WORKING-STORAGE SECTION.
001230 77  NR-NETOUT1-STATUS            PIC X(02) VALUE SPACES.
001240 77  NR-NETOUT2-STATUS            PIC X(02) VALUE SPACES.
001250 77  NR-NETOUT3-STATUS            PIC X(02) VALUE SPACES.
001290 77  NR-NETACK3-STATUS            PIC X(02) VALUE SPACES.
001300 77  NR-NETACK4-STATUS            PIC X(02) VALUE SPACES.
001310 77  NR-RECONRPT-STATUS           PIC X(02) VALUE SPACES.
001311 77  NR-OPENITEM-STATUS           PIC X(02) VALUE SPACES.
001312 77  NR-NETRJCT-STATUS            PIC X(02) VALUE SPACES.
001320 77  NR-IN-EOF-SWITCH             PIC X(01) VALUE "N".
001330     88 NR-END-OF-INPUT                   VALUE "Y".
001340 77  NR-TRAILER-SWITCH            PIC X(01) VALUE "N".
001360
001370 77  NR-NET-NUMBER                PIC 9(01) VALUE ZERO.
001380 77  NR-FILE-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
001381 77  NR-FILE-SENT-DATE            PIC X(08) VALUE SPACES.
001390
001400 77  NR-SENT-TABLE-MAX            PIC 9(07) COMP VALUE 600000.
001410 77  NR-SENT-SLOT-MAX             PIC 9(07) COMP VALUE 1500007.
001460 77  NR-SENT-HASH                 PIC 9(09) COMP VALUE ZERO.
001470 77  NR-SENT-CHAR                 PIC 9(02) COMP VALUE ZERO.
001480 77  NR-FOUND-INDEX               PIC 9(07) COMP VALUE ZERO.
001481 77  NR-ITEM-COUNT                PIC 9(07) COMP VALUE ZERO.
001482 77  NR-ITEM-SCAN                 PIC 9(07) COMP VALUE ZERO.
001483 77  NR-MASK-LEN                  PIC 9(02) COMP VALUE ZERO.
001484 77  NR-MASK-INDEX                PIC 9(02) COMP VALUE ZERO.
001490
001500 77  NR-ACKED-COUNT               PIC 9(07) COMP VALUE ZERO.
001510 77  NR-REJECTED-COUNT            PIC 9(07) COMP VALUE ZERO.
001520 77  NR-UNKNOWN-COUNT             PIC 9(07) COMP VALUE ZERO.
001530 77  NR-UNACKED-COUNT             PIC 9(07) COMP VALUE ZERO.
001540 77  NR-FRAME-ERR-COUNT           PIC 9(07) COMP VALUE ZERO.
001541 77  NR-CARRIED-COUNT             PIC 9(07) COMP VALUE ZERO.
001542 77  NR-RESENT-COUNT              PIC 9(07) COMP VALUE ZERO.
001543 77  NR-LATE-ACK-COUNT            PIC 9(07) COMP VALUE ZERO.
001544 77  NR-REPAIR-COUNT              PIC 9(07) COMP VALUE ZERO.
001545
001546 77  NR-AGE-DAYS                  PIC S9(07) COMP VALUE ZERO.
001547 77  NR-AGE-NET                   PIC 9(01) COMP VALUE ZERO.
001548 77  NR-AGE-BUCKET                PIC 9(01) COMP VALUE ZERO.
001549 01  NR-TODAY                     PIC 9(08).
001550 01  NR-TODAY-X REDEFINES NR-TODAY
001551                                  PIC X(08).
001552 01  NR-AGE-DATE                  PIC 9(08).
001553 01  NR-AGE-DATE-X REDEFINES NR-AGE-DATE
001554                                  PIC X(08).
001555
001560 01  NR-WORK-RECORD               PIC X(93).
001570*    THE DETAIL VIEW OF A NETOUT RECORD: THE COLUMNS CARDBATCH
001580*    LAYS DOWN IN CARDOUT-RECORD, REDUCED TO THE FIELDS THE
001590*    ACKNOWLEDGMENT MATCH KEYS ON AND THE FEW MORE AN OPEN ITEM
001591*    NEEDS TO BE REBUILT FOR REPAIR.
001600 01  NR-WORK-DETAIL REDEFINES NR-WORK-RECORD.
001610     05 NW-ACCOUNT-NUMBER         PIC X(32).
001620     05 FILLER                    PIC X(01).
001621     05 NW-HOLDER-ID              PIC X(10).
001622     05 FILLER                    PIC X(01).
001623     05 NW-EXPIRY-DATE            PIC X(06).
001624     05 FILLER                    PIC X(01).
001630     05 NW-BATCH-DATE             PIC X(08).
001640     05 FILLER                    PIC X(20).
001650     05 NW-TRAN-TYPE              PIC X(01).
001680
001690     COPY NETREC.
001700
001701*    A NETWORK-REJECTED ITEM IS REBUILT HERE IN THE SETTLEMENT
001702*    EXTRACT LAYOUT BEFORE IT GOES TO NETRJCT.
001703     COPY CARDREC.
001704
001710 01  NR-ACK-ITEM.
001720     05 NA-ACCOUNT-NUMBER         PIC X(32).
001730     05 FILLER                    PIC X(01).
001810     05 FILLER                    PIC X(01).
001820     05 NA-REASON                 PIC X(12).
001830
001831*    ACCOUNT NUMBERS ARE HELD AND REPORTED AS THEIR TOKENS
001832*    (TOKPARM), OR MASKED TO THE LAST FOUR DIGITS WHEN THE VAULT
001833*    HAS NO TOKEN FOR THEM.
001834     COPY TOKPARM.
001835 01  NR-MASKED-ACCOUNT            PIC X(32).
001836 01  NR-MASK-NUMBER               PIC X(32).
001839
001840*    THE FIELDS THE ACKNOWLEDGMENT MATCH KEYS ON, ASSEMBLED IN
001850*    ONE PLACE SO THE SAME KEY SHAPE IS HASHED, STORED, AND
001860*    COMPARED.
001880     05 NR-KEY-ACCOUNT            PIC X(32).
001890     05 NR-KEY-BATCH              PIC X(08).
001900     05 NR-KEY-AMOUNT             PIC X(12).
001901     05 NR-KEY-AMOUNT-N REDEFINES NR-KEY-AMOUNT
001902                                  PIC S9(09)V99
001903                                  SIGN IS LEADING SEPARATE.
001910     05 NR-KEY-NET                PIC 9(01).
001920
001930*    OPEN-ADDRESSED HASH OF EVERY DETAIL SENT, TONIGHT'S AND
001940*    THE OPEN ITEMS CARRIED IN.  A SLOT WHOSE KEY IS SPACES IS
001950*    EMPTY; ENTRIES ARE NEVER REMOVED, ONLY MARKED ACKNOWLEDGED
001951*    ("Y") OR, FOR AN OPEN ITEM WHOSE NETOUT FILE IS BEING
001952*    RELOADED BY A RERUN, SUPERSEDED ("S").  CLEARED ONCE AT
001953*    INITIALIZATION.  NR-SENT-ITEM POINTS TO THE ITEM'S ENTRY
001954*    IN NR-ITEM-TABLE.
001960 01  NR-SENT-TABLE.
001970     05 NR-SENT-ENTRY             OCCURS 1500007 TIMES.
001980        10 NR-SENT-KEY            PIC X(53).
001990        10 NR-SENT-ACKED          PIC X(01).
001991        10 NR-SENT-ITEM           PIC 9(07) COMP.
002000
002001*    THE REST OF EACH SENT ITEM, IN THE ORDER LOADED: THE OPEN
002002*    ITEMS CARRIED IN FIRST, THEN TONIGHT'S SENDS.
002003 01  NR-ITEM-TABLE.
002004     05 NR-ITEM-ENTRY             OCCURS 600000 TIMES.
002005        10 NR-ITEM-SLOT           PIC 9(07) COMP.
002006        10 NR-ITEM-SENT-DATE      PIC X(08).
002007        10 NR-ITEM-HOLDER         PIC X(10).
002008        10 NR-ITEM-EXPIRY         PIC X(06).
002009        10 NR-ITEM-TYPE           PIC X(01).
002010        10 NR-ITEM-NET            PIC 9(01).
002011        10 NR-ITEM-ORIGIN         PIC X(01).
002012           88 NR-ITEM-CARRIED             VALUE "C".
002013
002014*    OPEN ITEMS BY NETWORK AND AGE BUCKET.
002015 01  NR-AGE-TABLE.
002016     05 NR-AGE-NET-ENTRY          OCCURS 4 TIMES.
002017        10 NR-AGE-CELL            OCCURS 5 TIMES.
002018           15 NR-AGE-COUNT        PIC 9(07) COMP.
002019           15 NR-AGE-AMOUNT       PIC S9(11)V99 COMP-3.
002020
002021 01  NR-BUCKET-NAMES.
002022     05 FILLER                    PIC X(10) VALUE "0-1 DAYS".
002023     05 FILLER                    PIC X(10) VALUE "2-3 DAYS".
002024     05 FILLER                    PIC X(10) VALUE "4-7 DAYS".
002025     05 FILLER                    PIC X(10) VALUE "8-14 DAYS".
002026     05 FILLER                    PIC X(10) VALUE "15+ DAYS".
002027 01  NR-BUCKET-TABLE REDEFINES NR-BUCKET-NAMES.
002028     05 NR-BUCKET-NAME            PIC X(10) OCCURS 5 TIMES.
002029
002030 01  NR-ITEM-LINE.
002031     05 NI-TAG                    PIC X(10).
002032     05 FILLER                    PIC X(01).
002040     05 NI-ACCOUNT                PIC X(32).
002050     05 FILLER                    PIC X(01).
002060     05 NI-BATCH                  PIC X(08).
002090     05 NI-NET                    PIC 9(01).
002100     05 FILLER                    PIC X(01).
002110     05 NI-REASON                 PIC X(12).
002111     05 NI-AGE-VIEW REDEFINES NI-REASON.
002112        10 NI-AGE-LABEL           PIC X(05).
002113        10 NI-AGE                 PIC ZZZ9.
002114        10 FILLER                 PIC X(03).
002120     05 FILLER                    PIC X(09).
002130
002131 01  NR-AGE-LINE.
002132     05 NG-NET-LABEL              PIC X(04).
002133     05 NG-NET                    PIC 9(01).
002134     05 FILLER                    PIC X(03).
002135     05 NG-BUCKET                 PIC X(10).
002136     05 FILLER                    PIC X(02).
002137     05 NG-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002138     05 FILLER                    PIC X(02).
002139     05 NG-AMOUNT                 PIC ---,---,---,--9.99.
002140     05 FILLER                    PIC X(29).
002141
002142 01  NR-COUNT-LINE.
002150     05 NC-LABEL                  PIC X(24).
002160     05 NC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002170     05 FILLER                    PIC X(44).
002180
002190 PROCEDURE DIVISION.
002200*----------------------------------------------------------------
002210* 0000-MAINLINE -- LOAD WHAT IS STILL OPEN AND WHAT WAS SENT,
002220* MATCH WHAT CAME BACK, REPORT WHAT IS LEFT OVER ON EITHER SIDE.
002230*----------------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002480     WRITE RECONRPT-RECORD
002490     MOVE SPACES TO RECONRPT-RECORD
002500     WRITE RECONRPT-RECORD
002510     MOVE SPACES TO NR-SENT-TABLE
002511     MOVE CURRENT-DATE (1:8) TO NR-TODAY
002512     PERFORM 1050-CLEAR-AGE-CELL THRU 1050-CLEAR-AGE-CELL-EXIT
002513         VARYING NR-AGE-NET FROM 1 BY 1 UNTIL NR-AGE-NET > 4
002514         AFTER NR-AGE-BUCKET FROM 1 BY 1 UNTIL NR-AGE-BUCKET > 5
002515
002516     OPEN OUTPUT NETRJCT
002517     IF NR-NETRJCT-STATUS NOT = "00"
002518         DISPLAY "NETRECON: NETRJCT OPEN FAILED, STATUS "
002519             NR-NETRJCT-STATUS
002520         MOVE 16 TO RETURN-CODE
002521         GO TO 9999-EXIT
002522     END-IF
002523
002524     MOVE "N" TO NR-IN-EOF-SWITCH
002525     OPEN INPUT OPENITEM
002526     IF NR-OPENITEM-STATUS = "00"
002527         PERFORM 1100-LOAD-OPEN-ITEM
002528             THRU 1100-LOAD-OPEN-ITEM-EXIT
002529             UNTIL NR-END-OF-INPUT
002530         CLOSE OPENITEM
002531     ELSE
002532         IF NR-OPENITEM-STATUS NOT = "35"
002533             DISPLAY "NETRECON: OPENITEM OPEN FAILED, STATUS "
002534                 NR-OPENITEM-STATUS
002535             MOVE 16 TO RETURN-CODE
002536             GO TO 9999-EXIT
002537         END-IF
002538     END-IF.
002539 1000-INITIALIZE-EXIT.
002540     EXIT.
002541
002542 1050-CLEAR-AGE-CELL.
002543     MOVE ZERO TO NR-AGE-COUNT (NR-AGE-NET, NR-AGE-BUCKET)
002544     MOVE ZERO TO NR-AGE-AMOUNT (NR-AGE-NET, NR-AGE-BUCKET).
002545 1050-CLEAR-AGE-CELL-EXIT.
002546     EXIT.
002547
002548*----------------------------------------------------------------
002549* 1100-LOAD-OPEN-ITEM -- CARRY ONE ITEM LEFT OPEN BY AN EARLIER
002550* NIGHT INTO THE SENT TABLE, WHERE TONIGHT'S ACKNOWLEDGMENTS CAN
002551* FIND IT.  NO OPENITEM FILE MEANS NOTHING IS OPEN.  AN ITEM
002552* THAT CANNOT BE READ HARD-STOPS THE JOB: DROPPING IT WOULD LOSE
002553* TRACK OF MONEY THE NETWORK HAS NEVER ANSWERED FOR.  AN ITEM
002554* CARRIED IN WITH A CARD NUMBER RATHER THAN A TOKEN IS TOKENIZED
002555* SO IT MATCHES TONIGHT'S TOKENIZED ACKNOWLEDGMENTS.
002556*----------------------------------------------------------------
002557 1100-LOAD-OPEN-ITEM.
002558     READ OPENITEM
002559         AT END
002560             SET NR-END-OF-INPUT TO TRUE
002561             GO TO 1100-LOAD-OPEN-ITEM-EXIT
002562     END-READ
002563     IF OI-ACCOUNT-NUMBER = SPACES
002564         OR OI-NET-NUMBER IS NOT NUMERIC
002565         OR OI-NET-NUMBER < 1
002566         OR OI-NET-NUMBER > 4
002567         OR OI-SENT-DATE IS NOT NUMERIC
002568         OR OI-TRAN-AMOUNT-N IS NOT NUMERIC
002569         DISPLAY "NETRECON: OPENITEM RECORD UNREADABLE -- "
002570             "ACCOUNT " OI-ACCOUNT-NUMBER
002571         MOVE 16 TO RETURN-CODE
002572         GO TO 9999-EXIT
002573     END-IF
002574     MOVE OI-ACCOUNT-NUMBER TO NR-KEY-ACCOUNT
002575     SET TKR-TOKENIZE TO TRUE
002576     PERFORM 2550-TOKENIZE-KEY THRU 2550-TOKENIZE-KEY-EXIT
002577     MOVE OI-BATCH-DATE TO NR-KEY-BATCH
002578     MOVE OI-TRAN-AMOUNT TO NR-KEY-AMOUNT
002579     MOVE OI-NET-NUMBER TO NR-KEY-NET
002580     PERFORM 2540-ADD-ITEM THRU 2540-ADD-ITEM-EXIT
002581     ADD 1 TO NR-CARRIED-COUNT
002582     MOVE OI-SENT-DATE TO NR-ITEM-SENT-DATE (NR-ITEM-COUNT)
002583     MOVE OI-HOLDER-ID TO NR-ITEM-HOLDER (NR-ITEM-COUNT)
002584     MOVE OI-EXPIRY-DATE TO NR-ITEM-EXPIRY (NR-ITEM-COUNT)
002585     MOVE OI-TRAN-TYPE TO NR-ITEM-TYPE (NR-ITEM-COUNT)
002586     MOVE "C" TO NR-ITEM-ORIGIN (NR-ITEM-COUNT).
002587 1100-LOAD-OPEN-ITEM-EXIT.
002588     EXIT.
002589
002590*----------------------------------------------------------------
002591* 2010/2020/2030/2040-LOAD-NETOUTN -- READ ONE NETWORK FILE AS
002592* SENT, ROUTING EVERY RECORD THROUGH 2500-CLASSIFY-SENT, THEN
002593* PROVE THE FILE'S FRAME WITH 2600-CHECK-FRAME.  A MISSING
002594* NETOUT FILE IS A HARD STOP -- THERE IS NOTHING MEANINGFUL TO
002600* RECONCILE AGAINST.
002610*----------------------------------------------------------------
002620 2010-LOAD-NETOUT1.
002640     MOVE "N" TO NR-IN-EOF-SWITCH
002650     MOVE "N" TO NR-TRAILER-SWITCH
002660     MOVE ZERO TO NR-FILE-DETAIL-COUNT
002661     MOVE NR-TODAY-X TO NR-FILE-SENT-DATE
002670     OPEN INPUT NETOUT1
002680     IF NR-NETOUT1-STATUS NOT = "00"
002690         DISPLAY "NETRECON: NETOUT1 OPEN FAILED, STATUS "
002950     MOVE "N" TO NR-IN-EOF-SWITCH
002960     MOVE "N" TO NR-TRAILER-SWITCH
002970     MOVE ZERO TO NR-FILE-DETAIL-COUNT
002971     MOVE NR-TODAY-X TO NR-FILE-SENT-DATE
002980     OPEN INPUT NETOUT2
002990     IF NR-NETOUT2-STATUS NOT = "00"
003000         DISPLAY "NETRECON: NETOUT2 OPEN FAILED, STATUS "
003260     MOVE "N" TO NR-IN-EOF-SWITCH
003270     MOVE "N" TO NR-TRAILER-SWITCH
003280     MOVE ZERO TO NR-FILE-DETAIL-COUNT
003281     MOVE NR-TODAY-X TO NR-FILE-SENT-DATE
003290     OPEN INPUT NETOUT3
003300     IF NR-NETOUT3-STATUS NOT = "00"
003310         DISPLAY "NETRECON: NETOUT3 OPEN FAILED, STATUS "
003570     MOVE "N" TO NR-IN-EOF-SWITCH
003580     MOVE "N" TO NR-TRAILER-SWITCH
003590     MOVE ZERO TO NR-FILE-DETAIL-COUNT
003591     MOVE NR-TODAY-X TO NR-FILE-SENT-DATE
003600     OPEN INPUT NETOUT4
003610     IF NR-NETOUT4-STATUS NOT = "00"
003620         DISPLAY "NETRECON: NETOUT4 OPEN FAILED, STATUS "
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 2500-CLASSIFY-SENT -- ONE NETOUT RECORD: THE HEADER GIVES THE
003880* DATE THE FILE WAS SENT, THE TRAILER IS CHECKED AGAINST THE
003890* DETAILS ACTUALLY READ, AND A DETAIL IS HASHED INTO THE SENT
003900* TABLE AWAITING ITS ACKNOWLEDGMENT.  MORE DETAILS THAN THE
003910* TABLE HOLDS IS A HARD STOP RATHER THAN A SILENT PARTIAL
003911* RECONCILIATION.  OPEN ITEMS CARRIED IN FROM THIS SAME FILE --
003912* SAME NETWORK, SAME SENT DATE -- ARE LEFT OVER FROM AN EARLIER
003913* RUN OF THIS JOB AGAINST IT; THEY ARE SUPERSEDED BY THE
003914* RELOAD SO A RERUN DOES NOT COUNT EACH ITEM TWICE.
003920*----------------------------------------------------------------
003930 2500-CLASSIFY-SENT.
003940     MOVE NR-WORK-RECORD TO NET-HEADER-RECORD
003950     IF NET-HDR-ID = "NETHDR"
003951         IF NET-HDR-BATCH-DATE IS NUMERIC
003952             MOVE NET-HDR-BATCH-DATE TO NR-FILE-SENT-DATE
003953         END-IF
003954         PERFORM 2530-SUPERSEDE-CARRIED
003955             THRU 2530-SUPERSEDE-CARRIED-EXIT
003956             VARYING NR-ITEM-SCAN FROM 1 BY 1
003957             UNTIL NR-ITEM-SCAN > NR-CARRIED-COUNT
003960         GO TO 2500-CLASSIFY-SENT-EXIT
003970     END-IF
003980     IF NET-TRL-ID = "TRAILER"
004160             " CARRIES A BLANK DETAIL LINE"
004170         GO TO 2500-CLASSIFY-SENT-EXIT
004180     END-IF
004250     MOVE NW-ACCOUNT-NUMBER TO NR-KEY-ACCOUNT
004251     SET TKR-TOKENIZE TO TRUE
004252     PERFORM 2550-TOKENIZE-KEY THRU 2550-TOKENIZE-KEY-EXIT
004260     MOVE NW-BATCH-DATE TO NR-KEY-BATCH
004270     MOVE NW-TRAN-AMOUNT TO NR-KEY-AMOUNT
004280     MOVE NR-NET-NUMBER TO NR-KEY-NET
004281     PERFORM 2540-ADD-ITEM THRU 2540-ADD-ITEM-EXIT
004350     ADD 1 TO NR-SENT-COUNT
004351     MOVE NR-FILE-SENT-DATE TO NR-ITEM-SENT-DATE (NR-ITEM-COUNT)
004352     MOVE NW-HOLDER-ID TO NR-ITEM-HOLDER (NR-ITEM-COUNT)
004353     MOVE NW-EXPIRY-DATE TO NR-ITEM-EXPIRY (NR-ITEM-COUNT)
004354     MOVE NW-TRAN-TYPE TO NR-ITEM-TYPE (NR-ITEM-COUNT)
004355     MOVE "T" TO NR-ITEM-ORIGIN (NR-ITEM-COUNT).
004380 2500-CLASSIFY-SENT-EXIT.
004390     EXIT.
004391
004392*----------------------------------------------------------------
004393* 2550-TOKENIZE-KEY -- REPLACE THE CARD NUMBER IN NR-KEY-ACCOUNT
004394* WITH ITS TOKEN, BY THE TOKVAULT FUNCTION THE CALLER SET: A
004395* SENT ITEM IS TOKENIZED OUTRIGHT, AN ACKNOWLEDGMENT IS ONLY
004396* LOOKED UP.  AN ACCOUNT THE VAULT DOES NOT HAVE IS MASKED TO
004397* ITS LAST FOUR DIGITS, WHICH CAN MATCH NO TOKEN.  THE MATCH IS
004398* MEANINGLESS WITHOUT THE VAULT, SO A VAULT FAILURE IS A HARD
004399* STOP.
004400*----------------------------------------------------------------
004401 2550-TOKENIZE-KEY.
004402     MOVE NR-KEY-ACCOUNT TO TKR-ACCOUNT-NUMBER
004403     CALL "TOKVAULT" USING TOKEN-REQUEST
004404     IF TKR-VAULT-ERROR
004405         DISPLAY "NETRECON: TOKEN VAULT FAILED -- RUN STOPPED"
004406         MOVE 16 TO RETURN-CODE
004407         GO TO 9999-EXIT
004408     END-IF
004409     IF TKR-NOT-FOUND
004410         PERFORM 2560-MASK-KEY THRU 2560-MASK-KEY-EXIT
004411         MOVE NR-MASKED-ACCOUNT TO NR-KEY-ACCOUNT
004412         GO TO 2550-TOKENIZE-KEY-EXIT
004413     END-IF
004414     MOVE TKR-TOKEN TO NR-KEY-ACCOUNT.
004415 2550-TOKENIZE-KEY-EXIT.
004416     EXIT.
004417
004418*----------------------------------------------------------------
004419* 2560-MASK-KEY -- BUILD NR-MASKED-ACCOUNT SHOWING ONLY THE LAST
004420* FOUR DIGITS OF THE TRIMMED ACCOUNT NUMBER, EVERY OTHER
004421* CHARACTER REPLACED BY "X"; FOUR CHARACTERS OR FEWER ARE
004422* MASKED IN FULL.
004423*----------------------------------------------------------------
004424 2560-MASK-KEY.
004425     MOVE SPACES TO NR-MASKED-ACCOUNT
004426     MOVE SPACES TO NR-MASK-NUMBER
004427     MOVE TRIM(NR-KEY-ACCOUNT) TO NR-MASK-NUMBER
004428     MOVE LENGTH(TRIM(NR-KEY-ACCOUNT)) TO NR-MASK-LEN
004429     PERFORM 2565-MASK-CHARACTER THRU 2565-MASK-CHARACTER-EXIT
004430         VARYING NR-MASK-INDEX FROM 1 BY 1
004431         UNTIL NR-MASK-INDEX > NR-MASK-LEN.
004432 2560-MASK-KEY-EXIT.
004433     EXIT.
004434
004435 2565-MASK-CHARACTER.
004436     IF NR-MASK-LEN > 4 AND NR-MASK-INDEX > NR-MASK-LEN - 4
004437         MOVE NR-MASK-NUMBER (NR-MASK-INDEX:1)
004438             TO NR-MASKED-ACCOUNT (NR-MASK-INDEX:1)
004439     ELSE
004440         MOVE "X" TO NR-MASKED-ACCOUNT (NR-MASK-INDEX:1)
004441     END-IF.
004442 2565-MASK-CHARACTER-EXIT.
004443     EXIT.
004444
004445*----------------------------------------------------------------
004446* 2510-HASH-SENT-KEY -- FOLD THE 53-BYTE MATCH KEY INTO A
004447* STARTING SLOT NUMBER, 1 THROUGH NR-SENT-SLOT-MAX.  THE SLOT
004448* COUNT IS PRIME SO THE LINEAR PROBE VISITS EVERY SLOT BEFORE
004450* WRAPPING -- THE SAME ARRANGEMENT AS CARDBATCH'S DUPLICATE
004460* KEY TABLE.
004470*----------------------------------------------------------------
004790 2520-PROBE-FREE-SLOT-EXIT.
004800     EXIT.
004810
004811 2530-SUPERSEDE-CARRIED.
004812     IF NR-ITEM-CARRIED (NR-ITEM-SCAN)
004813         AND NR-ITEM-NET (NR-ITEM-SCAN) = NR-NET-NUMBER
004814         AND NR-ITEM-SENT-DATE (NR-ITEM-SCAN) = NR-FILE-SENT-DATE
004815         MOVE NR-ITEM-SLOT (NR-ITEM-SCAN) TO NR-SENT-SLOT
004816         IF NR-SENT-ACKED (NR-SENT-SLOT) = "N"
004817             MOVE "S" TO NR-SENT-ACKED (NR-SENT-SLOT)
004818             ADD 1 TO NR-RESENT-COUNT
004819         END-IF
004820     END-IF.
004821 2530-SUPERSEDE-CARRIED-EXIT.
004822     EXIT.
004823
004824*----------------------------------------------------------------
004825* 2540-ADD-ITEM -- HASH THE MATCH KEY INTO THE FIRST FREE SLOT
004826* ON ITS PROBE PATH AND OPEN AN ITEM ENTRY FOR IT; THE CALLER
004827* FILLS IN THE REST OF THE ITEM.  MORE ITEMS THAN THE TABLE
004828* HOLDS IS A HARD STOP.
004829*----------------------------------------------------------------
004830 2540-ADD-ITEM.
004831     IF NR-ITEM-COUNT NOT < NR-SENT-TABLE-MAX
004832         DISPLAY "NETRECON: SENT AND OPEN ITEMS EXCEED TABLE "
004833             "CAPACITY OF " NR-SENT-TABLE-MAX
004834         MOVE 16 TO RETURN-CODE
004835         GO TO 9999-EXIT
004836     END-IF
004837     PERFORM 2510-HASH-SENT-KEY THRU 2510-HASH-SENT-KEY-EXIT
004838     MOVE ZERO TO NR-SENT-PROBES
004839     PERFORM 2520-PROBE-FREE-SLOT
004840         THRU 2520-PROBE-FREE-SLOT-EXIT
004841         UNTIL NR-SENT-KEY (NR-SENT-SLOT) = SPACES
004842            OR NR-SENT-PROBES NOT < NR-SENT-SLOT-MAX
004843     ADD 1 TO NR-ITEM-COUNT
004844     MOVE NR-MATCH-KEY TO NR-SENT-KEY (NR-SENT-SLOT)
004845     MOVE "N" TO NR-SENT-ACKED (NR-SENT-SLOT)
004846     MOVE NR-ITEM-COUNT TO NR-SENT-ITEM (NR-SENT-SLOT)
004847     MOVE NR-SENT-SLOT TO NR-ITEM-SLOT (NR-ITEM-COUNT)
004848     MOVE NR-KEY-NET TO NR-ITEM-NET (NR-ITEM-COUNT).
004849 2540-ADD-ITEM-EXIT.
004850     EXIT.
004851
004852*----------------------------------------------------------------
004853* 2600-CHECK-FRAME -- A NETOUT FILE THAT ENDED WITHOUT ITS
004854* TRAILER IS A TRUNCATED OR UNFRAMED COPY; ITS CONTENTS CANNOT
004855* BE TRUSTED AS THE COMPLETE RECORD OF WHAT WAS SENT, SO THE
004860* RUN IS FLAGGED EVEN IF EVERY DETAIL PRESENT MATCHES.
004870*----------------------------------------------------------------
004880 2600-CHECK-FRAME.
006090* TABLE BY NETWORK, ACCOUNT NUMBER, BATCH DATE, AND AMOUNT,
006100* TAKING THE FIRST ENTRY NOT ALREADY MATCHED SO A LEGITIMATE
006110* PAIR OF IDENTICAL SETTLEMENTS CONSUMES TWO ACKNOWLEDGMENTS.
006120* A MATCH THE NETWORK REJECTED REPORTS WITH ITS REASON AND GOES
006130* TO NETRJCT FOR REPAIR; AN ITEM WE NEVER SENT, TONIGHT OR ON
006131* AN EARLIER NIGHT STILL OPEN, REPORTS AS NOT-SENT.  THE SENT
006132* TABLE HOLDS TOKENS, SO THE ACKNOWLEDGED ACCOUNT IS LOOKED UP
006133* ON THE VAULT FIRST.
006140*----------------------------------------------------------------
006150 3500-MATCH-ACK.
006160     MOVE ZERO TO NR-FOUND-INDEX
006170     MOVE NA-ACCOUNT-NUMBER TO NR-KEY-ACCOUNT
006171     SET TKR-FIND TO TRUE
006172     PERFORM 2550-TOKENIZE-KEY THRU 2550-TOKENIZE-KEY-EXIT
006180     MOVE NA-BATCH-DATE TO NR-KEY-BATCH
006190     MOVE NA-AMOUNT TO NR-KEY-AMOUNT
006200     MOVE NR-NET-NUMBER TO NR-KEY-NET
006290         ADD 1 TO NR-UNKNOWN-COUNT
006300         MOVE SPACES TO NR-ITEM-LINE
006310         MOVE "NOT-SENT" TO NI-TAG
006320         MOVE NR-KEY-ACCOUNT TO NI-ACCOUNT
006330         MOVE NA-BATCH-DATE TO NI-BATCH
006340         MOVE "NET " TO NI-NET-LABEL
006350         MOVE NR-NET-NUMBER TO NI-NET
006390         GO TO 3500-MATCH-ACK-EXIT
006400     END-IF
006410     MOVE "Y" TO NR-SENT-ACKED (NR-FOUND-INDEX)
006411     MOVE NR-SENT-ITEM (NR-FOUND-INDEX) TO NR-ITEM-SCAN
006420     IF NA-REJECTED
006430         ADD 1 TO NR-REJECTED-COUNT
006440         MOVE SPACES TO NR-ITEM-LINE
006450         MOVE "NET-REJECT" TO NI-TAG
006460         MOVE NR-KEY-ACCOUNT TO NI-ACCOUNT
006470         MOVE NA-BATCH-DATE TO NI-BATCH
006480         MOVE "NET " TO NI-NET-LABEL
006490         MOVE NR-NET-NUMBER TO NI-NET
006500         MOVE NA-REASON TO NI-REASON
006510         MOVE NR-ITEM-LINE TO RECONRPT-RECORD
006520         WRITE RECONRPT-RECORD
006521         PERFORM 3600-WRITE-NET-REJECT
006522             THRU 3600-WRITE-NET-REJECT-EXIT
006530     ELSE
006540         ADD 1 TO NR-ACKED-COUNT
006541         IF NR-ITEM-CARRIED (NR-ITEM-SCAN)
006542             ADD 1 TO NR-LATE-ACK-COUNT
006543         END-IF
006550     END-IF.
006560 3500-MATCH-ACK-EXIT.
006570     EXIT.
006780 3510-PROBE-MATCH-SLOT-EXIT.
006790     EXIT.
006800
006801*----------------------------------------------------------------
006802* 3600-WRITE-NET-REJECT -- REBUILD A NETWORK-REJECTED ITEM IN THE
006803* SETTLEMENT EXTRACT LAYOUT AND WRITE IT TO NETRJCT WITH THE
006804* NETWORK'S REASON ALONGSIDE, THE SAME SHAPE AS CARDBATCH'S
006805* REPAIROT, SO THE REPAIR DESK CAN FIX IT AND FEED IT BACK
006806* THROUGH A RESUBMISSION RUN.  THE AMOUNT IS THE ONE SENT, ALREADY
006807* IN THE SETTLEMENT CURRENCY, SO THE CURRENCY CODE IS LEFT BLANK.
006808*----------------------------------------------------------------
006809 3600-WRITE-NET-REJECT.
006810     MOVE SPACES TO CARD-RECORD
006811     MOVE NR-KEY-ACCOUNT TO CARD-ACCOUNT-NUMBER
006812     MOVE NR-ITEM-HOLDER (NR-ITEM-SCAN) TO CARD-HOLDER-ID
006813     MOVE NR-ITEM-EXPIRY (NR-ITEM-SCAN) TO CARD-EXPIRY-DATE
006814     MOVE NR-KEY-BATCH TO CARD-BATCH-DATE
006815     MOVE NR-ITEM-TYPE (NR-ITEM-SCAN) TO CARD-TRAN-TYPE
006816     MOVE NR-KEY-AMOUNT TO CARD-TRAN-AMOUNT-X
006817     MOVE SPACES TO NETRJCT-RECORD
006818     MOVE CARD-RECORD TO NJ-CARD-DETAIL
006819     MOVE NA-REASON TO NJ-REASON-CODE
006820     WRITE NETRJCT-RECORD
006821     ADD 1 TO NR-REPAIR-COUNT.
006822 3600-WRITE-NET-REJECT-EXIT.
006823     EXIT.
006824
006825*----------------------------------------------------------------
006826* 4000-REPORT-UNACKED -- ANYTHING STILL UNMATCHED IN THE SENT
006830* TABLE AFTER EVERY ACK FILE HAS BEEN APPLIED IS A SETTLEMENT
006840* THE NETWORK HAS NOT YET ANSWERED FOR -- THE MONEY-IN-LIMBO
006850* CASE THIS JOB EXISTS TO SURFACE.  EACH ONE IS REPORTED WITH
006851* ITS DAYS OUTSTANDING AND WRITTEN TO THE NEW OPENITEM FILE FOR
006852* TOMORROW'S RUN, THEN THE AGING SUMMARY IS PRINTED.  OPENITEM
006853* IS ONLY REWRITTEN HERE, AFTER EVERYTHING HAS BEEN MATCHED, SO
006854* A RUN THAT STOPS EARLY LEAVES YESTERDAY'S OPEN ITEMS INTACT.
006860*----------------------------------------------------------------
006870 4000-REPORT-UNACKED.
006871     OPEN OUTPUT OPENITEM
006872     IF NR-OPENITEM-STATUS NOT = "00"
006873         DISPLAY "NETRECON: OPENITEM REWRITE FAILED, STATUS "
006874             NR-OPENITEM-STATUS
006875         MOVE 16 TO RETURN-CODE
006876         GO TO 9999-EXIT
006877     END-IF
006880     PERFORM 4100-REPORT-ONE-UNACKED
006890         THRU 4100-REPORT-ONE-UNACKED-EXIT
006900         VARYING NR-ITEM-SCAN FROM 1 BY 1
006910         UNTIL NR-ITEM-SCAN > NR-ITEM-COUNT
006911     CLOSE OPENITEM
006912     PERFORM 4500-REPORT-AGING THRU 4500-REPORT-AGING-EXIT.
006920 4000-REPORT-UNACKED-EXIT.
006930     EXIT.
006940
006950 4100-REPORT-ONE-UNACKED.
006951     MOVE NR-ITEM-SLOT (NR-ITEM-SCAN) TO NR-SENT-SLOT
006960     IF NR-SENT-ACKED (NR-SENT-SLOT) NOT = "N"
006961         GO TO 4100-REPORT-ONE-UNACKED-EXIT
006962     END-IF
006980     ADD 1 TO NR-UNACKED-COUNT
006990     MOVE NR-SENT-KEY (NR-SENT-SLOT) TO NR-MATCH-KEY
006991     PERFORM 4200-AGE-OPEN-ITEM THRU 4200-AGE-OPEN-ITEM-EXIT
007000     MOVE SPACES TO NR-ITEM-LINE
007010     MOVE "NOT-ACKED" TO NI-TAG
007020     MOVE NR-KEY-ACCOUNT TO NI-ACCOUNT
007030     MOVE NR-KEY-BATCH TO NI-BATCH
007040     MOVE "NET " TO NI-NET-LABEL
007050     MOVE NR-KEY-NET TO NI-NET
007051     MOVE "DAYS " TO NI-AGE-LABEL
007052     MOVE NR-AGE-DAYS TO NI-AGE
007060     MOVE NR-ITEM-LINE TO RECONRPT-RECORD
007070     WRITE RECONRPT-RECORD
007071
007072     MOVE SPACES TO OPEN-ITEM-RECORD
007073     MOVE NR-KEY-NET TO OI-NET-NUMBER
007074     MOVE NR-ITEM-SENT-DATE (NR-ITEM-SCAN) TO OI-SENT-DATE
007075     MOVE NR-KEY-ACCOUNT TO OI-ACCOUNT-NUMBER
007076     MOVE NR-ITEM-HOLDER (NR-ITEM-SCAN) TO OI-HOLDER-ID
007077     MOVE NR-ITEM-EXPIRY (NR-ITEM-SCAN) TO OI-EXPIRY-DATE
007078     MOVE NR-KEY-BATCH TO OI-BATCH-DATE
007079     MOVE NR-ITEM-TYPE (NR-ITEM-SCAN) TO OI-TRAN-TYPE
007080     MOVE NR-KEY-AMOUNT TO OI-TRAN-AMOUNT
007081     WRITE OPEN-ITEM-RECORD.
007090 4100-REPORT-ONE-UNACKED-EXIT.
007100     EXIT.
007110
007111*----------------------------------------------------------------
007112* 4200-AGE-OPEN-ITEM -- DAYS OUTSTANDING ARE COUNTED FROM THE
007113* DATE THE ITEM'S NETOUT FILE WAS SENT TO TODAY, AND THE ITEM IS
007114* ADDED TO ITS NETWORK'S AGE BUCKET: 0-1, 2-3, 4-7, 8-14, OR 15
007115* AND MORE DAYS.  THE BUCKET AMOUNT IS NET OF REVERSALS, AS THE
007116* NETOUT TRAILER'S IS.
007117*----------------------------------------------------------------
007118 4200-AGE-OPEN-ITEM.
007119     MOVE ZERO TO NR-AGE-DAYS
007120     MOVE NR-ITEM-SENT-DATE (NR-ITEM-SCAN) TO NR-AGE-DATE-X
007121     IF NR-AGE-DATE-X IS NUMERIC
007122         COMPUTE NR-AGE-DAYS = INTEGER-OF-DATE (NR-TODAY)
007123             - INTEGER-OF-DATE (NR-AGE-DATE)
007124     END-IF
007125     IF NR-AGE-DAYS < ZERO
007126         MOVE ZERO TO NR-AGE-DAYS
007127     END-IF
007128     MOVE 5 TO NR-AGE-BUCKET
007129     IF NR-AGE-DAYS < 15
007130         MOVE 4 TO NR-AGE-BUCKET
007131     END-IF
007132     IF NR-AGE-DAYS < 8
007133         MOVE 3 TO NR-AGE-BUCKET
007134     END-IF
007135     IF NR-AGE-DAYS < 4
007136         MOVE 2 TO NR-AGE-BUCKET
007137     END-IF
007138     IF NR-AGE-DAYS < 2
007139         MOVE 1 TO NR-AGE-BUCKET
007140     END-IF
007141     MOVE NR-KEY-NET TO NR-AGE-NET
007142     ADD 1 TO NR-AGE-COUNT (NR-AGE-NET, NR-AGE-BUCKET)
007143     IF NR-KEY-AMOUNT-N IS NUMERIC
007144         IF NR-ITEM-TYPE (NR-ITEM-SCAN) = "R"
007145             SUBTRACT NR-KEY-AMOUNT-N
007146                 FROM NR-AGE-AMOUNT (NR-AGE-NET, NR-AGE-BUCKET)
007147         ELSE
007148             ADD NR-KEY-AMOUNT-N
007149                 TO NR-AGE-AMOUNT (NR-AGE-NET, NR-AGE-BUCKET)
007150         END-IF
007151     END-IF.
007152 4200-AGE-OPEN-ITEM-EXIT.
007153     EXIT.
007154
007155*----------------------------------------------------------------
007156* 4500-REPORT-AGING -- PRINT THE OPEN ITEMS BY NETWORK AND AGE
007157* BUCKET, EVERY BUCKET SHOWN SO AN EMPTY ONE READS AS ZERO.
007158*----------------------------------------------------------------
007159 4500-REPORT-AGING.
007160     MOVE SPACES TO RECONRPT-RECORD
007161     WRITE RECONRPT-RECORD
007162     MOVE "OPEN ITEMS AGING BY NETWORK AND DAYS OUTSTANDING"
007163         TO RECONRPT-RECORD
007164     WRITE RECONRPT-RECORD
007165     MOVE SPACES TO RECONRPT-RECORD
007166     WRITE RECONRPT-RECORD
007167     PERFORM 4510-REPORT-AGE-CELL THRU 4510-REPORT-AGE-CELL-EXIT
007168         VARYING NR-AGE-NET FROM 1 BY 1 UNTIL NR-AGE-NET > 4
007169         AFTER NR-AGE-BUCKET FROM 1 BY 1 UNTIL NR-AGE-BUCKET > 5.
007170 4500-REPORT-AGING-EXIT.
007171     EXIT.
007172
007173 4510-REPORT-AGE-CELL.
007174     MOVE SPACES TO NR-AGE-LINE
007175     MOVE "NET " TO NG-NET-LABEL
007176     MOVE NR-AGE-NET TO NG-NET
007177     MOVE NR-BUCKET-NAME (NR-AGE-BUCKET) TO NG-BUCKET
007178     MOVE NR-AGE-COUNT (NR-AGE-NET, NR-AGE-BUCKET) TO NG-COUNT
007179     MOVE NR-AGE-AMOUNT (NR-AGE-NET, NR-AGE-BUCKET) TO NG-AMOUNT
007180     MOVE NR-AGE-LINE TO RECONRPT-RECORD
007181     WRITE RECONRPT-RECORD.
007182 4510-REPORT-AGE-CELL-EXIT.
007183     EXIT.
007184
007185*----------------------------------------------------------------
007186* 5000-TERMINATE -- PRINT THE RECONCILIATION TOTALS AND SET
007187* RETURN-CODE 8 ON ANY DISCREPANCY SO THE SCHEDULER HOLDS THE
007188* FUNDING JOB UNTIL SOMEONE HAS LOOKED.  AN ITEM STILL OPEN IS
007189* A DISCREPANCY WHETHER IT WAS SENT TONIGHT OR CARRIED IN.
007190*----------------------------------------------------------------
007191 5000-TERMINATE.
007192     MOVE SPACES TO RECONRPT-RECORD
007193     WRITE RECONRPT-RECORD
007200     MOVE SPACES TO NR-COUNT-LINE
007201     MOVE "OPEN ITEMS CARRIED IN" TO NC-LABEL
007202     MOVE NR-CARRIED-COUNT TO NC-COUNT
007203     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007204     WRITE RECONRPT-RECORD
007205
007210     MOVE "ITEMS SENT" TO NC-LABEL
007220     MOVE NR-SENT-COUNT TO NC-COUNT
007230     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007280     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007290     WRITE RECONRPT-RECORD
007300
007301     MOVE "  OF WHICH OPEN ITEMS" TO NC-LABEL
007302     MOVE NR-LATE-ACK-COUNT TO NC-COUNT
007303     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007304     WRITE RECONRPT-RECORD
007305
007310     MOVE "ITEMS REJECTED BY NET" TO NC-LABEL
007320     MOVE NR-REJECTED-COUNT TO NC-COUNT
007330     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007340     WRITE RECONRPT-RECORD
007350
007351     MOVE "REJECTS SENT TO REPAIR" TO NC-LABEL
007352     MOVE NR-REPAIR-COUNT TO NC-COUNT
007353     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007354     WRITE RECONRPT-RECORD
007355
007360     MOVE "ITEMS NOT ACKNOWLEDGED" TO NC-LABEL
007370     MOVE NR-UNACKED-COUNT TO NC-COUNT
007380     MOVE NR-COUNT-LINE TO RECONRPT-RECORD
007610         WRITE RECONRPT-RECORD
007620     END-IF
007630
007640     CLOSE RECONRPT
007641     CLOSE NETRJCT
007642     IF NR-RESENT-COUNT > 0
007643         DISPLAY "NETRECON: " NR-RESENT-COUNT
007644             " OPEN ITEMS RELOADED FROM A NETOUT FILE ALREADY "
007645             "RECONCILED"
007646     END-IF.
007650 5000-TERMINATE-EXIT.
007660     EXIT.
007670
