000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISPAGE.
000030 AUTHOR. D. FENWICK.
000040 INSTALLATION. MERCHANT SETTLEMENT SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DJF   ORIGINAL NIGHTLY DISPUTE AGING REPORT OVER THE
000120*                  DISPCASE FILE DISPMNT MAINTAINS.  EVERY CASE
000130*                  STILL OPEN (OPENED, DOCUMENTATION REQUESTED,
000140*                  OR REPRESENTED) PRINTS ON AGERPT GROUPED BY
000150*                  MERCHANT, OLDEST FIRST, WITH ITS DAYS
000160*                  OUTSTANDING SINCE IT WAS OPENED, ITS NETWORK
000170*                  DUE DATE, AND A PAST-DUE FLAG WHEN THAT DATE
000180*                  HAS GONE BY.  EACH MERCHANT GETS A CASE COUNT
000190*                  AND DISPUTED-DOLLAR SUBTOTAL, AND THE REPORT
000200*                  ENDS WITH THE OPEN CASES BUCKETED 0-30, 31-60,
000210*                  61-90, AND OVER 90 DAYS.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 REPOSITORY.
000260     FUNCTION ALL INTRINSIC.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DISPCASE ASSIGN TO "DISPCASE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS DISP-CASE-ID
000330         FILE STATUS IS DG-DISPCASE-STATUS.
000340
000350     SELECT AGERPT ASSIGN TO "AGERPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS DG-AGERPT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  DISPCASE
000420     RECORDING MODE IS F.
000430     COPY DISPREC.
000440
000450 FD  AGERPT
000460     RECORDING MODE IS F.
000470 01  AGERPT-RECORD                PIC X(80).
000480
000490 WORKING-STORAGE SECTION.
000500 77  DG-DISPCASE-STATUS           PIC X(02) VALUE SPACES.
000510 77  DG-AGERPT-STATUS             PIC X(02) VALUE SPACES.
000520 77  DG-EOF-SWITCH                PIC X(01) VALUE "N".
000530     88 DG-END-OF-DISPCASE                VALUE "Y".
000540 77  DG-FULL-SWITCH               PIC X(01) VALUE "N".
000550     88 DG-TABLE-FULL                     VALUE "Y".
000560 77  DG-PLACE-SWITCH              PIC X(01) VALUE "N".
000570     88 DG-PLACE-FOUND                    VALUE "Y".
000580
000590 77  DG-TODAY                     PIC 9(08) VALUE ZERO.
000600 77  DG-OPENED-DATE               PIC 9(08) VALUE ZERO.
000610 77  DG-TODAY-INTEGER             PIC 9(08) COMP VALUE ZERO.
000620 77  DG-DAYS                      PIC 9(05) COMP VALUE ZERO.
000630
000640 77  DG-CASE-TABLE-MAX            PIC 9(05) COMP VALUE 5000.
000650 77  DG-CASE-COUNT                PIC 9(05) COMP VALUE ZERO.
000660 77  DG-SCAN                      PIC 9(05) COMP VALUE ZERO.
000670 77  DG-PLACE                     PIC 9(05) COMP VALUE ZERO.
000680 77  DG-SHIFT                     PIC 9(05) COMP VALUE ZERO.
000690
000700 77  DG-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
000710 77  DG-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000720 77  DG-PAST-DUE-COUNT            PIC 9(07) COMP VALUE ZERO.
000730 77  DG-MERCH-CASES               PIC 9(07) COMP VALUE ZERO.
000740 77  DG-MERCH-AMOUNT              PIC S9(11)V99 COMP-3
000750                                  VALUE ZERO.
000760 77  DG-TOTAL-AMOUNT              PIC S9(11)V99 COMP-3
000770                                  VALUE ZERO.
000771 77  DG-BUCKET-SCAN               PIC 9(01) COMP VALUE ZERO.
000780
000790 01  DG-PRIOR-MERCHANT            PIC X(08).
000800
000810 01  DG-BUCKET-TABLE.
000820     05 DG-BUCKET                 OCCURS 4 TIMES.
000830        10 DG-BUCKET-COUNT        PIC 9(07) COMP.
000840        10 DG-BUCKET-AMOUNT       PIC S9(11)V99 COMP-3.
000860
000870 01  DG-BUCKET-NAMES.
000880     05 FILLER                    PIC X(24)
000890        VALUE "  0-30 DAYS OUTSTANDING".
000900     05 FILLER                    PIC X(24)
000910        VALUE "  31-60 DAYS OUTSTANDING".
000920     05 FILLER                    PIC X(24)
000930        VALUE "  61-90 DAYS OUTSTANDING".
000940     05 FILLER                    PIC X(24)
000950        VALUE "  OVER 90 DAYS".
000960 01  DG-BUCKET-NAME-TABLE REDEFINES DG-BUCKET-NAMES.
000970     05 DG-BUCKET-NAME            PIC X(24) OCCURS 4 TIMES.
000980
000990 01  DG-CASE-TABLE.
001000     05 DG-CASE-ENTRY             OCCURS 1 TO 5000 TIMES
001010                                  DEPENDING ON DG-CASE-COUNT.
001020        10 DG-CASE-MERCHANT       PIC X(08).
001030        10 DG-CASE-ID             PIC X(10).
001040        10 DG-CASE-STATUS         PIC X(01).
001050        10 DG-CASE-BATCH          PIC X(08).
001060        10 DG-CASE-DUE            PIC X(08).
001070        10 DG-CASE-DAYS           PIC 9(05) COMP.
001080        10 DG-CASE-AMOUNT         PIC S9(09)V99 COMP-3.
001090
001100 01  DG-NEW-ENTRY.
001110     05 DG-NEW-MERCHANT           PIC X(08).
001120     05 DG-NEW-ID                 PIC X(10).
001130     05 DG-NEW-STATUS             PIC X(01).
001140     05 DG-NEW-BATCH              PIC X(08).
001150     05 DG-NEW-DUE                PIC X(08).
001160     05 DG-NEW-DAYS               PIC 9(05) COMP.
001170     05 DG-NEW-AMOUNT             PIC S9(09)V99 COMP-3.
001180
001190 01  DG-TITLE-LINE.
001200     05 FILLER                    PIC X(26) VALUE
001210        "OPEN DISPUTE AGING REPORT ".
001220     05 DT-DATE                   PIC 9(08).
001230     05 FILLER                    PIC X(46) VALUE SPACES.
001240
001250 01  DG-MERCHANT-LINE.
001260     05 DH-LABEL                  PIC X(09) VALUE "MERCHANT ".
001270     05 DH-NUMBER                 PIC X(08).
001280     05 FILLER                    PIC X(63).
001290
001300 01  DG-COLUMN-LINE.
001310     05 FILLER                    PIC X(43) VALUE
001320        "  CASE ID    STATUS       BATCH    DUE DATE".
001330     05 FILLER                    PIC X(37) VALUE
001340        "  DAYS       DISPUTED                ".
001350
001360 01  DG-DETAIL-LINE.
001370     05 FILLER                    PIC X(02).
001380     05 DD-CASE-ID                PIC X(10).
001390     05 FILLER                    PIC X(01).
001400     05 DD-STATUS                 PIC X(12).
001410     05 FILLER                    PIC X(01).
001420     05 DD-BATCH                  PIC X(08).
001430     05 FILLER                    PIC X(01).
001440     05 DD-DUE                    PIC X(08).
001450     05 FILLER                    PIC X(01).
001460     05 DD-DAYS                   PIC ZZZZ9.
001470     05 FILLER                    PIC X(01).
001480     05 DD-AMOUNT                 PIC ---,---,--9.99.
001490     05 FILLER                    PIC X(01).
001500     05 DD-FLAG                   PIC X(08).
001510     05 FILLER                    PIC X(07).
001520
001530 01  DG-TOTAL-LINE.
001540     05 DO-LABEL                  PIC X(24).
001550     05 DO-COUNT                  PIC ZZZ,ZZ9.
001560     05 FILLER                    PIC X(02).
001570     05 DO-AMOUNT                 PIC ---,---,---,--9.99.
001580     05 FILLER                    PIC X(29).
001590
001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------
001620* 0000-MAINLINE -- DRIVE THE DISPUTE AGING REPORT.
001630*----------------------------------------------------------------
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001660     PERFORM 2000-LOAD-DISPCASE THRU 2000-LOAD-DISPCASE-EXIT
001670         UNTIL DG-END-OF-DISPCASE
001680     PERFORM 4000-WRITE-AGING THRU 4000-WRITE-AGING-EXIT
001690     PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
001700     GO TO 9999-EXIT.
001710
001720*----------------------------------------------------------------
001730* 1000-INITIALIZE -- OPEN THE CASE FILE AND THE REPORT.  NO CASE
001740* FILE YET (NO DISPUTE EVER OPENED) IS NOT AN ERROR: THE REPORT
001750* SIMPLY SHOWS NO OPEN CASES.
001760*----------------------------------------------------------------
001770 1000-INITIALIZE.
001780     MOVE CURRENT-DATE (1:8) TO DG-TODAY
001790     COMPUTE DG-TODAY-INTEGER = INTEGER-OF-DATE(DG-TODAY)
001800     PERFORM 1100-CLEAR-BUCKET THRU 1100-CLEAR-BUCKET-EXIT
001810         VARYING DG-BUCKET-SCAN FROM 1 BY 1
001820         UNTIL DG-BUCKET-SCAN > 4
001830
001840     OPEN OUTPUT AGERPT
001850     IF DG-AGERPT-STATUS NOT = "00"
001860         DISPLAY "DISPAGE: AGERPT OPEN FAILED, STATUS "
001870             DG-AGERPT-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         GO TO 9999-EXIT
001900     END-IF
001910
001920     OPEN INPUT DISPCASE
001930     IF DG-DISPCASE-STATUS = "35"
001940         DISPLAY "DISPAGE: NO DISPCASE FILE, NO CASES TO AGE"
001950         SET DG-END-OF-DISPCASE TO TRUE
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF
001980     IF DG-DISPCASE-STATUS NOT = "00"
001990         DISPLAY "DISPAGE: DISPCASE OPEN FAILED, STATUS "
002000             DG-DISPCASE-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-EXIT
002030     END-IF
002040
002050     PERFORM 2100-READ-DISPCASE THRU 2100-READ-DISPCASE-EXIT.
002060 1000-INITIALIZE-EXIT.
002070     EXIT.
002080
002090 1100-CLEAR-BUCKET.
002100     MOVE ZERO TO DG-BUCKET-COUNT (DG-BUCKET-SCAN)
002110     MOVE ZERO TO DG-BUCKET-AMOUNT (DG-BUCKET-SCAN).
002120 1100-CLEAR-BUCKET-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------------
002160* 2000-LOAD-DISPCASE -- KEEP EACH OPEN CASE IN THE TABLE IN
002170* REPORT ORDER: MERCHANT ASCENDING, THEN DAYS OUTSTANDING
002180* DESCENDING, SO THE OLDEST CASE PRINTS FIRST UNDER EACH
002190* MERCHANT.  THE CASE IS SLOTTED IN BY SHIFTING THE LATER
002200* ENTRIES DOWN ONE, THE SAME SHIFT RUNTREND USES ON ITS TABLE.
002210*----------------------------------------------------------------
002220 2000-LOAD-DISPCASE.
002230     ADD 1 TO DG-READ-COUNT
002240     IF NOT DISP-CASE-OPEN
002250         ADD 1 TO DG-CLOSED-COUNT
002260         GO TO 2000-NEXT-CASE
002270     END-IF
002280     IF DG-CASE-COUNT NOT < DG-CASE-TABLE-MAX
002290         IF NOT DG-TABLE-FULL
002300             DISPLAY "DISPAGE: OPEN CASE TABLE FULL AT "
002310                 DG-CASE-TABLE-MAX " CASES"
002320             SET DG-TABLE-FULL TO TRUE
002330         END-IF
002340         GO TO 2000-NEXT-CASE
002350     END-IF
002360
002370     MOVE ZERO TO DG-DAYS
002380     IF DISP-OPENED-DATE IS NUMERIC
002390         MOVE DISP-OPENED-DATE TO DG-OPENED-DATE
002400         IF DG-OPENED-DATE NOT > DG-TODAY
002410             COMPUTE DG-DAYS = DG-TODAY-INTEGER
002420                 - INTEGER-OF-DATE(DG-OPENED-DATE)
002430         END-IF
002440     END-IF
002450
002460     MOVE DISP-MERCHANT-NUMBER TO DG-NEW-MERCHANT
002470     MOVE DISP-CASE-ID TO DG-NEW-ID
002480     MOVE DISP-STATUS TO DG-NEW-STATUS
002490     MOVE DISP-BATCH-DATE TO DG-NEW-BATCH
002500     MOVE DISP-DUE-DATE TO DG-NEW-DUE
002510     MOVE DG-DAYS TO DG-NEW-DAYS
002520     MOVE DISP-DISPUTED-AMOUNT TO DG-NEW-AMOUNT
002530
002540     MOVE "N" TO DG-PLACE-SWITCH
002550     PERFORM 2200-FIND-PLACE THRU 2200-FIND-PLACE-EXIT
002560         VARYING DG-SCAN FROM 1 BY 1
002570         UNTIL DG-SCAN > DG-CASE-COUNT
002580            OR DG-PLACE-FOUND
002590     IF DG-PLACE-FOUND
002600         MOVE DG-SCAN TO DG-PLACE
002610         SUBTRACT 1 FROM DG-PLACE
002620     ELSE
002630         COMPUTE DG-PLACE = DG-CASE-COUNT + 1
002640     END-IF
002650     ADD 1 TO DG-CASE-COUNT
002660     PERFORM 2300-SHIFT-DOWN THRU 2300-SHIFT-DOWN-EXIT
002670         VARYING DG-SHIFT FROM DG-CASE-COUNT BY -1
002680         UNTIL DG-SHIFT NOT > DG-PLACE
002690     MOVE DG-NEW-ENTRY TO DG-CASE-ENTRY (DG-PLACE).
002700
002710 2000-NEXT-CASE.
002720     PERFORM 2100-READ-DISPCASE THRU 2100-READ-DISPCASE-EXIT.
002730 2000-LOAD-DISPCASE-EXIT.
002740     EXIT.
002750
002760 2100-READ-DISPCASE.
002770     READ DISPCASE NEXT RECORD
002780         AT END
002790             SET DG-END-OF-DISPCASE TO TRUE
002800     END-READ.
002810 2100-READ-DISPCASE-EXIT.
002820     EXIT.
002830
002840 2200-FIND-PLACE.
002850     IF DG-CASE-MERCHANT (DG-SCAN) > DG-NEW-MERCHANT
002860         SET DG-PLACE-FOUND TO TRUE
002870     ELSE
002880         IF DG-CASE-MERCHANT (DG-SCAN) = DG-NEW-MERCHANT
002890             AND DG-CASE-DAYS (DG-SCAN) < DG-NEW-DAYS
002900             SET DG-PLACE-FOUND TO TRUE
002910         END-IF
002920     END-IF.
002930 2200-FIND-PLACE-EXIT.
002940     EXIT.
002950
002960 2300-SHIFT-DOWN.
002970     MOVE DG-CASE-ENTRY (DG-SHIFT - 1)
002980         TO DG-CASE-ENTRY (DG-SHIFT).
002990 2300-SHIFT-DOWN-EXIT.
003000     EXIT.
003010
003020 3000-TERMINATE.
003030     IF DG-DISPCASE-STATUS NOT = "35"
003040         CLOSE DISPCASE
003050     END-IF
003060     CLOSE AGERPT
003070     DISPLAY "DISPAGE: CASES READ    " DG-READ-COUNT
003080     DISPLAY "DISPAGE: CASES OPEN    " DG-CASE-COUNT
003090     DISPLAY "DISPAGE: CASES PAST DUE" DG-PAST-DUE-COUNT.
003100 3000-TERMINATE-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 4000-WRITE-AGING -- PRINT THE HELD CASES MERCHANT BY MERCHANT,
003150* EACH MERCHANT CLOSED BY ITS SUBTOTAL, THEN THE AGE BUCKETS AND
003160* THE REPORT TOTALS.
003170*----------------------------------------------------------------
003180 4000-WRITE-AGING.
003190     MOVE DG-TODAY TO DT-DATE
003200     MOVE DG-TITLE-LINE TO AGERPT-RECORD
003210     WRITE AGERPT-RECORD
003220     IF DG-CASE-COUNT = ZERO
003230         MOVE SPACES TO AGERPT-RECORD
003240         WRITE AGERPT-RECORD
003250         MOVE "  (NO OPEN DISPUTE CASES)" TO AGERPT-RECORD
003260         WRITE AGERPT-RECORD
003270     END-IF
003280
003290     MOVE SPACES TO DG-PRIOR-MERCHANT
003300     PERFORM 4100-WRITE-CASE-LINE THRU 4100-WRITE-CASE-LINE-EXIT
003310         VARYING DG-SCAN FROM 1 BY 1
003320         UNTIL DG-SCAN > DG-CASE-COUNT
003330     IF DG-CASE-COUNT > ZERO
003340         PERFORM 4200-WRITE-MERCHANT-TOTAL
003350             THRU 4200-WRITE-MERCHANT-TOTAL-EXIT
003360     END-IF
003370
003380     MOVE SPACES TO AGERPT-RECORD
003390     WRITE AGERPT-RECORD
003400     MOVE "AGING OF OPEN CASES" TO AGERPT-RECORD
003410     WRITE AGERPT-RECORD
003420     PERFORM 4300-WRITE-BUCKET-LINE
003430         THRU 4300-WRITE-BUCKET-LINE-EXIT
003440         VARYING DG-BUCKET-SCAN FROM 1 BY 1
003450         UNTIL DG-BUCKET-SCAN > 4
003460
003470     MOVE SPACES TO DG-TOTAL-LINE
003480     MOVE "TOTAL OPEN CASES" TO DO-LABEL
003490     MOVE DG-CASE-COUNT TO DO-COUNT
003500     MOVE DG-TOTAL-AMOUNT TO DO-AMOUNT
003510     MOVE DG-TOTAL-LINE TO AGERPT-RECORD
003520     WRITE AGERPT-RECORD
003530     MOVE SPACES TO DG-TOTAL-LINE
003540     MOVE "PAST NETWORK DUE DATE" TO DO-LABEL
003550     MOVE DG-PAST-DUE-COUNT TO DO-COUNT
003560     MOVE DG-TOTAL-LINE TO AGERPT-RECORD
003570     WRITE AGERPT-RECORD
003580     IF DG-TABLE-FULL
003590         MOVE "*** CASE TABLE FULL -- REPORT INCOMPLETE ***"
003600             TO AGERPT-RECORD
003610         WRITE AGERPT-RECORD
003620     END-IF.
003630 4000-WRITE-AGING-EXIT.
003640     EXIT.
003650
003660 4100-WRITE-CASE-LINE.
003670     IF DG-CASE-MERCHANT (DG-SCAN) NOT = DG-PRIOR-MERCHANT
003680         IF DG-SCAN > 1
003690             PERFORM 4200-WRITE-MERCHANT-TOTAL
003700                 THRU 4200-WRITE-MERCHANT-TOTAL-EXIT
003710         END-IF
003720         MOVE DG-CASE-MERCHANT (DG-SCAN) TO DG-PRIOR-MERCHANT
003730         MOVE ZERO TO DG-MERCH-CASES
003740         MOVE ZERO TO DG-MERCH-AMOUNT
003750         MOVE SPACES TO AGERPT-RECORD
003760         WRITE AGERPT-RECORD
003770         MOVE SPACES TO DG-MERCHANT-LINE
003780         MOVE "MERCHANT " TO DH-LABEL
003790         MOVE DG-PRIOR-MERCHANT TO DH-NUMBER
003800         MOVE DG-MERCHANT-LINE TO AGERPT-RECORD
003810         WRITE AGERPT-RECORD
003820         MOVE DG-COLUMN-LINE TO AGERPT-RECORD
003830         WRITE AGERPT-RECORD
003840     END-IF
003850
003860     MOVE SPACES TO DG-DETAIL-LINE
003870     MOVE DG-CASE-ID (DG-SCAN) TO DD-CASE-ID
003880     IF DG-CASE-STATUS (DG-SCAN) = "O"
003890         MOVE "OPENED" TO DD-STATUS
003900     ELSE
003910         IF DG-CASE-STATUS (DG-SCAN) = "D"
003920             MOVE "DOC REQUEST" TO DD-STATUS
003930         ELSE
003940             MOVE "REPRESENTED" TO DD-STATUS
003950         END-IF
003960     END-IF
003970     MOVE DG-CASE-BATCH (DG-SCAN) TO DD-BATCH
003980     MOVE DG-CASE-DUE (DG-SCAN) TO DD-DUE
003990     MOVE DG-CASE-DAYS (DG-SCAN) TO DD-DAYS
004000     MOVE DG-CASE-AMOUNT (DG-SCAN) TO DD-AMOUNT
004010     IF DG-CASE-DUE (DG-SCAN) IS NUMERIC
004020         AND DG-CASE-DUE (DG-SCAN) < DG-TODAY
004030         MOVE "PAST DUE" TO DD-FLAG
004040         ADD 1 TO DG-PAST-DUE-COUNT
004050     END-IF
004060     MOVE DG-DETAIL-LINE TO AGERPT-RECORD
004070     WRITE AGERPT-RECORD
004080
004090     ADD 1 TO DG-MERCH-CASES
004100     ADD DG-CASE-AMOUNT (DG-SCAN) TO DG-MERCH-AMOUNT
004110     ADD DG-CASE-AMOUNT (DG-SCAN) TO DG-TOTAL-AMOUNT
004120     IF DG-CASE-DAYS (DG-SCAN) NOT > 30
004130         MOVE 1 TO DG-BUCKET-SCAN
004140     ELSE
004150         IF DG-CASE-DAYS (DG-SCAN) NOT > 60
004160             MOVE 2 TO DG-BUCKET-SCAN
004170         ELSE
004180             IF DG-CASE-DAYS (DG-SCAN) NOT > 90
004190                 MOVE 3 TO DG-BUCKET-SCAN
004200             ELSE
004210                 MOVE 4 TO DG-BUCKET-SCAN
004220             END-IF
004230         END-IF
004240     END-IF
004250     ADD 1 TO DG-BUCKET-COUNT (DG-BUCKET-SCAN)
004260     ADD DG-CASE-AMOUNT (DG-SCAN)
004270         TO DG-BUCKET-AMOUNT (DG-BUCKET-SCAN).
004280 4100-WRITE-CASE-LINE-EXIT.
004290     EXIT.
004300
004310 4200-WRITE-MERCHANT-TOTAL.
004320     MOVE SPACES TO DG-TOTAL-LINE
004330     MOVE "  MERCHANT OPEN CASES" TO DO-LABEL
004340     MOVE DG-MERCH-CASES TO DO-COUNT
004350     MOVE DG-MERCH-AMOUNT TO DO-AMOUNT
004360     MOVE DG-TOTAL-LINE TO AGERPT-RECORD
004370     WRITE AGERPT-RECORD.
004380 4200-WRITE-MERCHANT-TOTAL-EXIT.
004390     EXIT.
004400
004410 4300-WRITE-BUCKET-LINE.
004420     MOVE SPACES TO DG-TOTAL-LINE
004430     MOVE DG-BUCKET-NAME (DG-BUCKET-SCAN) TO DO-LABEL
004440     MOVE DG-BUCKET-COUNT (DG-BUCKET-SCAN) TO DO-COUNT
004450     MOVE DG-BUCKET-AMOUNT (DG-BUCKET-SCAN) TO DO-AMOUNT
004460     MOVE DG-TOTAL-LINE TO AGERPT-RECORD
004470     WRITE AGERPT-RECORD.
004480 4300-WRITE-BUCKET-LINE-EXIT.
004490     EXIT.
004500
004510 9999-EXIT.
004520     STOP RUN.
