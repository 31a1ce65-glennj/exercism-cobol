000250*                  ENDS WITH RETURN-CODE 8 SO THE SCHEDULER CAN
000260*                  HOLD THE PAYMENT CYCLE FOR REVIEW, THE SAME
000270*                  CONVENTION BINLOAD USES FOR A REJECTED RANGE.
000271* 10/15/2026 DJF   LOST DISPUTES NOW REACH THE MERCHANT.  THE
000272*                  CHGBACK FILE DISPMNT WRITES WHEN A DISPUTE CASE
000273*                  CLOSES LOST IS LOADED AT INITIALIZATION, AND
000274*                  EVERY DEBIT OUTSTANDING AGAINST A MERCHANT IS
000275*                  DEDUCTED FROM THAT MERCHANT'S NET FUNDED ON ITS
000276*                  NEXT PRICED NIGHT, WITH A "LOST DISPUTE DEBITS"
000277*                  LINE ON MERCHSTM AND THE AMOUNT CARRIED ON THE
000278*                  FUNDOUT RECORD.  DEBITS FOR A MERCHANT WITH NO
000279*                  ACTIVITY TONIGHT, OR WHOSE FUNDING IS HELD, ARE
000280*                  WRITTEN BACK TO CHGBACK FOR A LATER NIGHT.
000281* 10/15/2026 DJF   PRICING NOW COMES FROM THE MERCHMST MERCHANT
000282*                  MASTER (MAINTAINED BY MERCHMNT) INSTEAD OF THE
000283*                  HAND-KEPT FEESCHED FILE, WHICH IS RETIRED, SO
000284*                  THE FEE CHARGED IS ALWAYS THE ONE ON FILE.
000285*                  EACH MERCHANT IS READ BY KEY AS ITS SUMMARY
000286*                  ARRIVES.  A MERCHANT NOT ON THE MASTER IS HELD
000287*                  AS THE UNSCHEDULED MERCHANT WAS, AND ONE THAT
000288*                  IS ON FILE BUT SUSPENDED OR TERMINATED IS HELD
000289*                  TOO; EITHER ENDS THE RUN WITH RETURN-CODE 8.
000290* 10/15/2026 DJF   EACH PRICED NIGHT NOW POSTS TO A PERSISTENT
000291*                  MERCHANT LEDGER (THE NEW MERCHLDG INDEXED FILE)
000292*                  INSTEAD OF STANDING ALONE.  A NIGHT THAT COMES
000293*                  OUT NEGATIVE IS CARRIED FORWARD ON THE LEDGER
000294*                  AND RECOVERED FROM THE MERCHANT'S NEXT
000295*                  POSITIVE NIGHTS BEFORE ANYTHING IS FUNDED.  A
000296*                  ROLLING RESERVE -- A PERCENTAGE OF EACH NIGHT'S
000297*                  GROSS SALES -- IS WITHHELD INTO THE NEW RSRVHLD
000298*                  TRANCHE FILE AND PAID BACK AFTER THE RESERVE
000299*                  DAYS; BOTH COME FROM THE NEW RSRVCTL CONTROL
000300*                  CARD, DEFAULTING TO 5.00 PERCENT AND 90 DAYS.
000301*                  MERCHSTM NOW SHOWS THE OPENING BALANCE, THE
000302*                  NIGHT'S ACTIVITY, RESERVE RELEASED AND
000303*                  WITHHELD, THE AMOUNT FUNDED, AND THE CLOSING
000304*                  BALANCE, AND FUNDOUT CARRIES ONLY THE AMOUNT
000305*                  PAYABLE, WITH THE LEDGER AND RESERVE MOVEMENTS
000306*                  ALONGSIDE IT.  A MERCHANT WHOSE LEDGER ALREADY
000307*                  SHOWS TONIGHT'S POSTING (A RERUN) IS HELD, NOT
000308*                  POSTED TWICE.
000309* 10/15/2026 DJF   FUNDOUT LAYOUT MOVED TO THE FUNDREC COPYBOOK SO
000310*                  THE GLJOURNL LEDGER INTERFACE CAN READ IT.
000311* 10/15/2026 DJF   A RERUN OF A NIGHT ALREADY POSTED IS NOW
000312*                  REFUSED WITH RETURN-CODE 16 BEFORE FUNDOUT,
000313*                  MERCHSTM, CHGBACK, OR RSRVHLD IS OPENED, IN
000314*                  PLACE OF HOLDING EACH POSTED MERCHANT.  HOLDING
000315*                  THEM LOST THE PAYABLE THE FIRST RUN HAD
000316*                  WRITTEN TO THE FUNDOUT THE RERUN EMPTIED, AND
000317*                  AFTER AN ABEND IT TOOK AGAIN THE DEBITS AND
000318*                  RESERVE THE FIRST RUN NEVER WROTE BACK.
000319*----------------------------------------------------------------
000321 ENVIRONMENT DIVISION.
000322 CONFIGURATION SECTION.
000323 REPOSITORY.
000324     FUNCTION ALL INTRINSIC.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MERCHMST ASSIGN TO "MERCHMST"
000360         ORGANIZATION IS INDEXED
000361         ACCESS MODE IS RANDOM
000362         RECORD KEY IS MERCH-NUMBER
000370         FILE STATUS IS MF-MERCHMST-STATUS.
000380
000390     SELECT MERCHSUM ASSIGN TO "MERCHSUM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MF-MERCHSTM-STATUS.
000500
000501     SELECT CHGBACK ASSIGN TO "CHGBACK"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS MF-CHGBACK-STATUS.
000504
000505     SELECT MERCHLDG ASSIGN TO "MERCHLDG"
000506         ORGANIZATION IS INDEXED
000507         ACCESS MODE IS RANDOM
000508         RECORD KEY IS LDG-MERCHANT-NUMBER
000509         FILE STATUS IS MF-MERCHLDG-STATUS.
000510
000511     SELECT RSRVHLD ASSIGN TO "RSRVHLD"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS MF-RSRVHLD-STATUS.
000514
000515     SELECT RSRVCTL ASSIGN TO "RSRVCTL"
000516         ORGANIZATION IS LINE SEQUENTIAL
000517         FILE STATUS IS MF-RSRVCTL-STATUS.
000518
000519 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MERCHMST
000540     RECORDING MODE IS F.
000550     COPY MERCHREC.
000560
000570 FD  MERCHSUM
000580     RECORDING MODE IS F.
000600
000610 FD  FUNDOUT
000620     RECORDING MODE IS F.
000630     COPY FUNDREC.
000716
000717 FD  CHGBACK
000718     RECORDING MODE IS F.
000719     COPY CHGBREC.
000720
000721 FD  MERCHLDG
000722     RECORDING MODE IS F.
000723     COPY MLDGREC.
000724
000725 FD  RSRVHLD
000726     RECORDING MODE IS F.
000727     COPY RSRVREC.
000728
000729 FD  RSRVCTL
000730     RECORDING MODE IS F.
000731 01  RSRVCTL-RECORD.
000732     05 RSRVCTL-PERCENT           PIC 9(02)V99.
000733     05 RSRVCTL-DAYS              PIC 9(03).
000734
000735 FD  MERCHSTM
000736     RECORDING MODE IS F.
000740 01  MERCHSTM-RECORD              PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 77  MF-MERCHMST-STATUS           PIC X(02) VALUE SPACES.
000780 77  MF-MERCHSUM-STATUS           PIC X(02) VALUE SPACES.
000790 77  MF-FUNDOUT-STATUS            PIC X(02) VALUE SPACES.
000800 77  MF-MERCHSTM-STATUS           PIC X(02) VALUE SPACES.
000810 77  MF-SUM-EOF-SWITCH            PIC X(01) VALUE "N".
000820     88 MF-END-OF-MERCHSUM                VALUE "Y".
000841 77  MF-CHGBACK-STATUS            PIC X(02) VALUE SPACES.
000842 77  MF-CHGB-EOF-SWITCH           PIC X(01) VALUE "N".
000843     88 MF-END-OF-CHGBACK                 VALUE "Y".
000844 77  MF-MERCHLDG-STATUS           PIC X(02) VALUE SPACES.
000845 77  MF-RSRVHLD-STATUS            PIC X(02) VALUE SPACES.
000846 77  MF-RSRVCTL-STATUS            PIC X(02) VALUE SPACES.
000847 77  MF-RSRV-EOF-SWITCH           PIC X(01) VALUE "N".
000848     88 MF-END-OF-RSRVHLD                 VALUE "Y".
000849 77  MF-LEDGER-SWITCH             PIC X(01) VALUE "N".
000850     88 MF-LEDGER-FOUND                   VALUE "Y".
000851 77  MF-POSTED-SWITCH             PIC X(01) VALUE "N".
000852     88 MF-ALREADY-POSTED                 VALUE "Y".
000853
000860 77  MF-MERCH-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
000870 77  MF-FUNDED-COUNT              PIC 9(05) COMP VALUE ZERO.
000880 77  MF-NO-SCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
000881 77  MF-INACTIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
000882 77  MF-MASTER-SWITCH             PIC X(01) VALUE "N".
000883     88 MF-MASTER-FOUND                   VALUE "Y".
000884 77  MF-CHGB-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
000885 77  MF-CHGB-CARRIED-COUNT        PIC 9(05) COMP VALUE ZERO.
000886 77  MF-MERCH-CHGB-COUNT          PIC 9(05) COMP VALUE ZERO.
000887 77  MF-REPOST-COUNT              PIC 9(05) COMP VALUE ZERO.
000888 77  MF-RSRV-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
000889 77  MF-RSRV-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
000890
000932 77  MF-CHGB-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
000933 77  MF-CHGB-COUNT                PIC 9(04) COMP VALUE ZERO.
000934 77  MF-CHGB-SCAN                 PIC 9(04) COMP VALUE ZERO.
000935
000936 77  MF-RSRV-TABLE-MAX            PIC 9(07) COMP VALUE 100000.
000937 77  MF-RSRV-COUNT                PIC 9(07) COMP VALUE ZERO.
000938 77  MF-RSRV-SCAN                 PIC 9(07) COMP VALUE ZERO.
000939
000940*    RESERVE TERMS FROM RSRVCTL: THE PERCENTAGE OF GROSS SALES
000941*    WITHHELD EACH NIGHT AND THE DAYS BEFORE IT IS PAID BACK.
000942 77  MF-RSRV-PERCENT              PIC 9(02)V99 VALUE 5.00.
000943 77  MF-RSRV-DAYS                 PIC 9(03) VALUE 90.
000944 01  MF-TODAY                     PIC 9(08).
000945 01  MF-TODAY-X REDEFINES MF-TODAY
000946                                  PIC X(08).
000947 01  MF-RELEASE-DATE              PIC 9(08).
000948 01  MF-RELEASE-DATE-X REDEFINES MF-RELEASE-DATE
000949                                  PIC X(08).
000960
000970 77  MF-ITEM-COUNT                PIC 9(07) COMP VALUE ZERO.
000980 77  MF-DISCOUNT-FEE              PIC S9(11)V99 COMP-3
001030                                  VALUE ZERO.
001040 77  MF-TOTAL-FEES                PIC S9(11)V99 COMP-3
001050                                  VALUE ZERO.
001060 77  MF-NET-ACTIVITY              PIC S9(11)V99 COMP-3
001070                                  VALUE ZERO.
001071 77  MF-OPENING-BALANCE           PIC S9(11)V99 COMP-3
001072                                  VALUE ZERO.
001073 77  MF-RESERVE-RELEASED          PIC S9(11)V99 COMP-3
001074                                  VALUE ZERO.
001075 77  MF-RESERVE-HELD              PIC S9(11)V99 COMP-3
001076                                  VALUE ZERO.
001077 77  MF-AVAILABLE                 PIC S9(11)V99 COMP-3
001078                                  VALUE ZERO.
001079 77  MF-NET-FUNDED                PIC S9(11)V99 COMP-3
001080                                  VALUE ZERO.
001081 77  MF-CLOSING-BALANCE           PIC S9(11)V99 COMP-3
001082                                  VALUE ZERO.
001083 77  MF-RESERVE-ON-HAND           PIC S9(11)V99 COMP-3
001084                                  VALUE ZERO.
001085 77  MF-TOTAL-RESERVE-HELD        PIC S9(11)V99 COMP-3
001086                                  VALUE ZERO.
001087 77  MF-TOTAL-RESERVE-RELEASED    PIC S9(11)V99 COMP-3
001088                                  VALUE ZERO.
001089 77  MF-TOTAL-CARRIED             PIC S9(11)V99 COMP-3
001090                                  VALUE ZERO.
001091 77  MF-TOTAL-FUNDED              PIC S9(11)V99 COMP-3
001092                                  VALUE ZERO.
001093 77  MF-CHARGEBACKS               PIC S9(11)V99 COMP-3
001094                                  VALUE ZERO.
001095 77  MF-TOTAL-CHARGEBACKS         PIC S9(11)V99 COMP-3
001096                                  VALUE ZERO.
001100
001181 01  MF-CHGB-TABLE.
001182     05 MF-CHGB-ENTRY             OCCURS 1 TO 1000 TIMES
001183                                  DEPENDING ON MF-CHGB-COUNT.
001184        10 MF-CHGB-MERCHANT       PIC X(08).
001185        10 MF-CHGB-CASE-ID        PIC X(10).
001186        10 MF-CHGB-BATCH-DATE     PIC X(08).
001187        10 MF-CHGB-AMOUNT         PIC S9(09)V99 COMP-3.
001188        10 MF-CHGB-LOST-DATE      PIC X(08).
001189        10 MF-CHGB-APPLIED        PIC X(01).
001190
001191 01  MF-RSRV-TABLE.
001192     05 MF-RSRV-ENTRY             OCCURS 1 TO 100000 TIMES
001193                                  DEPENDING ON MF-RSRV-COUNT.
001194        10 MF-RSRV-MERCHANT       PIC X(08).
001195        10 MF-RSRV-HELD-DATE      PIC X(08).
001196        10 MF-RSRV-RELEASE-DATE   PIC X(08).
001197        10 MF-RSRV-AMOUNT         PIC S9(11)V99 COMP-3.
001198        10 MF-RSRV-RELEASED       PIC X(01).
001199
001200 01  MF-MERCHANT-LINE.
001201     05 MH-LABEL                  PIC X(09).
001210     05 MH-NUMBER                 PIC X(08).
001220     05 FILLER                    PIC X(01).
001230     05 MH-NAME                   PIC X(20).
001520     GO TO 9999-EXIT.
001530
001540*----------------------------------------------------------------
001550* 1000-INITIALIZE -- OPEN THE MERCHANT MASTER, THE SUMMARY, AND
001560* THE OUTPUTS, AND PRINT THE STATEMENT TITLE.  A MISSING MASTER
001570* OR SUMMARY IS A HARD STOP: CUTTING PAYMENTS WITHOUT EITHER IS
001580* WORSE THAN HOLDING THE RUN.  THE CHARGEBACK DEBITS ARE LOADED
001581* AS WELL; NO CHGBACK FILE MEANS NO DISPUTE HAS EVER BEEN LOST,
001582* SO THERE IS NOTHING TO DEDUCT.  LIKEWISE THE RESERVE TRANCHES:
001583* NO RSRVHLD FILE MEANS NOTHING HAS BEEN WITHHELD YET.  THE
001584* LEDGER IS OPENED I-O, AND CREATED EMPTY ON THE FIRST NIGHT THE
001585* WAY CARDMNT CREATES CARDMSTR.  NO OUTPUT IS OPENED UNTIL
001586* 1400-CHECK-RERUN HAS MADE SURE TONIGHT IS NOT ALREADY POSTED.
001600*----------------------------------------------------------------
001610 1000-INITIALIZE.
001620     OPEN INPUT MERCHMST
001630     IF MF-MERCHMST-STATUS NOT = "00"
001640         DISPLAY "MERCHFND: MERCHMST OPEN FAILED, STATUS "
001650             MF-MERCHMST-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 9999-EXIT
001680     END-IF
001711
001712     MOVE CURRENT-DATE (1:8) TO MF-TODAY
001713     PERFORM 1050-READ-RESERVE-CARD
001714         THRU 1050-READ-RESERVE-CARD-EXIT
001715
001716     OPEN INPUT CHGBACK
001717     IF MF-CHGBACK-STATUS = "00"
001718         PERFORM 1200-LOAD-ONE-CHGBACK
001719             THRU 1200-LOAD-ONE-CHGBACK-EXIT
001720             UNTIL MF-END-OF-CHGBACK
001721         CLOSE CHGBACK
001722     ELSE
001723         IF MF-CHGBACK-STATUS NOT = "35"
001724             DISPLAY "MERCHFND: CHGBACK OPEN FAILED, STATUS "
001725                 MF-CHGBACK-STATUS
001726             MOVE 16 TO RETURN-CODE
001727             GO TO 9999-EXIT
001728         END-IF
001729     END-IF
001730
001731     OPEN INPUT RSRVHLD
001732     IF MF-RSRVHLD-STATUS = "00"
001733         PERFORM 1300-LOAD-ONE-RESERVE
001734             THRU 1300-LOAD-ONE-RESERVE-EXIT
001735             UNTIL MF-END-OF-RSRVHLD
001736         CLOSE RSRVHLD
001737     ELSE
001738         IF MF-RSRVHLD-STATUS NOT = "35"
001739             DISPLAY "MERCHFND: RSRVHLD OPEN FAILED, STATUS "
001740                 MF-RSRVHLD-STATUS
001741             MOVE 16 TO RETURN-CODE
001742             GO TO 9999-EXIT
001743         END-IF
001744     END-IF
001745
001746     OPEN I-O MERCHLDG
001747     IF MF-MERCHLDG-STATUS = "35"
001748         OPEN OUTPUT MERCHLDG
001749         IF MF-MERCHLDG-STATUS = "00"
001750             CLOSE MERCHLDG
001751             OPEN I-O MERCHLDG
001752         END-IF
001753     END-IF
001754     IF MF-MERCHLDG-STATUS NOT = "00"
001755         DISPLAY "MERCHFND: MERCHLDG OPEN FAILED, STATUS "
001756             MF-MERCHLDG-STATUS
001757         MOVE 16 TO RETURN-CODE
001758         GO TO 9999-EXIT
001759     END-IF
001760
001761     OPEN INPUT MERCHSUM
001762     IF MF-MERCHSUM-STATUS NOT = "00"
001763         DISPLAY "MERCHFND: MERCHSUM OPEN FAILED, STATUS "
001764             MF-MERCHSUM-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-EXIT
001790     END-IF
001800
001801     PERFORM 1400-CHECK-RERUN THRU 1400-CHECK-RERUN-EXIT
001802
001810     OPEN OUTPUT FUNDOUT
001820     IF MF-FUNDOUT-STATUS NOT = "00"
001830         DISPLAY "MERCHFND: FUNDOUT OPEN FAILED, STATUS "
001940         GO TO 9999-EXIT
001950     END-IF
001960
001970     MOVE MF-TODAY-X TO MT-DATE
001980     MOVE MF-TITLE-LINE TO MERCHSTM-RECORD
001990     WRITE MERCHSTM-RECORD
002000
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002040
002041*----------------------------------------------------------------
002042* 1050-READ-RESERVE-CARD -- READ THE RESERVE PERCENTAGE AND DAYS
002043* FROM THE RSRVCTL CONTROL CARD.  A MISSING OR EMPTY CARD, OR A
002044* FIELD THAT IS NOT NUMERIC, LEAVES THAT TERM AT ITS DEFAULT SO
002045* THE SCHEDULED JOB NEEDS NO CARD AT ALL.  A ZERO PERCENTAGE IS
002046* ACCEPTED AND TURNS THE RESERVE OFF; TRANCHES ALREADY HELD
002047* STILL RELEASE ON THEIR OWN DATES.
002048*----------------------------------------------------------------
002049 1050-READ-RESERVE-CARD.
002050     OPEN INPUT RSRVCTL
002051     IF MF-RSRVCTL-STATUS NOT = "00"
002052         DISPLAY "MERCHFND: RSRVCTL NOT AVAILABLE, USING DEFAULT "
002053             "RESERVE TERMS"
002054         GO TO 1050-READ-RESERVE-CARD-EXIT
002055     END-IF
002056     READ RSRVCTL
002057         AT END
002058             DISPLAY "MERCHFND: RSRVCTL IS EMPTY, USING DEFAULT "
002059                 "RESERVE TERMS"
002060         NOT AT END
002061             IF RSRVCTL-PERCENT IS NUMERIC
002062                 MOVE RSRVCTL-PERCENT TO MF-RSRV-PERCENT
002063             ELSE
002064                 DISPLAY "MERCHFND: RSRVCTL PERCENT IS NOT "
002065                     "NUMERIC, USING THE DEFAULT"
002066             END-IF
002067             IF RSRVCTL-DAYS IS NUMERIC
002068                 MOVE RSRVCTL-DAYS TO MF-RSRV-DAYS
002069             ELSE
002070                 DISPLAY "MERCHFND: RSRVCTL DAYS '" RSRVCTL-DAYS
002071                     "' IS NOT NUMERIC, USING DEFAULT OF "
002072                     MF-RSRV-DAYS
002073             END-IF
002074     END-READ
002075     CLOSE RSRVCTL.
002076 1050-READ-RESERVE-CARD-EXIT.
002077     EXIT.
002078
002430*----------------------------------------------------------------
002431* 1200-LOAD-ONE-CHGBACK -- LOAD ONE LOST-DISPUTE DEBIT.  A DEBIT
002432* WITH A BLANK MERCHANT OR AN UNREADABLE AMOUNT, OR MORE DEBITS
002433* THAN THE TABLE HOLDS, HARD-STOPS THE JOB LIKE A BAD FEE ROW:
002434* DROPPING ONE WOULD SILENTLY FORGIVE THE MERCHANT.
002435*----------------------------------------------------------------
002436 1200-LOAD-ONE-CHGBACK.
002437     READ CHGBACK
002438         AT END
002439             SET MF-END-OF-CHGBACK TO TRUE
002440             GO TO 1200-LOAD-ONE-CHGBACK-EXIT
002441     END-READ
002442     IF CHGB-MERCHANT-NUMBER = SPACES
002443         OR CHGB-AMOUNT IS NOT NUMERIC
002444         DISPLAY "MERCHFND: CHGBACK RECORD UNREADABLE -- "
002445             "CASE " CHGB-CASE-ID
002446         MOVE 16 TO RETURN-CODE
002447         GO TO 9999-EXIT
002448     END-IF
002449     IF MF-CHGB-COUNT < MF-CHGB-TABLE-MAX
002450         ADD 1 TO MF-CHGB-COUNT
002451         MOVE CHGB-MERCHANT-NUMBER
002452             TO MF-CHGB-MERCHANT (MF-CHGB-COUNT)
002453         MOVE CHGB-CASE-ID TO MF-CHGB-CASE-ID (MF-CHGB-COUNT)
002454         MOVE CHGB-BATCH-DATE
002455             TO MF-CHGB-BATCH-DATE (MF-CHGB-COUNT)
002456         MOVE CHGB-AMOUNT TO MF-CHGB-AMOUNT (MF-CHGB-COUNT)
002457         MOVE CHGB-LOST-DATE
002458             TO MF-CHGB-LOST-DATE (MF-CHGB-COUNT)
002459         MOVE "N" TO MF-CHGB-APPLIED (MF-CHGB-COUNT)
002460     ELSE
002461         DISPLAY "MERCHFND: CHGBACK EXCEEDS TABLE CAPACITY "
002462             "OF " MF-CHGB-TABLE-MAX
002463         MOVE 16 TO RETURN-CODE
002464         GO TO 9999-EXIT
002465     END-IF.
002466 1200-LOAD-ONE-CHGBACK-EXIT.
002467     EXIT.
002468
002469*----------------------------------------------------------------
002470* 1300-LOAD-ONE-RESERVE -- LOAD ONE RESERVE TRANCHE.  A TRANCHE
002471* WITH A BLANK MERCHANT, AN UNREADABLE AMOUNT OR RELEASE DATE,
002472* OR MORE TRANCHES THAN THE TABLE HOLDS, HARD-STOPS THE JOB LIKE
002473* A BAD CHARGEBACK DEBIT: DROPPING ONE WOULD KEEP THE MERCHANT'S
002474* MONEY FOR GOOD.
002475*----------------------------------------------------------------
002476 1300-LOAD-ONE-RESERVE.
002477     READ RSRVHLD
002478         AT END
002479             SET MF-END-OF-RSRVHLD TO TRUE
002480             GO TO 1300-LOAD-ONE-RESERVE-EXIT
002481     END-READ
002482     IF RSRV-MERCHANT-NUMBER = SPACES
002483         OR RSRV-AMOUNT IS NOT NUMERIC
002484         OR RSRV-RELEASE-DATE IS NOT NUMERIC
002485         DISPLAY "MERCHFND: RSRVHLD RECORD UNREADABLE -- "
002486             "MERCHANT " RSRV-MERCHANT-NUMBER
002487         MOVE 16 TO RETURN-CODE
002488         GO TO 9999-EXIT
002489     END-IF
002490     IF MF-RSRV-COUNT < MF-RSRV-TABLE-MAX
002491         ADD 1 TO MF-RSRV-COUNT
002492         MOVE RSRV-MERCHANT-NUMBER
002493             TO MF-RSRV-MERCHANT (MF-RSRV-COUNT)
002494         MOVE RSRV-HELD-DATE TO MF-RSRV-HELD-DATE (MF-RSRV-COUNT)
002495         MOVE RSRV-RELEASE-DATE
002496             TO MF-RSRV-RELEASE-DATE (MF-RSRV-COUNT)
002497         MOVE RSRV-AMOUNT TO MF-RSRV-AMOUNT (MF-RSRV-COUNT)
002498         MOVE "N" TO MF-RSRV-RELEASED (MF-RSRV-COUNT)
002499     ELSE
002500         DISPLAY "MERCHFND: RSRVHLD EXCEEDS TABLE CAPACITY "
002501             "OF " MF-RSRV-TABLE-MAX
002502         MOVE 16 TO RETURN-CODE
002503         GO TO 9999-EXIT
002504     END-IF.
002505 1300-LOAD-ONE-RESERVE-EXIT.
002506     EXIT.
002507
002508*----------------------------------------------------------------
002509* 1400-CHECK-RERUN -- PASS THE SUMMARY ONCE BEFORE ANY OUTPUT IS
002510* OPENED AND LOOK UP EACH MERCHANT'S LEDGER.  ONE ALREADY POSTED
002511* WITH TONIGHT'S DATE MEANS THIS NIGHT HAS RUN BEFORE, WHOLLY OR
002512* UP TO AN ABEND; A SECOND PASS WOULD EMPTY THE FUNDOUT THE FIRST
002513* ONE WROTE AND TAKE AGAIN THE DEBITS AND RESERVE IT NEVER WROTE
002514* BACK, SO THE RUN STOPS WITH RETURN-CODE 16 AND EVERY FILE AS IT
002515* STOOD.  RECOVERY IS TO RESTORE MERCHLDG, CHGBACK, AND RSRVHLD
002516* FROM BEFORE THE FIRST RUN AND RUN THE NIGHT AGAIN.  THE
002517* SUMMARY IS THEN REOPENED FOR THE REAL PASS.
002518*----------------------------------------------------------------
002519 1400-CHECK-RERUN.
002520     PERFORM 1410-CHECK-ONE-POSTED
002521         THRU 1410-CHECK-ONE-POSTED-EXIT
002522         UNTIL MF-END-OF-MERCHSUM
002523            OR MF-ALREADY-POSTED
002524     IF MF-ALREADY-POSTED
002525         DISPLAY "MERCHFND: MERCHLDG ALREADY POSTED " MF-TODAY-X
002526             " FOR MERCHANT " LDG-MERCHANT-NUMBER
002527         DISPLAY "MERCHFND: RERUN REFUSED -- RESTORE MERCHLDG, "
002528             "CHGBACK AND RSRVHLD FROM BEFORE THE RUN"
002529         MOVE 16 TO RETURN-CODE
002530         GO TO 9999-EXIT
002531     END-IF
002532     CLOSE MERCHSUM
002533     MOVE "N" TO MF-SUM-EOF-SWITCH
002534     OPEN INPUT MERCHSUM
002535     IF MF-MERCHSUM-STATUS NOT = "00"
002536         DISPLAY "MERCHFND: MERCHSUM REOPEN FAILED, STATUS "
002537             MF-MERCHSUM-STATUS
002538         MOVE 16 TO RETURN-CODE
002539         GO TO 9999-EXIT
002540     END-IF.
002541 1400-CHECK-RERUN-EXIT.
002542     EXIT.
002543
002544 1410-CHECK-ONE-POSTED.
002545     READ MERCHSUM
002546         AT END
002547             SET MF-END-OF-MERCHSUM TO TRUE
002548             GO TO 1410-CHECK-ONE-POSTED-EXIT
002549     END-READ
002550     MOVE MSUM-MERCHANT-NUMBER TO LDG-MERCHANT-NUMBER
002551     READ MERCHLDG
002552         INVALID KEY
002553             GO TO 1410-CHECK-ONE-POSTED-EXIT
002554     END-READ
002555     IF LDG-LAST-POSTED = MF-TODAY-X
002556         SET MF-ALREADY-POSTED TO TRUE
002557     END-IF.
002558 1410-CHECK-ONE-POSTED-EXIT.
002559     EXIT.
002560
002590*----------------------------------------------------------------
002591* 2000-PROCESS-MERCHANT -- PRICE ONE MERCHANT'S SUMMARY RECORD.
002592* AN ACTIVE MERCHANT ON THE MASTER GETS ITS FEES COMPUTED, A
002593* FUNDING RECORD, AND A FULL STATEMENT SECTION; A MERCHANT
002594* MISSING FROM THE MASTER, OR NOT ACTIVE ON IT, GETS A FLAGGED
002595* SECTION AND NO FUNDING RECORD SO NOTHING IS PAID AT AN
002596* UNAGREED RATE OR TO A MERCHANT WE HAVE STOPPED PAYING.  A
002597* PRICED MERCHANT ALSO PAYS BACK EVERY LOST-DISPUTE DEBIT
002598* OUTSTANDING AGAINST IT.
002599*----------------------------------------------------------------
002600 2000-PROCESS-MERCHANT.
002610     ADD 1 TO MF-MERCH-READ-COUNT
002620     IF MSUM-VALID-COUNT IS NOT NUMERIC
002730     PERFORM 2300-WRITE-SECTION-HEAD
002740         THRU 2300-WRITE-SECTION-HEAD-EXIT
002750
002760     MOVE MSUM-MERCHANT-NUMBER TO MERCH-NUMBER
002770     MOVE "Y" TO MF-MASTER-SWITCH
002771     READ MERCHMST
002772         INVALID KEY
002773             MOVE "N" TO MF-MASTER-SWITCH
002774     END-READ
002775     IF NOT MF-MASTER-FOUND
002776         ADD 1 TO MF-NO-SCHED-COUNT
002777         MOVE "  *** NOT ON MERCHANT MASTER -- FUNDING HELD ***"
002778             TO MERCHSTM-RECORD
002779         WRITE MERCHSTM-RECORD
002780     ELSE
002781         IF NOT MERCH-ACTIVE
002790             ADD 1 TO MF-INACTIVE-COUNT
002800             MOVE "  *** MERCHANT NOT ACTIVE -- FUNDING HELD ***"
002810                 TO MERCHSTM-RECORD
002820             WRITE MERCHSTM-RECORD
002830         ELSE
002831             PERFORM 2050-PRICE-MERCHANT
002832                 THRU 2050-PRICE-MERCHANT-EXIT
002891         END-IF
002900     END-IF
002910
002920     PERFORM 2100-READ-MERCHSUM THRU 2100-READ-MERCHSUM-EXIT.
002930 2000-PROCESS-MERCHANT-EXIT.
002940     EXIT.
002950
002951*----------------------------------------------------------------
002952* 2050-PRICE-MERCHANT -- PRICE AN ACTIVE MERCHANT AND POST THE
002953* NIGHT TO ITS LEDGER.  WITH A RERUN TURNED AWAY IN 1400, A
002954* LEDGER ALREADY POSTED TONIGHT MEANS THE SUMMARY HOLDS THE
002955* MERCHANT TWICE; THE SECOND RECORD IS HELD, NOT POSTED AGAIN.
002956*----------------------------------------------------------------
002957 2050-PRICE-MERCHANT.
002958     PERFORM 2150-EDIT-MASTER-FEES
002959         THRU 2150-EDIT-MASTER-FEES-EXIT
002960     PERFORM 2170-READ-LEDGER
002961         THRU 2170-READ-LEDGER-EXIT
002962     IF MF-LEDGER-FOUND
002963         AND LDG-LAST-POSTED = MF-TODAY-X
002964         ADD 1 TO MF-REPOST-COUNT
002965         MOVE "  *** ALREADY POSTED TONIGHT -- FUNDING HELD ***"
002966             TO MERCHSTM-RECORD
002967         WRITE MERCHSTM-RECORD
002968         GO TO 2050-PRICE-MERCHANT-EXIT
002969     END-IF
002970     PERFORM 2400-COMPUTE-FEES
002971         THRU 2400-COMPUTE-FEES-EXIT
002972     PERFORM 2450-APPLY-CHARGEBACKS
002973         THRU 2450-APPLY-CHARGEBACKS-EXIT
002974     PERFORM 2470-APPLY-RESERVE
002975         THRU 2470-APPLY-RESERVE-EXIT
002976     PERFORM 2500-WRITE-STATEMENT
002977         THRU 2500-WRITE-STATEMENT-EXIT
002978     PERFORM 2600-WRITE-FUNDING
002979         THRU 2600-WRITE-FUNDING-EXIT
002980     PERFORM 2650-POST-LEDGER
002981         THRU 2650-POST-LEDGER-EXIT.
002982 2050-PRICE-MERCHANT-EXIT.
002983     EXIT.
002984
002985 2100-READ-MERCHSUM.
002986     READ MERCHSUM
002987         AT END
002990             SET MF-END-OF-MERCHSUM TO TRUE
003000     END-READ.
003010 2100-READ-MERCHSUM-EXIT.
003020     EXIT.
003021
003022*----------------------------------------------------------------
003023* 2150-EDIT-MASTER-FEES -- MERCHMNT EDITS EVERY FEE ON THE WAY
003024* IN, SO A FEE THAT IS NOT NUMERIC HERE MEANS A DAMAGED MASTER;
003025* IT HARD-STOPS THE JOB RATHER THAN PRICE A PAYMENT FROM IT.
003026*----------------------------------------------------------------
003027 2150-EDIT-MASTER-FEES.
003028     IF MERCH-DISCOUNT-RATE IS NOT NUMERIC
003029         OR MERCH-PER-ITEM IS NOT NUMERIC
003030         OR MERCH-CHARGEBACK-FEE IS NOT NUMERIC
003031         DISPLAY "MERCHFND: MERCHMST FEES UNREADABLE -- "
003032             "MERCHANT " MERCH-NUMBER
003033         MOVE 16 TO RETURN-CODE
003034         GO TO 9999-EXIT
003035     END-IF.
003036 2150-EDIT-MASTER-FEES-EXIT.
003037     EXIT.
003038
003039*----------------------------------------------------------------
003040* 2170-READ-LEDGER -- PICK UP THE MERCHANT'S OPENING BALANCE AND
003041* RESERVE ON HAND.  A MERCHANT WITH NO LEDGER RECORD YET OPENS AT
003042* ZERO.  BALANCES THAT ARE NOT NUMERIC MEAN A DAMAGED LEDGER AND
003043* HARD-STOP THE JOB.
003044*----------------------------------------------------------------
003045 2170-READ-LEDGER.
003046     MOVE MSUM-MERCHANT-NUMBER TO LDG-MERCHANT-NUMBER
003047     MOVE "Y" TO MF-LEDGER-SWITCH
003048     READ MERCHLDG
003049         INVALID KEY
003050             MOVE "N" TO MF-LEDGER-SWITCH
003051     END-READ
003052     IF NOT MF-LEDGER-FOUND
003053         MOVE ZERO TO MF-OPENING-BALANCE
003054         MOVE ZERO TO MF-RESERVE-ON-HAND
003055         GO TO 2170-READ-LEDGER-EXIT
003056     END-IF
003057     IF LDG-BALANCE IS NOT NUMERIC
003058         OR LDG-RESERVE-BALANCE IS NOT NUMERIC
003059         DISPLAY "MERCHFND: MERCHLDG BALANCES UNREADABLE -- "
003060             "MERCHANT " LDG-MERCHANT-NUMBER
003061         MOVE 16 TO RETURN-CODE
003062         GO TO 9999-EXIT
003063     END-IF
003064     MOVE LDG-BALANCE TO MF-OPENING-BALANCE
003065     MOVE LDG-RESERVE-BALANCE TO MF-RESERVE-ON-HAND.
003066 2170-READ-LEDGER-EXIT.
003067     EXIT.
003068
003210 2300-WRITE-SECTION-HEAD.
003220     MOVE SPACES TO MERCHSTM-RECORD
003230     WRITE MERCHSTM-RECORD
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* 2400-COMPUTE-FEES -- THE DISCOUNT FEE IS THE MASTER'S RATE
003350* APPLIED TO GROSS SALES, THE PER-ITEM FEE IS CHARGED ON EVERY
003360* SETTLED ITEM (SALES AND REVERSALS BOTH MOVED THROUGH THE
003370* NETWORK), AND THE CHARGEBACK FEE IS CHARGED ON EACH REVERSAL.
003380* NET ACTIVITY IS THE MERCHANT'S NET SETTLEMENT LESS ALL FEES.
003390*----------------------------------------------------------------
003400 2400-COMPUTE-FEES.
003410     COMPUTE MF-DISCOUNT-FEE ROUNDED =
003420         MSUM-GROSS-SALES * MERCH-DISCOUNT-RATE
003430     COMPUTE MF-ITEM-COUNT =
003440         MSUM-VALID-COUNT + MSUM-REVERSAL-COUNT
003450     COMPUTE MF-ITEM-FEE =
003460         MF-ITEM-COUNT * MERCH-PER-ITEM
003470     COMPUTE MF-REVERSAL-FEE =
003480         MSUM-REVERSAL-COUNT
003490         * MERCH-CHARGEBACK-FEE
003500     COMPUTE MF-TOTAL-FEES =
003510         MF-DISCOUNT-FEE + MF-ITEM-FEE + MF-REVERSAL-FEE
003520     COMPUTE MF-NET-ACTIVITY =
003530         MSUM-NET-AMOUNT - MF-TOTAL-FEES.
003540 2400-COMPUTE-FEES-EXIT.
003550     EXIT.
003551
003552*----------------------------------------------------------------
003553* 2450-APPLY-CHARGEBACKS -- DEDUCT EVERY DEBIT NOT YET APPLIED
003554* FOR THIS MERCHANT FROM ITS NET ACTIVITY AND MARK IT APPLIED SO
003555* IT IS NOT WRITTEN BACK TO CHGBACK.
003556*----------------------------------------------------------------
003557 2450-APPLY-CHARGEBACKS.
003558     MOVE ZERO TO MF-CHARGEBACKS
003559     MOVE ZERO TO MF-MERCH-CHGB-COUNT
003560     PERFORM 2460-SCAN-CHGB-TABLE
003561         THRU 2460-SCAN-CHGB-TABLE-EXIT
003562         VARYING MF-CHGB-SCAN FROM 1 BY 1
003563         UNTIL MF-CHGB-SCAN > MF-CHGB-COUNT
003564     SUBTRACT MF-CHARGEBACKS FROM MF-NET-ACTIVITY.
003565 2450-APPLY-CHARGEBACKS-EXIT.
003566     EXIT.
003567
003568 2460-SCAN-CHGB-TABLE.
003569     IF MF-CHGB-MERCHANT (MF-CHGB-SCAN) = MSUM-MERCHANT-NUMBER
003570         AND MF-CHGB-APPLIED (MF-CHGB-SCAN) = "N"
003571         ADD MF-CHGB-AMOUNT (MF-CHGB-SCAN) TO MF-CHARGEBACKS
003572         MOVE "Y" TO MF-CHGB-APPLIED (MF-CHGB-SCAN)
003573         ADD 1 TO MF-MERCH-CHGB-COUNT
003574         ADD 1 TO MF-CHGB-APPLIED-COUNT
003575     END-IF.
003576 2460-SCAN-CHGB-TABLE-EXIT.
003577     EXIT.
003578
003579*----------------------------------------------------------------
003580* 2470-APPLY-RESERVE -- SETTLE THE NIGHT AGAINST THE LEDGER.  ANY
003581* RESERVE TRANCHE FOR THIS MERCHANT THAT HAS REACHED ITS RELEASE
003582* DATE IS PAID BACK INTO THE NIGHT.  THE OPENING BALANCE (A
003583* NEGATIVE CARRY-FORWARD FROM EARLIER NIGHTS), THE NIGHT'S NET
003584* ACTIVITY, AND THE RELEASED RESERVE TOGETHER ARE WHAT IS
003585* AVAILABLE.  WHEN THAT IS POSITIVE, THE RESERVE PERCENTAGE OF
003586* GROSS SALES IS WITHHELD FROM IT (NEVER MORE THAN IS AVAILABLE)
003587* AND THE REST IS PAYABLE, LEAVING THE LEDGER AT ZERO.  WHEN IT
003588* IS ZERO OR NEGATIVE NOTHING IS PAID OR WITHHELD AND THE WHOLE
003589* AMOUNT IS CARRIED FORWARD TO BE RECOVERED FROM LATER NIGHTS.
003590*----------------------------------------------------------------
003591 2470-APPLY-RESERVE.
003592     MOVE ZERO TO MF-RESERVE-RELEASED
003593     MOVE ZERO TO MF-RESERVE-HELD
003594     PERFORM 2480-RELEASE-RESERVE
003595         THRU 2480-RELEASE-RESERVE-EXIT
003596         VARYING MF-RSRV-SCAN FROM 1 BY 1
003597         UNTIL MF-RSRV-SCAN > MF-RSRV-COUNT
003598     COMPUTE MF-AVAILABLE =
003599         MF-OPENING-BALANCE + MF-NET-ACTIVITY
003600         + MF-RESERVE-RELEASED
003601     IF MF-AVAILABLE > ZERO
003602         COMPUTE MF-RESERVE-HELD ROUNDED =
003603             MSUM-GROSS-SALES * MF-RSRV-PERCENT / 100
003604         IF MF-RESERVE-HELD < ZERO
003605             MOVE ZERO TO MF-RESERVE-HELD
003606         END-IF
003607         IF MF-RESERVE-HELD > MF-AVAILABLE
003608             MOVE MF-AVAILABLE TO MF-RESERVE-HELD
003609         END-IF
003610         COMPUTE MF-NET-FUNDED =
003611             MF-AVAILABLE - MF-RESERVE-HELD
003612         MOVE ZERO TO MF-CLOSING-BALANCE
003613     ELSE
003614         MOVE ZERO TO MF-NET-FUNDED
003615         MOVE MF-AVAILABLE TO MF-CLOSING-BALANCE
003616     END-IF
003617     IF MF-RESERVE-HELD > ZERO
003618         PERFORM 2490-HOLD-RESERVE
003619             THRU 2490-HOLD-RESERVE-EXIT
003620     END-IF
003621     COMPUTE MF-RESERVE-ON-HAND =
003622         MF-RESERVE-ON-HAND - MF-RESERVE-RELEASED
003623         + MF-RESERVE-HELD.
003624 2470-APPLY-RESERVE-EXIT.
003625     EXIT.
003626
003627 2480-RELEASE-RESERVE.
003628     IF MF-RSRV-MERCHANT (MF-RSRV-SCAN) = MSUM-MERCHANT-NUMBER
003629         AND MF-RSRV-RELEASED (MF-RSRV-SCAN) = "N"
003630         AND MF-RSRV-RELEASE-DATE (MF-RSRV-SCAN)
003631             NOT > MF-TODAY-X
003632         ADD MF-RSRV-AMOUNT (MF-RSRV-SCAN) TO MF-RESERVE-RELEASED
003633         MOVE "Y" TO MF-RSRV-RELEASED (MF-RSRV-SCAN)
003634         ADD 1 TO MF-RSRV-RELEASED-COUNT
003635     END-IF.
003636 2480-RELEASE-RESERVE-EXIT.
003637     EXIT.
003638
003639*----------------------------------------------------------------
003640* 2490-HOLD-RESERVE -- ADD TONIGHT'S WITHHOLDING AS A NEW TRANCHE
003641* DUE BACK AFTER THE RESERVE DAYS.  A FULL TABLE HARD-STOPS THE
003642* JOB RATHER THAN WITHHOLD MONEY THAT COULD NOT BE PAID BACK.
003643*----------------------------------------------------------------
003644 2490-HOLD-RESERVE.
003645     IF MF-RSRV-COUNT NOT < MF-RSRV-TABLE-MAX
003646         DISPLAY "MERCHFND: RSRVHLD EXCEEDS TABLE CAPACITY "
003647             "OF " MF-RSRV-TABLE-MAX
003648         MOVE 16 TO RETURN-CODE
003649         GO TO 9999-EXIT
003650     END-IF
003651     COMPUTE MF-RELEASE-DATE = DATE-OF-INTEGER
003652         (INTEGER-OF-DATE (MF-TODAY) + MF-RSRV-DAYS)
003653     ADD 1 TO MF-RSRV-COUNT
003654     MOVE MSUM-MERCHANT-NUMBER TO MF-RSRV-MERCHANT (MF-RSRV-COUNT)
003655     MOVE MF-TODAY-X TO MF-RSRV-HELD-DATE (MF-RSRV-COUNT)
003656     MOVE MF-RELEASE-DATE-X
003657         TO MF-RSRV-RELEASE-DATE (MF-RSRV-COUNT)
003658     MOVE MF-RESERVE-HELD TO MF-RSRV-AMOUNT (MF-RSRV-COUNT)
003659     MOVE "N" TO MF-RSRV-RELEASED (MF-RSRV-COUNT).
003660 2490-HOLD-RESERVE-EXIT.
003661     EXIT.
003662
003663 2500-WRITE-STATEMENT.
003664     MOVE SPACES TO MF-MONEY-LINE
003665     MOVE "  OPENING BALANCE" TO MY-LABEL
003666     MOVE MF-OPENING-BALANCE TO MY-AMOUNT
003667     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003668     WRITE MERCHSTM-RECORD
003669
003670     MOVE "  GROSS SALES" TO MY-LABEL
003671     MOVE MSUM-GROSS-SALES TO MY-AMOUNT
003672     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003673     WRITE MERCHSTM-RECORD
003674
003675     MOVE "  GROSS REVERSALS" TO MY-LABEL
003676     MOVE MSUM-GROSS-REVERSALS TO MY-AMOUNT
003677     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003678     WRITE MERCHSTM-RECORD
003680
003690     MOVE SPACES TO MF-COUNT-LINE
003700     MOVE "  ITEMS SETTLED" TO MC-LABEL
003930     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003940     WRITE MERCHSTM-RECORD
003950
003951     IF MF-MERCH-CHGB-COUNT > 0
003952         MOVE SPACES TO MF-COUNT-LINE
003953         MOVE "  DISPUTES LOST" TO MC-LABEL
003954         MOVE MF-MERCH-CHGB-COUNT TO MC-COUNT
003955         MOVE MF-COUNT-LINE TO MERCHSTM-RECORD
003956         WRITE MERCHSTM-RECORD
003957
003958         MOVE SPACES TO MF-MONEY-LINE
003959         MOVE "  LOST DISPUTE DEBITS" TO MY-LABEL
003960         MOVE MF-CHARGEBACKS TO MY-AMOUNT
003961         MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003962         WRITE MERCHSTM-RECORD
003963     END-IF
003964
003965     MOVE "  NET ACTIVITY" TO MY-LABEL
003966     MOVE MF-NET-ACTIVITY TO MY-AMOUNT
003967     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003968     WRITE MERCHSTM-RECORD
003969
003970     MOVE "  RESERVE RELEASED" TO MY-LABEL
003971     MOVE MF-RESERVE-RELEASED TO MY-AMOUNT
003972     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003973     WRITE MERCHSTM-RECORD
003974
003975     MOVE "  RESERVE WITHHELD" TO MY-LABEL
003976     MOVE MF-RESERVE-HELD TO MY-AMOUNT
003977     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003978     WRITE MERCHSTM-RECORD
003979
003980     MOVE "  NET FUNDED" TO MY-LABEL
003981     MOVE MF-NET-FUNDED TO MY-AMOUNT
003982     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003983     WRITE MERCHSTM-RECORD
003984
003985     MOVE "  CLOSING BALANCE" TO MY-LABEL
003986     MOVE MF-CLOSING-BALANCE TO MY-AMOUNT
003987     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003988     WRITE MERCHSTM-RECORD
003989
003990     MOVE "  RESERVE ON HAND" TO MY-LABEL
003991     MOVE MF-RESERVE-ON-HAND TO MY-AMOUNT
003992     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
003993     WRITE MERCHSTM-RECORD.
004000 2500-WRITE-STATEMENT-EXIT.
004010     EXIT.
004020
004050     MOVE MSUM-MERCHANT-NUMBER TO FO-MERCHANT-NUMBER
004060     MOVE MF-NET-FUNDED TO FO-NET-FUNDED
004070     MOVE MF-TOTAL-FEES TO FO-TOTAL-FEES
004071     MOVE MF-CHARGEBACKS TO FO-CHARGEBACKS
004072     MOVE MF-OPENING-BALANCE TO FO-OPENING-BALANCE
004073     MOVE MF-RESERVE-RELEASED TO FO-RESERVE-RELEASED
004074     MOVE MF-RESERVE-HELD TO FO-RESERVE-HELD
004075     MOVE MF-CLOSING-BALANCE TO FO-CLOSING-BALANCE
004080     WRITE FUNDOUT-RECORD
004090     ADD 1 TO MF-FUNDED-COUNT
004091     ADD MF-NET-FUNDED TO MF-TOTAL-FUNDED
004092     ADD MF-CHARGEBACKS TO MF-TOTAL-CHARGEBACKS
004093     ADD MF-RESERVE-HELD TO MF-TOTAL-RESERVE-HELD
004094     ADD MF-RESERVE-RELEASED TO MF-TOTAL-RESERVE-RELEASED
004095     ADD MF-CLOSING-BALANCE TO MF-TOTAL-CARRIED.
004110 2600-WRITE-FUNDING-EXIT.
004120     EXIT.
004130
004131*----------------------------------------------------------------
004132* 2650-POST-LEDGER -- RECORD THE CLOSING BALANCE, RESERVE ON HAND
004133* AND TONIGHT'S DATE ON THE MERCHANT'S LEDGER, ADDING THE RECORD
004134* ON THE MERCHANT'S FIRST PRICED NIGHT.  A LEDGER THAT CANNOT BE
004135* UPDATED HARD-STOPS THE JOB.
004136*----------------------------------------------------------------
004137 2650-POST-LEDGER.
004138     IF NOT MF-LEDGER-FOUND
004139         MOVE SPACES TO LDG-RECORD
004140         MOVE MSUM-MERCHANT-NUMBER TO LDG-MERCHANT-NUMBER
004141     END-IF
004142     MOVE MF-CLOSING-BALANCE TO LDG-BALANCE
004143     MOVE MF-RESERVE-ON-HAND TO LDG-RESERVE-BALANCE
004144     MOVE MF-TODAY-X TO LDG-LAST-POSTED
004145     IF MF-LEDGER-FOUND
004146         REWRITE LDG-RECORD
004147             INVALID KEY
004148                 DISPLAY "MERCHFND: MERCHLDG REWRITE FAILED -- "
004149                     "MERCHANT " LDG-MERCHANT-NUMBER
004150                 MOVE 16 TO RETURN-CODE
004151                 GO TO 9999-EXIT
004152         END-REWRITE
004153     ELSE
004154         WRITE LDG-RECORD
004155             INVALID KEY
004156                 DISPLAY "MERCHFND: MERCHLDG WRITE FAILED -- "
004157                     "MERCHANT " LDG-MERCHANT-NUMBER
004158                 MOVE 16 TO RETURN-CODE
004159                 GO TO 9999-EXIT
004160         END-WRITE
004161     END-IF.
004162 2650-POST-LEDGER-EXIT.
004163     EXIT.
004164
004165*----------------------------------------------------------------
004166* 3000-TERMINATE -- PRINT THE RUN TOTAL, CLOSE EVERYTHING, AND
004167* HOLD THE PAYMENT CYCLE (RETURN-CODE 8) WHEN ANY MERCHANT WAS
004168* NOT ON THE MASTER, NOT ACTIVE ON IT, OR POSTED TWICE TONIGHT.
004169* CHGBACK IS REWRITTEN WITH ONLY THE DEBITS NO MERCHANT PAID BACK
004170* TONIGHT, SO EACH DEBIT IS TAKEN EXACTLY ONCE, AND RSRVHLD WITH
004171* ONLY THE TRANCHES STILL HELD, SO EACH IS RELEASED EXACTLY ONCE.
004180*----------------------------------------------------------------
004190 3000-TERMINATE.
004200     MOVE SPACES TO MERCHSTM-RECORD
004240     MOVE MF-TOTAL-FUNDED TO MY-AMOUNT
004250     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
004260     WRITE MERCHSTM-RECORD
004261     MOVE "TOTAL DISPUTE DEBITS" TO MY-LABEL
004262     MOVE MF-TOTAL-CHARGEBACKS TO MY-AMOUNT
004263     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
004264     WRITE MERCHSTM-RECORD
004265     MOVE "TOTAL RESERVE WITHHELD" TO MY-LABEL
004266     MOVE MF-TOTAL-RESERVE-HELD TO MY-AMOUNT
004267     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
004268     WRITE MERCHSTM-RECORD
004269     MOVE "TOTAL RESERVE RELEASED" TO MY-LABEL
004270     MOVE MF-TOTAL-RESERVE-RELEASED TO MY-AMOUNT
004271     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
004272     WRITE MERCHSTM-RECORD
004273     MOVE "TOTAL CARRIED FORWARD" TO MY-LABEL
004274     MOVE MF-TOTAL-CARRIED TO MY-AMOUNT
004275     MOVE MF-MONEY-LINE TO MERCHSTM-RECORD
004276     WRITE MERCHSTM-RECORD
004277
004280     CLOSE MERCHSUM
004290     CLOSE FUNDOUT
004291     CLOSE MERCHMST
004292     CLOSE MERCHLDG
004300     CLOSE MERCHSTM
004301
004302     OPEN OUTPUT CHGBACK
004303     IF MF-CHGBACK-STATUS NOT = "00"
004304         DISPLAY "MERCHFND: CHGBACK REWRITE FAILED, STATUS "
004305             MF-CHGBACK-STATUS
004306         MOVE 16 TO RETURN-CODE
004307         GO TO 9999-EXIT
004308     END-IF
004309     PERFORM 3100-CARRY-CHARGEBACK THRU 3100-CARRY-CHARGEBACK-EXIT
004310         VARYING MF-CHGB-SCAN FROM 1 BY 1
004311         UNTIL MF-CHGB-SCAN > MF-CHGB-COUNT
004312     CLOSE CHGBACK
004313
004314     OPEN OUTPUT RSRVHLD
004315     IF MF-RSRVHLD-STATUS NOT = "00"
004316         DISPLAY "MERCHFND: RSRVHLD REWRITE FAILED, STATUS "
004317             MF-RSRVHLD-STATUS
004318         MOVE 16 TO RETURN-CODE
004319         GO TO 9999-EXIT
004320     END-IF
004321     PERFORM 3200-CARRY-RESERVE THRU 3200-CARRY-RESERVE-EXIT
004322         VARYING MF-RSRV-SCAN FROM 1 BY 1
004323         UNTIL MF-RSRV-SCAN > MF-RSRV-COUNT
004324     CLOSE RSRVHLD
004325     DISPLAY "MERCHFND: MERCHANTS READ   " MF-MERCH-READ-COUNT
004326     DISPLAY "MERCHFND: MERCHANTS FUNDED " MF-FUNDED-COUNT
004330     DISPLAY "MERCHFND: MERCHANTS HELD   " MF-NO-SCHED-COUNT
004331     DISPLAY "MERCHFND: NOT ACTIVE, HELD " MF-INACTIVE-COUNT
004332     DISPLAY "MERCHFND: DEBITS APPLIED   " MF-CHGB-APPLIED-COUNT
004333     DISPLAY "MERCHFND: DEBITS CARRIED   " MF-CHGB-CARRIED-COUNT
004334     DISPLAY "MERCHFND: ALREADY POSTED   " MF-REPOST-COUNT
004335     DISPLAY "MERCHFND: RESERVE RELEASED " MF-RSRV-RELEASED-COUNT
004336     DISPLAY "MERCHFND: RESERVE HELD     " MF-RSRV-CARRIED-COUNT
004340     IF MF-NO-SCHED-COUNT > 0 OR MF-INACTIVE-COUNT > 0
004341         OR MF-REPOST-COUNT > 0
004350         MOVE 8 TO RETURN-CODE
004360     END-IF.
004370 3000-TERMINATE-EXIT.
004380     EXIT.
004381
004382 3100-CARRY-CHARGEBACK.
004383     IF MF-CHGB-APPLIED (MF-CHGB-SCAN) = "N"
004384         MOVE SPACES TO CHGB-RECORD
004385         MOVE MF-CHGB-MERCHANT (MF-CHGB-SCAN)
004386             TO CHGB-MERCHANT-NUMBER
004387         MOVE MF-CHGB-CASE-ID (MF-CHGB-SCAN) TO CHGB-CASE-ID
004388         MOVE MF-CHGB-BATCH-DATE (MF-CHGB-SCAN)
004389             TO CHGB-BATCH-DATE
004390         MOVE MF-CHGB-AMOUNT (MF-CHGB-SCAN) TO CHGB-AMOUNT
004391         MOVE MF-CHGB-LOST-DATE (MF-CHGB-SCAN) TO CHGB-LOST-DATE
004392         WRITE CHGB-RECORD
004393         ADD 1 TO MF-CHGB-CARRIED-COUNT
004394     END-IF.
004395 3100-CARRY-CHARGEBACK-EXIT.
004396     EXIT.
004397
004398 3200-CARRY-RESERVE.
004399     IF MF-RSRV-RELEASED (MF-RSRV-SCAN) = "N"
004400         MOVE SPACES TO RSRV-RECORD
004401         MOVE MF-RSRV-MERCHANT (MF-RSRV-SCAN)
004402             TO RSRV-MERCHANT-NUMBER
004403         MOVE MF-RSRV-HELD-DATE (MF-RSRV-SCAN) TO RSRV-HELD-DATE
004404         MOVE MF-RSRV-RELEASE-DATE (MF-RSRV-SCAN)
004405             TO RSRV-RELEASE-DATE
004406         MOVE MF-RSRV-AMOUNT (MF-RSRV-SCAN) TO RSRV-AMOUNT
004407         WRITE RSRV-RECORD
004408         ADD 1 TO MF-RSRV-CARRIED-COUNT
004409     END-IF.
004410 3200-CARRY-RESERVE-EXIT.
004411     EXIT.
004412
004413 9999-EXIT.
004414     STOP RUN.
