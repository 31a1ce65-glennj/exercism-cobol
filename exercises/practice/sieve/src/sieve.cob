000310*                  QUERYING AGAINST.  EVERY RECORD IS NOW 22
000320*                  BYTES; A DETAIL IS THE PRIME IN ITS FIRST
000330*                  SEVEN BYTES.
000331* 10/15/2026 DJF   SEGMENTED SIEVE.  THE BASE PRIMES UP TO THE
000332*                  SQUARE ROOT OF THE LIMIT ARE FOUND ONCE, THEN
000333*                  THE RANGE IS SIEVED IN FIXED SEGMENTS OF
000334*                  WS-SEGMENT-SIZE CANDIDATES, SO THE LIMIT CAN
000335*                  GO TO 9,999,999 WITHOUT A LARGER TABLE AND THE
000336*                  WS-TABLE-MAX CAP IS GONE.  EACH SEGMENT'S
000337*                  PRIMES GO TO THE SIEVEWK WORK FILE AND THE
000338*                  SIEVECKP CHECKPOINT IS REWRITTEN AFTER EVERY
000339*                  SEGMENT, SO A FAILED RUN RESUMES AFTER THE LAST
000340*                  FINISHED SEGMENT.  PRIMEOUT IS BUILT FROM
000341*                  SIEVEWK AT THE END, AND ITS TRAILER IS WRITTEN
000342*                  ONLY WHEN THE PRIMES COPIED TIE OUT TO THE
000343*                  CHECKPOINT COUNT.  AN "E" IN COLUMN 8 OF
000344*                  CTLCARD ASKS FOR AN EXTEND RUN: THE EXISTING
000345*                  FRAMED PRIMEOUT IS PROVED AND CARRIED FORWARD
000346*                  AND ONLY THE RANGE FROM ITS HEADER LIMIT UP TO
000347*                  THE NEW LIMIT IS SIEVED.
000348*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 REPOSITORY.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRIMEOUT-STATUS.
000480
000481     SELECT SIEVEWK ASSIGN TO "SIEVEWK"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-SIEVEWK-STATUS.
000484
000485     SELECT SIEVECKP ASSIGN TO "SIEVECKP"
000486         ORGANIZATION IS LINE SEQUENTIAL
000487         FILE STATUS IS WS-SIEVECKP-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CTLCARD
000520     RECORDING MODE IS F.
000521 01  CTLCARD-RECORD              PIC X(08).
000522 01  CTLCARD-FIELDS REDEFINES CTLCARD-RECORD.
000523     05 CTLCARD-NUM              PIC 9(07).
000524     05 CTLCARD-MODE             PIC X(01).
000560
000570 FD  PRIMEOUT
000580     RECORDING MODE IS F.
000680     05 PO-TRL-ID                PIC X(07).
000690     05 PO-TRL-COUNT             PIC 9(07).
000700     05 FILLER                   PIC X(08).
000701
000702 FD  SIEVEWK
000703     RECORDING MODE IS F.
000704 01  SIEVEWK-RECORD.
000705     05 SW-PRIME                 PIC 9(07).
000706
000707 FD  SIEVECKP
000708     RECORDING MODE IS F.
000709 01  SIEVECKP-RECORD.
000710     05 CK-LIMIT                 PIC 9(07).
000711     05 CK-MODE                  PIC X(01).
000712     05 CK-LAST-HIGH             PIC 9(07).
000713     05 CK-PRIME-COUNT           PIC 9(07).
000714     05 CK-SEGMENT-COUNT         PIC 9(05).
000715     05 CK-RUN-DATE              PIC 9(08).
000716     05 FILLER                   PIC X(05).
000717
000720 WORKING-STORAGE SECTION.
000740 77  WS-LIMIT                    PIC 9(07) COMP VALUE ZERO.
000750 77  WS-PRIME-COUNT              PIC 9(07) COMP VALUE ZERO.
000751 77  WS-CANDIDATE                PIC 9(08) COMP VALUE ZERO.
000752 77  WS-FACTOR                   PIC 9(08) COMP VALUE ZERO.
000753 77  WS-START                    PIC 9(08) COMP VALUE ZERO.
000790 77  WS-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
000800 77  WS-PRIMEOUT-STATUS          PIC X(02) VALUE SPACES.
000801 77  WS-SIEVEWK-STATUS           PIC X(02) VALUE SPACES.
000802 77  WS-SIEVECKP-STATUS          PIC X(02) VALUE SPACES.
000810 77  WS-DEFAULT-LIMIT            PIC 9(07) COMP VALUE 100.
000820
000821 77  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
000822     88 WS-FULL-RUN                      VALUE SPACE.
000823     88 WS-EXTEND-RUN                    VALUE "E".
000824 77  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
000825     88 WS-RESTART-RUN                   VALUE "Y".
000826 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000827     88 WS-END-OF-FILE                   VALUE "Y".
000828 77  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
000829     88 WS-HEADER-SEEN                   VALUE "Y".
000830 77  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
000831     88 WS-TRAILER-SEEN                  VALUE "Y".
000860
000861 77  WS-SEGMENT-SIZE             PIC 9(07) COMP VALUE 100000.
000862 77  WS-SEG-LOW                  PIC 9(08) COMP VALUE ZERO.
000863 77  WS-SEG-HIGH                 PIC 9(08) COMP VALUE ZERO.
000864 77  WS-SEG-OFFSET               PIC 9(07) COMP VALUE ZERO.
000865 77  WS-SEGMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
000866 77  WS-QUOTIENT                 PIC 9(08) COMP VALUE ZERO.
000867
000868 77  WS-ROOT                     PIC 9(05) COMP VALUE ZERO.
000869 77  WS-BASE-COUNT               PIC 9(05) COMP VALUE ZERO.
000870 77  WS-BASE-INDEX               PIC 9(05) COMP VALUE ZERO.
000871
000872 77  WS-PRIOR-LIMIT              PIC 9(07) COMP VALUE ZERO.
000873 77  WS-PRIOR-COUNT              PIC 9(07) COMP VALUE ZERO.
000874 77  WS-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.
000875 77  WS-WRITE-COUNT              PIC 9(07) COMP VALUE ZERO.
000876 77  WS-LAST-PRIME               PIC 9(07) COMP VALUE ZERO.
000877
000878*    THE BASE TABLE COVERS THE SQUARE ROOT OF THE LARGEST LIMIT
000879*    A SEVEN-DIGIT CTLCARD CAN CARRY (3,162); THERE ARE 446
000880*    PRIMES BELOW IT.
000881 01  WS-BASE-SIEVE-TABLE.
000882     05 WS-BASE-FLAG             PIC 9 OCCURS 3163 TIMES.
000883
000884 01  WS-BASE-PRIME-TABLE.
000885     05 WS-BASE-ENTRY            OCCURS 500 TIMES.
000886        10 WS-BASE-PRIME         PIC 9(07).
000887        10 WS-BASE-SQUARE        PIC 9(08).
000888
000889 01  WS-SEGMENT-TABLE.
000890     05 WS-SEGMENT-FLAG          PIC 9 OCCURS 100000 TIMES.
000910
000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------------
000931* 0000-MAINLINE -- FIND THE BASE PRIMES, SIEVE THE RANGE ONE
000932* SEGMENT AT A TIME, THEN WRITE THE PRIMES FOUND UP TO WS-LIMIT
000933* TO PRIMEOUT.
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000981     PERFORM 1400-BUILD-BASE-PRIMES
000982         THRU 1400-BUILD-BASE-PRIMES-EXIT
000990     PERFORM 2000-BUILD-SIEVE THRU 2000-BUILD-SIEVE-EXIT
001000     PERFORM 3000-WRITE-RESULTS THRU 3000-WRITE-RESULTS-EXIT
001010     GO TO 9999-EXIT.
001020
001030*----------------------------------------------------------------
001031* 1000-INITIALIZE -- READ THE LIMIT AND RUN MODE FROM THE
001032* CTLCARD CONTROL CARD, THEN DECIDE WHERE SIEVING STARTS: AFTER
001033* THE LAST FINISHED SEGMENT OF A FAILED RUN, AFTER THE LIMIT OF
001034* THE EXISTING PRIMEOUT ON AN EXTEND RUN, OR FROM 2.
001060*----------------------------------------------------------------
001070 1000-INITIALIZE.
001080     MOVE WS-DEFAULT-LIMIT TO WS-LIMIT
001160                 DISPLAY "SIEVE: CTLCARD IS EMPTY, USING "
001170                     "DEFAULT LIMIT OF " WS-DEFAULT-LIMIT
001180             NOT AT END
001181                 IF CTLCARD-NUM IS NUMERIC
001200                     MOVE CTLCARD-NUM TO WS-LIMIT
001210                 ELSE
001220                     DISPLAY "SIEVE: CTLCARD VALUE '"
001221                         CTLCARD-NUM "' IS NOT NUMERIC, "
001240                         "USING DEFAULT LIMIT OF "
001250                         WS-DEFAULT-LIMIT
001260                 END-IF
001261                 MOVE CTLCARD-MODE TO WS-RUN-MODE
001270         END-READ
001280         CLOSE CTLCARD
001290     END-IF
001300
001301     IF NOT WS-FULL-RUN
001302         AND NOT WS-EXTEND-RUN
001303         DISPLAY "SIEVE: CTLCARD RUN MODE '" WS-RUN-MODE
001304             "' IS NOT RECOGNIZED, RUNNING A FULL SIEVE"
001305         MOVE SPACE TO WS-RUN-MODE
001360     END-IF
001370
001380     MOVE ZERO TO WS-PRIME-COUNT
001381     MOVE ZERO TO WS-SEGMENT-COUNT
001382     MOVE 2 TO WS-SEG-LOW
001383     PERFORM 1100-CHECK-RESTART THRU 1100-CHECK-RESTART-EXIT
001384     IF NOT WS-RESTART-RUN
001385         IF WS-EXTEND-RUN
001386             PERFORM 1200-LOAD-PRIOR-TABLE
001387                 THRU 1200-LOAD-PRIOR-TABLE-EXIT
001388         ELSE
001389             OPEN OUTPUT SIEVEWK
001390             IF WS-SIEVEWK-STATUS NOT = "00"
001391                 DISPLAY "SIEVE: SIEVEWK OPEN FAILED, STATUS "
001392                     WS-SIEVEWK-STATUS
001393                 MOVE 16 TO RETURN-CODE
001394                 GO TO 9999-EXIT
001395             END-IF
001396             CLOSE SIEVEWK
001397         END-IF
001398     END-IF
001399     IF WS-SEG-LOW < 2
001400         MOVE 2 TO WS-SEG-LOW
001401     END-IF.
001420 1000-INITIALIZE-EXIT.
001430     EXIT.
001440
001441*----------------------------------------------------------------
001442* 1100-CHECK-RESTART -- A SIEVECKP LEFT BY A FAILED RUN WITH THE
001443* SAME LIMIT AND RUN MODE IS A RESTART POINT: THE PRIMES UP TO
001444* CK-LAST-HIGH ARE ALREADY ON SIEVEWK.  A CHECKPOINT LEFT FOR A
001445* DIFFERENT CONTROL CARD CANNOT BE RESUMED AND IS IGNORED.
001446*----------------------------------------------------------------
001447 1100-CHECK-RESTART.
001448     OPEN INPUT SIEVECKP
001449     IF WS-SIEVECKP-STATUS NOT = "00"
001450         GO TO 1100-CHECK-RESTART-EXIT
001451     END-IF
001452     READ SIEVECKP
001453         AT END
001454             MOVE ZERO TO CK-LAST-HIGH
001455     END-READ
001456     CLOSE SIEVECKP
001457     IF CK-LAST-HIGH IS NOT NUMERIC
001458         OR CK-LAST-HIGH = ZERO
001459         GO TO 1100-CHECK-RESTART-EXIT
001460     END-IF
001461     IF CK-LIMIT NOT = WS-LIMIT
001462         OR CK-MODE NOT = WS-RUN-MODE
001463         DISPLAY "SIEVE: CHECKPOINT FOR LIMIT " CK-LIMIT
001464             " MODE '" CK-MODE "' DOES NOT MATCH CTLCARD"
001465             " -- IGNORED, STARTING OVER"
001466         GO TO 1100-CHECK-RESTART-EXIT
001467     END-IF
001468     SET WS-RESTART-RUN TO TRUE
001469     MOVE CK-PRIME-COUNT TO WS-PRIME-COUNT
001470     MOVE CK-SEGMENT-COUNT TO WS-SEGMENT-COUNT
001471     COMPUTE WS-SEG-LOW = CK-LAST-HIGH + 1
001472     DISPLAY "SIEVE: RESTARTING AFTER " CK-LAST-HIGH
001473         " WITH " CK-PRIME-COUNT " PRIMES ALREADY FOUND".
001474 1100-CHECK-RESTART-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------------
001501* 1200-LOAD-PRIOR-TABLE -- EXTEND RUN: PROVE THE EXISTING
001502* PRIMEOUT THE SAME WAY PRIMECHK DOES (A HEADER, A TRAILER, AND
001503* A TRAILER COUNT THAT MATCHES THE DETAILS) WHILE CARRYING ITS
001504* PRIMES FORWARD TO SIEVEWK.  SIEVING THEN STARTS JUST ABOVE
001505* THE HEADER LIMIT.  THE CHECKPOINT IS WRITTEN STRAIGHT AWAY SO
001506* A RESTART DOES NOT NEED THE OLD PRIMEOUT AGAIN.
001507*----------------------------------------------------------------
001508 1200-LOAD-PRIOR-TABLE.
001509     OPEN INPUT PRIMEOUT
001510     IF WS-PRIMEOUT-STATUS NOT = "00"
001511         DISPLAY "SIEVE: EXTEND RUN BUT PRIMEOUT NOT "
001512             "AVAILABLE, STATUS " WS-PRIMEOUT-STATUS
001513         MOVE 16 TO RETURN-CODE
001514         GO TO 9999-EXIT
001515     END-IF
001516     OPEN OUTPUT SIEVEWK
001517     IF WS-SIEVEWK-STATUS NOT = "00"
001518         DISPLAY "SIEVE: SIEVEWK OPEN FAILED, STATUS "
001519             WS-SIEVEWK-STATUS
001520         CLOSE PRIMEOUT
001521         MOVE 16 TO RETURN-CODE
001522         GO TO 9999-EXIT
001523     END-IF
001524     MOVE "N" TO WS-EOF-SWITCH
001525     PERFORM 1210-COPY-PRIOR-RECORD
001526         THRU 1210-COPY-PRIOR-RECORD-EXIT
001527         UNTIL WS-END-OF-FILE
001528     CLOSE PRIMEOUT
001529     CLOSE SIEVEWK
001530
001531     IF NOT WS-HEADER-SEEN
001532         OR NOT WS-TRAILER-SEEN
001533         OR WS-TRAILER-COUNT NOT = WS-PRIOR-COUNT
001534         DISPLAY "SIEVE: PRIMEOUT DOES NOT TIE OUT -- "
001535             "HEADER " WS-HEADER-SWITCH
001536             " TRAILER " WS-TRAILER-SWITCH
001537             " TRAILER COUNT " WS-TRAILER-COUNT
001538             " PRIMES READ " WS-PRIOR-COUNT
001539             " -- CANNOT EXTEND, RUN A FULL SIEVE"
001540         MOVE 16 TO RETURN-CODE
001541         GO TO 9999-EXIT
001542     END-IF
001543     IF WS-PRIOR-LIMIT NOT < WS-LIMIT
001544         DISPLAY "SIEVE: PRIMEOUT ALREADY COVERS LIMIT "
001545             WS-PRIOR-LIMIT " -- NOTHING TO EXTEND TO "
001546             WS-LIMIT
001547         MOVE 4 TO RETURN-CODE
001548         GO TO 9999-EXIT
001549     END-IF
001550
001551     MOVE WS-PRIOR-COUNT TO WS-PRIME-COUNT
001552     COMPUTE WS-SEG-LOW = WS-PRIOR-LIMIT + 1
001553     DISPLAY "SIEVE: EXTENDING PRIMEOUT FROM LIMIT "
001554         WS-PRIOR-LIMIT " (" WS-PRIOR-COUNT " PRIMES) TO "
001555         WS-LIMIT
001556     MOVE WS-PRIOR-LIMIT TO WS-SEG-HIGH
001557     PERFORM 2300-WRITE-CHECKPOINT
001558         THRU 2300-WRITE-CHECKPOINT-EXIT.
001559 1200-LOAD-PRIOR-TABLE-EXIT.
001560     EXIT.
001561
001562 1210-COPY-PRIOR-RECORD.
001563     READ PRIMEOUT
001564         AT END
001565             SET WS-END-OF-FILE TO TRUE
001566             GO TO 1210-COPY-PRIOR-RECORD-EXIT
001567     END-READ
001568     IF PO-HDR-ID = "HEADER"
001569         SET WS-HEADER-SEEN TO TRUE
001570         IF PO-HDR-LIMIT IS NUMERIC
001571             MOVE PO-HDR-LIMIT TO WS-PRIOR-LIMIT
001572         END-IF
001573         GO TO 1210-COPY-PRIOR-RECORD-EXIT
001574     END-IF
001575     IF PO-TRL-ID = "TRAILER"
001576         SET WS-TRAILER-SEEN TO TRUE
001577         IF PO-TRL-COUNT IS NUMERIC
001578             MOVE PO-TRL-COUNT TO WS-TRAILER-COUNT
001579         END-IF
001580         GO TO 1210-COPY-PRIOR-RECORD-EXIT
001581     END-IF
001582     IF PO-PRIME IS NOT NUMERIC
001583         DISPLAY "SIEVE: PRIMEOUT DETAIL IS NOT A NUMBER"
001584         MOVE "N" TO WS-TRAILER-SWITCH
001585         SET WS-END-OF-FILE TO TRUE
001586         GO TO 1210-COPY-PRIOR-RECORD-EXIT
001587     END-IF
001588     ADD 1 TO WS-PRIOR-COUNT
001589     MOVE PO-PRIME TO SW-PRIME
001590     WRITE SIEVEWK-RECORD.
001591 1210-COPY-PRIOR-RECORD-EXIT.
001592     EXIT.
001593
001594*----------------------------------------------------------------
001595* 1400-BUILD-BASE-PRIMES -- CLASSIC SIEVE OF ERATOSTHENES OVER
001596* 2 THRU THE SQUARE ROOT OF THE LIMIT.  EVERY COMPOSITE UP TO
001597* THE LIMIT HAS A PRIME FACTOR IN THIS RANGE, SO THESE BASE
001598* PRIMES ARE ALL THAT IS NEEDED TO SIEVE EACH SEGMENT.
001599*----------------------------------------------------------------
001600 1400-BUILD-BASE-PRIMES.
001601     MOVE 1 TO WS-ROOT
001602     PERFORM 1410-STEP-ROOT THRU 1410-STEP-ROOT-EXIT
001603         UNTIL (WS-ROOT + 1) * (WS-ROOT + 1) > WS-LIMIT
001604     MOVE ZEROS TO WS-BASE-SIEVE-TABLE
001605     MOVE ZERO TO WS-BASE-COUNT
001606     PERFORM 1420-BASE-PASS THRU 1420-BASE-PASS-EXIT
001607         VARYING WS-CANDIDATE FROM 2 BY 1
001608         UNTIL WS-CANDIDATE > WS-ROOT.
001609 1400-BUILD-BASE-PRIMES-EXIT.
001610     EXIT.
001611
001612 1410-STEP-ROOT.
001613     ADD 1 TO WS-ROOT.
001614 1410-STEP-ROOT-EXIT.
001615     EXIT.
001616
001617 1420-BASE-PASS.
001618     IF WS-BASE-FLAG (WS-CANDIDATE) = 0
001619         ADD 1 TO WS-BASE-COUNT
001620         MOVE WS-CANDIDATE TO WS-BASE-PRIME (WS-BASE-COUNT)
001621         COMPUTE WS-BASE-SQUARE (WS-BASE-COUNT) =
001622             WS-CANDIDATE * WS-CANDIDATE
001623         COMPUTE WS-START = WS-CANDIDATE + WS-CANDIDATE
001624         PERFORM 1430-MARK-BASE-MULTIPLE
001625             THRU 1430-MARK-BASE-MULTIPLE-EXIT
001626             VARYING WS-FACTOR FROM WS-START BY WS-CANDIDATE
001627             UNTIL WS-FACTOR > WS-ROOT
001628     END-IF.
001629 1420-BASE-PASS-EXIT.
001630     EXIT.
001631
001632 1430-MARK-BASE-MULTIPLE.
001633     MOVE 1 TO WS-BASE-FLAG (WS-FACTOR).
001634 1430-MARK-BASE-MULTIPLE-EXIT.
001635     EXIT.
001636
001637*----------------------------------------------------------------
001638* 2000-BUILD-SIEVE -- SIEVE WS-SEG-LOW THRU WS-LIMIT ONE SEGMENT
001639* AT A TIME.
001640*----------------------------------------------------------------
001641 2000-BUILD-SIEVE.
001642     PERFORM 2100-SIEVE-SEGMENT THRU 2100-SIEVE-SEGMENT-EXIT
001643         UNTIL WS-SEG-LOW > WS-LIMIT.
001644 2000-BUILD-SIEVE-EXIT.
001645     EXIT.
001646
001647*----------------------------------------------------------------
001648* 2100-SIEVE-SEGMENT -- SIEVE WS-SEG-LOW THRU WS-SEG-HIGH.  FLAG
001649* N OF THE SEGMENT TABLE STANDS FOR CANDIDATE WS-SEG-LOW + N - 1.
001650* EACH BASE PRIME MARKS ITS MULTIPLES FROM ITS SQUARE OR FROM
001651* ITS FIRST MULTIPLE IN THE SEGMENT, WHICHEVER IS LATER; WHAT IS
001652* LEFT UNMARKED IS PRIME AND IS APPENDED TO SIEVEWK.  THE
001653* CHECKPOINT IS TAKEN ONCE THE SEGMENT'S PRIMES ARE CLOSED ON
001654* SIEVEWK.
001655*----------------------------------------------------------------
001656 2100-SIEVE-SEGMENT.
001657     COMPUTE WS-SEG-HIGH = WS-SEG-LOW + WS-SEGMENT-SIZE - 1
001658     IF WS-SEG-HIGH > WS-LIMIT
001659         MOVE WS-LIMIT TO WS-SEG-HIGH
001660     END-IF
001661     MOVE ZEROS TO WS-SEGMENT-TABLE
001662     PERFORM 2110-MARK-BASE-PRIME THRU 2110-MARK-BASE-PRIME-EXIT
001663         VARYING WS-BASE-INDEX FROM 1 BY 1
001664         UNTIL WS-BASE-INDEX > WS-BASE-COUNT
001665
001666     OPEN EXTEND SIEVEWK
001667     IF WS-SIEVEWK-STATUS NOT = "00"
001668         DISPLAY "SIEVE: SIEVEWK OPEN FAILED, STATUS "
001669             WS-SIEVEWK-STATUS
001670         MOVE 16 TO RETURN-CODE
001671         GO TO 9999-EXIT
001672     END-IF
001673     PERFORM 2130-COLLECT-PRIME THRU 2130-COLLECT-PRIME-EXIT
001674         VARYING WS-CANDIDATE FROM WS-SEG-LOW BY 1
001675         UNTIL WS-CANDIDATE > WS-SEG-HIGH
001676     CLOSE SIEVEWK
001677
001678     ADD 1 TO WS-SEGMENT-COUNT
001679     PERFORM 2300-WRITE-CHECKPOINT
001680         THRU 2300-WRITE-CHECKPOINT-EXIT
001681     COMPUTE WS-SEG-LOW = WS-SEG-HIGH + 1.
001682 2100-SIEVE-SEGMENT-EXIT.
001683     EXIT.
001684
001685 2110-MARK-BASE-PRIME.
001686     IF WS-BASE-SQUARE (WS-BASE-INDEX) > WS-SEG-HIGH
001687         GO TO 2110-MARK-BASE-PRIME-EXIT
001688     END-IF
001689     IF WS-BASE-SQUARE (WS-BASE-INDEX) NOT < WS-SEG-LOW
001690         MOVE WS-BASE-SQUARE (WS-BASE-INDEX) TO WS-START
001691     ELSE
001692         COMPUTE WS-START =
001693             WS-SEG-LOW + WS-BASE-PRIME (WS-BASE-INDEX) - 1
001694         DIVIDE WS-BASE-PRIME (WS-BASE-INDEX) INTO WS-START
001695             GIVING WS-QUOTIENT
001696         COMPUTE WS-START =
001697             WS-QUOTIENT * WS-BASE-PRIME (WS-BASE-INDEX)
001698     END-IF
001699     PERFORM 2120-MARK-MULTIPLES THRU 2120-MARK-MULTIPLES-EXIT
001700         VARYING WS-FACTOR FROM WS-START
001701         BY WS-BASE-PRIME (WS-BASE-INDEX)
001702         UNTIL WS-FACTOR > WS-SEG-HIGH.
001703 2110-MARK-BASE-PRIME-EXIT.
001704     EXIT.
001705
001706 2120-MARK-MULTIPLES.
001707     COMPUTE WS-SEG-OFFSET = WS-FACTOR - WS-SEG-LOW + 1
001708     MOVE 1 TO WS-SEGMENT-FLAG (WS-SEG-OFFSET).
001709 2120-MARK-MULTIPLES-EXIT.
001710     EXIT.
001711
001712 2130-COLLECT-PRIME.
001713     COMPUTE WS-SEG-OFFSET = WS-CANDIDATE - WS-SEG-LOW + 1
001714     IF WS-SEGMENT-FLAG (WS-SEG-OFFSET) = 0
001715         ADD 1 TO WS-PRIME-COUNT
001716         MOVE WS-CANDIDATE TO SW-PRIME
001717         WRITE SIEVEWK-RECORD
001718     END-IF.
001719 2130-COLLECT-PRIME-EXIT.
001720     EXIT.
001721
001722*----------------------------------------------------------------
001723* 2300-WRITE-CHECKPOINT -- RECORD THAT EVERY PRIME UP TO
001724* WS-SEG-HIGH IS ON SIEVEWK, WITH THE RUNNING COUNT.  A ZERO
001725* CK-LAST-HIGH (WRITTEN BY 3000-WRITE-RESULTS ON A CLEAN FINISH)
001726* MEANS THERE IS NOTHING TO RESUME.
001727*----------------------------------------------------------------
001728 2300-WRITE-CHECKPOINT.
001729     OPEN OUTPUT SIEVECKP
001730     IF WS-SIEVECKP-STATUS NOT = "00"
001731         DISPLAY "SIEVE: SIEVECKP OPEN FAILED, STATUS "
001732             WS-SIEVECKP-STATUS
001733         MOVE 16 TO RETURN-CODE
001734         GO TO 9999-EXIT
001735     END-IF
001736     MOVE SPACES TO SIEVECKP-RECORD
001737     MOVE WS-LIMIT TO CK-LIMIT
001738     MOVE WS-RUN-MODE TO CK-MODE
001739     MOVE WS-SEG-HIGH TO CK-LAST-HIGH
001740     MOVE WS-PRIME-COUNT TO CK-PRIME-COUNT
001741     MOVE WS-SEGMENT-COUNT TO CK-SEGMENT-COUNT
001742     MOVE FUNCTION CURRENT-DATE (1:8) TO CK-RUN-DATE
001743     WRITE SIEVECKP-RECORD
001744     CLOSE SIEVECKP.
001745 2300-WRITE-CHECKPOINT-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------
001800* IT CAN BE REUSED AS A STATIC LOOKUP BY DOWNSTREAM JOBS.  THE
001810* FILE IS FRAMED WITH A HEADER CARRYING THE LIMIT AND THE
001820* GENERATION DATE AND A TRAILER CARRYING THE PRIME COUNT, SO A
001821* READER CAN PROVE THE COPY IT LOADED IS COMPLETE.  THE PRIMES
001822* COME FROM SIEVEWK.  A RUN THAT FAILED WHILE WRITING A SEGMENT
001823* CAN LEAVE PART OF THAT SEGMENT ON SIEVEWK AHEAD OF THE FULL
001824* COPY THE RESTART WROTE, SO A PRIME NOT ABOVE THE LAST ONE
001825* WRITTEN IS SKIPPED.  THE TRAILER IS WRITTEN ONLY WHEN THE
001826* PRIMES COPIED AGREE WITH THE CHECKPOINT COUNT; WITHOUT IT
001827* PRIMECHK REFUSES THE FILE.
001840*----------------------------------------------------------------
001850 3000-WRITE-RESULTS.
001851     OPEN INPUT SIEVEWK
001852     IF WS-SIEVEWK-STATUS NOT = "00"
001853         DISPLAY "SIEVE: SIEVEWK OPEN FAILED, STATUS "
001854             WS-SIEVEWK-STATUS
001855         MOVE 16 TO RETURN-CODE
001856         GO TO 3000-WRITE-RESULTS-EXIT
001857     END-IF
001860     OPEN OUTPUT PRIMEOUT
001870     IF WS-PRIMEOUT-STATUS NOT = "00"
001880         DISPLAY "SIEVE: PRIMEOUT OPEN FAILED, STATUS "
001890             WS-PRIMEOUT-STATUS
001891         CLOSE SIEVEWK
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 3000-WRITE-RESULTS-EXIT
001920     END-IF
001950     MOVE WS-LIMIT TO PO-HDR-LIMIT
001960     MOVE FUNCTION CURRENT-DATE (1:8) TO PO-HDR-GEN-DATE
001970     WRITE PRIMEOUT-RECORD
001971     MOVE ZERO TO WS-WRITE-COUNT
001972     MOVE ZERO TO WS-LAST-PRIME
001973     MOVE "N" TO WS-EOF-SWITCH
001980     PERFORM 3100-WRITE-PRIME THRU 3100-WRITE-PRIME-EXIT
001981         UNTIL WS-END-OF-FILE
001982     CLOSE SIEVEWK
001983     IF WS-WRITE-COUNT NOT = WS-PRIME-COUNT
001984         DISPLAY "SIEVE: SIEVEWK DOES NOT TIE OUT -- PRIMES "
001985             "COPIED " WS-WRITE-COUNT " CHECKPOINT COUNT "
001986             WS-PRIME-COUNT " -- PRIMEOUT LEFT WITHOUT A "
001987             "TRAILER"
001988         CLOSE PRIMEOUT
001989         MOVE 16 TO RETURN-CODE
001990         GO TO 3000-WRITE-RESULTS-EXIT
001991     END-IF
002010     MOVE SPACES TO PRIMEOUT-RECORD
002020     MOVE "TRAILER" TO PO-TRL-ID
002021     MOVE WS-WRITE-COUNT TO PO-TRL-COUNT
002040     WRITE PRIMEOUT-RECORD
002041     CLOSE PRIMEOUT
002042
002043     MOVE ZERO TO WS-SEG-HIGH
002044     PERFORM 2300-WRITE-CHECKPOINT
002045         THRU 2300-WRITE-CHECKPOINT-EXIT
002046     DISPLAY "SIEVE: LIMIT " WS-LIMIT " PRIMES "
002047         WS-WRITE-COUNT " SEGMENTS " WS-SEGMENT-COUNT.
002060 3000-WRITE-RESULTS-EXIT.
002070     EXIT.
002080
002090 3100-WRITE-PRIME.
002091     READ SIEVEWK
002092         AT END
002093             SET WS-END-OF-FILE TO TRUE
002094             GO TO 3100-WRITE-PRIME-EXIT
002095     END-READ
002096     IF SW-PRIME IS NOT NUMERIC
002097         OR SW-PRIME NOT > WS-LAST-PRIME
002098         GO TO 3100-WRITE-PRIME-EXIT
002099     END-IF
002100     MOVE SPACES TO PRIMEOUT-RECORD
002101     MOVE SW-PRIME TO PO-PRIME
002102     WRITE PRIMEOUT-RECORD
002103     MOVE SW-PRIME TO WS-LAST-PRIME
002104     ADD 1 TO WS-WRITE-COUNT.
002130 3100-WRITE-PRIME-EXIT.
002140     EXIT.
002150
