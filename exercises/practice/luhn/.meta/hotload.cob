000310*                  DETAIL, AND DROPS THIS LOAD'S OWN
000320*                  EVERY-CARD-SCANS-EVERY-ACCEPTED DUPLICATE
000330*                  CHECK ALONG WITH ITS 50,000-ENTRY TABLE.
000331* 10/15/2026 DJF   EACH RUN NOW LEAVES A LOAD STAMP (LSTMPREC) ON
000332*                  HOTSTAMP: AN IN-PROGRESS STAMP BEFORE HOTLIST
000333*                  IS OPENED, REWRITTEN AT THE END WITH THE LOAD
000334*                  DATE AND TIME, THE COUNTS, AND WHETHER THE
000335*                  LOAD WAS CLEAN OR HAD REJECTS, FOR THE READYCHK
000336*                  PRE-RUN CHECK AHEAD OF CARDBATCH.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HL-HOTLIST-STATUS.
000480
000481     SELECT HOTSTAMP ASSIGN TO "HOTSTAMP"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS HL-HOTSTAMP-STATUS.
000484
000490     SELECT HOTRJCT ASSIGN TO "HOTRJCT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS HL-HOTRJCT-STATUS.
000630     RECORDING MODE IS F.
000640     COPY HOTREC.
000650
000651 FD  HOTSTAMP
000652     RECORDING MODE IS F.
000653     COPY LSTMPREC.
000654
000660 FD  HOTRJCT
000670     RECORDING MODE IS F.
000680 01  HOTRJCT-RECORD               PIC X(80).
000710 77  HL-HOTIN-STATUS              PIC X(02) VALUE SPACES.
000720 77  HL-HOTLIST-STATUS            PIC X(02) VALUE SPACES.
000730 77  HL-HOTRJCT-STATUS            PIC X(02) VALUE SPACES.
000731 77  HL-HOTSTAMP-STATUS           PIC X(02) VALUE SPACES.
000740 77  HL-EOF-SWITCH                PIC X(01) VALUE "N".
000750     88 HL-END-OF-HOTIN                   VALUE "Y".
000760
000770 77  HL-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
000780 77  HL-ACCEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
000790 77  HL-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
000791 77  HL-LOAD-RESULT               PIC X(01) VALUE "I".
000800
000810 01  HL-REASON                    PIC X(12).
000820*    THE LAST ACCOUNT ACCEPTED; EVERY LATER CARD MUST COMPARE
001150         GO TO 9999-EXIT
001160     END-IF
001170
001171     PERFORM 1100-WRITE-LOAD-STAMP THRU 1100-WRITE-LOAD-STAMP-EXIT
001172
001180     OPEN OUTPUT HOTLIST
001190     IF HL-HOTLIST-STATUS NOT = "00"
001200         DISPLAY "HOTLOAD: HOTLIST OPEN FAILED, STATUS "
001340     PERFORM 2100-READ-HOTIN THRU 2100-READ-HOTIN-EXIT.
001350 1000-INITIALIZE-EXIT.
001360     EXIT.
001361
001362*----------------------------------------------------------------
001363* 1100-WRITE-LOAD-STAMP -- REWRITE HOTSTAMP WITH THE LOAD RESULT
001364* SO FAR: "I" BEFORE HOTLIST IS OPENED, SO A LOAD THAT DIES PART
001365* WAY IS NEVER MISTAKEN FOR A GOOD ONE, THEN "C" OR "R" WITH THE
001366* FINAL COUNTS FROM 3000-TERMINATE.
001367*----------------------------------------------------------------
001368 1100-WRITE-LOAD-STAMP.
001369     OPEN OUTPUT HOTSTAMP
001370     IF HL-HOTSTAMP-STATUS NOT = "00"
001371         DISPLAY "HOTLOAD: HOTSTAMP OPEN FAILED, STATUS "
001372             HL-HOTSTAMP-STATUS
001373         MOVE 16 TO RETURN-CODE
001374         GO TO 9999-EXIT
001375     END-IF
001376     MOVE SPACES TO LOAD-STAMP-RECORD
001377     MOVE "HOTLIST" TO LS-TABLE-NAME
001378     MOVE CURRENT-DATE (1:8) TO LS-LOAD-DATE
001379     MOVE CURRENT-DATE (9:6) TO LS-LOAD-TIME
001380     MOVE HL-LOAD-RESULT TO LS-LOAD-RESULT
001381     MOVE HL-READ-COUNT TO LS-READ-COUNT
001382     MOVE HL-ACCEPT-COUNT TO LS-ACCEPT-COUNT
001383     MOVE HL-REJECT-COUNT TO LS-REJECT-COUNT
001384     WRITE LOAD-STAMP-RECORD
001385     CLOSE HOTSTAMP.
001386 1100-WRITE-LOAD-STAMP-EXIT.
001387     EXIT.
001388
001389*----------------------------------------------------------------
001390* 2000-PROCESS-HOTIN -- VALIDATE ONE STOPLIST CARD.  A CARD
001400* THAT PASSES EVERY EDIT IS WRITTEN TO HOTLIST; A CARD THAT
001410* FAILS ANY EDIT PRINTS ON HOTRJCT AND LOADS NOTHING.  THE DROP
002140     DISPLAY "HOTLOAD: CARDS REJECTED " HL-REJECT-COUNT
002150     IF HL-REJECT-COUNT > 0
002160         MOVE 8 TO RETURN-CODE
002161         MOVE "R" TO HL-LOAD-RESULT
002162     ELSE
002163         MOVE "C" TO HL-LOAD-RESULT
002170     END-IF
002171     PERFORM 1100-WRITE-LOAD-STAMP
002172         THRU 1100-WRITE-LOAD-STAMP-EXIT.
002180 3000-TERMINATE-EXIT.
002190     EXIT.
002200
