000180*                  CHANGE ONLY REPLACES THE NAME OR STATUS WHEN
000190*                  THE TRANSACTION SUPPLIES ONE, SO A PARTIAL
000200*                  CHANGE CANNOT BLANK OUT THE OTHER FIELD.
000201* 10/15/2026 DJF   ADDED THE CARDXREF CARD CROSS-REFERENCE, WHICH
000202*                  TIES EACH CARD ACCOUNT NUMBER TO THE HOLDER IT
000203*                  WAS ISSUED TO SO CARDBATCH CAN CHECK THAT A
000204*                  SETTLED CARD BELONGS TO THE HOLDER ON THE
000205*                  DETAIL.  THREE NEW TRANSACTION TYPES ON MSTRTXN
000206*                  MAINTAIN IT: N ISSUES A CARD TO A HOLDER ON
000207*                  CARDMSTR, U CHANGES A CARD'S STATUS (ACTIVE,
000208*                  LOST, STOLEN, REPLACED) OR ISSUE DATE, AND X
000209*                  REMOVES A CARD.  U AND X MUST NAME THE HOLDER
000210*                  THE CARD WAS ISSUED TO.  CARD TRANSACTIONS ARE
000211*                  AUDITED ON MNTAUDIT AND REJECTED ON MNTRJCT
000212*                  LIKE MASTER TRANSACTIONS, WITH THE ACCOUNT
000213*                  NUMBER MASKED TO ITS LAST FOUR DIGITS.
000214*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 REPOSITORY.
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS MSTR-HOLDER-ID
000360         FILE STATUS IS CM-CARDMSTR-STATUS.
000361
000362     SELECT CARDXREF ASSIGN TO "CARDXREF"
000363         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS RANDOM
000365         RECORD KEY IS XREF-ACCOUNT-NUMBER
000366         FILE STATUS IS CM-CARDXREF-STATUS.
000370
000380     SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000520        88 TXN-ADD                        VALUE "A".
000530        88 TXN-CHANGE                     VALUE "C".
000540        88 TXN-DELETE                     VALUE "D".
000541        88 TXN-NEW-CARD                   VALUE "N".
000542        88 TXN-CARD-CHANGE                VALUE "U".
000543        88 TXN-CARD-DELETE                VALUE "X".
000544        88 TXN-CARD-ACTION                VALUE "N" "U" "X".
000550     05 TXN-HOLDER-ID             PIC X(10).
000560     05 TXN-HOLDER-NAME           PIC X(30).
000570     05 TXN-STATUS                PIC X(01).
000571*    A CARD TRANSACTION (N, U, OR X) CARRIES THE CARD IN PLACE OF
000572*    THE HOLDER NAME AND STATUS.  A BLANK ISSUE DATE ON AN N IS
000573*    TODAY; A BLANK CARD STATUS ON AN N IS ACTIVE.
000574 01  TXN-CARD-RECORD.
000575     05 FILLER                    PIC X(01).
000576     05 FILLER                    PIC X(10).
000577     05 TXN-ACCOUNT-NUMBER        PIC X(32).
000578     05 TXN-ISSUE-DATE            PIC X(08).
000579     05 TXN-ISSUE-DATE-N REDEFINES TXN-ISSUE-DATE
000580                                  PIC 9(08).
000581     05 TXN-CARD-STATUS           PIC X(01).
000582
000590 FD  CARDMSTR
000600     RECORDING MODE IS F.
000610     COPY MSTRREC.
000611
000612 FD  CARDXREF
000613     RECORDING MODE IS F.
000614     COPY XREFREC.
000620
000630 FD  MNTAUDIT
000640     RECORDING MODE IS F.
000700     05 MA-HOLDER-ID              PIC X(10).
000710     05 FILLER                    PIC X(01).
000720     05 MA-DISPOSITION            PIC X(12).
000721     05 FILLER                    PIC X(01).
000722     05 MA-ACCOUNT-NUMBER         PIC X(32).
000730
000740 FD  MNTRJCT
000750     RECORDING MODE IS F.
000780 WORKING-STORAGE SECTION.
000790 77  CM-MSTRTXN-STATUS            PIC X(02) VALUE SPACES.
000800 77  CM-CARDMSTR-STATUS           PIC X(02) VALUE SPACES.
000801 77  CM-CARDXREF-STATUS           PIC X(02) VALUE SPACES.
000810 77  CM-MNTAUDIT-STATUS           PIC X(02) VALUE SPACES.
000820 77  CM-MNTRJCT-STATUS            PIC X(02) VALUE SPACES.
000830 77  CM-EOF-SWITCH                PIC X(01) VALUE "N".
000880 77  CM-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
000890
000900 01  CM-DISPOSITION               PIC X(12).
000901
000902*    THE CARD ACCOUNT NUMBER AS IT GOES ON THE AUDIT TRAIL AND
000903*    THE REJECT REPORT: LAST FOUR DIGITS ONLY, THE SAME MASK LUHN
000904*    PUTS ON AUDITLOG.
000905 01  CM-MASKED-ACCOUNT            PIC X(32).
000906 01  CM-MASK-NUMBER               PIC X(32).
000907 01  CM-MASK-LEN                  PIC 9(02).
000908 01  CM-MASK-INDEX                PIC 9(02).
000910
000920 01  CM-REJECT-LINE.
000930     05 CR-ACTION-LABEL           PIC X(07) VALUE "ACTION ".
000980     05 FILLER                    PIC X(02).
000990     05 CR-REASON-LABEL           PIC X(07) VALUE "REASON ".
001000     05 CR-REASON                 PIC X(12).
001001     05 FILLER                    PIC X(02).
001002     05 CR-CARD-LABEL             PIC X(05) VALUE "CARD ".
001003     05 CR-ACCOUNT-NUMBER         PIC X(25).
001020
001030 PROCEDURE DIVISION.
001040*----------------------------------------------------------------
001410         MOVE 16 TO RETURN-CODE
001420         GO TO 9999-EXIT
001430     END-IF
001431
001432     OPEN I-O CARDXREF
001433     IF CM-CARDXREF-STATUS = "35"
001434         OPEN OUTPUT CARDXREF
001435         IF CM-CARDXREF-STATUS = "00"
001436             CLOSE CARDXREF
001437             OPEN I-O CARDXREF
001438         END-IF
001439     END-IF
001440     IF CM-CARDXREF-STATUS NOT = "00"
001441         DISPLAY "CARDMNT: CARDXREF OPEN FAILED, STATUS "
001442             CM-CARDXREF-STATUS
001443         MOVE 16 TO RETURN-CODE
001444         GO TO 9999-EXIT
001445     END-IF
001446
001450     OPEN EXTEND MNTAUDIT
001460     IF CM-MNTAUDIT-STATUS = "35"
001470         OPEN OUTPUT MNTAUDIT
001730 2000-PROCESS-MSTRTXN.
001740     ADD 1 TO CM-READ-COUNT
001750     MOVE SPACES TO CM-DISPOSITION
001751     MOVE SPACES TO CM-MASKED-ACCOUNT
001752     IF TXN-CARD-ACTION
001753         PERFORM 2800-MASK-ACCOUNT THRU 2800-MASK-ACCOUNT-EXIT
001754     END-IF
001760
001770     IF TXN-HOLDER-ID = SPACES
001780         MOVE "NO-HOLDER-ID" TO CM-DISPOSITION
001880                     PERFORM 2400-APPLY-DELETE
001890                         THRU 2400-APPLY-DELETE-EXIT
001900                 ELSE
001901                     IF TXN-CARD-ACTION
001902                         PERFORM 2700-APPLY-CARD
001903                             THRU 2700-APPLY-CARD-EXIT
001904                     ELSE
001905                         MOVE "BAD-ACTION" TO CM-DISPOSITION
001906                     END-IF
001920                 END-IF
001930             END-IF
001940         END-IF
002870     MOVE TXN-ACTION TO MA-ACTION
002880     MOVE TXN-HOLDER-ID TO MA-HOLDER-ID
002890     MOVE CM-DISPOSITION TO MA-DISPOSITION
002891     MOVE CM-MASKED-ACCOUNT TO MA-ACCOUNT-NUMBER
002900     WRITE MNTAUDIT-RECORD.
002910 2500-WRITE-AUDIT-EXIT.
002920     EXIT.
002990     MOVE TXN-HOLDER-ID TO CR-HOLDER-ID
003000     MOVE "REASON " TO CR-REASON-LABEL
003010     MOVE CM-DISPOSITION TO CR-REASON
003011     IF TXN-CARD-ACTION
003012         MOVE "CARD " TO CR-CARD-LABEL
003013         MOVE CM-MASKED-ACCOUNT TO CR-ACCOUNT-NUMBER
003014     END-IF
003020     MOVE CM-REJECT-LINE TO MNTRJCT-RECORD
003030     WRITE MNTRJCT-RECORD.
003040 2600-WRITE-REJECT-EXIT.
003050     EXIT.
003051
003052*----------------------------------------------------------------
003053* 2700-APPLY-CARD -- A CARD TRANSACTION MUST NAME THE CARD.  THE
003054* CARD STATUS AND ISSUE DATE, WHERE SUPPLIED, ARE EDITED HERE
003055* FOR ALL THREE TYPES BEFORE THE CROSS-REFERENCE IS TOUCHED.
003056*----------------------------------------------------------------
003057 2700-APPLY-CARD.
003058     IF TXN-ACCOUNT-NUMBER = SPACES
003059         MOVE "NO-ACCOUNT" TO CM-DISPOSITION
003060         GO TO 2700-APPLY-CARD-EXIT
003061     END-IF
003062     IF TXN-CARD-STATUS NOT = SPACE
003063         AND TXN-CARD-STATUS NOT = "A"
003064         AND TXN-CARD-STATUS NOT = "L"
003065         AND TXN-CARD-STATUS NOT = "S"
003066         AND TXN-CARD-STATUS NOT = "R"
003067         MOVE "BAD-STATUS" TO CM-DISPOSITION
003068         GO TO 2700-APPLY-CARD-EXIT
003069     END-IF
003070     IF TXN-ISSUE-DATE NOT = SPACES
003071         IF TXN-ISSUE-DATE IS NOT NUMERIC
003072             MOVE "BAD-DATE" TO CM-DISPOSITION
003073             GO TO 2700-APPLY-CARD-EXIT
003074         END-IF
003075         IF TEST-DATE-YYYYMMDD (TXN-ISSUE-DATE-N) NOT = 0
003076             MOVE "BAD-DATE" TO CM-DISPOSITION
003077             GO TO 2700-APPLY-CARD-EXIT
003078         END-IF
003079     END-IF
003080     IF TXN-NEW-CARD
003081         PERFORM 2710-APPLY-CARD-ADD THRU 2710-APPLY-CARD-ADD-EXIT
003082     END-IF
003083     IF TXN-CARD-CHANGE
003084         PERFORM 2720-APPLY-CARD-CHANGE
003085             THRU 2720-APPLY-CARD-CHANGE-EXIT
003086     END-IF
003087     IF TXN-CARD-DELETE
003088         PERFORM 2730-APPLY-CARD-DELETE
003089             THRU 2730-APPLY-CARD-DELETE-EXIT
003090     END-IF.
003091 2700-APPLY-CARD-EXIT.
003092     EXIT.
003093
003094*----------------------------------------------------------------
003095* 2710-APPLY-CARD-ADD -- A CARD CAN ONLY BE ISSUED TO A HOLDER
003096* ALREADY ON CARDMSTR, AND AN ACCOUNT NUMBER CAN BE ON THE
003097* CROSS-REFERENCE ONLY ONCE.
003098*----------------------------------------------------------------
003099 2710-APPLY-CARD-ADD.
003100     MOVE TXN-HOLDER-ID TO MSTR-HOLDER-ID
003101     READ CARDMSTR
003102         INVALID KEY
003103             MOVE "NO-MASTER" TO CM-DISPOSITION
003104             GO TO 2710-APPLY-CARD-ADD-EXIT
003105     END-READ
003106     MOVE SPACES TO XREF-RECORD
003107     MOVE TXN-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER
003108     MOVE TXN-HOLDER-ID TO XREF-HOLDER-ID
003109     IF TXN-ISSUE-DATE = SPACES
003110         MOVE CURRENT-DATE (1:8) TO XREF-ISSUE-DATE
003111     ELSE
003112         MOVE TXN-ISSUE-DATE TO XREF-ISSUE-DATE
003113     END-IF
003114     IF TXN-CARD-STATUS = SPACE
003115         MOVE "A" TO XREF-STATUS
003116     ELSE
003117         MOVE TXN-CARD-STATUS TO XREF-STATUS
003118     END-IF
003119     WRITE XREF-RECORD
003120         INVALID KEY
003121             MOVE "DUP-CARD" TO CM-DISPOSITION
003122         NOT INVALID KEY
003123             MOVE "APPLIED" TO CM-DISPOSITION
003124     END-WRITE.
003125 2710-APPLY-CARD-ADD-EXIT.
003126     EXIT.
003127
003128*----------------------------------------------------------------
003129* 2720-APPLY-CARD-CHANGE -- LIKE A MASTER CHANGE, ONLY THE
003130* FIELDS SUPPLIED ARE REPLACED.  THE HOLDER ON THE TRANSACTION
003131* MUST BE THE HOLDER THE CARD WAS ISSUED TO, SO A MISKEYED
003132* ACCOUNT NUMBER CANNOT MARK SOMEONE ELSE'S CARD LOST.
003133*----------------------------------------------------------------
003134 2720-APPLY-CARD-CHANGE.
003135     MOVE TXN-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER
003136     READ CARDXREF
003137         INVALID KEY
003138             MOVE "NO-CARD" TO CM-DISPOSITION
003139             GO TO 2720-APPLY-CARD-CHANGE-EXIT
003140     END-READ
003141     IF XREF-HOLDER-ID NOT = TXN-HOLDER-ID
003142         MOVE "WRONG-HOLDER" TO CM-DISPOSITION
003143         GO TO 2720-APPLY-CARD-CHANGE-EXIT
003144     END-IF
003145     IF TXN-ISSUE-DATE NOT = SPACES
003146         MOVE TXN-ISSUE-DATE TO XREF-ISSUE-DATE
003147     END-IF
003148     IF TXN-CARD-STATUS NOT = SPACE
003149         MOVE TXN-CARD-STATUS TO XREF-STATUS
003150     END-IF
003151     REWRITE XREF-RECORD
003152         INVALID KEY
003153             MOVE "NO-CARD" TO CM-DISPOSITION
003154         NOT INVALID KEY
003155             MOVE "APPLIED" TO CM-DISPOSITION
003156     END-REWRITE.
003157 2720-APPLY-CARD-CHANGE-EXIT.
003158     EXIT.
003159
003160 2730-APPLY-CARD-DELETE.
003161     MOVE TXN-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER
003162     READ CARDXREF
003163         INVALID KEY
003164             MOVE "NO-CARD" TO CM-DISPOSITION
003165             GO TO 2730-APPLY-CARD-DELETE-EXIT
003166     END-READ
003167     IF XREF-HOLDER-ID NOT = TXN-HOLDER-ID
003168         MOVE "WRONG-HOLDER" TO CM-DISPOSITION
003169         GO TO 2730-APPLY-CARD-DELETE-EXIT
003170     END-IF
003171     DELETE CARDXREF
003172         INVALID KEY
003173             MOVE "NO-CARD" TO CM-DISPOSITION
003174         NOT INVALID KEY
003175             MOVE "APPLIED" TO CM-DISPOSITION
003176     END-DELETE.
003177 2730-APPLY-CARD-DELETE-EXIT.
003178     EXIT.
003179
003180*----------------------------------------------------------------
003181* 2800-MASK-ACCOUNT -- BUILD CM-MASKED-ACCOUNT SHOWING ONLY THE
003182* LAST FOUR DIGITS OF THE TRIMMED ACCOUNT NUMBER, EVERY OTHER
003183* CHARACTER REPLACED BY "X"; FOUR CHARACTERS OR FEWER ARE
003184* MASKED IN FULL.
003185*----------------------------------------------------------------
003186 2800-MASK-ACCOUNT.
003187     MOVE SPACES TO CM-MASKED-ACCOUNT
003188     IF TXN-ACCOUNT-NUMBER = SPACES
003189         GO TO 2800-MASK-ACCOUNT-EXIT
003190     END-IF
003191     MOVE SPACES TO CM-MASK-NUMBER
003192     MOVE TRIM(TXN-ACCOUNT-NUMBER) TO CM-MASK-NUMBER
003193     MOVE LENGTH(TRIM(TXN-ACCOUNT-NUMBER)) TO CM-MASK-LEN
003194     PERFORM 2810-MASK-CHARACTER THRU 2810-MASK-CHARACTER-EXIT
003195         VARYING CM-MASK-INDEX FROM 1 BY 1
003196         UNTIL CM-MASK-INDEX > CM-MASK-LEN.
003197 2800-MASK-ACCOUNT-EXIT.
003198     EXIT.
003199
003200 2810-MASK-CHARACTER.
003201     IF CM-MASK-LEN > 4 AND CM-MASK-INDEX > CM-MASK-LEN - 4
003202         MOVE CM-MASK-NUMBER (CM-MASK-INDEX:1)
003203             TO CM-MASKED-ACCOUNT (CM-MASK-INDEX:1)
003204     ELSE
003205         MOVE "X" TO CM-MASKED-ACCOUNT (CM-MASK-INDEX:1)
003206     END-IF.
003207 2810-MASK-CHARACTER-EXIT.
003208     EXIT.
003209
003210 3000-TERMINATE.
003211     CLOSE MSTRTXN
003212     CLOSE CARDMSTR
003213     CLOSE CARDXREF
003214     CLOSE MNTAUDIT
003215     CLOSE MNTRJCT
003216     DISPLAY "CARDMNT: TRANSACTIONS READ    " CM-READ-COUNT
003217     DISPLAY "CARDMNT: TRANSACTIONS APPLIED " CM-APPLIED-COUNT
003218     DISPLAY "CARDMNT: TRANSACTIONS REJECTED" CM-REJECT-COUNT.
003219 3000-TERMINATE-EXIT.
003220     EXIT.
003221
003222 9999-EXIT.
003223     STOP RUN.
