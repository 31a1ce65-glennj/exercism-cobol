000010*----------------------------------------------------------------
000020* CKPTREC -- CARDBATCH CHECKPOINT RECORD LAYOUT.
000030*
000040* THE ONE-RECORD CKPTFILE CARDBATCH REWRITES AFTER EVERY DETAIL
000050* WITH THE LAST RECORD NUMBER PROCESSED AND THE RUNNING CONTROL
000060* TOTALS, AND ZEROES WHEN A RUN REACHES THE TRAILER.  A NON-ZERO
000070* CKPT-LAST-RECORD-NUM IS A RESTART POINT.  CKPT-BATCH-DATE IS THE
000080* BATCH DATE OF THE RUN THAT WROTE IT, SO A RESTART POINT LEFT BY
000090* AN EARLIER NIGHT CAN BE TOLD FROM TONIGHT'S.  SHARED BY
000100* CARDBATCH, WHICH WRITES IT, AND READYCHK, WHICH CHECKS IT
000110* BEFORE THE NIGHTLY RUN.  CKPT-HIST-POSITION IS HOW MANY
000111* SETLHIST RECORDS EXISTED AT THE CHECKPOINT AND THE STALE
000112* RANGES ARE SETLHIST RECORDS AN EARLIER ABEND OF THE SAME
000113* NIGHT WROTE PAST ITS CHECKPOINT, SO A RESTART CAN LEAVE THEM
000114* OUT OF THE VELOCITY TOTALS.  THE CURRENCY NET AMOUNTS ARE
000115* SALES LESS REVERSALS, KEPT BESIDE THE GROSS FIGURES CURRRPT
000116* PRINTS.
000120*
000130* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000140*----------------------------------------------------------------
000150 01  CKPT-RECORD.
000160     05 CKPT-LAST-RECORD-NUM      PIC 9(07).
000170     05 CKPT-INPUT-COUNT          PIC 9(07).
000180     05 CKPT-VALID-COUNT          PIC 9(07).
000190     05 CKPT-INVALID-COUNT        PIC 9(07).
000200     05 CKPT-EXPIRED-COUNT        PIC 9(07).
000210     05 CKPT-BAD-EXPIRY-COUNT     PIC 9(07).
000220     05 CKPT-DUP-COUNT            PIC 9(07).
000230     05 CKPT-NO-MASTER-COUNT      PIC 9(07).
000240     05 CKPT-BLOCKED-COUNT        PIC 9(07).
000250     05 CKPT-UNKNOWN-BIN-COUNT    PIC 9(07).
000260     05 CKPT-HOTCARD-COUNT        PIC 9(07).
000270     05 CKPT-NO-RATE-COUNT        PIC 9(07).
000280     05 CKPT-NET1-COUNT           PIC 9(07).
000290     05 CKPT-NET2-COUNT           PIC 9(07).
000300     05 CKPT-NET3-COUNT           PIC 9(07).
000310     05 CKPT-NET4-COUNT           PIC 9(07).
000320     05 CKPT-REVERSAL-COUNT       PIC 9(07).
000330     05 CKPT-BAD-AMOUNT-COUNT     PIC 9(07).
000340     05 CKPT-RESUB-COUNT          PIC 9(07).
000350     05 CKPT-FILE-SEQ             PIC 9(05).
000360     05 CKPT-NET1-AMOUNT          PIC S9(11)V99
000370                                  SIGN IS LEADING SEPARATE.
000380     05 CKPT-NET2-AMOUNT          PIC S9(11)V99
000390                                  SIGN IS LEADING SEPARATE.
000400     05 CKPT-NET3-AMOUNT          PIC S9(11)V99
000410                                  SIGN IS LEADING SEPARATE.
000420     05 CKPT-NET4-AMOUNT          PIC S9(11)V99
000430                                  SIGN IS LEADING SEPARATE.
000440     05 CKPT-NET1-HASH            PIC 9(16).
000450     05 CKPT-NET2-HASH            PIC 9(16).
000460     05 CKPT-NET3-HASH            PIC 9(16).
000470     05 CKPT-NET4-HASH            PIC 9(16).
000480     05 CKPT-GROSS-SALES          PIC S9(11)V99
000490                                  SIGN IS LEADING SEPARATE.
000500     05 CKPT-GROSS-REVERSALS      PIC S9(11)V99
000510                                  SIGN IS LEADING SEPARATE.
000520     05 CKPT-DOLLARS-READ         PIC S9(11)V99
000530                                  SIGN IS LEADING SEPARATE.
000540     05 CKPT-MERCH-COUNT          PIC 9(04).
000550     05 CKPT-MERCH-AREA.
000560        10 CKPT-MERCH-ENTRY       OCCURS 50 TIMES.
000570           15 CKPT-MERCH-NUMBER   PIC X(08).
000580           15 CKPT-MERCH-NAME     PIC X(20).
000590           15 CKPT-MERCH-DECL-CNT PIC 9(07).
000600           15 CKPT-MERCH-DECL-AMT PIC S9(11)V99
000610                                  SIGN IS LEADING SEPARATE.
000620           15 CKPT-MERCH-INPUT    PIC 9(07).
000630           15 CKPT-MERCH-VALID    PIC 9(07).
000640           15 CKPT-MERCH-INVALID  PIC 9(07).
000650           15 CKPT-MERCH-REVERSAL PIC 9(07).
000660           15 CKPT-MERCH-DUP      PIC 9(07).
000670           15 CKPT-MERCH-NET      PIC S9(11)V99
000680                                  SIGN IS LEADING SEPARATE.
000690           15 CKPT-MERCH-DOLLARS PIC S9(11)V99
000700                                  SIGN IS LEADING SEPARATE.
000710           15 CKPT-MERCH-SALES   PIC S9(11)V99
000720                                  SIGN IS LEADING SEPARATE.
000730           15 CKPT-MERCH-REVAMT  PIC S9(11)V99
000740                                  SIGN IS LEADING SEPARATE.
000750     05 CKPT-CURR-COUNT           PIC 9(02).
000760     05 CKPT-CURR-AREA.
000770        10 CKPT-CURR-ENTRY        OCCURS 20 TIMES.
000780           15 CKPT-CURR-CODE      PIC X(03).
000790           15 CKPT-CURR-CNT       PIC 9(07).
000800           15 CKPT-CURR-ORIG      PIC S9(11)V99
000810                                  SIGN IS LEADING SEPARATE.
000820           15 CKPT-CURR-CONV      PIC S9(11)V99
000830                                  SIGN IS LEADING SEPARATE.
000840           15 CKPT-CURR-RATE      PIC 9(03)V9(06).
000850     05 CKPT-VELOCITY-COUNT       PIC 9(07).
000860     05 CKPT-MERCH-REJECT-COUNT   PIC 9(07).
000870     05 CKPT-BATCH-DATE           PIC X(08).
000871     05 CKPT-NO-CARD-COUNT        PIC 9(07).
000872     05 CKPT-WRONG-HOLDER-COUNT   PIC 9(07).
000873     05 CKPT-LOST-STOLEN-COUNT    PIC 9(07).
000880     05 CKPT-HIST-POSITION        PIC 9(09).
000890     05 CKPT-HIST-STALE-COUNT     PIC 9(02).
000900     05 CKPT-HIST-STALE-AREA.
000910        10 CKPT-HIST-STALE-ENTRY  OCCURS 10 TIMES.
000920           15 CKPT-HIST-STALE-FROM PIC 9(09).
000930           15 CKPT-HIST-STALE-TO  PIC 9(09).
000940     05 CKPT-CURR-NET-AREA.
000950        10 CKPT-CURR-NET-ENTRY    OCCURS 20 TIMES.
000960           15 CKPT-CURR-NET-ORIG  PIC S9(11)V99
000970                                  SIGN IS LEADING SEPARATE.
000980           15 CKPT-CURR-NET-CONV  PIC S9(11)V99
000990                                  SIGN IS LEADING SEPARATE.
