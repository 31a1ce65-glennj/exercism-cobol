000010*----------------------------------------------------------------
000020* DISPREC -- DISPUTE CASE RECORD LAYOUT.
000030*
000040* ONE RECORD PER CHARGEBACK OR DISPUTE CASE, KEYED ON
000050* DISP-CASE-ID (THE NETWORK'S CASE REFERENCE).  EACH CASE IS
000060* OPENED AGAINST ONE SETTLED SETLHIST ENTRY, WHOSE ACCOUNT,
000070* HOLDER, MERCHANT, BATCH DATE, AND AMOUNT ARE CARRIED HERE, AND
000080* MOVES OPENED -> DOCUMENTATION REQUESTED -> REPRESENTED -> WON
000090* OR LOST.  THE DISPUTED AMOUNT MAY BE LESS THAN THE ORIGINAL
000100* SALE; THE DUE DATE IS THE NETWORK'S RESPONSE DEADLINE.  SHARED
000110* BY DISPMNT, WHICH MAINTAINS THE DISPCASE FILE, AND DISPAGE,
000120* WHICH PRINTS THE NIGHTLY AGING OF THE CASES STILL OPEN.
000121*
000122* ALL AMOUNTS ARE IN SETTLEMENT CURRENCY.  SETLHIST KEEPS A
000123* FOREIGN SALE ONLY IN ITS ORIGINAL CURRENCY, AND THE RATE IT
000124* SETTLED AT IS NOT KEPT, SO DISPMNT REFUSES TO OPEN A CASE
000125* AGAINST SUCH A SALE (DISPOSITION FOREIGN-CCY) RATHER THAN FILE
000126* OR DEBIT AN AMOUNT IN THE WRONG CURRENCY.  THOSE DISPUTES ARE
000127* WORKED BY HAND.
000130*
000140* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000150*----------------------------------------------------------------
000160 01  DISP-RECORD.
000170     05 DISP-CASE-ID              PIC X(10).
000180     05 DISP-ACCOUNT-NUMBER       PIC X(32).
000190     05 DISP-HOLDER-ID            PIC X(10).
000200     05 DISP-MERCHANT-NUMBER      PIC X(08).
000210     05 DISP-BATCH-DATE           PIC X(08).
000220     05 DISP-TRAN-AMOUNT          PIC X(12).
000230     05 DISP-DISPUTED-AMOUNT      PIC S9(09)V99
000240                                  SIGN IS LEADING SEPARATE.
000250     05 DISP-DUE-DATE             PIC X(08).
000260     05 DISP-OPENED-DATE          PIC X(08).
000270     05 DISP-STATUS               PIC X(01).
000280        88 DISP-OPENED                    VALUE "O".
000290        88 DISP-DOC-REQUESTED             VALUE "D".
000300        88 DISP-REPRESENTED               VALUE "R".
000310        88 DISP-WON                       VALUE "W".
000320        88 DISP-LOST                      VALUE "L".
000330        88 DISP-CASE-OPEN                 VALUE "O" "D" "R".
000340        88 DISP-CASE-CLOSED               VALUE "W" "L".
000350     05 DISP-STATUS-DATE          PIC X(08).
000360     05 FILLER                    PIC X(10).
