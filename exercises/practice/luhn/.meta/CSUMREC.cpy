000010*----------------------------------------------------------------
000020* CSUMREC -- PER-CURRENCY CONVERSION SUMMARY RECORD LAYOUT.
000030*
000040* ONE RECORD PER FOREIGN CURRENCY SETTLED IN THE NIGHT'S RUN,
000050* WRITTEN BY CARDBATCH TO THE CURRSUM FILE AT END OF RUN FROM
000060* THE SAME ACCUMULATORS THAT PRINT ON CURRRPT: THE COUNT OF
000070* CONVERTED DETAILS, THE ORIGINAL (FOREIGN) AND CONVERTED
000080* (SETTLEMENT CURRENCY) DOLLARS, AND THE RATE APPLIED.  THIS IS
000090* THE MACHINE-READABLE TWIN OF CURRRPT THE GLJOURNL GENERAL
000100* LEDGER INTERFACE BOOKS THE CONVERSION TOTALS FROM.  A NIGHT
000110* WITH NO FOREIGN CURRENCY LEAVES THE FILE EMPTY.  THE ORIGINAL
000111* AND CONVERTED AMOUNTS ARE GROSS, SALES AND REVERSALS ADDED
000112* TOGETHER AS CURRRPT PRINTS THEM; THE NET AMOUNTS ARE SALES
000113* LESS REVERSALS, THE MONEY THAT ACTUALLY MOVED, AND ARE WHAT
000114* THE LEDGER BOOKS.
000120*
000130* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000140*----------------------------------------------------------------
000150 01  CSUM-RECORD.
000160     05 CSUM-CURRENCY-CODE        PIC X(03).
000170     05 CSUM-COUNT                PIC 9(07).
000180     05 CSUM-ORIG-AMOUNT          PIC S9(11)V99
000190                                  SIGN IS LEADING SEPARATE.
000200     05 CSUM-CONV-AMOUNT          PIC S9(11)V99
000210                                  SIGN IS LEADING SEPARATE.
000220     05 CSUM-RATE                 PIC 9(03)V9(06).
000230     05 CSUM-NET-ORIG-AMOUNT      PIC S9(11)V99
000240                                  SIGN IS LEADING SEPARATE.
000250     05 CSUM-NET-CONV-AMOUNT      PIC S9(11)V99
000260                                  SIGN IS LEADING SEPARATE.
