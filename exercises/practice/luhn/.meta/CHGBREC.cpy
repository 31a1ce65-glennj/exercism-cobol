000010*----------------------------------------------------------------
000020* CHGBREC -- CHARGEBACK DEBIT RECORD LAYOUT.
000030*
000040* ONE RECORD PER DISPUTE CASE CLOSED LOST, WRITTEN BY DISPMNT TO
000050* THE CHGBACK FILE WHEN THE CASE IS CLOSED.  THE AMOUNT IS THE
000060* DISPUTED AMOUNT THE NETWORK TOOK BACK, AS A POSITIVE FIGURE TO
000070* BE DEBITED FROM THE MERCHANT.  MERCHFND DEDUCTS EACH DEBIT
000080* FROM THE MERCHANT'S NEXT FUNDING AND REWRITES THE FILE WITH
000090* ONLY THE DEBITS IT COULD NOT YET APPLY.  SHARED BY DISPMNT,
000100* WHICH WRITES IT, AND MERCHFND, WHICH APPLIES IT.
000101*
000102* THE AMOUNT IS IN SETTLEMENT CURRENCY, AS MERCHFND FUNDS IN.
000103* NO DEBIT IS EVER RAISED FROM A FOREIGN-CURRENCY SALE: DISPMNT
000104* REFUSES TO OPEN SUCH A CASE (FOREIGN-CCY, SEE DISPREC).
000110*
000120* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000130*----------------------------------------------------------------
000140 01  CHGB-RECORD.
000150     05 CHGB-MERCHANT-NUMBER      PIC X(08).
000160     05 CHGB-CASE-ID              PIC X(10).
000170     05 CHGB-BATCH-DATE           PIC X(08).
000180     05 CHGB-AMOUNT               PIC S9(09)V99
000190                                  SIGN IS LEADING SEPARATE.
000200     05 CHGB-LOST-DATE            PIC X(08).
