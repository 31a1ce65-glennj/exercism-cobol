000010*----------------------------------------------------------------
000020* FUNDREC -- MERCHANT FUNDING RECORD LAYOUT.
000030*
000040* ONE RECORD PER MERCHANT PRICED AND POSTED IN THE NIGHT'S
000050* MERCHFND RUN, WRITTEN TO THE FUNDOUT FILE THE PAYMENT RUN PAYS
000060* FROM.  FO-NET-FUNDED IS THE AMOUNT PAYABLE (NEVER NEGATIVE).
000070* THE OTHER AMOUNTS ARE WHAT WENT INTO IT: THE NIGHT'S FEES AND
000080* CHARGEBACK DEBITS, THE LEDGER BALANCE BEFORE AND AFTER THE
000090* NIGHT (A NEGATIVE BALANCE IS CARRIED FORWARD AGAINST LATER
000100* NIGHTS), AND THE RESERVE RELEASED AND WITHHELD.  FOR EVERY
000110* RECORD THE MERCHANT'S NET SETTLED AMOUNT FOR THE NIGHT EQUALS
000120*     NET FUNDED + FEES + CHARGEBACKS + RESERVE HELD
000130*     - RESERVE RELEASED + CLOSING BALANCE - OPENING BALANCE.
000140* SHARED BY MERCHFND, WHICH WRITES IT, AND GLJOURNL, WHICH BOOKS
000150* IT TO THE GENERAL LEDGER.
000160*
000170* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000180*----------------------------------------------------------------
000190 01  FUNDOUT-RECORD.
000200     05 FO-MERCHANT-NUMBER        PIC X(08).
000210     05 FILLER                    PIC X(01).
000220     05 FO-NET-FUNDED             PIC S9(11)V99
000230                                  SIGN IS LEADING SEPARATE.
000240     05 FILLER                    PIC X(01).
000250     05 FO-TOTAL-FEES             PIC S9(11)V99
000260                                  SIGN IS LEADING SEPARATE.
000270     05 FILLER                    PIC X(01).
000280     05 FO-CHARGEBACKS            PIC S9(11)V99
000290                                  SIGN IS LEADING SEPARATE.
000300     05 FILLER                    PIC X(01).
000310     05 FO-OPENING-BALANCE        PIC S9(11)V99
000320                                  SIGN IS LEADING SEPARATE.
000330     05 FILLER                    PIC X(01).
000340     05 FO-RESERVE-RELEASED       PIC S9(11)V99
000350                                  SIGN IS LEADING SEPARATE.
000360     05 FILLER                    PIC X(01).
000370     05 FO-RESERVE-HELD           PIC S9(11)V99
000380                                  SIGN IS LEADING SEPARATE.
000390     05 FILLER                    PIC X(01).
000400     05 FO-CLOSING-BALANCE        PIC S9(11)V99
000410                                  SIGN IS LEADING SEPARATE.
