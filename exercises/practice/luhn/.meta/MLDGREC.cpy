000010*----------------------------------------------------------------
000020* MLDGREC -- MERCHANT LEDGER RECORD LAYOUT.
000030*
000040* ONE RECORD PER MERCHANT, KEYED ON LDG-MERCHANT-NUMBER, POSTED
000050* BY MERCHFND EVERY NIGHT THE MERCHANT IS PRICED.  LDG-BALANCE
000060* IS WHAT THE MERCHANT OWES US AFTER THE NIGHT'S FUNDING, AS A
000070* NEGATIVE FIGURE CARRIED FORWARD UNTIL LATER SALES RECOVER IT
000080* (A FUNDED NIGHT LEAVES IT ZERO).  LDG-RESERVE-BALANCE IS THE
000090* ROLLING RESERVE WITHHELD AND NOT YET RELEASED; THE TRANCHES
000100* THAT MAKE IT UP ARE ON THE RSRVHLD FILE (RSRVREC).
000110* LDG-LAST-POSTED IS THE RUN DATE OF THE LATEST POSTING, SO A
000120* RERUN OF THE SAME NIGHT CANNOT POST A MERCHANT TWICE.
000130*
000140* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000150*----------------------------------------------------------------
000160 01  LDG-RECORD.
000170     05 LDG-MERCHANT-NUMBER       PIC X(08).
000180     05 LDG-BALANCE               PIC S9(11)V99
000190                                  SIGN IS LEADING SEPARATE.
000200     05 LDG-RESERVE-BALANCE       PIC S9(11)V99
000210                                  SIGN IS LEADING SEPARATE.
000220     05 LDG-LAST-POSTED           PIC X(08).
000230     05 FILLER                    PIC X(20).
