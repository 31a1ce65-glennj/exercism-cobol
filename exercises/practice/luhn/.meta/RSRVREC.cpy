000010*----------------------------------------------------------------
000020* RSRVREC -- MERCHANT RESERVE TRANCHE RECORD LAYOUT.
000030*
000040* ONE RECORD PER NIGHT'S RESERVE WITHHELD FROM A MERCHANT AND
000050* NOT YET RELEASED, WRITTEN BY MERCHFND TO THE RSRVHLD FILE.
000060* THE RELEASE DATE IS FIXED WHEN THE TRANCHE IS WITHHELD (THE
000070* HELD DATE PLUS THE RESERVE DAYS IN FORCE THAT NIGHT); ON THE
000080* MERCHANT'S FIRST PRICED NIGHT ON OR AFTER IT, MERCHFND PAYS
000090* THE TRANCHE BACK AND DROPS IT FROM THE FILE.  THE TRANCHES
000100* FOR A MERCHANT ADD UP TO LDG-RESERVE-BALANCE ON ITS LEDGER.
000110*
000120* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000130*----------------------------------------------------------------
000140 01  RSRV-RECORD.
000150     05 RSRV-MERCHANT-NUMBER      PIC X(08).
000160     05 RSRV-HELD-DATE            PIC X(08).
000170     05 RSRV-RELEASE-DATE         PIC X(08).
000180     05 RSRV-AMOUNT               PIC S9(11)V99
000190                                  SIGN IS LEADING SEPARATE.
