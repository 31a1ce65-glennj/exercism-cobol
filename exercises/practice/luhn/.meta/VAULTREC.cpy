000010*----------------------------------------------------------------
000020* VAULTREC -- CARD TOKEN VAULT RECORD LAYOUT.
000030*
000040* ONE RECORD PER ACCOUNT NUMBER EVER TOKENIZED, KEYED ON
000050* VAULT-ACCOUNT-NUMBER, WITH VAULT-TOKEN AS A UNIQUE ALTERNATE
000060* KEY FOR DETOKENIZING.  THE CARDVLT FILE IS THE ONLY PLACE
000070* OUTSIDE THE NETOUT FILES WHERE A FULL CARD NUMBER IS KEPT,
000080* AND ACCESS TO IT IS RESTRICTED TO THE SETTLEMENT BATCH ID.
000090* ONE CONTROL RECORD, KEYED ON HIGH-VALUES, CARRIES THE LAST
000100* TOKEN SERIAL NUMBER ISSUED.  READ AND WRITTEN ONLY BY THE
000110* TOKVAULT SUBPROGRAM.
000120*
000130* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000140*----------------------------------------------------------------
000150 01  VAULT-RECORD.
000160     05 VAULT-ACCOUNT-NUMBER      PIC X(32).
000170     05 VAULT-TOKEN               PIC X(20).
000180     05 VAULT-CREATED-DATE        PIC X(08).
000190     05 FILLER                    PIC X(20).
000200
000210 01  VAULT-CONTROL-RECORD.
000220     05 VAULT-CONTROL-KEY         PIC X(32).
000230     05 VAULT-CONTROL-TOKEN       PIC X(20).
000240     05 VAULT-LAST-SERIAL         PIC 9(14).
000250     05 FILLER                    PIC X(14).
