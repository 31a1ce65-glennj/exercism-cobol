000010*----------------------------------------------------------------
000020* XREFREC -- CARD ACCOUNT CROSS-REFERENCE RECORD LAYOUT.
000030*
000040* ONE RECORD PER CARD ISSUED, KEYED ON XREF-ACCOUNT-NUMBER (THE
000050* SAME 32-BYTE ACCOUNT NUMBER THE EXTRACT DETAILS CARRY).  TIES
000060* THE CARD TO THE CARDHOLDER IT WAS ISSUED TO (A HOLDER ID ON
000070* CARDMSTR), WITH THE DATE IT WAS ISSUED AND ITS CARD STATUS.  A
000080* CARD THAT HAS BEEN REISSUED STAYS ON FILE AS REPLACED; A CARD
000090* REPORTED LOST OR STOLEN STAYS ON FILE WITH THAT STATUS SO ITS
000100* LATER USE IS STOPPED.  SHARED BY CARDMNT, WHICH MAINTAINS THE
000110* CARDXREF FILE, AND CARDBATCH, WHICH READS IT TO CHECK THAT
000120* EACH SETTLED CARD BELONGS TO THE HOLDER ON THE DETAIL.
000130*
000140* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000150*----------------------------------------------------------------
000160 01  XREF-RECORD.
000170     05 XREF-ACCOUNT-NUMBER       PIC X(32).
000180     05 XREF-HOLDER-ID            PIC X(10).
000190     05 XREF-ISSUE-DATE           PIC X(08).
000200     05 XREF-STATUS               PIC X(01).
000210        88 XREF-ACTIVE                    VALUE "A".
000220        88 XREF-LOST                      VALUE "L".
000230        88 XREF-STOLEN                    VALUE "S".
000240        88 XREF-REPLACED                  VALUE "R".
000250     05 FILLER                    PIC X(09).
