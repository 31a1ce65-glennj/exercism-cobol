000010*----------------------------------------------------------------
000020* MERCHREC -- MERCHANT MASTER RECORD LAYOUT.
000030*
000040* ONE RECORD PER MERCHANT, KEYED ON MERCH-NUMBER (THE SAME
000050* 8-BYTE MERCHANT NUMBER THE EXTRACT HEADERS CARRY).  CARRIES
000060* THE MERCHANT'S NAME, ITS STATUS, ITS FEE SCHEDULE, AND WHERE
000070* ITS FUNDING IS SENT.  THE DISCOUNT RATE IS A DECIMAL FRACTION
000080* OF GROSS SALES (00250 = 2.50 PERCENT), THE PER-ITEM FEE IS
000090* CHARGED ON EVERY SETTLED ITEM INCLUDING REVERSALS, AND THE
000100* CHARGEBACK FEE IS CHARGED ON EACH REVERSAL.  SHARED BY
000110* MERCHMNT, WHICH MAINTAINS THE MERCHMST FILE, CARDBATCH, WHICH
000120* SCREENS EACH MERCHANT HEADER AGAINST IT, AND MERCHFND, WHICH
000130* PRICES FROM IT.
000140*
000150* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000160*----------------------------------------------------------------
000170 01  MERCH-RECORD.
000180     05 MERCH-NUMBER              PIC X(08).
000190     05 MERCH-NAME                PIC X(30).
000200     05 MERCH-STATUS              PIC X(01).
000210        88 MERCH-ACTIVE                   VALUE "A".
000220        88 MERCH-SUSPENDED                VALUE "S".
000230        88 MERCH-TERMINATED               VALUE "T".
000240     05 MERCH-DISCOUNT-RATE       PIC 9V9(04).
000250     05 MERCH-PER-ITEM            PIC 9(03)V99.
000260     05 MERCH-CHARGEBACK-FEE      PIC 9(03)V99.
000270     05 MERCH-BANK-ROUTING        PIC X(09).
000280     05 MERCH-BANK-ACCOUNT        PIC X(17).
000290     05 FILLER                    PIC X(20).
