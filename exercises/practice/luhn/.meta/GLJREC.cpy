000010*----------------------------------------------------------------
000020* GLJREC -- GENERAL LEDGER JOURNAL FILE RECORD LAYOUTS.
000030*
000040* THE GLJRNL FILE GLJOURNL BUILDS EACH NIGHT FOR THE GENERAL
000050* LEDGER.  IT OPENS WITH ONE HEADER RECORD (GLJ-RECORD-TYPE "H")
000060* CARRYING THE BATCH DATE, HOLDS ONE DETAIL RECORD ("D") PER
000070* JOURNAL LINE, AND CLOSES WITH ONE TRAILER RECORD ("T")
000080* CARRYING THE LINE COUNT, THE DEBIT AND CREDIT TOTALS, AND
000090* WHETHER THEY AGREE.  EVERY DETAIL NAMES ITS ACCOUNT, WHETHER
000100* IT IS A DEBIT OR A CREDIT, AND A POSITIVE AMOUNT IN SETTLEMENT
000110* CURRENCY, WITH THE FILE IT CAME FROM AND A REFERENCE (THE
000120* NETWORK FILE, MERCHANT NUMBER, OR CURRENCY CODE).  A LINE
000130* BOOKED FROM A FOREIGN CURRENCY ALSO CARRIES THE CURRENCY CODE
000140* AND THE ORIGINAL AMOUNT.  ALL THREE RECORDS ARE 100 BYTES.
000150*
000160* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000170*----------------------------------------------------------------
000180 01  GL-JOURNAL-RECORD.
000190     05 GLJ-RECORD-TYPE           PIC X(01).
000200        88 GLJ-HEADER                     VALUE "H".
000210        88 GLJ-DETAIL                     VALUE "D".
000220        88 GLJ-TRAILER                    VALUE "T".
000230     05 GLJ-BATCH-DATE            PIC X(08).
000240     05 GLJ-LINE-NUMBER           PIC 9(06).
000250     05 GLJ-ACCOUNT-CODE          PIC X(10).
000260     05 GLJ-DEBIT-CREDIT          PIC X(01).
000270        88 GLJ-DEBIT                      VALUE "D".
000280        88 GLJ-CREDIT                     VALUE "C".
000290     05 GLJ-AMOUNT                PIC S9(11)V99
000300                                  SIGN IS LEADING SEPARATE.
000310     05 GLJ-SOURCE                PIC X(08).
000320     05 GLJ-REFERENCE             PIC X(08).
000330     05 GLJ-ORIG-CURRENCY         PIC X(03).
000340     05 GLJ-ORIG-AMOUNT           PIC S9(11)V99
000350                                  SIGN IS LEADING SEPARATE.
000360     05 GLJ-DESCRIPTION           PIC X(22).
000370     05 FILLER                    PIC X(05).
000380
000390 01  GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
000400     05 GLH-RECORD-TYPE           PIC X(01).
000410     05 GLH-BATCH-DATE            PIC X(08).
000420     05 GLH-SOURCE-SYSTEM         PIC X(08).
000430     05 FILLER                    PIC X(83).
000440
000450 01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
000460     05 GLT-RECORD-TYPE           PIC X(01).
000470     05 GLT-BATCH-DATE            PIC X(08).
000480     05 GLT-LINE-COUNT            PIC 9(06).
000490     05 GLT-TOTAL-DEBITS          PIC S9(13)V99
000500                                  SIGN IS LEADING SEPARATE.
000510     05 GLT-TOTAL-CREDITS         PIC S9(13)V99
000520                                  SIGN IS LEADING SEPARATE.
000530     05 GLT-BALANCED-FLAG         PIC X(01).
000540        88 GLT-IN-BALANCE                 VALUE "Y".
000550        88 GLT-OUT-OF-BALANCE             VALUE "N".
000560     05 FILLER                    PIC X(52).
