000010*----------------------------------------------------------------
000020* LSTMPREC -- REFERENCE TABLE LOAD STAMP RECORD LAYOUT.
000030*
000040* ONE RECORD PER REFERENCE TABLE, WRITTEN BY THE PROGRAM THAT
000050* LOADS IT (BINLOAD TO BINSTAMP, HOTLOAD TO HOTSTAMP, CURRLOAD
000060* TO CURSTAMP).  THE LOAD WRITES AN IN-PROGRESS STAMP BEFORE IT
000070* OPENS ITS TABLE FOR OUTPUT AND REWRITES IT AT THE END WITH THE
000080* RESULT AND COUNTS, SO A LOAD THAT ABENDED PART WAY LEAVES
000090* LS-LOAD-RUNNING BEHIND AND A LOAD THAT REJECTED CARDS (AND SO
000100* ENDED WITH RETURN-CODE 8) LEAVES LS-LOAD-REJECTS.
000110* LS-ACCEPT-COUNT IS THE NUMBER OF RECORDS WRITTEN TO THE TABLE.
000120* READYCHK READS THE STAMPS AHEAD OF CARDBATCH TO DECIDE WHETHER
000130* THE TABLES ON DISK ARE FIT TO SETTLE AGAINST.
000140*
000150* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000160*----------------------------------------------------------------
000170 01  LOAD-STAMP-RECORD.
000180     05 LS-TABLE-NAME             PIC X(08).
000190     05 LS-LOAD-DATE              PIC X(08).
000200     05 LS-LOAD-DATE-N REDEFINES LS-LOAD-DATE
000210                                  PIC 9(08).
000220     05 LS-LOAD-TIME              PIC X(06).
000230     05 LS-LOAD-RESULT            PIC X(01).
000240        88 LS-LOAD-RUNNING                VALUE "I".
000250        88 LS-LOAD-CLEAN                  VALUE "C".
000260        88 LS-LOAD-REJECTS                VALUE "R".
000270     05 LS-READ-COUNT             PIC 9(07).
000280     05 LS-ACCEPT-COUNT           PIC 9(07).
000290     05 LS-REJECT-COUNT           PIC 9(07).
