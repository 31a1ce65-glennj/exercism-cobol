000010*----------------------------------------------------------------
000020* OPENREC -- NETWORK OPEN-ITEM RECORD LAYOUT.
000030*
000040* ONE RECORD PER SETTLEMENT DETAIL SENT ON A NETOUT FILE AND NOT
000050* YET ACKNOWLEDGED BY ITS NETWORK.  NETRECON READS THE OPENITEM
000060* FILE AT THE START OF EACH RUN, MATCHES THE NIGHT'S
000070* ACKNOWLEDGMENTS AGAINST IT AS WELL AS AGAINST THE NIGHT'S
000080* SENDS, AND REWRITES IT WITH WHATEVER IS STILL OPEN, SO A
000090* NETWORK THAT ANSWERS A DAY OR MORE LATE CLEARS THE ITEM
000100* INSTEAD OF LEAVING IT UNACKNOWLEDGED ONE NIGHT AND "NEVER
000110* SENT" THE NEXT.  OI-SENT-DATE IS THE BATCH DATE ON THE HEADER
000120* OF THE NETOUT FILE THE ITEM WENT OUT ON; THE AGING REPORT
000130* COUNTS DAYS OUTSTANDING FROM IT.  THE DETAIL FIELDS ARE THE
000140* ONES THE NETOUT DETAIL CARRIES, SO A REJECTED ITEM CAN BE
000150* REBUILT IN THE CARDREC LAYOUT FOR REPAIR.
000160*
000170* AUTHOR. D. FENWICK.   WRITTEN 10/15/2026.
000180*----------------------------------------------------------------
000190 01  OPEN-ITEM-RECORD.
000200     05 OI-NET-NUMBER             PIC 9(01).
000210     05 OI-SENT-DATE              PIC X(08).
000220     05 OI-ACCOUNT-NUMBER         PIC X(32).
000230     05 OI-HOLDER-ID              PIC X(10).
000240     05 OI-EXPIRY-DATE            PIC X(06).
000250     05 OI-BATCH-DATE             PIC X(08).
000260     05 OI-TRAN-TYPE              PIC X(01).
000270     05 OI-TRAN-AMOUNT            PIC X(12).
000280     05 OI-TRAN-AMOUNT-N REDEFINES OI-TRAN-AMOUNT
000290                                  PIC S9(09)V99
000300                                  SIGN IS LEADING SEPARATE.
