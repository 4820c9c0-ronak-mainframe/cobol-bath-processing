000010*----------------------------------------------------------------
000020* PENDREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 120-BYTE PENDING-APPROVAL RECORD LAYOUT FOR THE ACCTMNT
000090* PNDFILE / PNDNEW FILES.  ONE RECORD PER SENSITIVE MAINTENANCE
000100* TRANSACTION (A CREDIT-LIMIT INCREASE OVER THE THRESHOLD OR A
000110* LIMIT TAKEN OFF, A STATUS CHANGE OUT OF DORMANT OR CLOSED, OR
000120* A CLOSE) HELD BACK FROM ACCTMAST UNTIL A SECOND OPERATOR
000130* APPROVES IT.  THE ITEM ID IS THE PROCESSING DATE THE ITEM WAS
000140* MADE AND A SEQUENCE WITHIN THAT DATE, AND IS WHAT THE
000150* APPROVING OPERATOR KEYS ON THE APPROVAL TRANSACTION.  THE
000160* MAKER'S MAINTENANCE TRANSACTION IS CARRIED AS KEYED.
000170*
000180* MODIFICATION HISTORY
000190* 10/15/26  RH  ORIGINAL MEMBER.
000200*----------------------------------------------------------------
000210 05  PEND-ITEM-ID.
000220     10  PEND-CREATED-DATE    PIC 9(08).
000230     10  PEND-SEQUENCE        PIC 9(04).
000240 05  PEND-MAKER               PIC X(08).
000250 05  PEND-REASON              PIC X(01).
000260     88  PEND-LIMIT-INCREASE  VALUE 'L'.
000270     88  PEND-STATUS-CHANGE   VALUE 'S'.
000280     88  PEND-CLOSE           VALUE 'X'.
000290 05  PEND-MNT-IMAGE           PIC X(80).
000300 05  PEND-MNT-KEY REDEFINES PEND-MNT-IMAGE.
000310     10  PEND-ACTION-CODE     PIC X(01).
000320     10  PEND-ACCOUNT-NUMBER  PIC 9(08).
000330     10  FILLER               PIC X(71).
000340 05  FILLER                   PIC X(19).
