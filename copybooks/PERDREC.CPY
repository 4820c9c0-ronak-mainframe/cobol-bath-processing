000010*----------------------------------------------------------------
000020* PERDREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 80-BYTE ACCOUNTING-PERIOD RECORD LAYOUT FOR THE PERCAL
000090* PERIOD CALENDAR.  ONE RECORD PER PERIOD, IN PERIOD-ID ORDER,
000100* GIVING THE FIRST AND LAST EFFECTIVE DATES THE PERIOD COVERS.
000110* FINANCE ADDS NEW PERIODS TO THE CALENDAR AS OPEN ('O').  A
000120* PERIOD IS CLOSED ONLY BY PERCLOSE, WHICH STAMPS THE CLOSE
000130* DATE, THE OPERATOR, THE AUDIT SIGN-OFF REFERENCE AND THE
000140* CONTROL FIGURES OF THE CLOSING GL SUMMARY.  NOTHING REOPENS A
000150* CLOSED PERIOD.  BATCHPROC TREATS AN ITEM WHOSE EFFECTIVE DATE
000160* FALLS IN A CLOSED PERIOD AS A PRIOR-PERIOD ADJUSTMENT.
000170*
000180* MODIFICATION HISTORY
000190* 10/15/26  RH  ORIGINAL MEMBER.
000200*----------------------------------------------------------------
000210 05  PERD-PERIOD-ID           PIC 9(06).
000220 05  PERD-START-DATE          PIC 9(08).
000230 05  PERD-END-DATE            PIC 9(08).
000240 05  PERD-STATUS              PIC X(01).
000250     88  PERD-OPEN            VALUE 'O' ' '.
000260     88  PERD-CLOSED          VALUE 'C'.
000270 05  PERD-CLOSE-DATE          PIC 9(08).
000280 05  PERD-CLOSED-BY           PIC X(08).
000290 05  PERD-SIGNOFF-REF         PIC X(08).
000300 05  PERD-SUMMARY-COUNT       PIC 9(05).
000310 05  PERD-DEBIT-TOTAL         PIC 9(11)V99.
000320 05  PERD-CREDIT-TOTAL        PIC 9(11)V99.
000330 05  FILLER                   PIC X(02).
