000221*               DEBIT THAT WOULD DRIVE THE BALANCE PAST MINUS
000222*               THE LIMIT TO REFFILE INSTEAD OF POSTING IT.
000223*               MAINTAINED THROUGH ACCTMNT'S ADD/CHANGE PATH.
000225* 10/15/26  RH  ADDED THE OWNING CUSTOMER NUMBER, CARVED OUT OF
000226*               THE FILLER SO THE RECORD STAYS 80 BYTES.  IT
000227*               CROSS-REFERENCES THE ACCOUNT TO ITS CUSTOMER ON
000228*               CUSTMAST (SEE CUSTREC) AND IS SET AND CLEARED
000229*               ONLY BY CUSTMNT'S LINK AND UNLINK ACTIONS.  A
000230*               ZERO OR NON-NUMERIC VALUE (SPACES ON AN OLDER
000231*               RECORD) MEANS THE ACCOUNT IS NOT YET LINKED.
000232* 10/15/26  RH  ADDED A CLOSING STATUS ('P').  AN APPROVED CLOSE
000233*               NO LONGER SETS 'C' STRAIGHT AWAY; ACCTMNT SETS
000234*               'P' AND THE NIGHTLY CLOSEOUT (CLSGEN, THEN
000235*               CLSRSLT BEHIND THE POSTING RUN) PAYS OUT OR
000236*               CHARGES OFF THE BALANCE AND SETS 'C' ONLY ONCE
000237*               THE ZERO BALANCE HAS POSTED.  A CLOSING ACCOUNT
000238*               STILL TAKES POSTINGS.  ADDED A CLOSEOUT FLAG,
000239*               CARVED OUT OF THE FILLER SO THE RECORD STAYS 80
000240*               BYTES: CLSRSLT SETS IT TO 'A' ONCE THE FINAL
000241*               INTEREST ACCRUAL HAS POSTED, SO CLSGEN NEVER
000242*               WRITES THE ACCRUAL TWICE.  SPACES OTHERWISE.
000224*----------------------------------------------------------------
000220 05  ACCT-NUMBER              PIC 9(08).
000230 05  ACCT-STATUS              PIC X(01).
000240     88  ACCT-OPEN            VALUE 'O'.
000250     88  ACCT-CLOSED          VALUE 'C'.
000251     88  ACCT-DORMANT         VALUE 'D'.
000252     88  ACCT-CLOSING         VALUE 'P'.
000260 05  ACCT-NAME                PIC X(30).
000261 05  ACCT-CURRENT-BALANCE     PIC S9(09)V99.
000262 05  ACCT-LAST-ACTIVITY-DATE  PIC 9(08).
000263 05  ACCT-CREDIT-LIMIT        PIC 9(07)V99.
000264 05  ACCT-CUSTOMER-NUMBER     PIC 9(08).
000265 05  ACCT-CLOSEOUT-FLAG       PIC X(01).
000266     88  ACCT-FINAL-ACCRUAL-DONE VALUE 'A'.
000270 05  FILLER                   PIC X(04).
