000010*----------------------------------------------------------------
000020* CUSTREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 200-BYTE CUSTOMER-MASTER RECORD LAYOUT FOR THE INDEXED
000090* CUSTMAST FILE, KEYED BY CUST-NUMBER.  COPY THIS MEMBER INTO
000100* THE 01 LEVEL OF THE CUSTMAST FD -- IT IS THE ONE AUTHORITATIVE
000110* FIELD LAYOUT FOR A CUSTOMER-MASTER RECORD, THE SAME WAY
000120* ACCTREC IS FOR AN ACCOUNT-MASTER RECORD.  AN ACCOUNT IS TIED
000130* TO ITS CUSTOMER BY ACCT-CUSTOMER-NUMBER ON ACCTMAST; ONE
000140* CUSTOMER MAY OWN ANY NUMBER OF ACCOUNTS.  CUSTMAST IS
000150* MAINTAINED ONLY THROUGH CUSTMNT.
000160*
000170* MODIFICATION HISTORY
000180* 10/15/26  RH  ORIGINAL MEMBER.
000190*----------------------------------------------------------------
000200 05  CUST-NUMBER              PIC 9(08).
000210 05  CUST-STATUS              PIC X(01).
000220     88  CUST-ACTIVE          VALUE 'A'.
000230     88  CUST-INACTIVE        VALUE 'I'.
000240 05  CUST-NAME                PIC X(30).
000250 05  CUST-ADDRESS-LINE-1      PIC X(30).
000260 05  CUST-ADDRESS-LINE-2      PIC X(30).
000270 05  CUST-CITY                PIC X(20).
000280 05  CUST-STATE               PIC X(02).
000290 05  CUST-POSTAL-CODE         PIC X(10).
000300 05  CUST-TAX-ID              PIC X(09).
000310 05  CUST-PHONE               PIC X(10).
000320 05  CUST-DATE-OPENED         PIC 9(08).
000330 05  CUST-LAST-MAINT-DATE     PIC 9(08).
000340 05  FILLER                   PIC X(34).
