000010*----------------------------------------------------------------
000020* SIREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 150-BYTE STANDING-INSTRUCTION RECORD LAYOUT FOR THE
000090* INDEXED SIMAST FILE, KEYED BY SI-NUMBER.  ONE RECORD PER
000100* STANDING ORDER: A FIXED AMOUNT MOVED FROM ONE ACCOUNT TO
000110* ANOTHER ON A WEEKLY, MONTHLY, QUARTERLY OR ANNUAL CYCLE UNTIL
000120* AN OPTIONAL END DATE.  SIMAST IS MAINTAINED ONLY THROUGH
000130* SIMNT.  SIGEN WRITES EACH DUE INSTRUCTION AS A LINKED DEBIT
000140* AND CREDIT PAIR ON A TRANFILE BATCH GROUP AND MARKS IT
000150* PENDING; SIRSLT CLEARS THE PENDING OCCURRENCE AFTER THE
000160* POSTING RUN, ADVANCING THE NEXT-DUE DATE WHEN THE TRANSFER
000170* POSTED OR COUNTING A RETRY WHEN IT DID NOT.
000180*
000190* SI-DUE-DAY IS THE DAY OF THE MONTH THE INSTRUCTION WAS SET UP
000200* TO FALL ON.  A MONTHLY, QUARTERLY OR ANNUAL INSTRUCTION DUE
000210* ON THE 31ST FALLS ON THE LAST DAY OF A SHORTER MONTH AND GOES
000220* BACK TO THE 31ST THE MONTH AFTER.  AN END DATE OF ZERO MEANS
000230* THE INSTRUCTION RUNS UNTIL IT IS CANCELLED.
000240*
000250* MODIFICATION HISTORY
000260* 10/15/26  RH  ORIGINAL MEMBER.
000270*----------------------------------------------------------------
000280 05  SI-NUMBER                PIC 9(08).
000290 05  SI-STATUS                PIC X(01).
000300     88  SI-ACTIVE            VALUE 'A'.
000310     88  SI-SUSPENDED         VALUE 'S'.
000320     88  SI-CANCELLED         VALUE 'X'.
000330     88  SI-ENDED             VALUE 'E'.
000340 05  SI-FROM-ACCOUNT          PIC 9(08).
000350 05  SI-TO-ACCOUNT            PIC 9(08).
000360 05  SI-AMOUNT                PIC 9(05)V99.
000370 05  SI-FREQUENCY             PIC X(01).
000380     88  SI-WEEKLY            VALUE 'W'.
000390     88  SI-MONTHLY           VALUE 'M'.
000400     88  SI-QUARTERLY         VALUE 'Q'.
000410     88  SI-ANNUAL            VALUE 'A'.
000420     88  SI-VALID-FREQUENCY   VALUE 'W' 'M' 'Q' 'A'.
000430 05  SI-DUE-DAY               PIC 9(02).
000440 05  SI-NEXT-DUE-DATE         PIC 9(08).
000450 05  SI-END-DATE              PIC 9(08).
000460 05  SI-RETRY-LIMIT           PIC 9(02).
000470 05  SI-RETRY-COUNT           PIC 9(02).
000480 05  SI-PENDING-FLAG          PIC X(01).
000490     88  SI-PENDING           VALUE 'Y'.
000500     88  SI-NOT-PENDING       VALUE 'N' SPACE.
000510 05  SI-PENDING-DATE          PIC 9(08).
000520 05  SI-PENDING-DEBIT-ID      PIC 9(06).
000530 05  SI-PENDING-CREDIT-ID     PIC 9(06).
000540 05  SI-LAST-PAID-DATE        PIC 9(08).
000550 05  SI-MISSED-COUNT          PIC 9(03).
000560 05  SI-DESCRIPTION           PIC X(20).
000570 05  SI-DATE-OPENED           PIC 9(08).
000580 05  SI-LAST-MAINT-DATE       PIC 9(08).
000590 05  FILLER                   PIC X(27).
