000210*               INLINE DETAIL-RECORD REDEFINITION.
000220* 08/08/26  RH  ADDED A 3-BYTE CURRENCY CODE FOR MULTI-
000230*               CURRENCY PROCESSING.
000240* 10/15/26  RH  ADDED THE LINKED-TRANSFER FIELDS, OUT OF THE
000250*               FILLER.  A STANDING-ORDER TRANSFER IS WRITTEN AS A
000260*               DEBIT LEG FOLLOWED BY ITS CREDIT LEG; EACH LEG
000270*               NAMES ITS INSTRUCTION AND THE OTHER LEG'S ACCOUNT
000280*               AND TRAN-ID.  SPACES ON AN ORDINARY DETAIL.
000290*----------------------------------------------------------------
000300 05  TRAN-REC-TYPE             PIC X(01).
000310 05  TRAN-ID                   PIC 9(06).
000320 05  TRAN-ACCOUNT-NUMBER       PIC 9(08).
000330 05  TRAN-TYPE-CODE            PIC X(01).
000340 05  TRAN-AMOUNT               PIC 9(05)V99.
000350 05  TRAN-EFFECTIVE-DATE       PIC 9(08).
000360 05  TRAN-CURRENCY-CODE        PIC X(03).
000370 05  TRAN-LINK-LEG             PIC X(01).
000380     88  TRAN-NOT-LINKED       VALUE SPACE.
000390     88  TRAN-LINK-DEBIT       VALUE 'D'.
000400     88  TRAN-LINK-CREDIT      VALUE 'C'.
000410 05  TRAN-LINK-REF             PIC X(08).
000420 05  TRAN-LINK-ACCOUNT         PIC 9(08).
000430 05  TRAN-LINK-TRAN-ID         PIC 9(06).
000440 05  FILLER                    PIC X(23).
