000010*----------------------------------------------------------------
000020* RUNLREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 80-BYTE RUN-LEDGER RECORD LAYOUT FOR THE RUNLEDG FILE.
000090* EVERY PROGRAM IN THE NIGHTLY STREAM APPENDS A START RECORD WHEN
000100* IT HAS PASSED ITS LEDGER CHECKS AND AN END RECORD WHEN IT
000110* FINISHES, CARRYING ITS RETURN CODE AND UP TO THREE KEY COUNTS
000120* (WHAT EACH COUNT MEANS FOR EACH PROGRAM IS PRINTED BY RUNLRPT).
000130* A RUN THE LEDGER CHECKS TURN AWAY IS RECORDED AS REFUSED.  A
000140* START WITH NO END AFTER IT IS A RUN THAT DID NOT FINISH.  THE
000150* FILE IS ONLY EVER EXTENDED, NEVER REWRITTEN.
000160*
000170* MODIFICATION HISTORY
000180* 10/15/26  RH  ORIGINAL MEMBER.
000190*----------------------------------------------------------------
000200 05  RUNL-PROGRAM             PIC X(10).
000210 05  RUNL-PROCESSING-DATE     PIC 9(08).
000220 05  RUNL-MODE                PIC X(01).
000230 05  RUNL-EVENT               PIC X(01).
000240     88  RUNL-STARTED         VALUE 'S'.
000250     88  RUNL-ENDED           VALUE 'E'.
000260     88  RUNL-REFUSED         VALUE 'R'.
000270 05  RUNL-OVERRIDE-FLAG       PIC X(01).
000280     88  RUNL-OVERRIDDEN      VALUE 'Y'.
000290 05  RUNL-OPERATOR            PIC X(08).
000300 05  RUNL-SYSTEM-DATE         PIC 9(08).
000310 05  RUNL-SYSTEM-TIME         PIC 9(06).
000320 05  RUNL-RETURN-CODE         PIC 9(03).
000330 05  RUNL-COUNT-1             PIC 9(09).
000340 05  RUNL-COUNT-2             PIC 9(09).
000350 05  RUNL-COUNT-3             PIC 9(09).
000360 05  FILLER                   PIC X(07).
