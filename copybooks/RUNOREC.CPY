000010*----------------------------------------------------------------
000020* RUNOREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 80-BYTE OPERATOR OVERRIDE CARD LAYOUT FOR THE RUNOVRD
000090* FILE.  A PROGRAM IN THE NIGHTLY STREAM THAT FINDS THIS CARD
000100* NAMING IT AND THE PROCESSING DATE BEING RUN SKIPS ITS RUN-LEDGER
000110* SEQUENCE AND DUPLICATE-RUN CHECKS, AND ITS START RECORD ON
000120* RUNLEDG IS FLAGGED WITH THE OPERATOR WHO AUTHORISED IT.  A BLANK
000130* MODE OVERRIDES EVERY MODE OF THE PROGRAM.  THE OPERATOR ID IS
000140* REQUIRED.  A CARD FOR ANY OTHER PROGRAM OR DATE IS IGNORED, SO
000150* A CARD LEFT IN THE JOB FROM AN EARLIER NIGHT DOES NOTHING.
000160*
000170* MODIFICATION HISTORY
000180* 10/15/26  RH  ORIGINAL MEMBER.
000190*----------------------------------------------------------------
000200 05  RUNO-PROGRAM             PIC X(10).
000210 05  RUNO-PROCESSING-DATE     PIC 9(08).
000220 05  RUNO-MODE                PIC X(01).
000230 05  RUNO-OPERATOR            PIC X(08).
000240 05  RUNO-REASON              PIC X(40).
000250 05  FILLER                   PIC X(13).
