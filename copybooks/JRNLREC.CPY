000010*----------------------------------------------------------------
000020* JRNLREC.CPY
000030*
000040* AUTHOR:       R HUCKABY
000050* INSTALLATION: DAILY BATCH PROCESSING GROUP
000060* WRITTEN:      10/15/2026
000070*
000080* SHARED 120-BYTE RECORD LAYOUT FOR THE ACCTJRNL ACCOUNT-MASTER
000090* BEFORE-IMAGE JOURNAL.  EVERY PROGRAM THAT CHANGES ACCTMAST
000100* APPENDS A RECORD HERE BEFORE THE CHANGE IS MADE: A 'B' RECORD
000110* CARRIES THE ACCOUNT MASTER RECORD AS IT STOOD BEFORE A REWRITE
000120* OR DELETE; AN 'A' RECORD MARKS AN ACCOUNT THE PROGRAM ADDED,
000130* WHICH HAD NO BEFORE-IMAGE.  BATCHPROC ALSO APPENDS A 'K' RECORD
000140* EACH TIME IT TAKES A CHECKPOINT.  EVERY RECORD IS STAMPED WITH
000150* THE PROGRAM, ITS PROCESSING DATE, THE TIME THE RUN STARTED AND
000160* THE NUMBER OF THE LAST CHECKPOINT TAKEN (ZERO FOR A PROGRAM
000170* THAT DOES NOT CHECKPOINT).  ACCTRCVR READS THE JOURNAL TO PUT
000180* ACCTMAST BACK.  THE FILE IS ONLY EVER EXTENDED.
000190*
000200* MODIFICATION HISTORY
000210* 10/15/26  RH  ORIGINAL MEMBER.
000220*----------------------------------------------------------------
000230 05  JRNL-PROGRAM             PIC X(10).
000240 05  JRNL-PROCESSING-DATE     PIC 9(08).
000250 05  JRNL-RUN-TIME            PIC 9(08).
000260 05  JRNL-CHECKPOINT-SEQ      PIC 9(05).
000270 05  JRNL-ENTRY-TYPE          PIC X(01).
000280     88  JRNL-BEFORE-IMAGE    VALUE 'B'.
000290     88  JRNL-ADDED-ACCOUNT   VALUE 'A'.
000300     88  JRNL-CHECKPOINT-MARK VALUE 'K'.
000310 05  JRNL-ACCOUNT-NUMBER      PIC 9(08).
000320 05  JRNL-ACCT-IMAGE          PIC X(80).
