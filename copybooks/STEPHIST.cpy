000010*-----------------------------------------------------------*
000020* STEPHIST - RECORD LAYOUT OF THE PERMANENT STEP-TIMING
000030* HISTORY, ONE RECORD PER PROGRAM RUN THAT WROTE BOTH A START
000040* AND AN END LINE TO THE COMMON OPERATIONS LOG (OPSLOG).
000050* ELAPSED IS IN SECONDS FROM THE START LINE TO THE END LINE
000060* (ACROSS MIDNIGHT WHERE THE DATES DIFFER); RECORDS IS THE
000070* FIRST COUNT THE PROGRAM PUT ON ITS END LINE AND THE RATE IS
000080* THAT COUNT PER MINUTE OF ELAPSED TIME.  COPY THIS MEMBER
000090* UNDER THE FD WHEREVER THE FILE IS READ OR WRITTEN SO EVERY
000100* READER AGREES WITH BatchWindow, ITS WRITER - THE SAME
000110* DISCIPLINE AS RUNHIST.
000120*-----------------------------------------------------------*
000130*  DATE        INIT  DESCRIPTION
000140*  2026-10-15  DM    ORIGINAL VERSION.  APPENDED IN START
000150*                    ORDER, SO THE LAST RECORD'S START IS THE
000160*                    HIGH-WATER MARK BatchWindow HARVESTS
000170*                    OPSLOG FROM - A RERUN NEVER POSTS THE
000180*                    SAME STEP TWICE.
000190*-----------------------------------------------------------*
000200 01  STEP-HIST-RECORD.
000210     05  SH-PROGRAM-NAME     PIC X(16).
000220     05  SH-SEP1             PIC X(01).
000230     05  SH-RUN-ID           PIC X(08).
000240     05  SH-SEP2             PIC X(01).
000250     05  SH-START-DATE       PIC 9(08).
000260     05  SH-SEP3             PIC X(01).
000270     05  SH-START-TIME       PIC 9(08).
000280     05  SH-SEP4             PIC X(01).
000290     05  SH-END-DATE         PIC 9(08).
000300     05  SH-SEP5             PIC X(01).
000310     05  SH-END-TIME         PIC 9(08).
000320     05  SH-SEP6             PIC X(01).
000330     05  SH-ELAPSED-SECS     PIC 9(06).
000340     05  SH-SEP7             PIC X(01).
000350     05  SH-RECORDS          PIC 9(08).
000360     05  SH-SEP8             PIC X(01).
000370     05  SH-RECS-PER-MIN     PIC 9(08).
000380     05  SH-SEP9             PIC X(01).
000390     05  SH-RETURN-CODE      PIC 9(02).
