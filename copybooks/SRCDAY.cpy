000010*-----------------------------------------------------------*
000020* SRCDAY - RECORD LAYOUT OF ONE SOURCE'S DAY TOTALS FOR ONE
000030* NIGHT: THE SOURCE'S BATCH SUBTOTALS ADDED TOGETHER, THE
000040* RECORD COUNT AND HASH TOTAL ON ITS RESD TRAILER, AND THE
000050* COUNT AND HASH OF ANY REVERSAL GROUPS WRITTEN AFTER IT.
000060* FunctionExample WRITES ONE PER SOURCE TO THE SRCDAYX
000070* EXTRACT (SRCDXNN ON A SPLIT NIGHT); THE POSTER ADDS IT TO
000080* SRCPTD AND APPENDS IT TO THE PERMANENT SRCDAY LOG THAT
000090* PeriodEnd PRINTS THE DAILY ACTIVITY FROM.  COPY THIS MEMBER
000100* INTO WORKING-STORAGE AND WRITE/READ THE FILES FROM/INTO IT
000110* - THE SAME DISCIPLINE AS RESHIST AND REJTAG.
000120*-----------------------------------------------------------*
000130*  DATE        INIT  DESCRIPTION
000140*  2026-10-15  DM    ORIGINAL VERSION.
000150*-----------------------------------------------------------*
000160 01  SOURCE-DAY-RECORD.
000170     05  SD-SOURCE-ID        PIC X(03).
000180     05  SD-SEP1             PIC X(01).
000190     05  SD-PERIOD           PIC 9(06).
000200     05  SD-SEP2             PIC X(01).
000210     05  SD-RUN-DATE         PIC 9(08).
000220     05  SD-SEP3             PIC X(01).
000230     05  SD-RUN-ID           PIC X(08).
000240     05  SD-SEP4             PIC X(01).
000250     05  SD-BATCHES          PIC 9(05).
000260     05  SD-SEP5             PIC X(01).
000270     05  SD-RECS-READ        PIC 9(09).
000280     05  SD-SEP6             PIC X(01).
000290     05  SD-RECS-REJECTED    PIC 9(09).
000300     05  SD-SEP7             PIC X(01).
000310     05  SD-RECS-PROCESSED   PIC 9(09).
000320     05  SD-SEP8             PIC X(01).
000330     05  SD-RESULT-SUM       PIC S9(13)
000340                             SIGN LEADING SEPARATE CHARACTER.
000350     05  SD-SEP9             PIC X(01).
000360     05  SD-REV-LINES        PIC 9(09).
000370     05  SD-SEP10            PIC X(01).
000380     05  SD-REV-HASH         PIC S9(13)
000390                             SIGN LEADING SEPARATE CHARACTER.
000400     05  SD-SEP11            PIC X(01).
000410     05  SD-RESD-LINES       PIC 9(09).
000420     05  SD-SEP12            PIC X(01).
000430     05  SD-RESD-HASH        PIC S9(13)
000440                             SIGN LEADING SEPARATE CHARACTER.
