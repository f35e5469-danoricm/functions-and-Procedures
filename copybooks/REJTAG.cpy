000010*-----------------------------------------------------------*
000020* REJTAG - RECORD LAYOUT OF THE TAGGED REJECT EXTRACT.  EVERY
000030* REJECT FunctionExample WRITES TO REJOUT IS WRITTEN HERE TOO
000040* WITH THE SOURCE ID, BATCH ID AND POSITION WITHIN THE BATCH
000050* REJOUT DOES NOT CARRY, SO EACH SENDING DEPARTMENT'S ACK FILE
000060* CAN LIST ITS OWN REJECTS.  REJTAGNN ON A SPLIT NIGHT.  COPY
000070* THIS MEMBER INTO WORKING-STORAGE AND READ/WRITE THE FILE
000080* INTO/FROM IT SO THE WRITER (FunctionExample) AND THE ACK
000090* BUILDERS (FunctionExample, RunMerge) AGREE ON THE COLUMNS.
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  A RECORD REJECTED
000130*                    OUTSIDE ANY OPEN BATCH CARRIES SPACES
000140*                    FOR SOURCE AND BATCH AND A ZERO POSITION.
000150*-----------------------------------------------------------*
000160 01  REJECT-TAG-RECORD.
000170     05  RT-SOURCE-ID        PIC X(03).
000180     05  RT-BATCH-ID         PIC X(08).
000190     05  RT-DETAIL-SEQ       PIC 9(08).
000200     05  RT-INPUT-TEXT       PIC X(10).
000210     05  RT-REASON-CODE      PIC X(04).
000220     05  RT-REASON-TEXT      PIC X(30).
