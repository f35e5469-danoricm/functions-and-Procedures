000010*-----------------------------------------------------------*
000020* RESHIST - RECORD LAYOUT OF THE PERMANENT KEYED RESULT
000030* HISTORY, ONE RECORD PER PROCESSED DETAIL, KEYED ON SOURCE
000040* ID, BATCH ID AND THE DETAIL'S POSITION WITHIN ITS BATCH.
000050* THE SAME LAYOUT IS USED FOR THE NIGHT'S SEQUENTIAL EXTRACT
000060* (RESHX, RESHXNN ON A SPLIT NIGHT) THAT IS POSTED TO THE
000070* KEYED FILE ONCE THE RUN'S BATCH CONTROLS HAVE PASSED.  COPY
000080* THIS MEMBER INTO WORKING-STORAGE AND READ/WRITE THE FILES
000090* INTO/FROM IT SO THE WRITERS (FunctionExample, RunMerge) AND
000100* THE READERS AGREE ON THE SAME COLUMNS - THE SAME DISCIPLINE
000110* AS BATCHREG.
000120*-----------------------------------------------------------*
000130*  DATE        INIT  DESCRIPTION
000140*  2026-10-15  DM    ORIGINAL VERSION, FOR THE BATCH
000150*                    REVERSAL RUN - THE NEGATED LINES ARE
000160*                    BUILT FROM THE RESULTS FIRST GIVEN.  A
000170*                    LINE ALREADY BACKED OUT CARRIES "R" IN
000180*                    RS-REVERSED-SW.  RS-RUN-DATE IS STAMPED
000190*                    WHEN THE EXTRACT IS POSTED.
000191*  2026-10-15  DM    EVERY DETAIL PROCESSED INSIDE A BATCH IS
000192*                    NOW KEPT, NOT ONLY THE RESULTS GIVEN -
000193*                    ADDED THE STATUS CODE (A "04" LINE WENT
000194*                    TO REJOUT AND NEVER REACHED RESD), THE
000195*                    RATE SET APPLIED, AND WHETHER THE ANSWER
000196*                    CAME FROM THE LKUPTBLX TABLE ("T") OR A
000197*                    LIVE MYFUNCTION CALL ("L").  RECORD
000198*                    WIDENED FROM 56 TO 67.
000199*  2026-10-15  DM    ANSWER SOURCE "O" - A RESULT GIVEN UNDER
000200*                    A NEGOTIATED PARMOVR OVERRIDE.
000201*  2026-10-15  DM    ALSO THE LAYOUT OF RESHSUP, WHERE THE
000202*                    EARLIER LINES OF A BATCH POSTED AGAIN
000203*                    AFTER A REVERSAL ARE KEPT, UNCHANGED,
000204*                    BEFORE THE NEW LINES TAKE THEIR KEYS.
000205*-----------------------------------------------------------*
000210 01  RESULT-HIST-RECORD.
000220     05  RS-HIST-KEY.
000230         10  RS-SOURCE-ID    PIC X(03).
000240         10  RS-BATCH-ID     PIC X(08).
000250         10  RS-DETAIL-SEQ   PIC 9(08).
000260     05  RS-PARAM            PIC S9(09)
000270                             SIGN LEADING SEPARATE CHARACTER.
000280     05  RS-RESULT           PIC S9(09)
000290                             SIGN LEADING SEPARATE CHARACTER.
000300     05  RS-RUN-ID           PIC X(08).
000310     05  RS-RUN-DATE         PIC 9(08).
000320     05  RS-REVERSED-SW      PIC X(01).
000330         88  RS-LINE-REVERSED            VALUE "R".
000340     05  RS-STATUS-CODE      PIC X(02).
000350         88  RS-STATUS-OK                VALUE "00".
000360         88  RS-STATUS-OUT-OF-RANGE      VALUE "04".
000370     05  RS-RATE-SET         PIC X(08).
000380     05  RS-ANSWER-SOURCE    PIC X(01).
000390         88  RS-FROM-LOOKUP-TABLE        VALUE "T".
000400         88  RS-FROM-LIVE-CALL           VALUE "L".
000410         88  RS-FROM-OVERRIDE            VALUE "O".
