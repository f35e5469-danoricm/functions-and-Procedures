000010*-----------------------------------------------------------*
000020* ACCALL - SHARED CALL INTERFACE FOR AUDCHAIN.  COPY THIS
000030* MEMBER INTO ANY PROGRAM THAT WRITES, COPIES OR PROVES
000040* MFAUDIT TRACE LINES, SO EVERY CALLER AGREES WITH AUDCHAIN
000050* ON THE SAME LINE COLUMNS AND CHECK-VALUE RULE - THE SAME
000060* DISCIPLINE AS MFCALL, LKCALL AND OPCALL.
000070*-----------------------------------------------------------*
000080*  DATE        INIT  DESCRIPTION
000090*  2026-10-15  DM    ORIGINAL VERSION.  AC-AUDIT-LINE IS ONE
000100*                    WHOLE MFAUDIT LINE: THE 142 COLUMNS
000110*                    MYFUNCTION HAS ALWAYS WRITTEN, THEN THE
000120*                    RUN-LEVEL SEQUENCE NUMBER (" SEQ:") AND
000130*                    THE CHECK VALUE (" CHK:") CHAINED FROM
000140*                    THE LINE BEFORE IT.  A "S" (SEAL)
000150*                    REQUEST STAMPS AC-LINE-SEQ AND THE CHECK
000160*                    VALUE WORKED FROM AC-PRIOR-CHECK INTO THE
000170*                    LINE.  A "V" (VERIFY) REQUEST PROVES A
000180*                    LINE AGAINST THE LINE BEFORE IT AND SETS
000190*                    AC-LINK-STATUS; EITHER WAY AC-CHECK-VALUE
000200*                    AND AC-LINE-SEQ COME BACK AS THE VALUES
000210*                    THE NEXT LINE CHAINS FROM.
000220*-----------------------------------------------------------*
000230 01  AC-REQUEST-CODE         PIC X(01).
000240     88  AC-REQ-SEAL                     VALUE "S".
000250     88  AC-REQ-VERIFY                   VALUE "V".
000260 01  AC-AUDIT-LINE.
000270     05  AC-CHAINED-TEXT.
000280         10  AC-TRACE-TEXT       PIC X(142).
000290         10  AC-SEQ-TAG          PIC X(05).
000300         10  AC-SEQ-FIELD        PIC 9(08).
000310     05  AC-CHECK-TAG            PIC X(05).
000320     05  AC-CHECK-FIELD          PIC 9(09).
000330 01  AC-PRIOR-CHECK          PIC 9(09).
000340 01  AC-PRIOR-SEQ            PIC 9(08).
000350 01  AC-LINE-SEQ             PIC 9(08).
000360 01  AC-CHECK-VALUE          PIC 9(09).
000370 01  AC-LINK-STATUS          PIC X(02).
000380     88  AC-LINK-INTACT                  VALUE "00".
000390     88  AC-LINK-UNCHAINED               VALUE "01".
000400     88  AC-LINK-CHECK-BROKEN            VALUE "08".
000410     88  AC-LINK-SEQ-BROKEN              VALUE "09".
