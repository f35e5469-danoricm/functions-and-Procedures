000010*-----------------------------------------------------------*
000020* OVRAUD - RECORD LAYOUT OF THE PERMANENT PARAM OVERRIDE AUDIT
000030* TRAIL (OVRAUDIT, OVRAUDNN ON A SPLIT NIGHT).  ONE LINE PER
000040* RESULT GIVEN UNDER A PARMOVR OVERRIDE, SHOWING THE AGREED
000050* RESULT THAT WENT OUT NEXT TO WHAT THE LKUPTBLX TABLE OR A
000060* LIVE MYFUNCTION CALL WOULD HAVE GIVEN, AND WHO APPROVED
000070* THE DIFFERENCE.  COPY THIS MEMBER INTO WORKING-STORAGE AND
000080* WRITE/READ THE FILE FROM/INTO IT SO EVERY PROGRAM AGREES ON
000090* THE COLUMNS - THE SAME DISCIPLINE AS RESHIST AND REJTAG.
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  OA-CALC-SOURCE IS "T"
000130*                    FOR A TABLE ANSWER, "L" FOR A LIVE CALL.
000140*-----------------------------------------------------------*
000150 01  OVERRIDE-AUDIT-RECORD.
000160     05  OA-RUN-ID           PIC X(08).
000170     05  OA-SEP1             PIC X(01).
000180     05  OA-DATE             PIC 9(08).
000190     05  OA-SEP2             PIC X(01).
000200     05  OA-TIME             PIC 9(08).
000210     05  OA-SEP3             PIC X(01).
000220     05  OA-SOURCE-ID        PIC X(03).
000230     05  OA-SEP4             PIC X(01).
000240     05  OA-BATCH-ID         PIC X(08).
000250     05  OA-SEP5             PIC X(01).
000260     05  OA-DETAIL-SEQ       PIC 9(08).
000270     05  OA-SEP6             PIC X(01).
000280     05  OA-PARAM            PIC S9(09)
000290                             SIGN LEADING SEPARATE CHARACTER.
000300     05  OA-SEP7             PIC X(01).
000310     05  OA-OVERRIDE-RESULT  PIC S9(09)
000320                             SIGN LEADING SEPARATE CHARACTER.
000330     05  OA-SEP8             PIC X(01).
000340     05  OA-CALC-RESULT      PIC S9(09)
000350                             SIGN LEADING SEPARATE CHARACTER.
000360     05  OA-SEP9             PIC X(01).
000370     05  OA-CALC-STATUS      PIC X(02).
000380     05  OA-SEP10            PIC X(01).
000390     05  OA-CALC-SOURCE      PIC X(01).
000400     05  OA-SEP11            PIC X(01).
000410     05  OA-RATE-SET         PIC X(08).
000420     05  OA-SEP12            PIC X(01).
000430     05  OA-APPROVER-ID      PIC X(08).
