000010*-----------------------------------------------------------*
000020* ACKREC - RECORD LAYOUT OF THE ACKNOWLEDGEMENT FILE RETURNED
000030* TO A SENDING DEPARTMENT FOR EACH BATCH IT SENT (ACK PLUS THE
000040* SOURCE ID PLUS THE BATCH ID).  ONE "H" LINE WITH THE VERDICT
000050* AND THE TRAILER COUNT RECEIVED AGAINST THE COUNT READ, ONE
000060* "R" LINE PER REJECTED RECORD WITH ITS REASON CODE AND TEXT,
000070* AND A "T" LINE CARRYING THE NUMBER OF "R" LINES.  COPY THIS
000080* MEMBER UNDER THE FD SO THE TWO WRITERS (FunctionExample ON A
000090* SINGLE-STREAM NIGHT, RunMerge ON A SPLIT NIGHT) AGREE ON THE
000100* SAME COLUMNS - THE SAME DISCIPLINE AS BATCHREG.
000110*-----------------------------------------------------------*
000120*  DATE        INIT  DESCRIPTION
000130*  2026-10-15  DM    ORIGINAL VERSION.
000140*-----------------------------------------------------------*
000150 01  ACK-RECORD.
000160     05  AK-RECORD-TYPE      PIC X(01).
000170         88  AK-HEADER                   VALUE "H".
000180         88  AK-REJECT                   VALUE "R".
000190         88  AK-TRAILER                  VALUE "T".
000200     05  AK-SOURCE-ID        PIC X(03).
000210     05  AK-BATCH-ID         PIC X(08).
000220     05  AK-RECORD-BODY      PIC X(88).
000230     05  AK-HEADER-BODY      REDEFINES AK-RECORD-BODY.
000240         10  AK-RUN-ID           PIC X(08).
000250         10  AK-RUN-DATE         PIC 9(08).
000260         10  AK-VERDICT-CODE     PIC X(01).
000270             88  AK-BATCH-ACCEPTED       VALUE "A".
000280             88  AK-BATCH-REFUSED-DUP    VALUE "D".
000290             88  AK-BATCH-CONTROL-FAILED VALUE "C".
000300         10  AK-VERDICT-TEXT     PIC X(20).
000310         10  AK-VERDICT-NOTE     PIC X(15).
000320         10  AK-TRAILER-COUNT    PIC 9(08).
000330         10  AK-TRAILER-SW       PIC X(01).
000340             88  AK-TRAILER-AGREES       VALUE "Y".
000350             88  AK-TRAILER-DISAGREES    VALUE "M".
000360             88  AK-TRAILER-NOT-RECEIVED VALUE "N".
000370             88  AK-TRAILER-NOT-CHECKED  VALUE "X".
000380         10  AK-RECS-READ        PIC 9(08).
000390         10  AK-RECS-REJECTED    PIC 9(08).
000400         10  AK-RECS-PROCESSED   PIC 9(08).
000410         10  FILLER              PIC X(03).
000420     05  AK-REJECT-BODY      REDEFINES AK-RECORD-BODY.
000430         10  AK-DETAIL-SEQ       PIC 9(08).
000440         10  AK-INPUT-TEXT       PIC X(10).
000450         10  AK-REASON-CODE      PIC X(04).
000460         10  AK-REASON-TEXT      PIC X(30).
000470         10  FILLER              PIC X(36).
000480     05  AK-TRAILER-BODY     REDEFINES AK-RECORD-BODY.
000490         10  AK-REJECT-LINES     PIC 9(08).
000500         10  FILLER              PIC X(80).
