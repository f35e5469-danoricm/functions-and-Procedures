000010*-----------------------------------------------------------*
000020* SRCPTD - RECORD LAYOUT OF THE KEYED PERIOD-TO-DATE FILE,
000030* ONE RECORD PER SOURCE ID AND ACCOUNTING PERIOD (YYYYMM).
000040* THE OPENING FIGURES ARE THE YEAR-TO-DATE BROUGHT FORWARD
000050* WHEN THE PERIOD BEFORE WAS CLOSED; THE PERIOD-TO-DATE
000060* FIGURES ARE ADDED TO EVERY NIGHT FROM THE SOURCE'S DAY
000070* TOTALS; CLOSING IS THE ONE PLUS THE OTHER.  COPY THIS
000080* MEMBER UNDER THE FD WHEREVER THE FILE IS READ OR WRITTEN SO
000090* THE POSTERS (FunctionExample ON A SINGLE-STREAM NIGHT,
000100* RunMerge ON A SPLIT NIGHT) AND PeriodEnd AGREE ON THE SAME
000110* KEY AND COLUMNS - THE SAME DISCIPLINE AS BATCHREG.
000120*-----------------------------------------------------------*
000130*  DATE        INIT  DESCRIPTION
000140*  2026-10-15  DM    ORIGINAL VERSION.  PT-LAST-RUN-ID STOPS
000150*                    THE SAME NIGHT BEING POSTED TWICE.  A
000160*                    CLOSED PERIOD TAKES NO MORE POSTINGS.
000170*-----------------------------------------------------------*
000180 01  PERIOD-TO-DATE-RECORD.
000190     05  PT-PTD-KEY.
000200         10  PT-SOURCE-ID    PIC X(03).
000210         10  PT-PERIOD       PIC 9(06).
000220     05  PT-PERIOD-STATUS    PIC X(01).
000230         88  PT-PERIOD-OPEN              VALUE "O".
000240         88  PT-PERIOD-CLOSED            VALUE "C".
000250     05  PT-OPENING.
000260         10  PT-OPN-BATCHES      PIC 9(07).
000270         10  PT-OPN-RECS-READ    PIC 9(09).
000280         10  PT-OPN-RECS-REJECTED
000290                                 PIC 9(09).
000300         10  PT-OPN-RECS-PROCESSD
000310                                 PIC 9(09).
000320         10  PT-OPN-RESULT-SUM   PIC S9(15)
000330                             SIGN LEADING SEPARATE CHARACTER.
000340         10  PT-OPN-REV-LINES    PIC 9(09).
000350         10  PT-OPN-REV-HASH     PIC S9(15)
000360                             SIGN LEADING SEPARATE CHARACTER.
000370         10  PT-OPN-RESD-LINES   PIC 9(09).
000380         10  PT-OPN-RESD-HASH    PIC S9(15)
000390                             SIGN LEADING SEPARATE CHARACTER.
000400     05  PT-PERIOD-TO-DATE.
000410         10  PT-PTD-DAYS         PIC 9(03).
000420         10  PT-PTD-BATCHES      PIC 9(07).
000430         10  PT-PTD-RECS-READ    PIC 9(09).
000440         10  PT-PTD-RECS-REJECTED
000450                                 PIC 9(09).
000460         10  PT-PTD-RECS-PROCESSD
000470                                 PIC 9(09).
000480         10  PT-PTD-RESULT-SUM   PIC S9(15)
000490                             SIGN LEADING SEPARATE CHARACTER.
000500         10  PT-PTD-REV-LINES    PIC 9(09).
000510         10  PT-PTD-REV-HASH     PIC S9(15)
000520                             SIGN LEADING SEPARATE CHARACTER.
000530         10  PT-PTD-RESD-LINES   PIC 9(09).
000540         10  PT-PTD-RESD-HASH    PIC S9(15)
000550                             SIGN LEADING SEPARATE CHARACTER.
000560     05  PT-LAST-RUN-ID      PIC X(08).
000570     05  PT-LAST-RUN-DATE    PIC 9(08).
000580     05  PT-CLOSED-DATE      PIC 9(08).
