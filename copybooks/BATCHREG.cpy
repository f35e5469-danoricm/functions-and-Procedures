000110*  2026-09-02  DM    PULLED OUT OF FunctionExample WHEN
000120*                    RunMerge BECAME THE REGISTER'S SECOND
000130*                    WRITER, SO THE TWO SIDES CANNOT DRIFT.
000131*  2026-10-15  DM    ADDED THE REVERSAL MARK.  A BATCH BACKED
000132*                    OUT BY AN "R" REVERSAL REQUEST ON PARMIN
000133*                    CARRIES "R" IN BR-REVERSED-SW WITH THE
000134*                    REVERSING RUN-ID AND DATE.  A REVERSED
000135*                    ENTRY IS NOT A DUPLICATE - THE BATCH MAY
000136*                    BE RESUBMITTED WITHOUT RC-DUP-OVERRIDE,
000137*                    AND ITS RE-ACCEPTANCE CLEARS THE MARK.
000140*-----------------------------------------------------------*
000150 01  BATCH-REG-RECORD.
000160     05  BR-REG-KEY.
000180         10  BR-BATCH-ID     PIC X(08).
000190     05  BR-ACCEPT-DATE      PIC 9(08).
000200     05  BR-RUN-ID           PIC X(08).
000210     05  BR-REVERSED-SW      PIC X(01).
000220         88  BR-BATCH-REVERSED           VALUE "R".
000230     05  BR-REVERSE-RUN-ID   PIC X(08).
000240     05  BR-REVERSE-DATE     PIC 9(08).
