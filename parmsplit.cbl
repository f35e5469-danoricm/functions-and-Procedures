000288*                    OPENING THE SAME RESDXXX WOULD TRUNCATE
000289*                    OR INTERLEAVE EACH OTHER'S H/T-
000291*                    CONTROLLED FILE.
000292*  2026-10-15  DM    AN "R" REVERSAL REQUEST IS DEALT BY ITS
000293*                    SOURCE ID LIKE A HEADER, SO THE OFFSET
000294*                    GROUP IS WRITTEN TO THE RESD FILE BY THE
000295*                    ONE INSTANCE THAT OWNS THAT SOURCE.  IT
000296*                    IS NOT COUNTED AS A BATCH.  RESHX ADDED
000297*                    TO THE RUNBOOK LIST BELOW.
000298*  2026-10-15  DM    REJTAG ADDED TO THE RUNBOOK LIST.  ON A
000299*                    SPLIT NIGHT RunMerge BUILDS EACH BATCH'S
000300*                    ACK FILE FROM THE REJTAGNN FILES.
000301*  2026-10-15  DM    OVRAUDIT AND OVREXC ADDED TO THE RUNBOOK
000302*                    LIST.  PARMOVR IS ONLY EVER READ BY THE
000303*                    STREAMS AND NEEDS NO REASSIGNMENT.
000304*  2026-10-15  DM    SRCDAYX ADDED TO THE RUNBOOK LIST.  A
000305*                    STREAM INSTANCE NEVER OPENS SRCPTD OR
000306*                    SRCDAY - RunMerge POSTS FOR THE RUN.
000307*
000308*                  RUNBOOK - EACH STREAM INSTANCE NN OF
000309*                  FunctionExample RUNS WITH THESE FILES
000310*                  REASSIGNED, AND NOTHING ELSE SHARED:
000311*                    PARMIN  <- PARMSNN   (THIS PROGRAM'S DEAL)
000312*                    RUNCTL  <- RUNCTLNN  (OWN RUN-ID, STREAM
000313*                                          MODE "S" IN THE
000314*                                          LAST FIELD)
000315*                    CHKPNT  <- CHKPNTNN
000316*                    RESOUT  -> RESOUTNN
000317*                    REJOUT  -> REJOUTNN
000318*                    SUMRPT  -> SUMRPTNN
000319*                    RESHX   -> RESHXNN   (RunMerge POSTS
000320*                                          THEM TO RESHIST)
000321*                    REJTAG  -> REJTAGNN  (RunMerge READS
000322*                                          THEM FOR THE ACKS)
000323*                    MFAUDIT -> MFAUDTNN  (RunMerge APPENDS
000324*                                          THEM TO THE LIVE
000325*                                          MFAUDIT)
000326*                    OVRAUDIT-> OVRAUDNN  (RunMerge APPENDS
000327*                                          THEM TO THE LIVE
000328*                                          OVRAUDIT)
000329*                    OVREXC  -> OVREXCNN  (RunMerge COPIES
000330*                                          THEM TO OVREXC)
000331*                    SRCDAYX -> SRCDXNN   (RunMerge POSTS
000332*                                          THEM TO SRCPTD)
000333*                  STREAM MODE "S" MAKES THE INSTANCE SKIP
000334*                  RUNHIST, THE VERIFICATION GATE, VERRPT,
000335*                  THE BATCH-REGISTER UPDATE, THE
000336*                  PERIOD-TO-DATE POSTING AND ITS OPSLOG
000337*                  EVENTS (N PROCESSES MUST NOT HOLD THE ONE
000338*                  LOG OPEN EXTEND AT ONCE) - RunMerge DOES
000339*                  EACH OF THOSE ONCE FOR THE WHOLE RUN,
000340*                  INCLUDING THE VERIFICATION GATE AGAINST
000341*                  THE MERGED FIGURES.  THE RESD FILES NEED
000342*                  NO REASSIGNMENT BECAUSE OF THE BY-SOURCE
000343*                  DEAL ABOVE.
000344*-----------------------------------------------------------*
000345 ENVIRONMENT DIVISION.
000346 CONFIGURATION SECTION.
000347 SOURCE-COMPUTER.   IBM-370.
000348 OBJECT-COMPUTER.   IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000590 01  PARM-IN-RECORD.
000600     05  PI-RECORD-TYPE      PIC X(01).
000610         88  PI-BATCH-HEADER             VALUE "H".
000612         88  PI-REVERSAL-REQUEST         VALUE "R".
000620     05  PI-RECORD-BODY      PIC X(19).
000622     05  PI-HEADER-BODY      REDEFINES PI-RECORD-BODY.
000624         10  PI-HDR-SOURCE-ID    PIC X(03).
002010* 2000-DEAL-ONE-RECORD - A HEADER MOVES THE DEAL TO ITS
002020* SOURCE'S STREAM (A NEW SOURCE TAKES THE NEXT STREAM IN
002030* ROTATION); EVERY RECORD GOES OUT ON THE STREAM IN HAND.
002035* A RECORD BEFORE ANY HEADER FALLS TO STREAM 1.  A REVERSAL
002036* REQUEST CARRIES ITS SOURCE ID WHERE A HEADER DOES AND IS
002037* DEALT THE SAME WAY, BUT IS NOT A BATCH.
002040*-----------------------------------------------------------*
002050 2000-DEAL-ONE-RECORD.
002060     ADD 1 TO WS-RECS-READ.
002070
002080     IF PI-BATCH-HEADER
002082       OR PI-REVERSAL-REQUEST
002090         PERFORM 2400-PICK-SOURCE-STREAM
002100             THRU 2400-EXIT
002130         IF WS-NEXT-STREAM NOT = WS-CURRENT-STREAM
002140             PERFORM 2300-SWITCH-STREAM
002150                 THRU 2300-EXIT
002160         END-IF
002165     END-IF.
002170     IF PI-BATCH-HEADER
002175         ADD 1 TO SM-BATCH-COUNT (WS-CURRENT-STREAM)
002180     END-IF.
002190
002200     IF WS-CURRENT-STREAM = 0
