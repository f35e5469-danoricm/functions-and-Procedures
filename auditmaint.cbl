000301*                    NAME MYFUNCTION APPLIED (RECORD WIDENED
000302*                    TO 142) - THE FD AND THE GENERATION
000303*                    RECORD WIDENED TO MATCH.
000304*  2026-10-15  DM    MFAUDIT LINES NOW END WITH A RUN-LEVEL
000305*                    SEQUENCE NUMBER AND A CHECK VALUE
000306*                    CHAINED FROM THE LINE BEFORE (RECORD
000307*                    WIDENED TO 169).  THE WHOLE CHAIN IS NOW
000308*                    PROVED (SHARED AUDCHAIN SUBPROGRAM)
000309*                    BEFORE THE GENERATION IS CUT, AND AUDGCAT
000310*                    CARRIES EACH GENERATION'S ENDING CHECK
000311*                    VALUE AND A CHAIN STATUS (I INTACT, U
000312*                    INTACT BUT SOME LINES PREDATE THE CHAIN,
000313*                    B BROKEN) SO A GENERATION CAN BE PROVED
000314*                    AGAIN LATER.  A BROKEN CHAIN IS STILL
000315*                    ARCHIVED AS IT STANDS - THE EVIDENCE IS
000316*                    KEPT AND THE LIVE LOG IS FREED FOR THE
000317*                    NEXT NIGHT - BUT THE DIGEST REPORTS A
000318*                    CONTROL FAILURE AND THE JOB ENDS AT RC 8.
000320*-----------------------------------------------------------*
000322 ENVIRONMENT DIVISION.
000324 CONFIGURATION SECTION.
000326 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000770     05  AU-STATUS           PIC X(02).
000780     05  FILLER              PIC X(05).
000790     05  AU-RATE-SET         PIC X(08).
000795     05  FILLER              PIC X(27).
000797
000800 FD  GENERATION-FILE.
000810 01  GENERATION-RECORD       PIC X(169).
000820
000830 FD  AUDIT-CAT-FILE.
000840 01  AUDIT-CAT-RECORD.
000870     05  GC-CUT-DATE         PIC 9(08).
000880     05  GC-SEP2             PIC X(02).
000890     05  GC-LINE-COUNT       PIC 9(08).
000891     05  GC-SEP3             PIC X(02).
000892     05  GC-CHAIN-VALUE      PIC X(09).
000893     05  GC-SEP4             PIC X(02).
000894     05  GC-CHAIN-STATUS     PIC X(01).
000900
000910 FD  DIGEST-RPT-FILE.
000920 01  DIGEST-RPT-RECORD       PIC X(100).
001056 77  WS-RUNID-FULL-SWITCH    PIC X(01)   VALUE "N".
001058     88  RUNID-TABLE-FULL                VALUE "Y".
001060 77  WS-ARCHIVED-SWITCH      PIC X(01)   VALUE "N".
001061     88  A-GENERATION-WAS-CUT            VALUE "Y".
001062 77  WS-CHAIN-EOF-SWITCH     PIC X(01)   VALUE "N".
001063     88  END-OF-CHAIN-PASS               VALUE "Y".
001064
001065 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001066 77  WS-CHAIN-CHECK          PIC 9(09)   VALUE 0.
001067 77  WS-CHAIN-SEQ            PIC 9(08)   VALUE 0.
001068 77  WS-CHAIN-STATUS         PIC X(01)   VALUE "I".
001069     88  CHAIN-IS-INTACT                 VALUE "I".
001070     88  CHAIN-PREDATES-SOME             VALUE "U".
001071     88  CHAIN-IS-BROKEN                 VALUE "B".
001072 77  WS-CHAIN-LINES          PIC 9(08)   COMP VALUE 0.
001073 77  WS-CHAIN-BREAKS         PIC 9(08)   COMP VALUE 0.
001074 77  WS-UNCHAINED-LINES      PIC 9(08)   COMP VALUE 0.
001075 77  WS-FIRST-BREAK-LINE     PIC 9(08)   COMP VALUE 0.
001080
001090 77  WS-RETAIN-GENS          PIC 9(03)   COMP VALUE 5.
001100 77  WS-LINES-ARCHIVED       PIC 9(08)   COMP VALUE 0.
001260         10  CAT-GEN-NUMBER      PIC 9(04)   COMP.
001270         10  CAT-CUT-DATE        PIC 9(08).
001280         10  CAT-LINE-COUNT      PIC 9(08)   COMP.
001282         10  CAT-CHAIN-VALUE     PIC X(09).
001284         10  CAT-CHAIN-STATUS    PIC X(01).
001290
001300 01  WS-RUNID-TABLE.
001310     05  WS-RUNID-ENTRY      OCCURS 50 TIMES.
001400 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
001410 01  WS-RPT-COUNT2           PIC ZZZZZZZ9.
001420 01  WS-RPT-GEN-NUMBER       PIC ZZZ9.
001422 01  WS-RPT-RETAIN           PIC ZZ9.
001424 01  WS-RPT-LINE-NO          PIC ZZZZZZZ9.
001426
001428     COPY ACCALL.
001432
001434     COPY OPCALL.
001440
001510     PERFORM 1000-INITIALIZE
001520         THRU 1000-EXIT.
001530
001535     PERFORM 1500-PROVE-AUDIT-CHAIN
001536         THRU 1500-EXIT.
001537
001540     PERFORM 2000-ARCHIVE-AUDIT-LOG
001550         THRU 2000-EXIT.
001560
001680
001690     PERFORM 8000-TERMINATE
001700         THRU 8000-EXIT.
001701
001702     MOVE WS-JOB-RC TO RETURN-CODE.
001703     SET OL-EVENT-END TO TRUE.
001704     MOVE "ARCHIVE COMPLETE" TO OL-EVENT-TEXT.
001705     MOVE WS-LINES-ARCHIVED  TO OL-COUNT-1.
001707     MOVE RETURN-CODE        TO OL-RETURN-CODE.
001708     PERFORM 9700-LOG-OPS-EVENT
001709         THRU 9700-EXIT.
001711     MOVE WS-JOB-RC TO RETURN-CODE.
001715
001720     STOP RUN.
001730
001740*-----------------------------------------------------------*
002400         GO TO 1110-EXIT
002410     END-IF.
002420
002421     ADD 1 TO WS-CAT-COUNT.
002422     MOVE GC-GEN-NUMBER TO CAT-GEN-NUMBER (WS-CAT-COUNT).
002423     MOVE GC-CUT-DATE   TO CAT-CUT-DATE (WS-CAT-COUNT).
002424     MOVE GC-LINE-COUNT TO CAT-LINE-COUNT (WS-CAT-COUNT).
002425     MOVE GC-CHAIN-VALUE  TO CAT-CHAIN-VALUE (WS-CAT-COUNT).
002426     MOVE GC-CHAIN-STATUS TO CAT-CHAIN-STATUS (WS-CAT-COUNT).
002427     IF GC-GEN-NUMBER >= WS-NEXT-GEN-NUMBER
002428         COMPUTE WS-NEXT-GEN-NUMBER = GC-GEN-NUMBER + 1
002429     END-IF.
002430 1110-EXIT.
002431     EXIT.
002432
002433*-----------------------------------------------------------*
002434* 1500-PROVE-AUDIT-CHAIN - A FIRST PASS OVER MFAUDIT PROVING
002435* EVERY LINE AGAINST THE ONE BEFORE IT, BEFORE ANYTHING IS
002436* CUT.  THE LOG CHAINS FROM ZERO.  THE CHECK VALUE OF THE LAST
002437* LINE IS WHAT THE CATALOG RECORDS FOR THE GENERATION.  A
002438* MISSING OR EMPTY LOG IS LEFT TO 2000 TO REPORT.
002439*-----------------------------------------------------------*
002440 1500-PROVE-AUDIT-CHAIN.
002441     OPEN INPUT AUDIT-LOG-FILE.
002442     IF WS-AUDIT-STATUS NOT = "00"
002443         GO TO 1500-EXIT
002444     END-IF.
002445
002446     PERFORM 1510-PROVE-ONE-LINK
002447         THRU 1510-EXIT
002448         UNTIL END-OF-CHAIN-PASS.
002449     CLOSE AUDIT-LOG-FILE.
002450
002451     IF WS-CHAIN-LINES = 0
002452         GO TO 1500-EXIT
002453     END-IF.
002454
002455     IF CHAIN-IS-BROKEN
002456         MOVE 8 TO WS-JOB-RC
002457         MOVE WS-CHAIN-BREAKS     TO WS-RPT-COUNT
002458         MOVE WS-FIRST-BREAK-LINE TO WS-RPT-LINE-NO
002459         MOVE SPACES TO DIGEST-RPT-RECORD
002460         STRING "CONTROL FAILURE - MFAUDIT CHAIN BROKEN AT "
002461                WS-RPT-COUNT " LINE(S), FIRST AT LINE "
002462                WS-RPT-LINE-NO
002463             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
002464         WRITE DIGEST-RPT-RECORD
002465     ELSE
002466         MOVE WS-CHAIN-LINES TO WS-RPT-COUNT
002467         MOVE SPACES TO DIGEST-RPT-RECORD
002468         STRING "MFAUDIT CHAIN PROVED OVER " WS-RPT-COUNT
002469                " LINES - ENDING CHECK VALUE " WS-CHAIN-CHECK
002470             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
002471         WRITE DIGEST-RPT-RECORD
002472     END-IF.
002473
002474     IF WS-UNCHAINED-LINES > 0
002475         MOVE WS-UNCHAINED-LINES TO WS-RPT-COUNT
002476         MOVE SPACES TO DIGEST-RPT-RECORD
002477         STRING WS-RPT-COUNT
002478                " LINES PREDATE THE CHAIN AND CANNOT BE PROVED"
002479             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
002480         WRITE DIGEST-RPT-RECORD
002481     END-IF.
002482 1500-EXIT.
002483     EXIT.
002484
002485*-----------------------------------------------------------*
002486* 1510-PROVE-ONE-LINK - ONE LINE AGAINST THE ONE BEFORE IT.
002487* THE STORED VALUES CARRY FORWARD, SO ONE BAD LINE COUNTS AS
002488* ONE BREAK RATHER THAN FAILING EVERYTHING AFTER IT.
002489*-----------------------------------------------------------*
002490 1510-PROVE-ONE-LINK.
002491     READ AUDIT-LOG-FILE
002492         AT END
002493             SET END-OF-CHAIN-PASS TO TRUE
002494             GO TO 1510-EXIT
002495     END-READ.
002496     ADD 1 TO WS-CHAIN-LINES.
002497
002498     MOVE AUDIT-LOG-RECORD TO AC-AUDIT-LINE.
002499     SET AC-REQ-VERIFY TO TRUE.
002500     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
002501     MOVE WS-CHAIN-SEQ   TO AC-PRIOR-SEQ.
002502     CALL 'AUDCHAIN' USING AC-REQUEST-CODE AC-AUDIT-LINE
002503         AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
002504         AC-LINK-STATUS.
002505     MOVE AC-CHECK-VALUE TO WS-CHAIN-CHECK.
002506     MOVE AC-LINE-SEQ    TO WS-CHAIN-SEQ.
002507
002508     IF AC-LINK-UNCHAINED
002509         ADD 1 TO WS-UNCHAINED-LINES
002510         IF CHAIN-IS-INTACT
002511             SET CHAIN-PREDATES-SOME TO TRUE
002512         END-IF
002513     END-IF.
002514     IF AC-LINK-CHECK-BROKEN
002515       OR AC-LINK-SEQ-BROKEN
002516         ADD 1 TO WS-CHAIN-BREAKS
002517         IF WS-FIRST-BREAK-LINE = 0
002518             MOVE WS-CHAIN-LINES TO WS-FIRST-BREAK-LINE
002519         END-IF
002520         SET CHAIN-IS-BROKEN TO TRUE
002521     END-IF.
002522 1510-EXIT.
002523     EXIT.
002524
002530*-----------------------------------------------------------*
002540* 2000-ARCHIVE-AUDIT-LOG - COPY EVERY MFAUDIT LINE TO THE NEW
002550* GENERATION, TALLYING THE PER-RUN-ID DIGEST ON THE WAY PAST.
002900         MOVE WS-NEXT-GEN-NUMBER TO CAT-GEN-NUMBER (WS-CAT-COUNT)
002910         MOVE WS-CUT-DATE        TO CAT-CUT-DATE (WS-CAT-COUNT)
002920         MOVE WS-LINES-ARCHIVED  TO CAT-LINE-COUNT (WS-CAT-COUNT)
002921         MOVE WS-CHAIN-CHECK     TO CAT-CHAIN-VALUE (WS-CAT-COUNT)
002922         MOVE WS-CHAIN-STATUS
002923             TO CAT-CHAIN-STATUS (WS-CAT-COUNT)
002925     END-IF.
002930
002940     MOVE WS-NEXT-GEN-NUMBER TO WS-RPT-GEN-NUMBER.
004610     MOVE CAT-CUT-DATE (WS-CAT-SUB)   TO GC-CUT-DATE.
004620     MOVE SPACES                      TO GC-SEP2.
004630     MOVE CAT-LINE-COUNT (WS-CAT-SUB) TO GC-LINE-COUNT.
004632     MOVE SPACES                      TO GC-SEP3.
004634     MOVE CAT-CHAIN-VALUE (WS-CAT-SUB) TO GC-CHAIN-VALUE.
004636     MOVE SPACES                      TO GC-SEP4.
004638     MOVE CAT-CHAIN-STATUS (WS-CAT-SUB)
004639         TO GC-CHAIN-STATUS.
004640     WRITE AUDIT-CAT-RECORD.
004650 5100-EXIT.
004660     EXIT.
