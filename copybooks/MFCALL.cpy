000226*                    IT - PRODUCTION CALLERS NEVER SHOULD -
000227*                    AND THE END-RUN CALL PUTS THE LIVE CARD
000228*                    BACK IN FORCE.
000229*  2026-10-15  DM    ADDED THE "R" REQUEST CODE: THE CALLER
000231*                    ASKS MYFUNCTION TO WORK FROM A REBUILT
000232*                    PAST RATE CARD (MYFNRPLY) AND TO TRACE
000233*                    TO THE REPLAY TRACE (MFRPLYT) INSTEAD OF
000234*                    MFAUDIT.  ONLY THE RunReplay
000235*                    CERTIFICATION RUN SENDS IT.  THE END-RUN
000236*                    CALL PUTS THE LIVE CARD BACK IN FORCE.
000237*  2026-10-15  DM    ADDED MF-STATUS-TRACE-FAILED ("08"): THE
000238*                    REPLAY TRACE COULD NOT BE OPENED OR
000239*                    WRITTEN, SO THE CALL WAS NOT RECORDED.
000240*-----------------------------------------------------------*
000241 01  MF-PARAM                PIC S9(09)
000242                             SIGN LEADING SEPARATE CHARACTER.
000243 01  MF-RESULT               PIC S9(09)
000244                             SIGN LEADING SEPARATE CHARACTER.
000250 01  MF-RUN-ID               PIC X(08).
000260 01  MF-STATUS-CODE          PIC X(02).
000270     88  MF-STATUS-OK                    VALUE "00".
000280     88  MF-STATUS-OUT-OF-RANGE          VALUE "04".
000285     88  MF-STATUS-TRACE-FAILED          VALUE "08".
000290 01  MF-REQUEST-CODE         PIC X(01).
000300     88  MF-REQ-CALCULATE                VALUE "C" " ".
000310     88  MF-REQ-END-RUN                  VALUE "E".
000315     88  MF-REQ-USE-PROPOSED             VALUE "P".
000316     88  MF-REQ-USE-REPLAY               VALUE "R".
000320 01  MF-RATE-SET             PIC X(08).
000330     88  MF-RATE-SET-IS-DEFAULT          VALUE SPACES
000340                                               "DEFAULT ".
