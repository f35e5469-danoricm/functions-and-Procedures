000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    AUDCHAIN.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  ONE SHARED RULE FOR
000130*                    THE MFAUDIT CHECK-VALUE CHAIN.  EVERY
000140*                    TRACE LINE NOW ENDS WITH A RUN-LEVEL
000150*                    SEQUENCE NUMBER AND A CHECK VALUE WORKED
000160*                    FROM THE CHECK VALUE OF THE LINE BEFORE
000170*                    IT AND EVERY CHARACTER OF THE LINE UP TO
000180*                    AND INCLUDING ITS SEQUENCE NUMBER, SO A
000190*                    LINE EDITED, DELETED, INSERTED OR MOVED
000200*                    AFTER IT WAS WRITTEN NO LONGER CHAINS.
000210*                    MYFUNCTION SEALS EACH LINE AS IT WRITES
000220*                    IT, RunMerge RE-SEALS THE STREAM LINES
000230*                    IT APPENDS, AND AuditMaint,
000240*                    FunctionBalance AND AuditInq PROVE THE
000250*                    CHAIN A LINK AT A TIME (THE ACCALL
000260*                    INTERFACE).  A LOG THAT IS EMPTY, OR
000270*                    WHOSE LAST LINE PREDATES THE CHAIN,
000280*                    CHAINS FROM ZERO.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 77  WS-CHAR-SUB             PIC 9(04)   COMP VALUE 0.
000380 77  WS-CHAIN-MODULUS        PIC 9(09)   COMP VALUE 999999937.
000390 77  WS-CHAIN-MULTIPLIER     PIC 9(02)   COMP VALUE 31.
000400 77  WS-CHAIN-ACCUM          PIC 9(09)   COMP VALUE 0.
000410 77  WS-CHAIN-WORK           PIC 9(12)   COMP VALUE 0.
000420 77  WS-CHAIN-QUOTIENT       PIC 9(12)   COMP VALUE 0.
000430
000440*    ONE CHARACTER OF THE LINE IN THE LOW-ORDER BYTE OF A
000450*    HALFWORD, SO ITS CODE-POINT CAN BE READ AS A NUMBER.
000460 01  WS-CHAR-PAIR.
000470     05  WS-CHAR-HIGH        PIC X(01)   VALUE LOW-VALUE.
000480     05  WS-CHAR-LOW         PIC X(01)   VALUE LOW-VALUE.
000490 01  WS-CHAR-CODE            REDEFINES WS-CHAR-PAIR
000500                             PIC 9(04)   COMP.
000510
000520 LINKAGE SECTION.
000530     COPY ACCALL.
000540
000550 PROCEDURE DIVISION USING AC-REQUEST-CODE AC-AUDIT-LINE
000560     AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
000570     AC-LINK-STATUS.
000580*-----------------------------------------------------------*
000590* 0000-MAINLINE - SEAL THE CALLER'S LINE OR PROVE IT AGAINST
000600* THE LINE BEFORE IT.
000610*-----------------------------------------------------------*
000620 0000-MAINLINE.
000630     IF AC-REQ-SEAL
000640         PERFORM 0100-SEAL-LINE
000650             THRU 0100-EXIT
000660     ELSE
000670         PERFORM 0200-VERIFY-LINE
000680             THRU 0200-EXIT
000690     END-IF.
000700
000710     GOBACK.
000720
000730*-----------------------------------------------------------*
000740* 0100-SEAL-LINE - STAMP THE SEQUENCE NUMBER, WORK THE CHECK
000750* VALUE FROM THE PRIOR ONE AND STAMP THAT TOO.
000760*-----------------------------------------------------------*
000770 0100-SEAL-LINE.
000780     MOVE " SEQ:"     TO AC-SEQ-TAG.
000790     MOVE AC-LINE-SEQ TO AC-SEQ-FIELD.
000800
000810     PERFORM 0300-WORK-CHECK-VALUE
000820         THRU 0300-EXIT.
000830
000840     MOVE " CHK:"        TO AC-CHECK-TAG.
000850     MOVE WS-CHAIN-ACCUM TO AC-CHECK-FIELD.
000860     MOVE WS-CHAIN-ACCUM TO AC-CHECK-VALUE.
000870     SET AC-LINK-INTACT TO TRUE.
000880 0100-EXIT.
000890     EXIT.
000900
000910*-----------------------------------------------------------*
000920* 0200-VERIFY-LINE - A LINE WITH NO SEQUENCE/CHECK FIELDS IS
000930* UNCHAINED - ACCEPTABLE ONLY AHEAD OF THE FIRST CHAINED LINE
000940* OF A LOG (LINES WRITTEN BEFORE THE CHAIN EXISTED); ONE
000950* FOLLOWING A CHAINED LINE HAS HAD ITS FIELDS STRIPPED AND IS
000960* A BREAK.  A CHAINED LINE MUST CARRY THE CHECK VALUE WORKED
000970* FROM THE PRIOR ONE, AND SEQUENCE 1 (A NEW RUN) OR THE PRIOR
000980* SEQUENCE PLUS 1.  THE STORED VALUES ARE HANDED BACK SO ONE
000990* BAD LINE DOES NOT ALSO FAIL EVERY LINE AFTER IT.
001000*-----------------------------------------------------------*
001010 0200-VERIFY-LINE.
001020     IF AC-SEQ-TAG NOT = " SEQ:"
001030       OR AC-CHECK-TAG NOT = " CHK:"
001040       OR AC-SEQ-FIELD IS NOT NUMERIC
001050       OR AC-CHECK-FIELD IS NOT NUMERIC
001060         MOVE 0 TO AC-CHECK-VALUE
001070         MOVE 0 TO AC-LINE-SEQ
001080         IF AC-PRIOR-SEQ > 0
001090             SET AC-LINK-CHECK-BROKEN TO TRUE
001100         ELSE
001110             SET AC-LINK-UNCHAINED TO TRUE
001120         END-IF
001130         GO TO 0200-EXIT
001140     END-IF.
001150
001160     PERFORM 0300-WORK-CHECK-VALUE
001170         THRU 0300-EXIT.
001180
001190     MOVE AC-CHECK-FIELD TO AC-CHECK-VALUE.
001200     MOVE AC-SEQ-FIELD   TO AC-LINE-SEQ.
001210
001220     IF WS-CHAIN-ACCUM NOT = AC-CHECK-FIELD
001230         SET AC-LINK-CHECK-BROKEN TO TRUE
001240         GO TO 0200-EXIT
001250     END-IF.
001260
001270     IF AC-SEQ-FIELD NOT = 1
001280       AND AC-SEQ-FIELD NOT = AC-PRIOR-SEQ + 1
001290         SET AC-LINK-SEQ-BROKEN TO TRUE
001300         GO TO 0200-EXIT
001310     END-IF.
001320
001330     SET AC-LINK-INTACT TO TRUE.
001340 0200-EXIT.
001350     EXIT.
001360
001370*-----------------------------------------------------------*
001380* 0300-WORK-CHECK-VALUE - START FROM THE PRIOR LINE'S CHECK
001390* VALUE AND FOLD IN EVERY CHARACTER OF THE CHAINED TEXT, EACH
001400* STEP MULTIPLYING BY 31 AND KEEPING THE REMAINDER OVER A
001410* PRIME JUST UNDER ONE THOUSAND MILLION, SO THE RESULT ALWAYS
001420* FITS THE 9-DIGIT CHECK FIELD AND DEPENDS ON THE ORDER OF THE
001430* CHARACTERS AS WELL AS THEIR VALUES.
001440*-----------------------------------------------------------*
001450 0300-WORK-CHECK-VALUE.
001460     MOVE AC-PRIOR-CHECK TO WS-CHAIN-ACCUM.
001470     PERFORM 0310-FOLD-ONE-CHARACTER
001480         THRU 0310-EXIT
001490         VARYING WS-CHAR-SUB FROM 1 BY 1
001500         UNTIL WS-CHAR-SUB > 155.
001510 0300-EXIT.
001520     EXIT.
001530
001540*-----------------------------------------------------------*
001550* 0310-FOLD-ONE-CHARACTER - ONE CHARACTER INTO THE RUNNING
001560* CHECK VALUE.
001570*-----------------------------------------------------------*
001580 0310-FOLD-ONE-CHARACTER.
001590     MOVE AC-CHAINED-TEXT (WS-CHAR-SUB:1) TO WS-CHAR-LOW.
001600     COMPUTE WS-CHAIN-WORK =
001610         WS-CHAIN-ACCUM * WS-CHAIN-MULTIPLIER + WS-CHAR-CODE.
001620     DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
001630         GIVING WS-CHAIN-QUOTIENT
001640         REMAINDER WS-CHAIN-ACCUM.
001650 0310-EXIT.
001660     EXIT.
