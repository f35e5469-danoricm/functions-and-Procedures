000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    OverrideMaint.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  EVERY CHANGE TO THE
000130*                    PARMOVR FILE OF NEGOTIATED PER-SOURCE
000140*                    PARAM OVERRIDES GOES THROUGH THIS
000150*                    PROGRAM, WITH THE SAME DISCIPLINE
000160*                    RateMaint GIVES MYFNRATE: THE OPERATOR
000170*                    NAMES THE SOURCE AND PARAM AND ADDS,
000180*                    CHANGES OR DELETES THE OVERRIDE; EVERY
000190*                    FIELD IS EDITED - RESULT NUMERIC, BOTH
000200*                    DATES REAL CALENDAR DATES WITH THE
000210*                    EXPIRY NOT BEFORE THE EFFECTIVE DATE,
000220*                    AN APPROVER WHO IS NOT THE OPERATOR, A
000230*                    REASON - THE OPERATOR SEES OLD AGAINST
000240*                    NEW FOR A Y/N CONFIRMATION, AND ONLY
000250*                    THEN IS THE RECORD WRITTEN AND A
000260*                    CHANGE-HISTORY RECORD (WHO, WHEN, WHAT
000270*                    ACTION, BEFORE AND AFTER IMAGES)
000280*                    APPENDED TO OVRHIST.  A BLANK ENTRY
000290*                    KEEPS THE CURRENT VALUE, AND AN
000300*                    UNCONFIRMED CHANGE TOUCHES NOTHING AND
000310*                    ENDS WITH RETURN CODE 4.  A FILE THAT
000320*                    WILL NOT OPEN OR A RECORD THAT WILL NOT
000330*                    WRITE ENDS WITH RETURN CODE 8.
000331*  2026-10-15  DM    A PARAM OR RESULT OF MORE THAN NINE
000332*                    DIGITS IS REFUSED AND ASKED FOR AGAIN
000333*                    RATHER THAN TRUNCATED INTO THE FIELD.
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-OVERRIDE-FILE
000430         ASSIGN TO "PARMOVR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS OV-OVERRIDE-KEY
000470         FILE STATUS IS WS-PARMOVR-STATUS.
000480
000490     SELECT OVERRIDE-HIST-FILE
000500         ASSIGN TO "OVRHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OVRHIST-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-OVERRIDE-FILE.
000570     COPY PARMOVR.
000580
000590 FD  OVERRIDE-HIST-FILE.
000600 01  OVERRIDE-HIST-RECORD.
000610     05  OH-OPERATOR         PIC X(08).
000620     05  OH-SEP1             PIC X(01).
000630     05  OH-DATE             PIC 9(08).
000640     05  OH-SEP2             PIC X(01).
000650     05  OH-TIME             PIC 9(08).
000660     05  OH-SEP3             PIC X(01).
000670     05  OH-ACTION           PIC X(01).
000680     05  OH-SEP4             PIC X(01).
000690     05  OH-OLD-IMAGE        PIC X(93).
000700     05  OH-SEP5             PIC X(01).
000710     05  OH-NEW-IMAGE        PIC X(93).
000720
000730 WORKING-STORAGE SECTION.
000740 77  WS-PARMOVR-STATUS       PIC X(02)   VALUE "00".
000750 77  WS-OVRHIST-STATUS       PIC X(02)   VALUE "00".
000760
000770 77  WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
000780 77  WS-CHANGE-DATE          PIC 9(08)   VALUE 0.
000790 77  WS-CHANGE-TIME          PIC 9(08)   VALUE 0.
000800
000810 77  WS-OLD-OVR-IMAGE        PIC X(93)   VALUE SPACES.
000820 77  WS-NEW-OVR-IMAGE        PIC X(93)   VALUE SPACES.
000830
000840 77  WS-SOURCE-ID            PIC X(03)   VALUE SPACES.
000850 77  WS-PARAM                PIC S9(09)  VALUE 0.
000860
000870 77  WS-ACTION-CODE          PIC X(01)   VALUE SPACE.
000880     88  ACTION-IS-ADD                   VALUE "A".
000890     88  ACTION-IS-CHANGE                VALUE "C".
000900     88  ACTION-IS-DELETE                VALUE "D".
000910
000920 77  WS-FILE-OPEN-SW         PIC X(01)   VALUE "N".
000930     88  OVERRIDE-FILE-IS-OPEN           VALUE "Y".
000940
000950 77  WS-OLD-FOUND-SW         PIC X(01)   VALUE "N".
000960     88  OLD-OVERRIDE-WAS-FOUND          VALUE "Y".
000970
000980 77  WS-FIELD-VALID-SWITCH   PIC X(01)   VALUE "N".
000990     88  FIELD-IS-VALID                  VALUE "Y".
001000
001010 77  WS-CONFIRM-ANSWER       PIC X(01)   VALUE "N".
001020     88  CHANGE-IS-CONFIRMED             VALUE "Y".
001030
001040 77  WS-RECORD-WRITTEN-SW    PIC X(01)   VALUE "N".
001050     88  RECORD-WAS-WRITTEN              VALUE "Y".
001060
001070 77  WS-INPUT-TEXT           PIC X(30)   VALUE SPACES.
001080 77  WS-NUMVAL-CHECK         PIC 9(04)   COMP VALUE 0.
001090 77  WS-DATE-CHECK           PIC 9(08)   COMP VALUE 0.
001100
001110*    THE OVERRIDE AS IT STANDS ON FILE (OR THE STARTING VALUES
001120*    FOR A NEW ONE) AND AS THE OPERATOR HAS EDITED IT.
001130 77  WS-OLD-RESULT           PIC S9(09)  VALUE 0.
001140 77  WS-OLD-EFFECTIVE-DATE   PIC 9(08)   VALUE 0.
001150 77  WS-OLD-EXPIRY-DATE      PIC 9(08)   VALUE 99999999.
001160 77  WS-OLD-APPROVER-ID      PIC X(08)   VALUE SPACES.
001170 77  WS-OLD-REASON           PIC X(30)   VALUE SPACES.
001180
001190 77  WS-NEW-RESULT           PIC S9(09)  VALUE 0.
001200 77  WS-NEW-EFFECTIVE-DATE   PIC 9(08)   VALUE 0.
001210 77  WS-NEW-EXPIRY-DATE      PIC 9(08)   VALUE 99999999.
001220 77  WS-NEW-APPROVER-ID      PIC X(08)   VALUE SPACES.
001230 77  WS-NEW-REASON           PIC X(30)   VALUE SPACES.
001240
001250*    PARAMETERS HANDED TO THE SHARED DATE-EDIT PARAGRAPH.
001260 77  WS-EDIT-PROMPT          PIC X(20)   VALUE SPACES.
001270 77  WS-EDIT-CURRENT         PIC 9(08)   VALUE 0.
001280 77  WS-EDIT-RESULT          PIC 9(08)   VALUE 0.
001290 77  WS-EDIT-OPEN-ENDED-SW   PIC X(01)   VALUE "N".
001300     88  OPEN-ENDED-ALLOWED              VALUE "Y".
001310
001320 01  WS-DSP-PARAM            PIC -ZZZZZZZZ9.
001330 01  WS-DSP-OLD-RESULT       PIC -ZZZZZZZZ9.
001340 01  WS-DSP-NEW-RESULT       PIC -ZZZZZZZZ9.
001350
001360 PROCEDURE DIVISION.
001370*-----------------------------------------------------------*
001380* 0000-MAINLINE - IDENTIFY THE OPERATOR AND THE OVERRIDE,
001390* TAKE THE ACTION, COLLECT AND EDIT THE NEW VALUES, CONFIRM
001400* OLD AGAINST NEW, AND ONLY THEN WRITE THE RECORD AND THE
001410* HISTORY RECORD.
001420*-----------------------------------------------------------*
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE
001450         THRU 1000-EXIT.
001460
001470     IF NOT OVERRIDE-FILE-IS-OPEN
001480         DISPLAY "OVERRIDEMAINT: PARMOVR WILL NOT OPEN - "
001490                 "STATUS " WS-PARMOVR-STATUS
001500         MOVE 8 TO RETURN-CODE
001510         STOP RUN
001520     END-IF.
001530
001540     IF NOT ACTION-IS-DELETE
001550         PERFORM 2000-COLLECT-NEW-VALUES
001560             THRU 2000-EXIT
001570     END-IF.
001580
001590     PERFORM 3000-CONFIRM-CHANGE
001600         THRU 3000-EXIT.
001610
001620     IF CHANGE-IS-CONFIRMED
001630         PERFORM 4000-APPLY-CHANGE
001640             THRU 4000-EXIT
001650         IF RECORD-WAS-WRITTEN
001660             PERFORM 5000-WRITE-CHANGE-HISTORY
001670                 THRU 5000-EXIT
001680             DISPLAY "OVERRIDEMAINT: PARMOVR UPDATED AND CHANGE "
001690                     "RECORDED ON OVRHIST"
001700         END-IF
001710     ELSE
001720         DISPLAY "OVERRIDEMAINT: CHANGE ABANDONED - PARMOVR "
001730                 "NOT TOUCHED"
001740         MOVE 4 TO RETURN-CODE
001750     END-IF.
001760
001770     CLOSE PARM-OVERRIDE-FILE.
001780     STOP RUN.
001790
001800*-----------------------------------------------------------*
001810* 1000-INITIALIZE - GET THE OPERATOR'S ID FOR THE HISTORY
001820* RECORD, THE SOURCE AND PARAM THE OVERRIDE IS FOR, OPEN THE
001830* FILE (CREATING IT THE FIRST TIME), READ THE OVERRIDE ON
001840* FILE IF THERE IS ONE, AND TAKE THE ACTION.
001850*-----------------------------------------------------------*
001860 1000-INITIALIZE.
001870     DISPLAY "OVERRIDEMAINT - PARMOVR PARAM OVERRIDE "
001880             "MAINTENANCE".
001890
001900     MOVE "N" TO WS-FIELD-VALID-SWITCH.
001910     PERFORM 1100-ACCEPT-OPERATOR-ID
001920         THRU 1100-EXIT
001930         UNTIL FIELD-IS-VALID.
001940
001950     MOVE "N" TO WS-FIELD-VALID-SWITCH.
001960     PERFORM 1200-ACCEPT-SOURCE-ID
001970         THRU 1200-EXIT
001980         UNTIL FIELD-IS-VALID.
001990
002000     MOVE "N" TO WS-FIELD-VALID-SWITCH.
002010     PERFORM 1300-ACCEPT-PARAM
002020         THRU 1300-EXIT
002030         UNTIL FIELD-IS-VALID.
002040
002050     OPEN I-O PARM-OVERRIDE-FILE.
002060     IF WS-PARMOVR-STATUS = "35"
002070         OPEN OUTPUT PARM-OVERRIDE-FILE
002080         CLOSE PARM-OVERRIDE-FILE
002090         OPEN I-O PARM-OVERRIDE-FILE
002100     END-IF.
002110     IF WS-PARMOVR-STATUS NOT = "00"
002120         GO TO 1000-EXIT
002130     END-IF.
002140     SET OVERRIDE-FILE-IS-OPEN TO TRUE.
002150
002160     PERFORM 1400-READ-OLD-OVERRIDE
002170         THRU 1400-EXIT.
002180
002190     MOVE "N" TO WS-FIELD-VALID-SWITCH.
002200     PERFORM 1500-ACCEPT-ACTION
002210         THRU 1500-EXIT
002220         UNTIL FIELD-IS-VALID.
002230 1000-EXIT.
002240     EXIT.
002250
002260*-----------------------------------------------------------*
002270* 1100-ACCEPT-OPERATOR-ID - THE HISTORY RECORD IS WORTHLESS
002280* WITHOUT A NAME ON IT, SO A BLANK ID IS NOT ACCEPTED.
002290*-----------------------------------------------------------*
002300 1100-ACCEPT-OPERATOR-ID.
002310     DISPLAY "ENTER OPERATOR ID (1-8 CHARACTERS): "
002320         WITH NO ADVANCING.
002330     MOVE SPACES TO WS-INPUT-TEXT.
002340     ACCEPT WS-INPUT-TEXT.
002350     IF WS-INPUT-TEXT = SPACES
002360         DISPLAY "OPERATOR ID MAY NOT BE BLANK"
002370     ELSE
002380         MOVE WS-INPUT-TEXT TO WS-OPERATOR-ID
002390         SET FIELD-IS-VALID TO TRUE
002400     END-IF.
002410 1100-EXIT.
002420     EXIT.
002430
002440*-----------------------------------------------------------*
002450* 1200-ACCEPT-SOURCE-ID - THE THREE-CHARACTER SOURCE ID AS IT
002460* APPEARS ON THE PARM-IN BATCH HEADER.  NOT BLANK.
002470*-----------------------------------------------------------*
002480 1200-ACCEPT-SOURCE-ID.
002490     DISPLAY "ENTER SOURCE ID (3 CHARACTERS): "
002500         WITH NO ADVANCING.
002510     MOVE SPACES TO WS-INPUT-TEXT.
002520     ACCEPT WS-INPUT-TEXT.
002530     IF WS-INPUT-TEXT = SPACES
002540         DISPLAY "SOURCE ID MAY NOT BE BLANK"
002550         GO TO 1200-EXIT
002560     END-IF.
002570     IF WS-INPUT-TEXT (4:27) NOT = SPACES
002580         DISPLAY "SOURCE ID IS THREE CHARACTERS - TRY AGAIN"
002590         GO TO 1200-EXIT
002600     END-IF.
002610     MOVE WS-INPUT-TEXT TO WS-SOURCE-ID.
002620     SET FIELD-IS-VALID TO TRUE.
002630 1200-EXIT.
002640     EXIT.
002650
002660*-----------------------------------------------------------*
002670* 1300-ACCEPT-PARAM - THE PARAM VALUE THE OVERRIDE ANSWERS
002680* FOR, SUBJECT TO THE SAME NUMERIC EDIT FunctionExample MAKES
002690* OF A PARM-IN DETAIL, AND NO WIDER THAN OV-PARAM.
002700*-----------------------------------------------------------*
002710 1300-ACCEPT-PARAM.
002720     DISPLAY "ENTER PARAM VALUE: "
002730         WITH NO ADVANCING.
002740     MOVE SPACES TO WS-INPUT-TEXT.
002750     ACCEPT WS-INPUT-TEXT.
002760     IF WS-INPUT-TEXT = SPACES
002770         DISPLAY "PARAM MAY NOT BE BLANK"
002780         GO TO 1300-EXIT
002790     END-IF.
002800     COMPUTE WS-NUMVAL-CHECK =
002810         FUNCTION TEST-NUMVAL(WS-INPUT-TEXT).
002820     IF WS-NUMVAL-CHECK NOT EQUAL 0
002830       OR WS-INPUT-TEXT (11:20) NOT = SPACES
002840         DISPLAY "PARAM IS NOT NUMERIC - TRY AGAIN"
002850         GO TO 1300-EXIT
002860     END-IF.
002861     IF FUNCTION ABS(FUNCTION NUMVAL(WS-INPUT-TEXT)) > 999999999
002862         DISPLAY "PARAM IS WIDER THAN 9 DIGITS - TRY AGAIN"
002863         GO TO 1300-EXIT
002864     END-IF.
002870     MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-PARAM.
002880     SET FIELD-IS-VALID TO TRUE.
002890 1300-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------*
002930* 1400-READ-OLD-OVERRIDE - ONE KEYED READ.  FOUND MEANS ITS
002940* VALUES BECOME THE CURRENT ONES AND ITS IMAGE IS KEPT FOR
002950* THE HISTORY RECORD; NOT FOUND MEANS A NEW OVERRIDE STARTING
002960* FROM TODAY, OPEN-ENDED.
002970*-----------------------------------------------------------*
002980 1400-READ-OLD-OVERRIDE.
002990     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
003000     MOVE WS-CHANGE-DATE TO WS-OLD-EFFECTIVE-DATE.
003010
003020     MOVE SPACES       TO PARM-OVERRIDE-RECORD.
003030     MOVE WS-SOURCE-ID TO OV-SOURCE-ID.
003040     MOVE WS-PARAM     TO OV-PARAM.
003050     READ PARM-OVERRIDE-FILE
003060         INVALID KEY
003070             CONTINUE
003080         NOT INVALID KEY
003090             SET OLD-OVERRIDE-WAS-FOUND TO TRUE
003100             MOVE PARM-OVERRIDE-RECORD TO WS-OLD-OVR-IMAGE
003110             MOVE OV-RESULT         TO WS-OLD-RESULT
003120             MOVE OV-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
003130             MOVE OV-EXPIRY-DATE    TO WS-OLD-EXPIRY-DATE
003140             MOVE OV-APPROVER-ID    TO WS-OLD-APPROVER-ID
003150             MOVE OV-REASON         TO WS-OLD-REASON
003160     END-READ.
003170
003180     MOVE WS-OLD-RESULT         TO WS-NEW-RESULT.
003190     MOVE WS-OLD-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE.
003200     MOVE WS-OLD-EXPIRY-DATE    TO WS-NEW-EXPIRY-DATE.
003210     MOVE WS-OLD-APPROVER-ID    TO WS-NEW-APPROVER-ID.
003220     MOVE WS-OLD-REASON         TO WS-NEW-REASON.
003230
003240     MOVE WS-PARAM TO WS-DSP-PARAM.
003250     IF OLD-OVERRIDE-WAS-FOUND
003260         MOVE WS-OLD-RESULT TO WS-DSP-OLD-RESULT
003270         DISPLAY "SOURCE " WS-SOURCE-ID " PARAM " WS-DSP-PARAM
003280                 " IS OVERRIDDEN TO " WS-DSP-OLD-RESULT
003290                 " FROM " WS-OLD-EFFECTIVE-DATE
003300                 " TO " WS-OLD-EXPIRY-DATE
003310     ELSE
003320         DISPLAY "SOURCE " WS-SOURCE-ID " PARAM " WS-DSP-PARAM
003330                 " HAS NO OVERRIDE ON FILE"
003340     END-IF.
003350 1400-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------*
003390* 1500-ACCEPT-ACTION - A (ADD) ONLY WHEN THERE IS NO OVERRIDE
003400* ON FILE; C (CHANGE) OR D (DELETE) ONLY WHEN THERE IS ONE.
003410*-----------------------------------------------------------*
003420 1500-ACCEPT-ACTION.
003430     IF OLD-OVERRIDE-WAS-FOUND
003440         DISPLAY "ACTION - C CHANGE, D DELETE: "
003450             WITH NO ADVANCING
003460     ELSE
003470         DISPLAY "ACTION - A ADD: "
003480             WITH NO ADVANCING
003490     END-IF.
003500     MOVE SPACE TO WS-ACTION-CODE.
003510     ACCEPT WS-ACTION-CODE.
003520
003530     EVALUATE TRUE
003540         WHEN ACTION-IS-ADD
003550           AND NOT OLD-OVERRIDE-WAS-FOUND
003560             SET FIELD-IS-VALID TO TRUE
003570         WHEN ACTION-IS-CHANGE
003580           AND OLD-OVERRIDE-WAS-FOUND
003590             SET FIELD-IS-VALID TO TRUE
003600         WHEN ACTION-IS-DELETE
003610           AND OLD-OVERRIDE-WAS-FOUND
003620             SET FIELD-IS-VALID TO TRUE
003630         WHEN OTHER
003640             DISPLAY "ACTION NOT VALID FOR THIS OVERRIDE - "
003650                     "TRY AGAIN"
003660     END-EVALUATE.
003670 1500-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------*
003710* 2000-COLLECT-NEW-VALUES - EACH FIELD IN TURN THROUGH ITS
003720* OWN EDIT.  THE EXPIRY DATE IS EDITED AGAIN AGAINST THE
003730* EFFECTIVE DATE, AND THE APPROVER AGAINST THE OPERATOR - AN
003740* OVERRIDE NOBODY ELSE SIGNED FOR IS NOT AN APPROVED ONE.
003750*-----------------------------------------------------------*
003760 2000-COLLECT-NEW-VALUES.
003770     MOVE "N" TO WS-FIELD-VALID-SWITCH.
003780     PERFORM 2100-ACCEPT-RESULT
003790         THRU 2100-EXIT
003800         UNTIL FIELD-IS-VALID.
003810
003820     MOVE "EFFECTIVE DATE"      TO WS-EDIT-PROMPT.
003830     MOVE WS-OLD-EFFECTIVE-DATE TO WS-EDIT-CURRENT.
003840     MOVE "N"                   TO WS-EDIT-OPEN-ENDED-SW.
003850     PERFORM 2500-EDIT-ONE-DATE
003860         THRU 2500-EXIT.
003870     MOVE WS-EDIT-RESULT        TO WS-NEW-EFFECTIVE-DATE.
003880
003890     MOVE 0 TO WS-NEW-EXPIRY-DATE.
003900     PERFORM 2200-EDIT-EXPIRY-DATE
003910         THRU 2200-EXIT
003920         UNTIL WS-NEW-EXPIRY-DATE >= WS-NEW-EFFECTIVE-DATE.
003930
003940     MOVE "N" TO WS-FIELD-VALID-SWITCH.
003950     PERFORM 2300-ACCEPT-APPROVER
003960         THRU 2300-EXIT
003970         UNTIL FIELD-IS-VALID.
003980
003990     MOVE "N" TO WS-FIELD-VALID-SWITCH.
004000     PERFORM 2400-ACCEPT-REASON
004010         THRU 2400-EXIT
004020         UNTIL FIELD-IS-VALID.
004030 2000-EXIT.
004040     EXIT.
004050
004060*-----------------------------------------------------------*
004070* 2100-ACCEPT-RESULT - THE AGREED RESULT, SIGNED, NO WIDER
004080* THAN MF-RESULT.  A BLANK KEEPS THE CURRENT VALUE ON A
004090* CHANGE; A NEW OVERRIDE MUST BE GIVEN ONE.
004100*-----------------------------------------------------------*
004110 2100-ACCEPT-RESULT.
004120     MOVE WS-OLD-RESULT TO WS-DSP-OLD-RESULT.
004130     IF ACTION-IS-ADD
004140         DISPLAY "AGREED RESULT: "
004150             WITH NO ADVANCING
004160     ELSE
004170         DISPLAY "AGREED RESULT (CURRENT " WS-DSP-OLD-RESULT
004180                 ", BLANK KEEPS CURRENT): "
004190             WITH NO ADVANCING
004200     END-IF.
004210     MOVE SPACES TO WS-INPUT-TEXT.
004220     ACCEPT WS-INPUT-TEXT.
004230
004240     IF WS-INPUT-TEXT = SPACES
004250         IF ACTION-IS-ADD
004260             DISPLAY "A NEW OVERRIDE NEEDS A RESULT"
004270         ELSE
004280             MOVE WS-OLD-RESULT TO WS-NEW-RESULT
004290             SET FIELD-IS-VALID TO TRUE
004300         END-IF
004310         GO TO 2100-EXIT
004320     END-IF.
004330
004340     COMPUTE WS-NUMVAL-CHECK =
004350         FUNCTION TEST-NUMVAL(WS-INPUT-TEXT).
004360     IF WS-NUMVAL-CHECK NOT EQUAL 0
004370       OR WS-INPUT-TEXT (11:20) NOT = SPACES
004380         DISPLAY "ENTRY IS NOT NUMERIC - TRY AGAIN"
004390         GO TO 2100-EXIT
004400     END-IF.
004401     IF FUNCTION ABS(FUNCTION NUMVAL(WS-INPUT-TEXT)) > 999999999
004402         DISPLAY "RESULT IS WIDER THAN 9 DIGITS - TRY AGAIN"
004403         GO TO 2100-EXIT
004404     END-IF.
004410
004420     MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-NEW-RESULT.
004430     SET FIELD-IS-VALID TO TRUE.
004440 2100-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 2200-EDIT-EXPIRY-DATE - ONE PASS AT THE EXPIRY DATE.  ALL
004490* NINES MEANS OPEN-ENDED.  AN EXPIRY BEFORE THE EFFECTIVE
004500* DATE IS REFUSED AND ASKED FOR AGAIN.
004510*-----------------------------------------------------------*
004520 2200-EDIT-EXPIRY-DATE.
004530     MOVE "EXPIRY DATE"         TO WS-EDIT-PROMPT.
004540     MOVE WS-OLD-EXPIRY-DATE    TO WS-EDIT-CURRENT.
004550     MOVE "Y"                   TO WS-EDIT-OPEN-ENDED-SW.
004560     PERFORM 2500-EDIT-ONE-DATE
004570         THRU 2500-EXIT.
004580     MOVE WS-EDIT-RESULT        TO WS-NEW-EXPIRY-DATE.
004590     IF WS-NEW-EXPIRY-DATE < WS-NEW-EFFECTIVE-DATE
004600         DISPLAY "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE "
004610                 WS-NEW-EFFECTIVE-DATE " - TRY AGAIN"
004620     END-IF.
004630 2200-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------*
004670* 2300-ACCEPT-APPROVER - WHO AGREED THE OVERRIDE.  REQUIRED,
004680* AND NOT THE OPERATOR KEYING IT.
004690*-----------------------------------------------------------*
004700 2300-ACCEPT-APPROVER.
004710     DISPLAY "APPROVER ID (CURRENT " WS-OLD-APPROVER-ID
004720             ", BLANK KEEPS CURRENT): "
004730         WITH NO ADVANCING.
004740     MOVE SPACES TO WS-INPUT-TEXT.
004750     ACCEPT WS-INPUT-TEXT.
004760     IF WS-INPUT-TEXT = SPACES
004770         MOVE WS-OLD-APPROVER-ID TO WS-NEW-APPROVER-ID
004780     ELSE
004790         MOVE WS-INPUT-TEXT TO WS-NEW-APPROVER-ID
004800     END-IF.
004810
004820     IF WS-NEW-APPROVER-ID = SPACES
004830         DISPLAY "AN OVERRIDE MUST NAME ITS APPROVER"
004840         GO TO 2300-EXIT
004850     END-IF.
004860     IF WS-NEW-APPROVER-ID = WS-OPERATOR-ID
004870         DISPLAY "THE APPROVER MAY NOT BE THE OPERATOR "
004880                 "KEYING THE CHANGE - TRY AGAIN"
004890         GO TO 2300-EXIT
004900     END-IF.
004910     SET FIELD-IS-VALID TO TRUE.
004920 2300-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------*
004960* 2400-ACCEPT-REASON - WHY THE OVERRIDE WAS AGREED.  REQUIRED.
004970*-----------------------------------------------------------*
004980 2400-ACCEPT-REASON.
004990     DISPLAY "REASON (CURRENT " WS-OLD-REASON
005000             ", BLANK KEEPS CURRENT): "
005010         WITH NO ADVANCING.
005020     MOVE SPACES TO WS-INPUT-TEXT.
005030     ACCEPT WS-INPUT-TEXT.
005040     IF WS-INPUT-TEXT = SPACES
005050         MOVE WS-OLD-REASON TO WS-NEW-REASON
005060     ELSE
005070         MOVE WS-INPUT-TEXT TO WS-NEW-REASON
005080     END-IF.
005090
005100     IF WS-NEW-REASON = SPACES
005110         DISPLAY "AN OVERRIDE MUST GIVE ITS REASON"
005120         GO TO 2400-EXIT
005130     END-IF.
005140     SET FIELD-IS-VALID TO TRUE.
005150 2400-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------*
005190* 2500-EDIT-ONE-DATE - PROMPT WITH THE CURRENT VALUE, TAKE THE
005200* OPERATOR'S ENTRY, AND KEEP ASKING UNTIL IT IS A REAL
005210* CALENDAR DATE (OR ALL NINES WHERE OPEN-ENDED IS ALLOWED).
005220* A BLANK ENTRY KEEPS THE CURRENT VALUE.
005230*-----------------------------------------------------------*
005240 2500-EDIT-ONE-DATE.
005250     MOVE "N" TO WS-FIELD-VALID-SWITCH.
005260     PERFORM 2510-ACCEPT-ONE-DATE
005270         THRU 2510-EXIT
005280         UNTIL FIELD-IS-VALID.
005290 2500-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------*
005330* 2510-ACCEPT-ONE-DATE - ONE ATTEMPT AT THE DATE.
005340*-----------------------------------------------------------*
005350 2510-ACCEPT-ONE-DATE.
005360     IF OPEN-ENDED-ALLOWED
005370         DISPLAY WS-EDIT-PROMPT " YYYYMMDD (CURRENT "
005380                 WS-EDIT-CURRENT ", 99999999 = OPEN-ENDED, "
005390                 "BLANK KEEPS CURRENT): "
005400             WITH NO ADVANCING
005410     ELSE
005420         DISPLAY WS-EDIT-PROMPT " YYYYMMDD (CURRENT "
005430                 WS-EDIT-CURRENT ", BLANK KEEPS CURRENT): "
005440             WITH NO ADVANCING
005450     END-IF.
005460     MOVE SPACES TO WS-INPUT-TEXT.
005470     ACCEPT WS-INPUT-TEXT.
005480
005490     IF WS-INPUT-TEXT = SPACES
005500         MOVE WS-EDIT-CURRENT TO WS-EDIT-RESULT
005510         SET FIELD-IS-VALID TO TRUE
005520         GO TO 2510-EXIT
005530     END-IF.
005540
005550     IF WS-INPUT-TEXT (1:8) IS NOT NUMERIC
005560       OR WS-INPUT-TEXT (9:22) NOT = SPACES
005570         DISPLAY "ENTER THE DATE AS YYYYMMDD - TRY AGAIN"
005580         GO TO 2510-EXIT
005590     END-IF.
005600     MOVE WS-INPUT-TEXT (1:8) TO WS-EDIT-RESULT.
005610
005620     IF OPEN-ENDED-ALLOWED
005630       AND WS-EDIT-RESULT = 99999999
005640         SET FIELD-IS-VALID TO TRUE
005650         GO TO 2510-EXIT
005660     END-IF.
005670
005680     COMPUTE WS-DATE-CHECK =
005690         FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-RESULT).
005700     IF WS-DATE-CHECK NOT EQUAL 0
005710         DISPLAY "ENTRY IS NOT A CALENDAR DATE - TRY AGAIN"
005720         GO TO 2510-EXIT
005730     END-IF.
005740     SET FIELD-IS-VALID TO TRUE.
005750 2510-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------*
005790* 3000-CONFIRM-CHANGE - OLD AGAINST NEW, FIELD BY FIELD, AND
005800* A Y/N ANSWER.  ANYTHING BUT Y LEAVES THE FILE ALONE.
005810*-----------------------------------------------------------*
005820 3000-CONFIRM-CHANGE.
005830     MOVE WS-PARAM      TO WS-DSP-PARAM.
005840     MOVE WS-OLD-RESULT TO WS-DSP-OLD-RESULT.
005850     MOVE WS-NEW-RESULT TO WS-DSP-NEW-RESULT.
005860     DISPLAY " ".
005870     DISPLAY "SOURCE " WS-SOURCE-ID "  PARAM " WS-DSP-PARAM
005880             "  ACTION " WS-ACTION-CODE.
005890     IF ACTION-IS-DELETE
005900         DISPLAY "THE OVERRIDE BELOW WILL BE DELETED"
005910         DISPLAY "AGREED RESULT    " WS-DSP-OLD-RESULT
005920         DISPLAY "EFFECTIVE DATE   " WS-OLD-EFFECTIVE-DATE
005930         DISPLAY "EXPIRY DATE      " WS-OLD-EXPIRY-DATE
005940         DISPLAY "APPROVER ID      " WS-OLD-APPROVER-ID
005950         DISPLAY "REASON           " WS-OLD-REASON
005960     ELSE
005970         DISPLAY "FIELD            OLD"
005980                 "                             NEW"
005990         DISPLAY "AGREED RESULT    " WS-DSP-OLD-RESULT
006000                 "                       " WS-DSP-NEW-RESULT
006010         DISPLAY "EFFECTIVE DATE   " WS-OLD-EFFECTIVE-DATE
006020                 "                         "
006030                 WS-NEW-EFFECTIVE-DATE
006040         DISPLAY "EXPIRY DATE      " WS-OLD-EXPIRY-DATE
006050                 "                         "
006060                 WS-NEW-EXPIRY-DATE
006070         DISPLAY "APPROVER ID      " WS-OLD-APPROVER-ID
006080                 "                         "
006090                 WS-NEW-APPROVER-ID
006100         DISPLAY "REASON           " WS-OLD-REASON
006110                 "   " WS-NEW-REASON
006120     END-IF.
006130     DISPLAY "APPLY THIS CHANGE? (Y/N): "
006140         WITH NO ADVANCING.
006150     MOVE "N" TO WS-CONFIRM-ANSWER.
006160     ACCEPT WS-CONFIRM-ANSWER.
006170 3000-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------*
006210* 4000-APPLY-CHANGE - WRITE, REWRITE OR DELETE THE ONE KEYED
006220* RECORD.  THE NEW IMAGE IS KEPT FOR THE HISTORY RECORD; A
006230* DELETE HAS NONE.  A FAILED UPDATE IS SAID SO AND RECORDS NO
006240* HISTORY.
006250*-----------------------------------------------------------*
006260 4000-APPLY-CHANGE.
006270     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
006280
006290     MOVE SPACES                TO PARM-OVERRIDE-RECORD.
006300     MOVE WS-SOURCE-ID          TO OV-SOURCE-ID.
006310     MOVE WS-PARAM              TO OV-PARAM.
006320     MOVE WS-NEW-RESULT         TO OV-RESULT.
006330     MOVE WS-NEW-EFFECTIVE-DATE TO OV-EFFECTIVE-DATE.
006340     MOVE WS-NEW-EXPIRY-DATE    TO OV-EXPIRY-DATE.
006350     MOVE WS-NEW-APPROVER-ID    TO OV-APPROVER-ID.
006360     MOVE WS-NEW-REASON         TO OV-REASON.
006370     MOVE WS-OPERATOR-ID        TO OV-ENTERED-BY.
006380     MOVE WS-CHANGE-DATE        TO OV-ENTERED-DATE.
006390
006400     EVALUATE TRUE
006410         WHEN ACTION-IS-ADD
006420             MOVE PARM-OVERRIDE-RECORD TO WS-NEW-OVR-IMAGE
006430             WRITE PARM-OVERRIDE-RECORD
006440         WHEN ACTION-IS-CHANGE
006450             MOVE PARM-OVERRIDE-RECORD TO WS-NEW-OVR-IMAGE
006460             REWRITE PARM-OVERRIDE-RECORD
006470         WHEN ACTION-IS-DELETE
006480             MOVE "(DELETED)"          TO WS-NEW-OVR-IMAGE
006490             DELETE PARM-OVERRIDE-FILE
006500     END-EVALUATE.
006510
006520     IF WS-PARMOVR-STATUS = "00"
006530         SET RECORD-WAS-WRITTEN TO TRUE
006540     ELSE
006550         DISPLAY "OVERRIDEMAINT: PARMOVR UPDATE FAILED - "
006560                 "STATUS " WS-PARMOVR-STATUS
006570                 " - CHANGE NOT RECORDED"
006580         MOVE 8 TO RETURN-CODE
006590     END-IF.
006600 4000-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------*
006640* 5000-WRITE-CHANGE-HISTORY - WHO, WHEN, WHAT ACTION, AND THE
006650* BEFORE AND AFTER RECORD IMAGES, APPENDED TO OVRHIST.
006660*-----------------------------------------------------------*
006670 5000-WRITE-CHANGE-HISTORY.
006680     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
006690     ACCEPT WS-CHANGE-TIME FROM TIME.
006700
006710     OPEN EXTEND OVERRIDE-HIST-FILE.
006720     IF WS-OVRHIST-STATUS NOT = "00"
006730         OPEN OUTPUT OVERRIDE-HIST-FILE
006740     END-IF.
006750
006760     MOVE WS-OPERATOR-ID     TO OH-OPERATOR.
006770     MOVE SPACES             TO OH-SEP1.
006780     MOVE WS-CHANGE-DATE     TO OH-DATE.
006790     MOVE SPACES             TO OH-SEP2.
006800     MOVE WS-CHANGE-TIME     TO OH-TIME.
006810     MOVE SPACES             TO OH-SEP3.
006820     MOVE WS-ACTION-CODE     TO OH-ACTION.
006830     MOVE SPACES             TO OH-SEP4.
006840     IF OLD-OVERRIDE-WAS-FOUND
006850         MOVE WS-OLD-OVR-IMAGE TO OH-OLD-IMAGE
006860     ELSE
006870         MOVE "(NONE)"         TO OH-OLD-IMAGE
006880     END-IF.
006890     MOVE SPACES             TO OH-SEP5.
006900     MOVE WS-NEW-OVR-IMAGE   TO OH-NEW-IMAGE.
006910     WRITE OVERRIDE-HIST-RECORD.
006920     CLOSE OVERRIDE-HIST-FILE.
006930 5000-EXIT.
006940     EXIT.
