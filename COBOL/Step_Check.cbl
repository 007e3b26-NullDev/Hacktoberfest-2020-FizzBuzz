000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Step-control utility for the nightly chain.  Marks a  *
000050**         step started or ended on the FBSTEPCT step-control    *
000060**         file for a business date, for the steps that are not  *
000070**         COBOL programs of ours - the FBXMIT warehouse transmit*
000080**         runs it before and after the transfer - and for the   *
000090**         operator closing a step by hand after it has been put *
000100**         right outside the chain.                              *
000110**         Function B (begin) skips the step, RC 1, when the     *
000120**         business date is already complete and FORCE is not Y; *
000130**         otherwise the record is marked started, RC 0.  The    *
000140**         following steps of the job run on COND=(0,NE,...) so  *
000150**         the transfer itself is skipped on RC 1.               *
000160**         Function E (end) records the step return code from    *
000170**         the PARM and marks the record complete (RC 4 or       *
000180**         better) or ended.  An end with no begin on file is    *
000190**         recorded with a warning, so a step can be closed by   *
000200**         hand even if its begin never ran.                     *
000210**         The business date is the one on the FBSTEPCT control  *
000220**         record set by the FIZZBUZZ nightly, unless the PARM   *
000230**         gives one.                                            *
000240**                                                               *
000250** PARM layout (22 bytes):                                       *
000260**   1     FUNCTION B = begin, E = end                           *
000270**   2-9   STEP name, as it is to appear on FBSTEPCT             *
000280**   10-13 RC the step ended with (function E only)              *
000290**   14    FORCE Y = begin even though the business date is      *
000300**         already complete (function B only, default N)         *
000310**   15-22 BUSINESS DATE YYYYMMDD (blank = the FBSTEPCT control  *
000320**         record, or today when there is none)                  *
000330**                                                               *
000340** RC 0 = recorded; RC 1 = step already complete, skip it;       *
000350** RC 16 = bad PARM; RC 20 = I-O failure.                        *
000360**                                                               *
000370** Modification History                                          *
000380** -------------------------------------------------------------*
000390** 2026-10-14  DPS  New program.                                 *
000392** 2026-10-14  DPS  E and W messages are also written to the     *
000394**                  shared FBALERT alert file for the morning    *
000396**                  FBALDGST exception digest.                   *
000400******************************************************************
000410  IDENTIFICATION DIVISION.
000420**-*-*-*-*-*-*-*-*-*-*-*-*-
000430  PROGRAM-ID. FBSTEPCK.
000440  AUTHOR. D P SULLIVAN.
000450  INSTALLATION. CORPORATE BATCH OPERATIONS.
000460  DATE-WRITTEN. 10/14/2026.
000470  DATE-COMPILED.
000480**-*-*-*-*-*-*-*-*-*-*--
000490  ENVIRONMENT DIVISION.
000500**-*-*-*-*-*-*-*-*-*-*--
000510  CONFIGURATION SECTION.
000520*----------------------
000530  INPUT-OUTPUT SECTION.
000540*----------------------
000550  FILE-CONTROL.
000560         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS FBSC-KEY
000600             FILE STATUS IS WS-FBSTEPCT-STATUS.
000602         SELECT FBALERT-FILE ASSIGN TO FBALERT
000604             ORGANIZATION IS SEQUENTIAL
000606             FILE STATUS IS WS-FBALERT-STATUS.
000610  DATA DIVISION.
000620**-*-*-*-*-*-*-*-
000630  FILE SECTION.
000640*-------------------------
000650  FD  FBSTEPCT-FILE
000660         RECORD CONTAINS 80 CHARACTERS.
000670  COPY FBSCREC.
000671  FD  FBALERT-FILE
000672         RECORDING MODE IS F
000673         LABEL RECORDS ARE STANDARD
000674         RECORD CONTAINS 150 CHARACTERS.
000675  COPY FBALREC.
000680  WORKING-STORAGE SECTION.
000690*-------------------------
000700  01  WS-DATA.
000710         05  WS-SWITCHES.
000720             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
000730                 88  WS-FILES-OK               VALUE "Y".
000740                 88  WS-FILES-FAILED           VALUE "N".
000750             10  WS-FUNCTION-SW     PIC X(01)  VALUE SPACE.
000760                 88  WS-FUNC-BEGIN             VALUE "B".
000770                 88  WS-FUNC-END               VALUE "E".
000780             10  WS-FORCE-SW        PIC X(01)  VALUE "N".
000790                 88  WS-FORCE-RUN              VALUE "Y".
000800             10  WS-STEP-NEW-SW     PIC X(01)  VALUE "N".
000810                 88  WS-STEP-NEW               VALUE "Y".
000820         05  WS-FILE-STATUSES.
000830             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
000840         05  WS-RUN-STAMP.
000850             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
000860*---------------------------------------------------------------*
000870* THE STEP BEING RECORDED, FROM THE PARM                         *
000880*---------------------------------------------------------------*
000890         05  WS-STEP-WORK.
000900             10  WS-STEP-NAME       PIC X(08)  VALUE SPACES.
000910             10  WS-STEP-RC         PIC 9(04)  VALUE ZERO.
000920             10  WS-BUS-DATE        PIC 9(08)  VALUE ZERO.
000930             10  WS-STEP-TIME       PIC 9(06)  VALUE ZERO.
000931             10  WS-STEP-TIME-RAW   PIC 9(08)  VALUE ZERO.
000932*---------------------------------------------------------------*
000933* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
000934* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
000935* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
000936*---------------------------------------------------------------*
000937  01  WS-ALERT-WORK.
000938         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
000939         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
000940             88  WS-ALERT-OPEN                   VALUE "Y".
000941         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
000942             88  WS-ALERTS-STOPPED               VALUE "Y".
000943         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
000944         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
000945         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
000946         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
000947         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
000948         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
000949         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
000950  LINKAGE SECTION.
000960*-------------------------
000970  01  LK-PARM.
000980         05  LK-PARM-LEN              PIC S9(4) COMP.
000990         05  LK-PARM-DATA.
001000             10  LK-PARM-FUNCTION     PIC X(1).
001010             10  LK-PARM-STEP         PIC X(8).
001020             10  LK-PARM-RC           PIC X(4).
001030             10  LK-PARM-RC-N REDEFINES LK-PARM-RC
001040                                      PIC 9(4).
001050             10  LK-PARM-FORCE        PIC X(1).
001060             10  LK-PARM-BUS-DATE     PIC X(8).
001070             10  LK-PARM-BUS-DATE-N REDEFINES LK-PARM-BUS-DATE
001080                                      PIC 9(8).
001090             10  FILLER               PIC X(38).
001100**-*-*-*-*-*-*-*-*-*-*
001110  PROCEDURE DIVISION USING LK-PARM.
001120**-*-*-*-*-*-*-*-*-*-*
001130*---------------------------------------------------------------*
001140* MAIN-PROCEDURE -- EDIT THE PARM, BEGIN OR END THE STEP         *
001150*---------------------------------------------------------------*
001160  MAIN-PROCEDURE.
001170         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001180         IF WS-FILES-OK
001190             IF WS-FUNC-BEGIN
001200                 PERFORM 20000-BEGIN-STEP
001210                     THRU 20000-BEGIN-STEP-EXIT
001220             ELSE
001230                 PERFORM 30000-END-STEP THRU 30000-END-STEP-EXIT
001240             END-IF
001250             CLOSE FBSTEPCT-FILE
001260         END-IF
001265         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001270         .
001280         STOP RUN.
001290**
001300*---------------------------------------------------------------*
001310* 10000-BEGIN -- EDIT THE PARM, OPEN FBSTEPCT (CREATING IT ON    *
001320*     FIRST USE) AND SETTLE THE BUSINESS DATE                    *
001330*---------------------------------------------------------------*
001340  10000-BEGIN.
001350         DISPLAY "**********"
001360         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001370         IF LK-PARM-LEN < 9
001380             STRING "FBSTEPCK0010E PARM MUST GIVE FUNCTION AND"
001390                 " STEP NAME"
001393                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001396             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001400             MOVE 16 TO RETURN-CODE
001410             SET WS-FILES-FAILED TO TRUE
001420             GO TO 10000-BEGIN-EXIT
001430         END-IF
001440         MOVE LK-PARM-FUNCTION TO WS-FUNCTION-SW
001450         IF NOT WS-FUNC-BEGIN
001460             AND NOT WS-FUNC-END
001470             STRING "FBSTEPCK0020E FUNCTION NOT B OR E - "
001480                 LK-PARM-FUNCTION
001483                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001486             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001490             MOVE 16 TO RETURN-CODE
001500             SET WS-FILES-FAILED TO TRUE
001510             GO TO 10000-BEGIN-EXIT
001520         END-IF
001530         MOVE LK-PARM-STEP TO WS-STEP-NAME
001540         IF WS-STEP-NAME = SPACES
001550             OR WS-STEP-NAME = "BUSDATE "
001560             STRING "FBSTEPCK0030E STEP NAME MISSING OR"
001570                 " RESERVED - " WS-STEP-NAME
001573                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001576             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001580             MOVE 16 TO RETURN-CODE
001590             SET WS-FILES-FAILED TO TRUE
001600             GO TO 10000-BEGIN-EXIT
001610         END-IF
001620         IF WS-FUNC-END
001630             IF LK-PARM-LEN < 13
001640                 OR LK-PARM-RC NOT NUMERIC
001650                 STRING "FBSTEPCK0040E END NEEDS A 4-DIGIT STEP"
001660                     " RC IN PARM BYTES 10-13"
001662                     DELIMITED BY SIZE INTO WS-ALERT-MSG
001664                 PERFORM 95000-RAISE-ALERT
001666                     THRU 95000-RAISE-ALERT-EXIT
001670                 MOVE 16 TO RETURN-CODE
001680                 SET WS-FILES-FAILED TO TRUE
001690                 GO TO 10000-BEGIN-EXIT
001700             END-IF
001710             MOVE LK-PARM-RC-N TO WS-STEP-RC
001720         END-IF
001730         IF LK-PARM-LEN > 13
001740             AND LK-PARM-FORCE = "Y"
001750             SET WS-FORCE-RUN TO TRUE
001760         END-IF
001770         IF LK-PARM-LEN > 21
001780             AND LK-PARM-BUS-DATE NOT = SPACES
001790             IF LK-PARM-BUS-DATE NOT NUMERIC
001800                 OR LK-PARM-BUS-DATE-N = ZERO
001810                 STRING "FBSTEPCK0050E BUSINESS DATE PARM NOT"
001820                     " YYYYMMDD - " LK-PARM-BUS-DATE
001822                     DELIMITED BY SIZE INTO WS-ALERT-MSG
001824                 PERFORM 95000-RAISE-ALERT
001826                     THRU 95000-RAISE-ALERT-EXIT
001830                 MOVE 16 TO RETURN-CODE
001840                 SET WS-FILES-FAILED TO TRUE
001850                 GO TO 10000-BEGIN-EXIT
001860             END-IF
001870             MOVE LK-PARM-BUS-DATE-N TO WS-BUS-DATE
001880         END-IF
001890         OPEN I-O FBSTEPCT-FILE
001900         IF WS-FBSTEPCT-STATUS = "35"
001910             OPEN OUTPUT FBSTEPCT-FILE
001920             CLOSE FBSTEPCT-FILE
001930             OPEN I-O FBSTEPCT-FILE
001940         END-IF
001950         IF WS-FBSTEPCT-STATUS NOT = "00"
001960             AND WS-FBSTEPCT-STATUS NOT = "05"
001970             STRING "FBSTEPCK0060E FBSTEPCT OPEN FAILED -"
001980                 " STATUS " WS-FBSTEPCT-STATUS
001983                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001986             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001990             MOVE 20 TO RETURN-CODE
002000             SET WS-FILES-FAILED TO TRUE
002010             GO TO 10000-BEGIN-EXIT
002020         END-IF
002030         IF WS-BUS-DATE = ZERO
002040             MOVE ZERO       TO FBSCC-BUS-DATE
002050             MOVE "BUSDATE " TO FBSCC-STEP
002060             READ FBSTEPCT-FILE
002070                 INVALID KEY
002080                     CONTINUE
002090             END-READ
002100             IF WS-FBSTEPCT-STATUS = "00"
002110                 AND FBSCC-CURR-DATE NUMERIC
002120                 AND FBSCC-CURR-DATE > ZERO
002130                 MOVE FBSCC-CURR-DATE TO WS-BUS-DATE
002140             ELSE
002150                 MOVE WS-RUN-DATE     TO WS-BUS-DATE
002160                 STRING "FBSTEPCK0070W NO BUSINESS DATE ON"
002170                     " FBSTEPCT - USING TODAY " WS-RUN-DATE
002172                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002174                 PERFORM 95000-RAISE-ALERT
002176                     THRU 95000-RAISE-ALERT-EXIT
002180             END-IF
002190         END-IF
002200         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
002210         MOVE WS-STEP-NAME TO FBSC-STEP
002220         READ FBSTEPCT-FILE
002230             INVALID KEY
002240                 SET WS-STEP-NEW TO TRUE
002250         END-READ
002260         IF NOT WS-STEP-NEW
002270             AND WS-FBSTEPCT-STATUS NOT = "00"
002280             STRING "FBSTEPCK0080E FBSTEPCT READ FAILED -"
002290                 " STATUS " WS-FBSTEPCT-STATUS
002293                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002296             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002300             MOVE 20 TO RETURN-CODE
002310             SET WS-FILES-FAILED TO TRUE
002320             CLOSE FBSTEPCT-FILE
002330             GO TO 10000-BEGIN-EXIT
002340         END-IF
002350         IF WS-STEP-NEW
002360             MOVE SPACES       TO FBSC-RECORD
002370             MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
002380             MOVE WS-STEP-NAME TO FBSC-STEP
002390             MOVE ZERO         TO FBSC-START-DATE
002400                                  FBSC-START-TIME
002410                                  FBSC-END-DATE
002420                                  FBSC-END-TIME
002430                                  FBSC-RETURN-CODE
002440                                  FBSC-RUN-COUNT
002450             MOVE "N"          TO FBSC-FORCED
002460         END-IF
002470         IF FBSC-RUN-COUNT NOT NUMERIC
002480             MOVE ZERO TO FBSC-RUN-COUNT
002490         END-IF
002500         .
002510  10000-BEGIN-EXIT.
002520         EXIT.
002530**
002540*---------------------------------------------------------------*
002550* 20000-BEGIN-STEP -- SKIP (RC 1) WHEN THE BUSINESS DATE IS      *
002560*     ALREADY COMPLETE AND FORCE IS NOT Y, ELSE MARK THE STEP    *
002570*     STARTED AND COUNT THE RUN                                  *
002580*---------------------------------------------------------------*
002590  20000-BEGIN-STEP.
002600         IF NOT WS-STEP-NEW
002610             AND FBSC-COMPLETE
002620             IF NOT WS-FORCE-RUN
002630                 DISPLAY "FBSTEPCK0090I " WS-STEP-NAME " ALREADY"
002640                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
002650                     " - STEP SKIPPED (FORCE=Y TO RERUN)"
002660                 MOVE 1 TO RETURN-CODE
002670                 GO TO 20000-BEGIN-STEP-EXIT
002680             END-IF
002690             DISPLAY "FBSTEPCK0100I STEP CONTROL OVERRIDDEN BY"
002700                 " PARM FORCE=Y - " WS-STEP-NAME " RERUN FOR"
002710                 " BUSINESS DATE " WS-BUS-DATE
002720         END-IF
002730         IF FBSC-RUN-COUNT < 999
002740             ADD 1 TO FBSC-RUN-COUNT
002750         END-IF
002760         ACCEPT WS-STEP-TIME-RAW FROM TIME
002770         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
002780         SET FBSC-STARTED  TO TRUE
002790         MOVE WS-RUN-DATE  TO FBSC-START-DATE
002800         MOVE WS-STEP-TIME TO FBSC-START-TIME
002810         MOVE ZERO         TO FBSC-END-DATE
002820                              FBSC-END-TIME
002830                              FBSC-RETURN-CODE
002840         MOVE WS-FORCE-SW  TO FBSC-FORCED
002850         PERFORM 90000-WRITE-STEP THRU 90000-WRITE-STEP-EXIT
002860         IF WS-FILES-OK
002870             DISPLAY "FBSTEPCK0120I " WS-STEP-NAME " STARTED FOR"
002880                 " BUSINESS DATE " WS-BUS-DATE
002890                 " - RUN " FBSC-RUN-COUNT
002900         END-IF
002910         .
002920  20000-BEGIN-STEP-EXIT.
002930         EXIT.
002940**
002950*---------------------------------------------------------------*
002960* 30000-END-STEP -- RECORD THE STEP RC AND MARK THE RECORD       *
002970*     COMPLETE (RC 4 OR BETTER) OR ENDED.  AN END WITH NO BEGIN  *
002980*     ON FILE IS RECORDED AS ONE RUN, WITH A WARNING.            *
002990*---------------------------------------------------------------*
003000  30000-END-STEP.
003010         IF WS-STEP-NEW
003020             STRING "FBSTEPCK0130W NO BEGIN ON FILE FOR "
003030                 WS-STEP-NAME " BUSINESS DATE " WS-BUS-DATE
003040                 " - END RECORDED AS ONE RUN"
003043                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003046             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003050             MOVE 1 TO FBSC-RUN-COUNT
003060         END-IF
003070         ACCEPT WS-STEP-TIME-RAW FROM TIME
003080         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
003090         MOVE WS-RUN-DATE  TO FBSC-END-DATE
003100         MOVE WS-STEP-TIME TO FBSC-END-TIME
003110         MOVE WS-STEP-RC   TO FBSC-RETURN-CODE
003120         IF WS-STEP-RC NOT > 4
003130             SET FBSC-COMPLETE  TO TRUE
003140         ELSE
003150             SET FBSC-ENDED-BAD TO TRUE
003160         END-IF
003170         PERFORM 90000-WRITE-STEP THRU 90000-WRITE-STEP-EXIT
003180         IF WS-FILES-OK
003190             IF FBSC-COMPLETE
003200                 DISPLAY "FBSTEPCK0140I " WS-STEP-NAME " COMPLETE"
003210                     " FOR BUSINESS DATE " WS-BUS-DATE
003220                     " - RC " FBSC-RETURN-CODE
003230             ELSE
003240                 DISPLAY "FBSTEPCK0140I " WS-STEP-NAME " NOT"
003250                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
003260                     " - RC " FBSC-RETURN-CODE
003270                     " - RERUN WILL NOT SKIP IT"
003280             END-IF
003290         END-IF
003300         .
003310  30000-END-STEP-EXIT.
003320         EXIT.
003330**
003340*---------------------------------------------------------------*
003350* 90000-WRITE-STEP -- ADD OR REPLACE THE STEP RECORD             *
003360*---------------------------------------------------------------*
003370  90000-WRITE-STEP.
003380         IF WS-STEP-NEW
003390             WRITE FBSC-RECORD
003400                 INVALID KEY
003410                     CONTINUE
003420             END-WRITE
003430         ELSE
003440             REWRITE FBSC-RECORD
003450                 INVALID KEY
003460                     CONTINUE
003470             END-REWRITE
003480         END-IF
003490         IF WS-FBSTEPCT-STATUS NOT = "00"
003500             STRING "FBSTEPCK0110E FBSTEPCT WRITE FAILED -"
003510                 " STATUS " WS-FBSTEPCT-STATUS
003513                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003516             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003520             MOVE 20 TO RETURN-CODE
003530             SET WS-FILES-FAILED TO TRUE
003540         END-IF
003550         .
003560  90000-WRITE-STEP-EXIT.
003570         EXIT.
003580**
003590*---------------------------------------------------------------*
003600* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
003610*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
003620*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
003630*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
003640*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
003650*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
003660*---------------------------------------------------------------*
003670  95000-RAISE-ALERT.
003680         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
003690             VARYING WS-ALERT-LEN FROM 132 BY -1
003700             UNTIL WS-ALERT-LEN = 1
003710             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
003720         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
003730         IF WS-ALERTS-STOPPED
003740             GO TO 95000-RAISE-ALERT-CLEAR
003750         END-IF
003760         IF NOT WS-ALERT-OPEN
003770             OPEN EXTEND FBALERT-FILE
003780             IF WS-FBALERT-STATUS NOT = "00"
003790                 DISPLAY "FBSTEPCK0990W FBALERT OPEN FAILED -"
003800                     " STATUS " WS-FBALERT-STATUS
003810                     " - NO ALERTS WRITTEN"
003820                 SET WS-ALERTS-STOPPED TO TRUE
003830                 GO TO 95000-RAISE-ALERT-CLEAR
003840             END-IF
003850             SET WS-ALERT-OPEN TO TRUE
003860         END-IF
003870         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
003880             MOVE SPACES TO WS-ALERT-MSG
003890             STRING "FBSTEPCK0991W ALERT LIMIT REACHED -"
003900                 " LATER MESSAGES ARE ON SYSOUT ONLY"
003910                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003920             DISPLAY WS-ALERT-MSG(1:72)
003930             SET WS-ALERTS-STOPPED TO TRUE
003940         END-IF
003950         MOVE SPACES TO FBAL-RECORD
003960         MOVE "FBSTEPCK" TO FBAL-PROGRAM
003970         MOVE 1 TO WS-ALERT-PTR
003980         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
003990             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
004000         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
004010         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
004020         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
004030         ACCEPT WS-ALERT-TIME FROM TIME
004040         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
004050         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
004060         IF WS-BUS-DATE > ZERO
004070             MOVE WS-BUS-DATE TO FBAL-BUS-DATE
004080         END-IF
004090         WRITE FBAL-RECORD
004100         IF WS-FBALERT-STATUS NOT = "00"
004110             DISPLAY "FBSTEPCK0992W FBALERT WRITE FAILED -"
004120                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
004130             SET WS-ALERTS-STOPPED TO TRUE
004140         ELSE
004150             ADD 1 TO WS-ALERT-CNT
004160         END-IF
004170         .
004180  95000-RAISE-ALERT-CLEAR.
004190         MOVE SPACES TO WS-ALERT-MSG
004200         .
004210  95000-RAISE-ALERT-EXIT.
004220         EXIT.
004230**
004240  95010-ALERT-LENGTH.
004250         CONTINUE
004260         .
004270  95010-ALERT-LENGTH-EXIT.
004280         EXIT.
004290**
004300*---------------------------------------------------------------*
004310* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
004320*---------------------------------------------------------------*
004330  95100-CLOSE-ALERTS.
004340         IF WS-ALERT-OPEN
004350             CLOSE FBALERT-FILE
004360             MOVE "N" TO WS-ALERT-OPEN-SW
004370         END-IF
004380         .
004390  95100-CLOSE-ALERTS-EXIT.
004400         EXIT.
004410**
004420  END PROGRAM FBSTEPCK.
