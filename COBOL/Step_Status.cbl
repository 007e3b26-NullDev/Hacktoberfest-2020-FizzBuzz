000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Morning step-status page for the nightly chain.       *
000050**         Reads the FBSTEPCT step-control file end to end and,  *
000060**         for every business date on it, lists each step of the *
000070**         chain - FIZZBUZZ, FBBALANC, FBXMIT, FBFEDACK,         *
000080**         FBHSKEEP, in that order - that is not complete: not   *
000090**         started, started with no end (still running or        *
000100**         abended), or ended with a return code that did not    *
000110**         complete it.  Any other step recorded through FBSTEPCK*
000120**         is listed when it is not complete.  A business date   *
000130**         whose steps are all complete prints nothing, so on a  *
000140**         clean morning the page holds only the totals.         *
000150**                                                               *
000160** PARM layout (up to 40 bytes):                                 *
000170**   1-40  up to five 8-byte step names making up the chain, in  *
000180**         run order (blank = FIZZBUZZ FBBALANC FBXMIT FBFEDACK  *
000190**         FBHSKEEP).  A step dropped from the list - FBHSKEEP   *
000200**         while it is scheduled monthly - is not reported as    *
000210**         NOT STARTED on the nights it does not run, but is     *
000220**         still listed whenever it is on file and incomplete.   *
000230**                                                               *
000240** RC 4 = a step is not complete, or FBSTEPCT holds nothing;     *
000250** RC 16 = bad PARM; RC 20 = I-O failure.                        *
000260**                                                               *
000270** Modification History                                          *
000280** -------------------------------------------------------------*
000290** 2026-10-14  DPS  New program.                                 *
000292** 2026-10-14  DPS  E and W messages are also written to the     *
000294**                  shared FBALERT alert file for the morning    *
000296**                  FBALDGST exception digest.                   *
000300******************************************************************
000310  IDENTIFICATION DIVISION.
000320**-*-*-*-*-*-*-*-*-*-*-*-*-
000330  PROGRAM-ID. FBSTPRPT.
000340  AUTHOR. D P SULLIVAN.
000350  INSTALLATION. CORPORATE BATCH OPERATIONS.
000360  DATE-WRITTEN. 10/14/2026.
000370  DATE-COMPILED.
000380**-*-*-*-*-*-*-*-*-*-*--
000390  ENVIRONMENT DIVISION.
000400**-*-*-*-*-*-*-*-*-*-*--
000410  CONFIGURATION SECTION.
000420*----------------------
000430  INPUT-OUTPUT SECTION.
000440*----------------------
000450  FILE-CONTROL.
000460         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS SEQUENTIAL
000490             RECORD KEY IS FBSC-KEY
000500             FILE STATUS IS WS-FBSTEPCT-STATUS.
000510         SELECT FBSTPLST-FILE ASSIGN TO FBSTPLST
000520             ORGANIZATION IS SEQUENTIAL
000530             FILE STATUS IS WS-FBSTPLST-STATUS.
000532         SELECT FBALERT-FILE ASSIGN TO FBALERT
000534             ORGANIZATION IS SEQUENTIAL
000536             FILE STATUS IS WS-FBALERT-STATUS.
000540  DATA DIVISION.
000550**-*-*-*-*-*-*-*-
000560  FILE SECTION.
000570*-------------------------
000580  FD  FBSTEPCT-FILE
000590         RECORD CONTAINS 80 CHARACTERS.
000600  COPY FBSCREC.
000610  FD  FBSTPLST-FILE
000620         RECORDING MODE IS F
000630         LABEL RECORDS ARE STANDARD
000640         RECORD CONTAINS 80 CHARACTERS.
000650  01  FBSTPLST-RECORD            PIC X(80).
000651  FD  FBALERT-FILE
000652         RECORDING MODE IS F
000653         LABEL RECORDS ARE STANDARD
000654         RECORD CONTAINS 150 CHARACTERS.
000655  COPY FBALREC.
000660  WORKING-STORAGE SECTION.
000670*-------------------------
000680  01  WS-DATA.
000690         05  WS-SWITCHES.
000700             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
000710                 88  WS-FILES-OK               VALUE "Y".
000720                 88  WS-FILES-FAILED           VALUE "N".
000730             10  WS-STEP-EOF-SW     PIC X(01)  VALUE "N".
000740                 88  WS-STEP-EOF               VALUE "Y".
000750             10  WS-DATE-DONE-SW    PIC X(01)  VALUE "Y".
000760                 88  WS-DATE-ALL-DONE          VALUE "Y".
000770         05  WS-FILE-STATUSES.
000780             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
000790             10  WS-FBSTPLST-STATUS PIC X(02)  VALUE "00".
000800         05  WS-RUN-STAMP.
000810             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
000820             10  WS-CTL-BUS-DATE    PIC 9(08)  VALUE ZERO.
000830             10  WS-CUR-BUS-DATE    PIC 9(08)  VALUE ZERO.
000840*---------------------------------------------------------------*
000850* THE STEPS OF THE NIGHTLY CHAIN, IN RUN ORDER, AND WHAT THE     *
000860* FILE HOLDS FOR EACH ON THE BUSINESS DATE BEING REPORTED        *
000870*---------------------------------------------------------------*
000880         05  WS-CHAIN-NAMES.
000890             10  FILLER             PIC X(08)  VALUE "FIZZBUZZ".
000900             10  FILLER             PIC X(08)  VALUE "FBBALANC".
000910             10  FILLER             PIC X(08)  VALUE "FBXMIT".
000920             10  FILLER             PIC X(08)  VALUE "FBFEDACK".
000930             10  FILLER             PIC X(08)  VALUE "FBHSKEEP".
000940         05  WS-CHAIN-NAME-X REDEFINES WS-CHAIN-NAMES.
000950             10  WS-CHAIN-NAME      PIC X(08) OCCURS 5 TIMES.
000960         05  WS-CHAIN-TABLE.
000970             10  WS-CHN-SUB         PIC 9(02) COMP VALUE ZERO.
000980             10  WS-CHN-MAX         PIC 9(02) COMP VALUE 5.
000990             10  WS-CHN-FOUND       PIC 9(02) COMP VALUE ZERO.
001000             10  WS-PARM-NAMES      PIC 9(02) COMP VALUE ZERO.
001010             10  WS-PARM-REM        PIC 9(02) COMP VALUE ZERO.
001020             10  WS-CHN-ENTRY OCCURS 5 TIMES.
001030                 15  WS-CHN-STATUS  PIC X(01).
001040                 15  WS-CHN-RC      PIC 9(04).
001050                 15  WS-CHN-RUNS    PIC 9(03).
001060                 15  WS-CHN-DATE    PIC 9(08).
001070                 15  WS-CHN-TIME    PIC 9(06).
001080         05  WS-CONTROL-TOTALS.
001090             10  WS-STEP-READ-CNT     PIC 9(8) COMP VALUE ZERO.
001100             10  WS-DATE-CNT          PIC 9(8) COMP VALUE ZERO.
001110             10  WS-DATE-DONE-CNT     PIC 9(8) COMP VALUE ZERO.
001120             10  WS-OPEN-STEP-CNT     PIC 9(8) COMP VALUE ZERO.
001130*---------------------------------------------------------------*
001140* FBSTPLST REPORT LINE LAYOUTS                                   *
001150*---------------------------------------------------------------*
001160         05  WS-RPT-LINES.
001170             10  WS-TTL-LINE.
001180                 15  FILLER         PIC X(40) VALUE
001190                     "FIZZBUZZ NIGHTLY CHAIN STEP STATUS".
001200                 15  FILLER         PIC X(10) VALUE "RUN DATE ".
001210                 15  WS-TTL-DATE    PIC 9(08).
001220                 15  FILLER         PIC X(22) VALUE SPACES.
001230             10  WS-BUS-LINE.
001240                 15  FILLER         PIC X(40) VALUE
001250                     "CURRENT BUSINESS DATE (FBSTEPCT CONTROL)".
001260                 15  FILLER         PIC X(01) VALUE SPACE.
001270                 15  WS-BL-DATE     PIC X(08).
001280                 15  FILLER         PIC X(31) VALUE SPACES.
001290             10  WS-HDR-LINE.
001300                 15  FILLER         PIC X(40) VALUE
001310                     "BUS DATE  STEP      STATUS              ".
001320                 15  FILLER         PIC X(40) VALUE
001330                     "    RC  RUNS  LAST ACTIVITY".
001340             10  WS-DTL-LINE.
001350                 15  WS-DL-DATE     PIC 9(08).
001360                 15  FILLER         PIC X(02) VALUE SPACES.
001370                 15  WS-DL-STEP     PIC X(08).
001380                 15  FILLER         PIC X(02) VALUE SPACES.
001390                 15  WS-DL-STATUS   PIC X(22).
001400                 15  FILLER         PIC X(02) VALUE SPACES.
001410                 15  WS-DL-RC       PIC X(04).
001420                 15  FILLER         PIC X(03) VALUE SPACES.
001430                 15  WS-DL-RUNS     PIC X(03).
001440                 15  FILLER         PIC X(02) VALUE SPACES.
001450                 15  WS-DL-ACT-DATE PIC X(08).
001460                 15  FILLER         PIC X(01) VALUE SPACE.
001470                 15  WS-DL-ACT-TIME PIC X(06).
001480                 15  FILLER         PIC X(09) VALUE SPACES.
001490             10  WS-CNT-LINE.
001500                 15  WS-CNT-TEXT    PIC X(25).
001510                 15  WS-CNT-VALUE   PIC 9(09).
001511                 15  FILLER         PIC X(46) VALUE SPACES.
001512*---------------------------------------------------------------*
001513* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001514* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001515* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001516*---------------------------------------------------------------*
001517  01  WS-ALERT-WORK.
001518         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001519         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001520             88  WS-ALERT-OPEN                   VALUE "Y".
001521         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001522             88  WS-ALERTS-STOPPED               VALUE "Y".
001523         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001524         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001525         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001526         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001527         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001528         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001529         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001530  LINKAGE SECTION.
001540*-------------------------
001550  01  LK-PARM.
001560         05  LK-PARM-LEN              PIC S9(4) COMP.
001570         05  LK-PARM-DATA.
001580             10  LK-PARM-STEP         PIC X(8) OCCURS 5 TIMES.
001590             10  FILLER               PIC X(60).
001600**-*-*-*-*-*-*-*-*-*-*
001610  PROCEDURE DIVISION USING LK-PARM.
001620**-*-*-*-*-*-*-*-*-*-*
001630*---------------------------------------------------------------*
001640* MAIN-PROCEDURE -- ONE PASS OF FBSTEPCT IN KEY ORDER, WITH A    *
001650*     BREAK ON BUSINESS DATE                                     *
001660*---------------------------------------------------------------*
001670  MAIN-PROCEDURE.
001680         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001690         IF WS-FILES-OK
001700             PERFORM 20000-PROCESS-STEP
001710                 THRU 20000-PROCESS-STEP-EXIT
001720                 UNTIL WS-STEP-EOF
001730             PERFORM 30000-END THRU 30000-END-EXIT
001740         END-IF
001745         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001750         .
001760         STOP RUN.
001770**
001780*---------------------------------------------------------------*
001790* 10000-BEGIN -- OPENS, TITLE, PRIME THE FIRST STEP RECORD.  A   *
001800*     FBSTEPCT NOT YET CREATED IS REPORTED AS AN EMPTY FILE.     *
001810*---------------------------------------------------------------*
001820  10000-BEGIN.
001830         DISPLAY "**********"
001840         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001850         IF LK-PARM-LEN > ZERO
001860             PERFORM 10100-RECEIVE-PARM
001870                 THRU 10100-RECEIVE-PARM-EXIT
001880             IF WS-FILES-FAILED
001890                 GO TO 10000-BEGIN-EXIT
001900             END-IF
001910         END-IF
001920         OPEN OUTPUT FBSTPLST-FILE
001930         IF WS-FBSTPLST-STATUS NOT = "00"
001940             STRING "FBSTPRPT0010E FBSTPLST OPEN FAILED -"
001950                 " STATUS " WS-FBSTPLST-STATUS
001953                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001956             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001960             MOVE 20 TO RETURN-CODE
001970             SET WS-FILES-FAILED TO TRUE
001980             GO TO 10000-BEGIN-EXIT
001990         END-IF
002000         MOVE WS-RUN-DATE TO WS-TTL-DATE
002010         WRITE FBSTPLST-RECORD FROM WS-TTL-LINE
002020         MOVE SPACES TO FBSTPLST-RECORD
002030         WRITE FBSTPLST-RECORD
002040         WRITE FBSTPLST-RECORD FROM WS-HDR-LINE
002050         OPEN INPUT FBSTEPCT-FILE
002060         IF WS-FBSTEPCT-STATUS = "35"
002070             STRING "FBSTPRPT0020W FBSTEPCT HAS NOT BEEN CREATED"
002080                 " - NO STEP HAS RUN UNDER STEP CONTROL"
002083                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002086             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002090             SET WS-STEP-EOF TO TRUE
002100             GO TO 10000-BEGIN-EXIT
002110         END-IF
002120         IF WS-FBSTEPCT-STATUS NOT = "00"
002130             STRING "FBSTPRPT0030E FBSTEPCT OPEN FAILED -"
002140                 " STATUS " WS-FBSTEPCT-STATUS
002143                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002146             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002150             MOVE 20 TO RETURN-CODE
002160             SET WS-FILES-FAILED TO TRUE
002170             CLOSE FBSTPLST-FILE
002180             GO TO 10000-BEGIN-EXIT
002190         END-IF
002200         PERFORM 20900-READ-STEP THRU 20900-READ-STEP-EXIT
002210         .
002220  10000-BEGIN-EXIT.
002230         EXIT.
002240**
002250*---------------------------------------------------------------*
002260* 10100-RECEIVE-PARM -- THE CHAIN STEPS TO EXPECT, IN RUN ORDER. *
002270*     THE PARM MUST BE WHOLE 8-BYTE NAMES, BLANK-PADDED.         *
002280*---------------------------------------------------------------*
002290  10100-RECEIVE-PARM.
002300         DIVIDE LK-PARM-LEN BY 8 GIVING WS-PARM-NAMES
002310             REMAINDER WS-PARM-REM
002320         IF LK-PARM-LEN > 40
002330             OR WS-PARM-REM NOT = ZERO
002335             MOVE LK-PARM-LEN TO WS-ALERT-NUM
002340             STRING "FBSTPRPT0050E PARM MUST BE ONE TO FIVE"
002350                 " 8-BYTE STEP NAMES - LENGTH " WS-ALERT-NUM
002353                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002356             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002360             MOVE 16 TO RETURN-CODE
002370             SET WS-FILES-FAILED TO TRUE
002380             GO TO 10100-RECEIVE-PARM-EXIT
002390         END-IF
002400         MOVE SPACES TO WS-CHAIN-NAMES
002410         MOVE ZERO   TO WS-CHN-MAX
002420         PERFORM 10110-TAKE-STEP THRU 10110-TAKE-STEP-EXIT
002430             VARYING WS-CHN-SUB FROM 1 BY 1
002440               UNTIL WS-CHN-SUB > WS-PARM-NAMES
002450         IF WS-CHN-MAX = ZERO
002460             STRING "FBSTPRPT0060E PARM GIVES NO STEP NAME"
002463                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002466             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002470             MOVE 16 TO RETURN-CODE
002480             SET WS-FILES-FAILED TO TRUE
002490             GO TO 10100-RECEIVE-PARM-EXIT
002500         END-IF
002510         DISPLAY "FBSTPRPT0070I CHAIN STEPS FROM PARM - "
002520             WS-CHAIN-NAMES
002530         .
002540  10100-RECEIVE-PARM-EXIT.
002550         EXIT.
002560**
002570  10110-TAKE-STEP.
002580         IF LK-PARM-STEP(WS-CHN-SUB) NOT = SPACES
002590             ADD 1 TO WS-CHN-MAX
002600             MOVE LK-PARM-STEP(WS-CHN-SUB)
002610               TO WS-CHAIN-NAME(WS-CHN-MAX)
002620         END-IF
002630         .
002640  10110-TAKE-STEP-EXIT.
002650         EXIT.
002660**
002670*---------------------------------------------------------------*
002680* 20000-PROCESS-STEP -- ONE STEP RECORD.  THE CONTROL RECORD     *
002690*     GIVES THE CURRENT BUSINESS DATE; A NEW BUSINESS DATE       *
002700*     CLOSES OFF THE ONE BEFORE IT.  A CHAIN STEP IS TABLED      *
002710*     FOR THE DATE BREAK; ANY OTHER STEP IS LISTED AT ONCE WHEN  *
002720*     IT IS NOT COMPLETE.                                        *
002730*---------------------------------------------------------------*
002740  20000-PROCESS-STEP.
002750         IF FBSC-BUS-DATE = ZERO
002760             IF FBSCC-STEP = "BUSDATE "
002770                 AND FBSCC-CURR-DATE NUMERIC
002780                 MOVE FBSCC-CURR-DATE TO WS-CTL-BUS-DATE
002790             END-IF
002800             GO TO 20000-PROCESS-STEP-NEXT
002810         END-IF
002820         IF FBSC-BUS-DATE NOT = WS-CUR-BUS-DATE
002830             IF WS-CUR-BUS-DATE NOT = ZERO
002840                 PERFORM 21000-END-DATE THRU 21000-END-DATE-EXIT
002850             END-IF
002860             MOVE FBSC-BUS-DATE TO WS-CUR-BUS-DATE
002870             ADD 1 TO WS-DATE-CNT
002880             SET WS-DATE-ALL-DONE TO TRUE
002890             PERFORM 20100-CLEAR-CHAIN THRU 20100-CLEAR-CHAIN-EXIT
002900                 VARYING WS-CHN-SUB FROM 1 BY 1
002910                   UNTIL WS-CHN-SUB > WS-CHN-MAX
002920         END-IF
002930         MOVE ZERO TO WS-CHN-FOUND
002940         PERFORM 20200-FIND-CHAIN THRU 20200-FIND-CHAIN-EXIT
002950             VARYING WS-CHN-SUB FROM 1 BY 1
002960               UNTIL WS-CHN-SUB > WS-CHN-MAX
002970                  OR WS-CHN-FOUND > ZERO
002980         IF WS-CHN-FOUND > ZERO
002990             MOVE WS-CHN-FOUND     TO WS-CHN-SUB
003000             MOVE FBSC-STATUS      TO WS-CHN-STATUS(WS-CHN-SUB)
003010             MOVE FBSC-RETURN-CODE TO WS-CHN-RC(WS-CHN-SUB)
003020             MOVE FBSC-RUN-COUNT   TO WS-CHN-RUNS(WS-CHN-SUB)
003030             IF FBSC-STARTED
003040                 MOVE FBSC-START-DATE TO WS-CHN-DATE(WS-CHN-SUB)
003050                 MOVE FBSC-START-TIME TO WS-CHN-TIME(WS-CHN-SUB)
003060             ELSE
003070                 MOVE FBSC-END-DATE   TO WS-CHN-DATE(WS-CHN-SUB)
003080                 MOVE FBSC-END-TIME   TO WS-CHN-TIME(WS-CHN-SUB)
003090             END-IF
003100             GO TO 20000-PROCESS-STEP-NEXT
003110         END-IF
003120         IF NOT FBSC-COMPLETE
003130             MOVE FBSC-BUS-DATE    TO WS-DL-DATE
003140             MOVE FBSC-STEP        TO WS-DL-STEP
003150             MOVE FBSC-RETURN-CODE TO WS-DL-RC
003160             MOVE FBSC-RUN-COUNT   TO WS-DL-RUNS
003170             IF FBSC-STARTED
003180                 MOVE "STARTED - NO END" TO WS-DL-STATUS
003190                 MOVE SPACES           TO WS-DL-RC
003200                 MOVE FBSC-START-DATE  TO WS-DL-ACT-DATE
003210                 MOVE FBSC-START-TIME  TO WS-DL-ACT-TIME
003220             ELSE
003230                 MOVE "ENDED NOT COMPLETE" TO WS-DL-STATUS
003240                 MOVE FBSC-END-DATE    TO WS-DL-ACT-DATE
003250                 MOVE FBSC-END-TIME    TO WS-DL-ACT-TIME
003260             END-IF
003270             WRITE FBSTPLST-RECORD FROM WS-DTL-LINE
003280             ADD 1 TO WS-OPEN-STEP-CNT
003290             MOVE "N" TO WS-DATE-DONE-SW
003300         END-IF
003310         .
003320  20000-PROCESS-STEP-NEXT.
003330         PERFORM 20900-READ-STEP THRU 20900-READ-STEP-EXIT
003340         .
003350  20000-PROCESS-STEP-EXIT.
003360         EXIT.
003370**
003380  20100-CLEAR-CHAIN.
003390         MOVE SPACE TO WS-CHN-STATUS(WS-CHN-SUB)
003400         MOVE ZERO  TO WS-CHN-RC(WS-CHN-SUB)
003410                       WS-CHN-RUNS(WS-CHN-SUB)
003420                       WS-CHN-DATE(WS-CHN-SUB)
003430                       WS-CHN-TIME(WS-CHN-SUB)
003440         .
003450  20100-CLEAR-CHAIN-EXIT.
003460         EXIT.
003470**
003480  20200-FIND-CHAIN.
003490         IF FBSC-STEP = WS-CHAIN-NAME(WS-CHN-SUB)
003500             MOVE WS-CHN-SUB TO WS-CHN-FOUND
003510         END-IF
003520         .
003530  20200-FIND-CHAIN-EXIT.
003540         EXIT.
003550**
003560*---------------------------------------------------------------*
003570* 21000-END-DATE -- LIST THE CHAIN STEPS OF THE BUSINESS DATE    *
003580*     THAT ARE NOT COMPLETE, IN RUN ORDER                        *
003590*---------------------------------------------------------------*
003600  21000-END-DATE.
003610         PERFORM 21100-LIST-STEP THRU 21100-LIST-STEP-EXIT
003620             VARYING WS-CHN-SUB FROM 1 BY 1
003630               UNTIL WS-CHN-SUB > WS-CHN-MAX
003640         IF WS-DATE-ALL-DONE
003650             ADD 1 TO WS-DATE-DONE-CNT
003660         END-IF
003670         .
003680  21000-END-DATE-EXIT.
003690         EXIT.
003700**
003710  21100-LIST-STEP.
003720         IF WS-CHN-STATUS(WS-CHN-SUB) = "C"
003730             GO TO 21100-LIST-STEP-EXIT
003740         END-IF
003750         MOVE WS-CUR-BUS-DATE            TO WS-DL-DATE
003760         MOVE WS-CHAIN-NAME(WS-CHN-SUB)  TO WS-DL-STEP
003770         EVALUATE WS-CHN-STATUS(WS-CHN-SUB)
003780             WHEN SPACE
003790                 MOVE "NOT STARTED"        TO WS-DL-STATUS
003800                 MOVE SPACES               TO WS-DL-RC
003810                                              WS-DL-RUNS
003820                                              WS-DL-ACT-DATE
003830                                              WS-DL-ACT-TIME
003840             WHEN "S"
003850                 MOVE "STARTED - NO END"   TO WS-DL-STATUS
003860                 MOVE SPACES               TO WS-DL-RC
003870             WHEN OTHER
003880                 MOVE "ENDED NOT COMPLETE" TO WS-DL-STATUS
003890                 MOVE WS-CHN-RC(WS-CHN-SUB) TO WS-DL-RC
003900         END-EVALUATE
003910         IF WS-CHN-STATUS(WS-CHN-SUB) NOT = SPACE
003920             MOVE WS-CHN-RUNS(WS-CHN-SUB) TO WS-DL-RUNS
003930             MOVE WS-CHN-DATE(WS-CHN-SUB) TO WS-DL-ACT-DATE
003940             MOVE WS-CHN-TIME(WS-CHN-SUB) TO WS-DL-ACT-TIME
003950         END-IF
003960         WRITE FBSTPLST-RECORD FROM WS-DTL-LINE
003970         ADD 1 TO WS-OPEN-STEP-CNT
003980         MOVE "N" TO WS-DATE-DONE-SW
003990         .
004000  21100-LIST-STEP-EXIT.
004010         EXIT.
004020**
004030  20900-READ-STEP.
004040         READ FBSTEPCT-FILE
004050             AT END
004060                 SET WS-STEP-EOF TO TRUE
004070             NOT AT END
004080                 ADD 1 TO WS-STEP-READ-CNT
004090         END-READ
004100         IF NOT WS-STEP-EOF
004110             AND WS-FBSTEPCT-STATUS NOT = "00"
004120             STRING "FBSTPRPT0040E FBSTEPCT READ FAILED -"
004130                 " STATUS " WS-FBSTEPCT-STATUS
004133                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004136             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004140             MOVE 20 TO RETURN-CODE
004150             SET WS-STEP-EOF TO TRUE
004160         END-IF
004170         .
004180  20900-READ-STEP-EXIT.
004190         EXIT.
004200**
004210*---------------------------------------------------------------*
004220* 30000-END -- CLOSE OFF THE LAST BUSINESS DATE, TOTALS, CLOSE   *
004230*---------------------------------------------------------------*
004240  30000-END.
004250         IF WS-CUR-BUS-DATE NOT = ZERO
004260             PERFORM 21000-END-DATE THRU 21000-END-DATE-EXIT
004270         END-IF
004280         IF WS-OPEN-STEP-CNT = ZERO
004290             MOVE "EVERY STEP OF EVERY BUSINESS DATE IS COMPLETE"
004300               TO FBSTPLST-RECORD
004310             WRITE FBSTPLST-RECORD
004320         END-IF
004330         MOVE SPACES TO FBSTPLST-RECORD
004340         WRITE FBSTPLST-RECORD
004350         IF WS-CTL-BUS-DATE = ZERO
004360             MOVE "NONE"          TO WS-BL-DATE
004370         ELSE
004380             MOVE WS-CTL-BUS-DATE TO WS-BL-DATE
004390         END-IF
004400         WRITE FBSTPLST-RECORD FROM WS-BUS-LINE
004410         MOVE "BUSINESS DATES ON FILE = " TO WS-CNT-TEXT
004420         MOVE WS-DATE-CNT        TO WS-CNT-VALUE
004430         WRITE FBSTPLST-RECORD FROM WS-CNT-LINE
004440         MOVE "DATES FULLY COMPLETE   = " TO WS-CNT-TEXT
004450         MOVE WS-DATE-DONE-CNT   TO WS-CNT-VALUE
004460         WRITE FBSTPLST-RECORD FROM WS-CNT-LINE
004470         MOVE "STEPS NOT COMPLETE     = " TO WS-CNT-TEXT
004480         MOVE WS-OPEN-STEP-CNT   TO WS-CNT-VALUE
004490         WRITE FBSTPLST-RECORD FROM WS-CNT-LINE
004500         DISPLAY "FBSTPRPT SUMMARY"
004510         DISPLAY "STEP RECORDS READ      = " WS-STEP-READ-CNT
004520         DISPLAY "BUSINESS DATES ON FILE = " WS-DATE-CNT
004530         DISPLAY "DATES FULLY COMPLETE   = " WS-DATE-DONE-CNT
004540         DISPLAY "STEPS NOT COMPLETE     = " WS-OPEN-STEP-CNT
004550         IF WS-OPEN-STEP-CNT > ZERO
004560             OR WS-DATE-CNT = ZERO
004570             IF RETURN-CODE < 4
004580                 MOVE 4 TO RETURN-CODE
004590             END-IF
004600         END-IF
004610         DISPLAY "**********"
004620         IF WS-FBSTEPCT-STATUS NOT = "35"
004630             CLOSE FBSTEPCT-FILE
004640         END-IF
004650         CLOSE FBSTPLST-FILE
004660         .
004670  30000-END-EXIT.
004680         EXIT.
004690**
004700*---------------------------------------------------------------*
004710* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
004720*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
004730*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
004740*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
004750*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
004760*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
004770*---------------------------------------------------------------*
004780  95000-RAISE-ALERT.
004790         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
004800             VARYING WS-ALERT-LEN FROM 132 BY -1
004810             UNTIL WS-ALERT-LEN = 1
004820             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
004830         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
004840         IF WS-ALERTS-STOPPED
004850             GO TO 95000-RAISE-ALERT-CLEAR
004860         END-IF
004870         IF NOT WS-ALERT-OPEN
004880             OPEN EXTEND FBALERT-FILE
004890             IF WS-FBALERT-STATUS NOT = "00"
004900                 DISPLAY "FBSTPRPT0990W FBALERT OPEN FAILED -"
004910                     " STATUS " WS-FBALERT-STATUS
004920                     " - NO ALERTS WRITTEN"
004930                 SET WS-ALERTS-STOPPED TO TRUE
004940                 GO TO 95000-RAISE-ALERT-CLEAR
004950             END-IF
004960             SET WS-ALERT-OPEN TO TRUE
004970         END-IF
004980         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
004990             MOVE SPACES TO WS-ALERT-MSG
005000             STRING "FBSTPRPT0991W ALERT LIMIT REACHED -"
005010                 " LATER MESSAGES ARE ON SYSOUT ONLY"
005020                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005030             DISPLAY WS-ALERT-MSG(1:72)
005040             SET WS-ALERTS-STOPPED TO TRUE
005050         END-IF
005060         MOVE SPACES TO FBAL-RECORD
005070         MOVE "FBSTPRPT" TO FBAL-PROGRAM
005080         MOVE 1 TO WS-ALERT-PTR
005090         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
005100             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
005110         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
005120         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
005130         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
005140         ACCEPT WS-ALERT-TIME FROM TIME
005150         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
005160         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
005170         WRITE FBAL-RECORD
005180         IF WS-FBALERT-STATUS NOT = "00"
005190             DISPLAY "FBSTPRPT0992W FBALERT WRITE FAILED -"
005200                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
005210             SET WS-ALERTS-STOPPED TO TRUE
005220         ELSE
005230             ADD 1 TO WS-ALERT-CNT
005240         END-IF
005250         .
005260  95000-RAISE-ALERT-CLEAR.
005270         MOVE SPACES TO WS-ALERT-MSG
005280         .
005290  95000-RAISE-ALERT-EXIT.
005300         EXIT.
005310**
005320  95010-ALERT-LENGTH.
005330         CONTINUE
005340         .
005350  95010-ALERT-LENGTH-EXIT.
005360         EXIT.
005370**
005380*---------------------------------------------------------------*
005390* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
005400*---------------------------------------------------------------*
005410  95100-CLOSE-ALERTS.
005420         IF WS-ALERT-OPEN
005430             CLOSE FBALERT-FILE
005440             MOVE "N" TO WS-ALERT-OPEN-SW
005450         END-IF
005460         .
005470  95100-CLOSE-ALERTS-EXIT.
005480         EXIT.
005490**
005500  END PROGRAM FBSTPRPT.
