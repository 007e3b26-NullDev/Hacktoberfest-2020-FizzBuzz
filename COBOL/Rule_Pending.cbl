000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Daily report of the rule-master changes waiting for   *
000050**         approval on the FBRULPND pending-change file that     *
000060**         FBRULMNT maintains.  One entry per change still at    *
000070**         status P - what it does, who keyed it and when, how   *
000080**         many days it has left before FBRULMNT expires it -    *
000090**         with the impact status of the matching candidate      *
000100**         rule.  The candidate status compares the change with  *
000110**         the FBRULCND candidate rule set the business signs    *
000120**         off through FBRULSIM; the impact column counts the    *
000130**         positions on the latest FBIMPACT simulation report    *
000140**         that the change's divisor touches.  A change whose    *
000150**         candidate rule matches and has been simulated is      *
000160**         READY for the checker; anything else is on HOLD.      *
000162**         Each change is matched against the candidate rules    *
000164**         and the simulation of its own rule book - a change    *
000166**         for a book other than the one FBIMPACT simulated is   *
000168**         not simulated.                                        *
000170**         RC 4 = one or more changes on hold; RC 20 = I-O       *
000180**         failure.                                              *
000190**                                                               *
000200** Modification History                                          *
000210** -------------------------------------------------------------*
000220** 2026-10-14  DPS  New program.                                 *
000222** 2026-10-14  DPS  E and W messages are also written to the     *
000224**                  shared FBALERT alert file for the morning    *
000226**                  FBALDGST exception digest.                   *
000230******************************************************************
000240  IDENTIFICATION DIVISION.
000250**-*-*-*-*-*-*-*-*-*-*-*-*-
000260  PROGRAM-ID. FBPNDRPT.
000270  AUTHOR. D P SULLIVAN.
000280  INSTALLATION. CORPORATE BATCH OPERATIONS.
000290  DATE-WRITTEN. 10/14/2026.
000300  DATE-COMPILED.
000310**-*-*-*-*-*-*-*-*-*-*--
000320  ENVIRONMENT DIVISION.
000330**-*-*-*-*-*-*-*-*-*-*--
000340  CONFIGURATION SECTION.
000350*----------------------
000360  INPUT-OUTPUT SECTION.
000370*----------------------
000380  FILE-CONTROL.
000390         SELECT FBRULPND-FILE ASSIGN TO FBRULPND
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS SEQUENTIAL
000420             RECORD KEY IS FBRP-CHANGE-ID
000430             FILE STATUS IS WS-FBRULPND-STATUS.
000440         SELECT OPTIONAL FBRULCND-FILE ASSIGN TO FBRULCND
000450             ORGANIZATION IS SEQUENTIAL
000460             FILE STATUS IS WS-FBRULCND-STATUS.
000470         SELECT OPTIONAL FBIMPACT-FILE ASSIGN TO FBIMPACT
000480             ORGANIZATION IS SEQUENTIAL
000490             FILE STATUS IS WS-FBIMPACT-STATUS.
000500         SELECT FBPNDLST-FILE ASSIGN TO FBPNDLST
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-FBPNDLST-STATUS.
000522         SELECT FBALERT-FILE ASSIGN TO FBALERT
000524             ORGANIZATION IS SEQUENTIAL
000526             FILE STATUS IS WS-FBALERT-STATUS.
000530  DATA DIVISION.
000540**-*-*-*-*-*-*-*-
000550  FILE SECTION.
000560*-------------------------
000570  FD  FBRULPND-FILE
000580         RECORD CONTAINS 120 CHARACTERS.
000590  COPY FBRPNREC.
000600  FD  FBRULCND-FILE
000610         RECORDING MODE IS F
000620         LABEL RECORDS ARE STANDARD
000630         RECORD CONTAINS 60 CHARACTERS.
000640  01  FBCN-RECORD.
000650         05  FBCN-BOOK           PIC X(03).
000655         05  FBCN-DIVISOR        PIC 9(04).
000660         05  FBCN-LABEL          PIC X(08).
000670         05  FBCN-EFF-DATE       PIC 9(08).
000680         05  FBCN-EXP-DATE       PIC 9(08).
000690         05  FILLER              PIC X(29).
000700  FD  FBIMPACT-FILE
000710         RECORDING MODE IS F
000720         LABEL RECORDS ARE STANDARD
000730         RECORD CONTAINS 80 CHARACTERS.
000740  01  FBIMPACT-RECORD            PIC X(80).
000750  FD  FBPNDLST-FILE
000760         RECORDING MODE IS F
000770         LABEL RECORDS ARE STANDARD
000780         RECORD CONTAINS 80 CHARACTERS.
000790  01  FBPNDLST-RECORD            PIC X(80).
000791  FD  FBALERT-FILE
000792         RECORDING MODE IS F
000793         LABEL RECORDS ARE STANDARD
000794         RECORD CONTAINS 150 CHARACTERS.
000795  COPY FBALREC.
000800  WORKING-STORAGE SECTION.
000810*-------------------------
000820*---------------------------------------------------------------*
000830* WS-PEND-TABLE - THE CHANGES STILL AT STATUS P, LOADED FIRST SO *
000840* THE FBIMPACT REPORT CAN BE READ ONCE AGAINST ALL OF THEM       *
000850*---------------------------------------------------------------*
000860  01  WS-PEND-TABLE.
000870         05  WS-PEND-ENTRY OCCURS 200 TIMES
000880                 INDEXED BY WS-PEND-IDX.
000890             10  WS-PT-ID            PIC 9(06).
000900             10  WS-PT-ACTION        PIC X(06).
000910             10  WS-PT-DIVISOR       PIC 9(04).
000920             10  WS-PT-LABEL         PIC X(08).
000930             10  WS-PT-EFF           PIC X(08).
000940             10  WS-PT-EFF-N REDEFINES WS-PT-EFF
000950                                     PIC 9(08).
000960             10  WS-PT-EXP           PIC X(08).
000970             10  WS-PT-EXP-N REDEFINES WS-PT-EXP
000980                                     PIC 9(08).
000990             10  WS-PT-MAKER         PIC X(08).
001000             10  WS-PT-KEYED-DATE    PIC 9(08).
001010             10  WS-PT-AGE           PIC 9(03).
001020             10  WS-PT-LIFE          PIC 9(03).
001025             10  WS-PT-BOOK          PIC X(03).
001030             10  WS-PT-HITS          PIC 9(9) COMP.
001040  77  WS-PEND-MAX             PIC 9(03) COMP VALUE 200.
001050  77  WS-PEND-COUNT           PIC 9(03) COMP VALUE ZERO.
001060*---------------------------------------------------------------*
001070* WS-CAND-TABLE - THE CANDIDATE RULE SET FROM FBRULCND, NOT      *
001080* FILTERED BY DATE - A CHANGE IS MATCHED ON ITS OWN EFF/EXP      *
001090*---------------------------------------------------------------*
001100  01  WS-CAND-TABLE.
001110         05  WS-CAND-ENTRY OCCURS 200 TIMES
001120                 INDEXED BY WS-CAND-IDX.
001125             10  WS-CAND-BOOK    PIC X(03).
001130             10  WS-CAND-DIVISOR PIC 9(04).
001140             10  WS-CAND-LABEL   PIC X(08).
001150             10  WS-CAND-EFF     PIC 9(08).
001160             10  WS-CAND-EXP     PIC 9(08).
001170  77  WS-CAND-MAX             PIC 9(03) COMP VALUE 200.
001180  77  WS-CAND-COUNT           PIC 9(03) COMP VALUE ZERO.
001190  01  WS-DATA.
001200         05  WS-SWITCHES.
001210             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001220                 88  WS-FILES-OK               VALUE "Y".
001230                 88  WS-FILES-FAILED           VALUE "N".
001240             10  WS-PEND-EOF-SW     PIC X(01)  VALUE "N".
001250                 88  WS-PEND-EOF               VALUE "Y".
001260             10  WS-CAND-EOF-SW     PIC X(01)  VALUE "N".
001270                 88  WS-CAND-EOF               VALUE "Y".
001280             10  WS-IMPACT-EOF-SW   PIC X(01)  VALUE "N".
001290                 88  WS-IMPACT-EOF             VALUE "Y".
001300             10  WS-CAND-SUPPLIED-SW PIC X(01) VALUE "N".
001310                 88  WS-CAND-SUPPLIED          VALUE "Y".
001320             10  WS-SIMULATED-SW    PIC X(01)  VALUE "N".
001330                 88  WS-SIMULATED              VALUE "Y".
001340             10  WS-CAND-FOUND-SW   PIC X(01)  VALUE "N".
001350                 88  WS-CAND-FOUND             VALUE "Y".
001360                 88  WS-CAND-NOT-FOUND         VALUE "N".
001370         05  WS-FILE-STATUSES.
001380             10  WS-FBRULPND-STATUS PIC X(02)  VALUE "00".
001390             10  WS-FBRULCND-STATUS PIC X(02)  VALUE "00".
001400             10  WS-FBIMPACT-STATUS PIC X(02)  VALUE "00".
001410             10  WS-FBPNDLST-STATUS PIC X(02)  VALUE "00".
001420         05  WS-RUN-STAMP.
001430             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001440         05  WS-CONTROL-TOTALS.
001450             10  WS-READY-COUNT       PIC 9(8) COMP  VALUE ZERO.
001460             10  WS-HOLD-COUNT        PIC 9(8) COMP  VALUE ZERO.
001470             10  WS-EXPIRING-COUNT    PIC 9(8) COMP  VALUE ZERO.
001480             10  WS-OVERFLOW-COUNT    PIC 9(8) COMP  VALUE ZERO.
001490             10  WS-IMPACT-LINES      PIC 9(8) COMP  VALUE ZERO.
001500             10  WS-SIM-RECLASS       PIC 9(09)      VALUE ZERO.
001510         05  WS-WORK.
001520             10  WS-CAND-STATUS     PIC X(20).
001530             10  WS-IMP-POSN        PIC 9(09).
001540             10  WS-IMP-QUOT        PIC 9(09).
001550             10  WS-IMP-REM         PIC 9(04).
001560             10  WS-DAYS-LEFT       PIC S9(04) COMP.
001570*---------------------------------------------------------------*
001580* FBIMPACT LINE VIEWS - SEE THE WS-RPT-LINES LAYOUTS IN FBRULSIM *
001590*---------------------------------------------------------------*
001600         05  WS-IMP-LINE            PIC X(80).
001610         05  WS-IMP-HDR REDEFINES WS-IMP-LINE.
001620             10  WS-IMP-HDR-TAG     PIC X(06).
001630             10  WS-IMP-HDR-FIRST   PIC 9(09).
001640             10  FILLER             PIC X(03).
001650             10  WS-IMP-HDR-LAST    PIC 9(09).
001660             10  FILLER             PIC X(07).
001670             10  WS-IMP-HDR-ASOF    PIC 9(08).
001673             10  FILLER             PIC X(07).
001676             10  WS-IMP-HDR-BOOK    PIC X(03).
001680             10  FILLER             PIC X(28).
001690         05  WS-IMP-DTL REDEFINES WS-IMP-LINE.
001700             10  WS-IMP-DTL-TAG     PIC X(05).
001710             10  WS-IMP-DTL-POSN    PIC X(09).
001720             10  FILLER             PIC X(66).
001730         05  WS-IMP-CNT REDEFINES WS-IMP-LINE.
001740             10  WS-IMP-CNT-TEXT    PIC X(25).
001750             10  WS-IMP-CNT-VALUE   PIC 9(09).
001760             10  FILLER             PIC X(46).
001770*---------------------------------------------------------------*
001780* DAY-SERIAL WORK - SAME ALGORITHM AS 40000-DATE-TO-SERIAL IN    *
001790* FBFEDACK AND FBRULMNT, SO AGES AGREE WITH THE EXPIRY SWEEP     *
001800*---------------------------------------------------------------*
001810         05  WS-DATE-WORK.
001820             10  WS-DW-DATE         PIC 9(08).
001830             10  WS-DW-DATE-X REDEFINES WS-DW-DATE.
001840                 15  WS-DW-YEAR     PIC 9(04).
001850                 15  WS-DW-MONTH    PIC 9(02).
001860                 15  WS-DW-DAY      PIC 9(02).
001870             10  WS-DW-Y            PIC 9(08) COMP.
001880             10  WS-DW-M            PIC 9(02) COMP.
001890             10  WS-DW-SERIAL       PIC 9(08) COMP.
001900             10  WS-DW-QUAD         PIC 9(08) COMP.
001910             10  WS-DW-CENT         PIC 9(08) COMP.
001920             10  WS-DW-QCENT        PIC 9(08) COMP.
001930             10  WS-DW-MDAYS        PIC 9(08) COMP.
001940             10  WS-TODAY-SERIAL    PIC 9(08) COMP.
001950*---------------------------------------------------------------*
001960* FBPNDLST REPORT LINE LAYOUTS                                   *
001970*---------------------------------------------------------------*
001980         05  WS-RPT-LINES.
001990             10  WS-TTL-LINE.
002000                 15  FILLER         PIC X(40) VALUE
002010                     "FIZZBUZZ RULE CHANGES PENDING APPROVAL".
002020                 15  FILLER         PIC X(10) VALUE "RUN DATE ".
002030                 15  WS-TTL-DATE    PIC 9(08).
002040                 15  FILLER         PIC X(22) VALUE SPACES.
002050             10  WS-SIM-LINE.
002060                 15  FILLER         PIC X(24) VALUE
002070                     "IMPACT SIMULATION RANGE ".
002080                 15  WS-SIM-FIRST   PIC 9(09).
002090                 15  FILLER         PIC X(03) VALUE " - ".
002100                 15  WS-SIM-LAST    PIC 9(09).
002110                 15  FILLER         PIC X(07) VALUE " AS OF ".
002120                 15  WS-SIM-ASOF    PIC 9(08).
002123                 15  FILLER         PIC X(07) VALUE "  BOOK ".
002126                 15  WS-SIM-BOOK    PIC X(03).
002130                 15  FILLER         PIC X(10) VALUE SPACES.
002140             10  WS-COL-LINE.
002150                 15  FILLER         PIC X(36) VALUE
002160                     "CHG-ID ACTION DIV  LABEL    EFF     ".
002170                 15  FILLER         PIC X(44) VALUE
002180                     " EXP      MAKER    KEYED    AGE LEFT".
002190             10  WS-DTL-LINE.
002200                 15  WS-DTL-ID      PIC 9(06).
002210                 15  FILLER         PIC X(01) VALUE SPACE.
002220                 15  WS-DTL-ACTION  PIC X(06).
002230                 15  FILLER         PIC X(01) VALUE SPACE.
002240                 15  WS-DTL-DIVISOR PIC 9(04).
002250                 15  FILLER         PIC X(01) VALUE SPACE.
002260                 15  WS-DTL-LABEL   PIC X(08).
002270                 15  FILLER         PIC X(01) VALUE SPACE.
002280                 15  WS-DTL-EFF     PIC X(08).
002290                 15  FILLER         PIC X(01) VALUE SPACE.
002300                 15  WS-DTL-EXP     PIC X(08).
002310                 15  FILLER         PIC X(01) VALUE SPACE.
002320                 15  WS-DTL-MAKER   PIC X(08).
002330                 15  FILLER         PIC X(01) VALUE SPACE.
002340                 15  WS-DTL-KEYED   PIC 9(08).
002350                 15  FILLER         PIC X(01) VALUE SPACE.
002360                 15  WS-DTL-AGE     PIC ZZ9.
002370                 15  FILLER         PIC X(01) VALUE SPACE.
002380                 15  WS-DTL-LEFT-X  PIC X(04).
002390                 15  WS-DTL-LEFT REDEFINES WS-DTL-LEFT-X
002400                                    PIC ZZZ9.
002410                 15  FILLER         PIC X(08) VALUE SPACES.
002420             10  WS-STS-LINE.
002426                 15  FILLER         PIC X(07) VALUE "  BOOK ".
002432                 15  WS-STS-BOOK    PIC X(03).
002438                 15  FILLER         PIC X(11) VALUE
002444                     " CANDIDATE ".
002450                 15  WS-STS-CAND    PIC X(20).
002460                 15  FILLER         PIC X(08) VALUE " IMPACT ".
002470                 15  WS-STS-IMPACT  PIC X(22).
002480                 15  FILLER         PIC X(01) VALUE SPACE.
002490                 15  WS-STS-READY   PIC X(05).
002500                 15  FILLER         PIC X(03) VALUE SPACES.
002510             10  WS-IMPACT-TEXT.
002520                 15  WS-IMPACT-HITS PIC 9(09).
002530                 15  FILLER         PIC X(13) VALUE
002540                     " RECLASSIFIED".
002550             10  WS-CNT-LINE.
002560                 15  WS-CNT-TEXT    PIC X(25).
002570                 15  WS-CNT-VALUE   PIC 9(09).
002571                 15  FILLER         PIC X(46) VALUE SPACES.
002572*---------------------------------------------------------------*
002573* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002574* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002575* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002576*---------------------------------------------------------------*
002577  01  WS-ALERT-WORK.
002578         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002579         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002580             88  WS-ALERT-OPEN                   VALUE "Y".
002581         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002582             88  WS-ALERTS-STOPPED               VALUE "Y".
002583         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002584         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002585         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002586         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002587         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002588         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002589         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002590**-*-*-*-*-*-*-*-*-*-*
002600  PROCEDURE DIVISION.
002610**-*-*-*-*-*-*-*-*-*-*
002620*---------------------------------------------------------------*
002630* MAIN-PROCEDURE -- LOAD, MATCH, REPORT                          *
002640*---------------------------------------------------------------*
002650  MAIN-PROCEDURE.
002660         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
002670         IF WS-FILES-OK
002680             PERFORM 20000-REPORT-CHANGE
002690                 THRU 20000-REPORT-CHANGE-EXIT
002700                 VARYING WS-PEND-IDX FROM 1 BY 1
002710                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
002720             PERFORM 30000-END THRU 30000-END-EXIT
002730         END-IF
002735         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002740         .
002750         STOP RUN.
002760**
002770*---------------------------------------------------------------*
002780* 10000-BEGIN -- OPENS, LOAD THE PENDING CHANGES AND THE         *
002790*     CANDIDATE SET, SCAN THE IMPACT REPORT, HEADINGS            *
002800*---------------------------------------------------------------*
002810  10000-BEGIN.
002820         DISPLAY "**********"
002830         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002840         MOVE WS-RUN-DATE TO WS-DW-DATE
002850         PERFORM 40000-DATE-TO-SERIAL
002860             THRU 40000-DATE-TO-SERIAL-EXIT
002870         MOVE WS-DW-SERIAL TO WS-TODAY-SERIAL
002880         OPEN INPUT FBRULPND-FILE
002890         IF WS-FBRULPND-STATUS NOT = "00"
002900             STRING "FBPNDRPT0010E FBRULPND OPEN FAILED -"
002910                 " STATUS " WS-FBRULPND-STATUS
002913                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002916             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002920             MOVE 20 TO RETURN-CODE
002930             SET WS-FILES-FAILED TO TRUE
002940             GO TO 10000-BEGIN-EXIT
002950         END-IF
002960         OPEN OUTPUT FBPNDLST-FILE
002970         IF WS-FBPNDLST-STATUS NOT = "00"
002980             STRING "FBPNDRPT0020E FBPNDLST OPEN FAILED -"
002990                 " STATUS " WS-FBPNDLST-STATUS
002993                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002996             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003000             MOVE 20 TO RETURN-CODE
003010             SET WS-FILES-FAILED TO TRUE
003020             CLOSE FBRULPND-FILE
003030             GO TO 10000-BEGIN-EXIT
003040         END-IF
003050         PERFORM 10100-READ-PENDING
003060             THRU 10100-READ-PENDING-EXIT
003070             UNTIL WS-PEND-EOF
003080         CLOSE FBRULPND-FILE
003090         PERFORM 10200-LOAD-CANDIDATES
003100             THRU 10200-LOAD-CANDIDATES-EXIT
003110         PERFORM 10300-SCAN-IMPACT
003120             THRU 10300-SCAN-IMPACT-EXIT
003130         PERFORM 10400-WRITE-HEADING
003140             THRU 10400-WRITE-HEADING-EXIT
003150         .
003160  10000-BEGIN-EXIT.
003170         EXIT.
003180**
003190*---------------------------------------------------------------*
003200* 10100-READ-PENDING -- TABLE EVERY STATUS P CHANGE.  ID 000000  *
003210*     IS THE CONTROL RECORD AND IS SKIPPED.                      *
003220*---------------------------------------------------------------*
003230  10100-READ-PENDING.
003240         READ FBRULPND-FILE
003250             AT END
003260                 SET WS-PEND-EOF TO TRUE
003270         END-READ
003280         IF WS-PEND-EOF
003290             OR FBRP-CHANGE-ID = ZERO
003300             OR NOT FBRP-PENDING
003310             GO TO 10100-READ-PENDING-EXIT
003320         END-IF
003330         IF WS-PEND-COUNT NOT < WS-PEND-MAX
003340             ADD 1 TO WS-OVERFLOW-COUNT
003350             GO TO 10100-READ-PENDING-EXIT
003360         END-IF
003370         ADD 1 TO WS-PEND-COUNT
003380         SET WS-PEND-IDX TO WS-PEND-COUNT
003390         MOVE FBRP-CHANGE-ID  TO WS-PT-ID(WS-PEND-IDX)
003400         MOVE FBRP-ACTION     TO WS-PT-ACTION(WS-PEND-IDX)
003410         MOVE FBRP-DIVISOR    TO WS-PT-DIVISOR(WS-PEND-IDX)
003420         MOVE FBRP-LABEL      TO WS-PT-LABEL(WS-PEND-IDX)
003430         MOVE FBRP-EFF        TO WS-PT-EFF(WS-PEND-IDX)
003440         MOVE FBRP-EXP        TO WS-PT-EXP(WS-PEND-IDX)
003450         MOVE FBRP-MAKER      TO WS-PT-MAKER(WS-PEND-IDX)
003460         MOVE FBRP-KEYED-DATE TO WS-PT-KEYED-DATE(WS-PEND-IDX)
003470         MOVE FBRP-LIFE-DAYS  TO WS-PT-LIFE(WS-PEND-IDX)
003472         MOVE FBRP-BOOK       TO WS-PT-BOOK(WS-PEND-IDX)
003474         IF FBRP-BOOK = SPACES
003476             MOVE "STD"       TO WS-PT-BOOK(WS-PEND-IDX)
003478         END-IF
003480         MOVE ZERO            TO WS-PT-HITS(WS-PEND-IDX)
003490         MOVE FBRP-KEYED-DATE TO WS-DW-DATE
003500         PERFORM 40000-DATE-TO-SERIAL
003510             THRU 40000-DATE-TO-SERIAL-EXIT
003520         IF WS-DW-SERIAL > WS-TODAY-SERIAL
003530             MOVE ZERO TO WS-PT-AGE(WS-PEND-IDX)
003540         ELSE
003550             COMPUTE WS-PT-AGE(WS-PEND-IDX)
003560                 = WS-TODAY-SERIAL - WS-DW-SERIAL
003570         END-IF
003580         .
003590  10100-READ-PENDING-EXIT.
003600         EXIT.
003610**
003620*---------------------------------------------------------------*
003630* 10200-LOAD-CANDIDATES -- FBRULCND IS OPTIONAL.  WITH NO        *
003640*     CANDIDATE SET EVERY CHANGE SHOWS NO CANDIDATE SET AND HOLDS*
003650*---------------------------------------------------------------*
003660  10200-LOAD-CANDIDATES.
003670         OPEN INPUT FBRULCND-FILE
003680         IF WS-FBRULCND-STATUS NOT = "00"
003690             AND WS-FBRULCND-STATUS NOT = "05"
003700             STRING "FBPNDRPT0030W FBRULCND OPEN FAILED -"
003710                 " STATUS " WS-FBRULCND-STATUS
003720                 " - REPORTED WITHOUT A CANDIDATE SET"
003723                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003726             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003730             GO TO 10200-LOAD-CANDIDATES-EXIT
003740         END-IF
003750         PERFORM 10210-READ-CANDIDATE
003760             THRU 10210-READ-CANDIDATE-EXIT
003770             UNTIL WS-CAND-EOF
003780         CLOSE FBRULCND-FILE
003790         .
003800  10200-LOAD-CANDIDATES-EXIT.
003810         EXIT.
003820**
003830  10210-READ-CANDIDATE.
003840         READ FBRULCND-FILE
003850             AT END
003860                 SET WS-CAND-EOF TO TRUE
003870         END-READ
003880         IF WS-CAND-EOF
003890             OR FBCN-DIVISOR NOT NUMERIC
003900             OR FBCN-DIVISOR = ZERO
003910             GO TO 10210-READ-CANDIDATE-EXIT
003920         END-IF
003930         SET WS-CAND-SUPPLIED TO TRUE
003940         IF WS-CAND-COUNT NOT < WS-CAND-MAX
003950             STRING "FBPNDRPT0040W CANDIDATE TABLE FULL -"
003960                 " DIVISOR " FBCN-DIVISOR " IGNORED"
003963                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003966             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003970             GO TO 10210-READ-CANDIDATE-EXIT
003980         END-IF
003990         ADD 1 TO WS-CAND-COUNT
003995         MOVE FBCN-BOOK     TO WS-CAND-BOOK(WS-CAND-COUNT)
004000         MOVE FBCN-DIVISOR  TO WS-CAND-DIVISOR(WS-CAND-COUNT)
004010         MOVE FBCN-LABEL    TO WS-CAND-LABEL(WS-CAND-COUNT)
004020         MOVE FBCN-EFF-DATE TO WS-CAND-EFF(WS-CAND-COUNT)
004030         MOVE FBCN-EXP-DATE TO WS-CAND-EXP(WS-CAND-COUNT)
004040         .
004050  10210-READ-CANDIDATE-EXIT.
004060         EXIT.
004070**
004080*---------------------------------------------------------------*
004090* 10300-SCAN-IMPACT -- READ THE LATEST FBRULSIM REPORT ONCE.  THE*
004100*     RANGE HEADER AND THE POSITIONS RECLASSIFIED LINE GO ON THE *
004110*     HEADING; EVERY POSN DETAIL LINE IS CREDITED TO EACH PENDING*
004120*     CHANGE WHOSE DIVISOR DIVIDES THE POSITION.  A FILE THAT IS *
004130*     MISSING, EMPTY OR NOT AN FBRULSIM REPORT MEANS NOT         *
004140*     SIMULATED.                                                 *
004150*---------------------------------------------------------------*
004160  10300-SCAN-IMPACT.
004170         OPEN INPUT FBIMPACT-FILE
004180         IF WS-FBIMPACT-STATUS NOT = "00"
004190             AND WS-FBIMPACT-STATUS NOT = "05"
004200             STRING "FBPNDRPT0050W FBIMPACT OPEN FAILED -"
004210                 " STATUS " WS-FBIMPACT-STATUS
004220                 " - REPORTED AS NOT SIMULATED"
004223                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004226             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004230             GO TO 10300-SCAN-IMPACT-EXIT
004240         END-IF
004250         PERFORM 10310-READ-IMPACT
004260             THRU 10310-READ-IMPACT-EXIT
004270             UNTIL WS-IMPACT-EOF
004280         CLOSE FBIMPACT-FILE
004290         IF WS-IMPACT-LINES > ZERO
004300             AND NOT WS-SIMULATED
004310             STRING "FBPNDRPT0060W FBIMPACT IS NOT AN FBRULSIM"
004320                 " IMPACT REPORT - REPORTED AS NOT SIMULATED"
004323                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004326             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004330         END-IF
004340         .
004350  10300-SCAN-IMPACT-EXIT.
004360         EXIT.
004370**
004380  10310-READ-IMPACT.
004390         READ FBIMPACT-FILE INTO WS-IMP-LINE
004400             AT END
004410                 SET WS-IMPACT-EOF TO TRUE
004420         END-READ
004430         IF WS-IMPACT-EOF
004440             GO TO 10310-READ-IMPACT-EXIT
004450         END-IF
004460         ADD 1 TO WS-IMPACT-LINES
004470         IF WS-IMPACT-LINES = 1
004480             IF WS-IMP-LINE NOT =
004490                 "FIZZBUZZ RULE IMPACT SIMULATION"
004500                 SET WS-IMPACT-EOF TO TRUE
004510             END-IF
004520             GO TO 10310-READ-IMPACT-EXIT
004530         END-IF
004540         IF WS-IMPACT-LINES = 2
004550             IF WS-IMP-HDR-TAG = "RANGE "
004560                 AND WS-IMP-HDR-FIRST NUMERIC
004570                 AND WS-IMP-HDR-LAST NUMERIC
004580                 AND WS-IMP-HDR-ASOF NUMERIC
004590                 SET WS-SIMULATED TO TRUE
004600                 MOVE WS-IMP-HDR-FIRST TO WS-SIM-FIRST
004610                 MOVE WS-IMP-HDR-LAST  TO WS-SIM-LAST
004620                 MOVE WS-IMP-HDR-ASOF  TO WS-SIM-ASOF
004622                 MOVE WS-IMP-HDR-BOOK  TO WS-SIM-BOOK
004624                 IF WS-SIM-BOOK = SPACES
004626                     MOVE "STD"        TO WS-SIM-BOOK
004628                 END-IF
004630             ELSE
004640                 SET WS-IMPACT-EOF TO TRUE
004650             END-IF
004660             GO TO 10310-READ-IMPACT-EXIT
004670         END-IF
004680         IF WS-IMP-CNT-TEXT = "POSITIONS RECLASSIFIED = "
004690             AND WS-IMP-CNT-VALUE NUMERIC
004700             MOVE WS-IMP-CNT-VALUE TO WS-SIM-RECLASS
004710             GO TO 10310-READ-IMPACT-EXIT
004720         END-IF
004730         IF WS-IMP-DTL-TAG = "POSN "
004740             AND WS-IMP-DTL-POSN NUMERIC
004750             MOVE WS-IMP-DTL-POSN TO WS-IMP-POSN
004760             PERFORM 10320-CREDIT-POSITION
004770                 THRU 10320-CREDIT-POSITION-EXIT
004780                 VARYING WS-PEND-IDX FROM 1 BY 1
004790                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
004800         END-IF
004810         .
004820  10310-READ-IMPACT-EXIT.
004830         EXIT.
004840**
004850  10320-CREDIT-POSITION.
004860         IF WS-PT-DIVISOR(WS-PEND-IDX) = ZERO
004865             OR WS-PT-BOOK(WS-PEND-IDX) NOT = WS-SIM-BOOK
004870             GO TO 10320-CREDIT-POSITION-EXIT
004880         END-IF
004890         DIVIDE WS-IMP-POSN BY WS-PT-DIVISOR(WS-PEND-IDX)
004900             GIVING WS-IMP-QUOT REMAINDER WS-IMP-REM
004910         IF WS-IMP-REM = ZERO
004920             ADD 1 TO WS-PT-HITS(WS-PEND-IDX)
004930         END-IF
004940         .
004950  10320-CREDIT-POSITION-EXIT.
004960         EXIT.
004970**
004980  10400-WRITE-HEADING.
004990         MOVE WS-RUN-DATE TO WS-TTL-DATE
005000         WRITE FBPNDLST-RECORD FROM WS-TTL-LINE
005010         IF WS-SIMULATED
005020             WRITE FBPNDLST-RECORD FROM WS-SIM-LINE
005030             MOVE "  POSITIONS RECLASSIFIED " TO WS-CNT-TEXT
005040             MOVE WS-SIM-RECLASS TO WS-CNT-VALUE
005050             WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
005060         ELSE
005070             MOVE "NO IMPACT SIMULATION ON FBIMPACT"
005080               TO FBPNDLST-RECORD
005090             WRITE FBPNDLST-RECORD
005100         END-IF
005110         IF NOT WS-CAND-SUPPLIED
005120             MOVE "NO CANDIDATE RULE SET ON FBRULCND"
005130               TO FBPNDLST-RECORD
005140             WRITE FBPNDLST-RECORD
005150         END-IF
005160         MOVE SPACES TO FBPNDLST-RECORD
005170         WRITE FBPNDLST-RECORD
005180         IF WS-PEND-COUNT = ZERO
005190             MOVE "NO RULE CHANGES ARE WAITING FOR APPROVAL"
005200               TO FBPNDLST-RECORD
005210             WRITE FBPNDLST-RECORD
005220         ELSE
005230             WRITE FBPNDLST-RECORD FROM WS-COL-LINE
005240         END-IF
005250         .
005260  10400-WRITE-HEADING-EXIT.
005270         EXIT.
005280**
005290*---------------------------------------------------------------*
005300* 20000-REPORT-CHANGE -- TWO LINES PER PENDING CHANGE: THE CHANGE*
005310*     ITSELF, THEN ITS CANDIDATE AND IMPACT STATUS               *
005320*---------------------------------------------------------------*
005330  20000-REPORT-CHANGE.
005340         MOVE WS-PT-ID(WS-PEND-IDX)         TO WS-DTL-ID
005350         MOVE WS-PT-ACTION(WS-PEND-IDX)     TO WS-DTL-ACTION
005360         MOVE WS-PT-DIVISOR(WS-PEND-IDX)    TO WS-DTL-DIVISOR
005370         MOVE WS-PT-LABEL(WS-PEND-IDX)      TO WS-DTL-LABEL
005380         MOVE WS-PT-EFF(WS-PEND-IDX)        TO WS-DTL-EFF
005390         MOVE WS-PT-EXP(WS-PEND-IDX)        TO WS-DTL-EXP
005400         MOVE WS-PT-MAKER(WS-PEND-IDX)      TO WS-DTL-MAKER
005410         MOVE WS-PT-KEYED-DATE(WS-PEND-IDX) TO WS-DTL-KEYED
005420         MOVE WS-PT-AGE(WS-PEND-IDX)        TO WS-DTL-AGE
005430*        FBRULMNT EXPIRES A CHANGE OLDER THAN ITS LIFE AT THE
005440*        START OF A RUN - NO DAYS LEFT MEANS THE NEXT RUN DOES IT
005450         COMPUTE WS-DAYS-LEFT = WS-PT-LIFE(WS-PEND-IDX)
005460             - WS-PT-AGE(WS-PEND-IDX)
005470         IF WS-DAYS-LEFT < 1
005480             MOVE "EXPD" TO WS-DTL-LEFT-X
005490             ADD 1 TO WS-EXPIRING-COUNT
005500         ELSE
005510             MOVE WS-DAYS-LEFT TO WS-DTL-LEFT
005520         END-IF
005530         WRITE FBPNDLST-RECORD FROM WS-DTL-LINE
005540         PERFORM 20100-MATCH-CANDIDATE
005550             THRU 20100-MATCH-CANDIDATE-EXIT
005560         MOVE WS-CAND-STATUS TO WS-STS-CAND
005565         MOVE WS-PT-BOOK(WS-PEND-IDX)       TO WS-STS-BOOK
005570         IF WS-SIMULATED
005575             AND WS-PT-BOOK(WS-PEND-IDX) = WS-SIM-BOOK
005580             MOVE WS-PT-HITS(WS-PEND-IDX) TO WS-IMPACT-HITS
005590             MOVE WS-IMPACT-TEXT TO WS-STS-IMPACT
005600         ELSE
005610             MOVE "NOT SIMULATED" TO WS-STS-IMPACT
005620         END-IF
005630         IF WS-SIMULATED
005635             AND WS-PT-BOOK(WS-PEND-IDX) = WS-SIM-BOOK
005640             AND WS-CAND-STATUS = "MATCHED"
005650             MOVE "READY" TO WS-STS-READY
005660             ADD 1 TO WS-READY-COUNT
005670         ELSE
005680             MOVE "HOLD " TO WS-STS-READY
005690             ADD 1 TO WS-HOLD-COUNT
005700         END-IF
005710         WRITE FBPNDLST-RECORD FROM WS-STS-LINE
005720         .
005730  20000-REPORT-CHANGE-EXIT.
005740         EXIT.
005750**
005760*---------------------------------------------------------------*
005770* 20100-MATCH-CANDIDATE -- DOES THE CANDIDATE SET CARRY THIS     *
005780*     CHANGE?  AN ADD OR CHANGE MATCHES WHEN THE DIVISOR IS IN   *
005790*     THE SET AND EVERY LABEL/DATE THE MAKER KEYED AGREES -      *
005800*     A BLANK CARD FIELD IS NOT COMPARED.  A DELETE MATCHES      *
005810*     WHEN THE DIVISOR IS NOT IN THE SET.                        *
005820*---------------------------------------------------------------*
005830  20100-MATCH-CANDIDATE.
005840         IF NOT WS-CAND-SUPPLIED
005850             MOVE "NO CANDIDATE SET" TO WS-CAND-STATUS
005860             GO TO 20100-MATCH-CANDIDATE-EXIT
005870         END-IF
005880         SET WS-CAND-NOT-FOUND TO TRUE
005890         SET WS-CAND-IDX TO 1
005900         SEARCH WS-CAND-ENTRY
005910             AT END
005920                 SET WS-CAND-NOT-FOUND TO TRUE
005930             WHEN WS-CAND-IDX > WS-CAND-COUNT
005940                 SET WS-CAND-NOT-FOUND TO TRUE
005950             WHEN WS-CAND-DIVISOR(WS-CAND-IDX)
005960                    = WS-PT-DIVISOR(WS-PEND-IDX)
005963                 AND WS-CAND-BOOK(WS-CAND-IDX)
005966                   = WS-PT-BOOK(WS-PEND-IDX)
005970                 SET WS-CAND-FOUND TO TRUE
005980         END-SEARCH
005990         IF WS-PT-ACTION(WS-PEND-IDX) = "DELETE"
006000             IF WS-CAND-FOUND
006010                 MOVE "STILL IN CAND SET" TO WS-CAND-STATUS
006020             ELSE
006030                 MOVE "MATCHED" TO WS-CAND-STATUS
006040             END-IF
006050             GO TO 20100-MATCH-CANDIDATE-EXIT
006060         END-IF
006070         IF WS-CAND-NOT-FOUND
006080             MOVE "NOT IN CANDIDATE SET" TO WS-CAND-STATUS
006090             GO TO 20100-MATCH-CANDIDATE-EXIT
006100         END-IF
006110         MOVE "MATCHED" TO WS-CAND-STATUS
006120         IF WS-PT-LABEL(WS-PEND-IDX) NOT = SPACES
006130             AND WS-PT-LABEL(WS-PEND-IDX)
006140                 NOT = WS-CAND-LABEL(WS-CAND-IDX)
006150             MOVE "LABEL DIFFERS" TO WS-CAND-STATUS
006160         END-IF
006170         IF WS-PT-EFF(WS-PEND-IDX) NUMERIC
006180             AND WS-PT-EFF-N(WS-PEND-IDX)
006190                 NOT = WS-CAND-EFF(WS-CAND-IDX)
006200             MOVE "DATES DIFFER" TO WS-CAND-STATUS
006210         END-IF
006220         IF WS-PT-EXP(WS-PEND-IDX) NUMERIC
006230             AND WS-PT-EXP-N(WS-PEND-IDX)
006240                 NOT = WS-CAND-EXP(WS-CAND-IDX)
006250             MOVE "DATES DIFFER" TO WS-CAND-STATUS
006260         END-IF
006270         .
006280  20100-MATCH-CANDIDATE-EXIT.
006290         EXIT.
006300**
006310  30000-END.
006320         MOVE SPACES TO FBPNDLST-RECORD
006330         WRITE FBPNDLST-RECORD
006340         MOVE "CHANGES PENDING        = " TO WS-CNT-TEXT
006350         MOVE WS-PEND-COUNT      TO WS-CNT-VALUE
006360         WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
006370         MOVE "READY FOR APPROVAL     = " TO WS-CNT-TEXT
006380         MOVE WS-READY-COUNT     TO WS-CNT-VALUE
006390         WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
006400         MOVE "ON HOLD                = " TO WS-CNT-TEXT
006410         MOVE WS-HOLD-COUNT      TO WS-CNT-VALUE
006420         WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
006430         MOVE "EXPIRING AT NEXT RUN   = " TO WS-CNT-TEXT
006440         MOVE WS-EXPIRING-COUNT  TO WS-CNT-VALUE
006450         WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
006460         IF WS-OVERFLOW-COUNT > ZERO
006470             MOVE "NOT LISTED - TABLE FULL = " TO WS-CNT-TEXT
006480             MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE
006490             WRITE FBPNDLST-RECORD FROM WS-CNT-LINE
006495             MOVE WS-OVERFLOW-COUNT TO WS-ALERT-NUM
006500             STRING "FBPNDRPT0070W PENDING TABLE FULL - "
006510                 WS-ALERT-NUM " CHANGES NOT LISTED"
006513                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006516             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006520         END-IF
006530         DISPLAY "FBPNDRPT SUMMARY"
006540         DISPLAY "CHANGES PENDING        = " WS-PEND-COUNT
006550         DISPLAY "READY FOR APPROVAL     = " WS-READY-COUNT
006560         DISPLAY "ON HOLD                = " WS-HOLD-COUNT
006570         DISPLAY "EXPIRING AT NEXT RUN   = " WS-EXPIRING-COUNT
006580         IF (WS-HOLD-COUNT > ZERO
006590             OR WS-OVERFLOW-COUNT > ZERO)
006600             AND RETURN-CODE < 4
006610             MOVE 4 TO RETURN-CODE
006620         END-IF
006630         CLOSE FBPNDLST-FILE
006640         DISPLAY "**********"
006650         .
006660  30000-END-EXIT.
006670         EXIT.
006680**
006690*--------------------------------------------------------------- *
006700* 40000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DW-DATE TO A DAY        *
006710*     SERIAL IN WS-DW-SERIAL.  SAME ALGORITHM AS FBFEDACK -      *
006720*     JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE      *
006730*     PRIOR YEAR SO THE LEAP DAY FALLS AT YEAR END.              *
006740*--------------------------------------------------------------- *
006750  40000-DATE-TO-SERIAL.
006760         IF WS-DW-MONTH < 3
006770             COMPUTE WS-DW-Y = WS-DW-YEAR - 1
006780             COMPUTE WS-DW-M = WS-DW-MONTH + 12
006790         ELSE
006800             MOVE WS-DW-YEAR  TO WS-DW-Y
006810             MOVE WS-DW-MONTH TO WS-DW-M
006820         END-IF
006830         DIVIDE WS-DW-Y BY 4   GIVING WS-DW-QUAD
006840         DIVIDE WS-DW-Y BY 100 GIVING WS-DW-CENT
006850         DIVIDE WS-DW-Y BY 400 GIVING WS-DW-QCENT
006860         COMPUTE WS-DW-MDAYS = 153 * (WS-DW-M + 1)
006870         DIVIDE WS-DW-MDAYS BY 5 GIVING WS-DW-MDAYS
006880         COMPUTE WS-DW-SERIAL = 365 * WS-DW-Y
006890             + WS-DW-QUAD - WS-DW-CENT + WS-DW-QCENT
006900             + WS-DW-MDAYS + WS-DW-DAY
006910         .
006920  40000-DATE-TO-SERIAL-EXIT.
006930         EXIT.
006940**
006950*---------------------------------------------------------------*
006960* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
006970*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
006980*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
006990*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
007000*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
007010*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
007020*---------------------------------------------------------------*
007030  95000-RAISE-ALERT.
007040         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
007050             VARYING WS-ALERT-LEN FROM 132 BY -1
007060             UNTIL WS-ALERT-LEN = 1
007070             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
007080         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
007090         IF WS-ALERTS-STOPPED
007100             GO TO 95000-RAISE-ALERT-CLEAR
007110         END-IF
007120         IF NOT WS-ALERT-OPEN
007130             OPEN EXTEND FBALERT-FILE
007140             IF WS-FBALERT-STATUS NOT = "00"
007150                 DISPLAY "FBPNDRPT0990W FBALERT OPEN FAILED -"
007160                     " STATUS " WS-FBALERT-STATUS
007170                     " - NO ALERTS WRITTEN"
007180                 SET WS-ALERTS-STOPPED TO TRUE
007190                 GO TO 95000-RAISE-ALERT-CLEAR
007200             END-IF
007210             SET WS-ALERT-OPEN TO TRUE
007220         END-IF
007230         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
007240             MOVE SPACES TO WS-ALERT-MSG
007250             STRING "FBPNDRPT0991W ALERT LIMIT REACHED -"
007260                 " LATER MESSAGES ARE ON SYSOUT ONLY"
007270                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007280             DISPLAY WS-ALERT-MSG(1:72)
007290             SET WS-ALERTS-STOPPED TO TRUE
007300         END-IF
007310         MOVE SPACES TO FBAL-RECORD
007320         MOVE "FBPNDRPT" TO FBAL-PROGRAM
007330         MOVE 1 TO WS-ALERT-PTR
007340         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
007350             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
007360         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
007370         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
007380         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
007390         ACCEPT WS-ALERT-TIME FROM TIME
007400         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
007410         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
007420         WRITE FBAL-RECORD
007430         IF WS-FBALERT-STATUS NOT = "00"
007440             DISPLAY "FBPNDRPT0992W FBALERT WRITE FAILED -"
007450                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
007460             SET WS-ALERTS-STOPPED TO TRUE
007470         ELSE
007480             ADD 1 TO WS-ALERT-CNT
007490         END-IF
007500         .
007510  95000-RAISE-ALERT-CLEAR.
007520         MOVE SPACES TO WS-ALERT-MSG
007530         .
007540  95000-RAISE-ALERT-EXIT.
007550         EXIT.
007560**
007570  95010-ALERT-LENGTH.
007580         CONTINUE
007590         .
007600  95010-ALERT-LENGTH-EXIT.
007610         EXIT.
007620**
007630*---------------------------------------------------------------*
007640* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
007650*---------------------------------------------------------------*
007660  95100-CLOSE-ALERTS.
007670         IF WS-ALERT-OPEN
007680             CLOSE FBALERT-FILE
007690             MOVE "N" TO WS-ALERT-OPEN-SW
007700         END-IF
007710         .
007720  95100-CLOSE-ALERTS-EXIT.
007730         EXIT.
007740**
007750  END PROGRAM FBPNDRPT.
