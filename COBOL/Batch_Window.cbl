000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Step timing trend and batch-window forecast over      *
000050**         the FBRUNHST run history.  Every FIZZBUZZ run now     *
000060**         records its end time, elapsed seconds and the         *
000070**         positions-per-minute rate it achieved; this report    *
000080**         trends those figures by run mode and range-size band  *
000090**         (runs, average and longest elapsed, weighted rate,    *
000100**         last run date) and forecasts the elapsed time of      *
000110**         each proposed FIRST/LAST range read from the FBWINCTL *
000120**         control cards.  A range whose forecast finish falls   *
000130**         past the batch-window end is flagged, with the number *
000140**         of FBSPLIT slices that would bring the longest slice  *
000150**         back inside the window.                               *
000160**         Only runs that ended RC 4 or better and carry timing  *
000170**         are trended; records from before the timing fields    *
000180**         existed, and the untimed FBRSLOAD MODE=P records,     *
000190**         are counted and skipped.                              *
000200**                                                               *
000210** Control cards (FBWINCTL, 80 bytes, in any order):             *
000220**   W card - the batch window, exactly one:                     *
000230**     col 1      W                                              *
000240**     cols 3-8   scheduled start of the FIZZBUZZ step HHMMSS    *
000250**     cols 10-15 batch-window end time HHMMSS (an end at or     *
000260**                before the start means the window crosses      *
000270**                midnight)                                      *
000280**   R card - a proposed range, up to 50:                        *
000290**     col 1      R                                              *
000300**     cols 3-11  FIRST position                                 *
000310**     cols 13-21 LAST  position                                 *
000320**     col 23     run mode S, T or R (blank = S)                 *
000330**     cols 25-30 start time HHMMSS inside the window (blank =   *
000340**                the window start)                              *
000350**   * in col 1 is a comment card.                               *
000360**                                                               *
000370** RC 4 = a range overruns the window, or no timed history to    *
000380**        forecast from; RC 8 = a control card was rejected;     *
000390**        RC 16 = range cards but no valid W card; RC 20 = I-O   *
000400**        failure.                                               *
000410**                                                               *
000420** Modification History                                          *
000430** -------------------------------------------------------------*
000440** 2026-10-14  DPS  New program.                                 *
000442** 2026-10-14  DPS  E and W messages are also written to the     *
000444**                  shared FBALERT alert file for the morning    *
000446**                  FBALDGST exception digest.                   *
000450******************************************************************
000460  IDENTIFICATION DIVISION.
000470**-*-*-*-*-*-*-*-*-*-*-*-*-
000480  PROGRAM-ID. FBWINFCT.
000490  AUTHOR. D P SULLIVAN.
000500  INSTALLATION. CORPORATE BATCH OPERATIONS.
000510  DATE-WRITTEN. 10/14/2026.
000520  DATE-COMPILED.
000530**-*-*-*-*-*-*-*-*-*-*--
000540  ENVIRONMENT DIVISION.
000550**-*-*-*-*-*-*-*-*-*-*--
000560  CONFIGURATION SECTION.
000570*----------------------
000580  INPUT-OUTPUT SECTION.
000590*----------------------
000600  FILE-CONTROL.
000610         SELECT FBWINCTL-FILE ASSIGN TO FBWINCTL
000620             ORGANIZATION IS SEQUENTIAL
000630             FILE STATUS IS WS-FBWINCTL-STATUS.
000640         SELECT FBRUNHST-FILE ASSIGN TO FBRUNHST
000650             ORGANIZATION IS SEQUENTIAL
000660             FILE STATUS IS WS-FBRUNHST-STATUS.
000670         SELECT FBWINRPT-FILE ASSIGN TO FBWINRPT
000680             ORGANIZATION IS SEQUENTIAL
000690             FILE STATUS IS WS-FBWINRPT-STATUS.
000692         SELECT FBALERT-FILE ASSIGN TO FBALERT
000694             ORGANIZATION IS SEQUENTIAL
000696             FILE STATUS IS WS-FBALERT-STATUS.
000700  DATA DIVISION.
000710**-*-*-*-*-*-*-*-
000720  FILE SECTION.
000730*-------------------------
000740  FD  FBWINCTL-FILE
000750         RECORDING MODE IS F
000760         LABEL RECORDS ARE STANDARD
000770         RECORD CONTAINS 80 CHARACTERS.
000780  01  FBWC-WINDOW-CARD.
000790         05  FBWC-TYPE           PIC X(01).
000800             88  FBWC-WINDOW               VALUE "W".
000810             88  FBWC-RANGE                VALUE "R".
000820             88  FBWC-COMMENT              VALUE "*".
000830         05  FILLER              PIC X(01).
000840         05  FBWC-WIN-START      PIC X(06).
000850         05  FILLER              PIC X(01).
000860         05  FBWC-WIN-END        PIC X(06).
000870         05  FILLER              PIC X(65).
000880  01  FBWC-RANGE-CARD.
000890         05  FILLER              PIC X(02).
000900         05  FBWC-FIRST          PIC X(09).
000910         05  FILLER              PIC X(01).
000920         05  FBWC-LAST           PIC X(09).
000930         05  FILLER              PIC X(01).
000940         05  FBWC-MODE           PIC X(01).
000950         05  FILLER              PIC X(01).
000960         05  FBWC-START          PIC X(06).
000970         05  FILLER              PIC X(50).
000980  FD  FBRUNHST-FILE
000990         RECORDING MODE IS F
001000         LABEL RECORDS ARE STANDARD
001010         RECORD CONTAINS 530 CHARACTERS.
001020  COPY FBRUNREC.
001030  FD  FBWINRPT-FILE
001040         RECORDING MODE IS F
001050         LABEL RECORDS ARE STANDARD
001060         RECORD CONTAINS 80 CHARACTERS.
001070  01  FBWINRPT-RECORD            PIC X(80).
001071  FD  FBALERT-FILE
001072         RECORDING MODE IS F
001073         LABEL RECORDS ARE STANDARD
001074         RECORD CONTAINS 150 CHARACTERS.
001075  COPY FBALREC.
001080  WORKING-STORAGE SECTION.
001090*-------------------------
001100  01  WS-DATA.
001110         05  WS-SWITCHES.
001120             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001130                 88  WS-FILES-OK               VALUE "Y".
001140                 88  WS-FILES-FAILED           VALUE "N".
001150             10  WS-CARD-EOF-SW     PIC X(01)  VALUE "N".
001160                 88  WS-CARD-EOF               VALUE "Y".
001170             10  WS-HIST-EOF-SW     PIC X(01)  VALUE "N".
001180                 88  WS-HIST-EOF               VALUE "Y".
001190             10  WS-WINDOW-SW       PIC X(01)  VALUE "N".
001200                 88  WS-WINDOW-GIVEN           VALUE "Y".
001210             10  WS-TIME-SW         PIC X(01)  VALUE "N".
001220                 88  WS-TIME-VALID             VALUE "Y".
001230             10  WS-CARD-SW         PIC X(01)  VALUE "Y".
001240                 88  WS-CARD-VALID             VALUE "Y".
001250                 88  WS-CARD-INVALID           VALUE "N".
001260         05  WS-FILE-STATUSES.
001270             10  WS-FBWINCTL-STATUS PIC X(02)  VALUE "00".
001280             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001290             10  WS-FBWINRPT-STATUS PIC X(02)  VALUE "00".
001300         05  WS-RUN-STAMP.
001310             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001320*---------------------------------------------------------------*
001330* TIME-OF-DAY WORK - HHMMSS TO AND FROM SECONDS SINCE MIDNIGHT   *
001340*---------------------------------------------------------------*
001350         05  WS-TIME-WORK.
001360             10  WS-TIME-IN         PIC X(06).
001370             10  WS-TIME-HMS        PIC 9(06).
001380             10  WS-TIME-HMS-X REDEFINES WS-TIME-HMS.
001390                 15  WS-THH         PIC 9(02).
001400                 15  WS-TMM         PIC 9(02).
001410                 15  WS-TSS         PIC 9(02).
001420             10  WS-TIME-SECS       PIC 9(08) COMP VALUE ZERO.
001430             10  WS-SEC-REM         PIC 9(08) COMP VALUE ZERO.
001440             10  WS-DAY-REM         PIC 9(08) COMP VALUE ZERO.
001450             10  WS-DAYS            PIC 9(04) COMP VALUE ZERO.
001460*          THE BATCH WINDOW FROM THE W CARD
001470         05  WS-WINDOW.
001480             10  WS-WIN-START       PIC 9(06)  VALUE ZERO.
001490             10  WS-WIN-END         PIC 9(06)  VALUE ZERO.
001500             10  WS-WIN-START-SECS  PIC 9(08) COMP VALUE ZERO.
001510             10  WS-WIN-END-SECS    PIC 9(08) COMP VALUE ZERO.
001520             10  WS-WIN-LENGTH      PIC 9(08) COMP VALUE ZERO.
001530*---------------------------------------------------------------*
001540* PROPOSED RANGES FROM THE R CARDS, FORECAST AFTER THE HISTORY   *
001550* HAS BEEN READ                                                  *
001560*---------------------------------------------------------------*
001570         05  WS-RANGE-TABLE.
001580             10  WS-RNG-COUNT       PIC 9(02) COMP VALUE ZERO.
001590             10  WS-RNG-MAX         PIC 9(02) COMP VALUE 50.
001600             10  WS-RNG-SUB         PIC 9(02) COMP VALUE ZERO.
001610             10  WS-RNG-ENTRY OCCURS 50 TIMES.
001620                 15  WS-RNG-FIRST   PIC 9(09).
001630                 15  WS-RNG-LAST    PIC 9(09).
001640                 15  WS-RNG-MODE    PIC X(01).
001650                 15  WS-RNG-START   PIC 9(06).
001660*---------------------------------------------------------------*
001670* TREND ACCUMULATORS BY RUN MODE (S, T, R) AND RANGE-SIZE BAND.  *
001680* BANDS 1-6 ARE THE SIZE BANDS BELOW (POSITIONS PROCESSED ON     *
001690* THE RUN); BAND 7 IS THE MODE TOTAL OVER ALL SIZES.             *
001700*---------------------------------------------------------------*
001710         05  WS-MODE-NAMES.
001720             10  FILLER             PIC X(11)  VALUE
001730                 "SEQUENTIAL".
001740             10  FILLER             PIC X(11)  VALUE
001750                 "TRANSACTION".
001760             10  FILLER             PIC X(11)  VALUE
001770                 "REFRESH".
001780         05  WS-MODE-NAME-X REDEFINES WS-MODE-NAMES.
001790             10  WS-MODE-NAME       PIC X(11) OCCURS 3 TIMES.
001800         05  WS-BAND-NAMES.
001810             10  FILLER             PIC X(14)  VALUE "UNDER 10K".
001820             10  FILLER             PIC X(14)  VALUE "10K - 100K".
001830             10  FILLER             PIC X(14)  VALUE "100K - 1M".
001840             10  FILLER             PIC X(14)  VALUE "1M - 10M".
001850             10  FILLER             PIC X(14)  VALUE "10M - 100M".
001860             10  FILLER             PIC X(14)  VALUE
001870                 "100M AND OVER".
001880             10  FILLER             PIC X(14)  VALUE "ALL SIZES".
001890         05  WS-BAND-NAME-X REDEFINES WS-BAND-NAMES.
001900             10  WS-BAND-NAME       PIC X(14) OCCURS 7 TIMES.
001910         05  WS-TREND-TABLE.
001920             10  WS-TRD-MODE OCCURS 3 TIMES.
001930                 15  WS-TRD-BAND OCCURS 7 TIMES.
001940                     20  WS-TRD-RUNS      PIC 9(08) COMP.
001950                     20  WS-TRD-POSNS     PIC 9(15) COMP.
001960                     20  WS-TRD-SECS      PIC 9(12) COMP.
001970                     20  WS-TRD-MAX-SECS  PIC 9(08) COMP.
001980                     20  WS-TRD-LAST-DATE PIC 9(08).
001990         05  WS-ALL-TOTALS.
002000             10  WS-ALL-RUNS        PIC 9(08) COMP VALUE ZERO.
002010             10  WS-ALL-POSNS       PIC 9(15) COMP VALUE ZERO.
002020             10  WS-ALL-SECS        PIC 9(12) COMP VALUE ZERO.
002030         05  WS-TREND-WORK.
002040             10  WS-MODE-SUB        PIC 9(02) COMP VALUE ZERO.
002050             10  WS-BAND-SUB        PIC 9(02) COMP VALUE ZERO.
002060             10  WS-BAND-SIZE       PIC 9(09) COMP VALUE ZERO.
002070             10  WS-AVG-SECS        PIC 9(08) COMP VALUE ZERO.
002080             10  WS-AVG-RATE        PIC 9(09) COMP VALUE ZERO.
002090*---------------------------------------------------------------*
002100* FORECAST WORK - 40200-FORECAST-SIZE FIGURES WS-FC-SECS FOR     *
002110* WS-FC-SIZE POSITIONS IN MODE WS-MODE-SUB                       *
002120*---------------------------------------------------------------*
002130         05  WS-FORECAST-WORK.
002140             10  WS-FC-SIZE         PIC 9(09) COMP VALUE ZERO.
002150             10  WS-FC-RATE         PIC 9(09) COMP VALUE ZERO.
002160             10  WS-FC-BASIS        PIC X(01)  VALUE SPACE.
002170                 88  WS-FC-NO-BASIS            VALUE SPACE.
002180             10  WS-FC-SECS         PIC 9(08) COMP VALUE ZERO.
002190             10  WS-RNG-SIZE        PIC 9(09) COMP VALUE ZERO.
002200             10  WS-RNG-RATE        PIC 9(09) COMP VALUE ZERO.
002210             10  WS-RNG-BASIS       PIC X(01)  VALUE SPACE.
002220             10  WS-RNG-SECS        PIC 9(08) COMP VALUE ZERO.
002230             10  WS-RNG-START-SECS  PIC 9(08) COMP VALUE ZERO.
002240             10  WS-RNG-AVAIL       PIC 9(08) COMP VALUE ZERO.
002250             10  WS-FINISH-HMS      PIC 9(06)  VALUE ZERO.
002260             10  WS-SLICES          PIC 9(02) COMP VALUE ZERO.
002270             10  WS-SLICE-MAX       PIC 9(02) COMP VALUE 16.
002280             10  WS-SLICE-SIZE      PIC 9(09) COMP VALUE ZERO.
002290             10  WS-SLICE-REM       PIC 9(09) COMP VALUE ZERO.
002300             10  WS-SLICE-FIT-SW    PIC X(01)  VALUE "N".
002310                 88  WS-SLICE-FITS             VALUE "Y".
002320         05  WS-CONTROL-TOTALS.
002330             10  WS-CARD-READ-CNT     PIC 9(8) COMP VALUE ZERO.
002340             10  WS-CARD-BAD-CNT      PIC 9(8) COMP VALUE ZERO.
002350             10  WS-HIST-READ-CNT     PIC 9(8) COMP VALUE ZERO.
002360             10  WS-HIST-BAD-CNT      PIC 9(8) COMP VALUE ZERO.
002370             10  WS-UNTIMED-CNT       PIC 9(8) COMP VALUE ZERO.
002380             10  WS-FAILED-CNT        PIC 9(8) COMP VALUE ZERO.
002390             10  WS-OVERRUN-CNT       PIC 9(8) COMP VALUE ZERO.
002400*---------------------------------------------------------------*
002410* FBWINRPT REPORT LINE LAYOUTS                                   *
002420*---------------------------------------------------------------*
002430         05  WS-RPT-LINES.
002440             10  WS-TTL-LINE.
002450                 15  FILLER         PIC X(40) VALUE
002460                     "FIZZBUZZ STEP TIMING AND BATCH WINDOW".
002470                 15  FILLER         PIC X(10) VALUE "RUN DATE ".
002480                 15  WS-TTL-DATE    PIC 9(08).
002490                 15  FILLER         PIC X(22) VALUE SPACES.
002500             10  WS-TRH-LINE.
002510                 15  FILLER         PIC X(40) VALUE
002520                     "MODE        SIZE BAND       RUNS  AVG SE".
002530                 15  FILLER         PIC X(40) VALUE
002540                     "CS  MAX SECS  POSNS/MIN  LAST RUN".
002550             10  WS-TRD-LINE.
002560                 15  WS-TL-MODE     PIC X(11).
002570                 15  FILLER         PIC X(01) VALUE SPACE.
002580                 15  WS-TL-BAND     PIC X(14).
002590                 15  FILLER         PIC X(01) VALUE SPACE.
002600                 15  WS-TL-RUNS     PIC 9(05).
002610                 15  FILLER         PIC X(02) VALUE SPACES.
002620                 15  WS-TL-AVG-SECS PIC 9(08).
002630                 15  FILLER         PIC X(02) VALUE SPACES.
002640                 15  WS-TL-MAX-SECS PIC 9(08).
002650                 15  FILLER         PIC X(02) VALUE SPACES.
002660                 15  WS-TL-RATE     PIC 9(09).
002670                 15  FILLER         PIC X(02) VALUE SPACES.
002680                 15  WS-TL-LAST     PIC 9(08).
002690                 15  FILLER         PIC X(07) VALUE SPACES.
002700             10  WS-WIN-LINE.
002710                 15  FILLER         PIC X(19) VALUE
002720                     "BATCH WINDOW START ".
002730                 15  WS-WL-START    PIC 9(06).
002740                 15  FILLER         PIC X(05) VALUE " END ".
002750                 15  WS-WL-END      PIC 9(06).
002760                 15  FILLER         PIC X(02) VALUE " (".
002770                 15  WS-WL-LENGTH   PIC 9(06).
002780                 15  FILLER         PIC X(09) VALUE " SECONDS)".
002790                 15  FILLER         PIC X(27) VALUE SPACES.
002800             10  WS-FCH-LINE.
002810                 15  FILLER         PIC X(40) VALUE
002820                     "FIRST     LAST      M POSITIONS POSNS/MI".
002830                 15  FILLER         PIC X(40) VALUE
002840                     "N B FORECAST  START  FINISH STATUS  SL".
002850             10  WS-FCT-LINE.
002860                 15  WS-FL-FIRST    PIC 9(09).
002870                 15  FILLER         PIC X(01) VALUE SPACE.
002880                 15  WS-FL-LAST     PIC 9(09).
002890                 15  FILLER         PIC X(01) VALUE SPACE.
002900                 15  WS-FL-MODE     PIC X(01).
002910                 15  FILLER         PIC X(01) VALUE SPACE.
002920                 15  WS-FL-SIZE     PIC 9(09).
002930                 15  FILLER         PIC X(01) VALUE SPACE.
002940                 15  WS-FL-RATE     PIC 9(09).
002950                 15  FILLER         PIC X(01) VALUE SPACE.
002960                 15  WS-FL-BASIS    PIC X(01).
002970                 15  FILLER         PIC X(01) VALUE SPACE.
002980                 15  WS-FL-SECS     PIC 9(08).
002990                 15  FILLER         PIC X(02) VALUE SPACES.
003000                 15  WS-FL-START    PIC 9(06).
003010                 15  FILLER         PIC X(01) VALUE SPACE.
003020                 15  WS-FL-FINISH   PIC 9(06).
003030                 15  FILLER         PIC X(01) VALUE SPACE.
003040                 15  WS-FL-STATUS   PIC X(07).
003050                 15  FILLER         PIC X(01) VALUE SPACE.
003060                 15  WS-FL-SLICES   PIC 9(02).
003070                 15  FILLER         PIC X(03) VALUE SPACES.
003080             10  WS-CNT-LINE.
003090                 15  WS-CNT-TEXT    PIC X(25).
003100                 15  WS-CNT-VALUE   PIC 9(09).
003101                 15  FILLER         PIC X(46) VALUE SPACES.
003102*---------------------------------------------------------------*
003103* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
003104* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
003105* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
003106*---------------------------------------------------------------*
003107  01  WS-ALERT-WORK.
003108         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
003109         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
003110             88  WS-ALERT-OPEN                   VALUE "Y".
003111         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
003112             88  WS-ALERTS-STOPPED               VALUE "Y".
003113         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
003114         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
003115         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
003116         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
003117         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
003118         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
003119         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
003120**-*-*-*-*-*-*-*-*-*-*
003130  PROCEDURE DIVISION.
003140**-*-*-*-*-*-*-*-*-*-*
003150*---------------------------------------------------------------*
003160* MAIN-PROCEDURE -- LOAD THE CARDS, TREND THE HISTORY, FORECAST  *
003170*---------------------------------------------------------------*
003180  MAIN-PROCEDURE.
003190         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
003200         IF WS-FILES-OK
003210             PERFORM 20000-PROCESS-RUN
003220                 THRU 20000-PROCESS-RUN-EXIT
003230                 UNTIL WS-HIST-EOF
003240             PERFORM 30000-END THRU 30000-END-EXIT
003250         END-IF
003255         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
003260         .
003270         STOP RUN.
003280**
003290*---------------------------------------------------------------*
003300* 10000-BEGIN -- OPENS, LOAD AND EDIT THE CONTROL CARDS, CLEAR   *
003310*     THE TREND TABLE, PRIME THE FIRST HISTORY RECORD            *
003320*---------------------------------------------------------------*
003330  10000-BEGIN.
003340         DISPLAY "**********"
003350         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003360         OPEN INPUT FBWINCTL-FILE
003370         IF WS-FBWINCTL-STATUS NOT = "00"
003380             STRING "FBWINFCT0010E FBWINCTL OPEN FAILED -"
003390                 " STATUS " WS-FBWINCTL-STATUS
003393                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003396             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003400             MOVE 20 TO RETURN-CODE
003410             SET WS-FILES-FAILED TO TRUE
003420             GO TO 10000-BEGIN-EXIT
003430         END-IF
003440         OPEN INPUT FBRUNHST-FILE
003450         IF WS-FBRUNHST-STATUS NOT = "00"
003460             STRING "FBWINFCT0020E FBRUNHST OPEN FAILED -"
003470                 " STATUS " WS-FBRUNHST-STATUS
003473                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003476             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003480             MOVE 20 TO RETURN-CODE
003490             SET WS-FILES-FAILED TO TRUE
003500             CLOSE FBWINCTL-FILE
003510             GO TO 10000-BEGIN-EXIT
003520         END-IF
003530         OPEN OUTPUT FBWINRPT-FILE
003540         IF WS-FBWINRPT-STATUS NOT = "00"
003550             STRING "FBWINFCT0030E FBWINRPT OPEN FAILED -"
003560                 " STATUS " WS-FBWINRPT-STATUS
003563                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003566             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003570             MOVE 20 TO RETURN-CODE
003580             SET WS-FILES-FAILED TO TRUE
003590             CLOSE FBWINCTL-FILE
003600             CLOSE FBRUNHST-FILE
003610             GO TO 10000-BEGIN-EXIT
003620         END-IF
003630         PERFORM 10100-READ-CARD THRU 10100-READ-CARD-EXIT
003640         PERFORM 10200-EDIT-CARD THRU 10200-EDIT-CARD-EXIT
003650             UNTIL WS-CARD-EOF
003660         CLOSE FBWINCTL-FILE
003670         PERFORM 10500-CLEAR-MODE THRU 10500-CLEAR-MODE-EXIT
003680             VARYING WS-MODE-SUB FROM 1 BY 1
003690               UNTIL WS-MODE-SUB > 3
003700         MOVE WS-RUN-DATE TO WS-TTL-DATE
003710         WRITE FBWINRPT-RECORD FROM WS-TTL-LINE
003720         MOVE SPACES TO FBWINRPT-RECORD
003730         WRITE FBWINRPT-RECORD
003740         PERFORM 20900-READ-HISTORY
003750             THRU 20900-READ-HISTORY-EXIT
003760         .
003770  10000-BEGIN-EXIT.
003780         EXIT.
003790**
003800  10100-READ-CARD.
003810         READ FBWINCTL-FILE
003820             AT END
003830                 SET WS-CARD-EOF TO TRUE
003840             NOT AT END
003850                 ADD 1 TO WS-CARD-READ-CNT
003860         END-READ
003870         .
003880  10100-READ-CARD-EXIT.
003890         EXIT.
003900**
003910*---------------------------------------------------------------*
003920* 10200-EDIT-CARD -- ONE CONTROL CARD.  A W CARD SETS THE        *
003930*     WINDOW; AN R CARD IS EDITED AND TABLED FOR THE FORECAST    *
003940*     (ITS START TIME IS CHECKED AGAINST THE WINDOW IN           *
003950*     30200-FORECAST-RANGES, ONCE ALL THE CARDS ARE IN).  A      *
003960*     CARD THAT FAILS THE EDIT IS REPORTED AND SKIPPED - RC 8.   *
003970*---------------------------------------------------------------*
003980  10200-EDIT-CARD.
003990         SET WS-CARD-VALID TO TRUE
004000         EVALUATE TRUE
004010             WHEN FBWC-COMMENT
004020                 CONTINUE
004030             WHEN FBWC-WINDOW
004040                 PERFORM 10300-EDIT-WINDOW
004050                     THRU 10300-EDIT-WINDOW-EXIT
004060             WHEN FBWC-RANGE
004070                 PERFORM 10400-EDIT-RANGE
004080                     THRU 10400-EDIT-RANGE-EXIT
004090             WHEN OTHER
004100                 SET WS-CARD-INVALID TO TRUE
004110         END-EVALUATE
004120         IF WS-CARD-INVALID
004130             ADD 1 TO WS-CARD-BAD-CNT
004140             STRING "FBWINFCT0040E INVALID CONTROL CARD SKIPPED"
004150                 " - "
004160                 FBWC-WINDOW-CARD(1:30)
004163                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004166             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004170             IF RETURN-CODE < 8
004180                 MOVE 8 TO RETURN-CODE
004190             END-IF
004200         END-IF
004210         PERFORM 10100-READ-CARD THRU 10100-READ-CARD-EXIT
004220         .
004230  10200-EDIT-CARD-EXIT.
004240         EXIT.
004250**
004260  10300-EDIT-WINDOW.
004270         MOVE FBWC-WIN-START TO WS-TIME-IN
004280         PERFORM 40000-EDIT-TIME THRU 40000-EDIT-TIME-EXIT
004290         IF NOT WS-TIME-VALID
004300             SET WS-CARD-INVALID TO TRUE
004310             GO TO 10300-EDIT-WINDOW-EXIT
004320         END-IF
004330         MOVE WS-TIME-HMS  TO WS-WIN-START
004340         MOVE WS-TIME-SECS TO WS-WIN-START-SECS
004350         MOVE FBWC-WIN-END TO WS-TIME-IN
004360         PERFORM 40000-EDIT-TIME THRU 40000-EDIT-TIME-EXIT
004370         IF NOT WS-TIME-VALID
004380             OR WS-TIME-SECS = WS-WIN-START-SECS
004390             SET WS-CARD-INVALID TO TRUE
004400             GO TO 10300-EDIT-WINDOW-EXIT
004410         END-IF
004420         MOVE WS-TIME-HMS  TO WS-WIN-END
004430         MOVE WS-TIME-SECS TO WS-WIN-END-SECS
004440*        AN END AT OR BEFORE THE START IS THE NEXT MORNING
004450         IF WS-WIN-END-SECS > WS-WIN-START-SECS
004460             COMPUTE WS-WIN-LENGTH =
004470                 WS-WIN-END-SECS - WS-WIN-START-SECS
004480         ELSE
004490             COMPUTE WS-WIN-LENGTH =
004500                 WS-WIN-END-SECS + 86400 - WS-WIN-START-SECS
004510         END-IF
004520         IF WS-WINDOW-GIVEN
004530             STRING "FBWINFCT0050W MORE THAN ONE W CARD - THE"
004540                 " LAST ONE IS USED"
004543                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004546             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004550             IF RETURN-CODE < 4
004560                 MOVE 4 TO RETURN-CODE
004570             END-IF
004580         END-IF
004590         SET WS-WINDOW-GIVEN TO TRUE
004600         .
004610  10300-EDIT-WINDOW-EXIT.
004620         EXIT.
004630**
004640  10400-EDIT-RANGE.
004650         IF FBWC-FIRST NOT NUMERIC
004660             OR FBWC-LAST NOT NUMERIC
004670             SET WS-CARD-INVALID TO TRUE
004680             GO TO 10400-EDIT-RANGE-EXIT
004690         END-IF
004700         IF FBWC-FIRST > FBWC-LAST
004710             SET WS-CARD-INVALID TO TRUE
004720             GO TO 10400-EDIT-RANGE-EXIT
004730         END-IF
004740         IF FBWC-MODE NOT = SPACE
004750             AND FBWC-MODE NOT = "S"
004760             AND FBWC-MODE NOT = "T"
004770             AND FBWC-MODE NOT = "R"
004780             SET WS-CARD-INVALID TO TRUE
004790             GO TO 10400-EDIT-RANGE-EXIT
004800         END-IF
004810         MOVE ZERO TO WS-TIME-HMS
004820         IF FBWC-START NOT = SPACES
004830             MOVE FBWC-START TO WS-TIME-IN
004840             PERFORM 40000-EDIT-TIME THRU 40000-EDIT-TIME-EXIT
004850             IF NOT WS-TIME-VALID
004860                 SET WS-CARD-INVALID TO TRUE
004870                 GO TO 10400-EDIT-RANGE-EXIT
004880             END-IF
004890         END-IF
004900         IF WS-RNG-COUNT NOT < WS-RNG-MAX
004910             STRING "FBWINFCT0060W RANGE TABLE FULL - CARD"
004920                 " SKIPPED - " FBWC-RANGE-CARD(1:30)
004923                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004926             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004930             IF RETURN-CODE < 4
004940                 MOVE 4 TO RETURN-CODE
004950             END-IF
004960             GO TO 10400-EDIT-RANGE-EXIT
004970         END-IF
004980         ADD 1 TO WS-RNG-COUNT
004990         MOVE FBWC-FIRST  TO WS-RNG-FIRST(WS-RNG-COUNT)
005000         MOVE FBWC-LAST   TO WS-RNG-LAST(WS-RNG-COUNT)
005010         MOVE FBWC-MODE   TO WS-RNG-MODE(WS-RNG-COUNT)
005020         IF FBWC-MODE = SPACE
005030             MOVE "S"     TO WS-RNG-MODE(WS-RNG-COUNT)
005040         END-IF
005050*        A ZERO START MEANS "AT THE WINDOW START" - A RANGE TRULY
005060*        STARTING AT MIDNIGHT IS GIVEN AS 000000 IN A WINDOW THAT
005070*        STARTS AT MIDNIGHT, WHICH COMES TO THE SAME THING
005080         MOVE WS-TIME-HMS TO WS-RNG-START(WS-RNG-COUNT)
005090         .
005100  10400-EDIT-RANGE-EXIT.
005110         EXIT.
005120**
005130  10500-CLEAR-MODE.
005140         PERFORM 10510-CLEAR-BAND THRU 10510-CLEAR-BAND-EXIT
005150             VARYING WS-BAND-SUB FROM 1 BY 1
005160               UNTIL WS-BAND-SUB > 7
005170         .
005180  10500-CLEAR-MODE-EXIT.
005190         EXIT.
005200**
005210  10510-CLEAR-BAND.
005220         MOVE ZERO TO WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB)
005230                      WS-TRD-POSNS(WS-MODE-SUB, WS-BAND-SUB)
005240                      WS-TRD-SECS(WS-MODE-SUB, WS-BAND-SUB)
005250                      WS-TRD-MAX-SECS(WS-MODE-SUB, WS-BAND-SUB)
005260                      WS-TRD-LAST-DATE(WS-MODE-SUB, WS-BAND-SUB)
005270         .
005280  10510-CLEAR-BAND-EXIT.
005290         EXIT.
005300**
005310*---------------------------------------------------------------*
005320* 20000-PROCESS-RUN -- ONE HISTORY RECORD.  A TIMED RUN THAT     *
005330*     ENDED RC 4 OR BETTER IS ROLLED INTO ITS MODE/SIZE CELL,    *
005340*     ITS MODE TOTAL AND THE ALL-RUNS TOTAL; ANYTHING ELSE IS    *
005350*     COUNTED AND SKIPPED.                                       *
005360*---------------------------------------------------------------*
005370  20000-PROCESS-RUN.
005380         IF FBRH-RUN-DATE NOT NUMERIC
005390             ADD 1 TO WS-HIST-BAD-CNT
005400             STRING "FBWINFCT0070W BAD HISTORY RECORD SKIPPED"
005403                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005406             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005410             GO TO 20000-PROCESS-RUN-READ
005420         END-IF
005430         IF FBRH-END-TIME NOT NUMERIC
005440             OR FBRH-ELAPSED-SECS NOT NUMERIC
005450             OR FBRH-RECORD-COUNT NOT NUMERIC
005460             ADD 1 TO WS-UNTIMED-CNT
005470             GO TO 20000-PROCESS-RUN-READ
005480         END-IF
005490         IF FBRH-ELAPSED-SECS = ZERO
005500             OR FBRH-RECORD-COUNT = ZERO
005510             ADD 1 TO WS-UNTIMED-CNT
005520             GO TO 20000-PROCESS-RUN-READ
005530         END-IF
005540         IF FBRH-RETURN-CODE NOT NUMERIC
005550             OR FBRH-RETURN-CODE > 4
005560             ADD 1 TO WS-FAILED-CNT
005570             GO TO 20000-PROCESS-RUN-READ
005580         END-IF
005590         EVALUATE FBRH-MODE
005600             WHEN "S"
005610                 MOVE 1 TO WS-MODE-SUB
005620             WHEN "T"
005630                 MOVE 2 TO WS-MODE-SUB
005640             WHEN "R"
005650                 MOVE 3 TO WS-MODE-SUB
005660             WHEN OTHER
005670                 ADD 1 TO WS-UNTIMED-CNT
005680                 GO TO 20000-PROCESS-RUN-READ
005690         END-EVALUATE
005700         MOVE FBRH-RECORD-COUNT TO WS-BAND-SIZE
005710         PERFORM 40100-FIND-BAND THRU 40100-FIND-BAND-EXIT
005720         PERFORM 20100-ROLL-CELL THRU 20100-ROLL-CELL-EXIT
005730         MOVE 7 TO WS-BAND-SUB
005740         PERFORM 20100-ROLL-CELL THRU 20100-ROLL-CELL-EXIT
005750         ADD 1                 TO WS-ALL-RUNS
005760         ADD FBRH-RECORD-COUNT TO WS-ALL-POSNS
005770         ADD FBRH-ELAPSED-SECS TO WS-ALL-SECS
005780         .
005790  20000-PROCESS-RUN-READ.
005800         PERFORM 20900-READ-HISTORY
005810             THRU 20900-READ-HISTORY-EXIT
005820         .
005830  20000-PROCESS-RUN-EXIT.
005840         EXIT.
005850**
005860  20100-ROLL-CELL.
005870         ADD 1 TO WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB)
005880         ADD FBRH-RECORD-COUNT
005890           TO WS-TRD-POSNS(WS-MODE-SUB, WS-BAND-SUB)
005900         ADD FBRH-ELAPSED-SECS
005910           TO WS-TRD-SECS(WS-MODE-SUB, WS-BAND-SUB)
005920         IF FBRH-ELAPSED-SECS >
005930             WS-TRD-MAX-SECS(WS-MODE-SUB, WS-BAND-SUB)
005940             MOVE FBRH-ELAPSED-SECS
005950               TO WS-TRD-MAX-SECS(WS-MODE-SUB, WS-BAND-SUB)
005960         END-IF
005970*        THE CONCATENATED SLICE HISTORIES ARE NOT IN DATE ORDER
005980*        WITH THE NIGHTLY, SO THE LATEST DATE IS KEPT, NOT THE
005990*        LAST ONE READ
006000         IF FBRH-RUN-DATE >
006010             WS-TRD-LAST-DATE(WS-MODE-SUB, WS-BAND-SUB)
006020             MOVE FBRH-RUN-DATE
006030               TO WS-TRD-LAST-DATE(WS-MODE-SUB, WS-BAND-SUB)
006040         END-IF
006050         .
006060  20100-ROLL-CELL-EXIT.
006070         EXIT.
006080**
006090  20900-READ-HISTORY.
006100         READ FBRUNHST-FILE
006110             AT END
006120                 SET WS-HIST-EOF TO TRUE
006130             NOT AT END
006140                 ADD 1 TO WS-HIST-READ-CNT
006150         END-READ
006160         .
006170  20900-READ-HISTORY-EXIT.
006180         EXIT.
006190**
006200*---------------------------------------------------------------*
006210* 30000-END -- TREND SECTION, FORECAST SECTION, COUNTS, CLOSE    *
006220*---------------------------------------------------------------*
006230  30000-END.
006240         PERFORM 30100-WRITE-TREND THRU 30100-WRITE-TREND-EXIT
006250         PERFORM 30200-FORECAST-RANGES
006260             THRU 30200-FORECAST-RANGES-EXIT
006270         MOVE SPACES TO FBWINRPT-RECORD
006280         WRITE FBWINRPT-RECORD
006290         MOVE "HISTORY RECORDS READ   = " TO WS-CNT-TEXT
006300         MOVE WS-HIST-READ-CNT   TO WS-CNT-VALUE
006310         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006320         MOVE "TIMED RUNS TRENDED     = " TO WS-CNT-TEXT
006330         MOVE WS-ALL-RUNS        TO WS-CNT-VALUE
006340         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006350         MOVE "RUNS WITH NO TIMING    = " TO WS-CNT-TEXT
006360         MOVE WS-UNTIMED-CNT     TO WS-CNT-VALUE
006370         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006380         MOVE "RUNS ENDED OVER RC 4   = " TO WS-CNT-TEXT
006390         MOVE WS-FAILED-CNT      TO WS-CNT-VALUE
006400         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006410         MOVE "RANGES FORECAST        = " TO WS-CNT-TEXT
006420         MOVE WS-RNG-COUNT       TO WS-CNT-VALUE
006430         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006440         MOVE "RANGES OVERRUNNING     = " TO WS-CNT-TEXT
006450         MOVE WS-OVERRUN-CNT     TO WS-CNT-VALUE
006460         WRITE FBWINRPT-RECORD FROM WS-CNT-LINE
006470         DISPLAY "FBWINFCT SUMMARY"
006480         DISPLAY "CONTROL CARDS READ     = " WS-CARD-READ-CNT
006490         DISPLAY "CONTROL CARDS REJECTED = " WS-CARD-BAD-CNT
006500         DISPLAY "HISTORY RECORDS READ   = " WS-HIST-READ-CNT
006510         DISPLAY "HISTORY RECORDS BAD    = " WS-HIST-BAD-CNT
006520         DISPLAY "TIMED RUNS TRENDED     = " WS-ALL-RUNS
006530         DISPLAY "RUNS WITH NO TIMING    = " WS-UNTIMED-CNT
006540         DISPLAY "RUNS ENDED OVER RC 4   = " WS-FAILED-CNT
006550         DISPLAY "RANGES FORECAST        = " WS-RNG-COUNT
006560         DISPLAY "RANGES OVERRUNNING     = " WS-OVERRUN-CNT
006570         IF WS-HIST-BAD-CNT > ZERO
006580             AND RETURN-CODE < 4
006590             MOVE 4 TO RETURN-CODE
006600         END-IF
006610         DISPLAY "**********"
006620         CLOSE FBRUNHST-FILE
006630         CLOSE FBWINRPT-FILE
006640         .
006650  30000-END-EXIT.
006660         EXIT.
006670**
006680*---------------------------------------------------------------*
006690* 30100-WRITE-TREND -- ONE LINE PER MODE/SIZE CELL THAT HAS      *
006700*     RUNS, THEN THE ALL-SIZES LINE OF THE MODE                  *
006710*---------------------------------------------------------------*
006720  30100-WRITE-TREND.
006730         MOVE "STEP TIMING TREND BY RUN MODE AND RANGE SIZE"
006740           TO FBWINRPT-RECORD
006750         WRITE FBWINRPT-RECORD
006760         WRITE FBWINRPT-RECORD FROM WS-TRH-LINE
006770         IF WS-ALL-RUNS = ZERO
006780             MOVE "NO TIMED RUNS ON THE RUN HISTORY"
006790               TO FBWINRPT-RECORD
006800             WRITE FBWINRPT-RECORD
006810             MOVE SPACES TO FBWINRPT-RECORD
006820             WRITE FBWINRPT-RECORD
006830             GO TO 30100-WRITE-TREND-EXIT
006840         END-IF
006850         PERFORM 30110-WRITE-MODE THRU 30110-WRITE-MODE-EXIT
006860             VARYING WS-MODE-SUB FROM 1 BY 1
006870               UNTIL WS-MODE-SUB > 3
006880         .
006890  30100-WRITE-TREND-EXIT.
006900         EXIT.
006910**
006920  30110-WRITE-MODE.
006930         IF WS-TRD-RUNS(WS-MODE-SUB, 7) = ZERO
006940             GO TO 30110-WRITE-MODE-EXIT
006950         END-IF
006960         PERFORM 30120-WRITE-CELL THRU 30120-WRITE-CELL-EXIT
006970             VARYING WS-BAND-SUB FROM 1 BY 1
006980               UNTIL WS-BAND-SUB > 7
006990         MOVE SPACES TO FBWINRPT-RECORD
007000         WRITE FBWINRPT-RECORD
007010         .
007020  30110-WRITE-MODE-EXIT.
007030         EXIT.
007040**
007050  30120-WRITE-CELL.
007060         IF WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB) = ZERO
007070             GO TO 30120-WRITE-CELL-EXIT
007080         END-IF
007090         COMPUTE WS-AVG-SECS =
007100             WS-TRD-SECS(WS-MODE-SUB, WS-BAND-SUB)
007110           / WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB)
007120*        THE RATE IS WEIGHTED BY VOLUME - TOTAL POSITIONS OVER
007130*        TOTAL TIME - NOT THE AVERAGE OF THE RUN RATES
007140         COMPUTE WS-AVG-RATE =
007150             (WS-TRD-POSNS(WS-MODE-SUB, WS-BAND-SUB) * 60)
007160           / WS-TRD-SECS(WS-MODE-SUB, WS-BAND-SUB)
007170         MOVE WS-MODE-NAME(WS-MODE-SUB) TO WS-TL-MODE
007180         MOVE WS-BAND-NAME(WS-BAND-SUB) TO WS-TL-BAND
007190         MOVE WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB)
007200           TO WS-TL-RUNS
007210         MOVE WS-AVG-SECS TO WS-TL-AVG-SECS
007220         MOVE WS-TRD-MAX-SECS(WS-MODE-SUB, WS-BAND-SUB)
007230           TO WS-TL-MAX-SECS
007240         MOVE WS-AVG-RATE TO WS-TL-RATE
007250         MOVE WS-TRD-LAST-DATE(WS-MODE-SUB, WS-BAND-SUB)
007260           TO WS-TL-LAST
007270         WRITE FBWINRPT-RECORD FROM WS-TRD-LINE
007280         .
007290  30120-WRITE-CELL-EXIT.
007300         EXIT.
007310**
007320*---------------------------------------------------------------*
007330* 30200-FORECAST-RANGES -- THE WINDOW LINE AND ONE FORECAST LINE *
007340*     PER R CARD.  RANGE CARDS WITH NO VALID W CARD CANNOT BE    *
007350*     JUDGED AGAINST A WINDOW - RC 16, NO FORECAST.              *
007360*---------------------------------------------------------------*
007370  30200-FORECAST-RANGES.
007380         IF WS-RNG-COUNT = ZERO
007390             DISPLAY "FBWINFCT0080I NO RANGE CARDS - TREND ONLY"
007400             GO TO 30200-FORECAST-RANGES-EXIT
007410         END-IF
007420         IF NOT WS-WINDOW-GIVEN
007430             STRING "FBWINFCT0090E NO VALID W CARD - RANGES NOT"
007440                 " FORECAST"
007443                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007446             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007450             MOVE 16 TO RETURN-CODE
007460             MOVE ZERO TO WS-RNG-COUNT
007470             GO TO 30200-FORECAST-RANGES-EXIT
007480         END-IF
007490         IF WS-ALL-RUNS = ZERO
007500             STRING "FBWINFCT0100W NO TIMED RUN HISTORY TO"
007510                 " FORECAST FROM"
007513                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007516             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007520             IF RETURN-CODE < 4
007530                 MOVE 4 TO RETURN-CODE
007540             END-IF
007550         END-IF
007560         MOVE "BATCH WINDOW FORECAST" TO FBWINRPT-RECORD
007570         WRITE FBWINRPT-RECORD
007580         MOVE WS-WIN-START  TO WS-WL-START
007590         MOVE WS-WIN-END    TO WS-WL-END
007600         MOVE WS-WIN-LENGTH TO WS-WL-LENGTH
007610         WRITE FBWINRPT-RECORD FROM WS-WIN-LINE
007620         WRITE FBWINRPT-RECORD FROM WS-FCH-LINE
007630         PERFORM 30210-FORECAST-ONE-RANGE
007640             THRU 30210-FORECAST-ONE-RANGE-EXIT
007650             VARYING WS-RNG-SUB FROM 1 BY 1
007660               UNTIL WS-RNG-SUB > WS-RNG-COUNT
007670         MOVE SPACES TO FBWINRPT-RECORD
007680         WRITE FBWINRPT-RECORD
007690         MOVE "BASIS  B = SAME MODE AND SIZE BAND"
007700           TO FBWINRPT-RECORD
007710         WRITE FBWINRPT-RECORD
007720         MOVE "       M = SAME MODE, ALL SIZES"
007730           TO FBWINRPT-RECORD
007740         WRITE FBWINRPT-RECORD
007750         MOVE "       A = ALL TIMED RUNS"
007760           TO FBWINRPT-RECORD
007770         WRITE FBWINRPT-RECORD
007780         MOVE "SL     FBSPLIT SLICES TO BRING THE LONGEST SLICE"
007790           TO FBWINRPT-RECORD
007800         WRITE FBWINRPT-RECORD
007810         MOVE "       BACK INSIDE THE WINDOW"
007820           TO FBWINRPT-RECORD
007830         WRITE FBWINRPT-RECORD
007840         .
007850  30200-FORECAST-RANGES-EXIT.
007860         EXIT.
007870**
007880*---------------------------------------------------------------*
007890* 30210-FORECAST-ONE-RANGE -- FORECAST THE WHOLE RANGE AS ONE    *
007900*     STEP FROM ITS START TIME.  PAST THE WINDOW END, TRY 2 THRU *
007910*     16 SLICES, CUT AS FBSPLIT CUTS THEM (EQUAL SHARES, THE     *
007920*     REMAINDER ON THE LAST SLICE), UNTIL THE LONGEST SLICE -    *
007930*     FORECAST AT THE RATE FOR ITS OWN SIZE - FITS.              *
007940*---------------------------------------------------------------*
007950  30210-FORECAST-ONE-RANGE.
007960         MOVE SPACES TO WS-FL-STATUS
007970         MOVE ZERO   TO WS-FL-SLICES
007980         MOVE WS-WIN-START-SECS TO WS-RNG-START-SECS
007990         IF WS-RNG-START(WS-RNG-SUB) NOT = ZERO
008000             MOVE WS-RNG-START(WS-RNG-SUB) TO WS-TIME-HMS
008010             COMPUTE WS-RNG-START-SECS = WS-THH * 3600
008020                 + WS-TMM * 60 + WS-TSS
008030         END-IF
008040*        SECONDS LEFT IN THE WINDOW FROM THE RANGE START.  A
008050*        START OUTSIDE THE WINDOW IS NOT FORECAST.
008060         IF WS-WIN-END-SECS > WS-WIN-START-SECS
008070             IF WS-RNG-START-SECS < WS-WIN-START-SECS
008080                 OR WS-RNG-START-SECS NOT < WS-WIN-END-SECS
008090                 MOVE "BAD STR" TO WS-FL-STATUS
008100                 MOVE ZERO      TO WS-RNG-AVAIL
008110             ELSE
008120                 COMPUTE WS-RNG-AVAIL =
008130                     WS-WIN-END-SECS - WS-RNG-START-SECS
008140             END-IF
008150         ELSE
008160             IF WS-RNG-START-SECS NOT < WS-WIN-START-SECS
008170                 COMPUTE WS-RNG-AVAIL =
008180                     WS-WIN-END-SECS + 86400 - WS-RNG-START-SECS
008190             ELSE
008200                 IF WS-RNG-START-SECS < WS-WIN-END-SECS
008210                     COMPUTE WS-RNG-AVAIL =
008220                         WS-WIN-END-SECS - WS-RNG-START-SECS
008230                 ELSE
008240                     MOVE "BAD STR" TO WS-FL-STATUS
008250                     MOVE ZERO      TO WS-RNG-AVAIL
008260                 END-IF
008270             END-IF
008280         END-IF
008290         COMPUTE WS-RNG-SIZE = WS-RNG-LAST(WS-RNG-SUB)
008300             - WS-RNG-FIRST(WS-RNG-SUB) + 1
008310         EVALUATE WS-RNG-MODE(WS-RNG-SUB)
008320             WHEN "T"
008330                 MOVE 2 TO WS-MODE-SUB
008340             WHEN "R"
008350                 MOVE 3 TO WS-MODE-SUB
008360             WHEN OTHER
008370                 MOVE 1 TO WS-MODE-SUB
008380         END-EVALUATE
008390         MOVE WS-RNG-SIZE TO WS-FC-SIZE
008400         PERFORM 40200-FORECAST-SIZE THRU 40200-FORECAST-SIZE-EXIT
008410         MOVE WS-FC-RATE  TO WS-RNG-RATE
008420         MOVE WS-FC-BASIS TO WS-RNG-BASIS
008430         MOVE WS-FC-SECS  TO WS-RNG-SECS
008440         COMPUTE WS-TIME-SECS = WS-RNG-START-SECS + WS-RNG-SECS
008450         PERFORM 40300-SECS-TO-HMS THRU 40300-SECS-TO-HMS-EXIT
008460         MOVE WS-TIME-HMS TO WS-FINISH-HMS
008470         IF WS-FL-STATUS NOT = SPACES
008480             STRING "FBWINFCT0110E RANGE "
008490                 WS-RNG-FIRST(WS-RNG-SUB) "-"
008500                 WS-RNG-LAST(WS-RNG-SUB)
008510                 " STARTS OUTSIDE THE WINDOW"
008513                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008516             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008520             IF RETURN-CODE < 8
008530                 MOVE 8 TO RETURN-CODE
008540             END-IF
008550             GO TO 30210-FORECAST-ONE-RANGE-WRITE
008560         END-IF
008570         IF WS-FC-NO-BASIS
008580             MOVE "NO HIST" TO WS-FL-STATUS
008590             GO TO 30210-FORECAST-ONE-RANGE-WRITE
008600         END-IF
008610         IF WS-RNG-SECS NOT > WS-RNG-AVAIL
008620             MOVE "OK"   TO WS-FL-STATUS
008630             MOVE 1      TO WS-FL-SLICES
008640             GO TO 30210-FORECAST-ONE-RANGE-WRITE
008650         END-IF
008660         ADD 1 TO WS-OVERRUN-CNT
008670         MOVE "N" TO WS-SLICE-FIT-SW
008680         PERFORM 30220-TRY-SLICES THRU 30220-TRY-SLICES-EXIT
008690             VARYING WS-SLICES FROM 2 BY 1
008700               UNTIL WS-SLICE-FITS
008710                  OR WS-SLICES > WS-SLICE-MAX
008720                  OR WS-SLICES > WS-RNG-SIZE
008730         IF WS-SLICE-FITS
008740             MOVE "OVERRUN" TO WS-FL-STATUS
008750             COMPUTE WS-FL-SLICES = WS-SLICES - 1
008760             STRING "FBWINFCT0120W RANGE "
008770                 WS-RNG-FIRST(WS-RNG-SUB) "-"
008780                 WS-RNG-LAST(WS-RNG-SUB)
008790                 " OVERRUNS THE WINDOW - SPLIT INTO "
008800                 WS-FL-SLICES
008803                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008806             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008810         ELSE
008820             MOVE "NO FIT"  TO WS-FL-STATUS
008830             MOVE ZERO      TO WS-FL-SLICES
008840             STRING "FBWINFCT0130W RANGE "
008850                 WS-RNG-FIRST(WS-RNG-SUB) "-"
008860                 WS-RNG-LAST(WS-RNG-SUB)
008870                 " OVERRUNS THE WINDOW AT ANY SLICE COUNT"
008873                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008876             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008880         END-IF
008890         IF RETURN-CODE < 4
008900             MOVE 4 TO RETURN-CODE
008910         END-IF
008920         .
008930  30210-FORECAST-ONE-RANGE-WRITE.
008940         MOVE WS-RNG-FIRST(WS-RNG-SUB) TO WS-FL-FIRST
008950         MOVE WS-RNG-LAST(WS-RNG-SUB)  TO WS-FL-LAST
008960         MOVE WS-RNG-MODE(WS-RNG-SUB)  TO WS-FL-MODE
008970         MOVE WS-RNG-SIZE              TO WS-FL-SIZE
008980         MOVE WS-RNG-RATE              TO WS-FL-RATE
008990         MOVE WS-RNG-BASIS             TO WS-FL-BASIS
009000         MOVE WS-RNG-SECS              TO WS-FL-SECS
009010         MOVE WS-RNG-START-SECS        TO WS-TIME-SECS
009020         PERFORM 40300-SECS-TO-HMS THRU 40300-SECS-TO-HMS-EXIT
009030         MOVE WS-TIME-HMS              TO WS-FL-START
009040         MOVE WS-FINISH-HMS            TO WS-FL-FINISH
009050         WRITE FBWINRPT-RECORD FROM WS-FCT-LINE
009060         .
009070  30210-FORECAST-ONE-RANGE-EXIT.
009080         EXIT.
009090**
009100*---------------------------------------------------------------*
009110* 30220-TRY-SLICES -- DOES THE LONGEST OF WS-SLICES SLICES FIT   *
009120*     THE TIME LEFT IN THE WINDOW?  (THE VARYING STEPS PAST THE  *
009130*     COUNT THAT FITS, HENCE WS-SLICES - 1 IN THE CALLER.)       *
009140*---------------------------------------------------------------*
009150  30220-TRY-SLICES.
009160         DIVIDE WS-RNG-SIZE BY WS-SLICES
009170             GIVING WS-SLICE-SIZE REMAINDER WS-SLICE-REM
009180         COMPUTE WS-FC-SIZE = WS-SLICE-SIZE + WS-SLICE-REM
009190         PERFORM 40200-FORECAST-SIZE THRU 40200-FORECAST-SIZE-EXIT
009200         IF WS-FC-SECS NOT > WS-RNG-AVAIL
009210             SET WS-SLICE-FITS TO TRUE
009220         END-IF
009230         .
009240  30220-TRY-SLICES-EXIT.
009250         EXIT.
009260**
009270*---------------------------------------------------------------*
009280* 40000-EDIT-TIME -- WS-TIME-IN MUST BE A VALID HHMMSS; GIVES    *
009290*     WS-TIME-HMS AND WS-TIME-SECS (SECONDS SINCE MIDNIGHT)      *
009300*---------------------------------------------------------------*
009310  40000-EDIT-TIME.
009320         MOVE "N" TO WS-TIME-SW
009330         IF WS-TIME-IN NOT NUMERIC
009340             GO TO 40000-EDIT-TIME-EXIT
009350         END-IF
009360         MOVE WS-TIME-IN TO WS-TIME-HMS
009370         IF WS-THH > 23
009380             OR WS-TMM > 59
009390             OR WS-TSS > 59
009400             GO TO 40000-EDIT-TIME-EXIT
009410         END-IF
009420         COMPUTE WS-TIME-SECS = WS-THH * 3600
009430             + WS-TMM * 60 + WS-TSS
009440         SET WS-TIME-VALID TO TRUE
009450         .
009460  40000-EDIT-TIME-EXIT.
009470         EXIT.
009480**
009490*---------------------------------------------------------------*
009500* 40100-FIND-BAND -- SIZE BAND OF WS-BAND-SIZE POSITIONS INTO    *
009510*     WS-BAND-SUB (SEE WS-BAND-NAMES)                            *
009520*---------------------------------------------------------------*
009530  40100-FIND-BAND.
009540         EVALUATE TRUE
009550             WHEN WS-BAND-SIZE < 10000
009560                 MOVE 1 TO WS-BAND-SUB
009570             WHEN WS-BAND-SIZE < 100000
009580                 MOVE 2 TO WS-BAND-SUB
009590             WHEN WS-BAND-SIZE < 1000000
009600                 MOVE 3 TO WS-BAND-SUB
009610             WHEN WS-BAND-SIZE < 10000000
009620                 MOVE 4 TO WS-BAND-SUB
009630             WHEN WS-BAND-SIZE < 100000000
009640                 MOVE 5 TO WS-BAND-SUB
009650             WHEN OTHER
009660                 MOVE 6 TO WS-BAND-SUB
009670         END-EVALUATE
009680         .
009690  40100-FIND-BAND-EXIT.
009700         EXIT.
009710**
009720*---------------------------------------------------------------*
009730* 40200-FORECAST-SIZE -- FORECAST SECONDS FOR WS-FC-SIZE         *
009740*     POSITIONS IN MODE WS-MODE-SUB AT THE BEST RATE ON RECORD:  *
009750*     THE SAME MODE AND SIZE BAND (B), ELSE THE SAME MODE OVER   *
009760*     ALL SIZES (M), ELSE ALL TIMED RUNS (A).  NO TIMED RUNS AT  *
009770*     ALL LEAVES WS-FC-BASIS BLANK AND THE FORECAST ZERO.        *
009780*---------------------------------------------------------------*
009790  40200-FORECAST-SIZE.
009800         MOVE WS-FC-SIZE TO WS-BAND-SIZE
009810         PERFORM 40100-FIND-BAND THRU 40100-FIND-BAND-EXIT
009820         MOVE ZERO  TO WS-FC-RATE
009830                       WS-FC-SECS
009840         MOVE SPACE TO WS-FC-BASIS
009850         EVALUATE TRUE
009860             WHEN WS-TRD-RUNS(WS-MODE-SUB, WS-BAND-SUB) > ZERO
009870                 COMPUTE WS-FC-RATE =
009880                     (WS-TRD-POSNS(WS-MODE-SUB, WS-BAND-SUB) * 60)
009890                   / WS-TRD-SECS(WS-MODE-SUB, WS-BAND-SUB)
009900                 MOVE "B" TO WS-FC-BASIS
009910             WHEN WS-TRD-RUNS(WS-MODE-SUB, 7) > ZERO
009920                 COMPUTE WS-FC-RATE =
009930                     (WS-TRD-POSNS(WS-MODE-SUB, 7) * 60)
009940                   / WS-TRD-SECS(WS-MODE-SUB, 7)
009950                 MOVE "M" TO WS-FC-BASIS
009960             WHEN WS-ALL-RUNS > ZERO
009970                 COMPUTE WS-FC-RATE =
009980                     (WS-ALL-POSNS * 60) / WS-ALL-SECS
009990                 MOVE "A" TO WS-FC-BASIS
010000             WHEN OTHER
010010                 GO TO 40200-FORECAST-SIZE-EXIT
010020         END-EVALUATE
010030*        A RATE BELOW ONE A MINUTE ROUNDS TO ZERO - HOLD IT AT
010040*        ONE SO THE DIVISION STANDS
010050         IF WS-FC-RATE = ZERO
010060             MOVE 1 TO WS-FC-RATE
010070         END-IF
010080*        ROUNDED UP TO THE WHOLE SECOND
010090         COMPUTE WS-FC-SECS =
010100             (WS-FC-SIZE * 60 + WS-FC-RATE - 1) / WS-FC-RATE
010110         .
010120  40200-FORECAST-SIZE-EXIT.
010130         EXIT.
010140**
010150*---------------------------------------------------------------*
010160* 40300-SECS-TO-HMS -- WS-TIME-SECS (WHICH MAY RUN PAST          *
010170*     MIDNIGHT) TO A TIME OF DAY IN WS-TIME-HMS                  *
010180*---------------------------------------------------------------*
010190  40300-SECS-TO-HMS.
010200         DIVIDE WS-TIME-SECS BY 86400
010210             GIVING WS-DAYS REMAINDER WS-DAY-REM
010220         DIVIDE WS-DAY-REM BY 3600
010230             GIVING WS-THH REMAINDER WS-SEC-REM
010240         DIVIDE WS-SEC-REM BY 60
010250             GIVING WS-TMM REMAINDER WS-TSS
010260         .
010270  40300-SECS-TO-HMS-EXIT.
010280         EXIT.
010290**
010300*---------------------------------------------------------------*
010310* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
010320*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
010330*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
010340*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
010350*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
010360*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
010370*---------------------------------------------------------------*
010380  95000-RAISE-ALERT.
010390         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
010400             VARYING WS-ALERT-LEN FROM 132 BY -1
010410             UNTIL WS-ALERT-LEN = 1
010420             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
010430         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
010440         IF WS-ALERTS-STOPPED
010450             GO TO 95000-RAISE-ALERT-CLEAR
010460         END-IF
010470         IF NOT WS-ALERT-OPEN
010480             OPEN EXTEND FBALERT-FILE
010490             IF WS-FBALERT-STATUS NOT = "00"
010500                 DISPLAY "FBWINFCT0990W FBALERT OPEN FAILED -"
010510                     " STATUS " WS-FBALERT-STATUS
010520                     " - NO ALERTS WRITTEN"
010530                 SET WS-ALERTS-STOPPED TO TRUE
010540                 GO TO 95000-RAISE-ALERT-CLEAR
010550             END-IF
010560             SET WS-ALERT-OPEN TO TRUE
010570         END-IF
010580         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
010590             MOVE SPACES TO WS-ALERT-MSG
010600             STRING "FBWINFCT0991W ALERT LIMIT REACHED -"
010610                 " LATER MESSAGES ARE ON SYSOUT ONLY"
010620                 DELIMITED BY SIZE INTO WS-ALERT-MSG
010630             DISPLAY WS-ALERT-MSG(1:72)
010640             SET WS-ALERTS-STOPPED TO TRUE
010650         END-IF
010660         MOVE SPACES TO FBAL-RECORD
010670         MOVE "FBWINFCT" TO FBAL-PROGRAM
010680         MOVE 1 TO WS-ALERT-PTR
010690         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
010700             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
010710         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
010720         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
010730         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
010740         ACCEPT WS-ALERT-TIME FROM TIME
010750         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
010760         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
010770         WRITE FBAL-RECORD
010780         IF WS-FBALERT-STATUS NOT = "00"
010790             DISPLAY "FBWINFCT0992W FBALERT WRITE FAILED -"
010800                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
010810             SET WS-ALERTS-STOPPED TO TRUE
010820         ELSE
010830             ADD 1 TO WS-ALERT-CNT
010840         END-IF
010850         .
010860  95000-RAISE-ALERT-CLEAR.
010870         MOVE SPACES TO WS-ALERT-MSG
010880         .
010890  95000-RAISE-ALERT-EXIT.
010900         EXIT.
010910**
010920  95010-ALERT-LENGTH.
010930         CONTINUE
010940         .
010950  95010-ALERT-LENGTH-EXIT.
010960         EXIT.
010970**
010980*---------------------------------------------------------------*
010990* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
011000*---------------------------------------------------------------*
011010  95100-CLOSE-ALERTS.
011020         IF WS-ALERT-OPEN
011030             CLOSE FBALERT-FILE
011040             MOVE "N" TO WS-ALERT-OPEN-SW
011050         END-IF
011060         .
011070  95100-CLOSE-ALERTS-EXIT.
011080         EXIT.
011090**
011100  END PROGRAM FBWINFCT.
