000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Morning operations digest of the shared FBALERT       *
000050**         exception-alert file.  Every batch program appends    *
000060**         a record there for each error and warning message     *
000070**         it displays (see FBALREC); this program reads the     *
000080**         file, sorted on run date and time by the SORT step    *
000090**         ahead of it, and prints on FBALRPT the alerts still   *
000100**         outstanding - raised since the last digest - grouped  *
000110**         by severity and program.  An alert (program and       *
000120**         message id) raised again night after night is shown   *
000130**         once, with the business date it has been open since   *
000140**         and the number of nights, not once per night.  A      *
000150**         second list shows the alerts that were outstanding    *
000160**         at the last digest and have not been raised since.    *
000170**         Each digest run ends by appending its own             *
000180**         FBALDGST0100I record to FBALERT; those records        *
000190**         divide the file into the nights the counts are        *
000200**         measured in.                                          *
000210**         Report columns: OPEN SINCE = business date of the     *
000220**         first night of the unbroken run of nights; NIGHTS =   *
000230**         length of that run; LATEST = times raised since the   *
000240**         previous digest; TOTAL = times raised on the file.    *
000250**         PARM: byte 1 mode - M (or blank or omitted) = mark,   *
000260**         the nightly run, which closes the night with its      *
000270**         FBALDGST0100I record; L = look only, a rerun or an    *
000280**         ad hoc look during the day, which writes no mark.     *
000290**         RC 4 = alert table full, some alerts not digested;    *
000300**         RC 8 = an error (severity E) alert is outstanding -   *
000310**         the scheduler pages on it; RC 16 = bad PARM;          *
000320**         RC 20 = I-O failure.                                  *
000330**                                                               *
000340** Modification History                                          *
000350** -------------------------------------------------------------*
000360** 2026-10-14  DPS  New program.                                 *
000370******************************************************************
000380  IDENTIFICATION DIVISION.
000390**-*-*-*-*-*-*-*-*-*-*-*-*-
000400  PROGRAM-ID. FBALDGST.
000410  AUTHOR. D P SULLIVAN.
000420  INSTALLATION. CORPORATE BATCH OPERATIONS.
000430  DATE-WRITTEN. 10/14/2026.
000440  DATE-COMPILED.
000450**-*-*-*-*-*-*-*-*-*-*--
000460  ENVIRONMENT DIVISION.
000470**-*-*-*-*-*-*-*-*-*-*--
000480  CONFIGURATION SECTION.
000490*----------------------
000500  INPUT-OUTPUT SECTION.
000510*----------------------
000520  FILE-CONTROL.
000530         SELECT FBALIN-FILE ASSIGN TO FBALIN
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS WS-FBALIN-STATUS.
000560         SELECT FBALRPT-FILE ASSIGN TO FBALRPT
000570             ORGANIZATION IS SEQUENTIAL
000580             FILE STATUS IS WS-FBALRPT-STATUS.
000590         SELECT FBALERT-FILE ASSIGN TO FBALERT
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS WS-FBALERT-STATUS.
000620  DATA DIVISION.
000630**-*-*-*-*-*-*-*-
000640  FILE SECTION.
000650*-------------------------
000660  FD  FBALIN-FILE
000670         RECORDING MODE IS F
000680         LABEL RECORDS ARE STANDARD
000690         RECORD CONTAINS 150 CHARACTERS.
000700  01  FBALIN-RECORD              PIC X(150).
000710  FD  FBALRPT-FILE
000720         RECORDING MODE IS F
000730         LABEL RECORDS ARE STANDARD
000740         RECORD CONTAINS 132 CHARACTERS.
000750  01  FBALRPT-RECORD             PIC X(132).
000760  FD  FBALERT-FILE
000770         RECORDING MODE IS F
000780         LABEL RECORDS ARE STANDARD
000790         RECORD CONTAINS 150 CHARACTERS.
000800  COPY FBALREC.
000810  WORKING-STORAGE SECTION.
000820*-------------------------
000830  01  WS-DATA.
000840         05  WS-SWITCHES.
000850             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
000860                 88  WS-FILES-OK               VALUE "Y".
000870                 88  WS-FILES-FAILED           VALUE "N".
000880             10  WS-IN-EOF-SW       PIC X(01)  VALUE "N".
000890                 88  WS-IN-EOF                 VALUE "Y".
000900             10  WS-IN-OPEN-SW      PIC X(01)  VALUE "N".
000910                 88  WS-IN-OPEN                VALUE "Y".
000920             10  WS-RPT-OPEN-SW     PIC X(01)  VALUE "N".
000930                 88  WS-RPT-OPEN               VALUE "Y".
000940             10  WS-MODE-SW         PIC X(01)  VALUE "M".
000950                 88  WS-MODE-MARK              VALUE "M".
000960                 88  WS-MODE-LOOK              VALUE "L".
000970             10  WS-SLOT-SW         PIC X(01)  VALUE "N".
000980                 88  WS-SLOT-FOUND             VALUE "Y".
000990             10  WS-KEY-SW          PIC X(01)  VALUE "N".
001000                 88  WS-KEY-FOUND              VALUE "Y".
001010             10  WS-SECTION-SW      PIC X(01)  VALUE "O".
001020                 88  WS-SECT-OUTSTANDING       VALUE "O".
001030                 88  WS-SECT-CLEARED           VALUE "C".
001040             10  WS-COLS-SW         PIC X(01)  VALUE "N".
001050                 88  WS-COLS-ON                VALUE "Y".
001060         05  WS-FILE-STATUSES.
001070             10  WS-FBALIN-STATUS   PIC X(02)  VALUE "00".
001080             10  WS-FBALRPT-STATUS  PIC X(02)  VALUE "00".
001090         05  WS-RUN-STAMP.
001100             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001110             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
001120             10  WS-RUN-TIME-FULL   PIC 9(08)  VALUE ZERO.
001130*---------------------------------------------------------------*
001140* THE ALERT RECORD AS READ - THE FBALREC LAYOUT.  FBAL-RECORD    *
001150* ITSELF BELONGS TO THIS PROGRAM'S OWN FBALERT OUTPUT.           *
001160*---------------------------------------------------------------*
001170         05  WS-IN-ALERT.
001180             10  WS-IN-PROGRAM      PIC X(08).
001190             10  WS-IN-MSG-ID       PIC X(16).
001200             10  WS-IN-SEVERITY     PIC X(01).
001210             10  WS-IN-BUS-DATE     PIC 9(08).
001220             10  WS-IN-RUN-DATE     PIC 9(08).
001230             10  WS-IN-RUN-TIME     PIC 9(06).
001240             10  WS-IN-TEXT         PIC X(90).
001250             10  FILLER             PIC X(13).
001260*---------------------------------------------------------------*
001270* NIGHTS.  WS-NIGHT IS THE NUMBER OF THE NIGHT BEING READ - 1    *
001280* UNTIL THE FIRST FBALDGST0100I MARK, 2 UNTIL THE NEXT, AND SO   *
001290* ON.  WHAT IS LEFT AFTER THE LAST MARK IS TONIGHT, THE NIGHT    *
001300* THIS DIGEST REPORTS.                                           *
001310*---------------------------------------------------------------*
001320         05  WS-NIGHT-WORK.
001330             10  WS-NIGHT           PIC 9(05) COMP VALUE 1.
001340             10  WS-LAST-MARK-DATE  PIC 9(08)  VALUE ZERO.
001350             10  WS-LAST-MARK-TIME  PIC 9(06)  VALUE ZERO.
001360*---------------------------------------------------------------*
001370* ONE ENTRY PER ALERT - SEVERITY RANK, PROGRAM AND MESSAGE ID -  *
001380* KEPT IN KEY ORDER AS ENTRIES ARE ADDED, SO THE REPORT COMES    *
001390* OUT GROUPED BY SEVERITY (E, W, THEN ANYTHING ELSE) AND         *
001400* PROGRAM WITH NO SORT.  PAST WS-AL-MAX ENTRIES A NEW ALERT IS   *
001410* COUNTED AS NOT DIGESTED - RC 4.                                *
001420*---------------------------------------------------------------*
001430         05  WS-AL-TABLE.
001440             10  WS-AL-MAX          PIC 9(04) COMP VALUE 500.
001450             10  WS-AL-COUNT        PIC 9(04) COMP VALUE ZERO.
001460             10  WS-AL-SUB          PIC 9(04) COMP VALUE ZERO.
001470             10  WS-AL-SLOT         PIC 9(04) COMP VALUE ZERO.
001480             10  WS-AL-ENTRY OCCURS 500 TIMES.
001490                 15  WS-AL-KEY.
001500                     20  WS-AL-RANK     PIC 9(01).
001510                     20  WS-AL-PROGRAM  PIC X(08).
001520                     20  WS-AL-MSG-ID   PIC X(16).
001530                 15  WS-AL-LAST-NIGHT   PIC 9(05) COMP.
001540                 15  WS-AL-FIRST-NIGHT  PIC 9(05) COMP.
001550                 15  WS-AL-OPEN-SINCE   PIC 9(08).
001560                 15  WS-AL-LATEST-CNT   PIC 9(07) COMP.
001570                 15  WS-AL-TOTAL-CNT    PIC 9(07) COMP.
001580                 15  WS-AL-LAST-DATE    PIC 9(08).
001590                 15  WS-AL-LAST-TIME    PIC 9(06).
001600                 15  WS-AL-LAST-TEXT    PIC X(90).
001610         05  WS-NEW-KEY.
001620             10  WS-NEW-RANK        PIC 9(01).
001630             10  WS-NEW-PROGRAM     PIC X(08).
001640             10  WS-NEW-MSG-ID      PIC X(16).
001650         05  WS-GROUP-WORK.
001660             10  WS-PREV-RANK       PIC 9(01)  VALUE ZERO.
001670             10  WS-PREV-PROGRAM    PIC X(08)  VALUE SPACES.
001680             10  WS-SECT-CNT        PIC 9(04) COMP VALUE ZERO.
001690         05  WS-CONTROL-TOTALS.
001700             10  WS-READ-CNT          PIC 9(9) COMP VALUE ZERO.
001710             10  WS-MARK-CNT          PIC 9(9) COMP VALUE ZERO.
001720             10  WS-OVFL-CNT          PIC 9(9) COMP VALUE ZERO.
001730             10  WS-OUT-E-CNT         PIC 9(4) COMP VALUE ZERO.
001740             10  WS-OUT-W-CNT         PIC 9(4) COMP VALUE ZERO.
001750             10  WS-OUT-I-CNT         PIC 9(4) COMP VALUE ZERO.
001760             10  WS-CLEAR-CNT         PIC 9(4) COMP VALUE ZERO.
001770*          COUNTS FOR MESSAGES AND THE FBALDGST0100I MARK
001780             10  WS-OUT-E-DSP         PIC 9(04)  VALUE ZERO.
001790             10  WS-OUT-W-DSP         PIC 9(04)  VALUE ZERO.
001800*---------------------------------------------------------------*
001810* FBALRPT PRINT CONTROL AND LINE LAYOUTS - 60 LINES PER PAGE.    *
001820* WS-LINE-CNT STARTS AT THE PAGE LIMIT SO THE FIRST LINE FORCES  *
001830* THE FIRST PAGE HEADING.  WHILE A LIST IS PRINTING THE COLUMN   *
001840* HEADINGS ARE REPEATED AT THE TOP OF EACH PAGE.                 *
001850*---------------------------------------------------------------*
001860         05  WS-PRINT-CTL.
001870             10  WS-LINE-CNT        PIC 9(2) COMP  VALUE 60.
001880             10  WS-LINES-PER-PAGE  PIC 9(2) COMP  VALUE 60.
001890             10  WS-PAGE-CNT        PIC 9(4) COMP  VALUE ZERO.
001900         05  WS-RPT-LINES.
001910             10  WS-PRINT-LINE      PIC X(132).
001920             10  WS-HDR1-LINE.
001930                 15  FILLER         PIC X(10) VALUE "FBALDGST".
001940                 15  FILLER         PIC X(43) VALUE
001950                     "MORNING OPERATIONS EXCEPTION DIGEST".
001960                 15  FILLER         PIC X(63) VALUE SPACES.
001970                 15  FILLER         PIC X(05) VALUE "PAGE ".
001980                 15  WS-HDR1-PAGE   PIC Z(3)9.
001990                 15  FILLER         PIC X(07) VALUE SPACES.
002000             10  WS-HDR2-LINE.
002010                 15  FILLER         PIC X(09) VALUE "RUN DATE ".
002020                 15  WS-HDR2-DATE   PIC 9(08).
002030                 15  FILLER         PIC X(07) VALUE "  TIME ".
002040                 15  WS-HDR2-TIME   PIC 9(06).
002050                 15  FILLER         PIC X(07) VALUE "  MODE ".
002060                 15  WS-HDR2-MODE   PIC X(04).
002070                 15  FILLER         PIC X(91) VALUE SPACES.
002080             10  WS-COL-LINE.
002090                 15  FILLER         PIC X(10) VALUE "PROGRAM".
002100                 15  FILLER         PIC X(18) VALUE "MESSAGE ID".
002110                 15  FILLER         PIC X(11) VALUE "OPEN SINCE".
002120                 15  FILLER         PIC X(07) VALUE "NIGHTS".
002130                 15  FILLER         PIC X(09) VALUE " LATEST".
002140                 15  FILLER         PIC X(09) VALUE "  TOTAL".
002150                 15  FILLER         PIC X(17) VALUE "LAST RAISED".
002160                 15  FILLER         PIC X(51) VALUE "TEXT".
002170             10  WS-DTL-LINE.
002180                 15  WS-DTL-PROGRAM PIC X(08).
002190                 15  FILLER         PIC X(02) VALUE SPACES.
002200                 15  WS-DTL-MSG-ID  PIC X(16).
002210                 15  FILLER         PIC X(02) VALUE SPACES.
002220                 15  WS-DTL-SINCE   PIC 9(08).
002230                 15  FILLER         PIC X(03) VALUE SPACES.
002240                 15  WS-DTL-NIGHTS  PIC Z(4)9.
002250                 15  FILLER         PIC X(02) VALUE SPACES.
002260                 15  WS-DTL-LATEST  PIC Z(6)9.
002270                 15  FILLER         PIC X(02) VALUE SPACES.
002280                 15  WS-DTL-TOTAL   PIC Z(6)9.
002290                 15  FILLER         PIC X(02) VALUE SPACES.
002300                 15  WS-DTL-DATE    PIC 9(08).
002310                 15  FILLER         PIC X(01) VALUE SPACES.
002320                 15  WS-DTL-TIME    PIC 9(06).
002330                 15  FILLER         PIC X(02) VALUE SPACES.
002340                 15  WS-DTL-TEXT    PIC X(50).
002350                 15  FILLER         PIC X(01) VALUE SPACES.
002360             10  WS-SUM-LINE.
002370                 15  FILLER         PIC X(02) VALUE SPACES.
002380                 15  WS-SUM-TEXT    PIC X(32).
002390                 15  WS-SUM-VALUE   PIC Z(8)9.
002400                 15  FILLER         PIC X(89) VALUE SPACES.
002410*---------------------------------------------------------------*
002420* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002430* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002440* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002450*---------------------------------------------------------------*
002460  01  WS-ALERT-WORK.
002470         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002480         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002490             88  WS-ALERT-OPEN                   VALUE "Y".
002500         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002510             88  WS-ALERTS-STOPPED               VALUE "Y".
002520         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002530         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002540         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002550         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002560         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002570         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002580         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002590  LINKAGE SECTION.
002600*-------------------------
002610  01  LK-PARM.
002620         05  LK-PARM-LEN              PIC S9(4) COMP.
002630         05  LK-PARM-DATA.
002640             10  LK-PARM-MODE         PIC X(01).
002650             10  FILLER               PIC X(59).
002660**-*-*-*-*-*-*-*-*-*-*
002670  PROCEDURE DIVISION USING LK-PARM.
002680**-*-*-*-*-*-*-*-*-*-*
002690*---------------------------------------------------------------*
002700* MAIN-PROCEDURE -- EDIT THE PARM, READ THE ALERT FILE INTO THE  *
002710*     TABLE, REPORT AND MARK THE NIGHT                           *
002720*---------------------------------------------------------------*
002730  MAIN-PROCEDURE.
002740         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
002750         IF WS-FILES-OK
002760             PERFORM 20000-PROCESS-ALERT
002770                 THRU 20000-PROCESS-ALERT-EXIT
002780                 UNTIL WS-IN-EOF
002790             PERFORM 30000-END THRU 30000-END-EXIT
002800         ELSE
002810             PERFORM 30900-CLOSE-FILES
002820                 THRU 30900-CLOSE-FILES-EXIT
002830         END-IF
002840         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002850         .
002860         STOP RUN.
002870**
002880*---------------------------------------------------------------*
002890* 10000-BEGIN -- EDIT THE PARM, OPENS, PRIME THE FIRST ALERT.    *
002900*     AN EMPTY ALERT FILE IS NOT AN ERROR - NOTHING WENT WRONG.  *
002910*---------------------------------------------------------------*
002920  10000-BEGIN.
002930         DISPLAY "**********"
002940         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950         ACCEPT WS-RUN-TIME-FULL FROM TIME
002960         MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
002970         PERFORM 10100-EDIT-PARM THRU 10100-EDIT-PARM-EXIT
002980         IF WS-FILES-FAILED
002990             GO TO 10000-BEGIN-EXIT
003000         END-IF
003010         OPEN INPUT FBALIN-FILE
003020         IF WS-FBALIN-STATUS NOT = "00"
003030             STRING "FBALDGST0020E FBALIN OPEN FAILED -"
003040                 " STATUS " WS-FBALIN-STATUS
003050                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003060             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003070             MOVE 20 TO RETURN-CODE
003080             SET WS-FILES-FAILED TO TRUE
003090             GO TO 10000-BEGIN-EXIT
003100         END-IF
003110         SET WS-IN-OPEN TO TRUE
003120         OPEN OUTPUT FBALRPT-FILE
003130         IF WS-FBALRPT-STATUS NOT = "00"
003140             STRING "FBALDGST0030E FBALRPT OPEN FAILED -"
003150                 " STATUS " WS-FBALRPT-STATUS
003160                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003170             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003180             MOVE 20 TO RETURN-CODE
003190             SET WS-FILES-FAILED TO TRUE
003200             GO TO 10000-BEGIN-EXIT
003210         END-IF
003220         SET WS-RPT-OPEN TO TRUE
003230         PERFORM 20900-READ-ALERT THRU 20900-READ-ALERT-EXIT
003240         .
003250  10000-BEGIN-EXIT.
003260         EXIT.
003270**
003280*---------------------------------------------------------------*
003290* 10100-EDIT-PARM -- BYTE 1 IS THE MODE; NO PARM IS MARK MODE    *
003300*---------------------------------------------------------------*
003310  10100-EDIT-PARM.
003320         SET WS-MODE-MARK TO TRUE
003330         IF LK-PARM-LEN = ZERO
003340             GO TO 10100-EDIT-PARM-EXIT
003350         END-IF
003360         EVALUATE LK-PARM-MODE
003370             WHEN "M"
003380             WHEN SPACE
003390                 SET WS-MODE-MARK TO TRUE
003400             WHEN "L"
003410                 SET WS-MODE-LOOK TO TRUE
003420             WHEN OTHER
003430                 STRING "FBALDGST0010E PARM MODE " LK-PARM-MODE
003440                     " NOT M OR L"
003450                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003460                 PERFORM 95000-RAISE-ALERT
003470                     THRU 95000-RAISE-ALERT-EXIT
003480                 MOVE 16 TO RETURN-CODE
003490                 SET WS-FILES-FAILED TO TRUE
003500         END-EVALUATE
003510         .
003520  10100-EDIT-PARM-EXIT.
003530         EXIT.
003540**
003550*---------------------------------------------------------------*
003560* 20000-PROCESS-ALERT -- ONE ALERT RECORD.  A DIGEST MARK ENDS   *
003570*     THE NIGHT; ANY OTHER RECORD IS ADDED TO ITS TABLE ENTRY.   *
003580*---------------------------------------------------------------*
003590  20000-PROCESS-ALERT.
003600         IF WS-IN-PROGRAM = "FBALDGST"
003610             AND WS-IN-MSG-ID = "FBALDGST0100I"
003620             ADD 1 TO WS-NIGHT
003630             ADD 1 TO WS-MARK-CNT
003640             MOVE WS-IN-RUN-DATE TO WS-LAST-MARK-DATE
003650             MOVE WS-IN-RUN-TIME TO WS-LAST-MARK-TIME
003660             GO TO 20000-PROCESS-ALERT-READ
003670         END-IF
003680         ADD 1 TO WS-READ-CNT
003690         EVALUATE WS-IN-SEVERITY
003700             WHEN "E"
003710                 MOVE 1 TO WS-NEW-RANK
003720             WHEN "W"
003730                 MOVE 2 TO WS-NEW-RANK
003740             WHEN OTHER
003750                 MOVE 3 TO WS-NEW-RANK
003760         END-EVALUATE
003770         MOVE WS-IN-PROGRAM TO WS-NEW-PROGRAM
003780         MOVE WS-IN-MSG-ID  TO WS-NEW-MSG-ID
003790         PERFORM 20100-FIND-KEY THRU 20100-FIND-KEY-EXIT
003800         IF NOT WS-KEY-FOUND
003810             PERFORM 20200-ADD-KEY THRU 20200-ADD-KEY-EXIT
003820         END-IF
003830         IF WS-KEY-FOUND
003840             PERFORM 20300-COUNT-ALERT THRU 20300-COUNT-ALERT-EXIT
003850         END-IF
003860         .
003870  20000-PROCESS-ALERT-READ.
003880         PERFORM 20900-READ-ALERT THRU 20900-READ-ALERT-EXIT
003890         .
003900  20000-PROCESS-ALERT-EXIT.
003910         EXIT.
003920**
003930*---------------------------------------------------------------*
003940* 20100-FIND-KEY -- WS-AL-SLOT IS LEFT AT THE FIRST ENTRY NOT    *
003950*     BELOW WS-NEW-KEY - THE ALERT'S OWN ENTRY IF IT HAS ONE,    *
003960*     OTHERWISE WHERE IT IS TO BE ADDED                          *
003970*---------------------------------------------------------------*
003980  20100-FIND-KEY.
003990         MOVE "N" TO WS-KEY-SW
004000         MOVE "N" TO WS-SLOT-SW
004010         COMPUTE WS-AL-SLOT = WS-AL-COUNT + 1
004020         PERFORM 20110-TEST-SLOT THRU 20110-TEST-SLOT-EXIT
004030             VARYING WS-AL-SUB FROM 1 BY 1
004040               UNTIL WS-AL-SUB > WS-AL-COUNT
004050                  OR WS-SLOT-FOUND
004060         IF WS-SLOT-FOUND
004070             IF WS-AL-KEY(WS-AL-SLOT) = WS-NEW-KEY
004080                 SET WS-KEY-FOUND TO TRUE
004090             END-IF
004100         END-IF
004110         .
004120  20100-FIND-KEY-EXIT.
004130         EXIT.
004140**
004150  20110-TEST-SLOT.
004160         IF WS-AL-KEY(WS-AL-SUB) NOT < WS-NEW-KEY
004170             MOVE WS-AL-SUB TO WS-AL-SLOT
004180             SET WS-SLOT-FOUND TO TRUE
004190         END-IF
004200         .
004210  20110-TEST-SLOT-EXIT.
004220         EXIT.
004230**
004240*---------------------------------------------------------------*
004250* 20200-ADD-KEY -- OPEN A NEW ENTRY AT WS-AL-SLOT, MOVING THE    *
004260*     ENTRIES FROM THERE ON DOWN ONE.  A FULL TABLE LEAVES THE   *
004270*     ALERT UNCOUNTED - IT IS REPORTED AS NOT DIGESTED.          *
004280*---------------------------------------------------------------*
004290  20200-ADD-KEY.
004300         IF WS-AL-COUNT NOT < WS-AL-MAX
004310             ADD 1 TO WS-OVFL-CNT
004320             GO TO 20200-ADD-KEY-EXIT
004330         END-IF
004340         PERFORM 20210-SHIFT-ENTRY THRU 20210-SHIFT-ENTRY-EXIT
004350             VARYING WS-AL-SUB FROM WS-AL-COUNT BY -1
004360               UNTIL WS-AL-SUB < WS-AL-SLOT
004370         ADD 1 TO WS-AL-COUNT
004380         INITIALIZE WS-AL-ENTRY(WS-AL-SLOT)
004390         MOVE WS-NEW-KEY TO WS-AL-KEY(WS-AL-SLOT)
004400         SET WS-KEY-FOUND TO TRUE
004410         .
004420  20200-ADD-KEY-EXIT.
004430         EXIT.
004440**
004450  20210-SHIFT-ENTRY.
004460         MOVE WS-AL-ENTRY(WS-AL-SUB) TO WS-AL-ENTRY(WS-AL-SUB + 1)
004470         .
004480  20210-SHIFT-ENTRY-EXIT.
004490         EXIT.
004500**
004510*---------------------------------------------------------------*
004520* 20300-COUNT-ALERT -- THE FIRST TIME AN ALERT IS MET IN A NIGHT *
004530*     ITS LATEST COUNT STARTS AGAIN.  IF IT WAS NOT RAISED THE   *
004540*     NIGHT BEFORE EITHER, ITS RUN OF NIGHTS STARTS AGAIN HERE,  *
004550*     OPEN SINCE THIS RECORD'S BUSINESS DATE.                    *
004560*---------------------------------------------------------------*
004570  20300-COUNT-ALERT.
004580         IF WS-AL-LAST-NIGHT(WS-AL-SLOT) NOT = WS-NIGHT
004590             IF WS-AL-LAST-NIGHT(WS-AL-SLOT) = ZERO
004600                 OR WS-AL-LAST-NIGHT(WS-AL-SLOT) + 1 < WS-NIGHT
004610                 MOVE WS-NIGHT TO WS-AL-FIRST-NIGHT(WS-AL-SLOT)
004620                 MOVE WS-IN-BUS-DATE
004630                   TO WS-AL-OPEN-SINCE(WS-AL-SLOT)
004640             END-IF
004650             MOVE ZERO     TO WS-AL-LATEST-CNT(WS-AL-SLOT)
004660             MOVE WS-NIGHT TO WS-AL-LAST-NIGHT(WS-AL-SLOT)
004670         END-IF
004680         ADD 1 TO WS-AL-LATEST-CNT(WS-AL-SLOT)
004690         ADD 1 TO WS-AL-TOTAL-CNT(WS-AL-SLOT)
004700         MOVE WS-IN-RUN-DATE TO WS-AL-LAST-DATE(WS-AL-SLOT)
004710         MOVE WS-IN-RUN-TIME TO WS-AL-LAST-TIME(WS-AL-SLOT)
004720         MOVE WS-IN-TEXT     TO WS-AL-LAST-TEXT(WS-AL-SLOT)
004730         .
004740  20300-COUNT-ALERT-EXIT.
004750         EXIT.
004760**
004770  20900-READ-ALERT.
004780         READ FBALIN-FILE INTO WS-IN-ALERT
004790             AT END
004800                 SET WS-IN-EOF TO TRUE
004810                 GO TO 20900-READ-ALERT-EXIT
004820         END-READ
004830         IF WS-FBALIN-STATUS NOT = "00"
004840             STRING "FBALDGST0040E FBALIN READ FAILED -"
004850                 " STATUS " WS-FBALIN-STATUS
004860                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004870             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004880             MOVE 20 TO RETURN-CODE
004890             SET WS-IN-EOF TO TRUE
004900         END-IF
004910         .
004920  20900-READ-ALERT-EXIT.
004930         EXIT.
004940**
004950*---------------------------------------------------------------*
004960* 30000-END -- THE OUTSTANDING LIST, THE CLEARED LIST, THE       *
004970*     TOTALS.  AN OUTSTANDING ERROR ALERT ENDS THE RUN RC 8 FOR  *
004980*     THE SCHEDULER TO PAGE ON.  A MARK-MODE RUN THAT READ THE   *
004990*     WHOLE FILE THEN CLOSES THE NIGHT WITH ITS FBALDGST0100I    *
005000*     RECORD - NOT AFTER A READ FAILURE, WHEN THE NEXT RUN MUST  *
005010*     SEE TONIGHT'S ALERTS AGAIN.                                *
005020*---------------------------------------------------------------*
005030  30000-END.
005040         SET WS-SECT-OUTSTANDING TO TRUE
005050         PERFORM 30100-REPORT-LIST THRU 30100-REPORT-LIST-EXIT
005060         IF WS-NIGHT > 1
005070             SET WS-SECT-CLEARED TO TRUE
005080             PERFORM 30100-REPORT-LIST THRU 30100-REPORT-LIST-EXIT
005090         END-IF
005100         PERFORM 30300-REPORT-TOTALS
005110             THRU 30300-REPORT-TOTALS-EXIT
005120         DISPLAY "FBALDGST SUMMARY"
005130         DISPLAY "ALERT RECORDS READ     = " WS-READ-CNT
005140         DISPLAY "DIGEST MARKS READ      = " WS-MARK-CNT
005150         DISPLAY "ERRORS OUTSTANDING     = " WS-OUT-E-CNT
005160         DISPLAY "WARNINGS OUTSTANDING   = " WS-OUT-W-CNT
005170         DISPLAY "OTHERS OUTSTANDING     = " WS-OUT-I-CNT
005180         DISPLAY "ALERTS CLEARED         = " WS-CLEAR-CNT
005190         DISPLAY "ALERTS NOT DIGESTED    = " WS-OVFL-CNT
005200         IF WS-OVFL-CNT > ZERO
005210             MOVE WS-OVFL-CNT TO WS-ALERT-NUM
005220             STRING "FBALDGST0050W ALERT TABLE FULL - "
005230                 WS-ALERT-NUM " ALERT RECORDS NOT DIGESTED"
005240                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005250             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005260             IF RETURN-CODE < 4
005270                 MOVE 4 TO RETURN-CODE
005280             END-IF
005290         END-IF
005300*          DISPLAYED ONLY - RAISED AS AN ALERT IT WOULD ITSELF BE
005310*          OUTSTANDING IN THE NEXT DIGEST WHENEVER THIS ONE PAGED
005320         IF WS-OUT-E-CNT > ZERO
005330             MOVE WS-OUT-E-CNT TO WS-OUT-E-DSP
005340             DISPLAY "FBALDGST0060I " WS-OUT-E-DSP
005350                 " ERROR ALERT(S) OUTSTANDING - SEE FBALRPT"
005360             IF RETURN-CODE < 8
005370                 MOVE 8 TO RETURN-CODE
005380             END-IF
005390         END-IF
005400         PERFORM 30900-CLOSE-FILES THRU 30900-CLOSE-FILES-EXIT
005410         IF WS-MODE-MARK
005420             AND RETURN-CODE < 16
005430             MOVE WS-OUT-E-CNT TO WS-OUT-E-DSP
005440             MOVE WS-OUT-W-CNT TO WS-OUT-W-DSP
005450             STRING "FBALDGST0100I DIGEST RUN - " WS-OUT-E-DSP
005460                 " ERROR AND " WS-OUT-W-DSP
005470                 " WARNING ALERT(S) OUTSTANDING"
005480                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005490             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005500         END-IF
005510         DISPLAY "**********"
005520         .
005530  30000-END-EXIT.
005540         EXIT.
005550**
005560*---------------------------------------------------------------*
005570* 30100-REPORT-LIST -- ONE LIST, FROM THE TOP OF A NEW PAGE:     *
005580*     OUTSTANDING = RAISED TONIGHT; CLEARED = RAISED THE NIGHT   *
005590*     BEFORE AND NOT TONIGHT                                     *
005600*---------------------------------------------------------------*
005610  30100-REPORT-LIST.
005620         MOVE WS-LINES-PER-PAGE TO WS-LINE-CNT
005630         MOVE "N"    TO WS-COLS-SW
005640         MOVE ZERO   TO WS-PREV-RANK
005650                        WS-SECT-CNT
005660         MOVE SPACES TO WS-PRINT-LINE
005670         IF WS-SECT-OUTSTANDING
005680             STRING "ALERTS OUTSTANDING - RAISED SINCE THE LAST"
005690                 " DIGEST"
005700                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005710             IF WS-MARK-CNT > ZERO
005720                 MOVE "(LAST DIGEST" TO WS-PRINT-LINE(52:12)
005730                 MOVE WS-LAST-MARK-DATE TO WS-PRINT-LINE(65:8)
005740                 MOVE WS-LAST-MARK-TIME TO WS-PRINT-LINE(74:6)
005750                 MOVE ")" TO WS-PRINT-LINE(80:1)
005760             END-IF
005770         ELSE
005780             STRING "ALERTS CLEARED - OUTSTANDING AT THE LAST"
005790                 " DIGEST, NOT RAISED SINCE"
005800                 DELIMITED BY SIZE INTO WS-PRINT-LINE
005810         END-IF
005820         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
005830         SET WS-COLS-ON TO TRUE
005840         PERFORM 30110-REPORT-ENTRY THRU 30110-REPORT-ENTRY-EXIT
005850             VARYING WS-AL-SUB FROM 1 BY 1
005860               UNTIL WS-AL-SUB > WS-AL-COUNT
005870         MOVE "N" TO WS-COLS-SW
005880         IF WS-SECT-CNT = ZERO
005890             MOVE SPACES TO WS-PRINT-LINE
005900             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
005910             MOVE "  NONE" TO WS-PRINT-LINE
005920             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
005930         END-IF
005940         .
005950  30100-REPORT-LIST-EXIT.
005960         EXIT.
005970**
005980*---------------------------------------------------------------*
005990* 30110-REPORT-ENTRY -- ONE TABLE ENTRY, IF IT BELONGS ON THIS   *
006000*     LIST.  A NEW SEVERITY GETS A HEADING; THE PROGRAM NAME IS  *
006010*     SHOWN ON THE FIRST LINE OF ITS GROUP AND AT THE TOP OF A   *
006020*     PAGE.                                                      *
006030*---------------------------------------------------------------*
006040  30110-REPORT-ENTRY.
006050         IF WS-SECT-OUTSTANDING
006060             IF WS-AL-LAST-NIGHT(WS-AL-SUB) NOT = WS-NIGHT
006070                 GO TO 30110-REPORT-ENTRY-EXIT
006080             END-IF
006090             EVALUATE WS-AL-RANK(WS-AL-SUB)
006100                 WHEN 1
006110                     ADD 1 TO WS-OUT-E-CNT
006120                 WHEN 2
006130                     ADD 1 TO WS-OUT-W-CNT
006140                 WHEN OTHER
006150                     ADD 1 TO WS-OUT-I-CNT
006160             END-EVALUATE
006170         ELSE
006180             IF WS-AL-LAST-NIGHT(WS-AL-SUB) + 1 NOT = WS-NIGHT
006190                 GO TO 30110-REPORT-ENTRY-EXIT
006200             END-IF
006210             ADD 1 TO WS-CLEAR-CNT
006220         END-IF
006230         ADD 1 TO WS-SECT-CNT
006240         IF WS-AL-RANK(WS-AL-SUB) NOT = WS-PREV-RANK
006250             MOVE WS-AL-RANK(WS-AL-SUB) TO WS-PREV-RANK
006260             MOVE SPACES TO WS-PREV-PROGRAM
006270             MOVE SPACES TO WS-PRINT-LINE
006280             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
006290             EVALUATE WS-AL-RANK(WS-AL-SUB)
006300                 WHEN 1
006310                     MOVE "SEVERITY E - ERRORS"   TO WS-PRINT-LINE
006320                 WHEN 2
006330                     MOVE "SEVERITY W - WARNINGS" TO WS-PRINT-LINE
006340                 WHEN OTHER
006350                     MOVE "OTHER SEVERITIES"      TO WS-PRINT-LINE
006360             END-EVALUATE
006370             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
006380             MOVE WS-COL-LINE TO WS-PRINT-LINE
006390             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
006400         END-IF
006410         IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
006420             MOVE SPACES TO WS-PREV-PROGRAM
006430         END-IF
006440         IF WS-AL-PROGRAM(WS-AL-SUB) = WS-PREV-PROGRAM
006450             MOVE SPACES TO WS-DTL-PROGRAM
006460         ELSE
006470             IF WS-PREV-PROGRAM NOT = SPACES
006480                 MOVE SPACES TO WS-PRINT-LINE
006490                 PERFORM 30200-PRINT-LINE
006500                     THRU 30200-PRINT-LINE-EXIT
006510             END-IF
006520             MOVE WS-AL-PROGRAM(WS-AL-SUB) TO WS-DTL-PROGRAM
006530                                              WS-PREV-PROGRAM
006540         END-IF
006550         MOVE WS-AL-MSG-ID(WS-AL-SUB)      TO WS-DTL-MSG-ID
006560         MOVE WS-AL-OPEN-SINCE(WS-AL-SUB)  TO WS-DTL-SINCE
006570         COMPUTE WS-DTL-NIGHTS = WS-AL-LAST-NIGHT(WS-AL-SUB)
006580             - WS-AL-FIRST-NIGHT(WS-AL-SUB) + 1
006590         MOVE WS-AL-LATEST-CNT(WS-AL-SUB)  TO WS-DTL-LATEST
006600         MOVE WS-AL-TOTAL-CNT(WS-AL-SUB)   TO WS-DTL-TOTAL
006610         MOVE WS-AL-LAST-DATE(WS-AL-SUB)   TO WS-DTL-DATE
006620         MOVE WS-AL-LAST-TIME(WS-AL-SUB)   TO WS-DTL-TIME
006630         MOVE WS-AL-LAST-TEXT(WS-AL-SUB)   TO WS-DTL-TEXT
006640         MOVE WS-DTL-LINE TO WS-PRINT-LINE
006650         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
006660         .
006670  30110-REPORT-ENTRY-EXIT.
006680         EXIT.
006690**
006700*---------------------------------------------------------------*
006710* 30200-PRINT-LINE -- WS-PRINT-LINE TO FBALRPT, WITH A NEW PAGE  *
006720*     HEADING WHEN THE PAGE IS FULL                              *
006730*---------------------------------------------------------------*
006740  30200-PRINT-LINE.
006750         IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
006760             PERFORM 30210-PAGE-HEADING
006770                 THRU 30210-PAGE-HEADING-EXIT
006780         END-IF
006790         WRITE FBALRPT-RECORD FROM WS-PRINT-LINE
006800             AFTER ADVANCING 1 LINE
006810         ADD 1 TO WS-LINE-CNT
006820         IF WS-FBALRPT-STATUS NOT = "00"
006830             STRING "FBALDGST0070E FBALRPT WRITE FAILED -"
006840                 " STATUS " WS-FBALRPT-STATUS
006850                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006860             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006870             IF RETURN-CODE < 20
006880                 MOVE 20 TO RETURN-CODE
006890             END-IF
006900         END-IF
006910         .
006920  30200-PRINT-LINE-EXIT.
006930         EXIT.
006940**
006950  30210-PAGE-HEADING.
006960         ADD 1 TO WS-PAGE-CNT
006970         MOVE WS-PAGE-CNT TO WS-HDR1-PAGE
006980         MOVE WS-RUN-DATE TO WS-HDR2-DATE
006990         MOVE WS-RUN-TIME TO WS-HDR2-TIME
007000         MOVE "MARK"      TO WS-HDR2-MODE
007010         IF WS-MODE-LOOK
007020             MOVE "LOOK"  TO WS-HDR2-MODE
007030         END-IF
007040         WRITE FBALRPT-RECORD FROM WS-HDR1-LINE
007050             AFTER ADVANCING PAGE
007060         WRITE FBALRPT-RECORD FROM WS-HDR2-LINE
007070             AFTER ADVANCING 1 LINE
007080         MOVE SPACES TO FBALRPT-RECORD
007090         WRITE FBALRPT-RECORD
007100             AFTER ADVANCING 1 LINE
007110         MOVE ZERO TO WS-LINE-CNT
007120         IF WS-COLS-ON
007130             WRITE FBALRPT-RECORD FROM WS-COL-LINE
007140                 AFTER ADVANCING 1 LINE
007150             MOVE 1 TO WS-LINE-CNT
007160         END-IF
007170         .
007180  30210-PAGE-HEADING-EXIT.
007190         EXIT.
007200**
007210*---------------------------------------------------------------*
007220* 30300-REPORT-TOTALS -- THE DIGEST TOTALS AS THE FINAL PAGE     *
007230*---------------------------------------------------------------*
007240  30300-REPORT-TOTALS.
007250         MOVE WS-LINES-PER-PAGE TO WS-LINE-CNT
007260         MOVE "DIGEST TOTALS"      TO WS-PRINT-LINE
007270         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007280         MOVE SPACES               TO WS-PRINT-LINE
007290         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007300         MOVE "ALERT RECORDS READ"     TO WS-SUM-TEXT
007310         MOVE WS-READ-CNT          TO WS-SUM-VALUE
007320         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007330         MOVE "DIGEST MARKS READ"      TO WS-SUM-TEXT
007340         MOVE WS-MARK-CNT          TO WS-SUM-VALUE
007350         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007360         MOVE "ERROR ALERTS OUTSTANDING"   TO WS-SUM-TEXT
007370         MOVE WS-OUT-E-CNT         TO WS-SUM-VALUE
007380         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007390         MOVE "WARNING ALERTS OUTSTANDING" TO WS-SUM-TEXT
007400         MOVE WS-OUT-W-CNT         TO WS-SUM-VALUE
007410         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007420         MOVE "OTHER ALERTS OUTSTANDING"   TO WS-SUM-TEXT
007430         MOVE WS-OUT-I-CNT         TO WS-SUM-VALUE
007440         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007450         MOVE "ALERTS CLEARED"     TO WS-SUM-TEXT
007460         MOVE WS-CLEAR-CNT         TO WS-SUM-VALUE
007470         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007480         MOVE "ALERT RECORDS NOT DIGESTED" TO WS-SUM-TEXT
007490         MOVE WS-OVFL-CNT          TO WS-SUM-VALUE
007500         PERFORM 30310-PRINT-TOTAL THRU 30310-PRINT-TOTAL-EXIT
007510         .
007520  30300-REPORT-TOTALS-EXIT.
007530         EXIT.
007540**
007550  30310-PRINT-TOTAL.
007560         MOVE WS-SUM-LINE TO WS-PRINT-LINE
007570         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007580         .
007590  30310-PRINT-TOTAL-EXIT.
007600         EXIT.
007610**
007620*---------------------------------------------------------------*
007630* 30900-CLOSE-FILES -- CLOSE WHATEVER 10000-BEGIN OPENED         *
007640*---------------------------------------------------------------*
007650  30900-CLOSE-FILES.
007660         IF WS-IN-OPEN
007670             CLOSE FBALIN-FILE
007680         END-IF
007690         IF WS-RPT-OPEN
007700             CLOSE FBALRPT-FILE
007710         END-IF
007720         .
007730  30900-CLOSE-FILES-EXIT.
007740         EXIT.
007750**
007760*---------------------------------------------------------------*
007770* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
007780*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
007790*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
007800*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
007810*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
007820*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
007830*---------------------------------------------------------------*
007840  95000-RAISE-ALERT.
007850         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
007860             VARYING WS-ALERT-LEN FROM 132 BY -1
007870             UNTIL WS-ALERT-LEN = 1
007880             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
007890         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
007900         IF WS-ALERTS-STOPPED
007910             GO TO 95000-RAISE-ALERT-CLEAR
007920         END-IF
007930         IF NOT WS-ALERT-OPEN
007940             OPEN EXTEND FBALERT-FILE
007950             IF WS-FBALERT-STATUS NOT = "00"
007960                 DISPLAY "FBALDGST0990W FBALERT OPEN FAILED -"
007970                     " STATUS " WS-FBALERT-STATUS
007980                     " - NO ALERTS WRITTEN"
007990                 SET WS-ALERTS-STOPPED TO TRUE
008000                 GO TO 95000-RAISE-ALERT-CLEAR
008010             END-IF
008020             SET WS-ALERT-OPEN TO TRUE
008030         END-IF
008040         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
008050             MOVE SPACES TO WS-ALERT-MSG
008060             STRING "FBALDGST0991W ALERT LIMIT REACHED -"
008070                 " LATER MESSAGES ARE ON SYSOUT ONLY"
008080                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008090             DISPLAY WS-ALERT-MSG(1:72)
008100             SET WS-ALERTS-STOPPED TO TRUE
008110         END-IF
008120         MOVE SPACES TO FBAL-RECORD
008130         MOVE "FBALDGST" TO FBAL-PROGRAM
008140         MOVE 1 TO WS-ALERT-PTR
008150         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
008160             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
008170         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
008180         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
008190         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
008200         ACCEPT WS-ALERT-TIME FROM TIME
008210         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
008220         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
008230         WRITE FBAL-RECORD
008240         IF WS-FBALERT-STATUS NOT = "00"
008250             DISPLAY "FBALDGST0992W FBALERT WRITE FAILED -"
008260                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
008270             SET WS-ALERTS-STOPPED TO TRUE
008280         ELSE
008290             ADD 1 TO WS-ALERT-CNT
008300         END-IF
008310         .
008320  95000-RAISE-ALERT-CLEAR.
008330         MOVE SPACES TO WS-ALERT-MSG
008340         .
008350  95000-RAISE-ALERT-EXIT.
008360         EXIT.
008370**
008380  95010-ALERT-LENGTH.
008390         CONTINUE
008400         .
008410  95010-ALERT-LENGTH-EXIT.
008420         EXIT.
008430**
008440*---------------------------------------------------------------*
008450* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
008460*---------------------------------------------------------------*
008470  95100-CLOSE-ALERTS.
008480         IF WS-ALERT-OPEN
008490             CLOSE FBALERT-FILE
008500             MOVE "N" TO WS-ALERT-OPEN-SW
008510         END-IF
008520         .
008530  95100-CLOSE-ALERTS-EXIT.
008540         EXIT.
008550**
008560  END PROGRAM FBALDGST.
