000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Card-driven selection extract from the FBRSLT         *
000050**         results master for the business users.  Each          *
000060**         selection card names a rule book and position range   *
000070**         and, optionally, a class, a rule-set id and a         *
000080**         last-run date range; every position in the range      *
000090**         that passes the filters is written to the selection's *
000100**         own CSV output file (FBSEL01-FBSEL04) under a header  *
000110**         row.  Up to four selections run in one pass of the    *
000120**         master - the scan starts at the lowest key any card   *
000130**         asks for and stops past the highest.  FBSELRPT is a   *
000140**         paginated summary: per selection the criteria, the    *
000150**         records read in its range, the records selected and   *
000160**         the selected count by class; then the run totals.     *
000170**                                                               *
000180** Selection cards (FBSELCTL, 80 bytes, * in column 1 = comment):*
000190**   1-2   selection number 01-04 (output FBSEL01-FBSEL04)       *
000200**   4-6   rule book (blank = STD)                               *
000210**   8-16  FIRST position (blank = 000000000)                    *
000220**   18-26 LAST  position (blank = 999999999)                    *
000230**   28-35 class label (blank = any class)                       *
000240**   37-40 rule-set id (blank = any rule set)                    *
000250**   42-49 last-run date FROM YYYYMMDD (blank = no lower limit)  *
000260**   51-58 last-run date TO   YYYYMMDD (blank = no upper limit)  *
000270**                                                               *
000280** RC 4 = a selection selected nothing; RC 8 = a card            *
000290** rejected (its selection is not run); RC 16 = no valid         *
000300** selection card; RC 20 = I-O failure.                          *
000310**                                                               *
000320** Modification History                                          *
000330** -------------------------------------------------------------*
000340** 2026-10-14  DPS  New program.                                 *
000342** 2026-10-14  DPS  E and W messages are also written to the     *
000344**                  shared FBALERT alert file for the morning    *
000346**                  FBALDGST exception digest.                   *
000350******************************************************************
000360  IDENTIFICATION DIVISION.
000370**-*-*-*-*-*-*-*-*-*-*-*-*-
000380  PROGRAM-ID. FBRSSEL.
000390  AUTHOR. D P SULLIVAN.
000400  INSTALLATION. CORPORATE BATCH OPERATIONS.
000410  DATE-WRITTEN. 10/14/2026.
000420  DATE-COMPILED.
000430**-*-*-*-*-*-*-*-*-*-*--
000440  ENVIRONMENT DIVISION.
000450**-*-*-*-*-*-*-*-*-*-*--
000460  CONFIGURATION SECTION.
000470*----------------------
000480  INPUT-OUTPUT SECTION.
000490*----------------------
000500  FILE-CONTROL.
000510         SELECT FBSELCTL-FILE ASSIGN TO FBSELCTL
000520             ORGANIZATION IS SEQUENTIAL
000530             FILE STATUS IS WS-FBSELCTL-STATUS.
000540         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS DYNAMIC
000570             RECORD KEY IS FBRS-KEY
000580             FILE STATUS IS WS-FBRSLT-STATUS.
000590         SELECT FBSELRPT-FILE ASSIGN TO FBSELRPT
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS WS-FBSELRPT-STATUS.
000620         SELECT FBSEL01-FILE ASSIGN TO FBSEL01
000630             ORGANIZATION IS SEQUENTIAL
000640             FILE STATUS IS WS-FBSEL01-STATUS.
000650         SELECT FBSEL02-FILE ASSIGN TO FBSEL02
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS IS WS-FBSEL02-STATUS.
000680         SELECT FBSEL03-FILE ASSIGN TO FBSEL03
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS WS-FBSEL03-STATUS.
000710         SELECT FBSEL04-FILE ASSIGN TO FBSEL04
000720             ORGANIZATION IS SEQUENTIAL
000730             FILE STATUS IS WS-FBSEL04-STATUS.
000732         SELECT FBALERT-FILE ASSIGN TO FBALERT
000734             ORGANIZATION IS SEQUENTIAL
000736             FILE STATUS IS WS-FBALERT-STATUS.
000740  DATA DIVISION.
000750**-*-*-*-*-*-*-*-
000760  FILE SECTION.
000770*-------------------------
000780  FD  FBSELCTL-FILE
000790         RECORDING MODE IS F
000800         LABEL RECORDS ARE STANDARD
000810         RECORD CONTAINS 80 CHARACTERS.
000820  01  FBSC-COMMENT-CARD.
000830         05  FBSC-TYPE           PIC X(01).
000840             88  FBSC-COMMENT              VALUE "*".
000850         05  FILLER              PIC X(79).
000860  01  FBSC-SELECT-CARD.
000870         05  FBSC-SEL-NO         PIC X(02).
000880         05  FILLER              PIC X(01).
000890         05  FBSC-BOOK           PIC X(03).
000900         05  FILLER              PIC X(01).
000910         05  FBSC-FIRST          PIC X(09).
000920         05  FILLER              PIC X(01).
000930         05  FBSC-LAST           PIC X(09).
000940         05  FILLER              PIC X(01).
000950         05  FBSC-CLASS          PIC X(08).
000960         05  FILLER              PIC X(01).
000970         05  FBSC-RULESET        PIC X(04).
000980         05  FILLER              PIC X(01).
000990         05  FBSC-FROM-DATE      PIC X(08).
001000         05  FILLER              PIC X(01).
001010         05  FBSC-TO-DATE        PIC X(08).
001020         05  FILLER              PIC X(22).
001030  FD  FBRSLT-FILE
001040         RECORD CONTAINS 40 CHARACTERS.
001050  COPY FBRSREC.
001060  FD  FBSELRPT-FILE
001070         RECORDING MODE IS F
001080         LABEL RECORDS ARE STANDARD
001090         RECORD CONTAINS 132 CHARACTERS.
001100  01  FBSELRPT-RECORD            PIC X(132).
001110  FD  FBSEL01-FILE
001120         RECORDING MODE IS F
001130         LABEL RECORDS ARE STANDARD
001140         RECORD CONTAINS 80 CHARACTERS.
001150  01  FBSEL01-RECORD             PIC X(80).
001160  FD  FBSEL02-FILE
001170         RECORDING MODE IS F
001180         LABEL RECORDS ARE STANDARD
001190         RECORD CONTAINS 80 CHARACTERS.
001200  01  FBSEL02-RECORD             PIC X(80).
001210  FD  FBSEL03-FILE
001220         RECORDING MODE IS F
001230         LABEL RECORDS ARE STANDARD
001240         RECORD CONTAINS 80 CHARACTERS.
001250  01  FBSEL03-RECORD             PIC X(80).
001260  FD  FBSEL04-FILE
001270         RECORDING MODE IS F
001280         LABEL RECORDS ARE STANDARD
001290         RECORD CONTAINS 80 CHARACTERS.
001300  01  FBSEL04-RECORD             PIC X(80).
001301  FD  FBALERT-FILE
001302         RECORDING MODE IS F
001303         LABEL RECORDS ARE STANDARD
001304         RECORD CONTAINS 150 CHARACTERS.
001305  COPY FBALREC.
001310  WORKING-STORAGE SECTION.
001320*-------------------------
001330  01  WS-DATA.
001340         05  WS-SWITCHES.
001350             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001360                 88  WS-FILES-OK               VALUE "Y".
001370                 88  WS-FILES-FAILED           VALUE "N".
001380             10  WS-CARD-EOF-SW     PIC X(01)  VALUE "N".
001390                 88  WS-CARD-EOF               VALUE "Y".
001400             10  WS-RSLT-EOF-SW     PIC X(01)  VALUE "N".
001410                 88  WS-RSLT-EOF               VALUE "Y".
001420             10  WS-CARD-SW         PIC X(01)  VALUE "Y".
001430                 88  WS-CARD-VALID             VALUE "Y".
001440                 88  WS-CARD-INVALID           VALUE "N".
001445                 88  WS-CARD-DUPLICATE         VALUE "D".
001450             10  WS-CLASS-SW        PIC X(01)  VALUE "N".
001460                 88  WS-CLASS-FOUND            VALUE "Y".
001470             10  WS-RPT-OPEN-SW     PIC X(01)  VALUE "N".
001480                 88  WS-RPT-OPEN               VALUE "Y".
001490             10  WS-RSLT-OPEN-SW    PIC X(01)  VALUE "N".
001500                 88  WS-RSLT-OPEN              VALUE "Y".
001510         05  WS-FILE-STATUSES.
001520             10  WS-FBSELCTL-STATUS PIC X(02)  VALUE "00".
001530             10  WS-FBRSLT-STATUS   PIC X(02)  VALUE "00".
001540             10  WS-FBSELRPT-STATUS PIC X(02)  VALUE "00".
001550             10  WS-FBSEL-STATUSES.
001560                 15  WS-FBSEL01-STATUS PIC X(02) VALUE "00".
001570                 15  WS-FBSEL02-STATUS PIC X(02) VALUE "00".
001580                 15  WS-FBSEL03-STATUS PIC X(02) VALUE "00".
001590                 15  WS-FBSEL04-STATUS PIC X(02) VALUE "00".
001600             10  WS-FBSEL-STATUS-X REDEFINES WS-FBSEL-STATUSES.
001610                 15  WS-FBSEL-STATUS   PIC X(02) OCCURS 4 TIMES.
001620         05  WS-RUN-STAMP.
001630             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001640             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
001650             10  WS-RUN-TIME-FULL   PIC 9(08)  VALUE ZERO.
001660*---------------------------------------------------------------*
001670* THE SELECTIONS FROM THE CARDS, ONE ENTRY PER OUTPUT FILE.      *
001680* THE LOW AND HIGH KEYS ARE BOOK + FIRST AND BOOK + LAST, IN     *
001690* THE SHAPE OF FBRS-KEY, SO A RESULT IS IN RANGE BY A SIMPLE     *
001700* KEY COMPARE.  THE CLASS COUNTS ARE ADDED AS CLASSES ARE MET;   *
001710* 20 ENTRIES MATCHES WS-CT-MAX IN THE NIGHTLY (SEE FBRULES) AND  *
001720* ANYTHING PAST IT IS COUNTED AS OTHER.                          *
001730*---------------------------------------------------------------*
001740         05  WS-SEL-TABLE.
001750             10  WS-SEL-MAX         PIC 9(02) COMP VALUE 4.
001760             10  WS-SEL-SUB         PIC 9(02) COMP VALUE ZERO.
001770             10  WS-CLS-MAX         PIC 9(02) COMP VALUE 20.
001780             10  WS-CLS-SUB         PIC 9(02) COMP VALUE ZERO.
001790             10  WS-SEL-ENTRY OCCURS 4 TIMES.
001800                 15  WS-SEL-ACTIVE-SW   PIC X(01).
001810                     88  WS-SEL-ACTIVE             VALUE "Y".
001820                 15  WS-SEL-OPEN-SW     PIC X(01).
001830                     88  WS-SEL-OPEN               VALUE "Y".
001840                 15  WS-SEL-LOW-KEY.
001850                     20  WS-SEL-BOOK    PIC X(03).
001860                     20  WS-SEL-FIRST   PIC 9(09).
001870                 15  WS-SEL-HIGH-KEY.
001880                     20  WS-SEL-HBOOK   PIC X(03).
001890                     20  WS-SEL-LAST    PIC 9(09).
001900                 15  WS-SEL-CLASS       PIC X(08).
001910                 15  WS-SEL-RS-SW       PIC X(01).
001920                     88  WS-SEL-ANY-RULESET        VALUE "N".
001930                 15  WS-SEL-RULESET     PIC 9(04).
001940                 15  WS-SEL-FROM-DATE   PIC 9(08).
001950                 15  WS-SEL-TO-DATE     PIC 9(08).
001960                 15  WS-SEL-READ-CNT    PIC 9(9) COMP.
001970                 15  WS-SEL-MATCH-CNT   PIC 9(9) COMP.
001980                 15  WS-SEL-OTHER-CNT   PIC 9(9) COMP.
001990                 15  WS-SEL-CLS-COUNT   PIC 9(02) COMP.
002000                 15  WS-SEL-CLS-ENTRY OCCURS 20 TIMES.
002010                     20  WS-SEL-CLS-NAME PIC X(08).
002020                     20  WS-SEL-CLS-CNT  PIC 9(9) COMP.
002030*          THE SCAN RANGE - LOWEST LOW KEY TO HIGHEST HIGH KEY
002040         05  WS-SCAN-RANGE.
002050             10  WS-LOW-KEY.
002060                 15  WS-LOW-BOOK        PIC X(03).
002070                 15  WS-LOW-POSN        PIC 9(09).
002080             10  WS-HIGH-KEY.
002090                 15  WS-HIGH-BOOK       PIC X(03).
002100                 15  WS-HIGH-POSN       PIC 9(09).
002110         05  WS-CARD-WORK.
002120             10  WS-CARD-SEL        PIC 9(02)  VALUE ZERO.
002130*          THE SELECTION NUMBER FOR MESSAGES AND THE REPORT
002140             10  WS-SEL-DSP         PIC 9(02)  VALUE ZERO.
002150         05  WS-CONTROL-TOTALS.
002160             10  WS-CARD-READ-CNT     PIC 9(8) COMP VALUE ZERO.
002170             10  WS-CARD-BAD-CNT      PIC 9(8) COMP VALUE ZERO.
002180             10  WS-SEL-RUN-CNT       PIC 9(8) COMP VALUE ZERO.
002190             10  WS-READ-COUNT        PIC 9(9) COMP VALUE ZERO.
002200             10  WS-WRITE-COUNT       PIC 9(9) COMP VALUE ZERO.
002210*---------------------------------------------------------------*
002220* CSV OUTPUT - THE HEADER ROW AND ONE ROW PER SELECTED POSITION  *
002230*---------------------------------------------------------------*
002240         05  WS-CSV-HEADER          PIC X(80)  VALUE
002250             "BOOK,POSITION,CLASS,RULESET,LAST_RUN_DATE".
002260         05  WS-CSV-LINE            PIC X(80).
002270*---------------------------------------------------------------*
002280* FBSELRPT PRINT CONTROL AND LINE LAYOUTS - 60 LINES PER PAGE,   *
002290* EACH SELECTION STARTS A NEW PAGE.  WS-LINE-CNT STARTS AT THE   *
002300* PAGE LIMIT SO THE FIRST LINE FORCES THE FIRST PAGE HEADING.    *
002310*---------------------------------------------------------------*
002320         05  WS-PRINT-CTL.
002330             10  WS-LINE-CNT        PIC 9(2) COMP  VALUE 60.
002340             10  WS-LINES-PER-PAGE  PIC 9(2) COMP  VALUE 60.
002350             10  WS-PAGE-CNT        PIC 9(4) COMP  VALUE ZERO.
002360         05  WS-RPT-LINES.
002370             10  WS-HDR1-LINE.
002380                 15  FILLER         PIC X(10) VALUE "FBRSSEL".
002390                 15  FILLER         PIC X(43) VALUE
002400                     "FIZZBUZZ RESULTS SELECTION SUMMARY".
002410                 15  FILLER         PIC X(63) VALUE SPACES.
002420                 15  FILLER         PIC X(05) VALUE "PAGE ".
002430                 15  WS-HDR1-PAGE   PIC Z(3)9.
002440                 15  FILLER         PIC X(07) VALUE SPACES.
002450             10  WS-HDR2-LINE.
002460                 15  FILLER         PIC X(09) VALUE "RUN DATE ".
002470                 15  WS-HDR2-DATE   PIC 9(08).
002480                 15  FILLER         PIC X(07) VALUE "  TIME ".
002490                 15  WS-HDR2-TIME   PIC 9(06).
002500                 15  FILLER         PIC X(102) VALUE SPACES.
002510             10  WS-SUM-LINE.
002520                 15  FILLER         PIC X(02) VALUE SPACES.
002530                 15  WS-SUM-TEXT    PIC X(24).
002540                 15  WS-SUM-VALUE   PIC X(40).
002550                 15  FILLER         PIC X(66) VALUE SPACES.
002560             10  WS-SUM-RANGE.
002570                 15  WS-SUM-FROM    PIC X(09).
002580                 15  FILLER         PIC X(03) VALUE " - ".
002590                 15  WS-SUM-TO      PIC X(09).
002600                 15  FILLER         PIC X(19) VALUE SPACES.
002601             10  WS-SUM-NUM         PIC Z(8)9.
002602*---------------------------------------------------------------*
002603* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002604* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002605* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002606*---------------------------------------------------------------*
002607  01  WS-ALERT-WORK.
002608         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002609         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002610             88  WS-ALERT-OPEN                   VALUE "Y".
002611         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002612             88  WS-ALERTS-STOPPED               VALUE "Y".
002613         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002614         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002615         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002616         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002617         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002618         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002619         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002620**-*-*-*-*-*-*-*-*-*-*
002630  PROCEDURE DIVISION.
002640**-*-*-*-*-*-*-*-*-*-*
002650*---------------------------------------------------------------*
002660* MAIN-PROCEDURE -- LOAD THE CARDS, ONE PASS OF THE MASTER,      *
002670*     SUMMARY                                                    *
002680*---------------------------------------------------------------*
002690  MAIN-PROCEDURE.
002700         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
002710         IF WS-FILES-OK
002720             PERFORM 20000-PROCESS-RESULT
002730                 THRU 20000-PROCESS-RESULT-EXIT
002740                 UNTIL WS-RSLT-EOF
002750             PERFORM 30000-END THRU 30000-END-EXIT
002760         ELSE
002770             PERFORM 30900-CLOSE-FILES
002780                 THRU 30900-CLOSE-FILES-EXIT
002790         END-IF
002795         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002800         .
002810         STOP RUN.
002820**
002830*---------------------------------------------------------------*
002840* 10000-BEGIN -- LOAD AND EDIT THE SELECTION CARDS, OPENS,       *
002850*     POSITION THE MASTER AT THE LOWEST KEY WANTED, PRIME THE    *
002860*     FIRST RESULT                                               *
002870*---------------------------------------------------------------*
002880  10000-BEGIN.
002890         DISPLAY "**********"
002900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002910         ACCEPT WS-RUN-TIME-FULL FROM TIME
002920         MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
002930         PERFORM 10050-CLEAR-SELECTION
002940             THRU 10050-CLEAR-SELECTION-EXIT
002950             VARYING WS-SEL-SUB FROM 1 BY 1
002960               UNTIL WS-SEL-SUB > WS-SEL-MAX
002970         OPEN INPUT FBSELCTL-FILE
002980         IF WS-FBSELCTL-STATUS NOT = "00"
002990             STRING "FBRSSEL0010E FBSELCTL OPEN FAILED -"
003000                 " STATUS " WS-FBSELCTL-STATUS
003003                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003006             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003010             MOVE 20 TO RETURN-CODE
003020             SET WS-FILES-FAILED TO TRUE
003030             GO TO 10000-BEGIN-EXIT
003040         END-IF
003050         PERFORM 10100-READ-CARD THRU 10100-READ-CARD-EXIT
003060         PERFORM 10200-EDIT-CARD THRU 10200-EDIT-CARD-EXIT
003070             UNTIL WS-CARD-EOF
003080         CLOSE FBSELCTL-FILE
003090         IF WS-SEL-RUN-CNT = ZERO
003100             STRING "FBRSSEL0020E NO VALID SELECTION CARD -"
003110                 " NOTHING TO SELECT"
003113                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003116             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003120             MOVE 16 TO RETURN-CODE
003130             SET WS-FILES-FAILED TO TRUE
003140             GO TO 10000-BEGIN-EXIT
003150         END-IF
003160         OPEN INPUT FBRSLT-FILE
003170         IF WS-FBRSLT-STATUS NOT = "00"
003180             STRING "FBRSSEL0030E FBRSLT OPEN FAILED -"
003190                 " STATUS " WS-FBRSLT-STATUS
003193                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003196             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003200             MOVE 20 TO RETURN-CODE
003210             SET WS-FILES-FAILED TO TRUE
003220             GO TO 10000-BEGIN-EXIT
003230         END-IF
003240         SET WS-RSLT-OPEN TO TRUE
003250         OPEN OUTPUT FBSELRPT-FILE
003260         IF WS-FBSELRPT-STATUS NOT = "00"
003270             STRING "FBRSSEL0040E FBSELRPT OPEN FAILED -"
003280                 " STATUS " WS-FBSELRPT-STATUS
003283                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003286             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003290             MOVE 20 TO RETURN-CODE
003300             SET WS-FILES-FAILED TO TRUE
003310             GO TO 10000-BEGIN-EXIT
003320         END-IF
003330         SET WS-RPT-OPEN TO TRUE
003340         PERFORM 10500-OPEN-OUTPUT THRU 10500-OPEN-OUTPUT-EXIT
003350             VARYING WS-SEL-SUB FROM 1 BY 1
003360               UNTIL WS-SEL-SUB > WS-SEL-MAX
003370                  OR WS-FILES-FAILED
003380         IF WS-FILES-FAILED
003390             GO TO 10000-BEGIN-EXIT
003400         END-IF
003410         MOVE WS-LOW-KEY TO FBRS-KEY
003420         START FBRSLT-FILE KEY IS NOT LESS THAN FBRS-KEY
003430             INVALID KEY
003440                 SET WS-RSLT-EOF TO TRUE
003450         END-START
003460         IF NOT WS-RSLT-EOF
003470             PERFORM 20900-READ-RESULT
003480                 THRU 20900-READ-RESULT-EXIT
003490         END-IF
003500         .
003510  10000-BEGIN-EXIT.
003520         EXIT.
003530**
003540  10050-CLEAR-SELECTION.
003550         MOVE "N"       TO WS-SEL-ACTIVE-SW(WS-SEL-SUB)
003560                           WS-SEL-OPEN-SW(WS-SEL-SUB)
003570         MOVE ZERO      TO WS-SEL-READ-CNT(WS-SEL-SUB)
003580                           WS-SEL-MATCH-CNT(WS-SEL-SUB)
003590                           WS-SEL-OTHER-CNT(WS-SEL-SUB)
003600                           WS-SEL-CLS-COUNT(WS-SEL-SUB)
003610         .
003620  10050-CLEAR-SELECTION-EXIT.
003630         EXIT.
003640**
003650  10100-READ-CARD.
003660         READ FBSELCTL-FILE
003670             AT END
003680                 SET WS-CARD-EOF TO TRUE
003690             NOT AT END
003700                 ADD 1 TO WS-CARD-READ-CNT
003710         END-READ
003720         .
003730  10100-READ-CARD-EXIT.
003740         EXIT.
003750**
003760*---------------------------------------------------------------*
003770* 10200-EDIT-CARD -- ONE SELECTION CARD.  A CARD THAT FAILS THE  *
003780*     EDIT, OR REPEATS A SELECTION NUMBER ALREADY TAKEN, IS      *
003790*     REPORTED AND SKIPPED - RC 8 - AND ITS OUTPUT IS NOT        *
003800*     WRITTEN.  BLANK AND COMMENT CARDS ARE PASSED OVER.         *
003810*---------------------------------------------------------------*
003820  10200-EDIT-CARD.
003830         SET WS-CARD-VALID TO TRUE
003840         IF FBSC-COMMENT
003850             OR FBSC-SELECT-CARD = SPACES
003860             GO TO 10200-EDIT-CARD-READ
003870         END-IF
003880         PERFORM 10300-EDIT-SELECTION
003890             THRU 10300-EDIT-SELECTION-EXIT
003900         IF WS-CARD-INVALID OR WS-CARD-DUPLICATE
003910             ADD 1 TO WS-CARD-BAD-CNT
003913*            A DUPLICATE HAS ALREADY BEEN REPORTED AS 0060E
003916             IF WS-CARD-INVALID
003920                 STRING "FBRSSEL0050E INVALID SELECTION CARD"
003926                     " SKIPPED - " FBSC-SELECT-CARD(1:58)
003933                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003936                 PERFORM 95000-RAISE-ALERT
003937                     THRU 95000-RAISE-ALERT-EXIT
003938             END-IF
003940             IF RETURN-CODE < 8
003950                 MOVE 8 TO RETURN-CODE
003960             END-IF
003970         END-IF
003980         .
003990  10200-EDIT-CARD-READ.
004000         PERFORM 10100-READ-CARD THRU 10100-READ-CARD-EXIT
004010         .
004020  10200-EDIT-CARD-EXIT.
004030         EXIT.
004040**
004050*---------------------------------------------------------------*
004060* 10300-EDIT-SELECTION -- NUMBERS MUST BE NUMERIC, THE POSITION  *
004070*     AND DATE RANGES IN ORDER.  BLANKS TAKE THE DEFAULTS IN     *
004080*     THE PROGRAM HEADER.  THE ENTRY IS ONLY MARKED ACTIVE ONCE  *
004090*     THE WHOLE CARD HAS PASSED, AND THEN WIDENS THE SCAN RANGE. *
004100*---------------------------------------------------------------*
004110  10300-EDIT-SELECTION.
004120         IF FBSC-SEL-NO NOT NUMERIC
004130             SET WS-CARD-INVALID TO TRUE
004140             GO TO 10300-EDIT-SELECTION-EXIT
004150         END-IF
004160         MOVE FBSC-SEL-NO TO WS-CARD-SEL
004170         IF WS-CARD-SEL < 1
004180             OR WS-CARD-SEL > WS-SEL-MAX
004190             SET WS-CARD-INVALID TO TRUE
004200             GO TO 10300-EDIT-SELECTION-EXIT
004210         END-IF
004220         MOVE WS-CARD-SEL TO WS-SEL-SUB
004230         IF WS-SEL-ACTIVE(WS-SEL-SUB)
004240             STRING "FBRSSEL0060E SELECTION " FBSC-SEL-NO
004250                 " GIVEN TWICE - SECOND CARD SKIPPED"
004253                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004256             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004260             SET WS-CARD-DUPLICATE TO TRUE
004270             GO TO 10300-EDIT-SELECTION-EXIT
004280         END-IF
004290         MOVE "STD"     TO WS-SEL-BOOK(WS-SEL-SUB)
004300         IF FBSC-BOOK NOT = SPACES
004310             MOVE FBSC-BOOK TO WS-SEL-BOOK(WS-SEL-SUB)
004320         END-IF
004330         MOVE WS-SEL-BOOK(WS-SEL-SUB) TO WS-SEL-HBOOK(WS-SEL-SUB)
004340         MOVE ZERO      TO WS-SEL-FIRST(WS-SEL-SUB)
004350         IF FBSC-FIRST NOT = SPACES
004360             IF FBSC-FIRST NUMERIC
004370                 MOVE FBSC-FIRST TO WS-SEL-FIRST(WS-SEL-SUB)
004380             ELSE
004390                 SET WS-CARD-INVALID TO TRUE
004400                 GO TO 10300-EDIT-SELECTION-EXIT
004410             END-IF
004420         END-IF
004430         MOVE 999999999 TO WS-SEL-LAST(WS-SEL-SUB)
004440         IF FBSC-LAST NOT = SPACES
004450             IF FBSC-LAST NUMERIC
004460                 MOVE FBSC-LAST TO WS-SEL-LAST(WS-SEL-SUB)
004470             ELSE
004480                 SET WS-CARD-INVALID TO TRUE
004490                 GO TO 10300-EDIT-SELECTION-EXIT
004500             END-IF
004510         END-IF
004520         IF WS-SEL-FIRST(WS-SEL-SUB) > WS-SEL-LAST(WS-SEL-SUB)
004530             SET WS-CARD-INVALID TO TRUE
004540             GO TO 10300-EDIT-SELECTION-EXIT
004550         END-IF
004560         MOVE FBSC-CLASS TO WS-SEL-CLASS(WS-SEL-SUB)
004570         MOVE "N"       TO WS-SEL-RS-SW(WS-SEL-SUB)
004580         MOVE ZERO      TO WS-SEL-RULESET(WS-SEL-SUB)
004590         IF FBSC-RULESET NOT = SPACES
004600             IF FBSC-RULESET NUMERIC
004610                 MOVE "Y"          TO WS-SEL-RS-SW(WS-SEL-SUB)
004620                 MOVE FBSC-RULESET TO WS-SEL-RULESET(WS-SEL-SUB)
004630             ELSE
004640                 SET WS-CARD-INVALID TO TRUE
004650                 GO TO 10300-EDIT-SELECTION-EXIT
004660             END-IF
004670         END-IF
004680         MOVE ZERO      TO WS-SEL-FROM-DATE(WS-SEL-SUB)
004690         IF FBSC-FROM-DATE NOT = SPACES
004700             IF FBSC-FROM-DATE NUMERIC
004710                 MOVE FBSC-FROM-DATE
004720                   TO WS-SEL-FROM-DATE(WS-SEL-SUB)
004730             ELSE
004740                 SET WS-CARD-INVALID TO TRUE
004750                 GO TO 10300-EDIT-SELECTION-EXIT
004760             END-IF
004770         END-IF
004780         MOVE 99999999  TO WS-SEL-TO-DATE(WS-SEL-SUB)
004790         IF FBSC-TO-DATE NOT = SPACES
004800             IF FBSC-TO-DATE NUMERIC
004810                 MOVE FBSC-TO-DATE TO WS-SEL-TO-DATE(WS-SEL-SUB)
004820             ELSE
004830                 SET WS-CARD-INVALID TO TRUE
004840                 GO TO 10300-EDIT-SELECTION-EXIT
004850             END-IF
004860         END-IF
004870         IF WS-SEL-FROM-DATE(WS-SEL-SUB)
004880                 > WS-SEL-TO-DATE(WS-SEL-SUB)
004890             SET WS-CARD-INVALID TO TRUE
004900             GO TO 10300-EDIT-SELECTION-EXIT
004910         END-IF
004920         SET WS-SEL-ACTIVE(WS-SEL-SUB) TO TRUE
004930         IF WS-SEL-RUN-CNT = ZERO
004940             OR WS-SEL-LOW-KEY(WS-SEL-SUB) < WS-LOW-KEY
004950             MOVE WS-SEL-LOW-KEY(WS-SEL-SUB) TO WS-LOW-KEY
004960         END-IF
004970         IF WS-SEL-RUN-CNT = ZERO
004980             OR WS-SEL-HIGH-KEY(WS-SEL-SUB) > WS-HIGH-KEY
004990             MOVE WS-SEL-HIGH-KEY(WS-SEL-SUB) TO WS-HIGH-KEY
005000         END-IF
005010         ADD 1 TO WS-SEL-RUN-CNT
005020         .
005030  10300-EDIT-SELECTION-EXIT.
005040         EXIT.
005050**
005060*---------------------------------------------------------------*
005070* 10500-OPEN-OUTPUT -- OPEN THE CSV FILE OF AN ACTIVE SELECTION  *
005080*     AND WRITE ITS HEADER ROW.  THE DD OF A SELECTION WITH NO   *
005090*     CARD IS NOT OPENED, SO IT MAY BE LEFT OUT OF THE JCL.      *
005100*---------------------------------------------------------------*
005110  10500-OPEN-OUTPUT.
005120         IF NOT WS-SEL-ACTIVE(WS-SEL-SUB)
005130             GO TO 10500-OPEN-OUTPUT-EXIT
005140         END-IF
005150         EVALUATE WS-SEL-SUB
005160             WHEN 1
005170                 OPEN OUTPUT FBSEL01-FILE
005180             WHEN 2
005190                 OPEN OUTPUT FBSEL02-FILE
005200             WHEN 3
005210                 OPEN OUTPUT FBSEL03-FILE
005220             WHEN 4
005230                 OPEN OUTPUT FBSEL04-FILE
005240         END-EVALUATE
005250         IF WS-FBSEL-STATUS(WS-SEL-SUB) NOT = "00"
005260             MOVE WS-SEL-SUB TO WS-SEL-DSP
005270             STRING "FBRSSEL0070E FBSEL" WS-SEL-DSP
005280                 " OPEN FAILED - STATUS "
005290                 WS-FBSEL-STATUS(WS-SEL-SUB)
005293                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005296             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005300             MOVE 20 TO RETURN-CODE
005310             SET WS-FILES-FAILED TO TRUE
005320             GO TO 10500-OPEN-OUTPUT-EXIT
005330         END-IF
005340         SET WS-SEL-OPEN(WS-SEL-SUB) TO TRUE
005350         MOVE WS-CSV-HEADER TO WS-CSV-LINE
005360         PERFORM 20300-WRITE-CSV THRU 20300-WRITE-CSV-EXIT
005370         IF WS-RSLT-EOF
005380             SET WS-FILES-FAILED TO TRUE
005390         END-IF
005400         .
005410  10500-OPEN-OUTPUT-EXIT.
005420         EXIT.
005430**
005440*---------------------------------------------------------------*
005450* 20000-PROCESS-RESULT -- ONE RESULT IN THE SCAN RANGE, TESTED   *
005460*     AGAINST EVERY ACTIVE SELECTION                             *
005470*---------------------------------------------------------------*
005480  20000-PROCESS-RESULT.
005490         PERFORM 20100-TEST-SELECTION
005500             THRU 20100-TEST-SELECTION-EXIT
005510             VARYING WS-SEL-SUB FROM 1 BY 1
005520               UNTIL WS-SEL-SUB > WS-SEL-MAX
005530                  OR WS-RSLT-EOF
005540         IF NOT WS-RSLT-EOF
005550             PERFORM 20900-READ-RESULT
005560                 THRU 20900-READ-RESULT-EXIT
005570         END-IF
005580         .
005590  20000-PROCESS-RESULT-EXIT.
005600         EXIT.
005610**
005620*---------------------------------------------------------------*
005630* 20100-TEST-SELECTION -- A RESULT INSIDE THE SELECTION'S KEY    *
005640*     RANGE IS READ FOR IT; ONE THAT ALSO PASSES THE CLASS,      *
005650*     RULE-SET AND LAST-RUN DATE FILTERS IS SELECTED - WRITTEN   *
005660*     TO ITS CSV AND COUNTED BY CLASS                            *
005670*---------------------------------------------------------------*
005680  20100-TEST-SELECTION.
005690         IF NOT WS-SEL-ACTIVE(WS-SEL-SUB)
005700             GO TO 20100-TEST-SELECTION-EXIT
005710         END-IF
005720         IF FBRS-KEY < WS-SEL-LOW-KEY(WS-SEL-SUB)
005730             OR FBRS-KEY > WS-SEL-HIGH-KEY(WS-SEL-SUB)
005740             GO TO 20100-TEST-SELECTION-EXIT
005750         END-IF
005760         ADD 1 TO WS-SEL-READ-CNT(WS-SEL-SUB)
005770         IF WS-SEL-CLASS(WS-SEL-SUB) NOT = SPACES
005780             AND FBRS-CLASS NOT = WS-SEL-CLASS(WS-SEL-SUB)
005790             GO TO 20100-TEST-SELECTION-EXIT
005800         END-IF
005810         IF NOT WS-SEL-ANY-RULESET(WS-SEL-SUB)
005820             AND FBRS-RULESET-ID NOT = WS-SEL-RULESET(WS-SEL-SUB)
005830             GO TO 20100-TEST-SELECTION-EXIT
005840         END-IF
005850         IF FBRS-LAST-RUN-DATE < WS-SEL-FROM-DATE(WS-SEL-SUB)
005860             OR FBRS-LAST-RUN-DATE > WS-SEL-TO-DATE(WS-SEL-SUB)
005870             GO TO 20100-TEST-SELECTION-EXIT
005880         END-IF
005890         ADD 1 TO WS-SEL-MATCH-CNT(WS-SEL-SUB)
005900         MOVE SPACES TO WS-CSV-LINE
005910         STRING FBRS-BOOK          DELIMITED BY SIZE
005920                ","                DELIMITED BY SIZE
005930                FBRS-POSN          DELIMITED BY SIZE
005940                ","                DELIMITED BY SIZE
005950                FBRS-CLASS         DELIMITED BY SPACE
005960                ","                DELIMITED BY SIZE
005970                FBRS-RULESET-ID    DELIMITED BY SIZE
005980                ","                DELIMITED BY SIZE
005990                FBRS-LAST-RUN-DATE DELIMITED BY SIZE
006000           INTO WS-CSV-LINE
006010         PERFORM 20300-WRITE-CSV THRU 20300-WRITE-CSV-EXIT
006020         PERFORM 20200-COUNT-CLASS THRU 20200-COUNT-CLASS-EXIT
006030         .
006040  20100-TEST-SELECTION-EXIT.
006050         EXIT.
006060**
006070*---------------------------------------------------------------*
006080* 20200-COUNT-CLASS -- ADD THE SELECTED RESULT TO ITS CLASS IN   *
006090*     THE SELECTION'S TABLE, ADDING THE CLASS THE FIRST TIME IT  *
006100*     IS MET; PAST WS-CLS-MAX CLASSES IT COUNTS AS OTHER         *
006110*---------------------------------------------------------------*
006120  20200-COUNT-CLASS.
006130         MOVE "N" TO WS-CLASS-SW
006140         PERFORM 20210-FIND-CLASS THRU 20210-FIND-CLASS-EXIT
006150             VARYING WS-CLS-SUB FROM 1 BY 1
006160               UNTIL WS-CLS-SUB > WS-SEL-CLS-COUNT(WS-SEL-SUB)
006170                  OR WS-CLASS-FOUND
006180         IF WS-CLASS-FOUND
006190             GO TO 20200-COUNT-CLASS-EXIT
006200         END-IF
006210         IF WS-SEL-CLS-COUNT(WS-SEL-SUB) NOT < WS-CLS-MAX
006220             ADD 1 TO WS-SEL-OTHER-CNT(WS-SEL-SUB)
006230             GO TO 20200-COUNT-CLASS-EXIT
006240         END-IF
006250         ADD 1 TO WS-SEL-CLS-COUNT(WS-SEL-SUB)
006260         MOVE WS-SEL-CLS-COUNT(WS-SEL-SUB) TO WS-CLS-SUB
006270         MOVE FBRS-CLASS
006280           TO WS-SEL-CLS-NAME(WS-SEL-SUB, WS-CLS-SUB)
006290         MOVE 1
006300           TO WS-SEL-CLS-CNT(WS-SEL-SUB, WS-CLS-SUB)
006310         .
006320  20200-COUNT-CLASS-EXIT.
006330         EXIT.
006340**
006350  20210-FIND-CLASS.
006360         IF WS-SEL-CLS-NAME(WS-SEL-SUB, WS-CLS-SUB) = FBRS-CLASS
006370             ADD 1 TO WS-SEL-CLS-CNT(WS-SEL-SUB, WS-CLS-SUB)
006380             SET WS-CLASS-FOUND TO TRUE
006390         END-IF
006400         .
006410  20210-FIND-CLASS-EXIT.
006420         EXIT.
006430**
006440*---------------------------------------------------------------*
006450* 20300-WRITE-CSV -- WS-CSV-LINE TO THE OUTPUT OF SELECTION      *
006460*     WS-SEL-SUB.  A FAILED WRITE ENDS THE SCAN - RC 20.         *
006470*---------------------------------------------------------------*
006480  20300-WRITE-CSV.
006490         EVALUATE WS-SEL-SUB
006500             WHEN 1
006510                 WRITE FBSEL01-RECORD FROM WS-CSV-LINE
006520             WHEN 2
006530                 WRITE FBSEL02-RECORD FROM WS-CSV-LINE
006540             WHEN 3
006550                 WRITE FBSEL03-RECORD FROM WS-CSV-LINE
006560             WHEN 4
006570                 WRITE FBSEL04-RECORD FROM WS-CSV-LINE
006580         END-EVALUATE
006590         IF WS-FBSEL-STATUS(WS-SEL-SUB) NOT = "00"
006600             MOVE WS-SEL-SUB TO WS-SEL-DSP
006610             STRING "FBRSSEL0080E FBSEL" WS-SEL-DSP
006620                 " WRITE FAILED - STATUS "
006630                 WS-FBSEL-STATUS(WS-SEL-SUB)
006633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006640             MOVE 20 TO RETURN-CODE
006650             SET WS-RSLT-EOF TO TRUE
006660             GO TO 20300-WRITE-CSV-EXIT
006670         END-IF
006680         ADD 1 TO WS-WRITE-COUNT
006690         .
006700  20300-WRITE-CSV-EXIT.
006710         EXIT.
006720**
006730*---------------------------------------------------------------*
006740* 20900-READ-RESULT -- NEXT RESULT IN KEY ORDER; PAST THE        *
006750*     HIGHEST KEY ANY SELECTION WANTS IS THE END OF THE SCAN     *
006760*---------------------------------------------------------------*
006770  20900-READ-RESULT.
006780         READ FBRSLT-FILE NEXT RECORD
006790             AT END
006800                 SET WS-RSLT-EOF TO TRUE
006810                 GO TO 20900-READ-RESULT-EXIT
006820         END-READ
006830         IF WS-FBRSLT-STATUS NOT = "00"
006840             STRING "FBRSSEL0090E FBRSLT READ FAILED -"
006850                 " STATUS " WS-FBRSLT-STATUS
006853                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006856             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006860             MOVE 20 TO RETURN-CODE
006870             SET WS-RSLT-EOF TO TRUE
006880             GO TO 20900-READ-RESULT-EXIT
006890         END-IF
006900         IF FBRS-KEY > WS-HIGH-KEY
006910             SET WS-RSLT-EOF TO TRUE
006920             GO TO 20900-READ-RESULT-EXIT
006930         END-IF
006940         ADD 1 TO WS-READ-COUNT
006950         .
006960  20900-READ-RESULT-EXIT.
006970         EXIT.
006980**
006990*---------------------------------------------------------------*
007000* 30000-END -- ONE SUMMARY PAGE PER SELECTION, THE RUN TOTALS,   *
007010*     CLOSE.  A SELECTION THAT SELECTED NOTHING ENDS THE RUN     *
007020*     RC 4.                                                      *
007030*---------------------------------------------------------------*
007040  30000-END.
007050         PERFORM 30100-REPORT-SELECTION
007060             THRU 30100-REPORT-SELECTION-EXIT
007070             VARYING WS-SEL-SUB FROM 1 BY 1
007080               UNTIL WS-SEL-SUB > WS-SEL-MAX
007090         PERFORM 30300-REPORT-TOTALS
007100             THRU 30300-REPORT-TOTALS-EXIT
007110         DISPLAY "FBRSSEL SUMMARY"
007120         DISPLAY "SELECTION CARDS READ   = " WS-CARD-READ-CNT
007130         DISPLAY "SELECTION CARDS BAD    = " WS-CARD-BAD-CNT
007140         DISPLAY "SELECTIONS RUN         = " WS-SEL-RUN-CNT
007150         DISPLAY "RESULTS READ           = " WS-READ-COUNT
007160         DISPLAY "CSV RECORDS WRITTEN    = " WS-WRITE-COUNT
007170         PERFORM 30900-CLOSE-FILES THRU 30900-CLOSE-FILES-EXIT
007180         DISPLAY "**********"
007190         .
007200  30000-END-EXIT.
007210         EXIT.
007220**
007230*---------------------------------------------------------------*
007240* 30100-REPORT-SELECTION -- THE CRITERIA AND COUNTS OF ONE       *
007250*     ACTIVE SELECTION, FROM THE TOP OF A NEW PAGE               *
007260*---------------------------------------------------------------*
007270  30100-REPORT-SELECTION.
007280         IF NOT WS-SEL-ACTIVE(WS-SEL-SUB)
007290             GO TO 30100-REPORT-SELECTION-EXIT
007300         END-IF
007310         MOVE WS-LINES-PER-PAGE TO WS-LINE-CNT
007320         MOVE WS-SEL-SUB           TO WS-SEL-DSP
007330         MOVE "SELECTION"          TO WS-SUM-TEXT
007340         MOVE SPACES               TO WS-SUM-VALUE
007350         STRING WS-SEL-DSP "   OUTPUT FBSEL" WS-SEL-DSP
007360             DELIMITED BY SIZE INTO WS-SUM-VALUE
007370         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007380         MOVE SPACES               TO WS-SUM-LINE(1:66)
007390         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007400         MOVE "RULE BOOK"          TO WS-SUM-TEXT
007410         MOVE WS-SEL-BOOK(WS-SEL-SUB) TO WS-SUM-VALUE
007420         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007430         MOVE "POSITIONS"          TO WS-SUM-TEXT
007440         MOVE WS-SEL-FIRST(WS-SEL-SUB) TO WS-SUM-FROM
007450         MOVE WS-SEL-LAST(WS-SEL-SUB)  TO WS-SUM-TO
007460         MOVE WS-SUM-RANGE         TO WS-SUM-VALUE
007470         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007480         MOVE "CLASS"              TO WS-SUM-TEXT
007490         MOVE WS-SEL-CLASS(WS-SEL-SUB) TO WS-SUM-VALUE
007500         IF WS-SEL-CLASS(WS-SEL-SUB) = SPACES
007510             MOVE "ANY"            TO WS-SUM-VALUE
007520         END-IF
007530         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007540         MOVE "RULE-SET ID"        TO WS-SUM-TEXT
007550         MOVE WS-SEL-RULESET(WS-SEL-SUB) TO WS-SUM-VALUE
007560         IF WS-SEL-ANY-RULESET(WS-SEL-SUB)
007570             MOVE "ANY"            TO WS-SUM-VALUE
007580         END-IF
007590         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007600         MOVE "LAST-RUN DATE"      TO WS-SUM-TEXT
007610         MOVE WS-SEL-FROM-DATE(WS-SEL-SUB) TO WS-SUM-FROM
007620         MOVE WS-SEL-TO-DATE(WS-SEL-SUB)   TO WS-SUM-TO
007630         IF WS-SEL-FROM-DATE(WS-SEL-SUB) = ZERO
007640             MOVE "ANY"            TO WS-SUM-FROM
007650         END-IF
007660         IF WS-SEL-TO-DATE(WS-SEL-SUB) = 99999999
007670             MOVE "ANY"            TO WS-SUM-TO
007680         END-IF
007690         MOVE WS-SUM-RANGE         TO WS-SUM-VALUE
007700         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007710         MOVE SPACES               TO WS-SUM-LINE(1:66)
007720         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007730         MOVE "RECORDS READ"       TO WS-SUM-TEXT
007740         MOVE WS-SEL-READ-CNT(WS-SEL-SUB) TO WS-SUM-NUM
007750         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
007760         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007770         MOVE "RECORDS SELECTED"   TO WS-SUM-TEXT
007780         MOVE WS-SEL-MATCH-CNT(WS-SEL-SUB) TO WS-SUM-NUM
007790         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
007800         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007810         MOVE SPACES               TO WS-SUM-LINE(1:66)
007820         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007830         MOVE "SELECTED BY CLASS"  TO WS-SUM-TEXT
007840         MOVE SPACES               TO WS-SUM-VALUE
007850         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007860         PERFORM 30110-REPORT-CLASS THRU 30110-REPORT-CLASS-EXIT
007870             VARYING WS-CLS-SUB FROM 1 BY 1
007880               UNTIL WS-CLS-SUB > WS-SEL-CLS-COUNT(WS-SEL-SUB)
007890         IF WS-SEL-OTHER-CNT(WS-SEL-SUB) > ZERO
007900             MOVE "  (OTHER CLASSES)"  TO WS-SUM-TEXT
007910             MOVE WS-SEL-OTHER-CNT(WS-SEL-SUB) TO WS-SUM-NUM
007920             MOVE WS-SUM-NUM           TO WS-SUM-VALUE
007930             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007940         END-IF
007950         IF WS-SEL-MATCH-CNT(WS-SEL-SUB) = ZERO
007960             MOVE "  NONE"             TO WS-SUM-TEXT
007970             MOVE SPACES               TO WS-SUM-VALUE
007980             PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
007990             STRING "FBRSSEL0100W SELECTION " WS-SEL-DSP
008000                 " SELECTED NOTHING"
008003                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008006             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008010             IF RETURN-CODE < 4
008020                 MOVE 4 TO RETURN-CODE
008030             END-IF
008040         END-IF
008050         .
008060  30100-REPORT-SELECTION-EXIT.
008070         EXIT.
008080**
008090  30110-REPORT-CLASS.
008100         MOVE SPACES TO WS-SUM-TEXT
008110         MOVE WS-SEL-CLS-NAME(WS-SEL-SUB, WS-CLS-SUB)
008120           TO WS-SUM-TEXT(3:8)
008130         MOVE WS-SEL-CLS-CNT(WS-SEL-SUB, WS-CLS-SUB) TO WS-SUM-NUM
008140         MOVE WS-SUM-NUM TO WS-SUM-VALUE
008150         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008160         .
008170  30110-REPORT-CLASS-EXIT.
008180         EXIT.
008190**
008200*---------------------------------------------------------------*
008210* 30200-PRINT-LINE -- WS-SUM-LINE TO FBSELRPT, WITH A NEW PAGE   *
008220*     HEADING WHEN THE PAGE IS FULL                              *
008230*---------------------------------------------------------------*
008240  30200-PRINT-LINE.
008250         IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
008260             PERFORM 30210-PAGE-HEADING
008270                 THRU 30210-PAGE-HEADING-EXIT
008280         END-IF
008290         WRITE FBSELRPT-RECORD FROM WS-SUM-LINE
008300             AFTER ADVANCING 1 LINE
008310         ADD 1 TO WS-LINE-CNT
008320         IF WS-FBSELRPT-STATUS NOT = "00"
008330             STRING "FBRSSEL0110E FBSELRPT WRITE FAILED -"
008340                 " STATUS " WS-FBSELRPT-STATUS
008343                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008346             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008350             IF RETURN-CODE < 20
008360                 MOVE 20 TO RETURN-CODE
008370             END-IF
008380         END-IF
008390         .
008400  30200-PRINT-LINE-EXIT.
008410         EXIT.
008420**
008430  30210-PAGE-HEADING.
008440         ADD 1 TO WS-PAGE-CNT
008450         MOVE WS-PAGE-CNT TO WS-HDR1-PAGE
008460         MOVE WS-RUN-DATE TO WS-HDR2-DATE
008470         MOVE WS-RUN-TIME TO WS-HDR2-TIME
008480         WRITE FBSELRPT-RECORD FROM WS-HDR1-LINE
008490             AFTER ADVANCING PAGE
008500         WRITE FBSELRPT-RECORD FROM WS-HDR2-LINE
008510             AFTER ADVANCING 1 LINE
008520         MOVE SPACES TO FBSELRPT-RECORD
008530         WRITE FBSELRPT-RECORD
008540             AFTER ADVANCING 1 LINE
008550         MOVE ZERO TO WS-LINE-CNT
008560         .
008570  30210-PAGE-HEADING-EXIT.
008580         EXIT.
008590**
008600*---------------------------------------------------------------*
008610* 30300-REPORT-TOTALS -- THE RUN TOTALS AS THE FINAL PAGE        *
008620*---------------------------------------------------------------*
008630  30300-REPORT-TOTALS.
008640         MOVE WS-LINES-PER-PAGE TO WS-LINE-CNT
008650         MOVE "RUN TOTALS"         TO WS-SUM-TEXT
008660         MOVE SPACES               TO WS-SUM-VALUE
008670         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008680         MOVE SPACES               TO WS-SUM-LINE(1:66)
008690         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008700         MOVE "SELECTION CARDS READ"   TO WS-SUM-TEXT
008710         MOVE WS-CARD-READ-CNT     TO WS-SUM-NUM
008720         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
008730         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008740         MOVE "SELECTION CARDS BAD"    TO WS-SUM-TEXT
008750         MOVE WS-CARD-BAD-CNT      TO WS-SUM-NUM
008760         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
008770         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008780         MOVE "SELECTIONS RUN"     TO WS-SUM-TEXT
008790         MOVE WS-SEL-RUN-CNT       TO WS-SUM-NUM
008800         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
008810         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008820         MOVE "RESULTS READ"       TO WS-SUM-TEXT
008830         MOVE WS-READ-COUNT        TO WS-SUM-NUM
008840         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
008850         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008860         MOVE "CSV RECORDS WRITTEN"    TO WS-SUM-TEXT
008870         MOVE WS-WRITE-COUNT       TO WS-SUM-NUM
008880         MOVE WS-SUM-NUM           TO WS-SUM-VALUE
008890         PERFORM 30200-PRINT-LINE THRU 30200-PRINT-LINE-EXIT
008900         .
008910  30300-REPORT-TOTALS-EXIT.
008920         EXIT.
008930**
008940*---------------------------------------------------------------*
008950* 30900-CLOSE-FILES -- CLOSE WHATEVER 10000-BEGIN OPENED         *
008960*---------------------------------------------------------------*
008970  30900-CLOSE-FILES.
008980         IF WS-RSLT-OPEN
008990             CLOSE FBRSLT-FILE
009000         END-IF
009010         IF WS-RPT-OPEN
009020             CLOSE FBSELRPT-FILE
009030         END-IF
009040         IF WS-SEL-OPEN(1)
009050             CLOSE FBSEL01-FILE
009060         END-IF
009070         IF WS-SEL-OPEN(2)
009080             CLOSE FBSEL02-FILE
009090         END-IF
009100         IF WS-SEL-OPEN(3)
009110             CLOSE FBSEL03-FILE
009120         END-IF
009130         IF WS-SEL-OPEN(4)
009140             CLOSE FBSEL04-FILE
009150         END-IF
009160         .
009170  30900-CLOSE-FILES-EXIT.
009180         EXIT.
009190**
009200*---------------------------------------------------------------*
009210* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
009220*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
009230*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
009240*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
009250*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
009260*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
009270*---------------------------------------------------------------*
009280  95000-RAISE-ALERT.
009290         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
009300             VARYING WS-ALERT-LEN FROM 132 BY -1
009310             UNTIL WS-ALERT-LEN = 1
009320             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
009330         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
009340         IF WS-ALERTS-STOPPED
009350             GO TO 95000-RAISE-ALERT-CLEAR
009360         END-IF
009370         IF NOT WS-ALERT-OPEN
009380             OPEN EXTEND FBALERT-FILE
009390             IF WS-FBALERT-STATUS NOT = "00"
009400                 DISPLAY "FBRSSEL0990W FBALERT OPEN FAILED -"
009410                     " STATUS " WS-FBALERT-STATUS
009420                     " - NO ALERTS WRITTEN"
009430                 SET WS-ALERTS-STOPPED TO TRUE
009440                 GO TO 95000-RAISE-ALERT-CLEAR
009450             END-IF
009460             SET WS-ALERT-OPEN TO TRUE
009470         END-IF
009480         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
009490             MOVE SPACES TO WS-ALERT-MSG
009500             STRING "FBRSSEL0991W ALERT LIMIT REACHED -"
009510                 " LATER MESSAGES ARE ON SYSOUT ONLY"
009520                 DELIMITED BY SIZE INTO WS-ALERT-MSG
009530             DISPLAY WS-ALERT-MSG(1:72)
009540             SET WS-ALERTS-STOPPED TO TRUE
009550         END-IF
009560         MOVE SPACES TO FBAL-RECORD
009570         MOVE "FBRSSEL" TO FBAL-PROGRAM
009580         MOVE 1 TO WS-ALERT-PTR
009590         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
009600             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
009610         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
009620         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
009630         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
009640         ACCEPT WS-ALERT-TIME FROM TIME
009650         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
009660         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
009670         WRITE FBAL-RECORD
009680         IF WS-FBALERT-STATUS NOT = "00"
009690             DISPLAY "FBRSSEL0992W FBALERT WRITE FAILED -"
009700                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
009710             SET WS-ALERTS-STOPPED TO TRUE
009720         ELSE
009730             ADD 1 TO WS-ALERT-CNT
009740         END-IF
009750         .
009760  95000-RAISE-ALERT-CLEAR.
009770         MOVE SPACES TO WS-ALERT-MSG
009780         .
009790  95000-RAISE-ALERT-EXIT.
009800         EXIT.
009810**
009820  95010-ALERT-LENGTH.
009830         CONTINUE
009840         .
009850  95010-ALERT-LENGTH-EXIT.
009860         EXIT.
009870**
009880*---------------------------------------------------------------*
009890* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
009900*---------------------------------------------------------------*
009910  95100-CLOSE-ALERTS.
009920         IF WS-ALERT-OPEN
009930             CLOSE FBALERT-FILE
009940             MOVE "N" TO WS-ALERT-OPEN-SW
009950         END-IF
009960         .
009970  95100-CLOSE-ALERTS-EXIT.
009980         EXIT.
009990**
010000  END PROGRAM FBRSSEL.
