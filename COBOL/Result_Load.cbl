000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Results-master loader for parallel FIZZBUZZ campaigns,*
000050**         run as the step after FBCONSOL.  Slice jobs run with  *
000060**         UPDMST=N so four of them never update FBRSLT at once, *
000070**         which left campaign ranges off the results master.    *
000080**         This step reads the consolidated FBXTOUT extract and  *
000090**         applies it to FBRSLT in one pass under the same rules *
000100**         as 20160-UPDATE-RESULTS in FIZZBUZZ: each stored      *
000110**         record is read first, a new position is added (A),    *
000120**         a reclassified one replaced (C), and an unchanged     *
000130**         one still rewritten so the rule-set id and run date   *
000140**         stamp the rules in force.  The A/C positions go out   *
000150**         on the FBXTDLT changes-only delta feed in the nightly *
000160**         envelope, and a run-history record is appended to     *
000170**         FBRUNHST, so FBBALANC, the warehouse transmit and     *
000180**         FBFEDACK handle a campaign exactly as a nightly.      *
000190**         The run stamp on the delta header, on FBRSLT and on   *
000200**         the history record is the one on the FBXTOUT header,  *
000210**         so every artifact of the campaign carries one date.   *
000220**         The history record is written MODE=P (parallel        *
000230**         campaign) - the MODE=S run-authorization guard in     *
000240**         FIZZBUZZ looks only at MODE=S records, so a campaign  *
000250**         loaded today never blocks tonight's nightly.          *
000260**         A short control-totals page on FBREPT carries the     *
000270**         RECORDS PROCESSED/EXPECTED lines FBBALANC reads.      *
000280**         RC 8 = the FBXTOUT envelope does not reconcile or     *
000290**         FBRSLT could not be updated; RC 16 = no rule-set      *
000300**         control record; RC 20 = I-O failure.                  *
000302**         The rule book of the campaign comes off the FBXTOUT   *
000304**         header (blank = STD): its rule-set id is stamped, and *
000306**         FBRSLT, FBCLSHST, the delta header and the run        *
000308**         history all carry the book.                           *
000310**                                                               *
000320** Modification History                                          *
000330** -------------------------------------------------------------*
000340** 2026-10-14  DPS  New program.                                 *
000341** 2026-10-14  DPS  Every new or reclassified position loaded is *
000342**                  also written to the FBCLSHST classification  *
000343**                  history file, as in FIZZBUZZ.                *
000344** 2026-10-14  DPS  The delta header now carries the rule-set id *
000345**                  of the load, for the FBRSRCVR forward        *
000346**                  recovery.                                    *
000348** 2026-10-14  DPS  Rule books - the campaign's book is taken    *
000350**                  from the FBXTOUT header (blank = STD) and    *
000352**                  carried onto FBRSLT, FBCLSHST, the delta     *
000353**                  header and the run history; the rule-set id  *
000354**                  is that book's. FBRUNHST is now 530 bytes.   *
000355** 2026-10-14  DPS  E and W messages are also written to the     *
000356**                  shared FBALERT alert file for the morning    *
000357**                  FBALDGST exception digest.                   *
000358******************************************************************
000360  IDENTIFICATION DIVISION.
000370**-*-*-*-*-*-*-*-*-*-*-*-*-
000380  PROGRAM-ID. FBRSLOAD.
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
000510         SELECT FBXTOUT-FILE ASSIGN TO FBXTOUT
000520             ORGANIZATION IS SEQUENTIAL
000530             FILE STATUS IS WS-FBXTOUT-STATUS.
000540         SELECT FBXTDLT-FILE ASSIGN TO FBXTDLT
000550             ORGANIZATION IS SEQUENTIAL
000560             FILE STATUS IS WS-FBXTDLT-STATUS.
000570         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS RANDOM
000600             RECORD KEY IS FBRS-KEY
000610             FILE STATUS IS WS-FBRSLT-STATUS.
000611         SELECT FBCLSHST-FILE ASSIGN TO FBCLSHST
000612             ORGANIZATION IS INDEXED
000613             ACCESS MODE IS RANDOM
000614             RECORD KEY IS FBCH-KEY
000615             FILE STATUS IS WS-FBCLSHST-STATUS.
000620         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS FBRM-KEY
000660             FILE STATUS IS WS-FBRULMST-STATUS.
000670         SELECT OPTIONAL FBRUNHST-FILE ASSIGN TO FBRUNHST
000680             ORGANIZATION IS SEQUENTIAL
000690             FILE STATUS IS WS-FBRUNHST-STATUS.
000700         SELECT FBREPT-FILE ASSIGN TO FBREPT
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS WS-FBREPT-STATUS.
000722         SELECT FBALERT-FILE ASSIGN TO FBALERT
000724             ORGANIZATION IS SEQUENTIAL
000726             FILE STATUS IS WS-FBALERT-STATUS.
000730  DATA DIVISION.
000740**-*-*-*-*-*-*-*-
000750  FILE SECTION.
000760*-------------------------
000770  FD  FBXTOUT-FILE
000780         RECORDING MODE IS F
000790         LABEL RECORDS ARE STANDARD
000800         RECORD CONTAINS 40 CHARACTERS.
000810  01  FBXTOUT-RECORD             PIC X(40).
000820  FD  FBXTDLT-FILE
000830         RECORDING MODE IS F
000840         LABEL RECORDS ARE STANDARD
000850         RECORD CONTAINS 40 CHARACTERS.
000860  COPY FBXTREC.
000870  FD  FBRSLT-FILE
000880         RECORD CONTAINS 40 CHARACTERS.
000890  COPY FBRSREC.
000891  FD  FBCLSHST-FILE
000892         RECORD CONTAINS 80 CHARACTERS.
000893  COPY FBCHREC.
000900  FD  FBRULMST-FILE
000910         RECORD CONTAINS 60 CHARACTERS.
000920  COPY FBRULREC.
000930  FD  FBRUNHST-FILE
000940         RECORDING MODE IS F
000950         LABEL RECORDS ARE STANDARD
000960         RECORD CONTAINS 530 CHARACTERS.
000970  COPY FBRUNREC.
000980  FD  FBREPT-FILE
000990         RECORDING MODE IS F
001000         LABEL RECORDS ARE STANDARD
001010         RECORD CONTAINS 132 CHARACTERS.
001020  01  FBREPT-RECORD              PIC X(132).
001021  FD  FBALERT-FILE
001022         RECORDING MODE IS F
001023         LABEL RECORDS ARE STANDARD
001024         RECORD CONTAINS 150 CHARACTERS.
001025  COPY FBALREC.
001030  WORKING-STORAGE SECTION.
001040*-------------------------
001050*---------------------------------------------------------------*
001060* WS-XT-AREA - WORK VIEW OF ONE CONSOLIDATED EXTRACT RECORD.    *
001070* THE LAYOUTS MIRROR COPYBOOK FBXTREC, AS IN FBCONSOL.          *
001080*---------------------------------------------------------------*
001090  01  WS-XT-AREA.
001100         05  WS-XT-RECORD        PIC X(40).
001110         05  WS-XT-HDR REDEFINES WS-XT-RECORD.
001120             10  WS-XTH-TYPE     PIC X(01).
001130             10  WS-XTH-DATE     PIC 9(08).
001140             10  WS-XTH-TIME     PIC 9(06).
001150             10  WS-XTH-FIRST    PIC 9(09).
001160             10  WS-XTH-LAST     PIC 9(09).
001170             10  FILLER          PIC X(04).
001175             10  WS-XTH-BOOK     PIC X(03).
001180         05  WS-XT-DTL REDEFINES WS-XT-RECORD.
001190             10  WS-XTD-TYPE     PIC X(01).
001200             10  WS-XTD-POSN     PIC 9(09).
001210             10  WS-XTD-CLASS    PIC X(08).
001220             10  FILLER          PIC X(22).
001230         05  WS-XT-TRL REDEFINES WS-XT-RECORD.
001240             10  WS-XTT-TYPE     PIC X(01).
001250             10  WS-XTT-COUNT    PIC 9(09).
001260             10  WS-XTT-HASH     PIC 9(15).
001270             10  FILLER          PIC X(15).
001280  01  WS-DATA.
001290         05  WS-COUNTS.
001300             10  WS-FIRST        PIC 9(9)   VALUE ZERO.
001310             10  WS-LAST         PIC 9(9)   VALUE ZERO.
001320             10  WS-POSN         PIC 9(9)   VALUE ZERO.
001330             10  WS-RULESET-ID   PIC 9(4)   VALUE ZERO.
001335             10  WS-BOOK         PIC X(3)   VALUE SPACES.
001340         05  WS-SWITCHES.
001350             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001360                 88  WS-FILES-OK               VALUE "Y".
001370                 88  WS-FILES-FAILED           VALUE "N".
001380             10  WS-XT-EOF-SW       PIC X(01)  VALUE "N".
001390                 88  WS-XT-EOF                 VALUE "Y".
001400             10  WS-XT-TRL-SW       PIC X(01)  VALUE "N".
001410                 88  WS-XT-TRL-SEEN            VALUE "Y".
001420             10  WS-UPDMST-SW       PIC X(01)  VALUE "Y".
001430                 88  WS-UPDATE-MASTER          VALUE "Y".
001440                 88  WS-NO-UPDATE-MASTER       VALUE "N".
001450         05  WS-FILE-STATUSES.
001460             10  WS-FBXTOUT-STATUS  PIC X(02)  VALUE "00".
001470             10  WS-FBXTDLT-STATUS  PIC X(02)  VALUE "00".
001480             10  WS-FBRSLT-STATUS   PIC X(02)  VALUE "00".
001481             10  WS-FBCLSHST-STATUS PIC X(02)  VALUE "00".
001490             10  WS-FBRULMST-STATUS PIC X(02)  VALUE "00".
001500             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001510             10  WS-FBREPT-STATUS   PIC X(02)  VALUE "00".
001520*          THE CAMPAIGN'S RUN STAMP - OFF THE FBXTOUT HEADER, NOT
001530*          THE CLOCK, SO FBRSLT, THE DELTA FEED AND THE RUN
001540*          HISTORY ALL AGREE WITH THE EXTRACT THE WAREHOUSE GETS
001550         05  WS-RUN-STAMP.
001560             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001570             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
001580         05  WS-CONTROL-TOTALS.
001590             10  WS-RECORD-COUNT      PIC 9(9) COMP  VALUE ZERO.
001600             10  WS-EXPECTED-COUNT    PIC 9(9) COMP  VALUE ZERO.
001610             10  WS-ADD-COUNT         PIC 9(9) COMP  VALUE ZERO.
001620             10  WS-CHANGE-COUNT      PIC 9(9) COMP  VALUE ZERO.
001630             10  WS-DLT-COUNT         PIC 9(9) COMP  VALUE ZERO.
001640             10  WS-DLT-HASH          PIC 9(18) COMP VALUE ZERO.
001641             10  WS-HIST-COUNT        PIC 9(9) COMP  VALUE ZERO.
001650             10  WS-ENV-ERR-COUNT     PIC 9(9) COMP  VALUE ZERO.
001660*          WS-HASH-TOTAL CANNOT OVERFLOW - SEE FIZZBUZZ.  THE MOVE
001670*          TO THE 15-DIGIT TRAILER FIELD IS WHERE IT TRUNCATES.
001680             10  WS-HASH-TOTAL        PIC 9(18) COMP VALUE ZERO.
001690             10  WS-HASH-CHECK        PIC 9(15)      VALUE ZERO.
001700*---------------------------------------------------------------*
001710* WS-CLASS-TOTALS - CONTROL TOTALS BY CLASS LABEL, ONE ENTRY    *
001720* PER DISTINCT LABEL MET ON THE EXTRACT, AS IN FIZZBUZZ         *
001730* 40300-TALLY-COUNTS, FOR THE SUMMARY, THE TOTALS PAGE AND      *
001740* THE FBRUNHST CLASS TABLE.                                     *
001750*---------------------------------------------------------------*
001760         05  WS-CLASS-TOTALS.
001770             10  WS-CT-COUNT          PIC 9(2) COMP  VALUE ZERO.
001780             10  WS-CT-MAX            PIC 9(2) COMP  VALUE 20.
001790             10  WS-CT-SUB            PIC 9(2) COMP  VALUE ZERO.
001800             10  WS-CT-SLOT           PIC 9(2) COMP  VALUE ZERO.
001810             10  WS-CT-OVFL-CNT       PIC 9(9) COMP  VALUE ZERO.
001820             10  WS-CT-ENTRY OCCURS 20 TIMES.
001830                 15  WS-CT-LABEL      PIC X(08).
001840                 15  WS-CT-TALLY      PIC 9(09) COMP.
001850         05  WS-CLASSIFICATION.
001860             10  WS-CLASS-LABEL       PIC X(8).
001870*          WHAT THE DELTA FEED SHOULD SAY ABOUT THE POSITION IN
001880*          HAND - SPACE = UNCHANGED, NOTHING TO SEND
001890         05  WS-DELTA-WORK.
001900             10  WS-DLT-TAG      PIC X(01)  VALUE SPACE.
001910                 88  WS-DLT-ADD                VALUE "A".
001920                 88  WS-DLT-CHANGE             VALUE "C".
001930                 88  WS-DLT-NONE               VALUE " ".
001931*          THE CLASS AND RULE-SET ID THE POSITION HAD BEFORE THIS
001932*          LOAD, FOR THE FBCLSHST HISTORY RECORD
001933             10  WS-OLD-CLASS    PIC X(08)  VALUE SPACES.
001934             10  WS-OLD-RULESET  PIC 9(04)  VALUE ZERO.
001940*---------------------------------------------------------------*
001950* FBREPT CONTROL-TOTALS PAGE - THE TOTALS LINES USE THE SAME    *
001960* COLUMNS AS THE NIGHTLY'S WS-RTOT-LINE SO FBBALANC READS THE   *
001970* RECORDS PROCESSED/EXPECTED FIGURES OFF EITHER REPORT.         *
001980*---------------------------------------------------------------*
001990         05  WS-RPT-LINES.
002000             10  WS-HDR1-LINE.
002010*                JOB NAME FIRST - FIXED BY THE JCL (FIZZCON)
002020                 15  WS-HDR1-JOB    PIC X(10) VALUE "FIZZCON".
002030                 15  FILLER         PIC X(37) VALUE
002040                     "FIZZBUZZ CAMPAIGN RESULTS MASTER LOAD".
002050                 15  FILLER         PIC X(85) VALUE SPACES.
002060             10  WS-HDR2-LINE.
002070                 15  FILLER         PIC X(09) VALUE "RUN DATE ".
002080                 15  WS-HDR2-DATE   PIC 9(08).
002090                 15  FILLER         PIC X(07) VALUE "  TIME ".
002100                 15  WS-HDR2-TIME   PIC 9(06).
002110                 15  FILLER         PIC X(08) VALUE "  RANGE ".
002120                 15  WS-HDR2-FIRST  PIC 9(09).
002130                 15  FILLER         PIC X(03) VALUE " - ".
002140                 15  WS-HDR2-LAST   PIC 9(09).
002150                 15  FILLER         PIC X(10) VALUE "  RULESET ".
002160                 15  WS-HDR2-RULESET PIC 9(04).
002170                 15  FILLER         PIC X(59) VALUE SPACES.
002180             10  WS-RTOT-LINE.
002190                 15  WS-RTOT-TEXT   PIC X(22).
002200                 15  WS-RTOT-VALUE  PIC 9(09).
002210                 15  FILLER         PIC X(101) VALUE SPACES.
002220*                ONE TOTALS-PAGE LINE PER CLASS LABEL - SAME
002230*                COLUMNS AS WS-RTOT-LINE
002240             10  WS-RCLS-LINE.
002250                 15  WS-RCLS-LABEL  PIC X(08).
002260                 15  FILLER         PIC X(14) VALUE "  COUNT".
002270                 15  WS-RCLS-VALUE  PIC 9(09).
002271                 15  FILLER         PIC X(101) VALUE SPACES.
002272*---------------------------------------------------------------*
002273* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002274* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002275* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002276*---------------------------------------------------------------*
002277  01  WS-ALERT-WORK.
002278         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002279         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002280             88  WS-ALERT-OPEN                   VALUE "Y".
002281         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002282             88  WS-ALERTS-STOPPED               VALUE "Y".
002283         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002284         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002285         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002286         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002287         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002288         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002289         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002290**-*-*-*-*-*-*-*-*-*-*
002300  PROCEDURE DIVISION.
002310**-*-*-*-*-*-*-*-*-*-*
002320*---------------------------------------------------------------*
002330* MAIN-PROCEDURE -- INIT, APPLY THE EXTRACT, WRAP UP            *
002340*---------------------------------------------------------------*
002350  MAIN-PROCEDURE.
002360         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
002370         IF WS-FILES-OK
002380             PERFORM 20000-LOAD-RECORD THRU 20000-LOAD-RECORD-EXIT
002390                 UNTIL WS-XT-EOF
002400             PERFORM 30000-END THRU 30000-END-EXIT
002410         END-IF
002415         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002420         .
002430         STOP RUN.
002440**
002450*---------------------------------------------------------------*
002460* 10000-BEGIN -- RULE-SET ID, OPENS, TAKE THE EXTRACT HEADER,   *
002470*     OPEN THE DELTA ENVELOPE, PRIME THE FIRST DETAIL           *
002480*---------------------------------------------------------------*
002490  10000-BEGIN.
002500         DISPLAY "**********"
002560         OPEN INPUT FBXTOUT-FILE
002570         IF WS-FBXTOUT-STATUS NOT = "00"
002580             STRING "FBRSLOAD0010E FBXTOUT OPEN FAILED -"
002590                 " STATUS " WS-FBXTOUT-STATUS
002593                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002596             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002600             MOVE 20 TO RETURN-CODE
002610             SET WS-FILES-FAILED TO TRUE
002620             GO TO 10000-BEGIN-EXIT
002630         END-IF
002640         PERFORM 21000-READ-EXTRACT THRU 21000-READ-EXTRACT-EXIT
002650         IF WS-XT-EOF
002660             OR WS-XTH-TYPE NOT = "H"
002670             OR WS-XTH-DATE NOT NUMERIC
002680             OR WS-XTH-FIRST NOT NUMERIC
002690             OR WS-XTH-LAST NOT NUMERIC
002700             STRING "FBRSLOAD0020E FBXTOUT DOES NOT START WITH A"
002710                 " VALID HEADER - NOTHING LOADED"
002713                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002716             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002720             MOVE 8 TO RETURN-CODE
002730             SET WS-FILES-FAILED TO TRUE
002740             CLOSE FBXTOUT-FILE
002750             GO TO 10000-BEGIN-EXIT
002760         END-IF
002770         MOVE WS-XTH-DATE  TO WS-RUN-DATE
002780         MOVE WS-XTH-TIME  TO WS-RUN-TIME
002790         MOVE WS-XTH-FIRST TO WS-FIRST
002800         MOVE WS-XTH-LAST  TO WS-LAST
002801         IF WS-XTH-BOOK = SPACES
002802             MOVE "STD"       TO WS-BOOK
002803         ELSE
002804             MOVE WS-XTH-BOOK TO WS-BOOK
002805         END-IF
002806         PERFORM 10100-READ-RULESET-ID
002807             THRU 10100-READ-RULESET-ID-EXIT
002808         IF WS-FILES-FAILED
002809             CLOSE FBXTOUT-FILE
002810             GO TO 10000-BEGIN-EXIT
002811         END-IF
002812         IF WS-FIRST NOT > WS-LAST
002820             COMPUTE WS-EXPECTED-COUNT = WS-LAST - WS-FIRST + 1
002830         END-IF
002840         OPEN OUTPUT FBXTDLT-FILE
002850         IF WS-FBXTDLT-STATUS NOT = "00"
002860             STRING "FBRSLOAD0030E FBXTDLT OPEN FAILED -"
002870                 " STATUS " WS-FBXTDLT-STATUS
002873                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002876             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002880             MOVE 20 TO RETURN-CODE
002890             SET WS-FILES-FAILED TO TRUE
002900             GO TO 10000-BEGIN-EXIT
002910         END-IF
002920         OPEN OUTPUT FBREPT-FILE
002930         IF WS-FBREPT-STATUS NOT = "00"
002940             STRING "FBRSLOAD0040E FBREPT OPEN FAILED -"
002950                 " STATUS " WS-FBREPT-STATUS
002953                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002956             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002960             MOVE 20 TO RETURN-CODE
002970             SET WS-FILES-FAILED TO TRUE
002980             GO TO 10000-BEGIN-EXIT
002990         END-IF
003000         PERFORM 10200-OPEN-RESULTS-MASTER
003010             THRU 10200-OPEN-RESULTS-MASTER-EXIT
003020         IF WS-FILES-FAILED
003030             GO TO 10000-BEGIN-EXIT
003040         END-IF
003050         MOVE SPACES      TO FBXH-RECORD
003060         MOVE "H"         TO FBXH-TYPE
003070         MOVE WS-RUN-DATE TO FBXH-RUN-DATE
003080         MOVE WS-RUN-TIME TO FBXH-RUN-TIME
003090         MOVE WS-FIRST    TO FBXH-FIRST
003100         MOVE WS-LAST     TO FBXH-LAST
003101         MOVE WS-RULESET-ID TO FBXH-RULESET-ID
003105         MOVE WS-BOOK     TO FBXH-BOOK
003110         WRITE FBXH-RECORD
003120         IF WS-FBXTDLT-STATUS NOT = "00"
003130             STRING "FBRSLOAD0050E FBXTDLT WRITE FAILED -"
003140                 " STATUS " WS-FBXTDLT-STATUS
003143                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003146             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003150             MOVE 20 TO RETURN-CODE
003160             SET WS-FILES-FAILED TO TRUE
003170             GO TO 10000-BEGIN-EXIT
003180         END-IF
003190         PERFORM 21000-READ-EXTRACT THRU 21000-READ-EXTRACT-EXIT
003200         .
003210  10000-BEGIN-EXIT.
003220         EXIT.
003230**
003240*---------------------------------------------------------------*
003250* 10100-READ-RULESET-ID -- THE DIVISOR-ZERO CONTROL RECORD OF   *
003260*     FBRULMST SUPPLIES THE RULE-SET ID STAMPED ON EVERY FBRSLT *
003270*     RECORD, AS 10520-SELECT-RULE DOES IN FIZZBUZZ.  NO        *
003280*     CONTROL RECORD MEANS NO RULE SET - NOTHING IS LOADED.     *
003285*     THE CONTROL RECORD READ IS THE CAMPAIGN BOOK'S.           *
003290*---------------------------------------------------------------*
003300  10100-READ-RULESET-ID.
003310         OPEN INPUT FBRULMST-FILE
003320         IF WS-FBRULMST-STATUS NOT = "00"
003330             STRING "FBRSLOAD0060E FBRULMST OPEN FAILED -"
003340                 " STATUS " WS-FBRULMST-STATUS
003343                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003346             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003350             MOVE 20 TO RETURN-CODE
003360             SET WS-FILES-FAILED TO TRUE
003370             GO TO 10100-READ-RULESET-ID-EXIT
003380         END-IF
003385         MOVE WS-BOOK TO FBRM-BOOK
003390         MOVE ZERO TO FBRM-DIVISOR
003400         READ FBRULMST-FILE
003410             INVALID KEY
003420                 STRING "FBRSLOAD0070E NO RULE-SET CONTROL"
003430                     " RECORD FOR RULE BOOK " WS-BOOK
003435                     " ON FBRULMST - NOTHING LOADED"
003436                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003437                 PERFORM 95000-RAISE-ALERT
003438                     THRU 95000-RAISE-ALERT-EXIT
003440                 MOVE 16 TO RETURN-CODE
003450                 SET WS-FILES-FAILED TO TRUE
003460             NOT INVALID KEY
003470                 MOVE FBRMC-VERSION TO WS-RULESET-ID
003480         END-READ
003490         CLOSE FBRULMST-FILE
003500         .
003510  10100-READ-RULESET-ID-EXIT.
003520         EXIT.
003530**
003540*---------------------------------------------------------------*
003550* 10200-OPEN-RESULTS-MASTER -- OPEN FBRSLT FOR UPDATE, CREATING *
003560*     IT ON FIRST USE, AS 10310-OPEN-RESULTS-MASTER IN FIZZBUZZ.*
003570*     UPDATING THE MASTER IS THE WHOLE POINT OF THIS STEP, SO   *
003571*     AN OPEN FAILURE HERE STOPS THE RUN.  THE FBCLSHST         *
003572*     CLASSIFICATION HISTORY IS OPENED WITH IT THE SAME WAY -   *
003573*     THE MASTER IS NEVER LOADED WITHOUT ITS HISTORY.           *
003590*---------------------------------------------------------------*
003600  10200-OPEN-RESULTS-MASTER.
003610         OPEN I-O FBRSLT-FILE
003620         IF WS-FBRSLT-STATUS = "35"
003630             OPEN OUTPUT FBRSLT-FILE
003640             CLOSE FBRSLT-FILE
003650             OPEN I-O FBRSLT-FILE
003660         END-IF
003670         IF WS-FBRSLT-STATUS NOT = "00"
003680             AND WS-FBRSLT-STATUS NOT = "05"
003690             STRING "FBRSLOAD0080E FBRSLT OPEN FAILED -"
003700                 " STATUS " WS-FBRSLT-STATUS
003703                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003706             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003710             MOVE 20 TO RETURN-CODE
003720             SET WS-FILES-FAILED TO TRUE
003721             GO TO 10200-OPEN-RESULTS-MASTER-EXIT
003722         END-IF
003723         OPEN I-O FBCLSHST-FILE
003724         IF WS-FBCLSHST-STATUS = "35"
003725             OPEN OUTPUT FBCLSHST-FILE
003726             CLOSE FBCLSHST-FILE
003727             OPEN I-O FBCLSHST-FILE
003728         END-IF
003729         IF WS-FBCLSHST-STATUS NOT = "00"
003730             AND WS-FBCLSHST-STATUS NOT = "05"
003731             STRING "FBRSLOAD0200E FBCLSHST OPEN FAILED -"
003732                 " STATUS " WS-FBCLSHST-STATUS
003733                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003734             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003735             CLOSE FBRSLT-FILE
003736             MOVE 20 TO RETURN-CODE
003737             SET WS-FILES-FAILED TO TRUE
003738         END-IF
003740         .
003750  10200-OPEN-RESULTS-MASTER-EXIT.
003760         EXIT.
003770**
003780*---------------------------------------------------------------*
003790* 20000-LOAD-RECORD -- ONE RECORD OF THE CONSOLIDATED EXTRACT:  *
003800*     A DETAIL IS APPLIED, THE TRAILER IS VERIFIED AGAINST THE  *
003810*     DETAILS ACTUALLY READ, ANYTHING ELSE IS AN ENVELOPE ERROR *
003820*---------------------------------------------------------------*
003830  20000-LOAD-RECORD.
003840         EVALUATE WS-XTD-TYPE
003850             WHEN "D"
003860                 IF WS-XT-TRL-SEEN
003870                     STRING "FBRSLOAD0090E DETAIL AFTER"
003880                         " TRAILER - POSN " WS-XTD-POSN
003890                         " NOT LOADED"
003892                         DELIMITED BY SIZE INTO WS-ALERT-MSG
003894                     PERFORM 95000-RAISE-ALERT
003896                         THRU 95000-RAISE-ALERT-EXIT
003900                     ADD 1 TO WS-ENV-ERR-COUNT
003910                 ELSE
003920                     PERFORM 20100-APPLY-DETAIL
003930                         THRU 20100-APPLY-DETAIL-EXIT
003940                 END-IF
003950             WHEN "T"
003960                 SET WS-XT-TRL-SEEN TO TRUE
003970                 PERFORM 20300-VERIFY-TRAILER
003980                     THRU 20300-VERIFY-TRAILER-EXIT
003990             WHEN OTHER
004000                 STRING "FBRSLOAD0100E UNEXPECTED RECORD"
004010                     " TYPE " WS-XTD-TYPE " ON FBXTOUT"
004012                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004014                 PERFORM 95000-RAISE-ALERT
004016                     THRU 95000-RAISE-ALERT-EXIT
004020                 ADD 1 TO WS-ENV-ERR-COUNT
004030         END-EVALUATE
004040         PERFORM 21000-READ-EXTRACT THRU 21000-READ-EXTRACT-EXIT
004050         .
004060  20000-LOAD-RECORD-EXIT.
004070         EXIT.
004080**
004090  20100-APPLY-DETAIL.
004100         MOVE WS-XTD-POSN  TO WS-POSN
004110         MOVE WS-XTD-CLASS TO WS-CLASS-LABEL
004120         ADD WS-POSN TO WS-HASH-TOTAL
004130         IF WS-UPDATE-MASTER
004140             PERFORM 20200-UPDATE-RESULTS
004150                 THRU 20200-UPDATE-RESULTS-EXIT
004160         END-IF
004170         PERFORM 40300-TALLY-COUNTS THRU 40300-TALLY-COUNTS-EXIT
004180         .
004190  20100-APPLY-DETAIL-EXIT.
004200         EXIT.
004210**
004220*---------------------------------------------------------------*
004230* 20200-UPDATE-RESULTS -- ADD OR REPLACE THIS POSITION ON THE   *
004240*     FBRSLT KEYED RESULTS MASTER, EXACTLY AS 20160-UPDATE-     *
004250*     RESULTS IN FIZZBUZZ.  THE STORED RECORD IS READ FIRST SO  *
004260*     NEW (A) AND RECLASSIFIED (C) POSITIONS, AND ONLY THOSE,   *
004270*     GO OUT ON THE FBXTDLT FEED.  AN UNCHANGED POSITION IS     *
004280*     STILL REWRITTEN SO THE RULE-SET ID AND RUN DATE STAMP     *
004290*     THE RULES ACTUALLY IN FORCE.                              *
004300*---------------------------------------------------------------*
004310  20200-UPDATE-RESULTS.
004320         SET WS-DLT-NONE      TO TRUE
004321         MOVE SPACES          TO WS-OLD-CLASS
004322         MOVE ZERO            TO WS-OLD-RULESET
004326         MOVE WS-BOOK         TO FBRS-BOOK
004330         MOVE WS-POSN         TO FBRS-POSN
004340         READ FBRSLT-FILE
004350             INVALID KEY
004360                 SET WS-DLT-ADD TO TRUE
004370             NOT INVALID KEY
004371                 MOVE FBRS-CLASS      TO WS-OLD-CLASS
004372                 MOVE FBRS-RULESET-ID TO WS-OLD-RULESET
004380                 IF FBRS-CLASS NOT = WS-CLASS-LABEL
004390                     SET WS-DLT-CHANGE TO TRUE
004400                 END-IF
004410         END-READ
004420         MOVE SPACES          TO FBRS-RECORD
004425         MOVE WS-BOOK         TO FBRS-BOOK
004430         MOVE WS-POSN         TO FBRS-POSN
004440         MOVE WS-CLASS-LABEL  TO FBRS-CLASS
004450         MOVE WS-RULESET-ID   TO FBRS-RULESET-ID
004460         MOVE WS-RUN-DATE     TO FBRS-LAST-RUN-DATE
004470         IF WS-DLT-ADD
004480             WRITE FBRS-RECORD
004490                 INVALID KEY
004500                     PERFORM 20210-RESULTS-UPDATE-FAILED
004510                         THRU 20210-RESULTS-UPDATE-FAILED-EXIT
004520             END-WRITE
004530         ELSE
004540             REWRITE FBRS-RECORD
004550                 INVALID KEY
004560                     PERFORM 20210-RESULTS-UPDATE-FAILED
004570                         THRU 20210-RESULTS-UPDATE-FAILED-EXIT
004580             END-REWRITE
004590         END-IF
004600         IF WS-UPDATE-MASTER
004610             AND (WS-DLT-ADD OR WS-DLT-CHANGE)
004620             PERFORM 20220-WRITE-DELTA
004630                 THRU 20220-WRITE-DELTA-EXIT
004640         END-IF
004641         IF WS-UPDATE-MASTER
004642             AND (WS-DLT-ADD OR WS-DLT-CHANGE)
004643             PERFORM 20230-WRITE-HISTORY
004644                 THRU 20230-WRITE-HISTORY-EXIT
004645         END-IF
004650         .
004660  20200-UPDATE-RESULTS-EXIT.
004670         EXIT.
004680**
004690*---------------------------------------------------------------*
004700* 20210-RESULTS-UPDATE-FAILED -- STOP MAINTAINING THE MASTER    *
004710*     BUT KEEP READING, SO THE SUMMARY, THE TRAILER CHECK AND   *
004720*     THE RUN HISTORY STILL COVER THE WHOLE EXTRACT.  THE RUN   *
004730*     ENDS RC 8 AND THE DELTA FEED STOPS AT THE FAILURE - RERUN *
004740*     THE STEP ONCE FBRSLT IS REPAIRED (REAPPLYING IS HARMLESS, *
004750*     POSITIONS ALREADY LOADED COME BACK UNCHANGED).            *
004760*---------------------------------------------------------------*
004770  20210-RESULTS-UPDATE-FAILED.
004780         STRING "FBRSLOAD0110E FBRSLT UPDATE"
004790             " FAILED AT POSN " WS-POSN
004800             " - STATUS " WS-FBRSLT-STATUS
004803             DELIMITED BY SIZE INTO WS-ALERT-MSG
004806         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004810         CLOSE FBRSLT-FILE
004811         CLOSE FBCLSHST-FILE
004820         SET WS-NO-UPDATE-MASTER TO TRUE
004830         IF RETURN-CODE < 8
004840             MOVE 8 TO RETURN-CODE
004850         END-IF
004860         .
004870  20210-RESULTS-UPDATE-FAILED-EXIT.
004880         EXIT.
004890**
004900*---------------------------------------------------------------*
004910* 20220-WRITE-DELTA -- ONE TAGGED DETAIL ON THE CHANGES-ONLY    *
004920*     FEED, WITH ITS OWN COUNT AND HASH FOR THE DELTA TRAILER   *
004930*---------------------------------------------------------------*
004940  20220-WRITE-DELTA.
004950         MOVE SPACES         TO FBXD-RECORD
004960         MOVE "D"            TO FBXD-TYPE
004970         MOVE WS-POSN        TO FBXD-POSN
004980         MOVE WS-CLASS-LABEL TO FBXD-CLASS
004990         MOVE WS-DLT-TAG     TO FBXD-CHANGE-TAG
005000         WRITE FBXD-RECORD
005010         IF WS-FBXTDLT-STATUS NOT = "00"
005020             STRING "FBRSLOAD0050E FBXTDLT WRITE FAILED -"
005030                 " STATUS " WS-FBXTDLT-STATUS
005033                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005036             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005040             MOVE 20 TO RETURN-CODE
005050         END-IF
005060         ADD 1 TO WS-DLT-COUNT
005070         ADD WS-POSN TO WS-DLT-HASH
005080         IF WS-DLT-ADD
005090             ADD 1 TO WS-ADD-COUNT
005100         ELSE
005110             ADD 1 TO WS-CHANGE-COUNT
005120         END-IF
005130         .
005140  20220-WRITE-DELTA-EXIT.
005141         EXIT.
005142**
005143*---------------------------------------------------------------*
005144* 20230-WRITE-HISTORY -- ONE FBCLSHST RECORD FOR A NEW OR       *
005145*     RECLASSIFIED POSITION, STAMPED WITH THE CAMPAIGN'S RUN    *
005146*     DATE/TIME, AS 20180-WRITE-HISTORY IN FIZZBUZZ.  A         *
005147*     DUPLICATE KEY MEANS THE EXTRACT WAS ALREADY LOADED UNDER  *
005148*     THIS STAMP AND IS FLAGGED ONLY; ANY OTHER FAILURE STOPS   *
005149*     THE MASTER LOAD AS 20210-RESULTS-UPDATE-FAILED DOES.      *
005150*---------------------------------------------------------------*
005151  20230-WRITE-HISTORY.
005152         MOVE SPACES          TO FBCH-RECORD
005153         MOVE WS-BOOK         TO FBCH-BOOK
005162         MOVE WS-POSN         TO FBCH-POSN
005163         MOVE WS-RUN-DATE     TO FBCH-EFF-DATE
005164         MOVE WS-RUN-TIME     TO FBCH-EFF-TIME
005165         MOVE WS-DLT-TAG      TO FBCH-CHANGE-TYPE
005166         MOVE WS-OLD-CLASS    TO FBCH-OLD-CLASS
005167         MOVE WS-CLASS-LABEL  TO FBCH-NEW-CLASS
005168         MOVE WS-OLD-RULESET  TO FBCH-OLD-RULESET
005169         MOVE WS-RULESET-ID   TO FBCH-NEW-RULESET
005170         MOVE "FBRSLOAD"      TO FBCH-PROGRAM
005171         MOVE "P"             TO FBCH-RUN-MODE
005172         WRITE FBCH-RECORD
005173             INVALID KEY
005174                 CONTINUE
005175         END-WRITE
005176         EVALUATE WS-FBCLSHST-STATUS
005177             WHEN "00"
005178                 ADD 1 TO WS-HIST-COUNT
005179             WHEN "22"
005180                 STRING "FBRSLOAD0210W FBCLSHST DUPLICATE AT"
005181                     " POSN " WS-POSN " - HISTORY NOT WRITTEN"
005182                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005183                 PERFORM 95000-RAISE-ALERT
005184                     THRU 95000-RAISE-ALERT-EXIT
005185                 IF RETURN-CODE < 4
005186                     MOVE 4 TO RETURN-CODE
005187                 END-IF
005188             WHEN OTHER
005189                 STRING "FBRSLOAD0220E FBCLSHST WRITE FAILED AT"
005190                     " POSN " WS-POSN
005191                     " - STATUS " WS-FBCLSHST-STATUS
005192                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005193                 PERFORM 95000-RAISE-ALERT
005194                     THRU 95000-RAISE-ALERT-EXIT
005195                 CLOSE FBRSLT-FILE
005196                 CLOSE FBCLSHST-FILE
005197                 SET WS-NO-UPDATE-MASTER TO TRUE
005198                 IF RETURN-CODE < 8
005199                     MOVE 8 TO RETURN-CODE
005200                 END-IF
005201         END-EVALUATE
005202         .
005203  20230-WRITE-HISTORY-EXIT.
005204         EXIT.
005205**
005206*---------------------------------------------------------------*
005207* 20300-VERIFY-TRAILER -- THE FBXTOUT TRAILER MUST AGREE WITH   *
005208*     THE DETAILS ACTUALLY READ AND LOADED                      *
005209*---------------------------------------------------------------*
005210  20300-VERIFY-TRAILER.
005220         IF WS-XTT-COUNT NOT = WS-RECORD-COUNT
005225             MOVE WS-RECORD-COUNT TO WS-ALERT-NUM
005230             STRING "FBRSLOAD0120E FBXTOUT TRAILER COUNT "
005240                 WS-XTT-COUNT " BUT " WS-ALERT-NUM
005250                 " DETAILS READ"
005253                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005256             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005260             ADD 1 TO WS-ENV-ERR-COUNT
005270         END-IF
005280         MOVE WS-HASH-TOTAL TO WS-HASH-CHECK
005290         IF WS-XTT-HASH NOT = WS-HASH-CHECK
005300             STRING "FBRSLOAD0130E FBXTOUT TRAILER HASH "
005310                 WS-XTT-HASH " BUT " WS-HASH-CHECK " COMPUTED"
005313                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005316             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005320             ADD 1 TO WS-ENV-ERR-COUNT
005330         END-IF
005340         .
005350  20300-VERIFY-TRAILER-EXIT.
005360         EXIT.
005370**
005380  21000-READ-EXTRACT.
005390         READ FBXTOUT-FILE
005400             AT END
005410                 SET WS-XT-EOF TO TRUE
005420             NOT AT END
005430                 MOVE FBXTOUT-RECORD TO WS-XT-RECORD
005440         END-READ
005450         .
005460  21000-READ-EXTRACT-EXIT.
005470         EXIT.
005480**
005490*---------------------------------------------------------------*
005500* 30000-END -- DELTA TRAILER, SUMMARY, TOTALS PAGE, RUN         *
005510*     HISTORY (AFTER THE SUMMARY SO IT CARRIES THE FINAL RC)    *
005520*---------------------------------------------------------------*
005530  30000-END.
005540         IF NOT WS-XT-TRL-SEEN
005550             STRING "FBRSLOAD0140E FBXTOUT ENDED WITHOUT A"
005560                 " TRAILER"
005563                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005566             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005570             ADD 1 TO WS-ENV-ERR-COUNT
005580         END-IF
005590         MOVE SPACES          TO FBXT-RECORD
005600         MOVE "T"             TO FBXT-TYPE
005610         MOVE WS-DLT-COUNT    TO FBXT-RECORD-COUNT
005620         MOVE WS-DLT-HASH     TO FBXT-HASH-TOTAL
005630         WRITE FBXT-RECORD
005640         IF WS-FBXTDLT-STATUS NOT = "00"
005650             STRING "FBRSLOAD0050E FBXTDLT WRITE FAILED -"
005660                 " STATUS " WS-FBXTDLT-STATUS
005663                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005666             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005670             MOVE 20 TO RETURN-CODE
005680         END-IF
005690         PERFORM 30100-WRITE-SUMMARY THRU 30100-WRITE-SUMMARY-EXIT
005700         PERFORM 30200-WRITE-TOTALS-PAGE
005710             THRU 30200-WRITE-TOTALS-PAGE-EXIT
005720         PERFORM 30300-WRITE-RUN-HISTORY
005730             THRU 30300-WRITE-RUN-HISTORY-EXIT
005740         CLOSE FBXTOUT-FILE
005750         CLOSE FBXTDLT-FILE
005760         CLOSE FBREPT-FILE
005770         IF WS-UPDATE-MASTER
005780             CLOSE FBRSLT-FILE
005781             CLOSE FBCLSHST-FILE
005790         END-IF
005800         .
005810  30000-END-EXIT.
005820         EXIT.
005830**
005840  30100-WRITE-SUMMARY.
005850         DISPLAY "FBRSLOAD SUMMARY"
005860         DISPLAY "RUN DATE/TIME     = " WS-RUN-DATE " "
005870             WS-RUN-TIME
005880         DISPLAY "RULE-SET ID       = " WS-RULESET-ID
005885         DISPLAY "RULE BOOK         = " WS-BOOK
005890         PERFORM 30110-DISPLAY-CLASS-COUNT
005900             THRU 30110-DISPLAY-CLASS-COUNT-EXIT
005910             VARYING WS-CT-SUB FROM 1 BY 1
005920               UNTIL WS-CT-SUB > WS-CT-COUNT
005930         DISPLAY "RECORDS PROCESSED = " WS-RECORD-COUNT
005940         DISPLAY "RECORDS EXPECTED  = " WS-EXPECTED-COUNT
005950         DISPLAY "POSITIONS ADDED   = " WS-ADD-COUNT
005960         DISPLAY "POSITIONS CHANGED = " WS-CHANGE-COUNT
005970         DISPLAY "DELTA RECORDS     = " WS-DLT-COUNT
005971         DISPLAY "HISTORY RECORDS   = " WS-HIST-COUNT
005980         DISPLAY "ENVELOPE ERRORS   = " WS-ENV-ERR-COUNT
005990         IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
006000             STRING "FBRSLOAD0150W PROCESSED COUNT NOT EQUAL"
006010                 " EXPECTED"
006013                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006016             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006020             IF RETURN-CODE < 4
006030                 MOVE 4 TO RETURN-CODE
006040             END-IF
006050         END-IF
006060         IF WS-ENV-ERR-COUNT > ZERO
006070             STRING "FBRSLOAD0160E FBXTOUT ENVELOPE DOES NOT"
006080                 " RECONCILE - DO NOT TRANSMIT"
006083                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006086             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006090             IF RETURN-CODE < 8
006100                 MOVE 8 TO RETURN-CODE
006110             END-IF
006120         END-IF
006130         IF WS-CT-OVFL-CNT > ZERO
006135             MOVE WS-CT-OVFL-CNT TO WS-ALERT-NUM
006140             STRING "FBRSLOAD0170E CLASS TOTAL TABLE FULL - "
006150                 WS-ALERT-NUM " POSITIONS NOT TALLIED"
006153                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006156             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006160             IF RETURN-CODE < 8
006170                 MOVE 8 TO RETURN-CODE
006180             END-IF
006190         END-IF
006200         DISPLAY "**********"
006210         .
006220  30100-WRITE-SUMMARY-EXIT.
006230         EXIT.
006240**
006250  30110-DISPLAY-CLASS-COUNT.
006260         DISPLAY WS-CT-LABEL(WS-CT-SUB) "  COUNT = "
006270             WS-CT-TALLY(WS-CT-SUB)
006280         .
006290  30110-DISPLAY-CLASS-COUNT-EXIT.
006300         EXIT.
006310**
006320*---------------------------------------------------------------*
006330* 30200-WRITE-TOTALS-PAGE -- ONE PAGE OF CONTROL TOTALS IN THE  *
006340*     NIGHTLY TOTALS-PAGE COLUMNS (SEE 30110-WRITE-TOTALS-PAGE  *
006350*     IN FIZZBUZZ) FOR FBBALANC AND THE OPERATIONS FILE         *
006360*---------------------------------------------------------------*
006370  30200-WRITE-TOTALS-PAGE.
006380         MOVE WS-RUN-DATE   TO WS-HDR2-DATE
006390         MOVE WS-RUN-TIME   TO WS-HDR2-TIME
006400         MOVE WS-FIRST      TO WS-HDR2-FIRST
006410         MOVE WS-LAST       TO WS-HDR2-LAST
006420         MOVE WS-RULESET-ID TO WS-HDR2-RULESET
006430         WRITE FBREPT-RECORD FROM WS-HDR1-LINE
006440             AFTER ADVANCING PAGE
006450         WRITE FBREPT-RECORD FROM WS-HDR2-LINE
006460             AFTER ADVANCING 1 LINE
006470         MOVE "FIZZBUZZ CONTROL TOTALS" TO FBREPT-RECORD
006480         WRITE FBREPT-RECORD AFTER ADVANCING 2 LINES
006490         MOVE SPACES TO FBREPT-RECORD
006500         WRITE FBREPT-RECORD AFTER ADVANCING 1 LINE
006510         PERFORM 30210-WRITE-CLASS-TOTAL
006520             THRU 30210-WRITE-CLASS-TOTAL-EXIT
006530             VARYING WS-CT-SUB FROM 1 BY 1
006540               UNTIL WS-CT-SUB > WS-CT-COUNT
006550         MOVE "RECORDS PROCESSED   " TO WS-RTOT-TEXT
006560         MOVE WS-RECORD-COUNT        TO WS-RTOT-VALUE
006570         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006580             AFTER ADVANCING 2 LINES
006590         MOVE "RECORDS EXPECTED    " TO WS-RTOT-TEXT
006600         MOVE WS-EXPECTED-COUNT      TO WS-RTOT-VALUE
006610         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006620             AFTER ADVANCING 1 LINE
006630         MOVE "POSITIONS ADDED     " TO WS-RTOT-TEXT
006640         MOVE WS-ADD-COUNT           TO WS-RTOT-VALUE
006650         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006660             AFTER ADVANCING 1 LINE
006670         MOVE "POSITIONS CHANGED   " TO WS-RTOT-TEXT
006680         MOVE WS-CHANGE-COUNT        TO WS-RTOT-VALUE
006690         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006700             AFTER ADVANCING 1 LINE
006710         MOVE "DELTA RECORDS       " TO WS-RTOT-TEXT
006720         MOVE WS-DLT-COUNT           TO WS-RTOT-VALUE
006730         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006740             AFTER ADVANCING 1 LINE
006750         MOVE "ENVELOPE ERRORS     " TO WS-RTOT-TEXT
006760         MOVE WS-ENV-ERR-COUNT       TO WS-RTOT-VALUE
006770         WRITE FBREPT-RECORD FROM WS-RTOT-LINE
006780             AFTER ADVANCING 1 LINE
006790         IF WS-FBREPT-STATUS NOT = "00"
006800             STRING "FBRSLOAD0180E FBREPT WRITE FAILED -"
006810                 " STATUS " WS-FBREPT-STATUS
006813                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006816             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006820             MOVE 20 TO RETURN-CODE
006830         END-IF
006840         .
006850  30200-WRITE-TOTALS-PAGE-EXIT.
006860         EXIT.
006870**
006880  30210-WRITE-CLASS-TOTAL.
006890         MOVE WS-CT-LABEL(WS-CT-SUB) TO WS-RCLS-LABEL
006900         MOVE WS-CT-TALLY(WS-CT-SUB) TO WS-RCLS-VALUE
006910         WRITE FBREPT-RECORD FROM WS-RCLS-LINE
006920             AFTER ADVANCING 1 LINE
006930         .
006940  30210-WRITE-CLASS-TOTAL-EXIT.
006950         EXIT.
006960**
006970*---------------------------------------------------------------*
006980* 30300-WRITE-RUN-HISTORY -- APPEND ONE RUN-CONTROL RECORD TO   *
006990*     FBRUNHST IN THE NIGHTLY'S LAYOUT (SEE 30150-WRITE-RUN-    *
007000*     HISTORY IN FIZZBUZZ), MODE=P, STAMPED WITH THE EXTRACT    *
007010*     HEADER DATE/TIME THE WAREHOUSE WILL ACKNOWLEDGE.  THE     *
007020*     FULL-FEED COUNT/HASH ARE THE FBXTOUT FIGURES - FBXTOUT IS *
007030*     THE CAMPAIGN'S FULL FEED.  A FAILURE HERE IS REPORTED     *
007040*     BUT DOES NOT STOP THE CLOSE.                              *
007050*---------------------------------------------------------------*
007060  30300-WRITE-RUN-HISTORY.
007070         OPEN EXTEND FBRUNHST-FILE
007080         IF WS-FBRUNHST-STATUS NOT = "00"
007090             AND WS-FBRUNHST-STATUS NOT = "05"
007100             STRING "FBRSLOAD0190E FBRUNHST OPEN FAILED -"
007110                 " STATUS " WS-FBRUNHST-STATUS
007113                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007116             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007120             IF RETURN-CODE < 8
007130                 MOVE 8 TO RETURN-CODE
007140             END-IF
007150             GO TO 30300-WRITE-RUN-HISTORY-EXIT
007160         END-IF
007170         MOVE SPACES             TO FBRH-RECORD
007180         MOVE WS-RUN-DATE        TO FBRH-RUN-DATE
007190         MOVE WS-RUN-TIME        TO FBRH-RUN-TIME
007200         MOVE WS-FIRST           TO FBRH-PARM-FIRST
007210         MOVE WS-LAST            TO FBRH-PARM-LAST
007220         MOVE "P"                TO FBRH-MODE
007225         MOVE WS-BOOK            TO FBRH-BOOK
007230         MOVE "D"                TO FBRH-FORMAT
007240         MOVE ZERO               TO FBRH-FIZZ-COUNT
007250                                    FBRH-BUZZ-COUNT
007260                                    FBRH-FZBZ-COUNT
007270                                    FBRH-OTHER-COUNT
007280         MOVE WS-CT-COUNT        TO FBRH-CLASS-COUNT
007290         PERFORM 30310-ROLL-CLASS-ENTRY
007300             THRU 30310-ROLL-CLASS-ENTRY-EXIT
007310             VARYING WS-CT-SUB FROM 1 BY 1
007320               UNTIL WS-CT-SUB > WS-CT-COUNT
007330         MOVE WS-RECORD-COUNT    TO FBRH-RECORD-COUNT
007340         MOVE WS-EXPECTED-COUNT  TO FBRH-EXPECTED-COUNT
007350         MOVE ZERO               TO FBRH-REJECT-COUNT
007360         MOVE ZERO               TO FBRH-OVERFLOW-COUNT
007370         MOVE RETURN-CODE        TO FBRH-RETURN-CODE
007380         MOVE WS-HASH-TOTAL      TO FBRH-HASH-TOTAL
007390         MOVE WS-DLT-COUNT       TO FBRH-DLT-COUNT
007400         MOVE WS-DLT-HASH        TO FBRH-DLT-HASH
007410         SET FBRH-ACK-PENDING    TO TRUE
007420         MOVE ZERO               TO FBRH-ACK-DATE
007430         WRITE FBRH-RECORD
007440         IF WS-FBRUNHST-STATUS NOT = "00"
007450             STRING "FBRSLOAD0200E FBRUNHST WRITE FAILED -"
007460                 " STATUS " WS-FBRUNHST-STATUS
007463                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007466             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007470             IF RETURN-CODE < 8
007480                 MOVE 8 TO RETURN-CODE
007490             END-IF
007500         END-IF
007510         CLOSE FBRUNHST-FILE
007520         .
007530  30300-WRITE-RUN-HISTORY-EXIT.
007540         EXIT.
007550**
007560*---------------------------------------------------------------*
007570* 30310-ROLL-CLASS-ENTRY -- ONE CLASS TOTAL ONTO THE RUN        *
007580*     HISTORY RECORD, WITH THE LEGACY FIXED FIELDS FOR THE FOUR *
007590*     CLASSIC LABELS (SEE 30155-ROLL-CLASS-ENTRY IN FIZZBUZZ)   *
007600*---------------------------------------------------------------*
007610  30310-ROLL-CLASS-ENTRY.
007620         MOVE WS-CT-LABEL(WS-CT-SUB)
007630           TO FBRH-CLASS-LABEL(WS-CT-SUB)
007640         MOVE WS-CT-TALLY(WS-CT-SUB)
007650           TO FBRH-CLASS-TALLY(WS-CT-SUB)
007660         EVALUATE WS-CT-LABEL(WS-CT-SUB)
007670             WHEN "FIZZ    "
007680                 MOVE WS-CT-TALLY(WS-CT-SUB) TO FBRH-FIZZ-COUNT
007690             WHEN "BUZZ    "
007700                 MOVE WS-CT-TALLY(WS-CT-SUB) TO FBRH-BUZZ-COUNT
007710             WHEN "FIZZBUZZ"
007720                 MOVE WS-CT-TALLY(WS-CT-SUB) TO FBRH-FZBZ-COUNT
007730             WHEN "OTHER   "
007740                 MOVE WS-CT-TALLY(WS-CT-SUB) TO FBRH-OTHER-COUNT
007750         END-EVALUATE
007760         .
007770  30310-ROLL-CLASS-ENTRY-EXIT.
007780         EXIT.
007790**
007800*---------------------------------------------------------------*
007810* 40300-TALLY-COUNTS -- ROLL THIS POSITION INTO THE CONTROL     *
007820*     TOTALS BY CLASS LABEL, AS 40300-TALLY-COUNTS IN FIZZBUZZ  *
007830*---------------------------------------------------------------*
007840  40300-TALLY-COUNTS.
007850         ADD 1 TO WS-RECORD-COUNT
007860         MOVE ZERO TO WS-CT-SLOT
007870         PERFORM 40310-FIND-CLASS-SLOT
007880             THRU 40310-FIND-CLASS-SLOT-EXIT
007890             VARYING WS-CT-SUB FROM 1 BY 1
007900               UNTIL WS-CT-SUB > WS-CT-COUNT
007910                  OR WS-CT-SLOT > ZERO
007920         IF WS-CT-SLOT = ZERO
007930             IF WS-CT-COUNT < WS-CT-MAX
007940                 ADD 1 TO WS-CT-COUNT
007950                 MOVE WS-CT-COUNT    TO WS-CT-SLOT
007960                 MOVE WS-CLASS-LABEL TO WS-CT-LABEL(WS-CT-SLOT)
007970                 MOVE ZERO           TO WS-CT-TALLY(WS-CT-SLOT)
007980             ELSE
007990                 ADD 1 TO WS-CT-OVFL-CNT
008000                 GO TO 40300-TALLY-COUNTS-EXIT
008010             END-IF
008020         END-IF
008030         ADD 1 TO WS-CT-TALLY(WS-CT-SLOT)
008040         .
008050  40300-TALLY-COUNTS-EXIT.
008060         EXIT.
008070**
008080  40310-FIND-CLASS-SLOT.
008090         IF WS-CT-LABEL(WS-CT-SUB) = WS-CLASS-LABEL
008100             MOVE WS-CT-SUB TO WS-CT-SLOT
008110         END-IF
008120         .
008130  40310-FIND-CLASS-SLOT-EXIT.
008140         EXIT.
008150**
008160*---------------------------------------------------------------*
008170* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
008180*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
008190*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
008200*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
008210*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
008220*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
008230*---------------------------------------------------------------*
008240  95000-RAISE-ALERT.
008250         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
008260             VARYING WS-ALERT-LEN FROM 132 BY -1
008270             UNTIL WS-ALERT-LEN = 1
008280             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
008290         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
008300         IF WS-ALERTS-STOPPED
008310             GO TO 95000-RAISE-ALERT-CLEAR
008320         END-IF
008330         IF NOT WS-ALERT-OPEN
008340             OPEN EXTEND FBALERT-FILE
008350             IF WS-FBALERT-STATUS NOT = "00"
008360                 DISPLAY "FBRSLOAD0990W FBALERT OPEN FAILED -"
008370                     " STATUS " WS-FBALERT-STATUS
008380                     " - NO ALERTS WRITTEN"
008390                 SET WS-ALERTS-STOPPED TO TRUE
008400                 GO TO 95000-RAISE-ALERT-CLEAR
008410             END-IF
008420             SET WS-ALERT-OPEN TO TRUE
008430         END-IF
008440         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
008450             MOVE SPACES TO WS-ALERT-MSG
008460             STRING "FBRSLOAD0991W ALERT LIMIT REACHED -"
008470                 " LATER MESSAGES ARE ON SYSOUT ONLY"
008480                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008490             DISPLAY WS-ALERT-MSG(1:72)
008500             SET WS-ALERTS-STOPPED TO TRUE
008510         END-IF
008520         MOVE SPACES TO FBAL-RECORD
008530         MOVE "FBRSLOAD" TO FBAL-PROGRAM
008540         MOVE 1 TO WS-ALERT-PTR
008550         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
008560             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
008570         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
008580         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
008590         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
008600         ACCEPT WS-ALERT-TIME FROM TIME
008610         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
008620         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
008630         WRITE FBAL-RECORD
008640         IF WS-FBALERT-STATUS NOT = "00"
008650             DISPLAY "FBRSLOAD0992W FBALERT WRITE FAILED -"
008660                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
008670             SET WS-ALERTS-STOPPED TO TRUE
008680         ELSE
008690             ADD 1 TO WS-ALERT-CNT
008700         END-IF
008710         .
008720  95000-RAISE-ALERT-CLEAR.
008730         MOVE SPACES TO WS-ALERT-MSG
008740         .
008750  95000-RAISE-ALERT-EXIT.
008760         EXIT.
008770**
008780  95010-ALERT-LENGTH.
008790         CONTINUE
008800         .
008810  95010-ALERT-LENGTH-EXIT.
008820         EXIT.
008830**
008840*---------------------------------------------------------------*
008850* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
008860*---------------------------------------------------------------*
008870  95100-CLOSE-ALERTS.
008880         IF WS-ALERT-OPEN
008890             CLOSE FBALERT-FILE
008900             MOVE "N" TO WS-ALERT-OPEN-SW
008910         END-IF
008920         .
008930  95100-CLOSE-ALERTS-EXIT.
008940         EXIT.
008950**
008960  END PROGRAM FBRSLOAD.
