000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Forward recovery of the FBRSLT results master.        *
000050**         Reloads a chosen FBRSBKUP backup generation into an   *
000060**         empty FBRSLT, then re-applies the archived FBXTDLT    *
000070**         delta feeds (PROD.FIZZBUZZ.DELTA.ARCH, every          *
000080**         generation concatenated oldest first) of every run    *
000090**         since the backup, in run order.  FBRUNHST is the      *
000100**         register of those runs: each run after the backup     *
000110**         stamp that wrote delta records must be found on the   *
000120**         archive exactly once, in stamp order, with the count  *
000130**         and hash its run-history record carries.  A delta     *
000140**         generation the backup already holds is passed over, a *
000150**         second copy of one already applied is skipped, and a  *
000160**         generation out of order, with a run missing before    *
000170**         it, or failing its totals stops the applying - the    *
000180**         rest of the archive is only reported.  Ends with a    *
000190**         reconciliation report on FBRCVRPT: the backup, one    *
000200**         line per delta generation and what was done with it,  *
000210**         every run missing from the archive, and the rebuilt   *
000220**         master counts by class.                               *
000230**                                                               *
000240**         Positions a run reprocessed without a change are not  *
000250**         on its delta, so they keep the rule-set id and run    *
000260**         date held on the backup.  FBCLSHST is not touched.    *
000263**         A re-applied delta record goes to the rule book its   *
000266**         generation header names (blank = STD).                *
000270**                                                               *
000280** PARM layout (1 byte):                                         *
000290**   1     R = recover - reload and re-apply to FBRSLT, which    *
000300**             must be empty (newly defined)                     *
000310**         V = verify only - check the backup and the delta      *
000320**             chain and report, FBRSLT is not opened (blank     *
000330**             PARM = V)                                         *
000340**                                                               *
000350** RC 4 = a delta record did not fit the master (an add of a     *
000360**        position already held, a change of one not held),      *
000370**        or an archived generation with records has no run      *
000380**        on FBRUNHST;                                           *
000390** RC 8 = a delta generation is missing from the chain, out      *
000400**        of order or out of balance, or the backup fails its    *
000410**        trailer - the master is not fully recovered;           *
000420** RC 12 = more runs since the backup than the run table         *
000430**        holds - nothing done; RC 16 = bad PARM;                *
000440** RC 20 = I-O failure.                                          *
000450**                                                               *
000460** Modification History                                          *
000470** -------------------------------------------------------------*
000480** 2026-10-14  DPS  New program.                                 *
000482** 2026-10-14  DPS  Rule books - FBRSLT is keyed by book +       *
000484**                  position; a re-applied delta record takes    *
000486**                  the book from its generation header (blank = *
000488**                  STD). FBRUNHST is now 530 bytes.             *
000490** 2026-10-14  DPS  E and W messages are also written to the     *
000492**                  shared FBALERT alert file for the morning    *
000494**                  FBALDGST exception digest.                   *
000496******************************************************************
000500  IDENTIFICATION DIVISION.
000510**-*-*-*-*-*-*-*-*-*-*-*-*-
000520  PROGRAM-ID. FBRSRCVR.
000530  AUTHOR. D P SULLIVAN.
000540  INSTALLATION. CORPORATE BATCH OPERATIONS.
000550  DATE-WRITTEN. 10/14/2026.
000560  DATE-COMPILED.
000570**-*-*-*-*-*-*-*-*-*-*--
000580  ENVIRONMENT DIVISION.
000590**-*-*-*-*-*-*-*-*-*-*--
000600  CONFIGURATION SECTION.
000610*----------------------
000620  INPUT-OUTPUT SECTION.
000630*----------------------
000640  FILE-CONTROL.
000650         SELECT FBRSBKP-FILE ASSIGN TO FBRSBKP
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS IS WS-FBRSBKP-STATUS.
000680         SELECT OPTIONAL FBRUNHST-FILE ASSIGN TO FBRUNHST
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS WS-FBRUNHST-STATUS.
000710         SELECT FBDLTARC-FILE ASSIGN TO FBDLTARC
000720             ORGANIZATION IS SEQUENTIAL
000730             FILE STATUS IS WS-FBDLTARC-STATUS.
000740         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS FBRS-KEY
000780             FILE STATUS IS WS-FBRSLT-STATUS.
000790         SELECT FBRCVRPT-FILE ASSIGN TO FBRCVRPT
000800             ORGANIZATION IS SEQUENTIAL
000810             FILE STATUS IS WS-FBRCVRPT-STATUS.
000812         SELECT FBALERT-FILE ASSIGN TO FBALERT
000814             ORGANIZATION IS SEQUENTIAL
000816             FILE STATUS IS WS-FBALERT-STATUS.
000820  DATA DIVISION.
000830**-*-*-*-*-*-*-*-
000840  FILE SECTION.
000850*-------------------------
000860  FD  FBRSBKP-FILE
000870         RECORDING MODE IS F
000880         LABEL RECORDS ARE STANDARD
000890         RECORD CONTAINS 41 CHARACTERS.
000900  COPY FBBKREC.
000910  FD  FBRUNHST-FILE
000920         RECORDING MODE IS F
000930         LABEL RECORDS ARE STANDARD
000940         RECORD CONTAINS 530 CHARACTERS.
000950  COPY FBRUNREC.
000960  FD  FBDLTARC-FILE
000970         RECORDING MODE IS F
000980         LABEL RECORDS ARE STANDARD
000990         RECORD CONTAINS 40 CHARACTERS.
001000  COPY FBXTREC.
001010  FD  FBRSLT-FILE
001020         RECORD CONTAINS 40 CHARACTERS.
001030  COPY FBRSREC.
001040  FD  FBRCVRPT-FILE
001050         RECORDING MODE IS F
001060         LABEL RECORDS ARE STANDARD
001070         RECORD CONTAINS 80 CHARACTERS.
001080  01  FBRCVRPT-RECORD            PIC X(80).
001081  FD  FBALERT-FILE
001082         RECORDING MODE IS F
001083         LABEL RECORDS ARE STANDARD
001084         RECORD CONTAINS 150 CHARACTERS.
001085  COPY FBALREC.
001090  WORKING-STORAGE SECTION.
001100*-------------------------
001110  01  WS-DATA.
001120         05  WS-SWITCHES.
001130             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001140                 88  WS-FILES-OK               VALUE "Y".
001150                 88  WS-FILES-FAILED           VALUE "N".
001160             10  WS-MODE-SW         PIC X(01)  VALUE "V".
001170                 88  WS-MODE-RECOVER           VALUE "R".
001180                 88  WS-MODE-VERIFY            VALUE "V".
001190             10  WS-RUNHST-EOF-SW   PIC X(01)  VALUE "N".
001200                 88  WS-RUNHST-EOF             VALUE "Y".
001210             10  WS-BACKUP-EOF-SW   PIC X(01)  VALUE "N".
001220                 88  WS-BACKUP-EOF             VALUE "Y".
001230             10  WS-BACKUP-SW       PIC X(01)  VALUE "N".
001240                 88  WS-BACKUP-GOOD            VALUE "Y".
001250             10  WS-ARCHIVE-EOF-SW  PIC X(01)  VALUE "N".
001260                 88  WS-ARCHIVE-EOF            VALUE "Y".
001270             10  WS-RESULT-EOF-SW   PIC X(01)  VALUE "N".
001280                 88  WS-RESULT-EOF             VALUE "Y".
001290             10  WS-MASTER-SW       PIC X(01)  VALUE "N".
001300                 88  WS-MASTER-OPEN            VALUE "Y".
001310             10  WS-STOP-SW         PIC X(01)  VALUE "N".
001320                 88  WS-APPLY-STOPPED          VALUE "Y".
001330             10  WS-IN-GEN-SW       PIC X(01)  VALUE "N".
001340                 88  WS-IN-GENERATION          VALUE "Y".
001350             10  WS-TRAILER-SW      PIC X(01)  VALUE "N".
001360                 88  WS-TRAILER-SEEN           VALUE "Y".
001370         05  WS-FILE-STATUSES.
001380             10  WS-FBRSBKP-STATUS  PIC X(02)  VALUE "00".
001390             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001400             10  WS-FBDLTARC-STATUS PIC X(02)  VALUE "00".
001410             10  WS-FBRSLT-STATUS   PIC X(02)  VALUE "00".
001420             10  WS-FBRCVRPT-STATUS PIC X(02)  VALUE "00".
001430         05  WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
001440*---------------------------------------------------------------*
001450* RUN STAMPS - DATE AND TIME TOGETHER SO ONE COMPARE ORDERS TWO  *
001460* RUNS.  THE BACKUP STAMP IS THE LAST RUN THE BACKUP HOLDS.      *
001470*---------------------------------------------------------------*
001480         05  WS-BKUP-RUN.
001490             10  WS-BKUP-RUN-DATE   PIC 9(08)  VALUE ZERO.
001500             10  WS-BKUP-RUN-TIME   PIC 9(06)  VALUE ZERO.
001510         05  WS-BKUP-RUN-STAMP REDEFINES WS-BKUP-RUN
001520                                    PIC 9(14).
001530         05  WS-THIS-RUN.
001540             10  WS-THIS-RUN-DATE   PIC 9(08)  VALUE ZERO.
001550             10  WS-THIS-RUN-TIME   PIC 9(06)  VALUE ZERO.
001560         05  WS-THIS-RUN-STAMP REDEFINES WS-THIS-RUN
001570                                    PIC 9(14).
001580         05  WS-LAST-APPLIED-STAMP  PIC 9(14)  VALUE ZERO.
001590*---------------------------------------------------------------*
001600* THE DELTA GENERATION BEING READ                                *
001610*---------------------------------------------------------------*
001620         05  WS-GENERATION.
001630             10  WS-GEN-RUN.
001640                 15  WS-GEN-RUN-DATE  PIC 9(08).
001650                 15  WS-GEN-RUN-TIME  PIC 9(06).
001660             10  WS-GEN-RUN-STAMP REDEFINES WS-GEN-RUN
001670                                      PIC 9(14).
001680             10  WS-GEN-RULESET-X     PIC X(04).
001690             10  WS-GEN-RULESET REDEFINES WS-GEN-RULESET-X
001700                                      PIC 9(04).
001705             10  WS-GEN-BOOK          PIC X(03).
001710             10  WS-GEN-ACTION-SW     PIC X(01).
001720                 88  WS-GEN-APPLY               VALUE "A".
001730                 88  WS-GEN-PASS                VALUE "P".
001740             10  WS-GEN-ACTION        PIC X(28).
001750             10  WS-GEN-SUB           PIC 9(04) COMP.
001760             10  WS-GEN-CNT           PIC 9(09) COMP.
001770             10  WS-GEN-HASH          PIC 9(18) COMP.
001780             10  WS-GEN-HASH-15       PIC 9(15).
001790             10  WS-GEN-ADD-CNT       PIC 9(09) COMP.
001800             10  WS-GEN-CHG-CNT       PIC 9(09) COMP.
001810             10  WS-GEN-BAD-SW        PIC X(01).
001820                 88  WS-GEN-BALANCED            VALUE "Y".
001830                 88  WS-GEN-OUT-OF-BALANCE      VALUE "N".
001840*---------------------------------------------------------------*
001850* THE RUNS SINCE THE BACKUP, FROM FBRUNHST IN RUN ORDER.  A RUN  *
001860* THAT WROTE DELTA RECORDS IS REQUIRED ON THE ARCHIVE; EACH      *
001870* ARCHIVED GENERATION MATCHES ONE RUN OF THE SAME STAMP.         *
001880*---------------------------------------------------------------*
001890         05  WS-RUN-TABLE.
001900             10  WS-RT-CNT          PIC 9(04) COMP VALUE ZERO.
001910             10  WS-RT-MAX          PIC 9(04) COMP VALUE 500.
001920             10  WS-RT-SUB          PIC 9(04) COMP VALUE ZERO.
001930             10  WS-RT-SEEN         PIC 9(04) COMP VALUE ZERO.
001940             10  WS-RT-GAP          PIC 9(04) COMP VALUE ZERO.
001950             10  WS-RT-ENTRY OCCURS 500 TIMES.
001960                 15  WS-RT-STAMP    PIC 9(14).
001970                 15  WS-RT-MODE     PIC X(01).
001980                 15  WS-RT-DLT-CNT  PIC 9(09).
001990                 15  WS-RT-DLT-HASH PIC 9(15).
002000                 15  WS-RT-REQ-SW   PIC X(01).
002010                     88  WS-RT-REQUIRED         VALUE "Y".
002020                 15  WS-RT-MATCH-SW PIC X(01).
002030                     88  WS-RT-MATCHED          VALUE "Y".
002040         05  WS-RT-STAMP-X.
002050             10  WS-RT-DATE         PIC 9(08).
002060             10  WS-RT-TIME         PIC 9(06).
002070         05  WS-RT-STAMP-N REDEFINES WS-RT-STAMP-X
002080                                    PIC 9(14).
002090*---------------------------------------------------------------*
002100* MASTER COUNTS BY CLASS - THE REBUILT FBRSLT (R) OR THE BACKUP  *
002110* (V)                                                            *
002120*---------------------------------------------------------------*
002130         05  WS-CLASS-TABLE.
002140             10  WS-CLS-CNT         PIC 9(02) COMP VALUE ZERO.
002150             10  WS-CLS-MAX         PIC 9(02) COMP VALUE 20.
002160             10  WS-CLS-SUB         PIC 9(02) COMP VALUE ZERO.
002170             10  WS-CLS-FOUND       PIC 9(02) COMP VALUE ZERO.
002180             10  WS-CLS-ENTRY OCCURS 20 TIMES.
002190                 15  WS-CLS-LABEL   PIC X(08).
002200                 15  WS-CLS-TALLY   PIC 9(09) COMP.
002210         05  WS-CLASS-WORK          PIC X(08)  VALUE SPACES.
002220         05  WS-CONTROL-TOTALS.
002230             10  WS-RUNHST-CNT        PIC 9(8) COMP  VALUE ZERO.
002240             10  WS-BKUP-CNT          PIC 9(9) COMP  VALUE ZERO.
002250             10  WS-BKUP-HASH         PIC 9(18) COMP VALUE ZERO.
002260             10  WS-BKUP-HASH-15      PIC 9(15)      VALUE ZERO.
002270             10  WS-ARC-READ-CNT      PIC 9(9) COMP  VALUE ZERO.
002280             10  WS-GEN-READ-CNT      PIC 9(8) COMP  VALUE ZERO.
002290             10  WS-GEN-APPLIED-CNT   PIC 9(8) COMP  VALUE ZERO.
002300             10  WS-GEN-PASSED-CNT    PIC 9(8) COMP  VALUE ZERO.
002310             10  WS-DTL-APPLIED-CNT   PIC 9(9) COMP  VALUE ZERO.
002320             10  WS-ADD-CNT           PIC 9(9) COMP  VALUE ZERO.
002330             10  WS-CHG-CNT           PIC 9(9) COMP  VALUE ZERO.
002340             10  WS-MISFIT-CNT        PIC 9(9) COMP  VALUE ZERO.
002350             10  WS-STRAY-CNT         PIC 9(9) COMP  VALUE ZERO.
002360             10  WS-MISSING-CNT       PIC 9(8) COMP  VALUE ZERO.
002370             10  WS-MASTER-CNT        PIC 9(9) COMP  VALUE ZERO.
002380             10  WS-CLS-OVERFLOW      PIC 9(9) COMP  VALUE ZERO.
002390*---------------------------------------------------------------*
002400* FBRCVRPT REPORT LINE LAYOUTS                                   *
002410*---------------------------------------------------------------*
002420         05  WS-RPT-LINES.
002430             10  WS-TTL-LINE.
002440                 15  FILLER         PIC X(26) VALUE
002450                     "FBRSLT FORWARD RECOVERY - ".
002460                 15  WS-TTL-MODE    PIC X(24).
002470                 15  FILLER         PIC X(10) VALUE "RUN DATE ".
002480                 15  WS-TTL-DATE    PIC 9(08).
002490                 15  FILLER         PIC X(12) VALUE SPACES.
002500             10  WS-BKP-LINE.
002510                 15  FILLER         PIC X(13) VALUE
002520                     "BACKUP TAKEN ".
002530                 15  WS-BK-DATE     PIC 9(08).
002540                 15  FILLER         PIC X(01) VALUE SPACE.
002550                 15  WS-BK-TIME     PIC 9(06).
002560                 15  FILLER         PIC X(20) VALUE
002570                     " - HOLDS RUNS UP TO ".
002580                 15  WS-BK-RUN-DATE PIC 9(08).
002590                 15  FILLER         PIC X(01) VALUE SPACE.
002600                 15  WS-BK-RUN-TIME PIC 9(06).
002610                 15  FILLER         PIC X(17) VALUE SPACES.
002620             10  WS-HDR-LINE.
002630                 15  FILLER         PIC X(40) VALUE
002640                     "RUN DATE  TIME      M    RECORDS      AD".
002650                 15  FILLER         PIC X(40) VALUE
002660                     "DS   CHANGES  ACTION".
002670             10  WS-DTL-LINE.
002680                 15  WS-DL-DATE     PIC 9(08).
002690                 15  FILLER         PIC X(02) VALUE SPACES.
002700                 15  WS-DL-TIME     PIC 9(06).
002710                 15  FILLER         PIC X(04) VALUE SPACES.
002720                 15  WS-DL-MODE     PIC X(01).
002730                 15  FILLER         PIC X(02) VALUE SPACES.
002740                 15  WS-DL-RECORDS  PIC Z(08)9.
002750                 15  FILLER         PIC X(01) VALUE SPACE.
002760                 15  WS-DL-ADDS     PIC Z(08)9.
002770                 15  FILLER         PIC X(01) VALUE SPACE.
002780                 15  WS-DL-CHANGES  PIC Z(08)9.
002790                 15  FILLER         PIC X(02) VALUE SPACES.
002800                 15  WS-DL-ACTION   PIC X(26).
002810             10  WS-CLS-HDR-LINE.
002820                 15  FILLER         PIC X(24) VALUE
002830                     "CLASS        POSITIONS".
002840                 15  WS-CH-SOURCE   PIC X(56).
002850             10  WS-CLS-LINE.
002860                 15  WS-CL-LABEL    PIC X(08).
002870                 15  FILLER         PIC X(05) VALUE SPACES.
002880                 15  WS-CL-TALLY    PIC Z(08)9.
002890                 15  FILLER         PIC X(58) VALUE SPACES.
002900             10  WS-CNT-LINE.
002910                 15  WS-CNT-TEXT    PIC X(25).
002920                 15  WS-CNT-VALUE   PIC 9(09).
002921                 15  FILLER         PIC X(46) VALUE SPACES.
002922*---------------------------------------------------------------*
002923* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002924* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002925* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002926*---------------------------------------------------------------*
002927  01  WS-ALERT-WORK.
002928         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002929         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002930             88  WS-ALERT-OPEN                   VALUE "Y".
002931         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002932             88  WS-ALERTS-STOPPED               VALUE "Y".
002933         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002934         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002935         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002936         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002937         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002938         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002939         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002940  LINKAGE SECTION.
002950*-------------------------
002960  01  LK-PARM.
002970         05  LK-PARM-LEN              PIC S9(4) COMP.
002980         05  LK-PARM-DATA.
002990             10  LK-PARM-MODE         PIC X(01).
003000             10  FILLER               PIC X(99).
003010**-*-*-*-*-*-*-*-*-*-*
003020  PROCEDURE DIVISION USING LK-PARM.
003030**-*-*-*-*-*-*-*-*-*-*
003040*---------------------------------------------------------------*
003050* MAIN-PROCEDURE -- RELOAD (OR CHECK) THE BACKUP, THEN ONE PASS  *
003060*     OF THE DELTA ARCHIVE, THEN RECONCILE                       *
003070*---------------------------------------------------------------*
003080  MAIN-PROCEDURE.
003090         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
003100         IF WS-FILES-OK
003110             PERFORM 20000-LOAD-BACKUP
003120                 THRU 20000-LOAD-BACKUP-EXIT
003130                 UNTIL WS-BACKUP-EOF
003140             PERFORM 21000-END-BACKUP THRU 21000-END-BACKUP-EXIT
003150         END-IF
003160         IF WS-FILES-OK
003170             PERFORM 22000-PROCESS-ARCHIVE
003180                 THRU 22000-PROCESS-ARCHIVE-EXIT
003190                 UNTIL WS-ARCHIVE-EOF
003200             PERFORM 30000-END THRU 30000-END-EXIT
003210         END-IF
003215         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
003220         .
003230         STOP RUN.
003240**
003250*---------------------------------------------------------------*
003260* 10000-BEGIN -- PARM, OPENS, THE BACKUP HEADER, THE RUN TABLE.  *
003270*     NOTHING IS WRITTEN TO FBRSLT UNTIL THE BACKUP AND THE RUN  *
003280*     HISTORY HAVE BOTH BEEN ACCEPTED.                           *
003290*---------------------------------------------------------------*
003300  10000-BEGIN.
003310         DISPLAY "**********"
003320         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003330         IF LK-PARM-LEN > ZERO
003340             AND LK-PARM-MODE NOT = SPACE
003350             MOVE LK-PARM-MODE TO WS-MODE-SW
003360         END-IF
003370         IF NOT WS-MODE-RECOVER
003380             AND NOT WS-MODE-VERIFY
003390             STRING "FBRSRCVR0010E PARM MODE NOT R OR V - "
003400                 WS-MODE-SW
003403                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003406             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003410             MOVE 16 TO RETURN-CODE
003420             SET WS-FILES-FAILED TO TRUE
003430             GO TO 10000-BEGIN-EXIT
003440         END-IF
003450         OPEN OUTPUT FBRCVRPT-FILE
003460         IF WS-FBRCVRPT-STATUS NOT = "00"
003470             STRING "FBRSRCVR0020E FBRCVRPT OPEN FAILED -"
003480                 " STATUS " WS-FBRCVRPT-STATUS
003483                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003486             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003490             MOVE 20 TO RETURN-CODE
003500             SET WS-FILES-FAILED TO TRUE
003510             GO TO 10000-BEGIN-EXIT
003520         END-IF
003530         IF WS-MODE-RECOVER
003540             MOVE "RECOVER"     TO WS-TTL-MODE
003550         ELSE
003560             MOVE "VERIFY ONLY" TO WS-TTL-MODE
003570         END-IF
003580         MOVE WS-RUN-DATE TO WS-TTL-DATE
003590         WRITE FBRCVRPT-RECORD FROM WS-TTL-LINE
003600         MOVE SPACES TO FBRCVRPT-RECORD
003610         WRITE FBRCVRPT-RECORD
003620         OPEN INPUT FBRSBKP-FILE
003630         IF WS-FBRSBKP-STATUS NOT = "00"
003640             STRING "FBRSRCVR0030E FBRSBKP OPEN FAILED -"
003650                 " STATUS " WS-FBRSBKP-STATUS
003653                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003656             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003660             MOVE 20 TO RETURN-CODE
003670             SET WS-FILES-FAILED TO TRUE
003680             CLOSE FBRCVRPT-FILE
003690             GO TO 10000-BEGIN-EXIT
003700         END-IF
003710         READ FBRSBKP-FILE
003720             AT END
003730                 MOVE SPACES TO FBBH-RECORD
003740         END-READ
003750         IF NOT FBBH-IS-HEADER
003760             OR FBBH-LAST-RUN-DATE NOT NUMERIC
003770             OR FBBH-LAST-RUN-TIME NOT NUMERIC
003780             STRING "FBRSRCVR0040E FBRSBKP DOES NOT START WITH A"
003790                 " BACKUP HEADER - NOT AN FBRSBKUP GENERATION"
003793                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003796             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003800             MOVE 8 TO RETURN-CODE
003810             SET WS-FILES-FAILED TO TRUE
003820             CLOSE FBRSBKP-FILE
003830             CLOSE FBRCVRPT-FILE
003840             GO TO 10000-BEGIN-EXIT
003850         END-IF
003860         MOVE FBBH-LAST-RUN-DATE TO WS-BKUP-RUN-DATE
003870         MOVE FBBH-LAST-RUN-TIME TO WS-BKUP-RUN-TIME
003880         MOVE FBBH-BKUP-DATE     TO WS-BK-DATE
003890         MOVE FBBH-BKUP-TIME     TO WS-BK-TIME
003900         MOVE WS-BKUP-RUN-DATE   TO WS-BK-RUN-DATE
003910         MOVE WS-BKUP-RUN-TIME   TO WS-BK-RUN-TIME
003920         WRITE FBRCVRPT-RECORD FROM WS-BKP-LINE
003930         PERFORM 10100-LOAD-RUNS THRU 10100-LOAD-RUNS-EXIT
003940         IF WS-FILES-FAILED
003950             MOVE "RECOVERY NOT STARTED - SEE THE JOB LOG"
003960               TO FBRCVRPT-RECORD
003970             WRITE FBRCVRPT-RECORD
003980             CLOSE FBRSBKP-FILE
003990             CLOSE FBRCVRPT-FILE
004000             GO TO 10000-BEGIN-EXIT
004010         END-IF
004020         OPEN INPUT FBDLTARC-FILE
004030         IF WS-FBDLTARC-STATUS NOT = "00"
004040             STRING "FBRSRCVR0050E FBDLTARC OPEN FAILED -"
004050                 " STATUS " WS-FBDLTARC-STATUS
004053                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004056             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004060             MOVE 20 TO RETURN-CODE
004070             SET WS-FILES-FAILED TO TRUE
004080             CLOSE FBRSBKP-FILE
004090             CLOSE FBRCVRPT-FILE
004100             GO TO 10000-BEGIN-EXIT
004110         END-IF
004120         IF WS-MODE-RECOVER
004130             OPEN OUTPUT FBRSLT-FILE
004140             IF WS-FBRSLT-STATUS NOT = "00"
004150                 STRING "FBRSRCVR0060E FBRSLT OPEN FAILED -"
004160                     " STATUS " WS-FBRSLT-STATUS
004162                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004164                 PERFORM 95000-RAISE-ALERT
004166                     THRU 95000-RAISE-ALERT-EXIT
004170                 MOVE 20 TO RETURN-CODE
004180                 SET WS-FILES-FAILED TO TRUE
004190                 CLOSE FBRSBKP-FILE
004200                 CLOSE FBDLTARC-FILE
004210                 CLOSE FBRCVRPT-FILE
004220                 GO TO 10000-BEGIN-EXIT
004230             END-IF
004240             SET WS-MASTER-OPEN TO TRUE
004250         END-IF
004260         PERFORM 20900-READ-BACKUP THRU 20900-READ-BACKUP-EXIT
004270         .
004280  10000-BEGIN-EXIT.
004290         EXIT.
004300**
004310*---------------------------------------------------------------*
004320* 10100-LOAD-RUNS -- TABLE EVERY FBRUNHST RUN LATER THAN THE     *
004330*     BACKUP STAMP.  MORE THAN THE TABLE HOLDS AND THE CHAIN     *
004340*     CANNOT BE PROVED - THE RECOVERY IS REFUSED.                *
004350*---------------------------------------------------------------*
004360  10100-LOAD-RUNS.
004370         OPEN INPUT FBRUNHST-FILE
004380         IF WS-FBRUNHST-STATUS NOT = "00"
004390             AND WS-FBRUNHST-STATUS NOT = "05"
004400             STRING "FBRSRCVR0070E FBRUNHST OPEN FAILED -"
004410                 " STATUS " WS-FBRUNHST-STATUS
004413                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004416             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004420             MOVE 20 TO RETURN-CODE
004430             SET WS-FILES-FAILED TO TRUE
004440             GO TO 10100-LOAD-RUNS-EXIT
004450         END-IF
004460         PERFORM 10110-READ-RUNHST THRU 10110-READ-RUNHST-EXIT
004470             UNTIL WS-RUNHST-EOF
004480         CLOSE FBRUNHST-FILE
004490         .
004500  10100-LOAD-RUNS-EXIT.
004510         EXIT.
004520**
004530  10110-READ-RUNHST.
004540         READ FBRUNHST-FILE
004550             AT END
004560                 SET WS-RUNHST-EOF TO TRUE
004570                 GO TO 10110-READ-RUNHST-EXIT
004580         END-READ
004590         IF WS-FBRUNHST-STATUS NOT = "00"
004600             STRING "FBRSRCVR0080E FBRUNHST READ FAILED -"
004610                 " STATUS " WS-FBRUNHST-STATUS
004613                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004616             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004620             MOVE 20 TO RETURN-CODE
004630             SET WS-FILES-FAILED TO TRUE
004640             SET WS-RUNHST-EOF TO TRUE
004650             GO TO 10110-READ-RUNHST-EXIT
004660         END-IF
004670         ADD 1 TO WS-RUNHST-CNT
004680         IF FBRH-RUN-DATE NOT NUMERIC
004690             OR FBRH-RUN-TIME NOT NUMERIC
004700             GO TO 10110-READ-RUNHST-EXIT
004710         END-IF
004720         MOVE FBRH-RUN-DATE TO WS-THIS-RUN-DATE
004730         MOVE FBRH-RUN-TIME TO WS-THIS-RUN-TIME
004740         IF WS-THIS-RUN-STAMP NOT > WS-BKUP-RUN-STAMP
004750             GO TO 10110-READ-RUNHST-EXIT
004760         END-IF
004770         IF WS-RT-CNT NOT < WS-RT-MAX
004775             MOVE WS-RT-MAX TO WS-ALERT-NUM
004780             STRING "FBRSRCVR0090E MORE THAN " WS-ALERT-NUM
004790                 " RUNS SINCE THE BACKUP - TAKE A LATER BACKUP"
004800                 " GENERATION - NOTHING DONE"
004803                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004806             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004810             MOVE 12 TO RETURN-CODE
004820             SET WS-FILES-FAILED TO TRUE
004830             SET WS-RUNHST-EOF TO TRUE
004840             GO TO 10110-READ-RUNHST-EXIT
004850         END-IF
004860         ADD 1 TO WS-RT-CNT
004870         MOVE WS-THIS-RUN-STAMP TO WS-RT-STAMP(WS-RT-CNT)
004880         MOVE FBRH-MODE         TO WS-RT-MODE(WS-RT-CNT)
004890         MOVE "N"               TO WS-RT-REQ-SW(WS-RT-CNT)
004900                                   WS-RT-MATCH-SW(WS-RT-CNT)
004910         MOVE ZERO              TO WS-RT-DLT-CNT(WS-RT-CNT)
004920                                   WS-RT-DLT-HASH(WS-RT-CNT)
004930         IF FBRH-DLT-COUNT NUMERIC
004940             MOVE FBRH-DLT-COUNT TO WS-RT-DLT-CNT(WS-RT-CNT)
004950             IF FBRH-DLT-COUNT > ZERO
004960                 MOVE "Y" TO WS-RT-REQ-SW(WS-RT-CNT)
004970             END-IF
004980         END-IF
004990         IF FBRH-DLT-HASH NUMERIC
005000             MOVE FBRH-DLT-HASH TO WS-RT-DLT-HASH(WS-RT-CNT)
005010         END-IF
005020         .
005030  10110-READ-RUNHST-EXIT.
005040         EXIT.
005050**
005060*---------------------------------------------------------------*
005070* 20000-LOAD-BACKUP -- ONE BACKUP DETAIL: WRITTEN TO FBRSLT (R)  *
005080*     OR TALLIED BY CLASS (V), COUNTED AND HASHED FOR THE        *
005090*     BACKUP TRAILER                                             *
005100*---------------------------------------------------------------*
005110  20000-LOAD-BACKUP.
005120         IF FBBT-IS-TRAILER
005130             SET WS-TRAILER-SEEN TO TRUE
005140             SET WS-BACKUP-EOF   TO TRUE
005150             GO TO 20000-LOAD-BACKUP-EXIT
005160         END-IF
005170         IF NOT FBBD-IS-DETAIL
005175             MOVE WS-BKUP-CNT TO WS-ALERT-NUM
005180             STRING "FBRSRCVR0100E FBRSBKP RECORD TYPE NOT H/D/T"
005190                 " AFTER " WS-ALERT-NUM " DETAILS"
005193                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005196             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005200             SET WS-BACKUP-EOF TO TRUE
005210             GO TO 20000-LOAD-BACKUP-EXIT
005220         END-IF
005230         MOVE FBBD-IMAGE TO FBRS-RECORD
005240         ADD 1         TO WS-BKUP-CNT
005250         ADD FBRS-POSN TO WS-BKUP-HASH
005260         IF WS-MODE-RECOVER
005270             WRITE FBRS-RECORD
005280                 INVALID KEY
005290                     STRING "FBRSRCVR0110E FBRSLT RELOAD"
005300                         " FAILED AT POSN " FBRS-POSN
005310                         " - STATUS " WS-FBRSLT-STATUS
005312                         DELIMITED BY SIZE INTO WS-ALERT-MSG
005314                     PERFORM 95000-RAISE-ALERT
005316                         THRU 95000-RAISE-ALERT-EXIT
005320                     MOVE 20 TO RETURN-CODE
005330                     SET WS-FILES-FAILED TO TRUE
005340                     SET WS-BACKUP-EOF   TO TRUE
005350                     GO TO 20000-LOAD-BACKUP-EXIT
005360             END-WRITE
005370         ELSE
005380             MOVE FBRS-CLASS TO WS-CLASS-WORK
005390             PERFORM 31100-TALLY-CLASS THRU 31100-TALLY-CLASS-EXIT
005400         END-IF
005410         PERFORM 20900-READ-BACKUP THRU 20900-READ-BACKUP-EXIT
005420         .
005430  20000-LOAD-BACKUP-EXIT.
005440         EXIT.
005450**
005460  20900-READ-BACKUP.
005470         READ FBRSBKP-FILE
005480             AT END
005490                 SET WS-BACKUP-EOF TO TRUE
005500         END-READ
005510         IF NOT WS-BACKUP-EOF
005520             AND WS-FBRSBKP-STATUS NOT = "00"
005530             STRING "FBRSRCVR0120E FBRSBKP READ FAILED -"
005540                 " STATUS " WS-FBRSBKP-STATUS
005543                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005546             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005550             MOVE 20 TO RETURN-CODE
005560             SET WS-FILES-FAILED TO TRUE
005570             SET WS-BACKUP-EOF   TO TRUE
005580         END-IF
005590         .
005600  20900-READ-BACKUP-EXIT.
005610         EXIT.
005620**
005630*---------------------------------------------------------------*
005640* 21000-END-BACKUP -- PROVE THE BACKUP AGAINST ITS TRAILER.  A   *
005650*     BACKUP THAT FAILS IS NOT A BASE TO BUILD ON: NO DELTA IS   *
005660*     APPLIED, THE ARCHIVE IS ONLY CHECKED.  IN RECOVER MODE THE *
005670*     MASTER IS REOPENED FOR THE DELTAS.                         *
005680*---------------------------------------------------------------*
005690  21000-END-BACKUP.
005700         CLOSE FBRSBKP-FILE
005710         IF WS-FILES-FAILED
005720             MOVE "BACKUP NOT LOADED - SEE THE JOB LOG"
005730               TO FBRCVRPT-RECORD
005740             WRITE FBRCVRPT-RECORD
005750             CLOSE FBDLTARC-FILE
005760             IF WS-MASTER-OPEN
005770                 CLOSE FBRSLT-FILE
005780             END-IF
005790             CLOSE FBRCVRPT-FILE
005800             GO TO 21000-END-BACKUP-EXIT
005810         END-IF
005820         MOVE WS-BKUP-HASH TO WS-BKUP-HASH-15
005830         EVALUATE TRUE
005840             WHEN NOT WS-TRAILER-SEEN
005850                 STRING "FBRSRCVR0130E FBRSBKP HAS NO TRAILER -"
005860                     " THE BACKUP IS INCOMPLETE"
005862                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005864                 PERFORM 95000-RAISE-ALERT
005866                     THRU 95000-RAISE-ALERT-EXIT
005870             WHEN FBBT-RECORD-COUNT NOT = WS-BKUP-CNT
005880               OR FBBT-HASH-TOTAL NOT = WS-BKUP-HASH-15
005885                 MOVE WS-BKUP-CNT TO WS-ALERT-NUM
005890                 STRING "FBRSRCVR0140E FBRSBKP OUT OF BALANCE -"
005900                     " TRAILER " FBBT-RECORD-COUNT
005910                     " RECORDS, READ " WS-ALERT-NUM
005912                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005914                 PERFORM 95000-RAISE-ALERT
005916                     THRU 95000-RAISE-ALERT-EXIT
005920             WHEN OTHER
005930                 SET WS-BACKUP-GOOD TO TRUE
005940         END-EVALUATE
005950         IF NOT WS-BACKUP-GOOD
005960             SET WS-APPLY-STOPPED TO TRUE
005970             IF RETURN-CODE < 8
005980                 MOVE 8 TO RETURN-CODE
005990             END-IF
006000         END-IF
006010         MOVE "BACKUP RECORDS         = " TO WS-CNT-TEXT
006020         MOVE WS-BKUP-CNT        TO WS-CNT-VALUE
006030         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
006040         IF NOT WS-BACKUP-GOOD
006050             MOVE "BACKUP FAILS ITS TRAILER - NO DELTA APPLIED"
006060               TO FBRCVRPT-RECORD
006070             WRITE FBRCVRPT-RECORD
006080         END-IF
006090         MOVE SPACES TO FBRCVRPT-RECORD
006100         WRITE FBRCVRPT-RECORD
006110         WRITE FBRCVRPT-RECORD FROM WS-HDR-LINE
006120         IF WS-MODE-RECOVER
006130             CLOSE FBRSLT-FILE
006140             MOVE "N" TO WS-MASTER-SW
006150             OPEN I-O FBRSLT-FILE
006160             IF WS-FBRSLT-STATUS NOT = "00"
006170                 STRING "FBRSRCVR0150E FBRSLT REOPEN FAILED -"
006180                     " STATUS " WS-FBRSLT-STATUS
006182                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006184                 PERFORM 95000-RAISE-ALERT
006186                     THRU 95000-RAISE-ALERT-EXIT
006190                 MOVE 20 TO RETURN-CODE
006200                 SET WS-APPLY-STOPPED TO TRUE
006210                 GO TO 21000-END-BACKUP-EXIT
006220             END-IF
006230             SET WS-MASTER-OPEN TO TRUE
006240         END-IF
006250         PERFORM 22900-READ-ARCHIVE THRU 22900-READ-ARCHIVE-EXIT
006260         .
006270  21000-END-BACKUP-EXIT.
006280         EXIT.
006290**
006300*---------------------------------------------------------------*
006310* 22000-PROCESS-ARCHIVE -- ONE DELTA ARCHIVE RECORD.  A HEADER   *
006320*     OPENS A GENERATION (CLOSING ANY THAT LACKED A TRAILER), A  *
006330*     DETAIL IS APPLIED WHEN ITS GENERATION IS, A TRAILER PROVES *
006340*     AND CLOSES THE GENERATION.                                 *
006350*---------------------------------------------------------------*
006360  22000-PROCESS-ARCHIVE.
006370         EVALUATE TRUE
006380             WHEN FBXH-IS-HEADER
006390                 IF WS-IN-GENERATION
006400                     PERFORM 22400-END-GENERATION
006410                         THRU 22400-END-GENERATION-EXIT
006420                 END-IF
006430                 PERFORM 22100-START-GENERATION
006440                     THRU 22100-START-GENERATION-EXIT
006450             WHEN FBXD-IS-DETAIL
006460              AND WS-IN-GENERATION
006470                 PERFORM 22300-DELTA-DETAIL
006480                     THRU 22300-DELTA-DETAIL-EXIT
006490             WHEN FBXT-IS-TRAILER
006500              AND WS-IN-GENERATION
006510                 SET WS-TRAILER-SEEN TO TRUE
006520                 PERFORM 22400-END-GENERATION
006530                     THRU 22400-END-GENERATION-EXIT
006540             WHEN OTHER
006550                 ADD 1 TO WS-STRAY-CNT
006560         END-EVALUATE
006570         PERFORM 22900-READ-ARCHIVE THRU 22900-READ-ARCHIVE-EXIT
006580         .
006590  22000-PROCESS-ARCHIVE-EXIT.
006600         EXIT.
006610**
006620*---------------------------------------------------------------*
006630* 22100-START-GENERATION -- DECIDE FROM THE HEADER STAMP WHAT IS *
006640*     DONE WITH THE GENERATION.  HELD BY THE BACKUP, A SECOND    *
006650*     COPY OF A RUN ALREADY MATCHED, OR NO RUN ON FBRUNHST:      *
006660*     PASSED OVER.  OTHERWISE IT IS APPLIED, UNLESS APPLYING HAS *
006670*     STOPPED OR IT WOULD BREAK THE RUN ORDER - EARLIER THAN THE *
006680*     LAST ONE APPLIED, OR WITH A REQUIRED RUN BEFORE IT NOT YET *
006690*     SEEN.                                                      *
006700*---------------------------------------------------------------*
006710  22100-START-GENERATION.
006720         SET WS-IN-GENERATION   TO TRUE
006730         MOVE "N"               TO WS-TRAILER-SW
006740         ADD 1                  TO WS-GEN-READ-CNT
006750         MOVE FBXH-RUN-DATE     TO WS-GEN-RUN-DATE
006760         MOVE FBXH-RUN-TIME     TO WS-GEN-RUN-TIME
006770         MOVE FBXH-RULESET-ID   TO WS-GEN-RULESET-X
006771         IF FBXH-BOOK = SPACES
006772             MOVE "STD"         TO WS-GEN-BOOK
006773         ELSE
006774             MOVE FBXH-BOOK     TO WS-GEN-BOOK
006775         END-IF
006780         MOVE ZERO              TO WS-GEN-SUB
006790                                   WS-GEN-CNT
006800                                   WS-GEN-HASH
006810                                   WS-GEN-ADD-CNT
006820                                   WS-GEN-CHG-CNT
006830         SET WS-GEN-PASS        TO TRUE
006840         IF WS-GEN-RUN-STAMP NOT NUMERIC
006850             MOVE ZERO TO WS-GEN-RUN-STAMP
006860         END-IF
006870         IF WS-GEN-RUN-STAMP NOT > WS-BKUP-RUN-STAMP
006880             MOVE "OLD - HELD BY BACKUP" TO WS-GEN-ACTION
006890             GO TO 22100-START-GENERATION-EXIT
006900         END-IF
006910         MOVE ZERO TO WS-RT-SEEN
006920         PERFORM 22110-MATCH-RUN THRU 22110-MATCH-RUN-EXIT
006930             VARYING WS-RT-SUB FROM 1 BY 1
006940               UNTIL WS-RT-SUB > WS-RT-CNT
006950                  OR WS-GEN-SUB > ZERO
006960         IF WS-GEN-SUB = ZERO
006970             IF WS-RT-SEEN > ZERO
006980                 MOVE "DUPLICATE - SKIPPED" TO WS-GEN-ACTION
006990             ELSE
007000                 MOVE "NOT ON FBRUNHST"     TO WS-GEN-ACTION
007010             END-IF
007020             GO TO 22100-START-GENERATION-EXIT
007030         END-IF
007040         SET WS-RT-MATCHED(WS-GEN-SUB) TO TRUE
007050         IF WS-APPLY-STOPPED
007060             MOVE "NOT APPLIED - STOPPED" TO WS-GEN-ACTION
007070             GO TO 22100-START-GENERATION-EXIT
007080         END-IF
007090         IF WS-GEN-RUN-STAMP < WS-LAST-APPLIED-STAMP
007100             MOVE "OUT OF SEQUENCE - STOP" TO WS-GEN-ACTION
007110             PERFORM 22500-STOP-APPLYING
007120                 THRU 22500-STOP-APPLYING-EXIT
007130             GO TO 22100-START-GENERATION-EXIT
007140         END-IF
007150         MOVE ZERO TO WS-RT-GAP
007160         PERFORM 22120-FIND-GAP THRU 22120-FIND-GAP-EXIT
007170             VARYING WS-RT-SUB FROM 1 BY 1
007180               UNTIL WS-RT-SUB > WS-RT-CNT
007190                  OR WS-RT-GAP > ZERO
007200         IF WS-RT-GAP > ZERO
007210             MOVE "RUN MISSING BEFORE - STOP" TO WS-GEN-ACTION
007220             PERFORM 22500-STOP-APPLYING
007230                 THRU 22500-STOP-APPLYING-EXIT
007240             GO TO 22100-START-GENERATION-EXIT
007250         END-IF
007260         SET WS-GEN-APPLY TO TRUE
007270         IF WS-MODE-RECOVER
007280             MOVE "APPLIED"  TO WS-GEN-ACTION
007290         ELSE
007300             MOVE "VERIFIED" TO WS-GEN-ACTION
007310         END-IF
007320         .
007330  22100-START-GENERATION-EXIT.
007340         EXIT.
007350**
007360  22110-MATCH-RUN.
007370         IF WS-RT-STAMP(WS-RT-SUB) = WS-GEN-RUN-STAMP
007380             IF WS-RT-MATCHED(WS-RT-SUB)
007390                 ADD 1 TO WS-RT-SEEN
007400             ELSE
007410                 MOVE WS-RT-SUB TO WS-GEN-SUB
007420             END-IF
007430         END-IF
007440         .
007450  22110-MATCH-RUN-EXIT.
007460         EXIT.
007470**
007480  22120-FIND-GAP.
007490         IF WS-RT-REQUIRED(WS-RT-SUB)
007500             AND NOT WS-RT-MATCHED(WS-RT-SUB)
007510             AND WS-RT-STAMP(WS-RT-SUB) < WS-GEN-RUN-STAMP
007520             MOVE WS-RT-SUB TO WS-RT-GAP
007530         END-IF
007540         .
007550  22120-FIND-GAP-EXIT.
007560         EXIT.
007570**
007580*---------------------------------------------------------------*
007590* 22300-DELTA-DETAIL -- COUNT AND HASH EVERY DETAIL FOR THE      *
007600*     TRAILER; APPLY IT WHEN THE GENERATION IS BEING APPLIED.    *
007610*     THE RULE-SET ID COMES FROM THE HEADER WHERE THE FEED       *
007620*     CARRIES ONE, AND THE RUN DATE IS THE HEADER RUN DATE, AS   *
007630*     THE NIGHTLY STAMPED THEM; THE RULE BOOK IS THE HEADER'S.   *
007640*---------------------------------------------------------------*
007650  22300-DELTA-DETAIL.
007660         ADD 1         TO WS-GEN-CNT
007670         ADD FBXD-POSN TO WS-GEN-HASH
007680         IF FBXD-IS-ADD
007690             ADD 1 TO WS-GEN-ADD-CNT
007700         ELSE
007710             ADD 1 TO WS-GEN-CHG-CNT
007720         END-IF
007730         IF NOT WS-GEN-APPLY
007740             OR NOT WS-MODE-RECOVER
007750             OR NOT WS-MASTER-OPEN
007760             GO TO 22300-DELTA-DETAIL-EXIT
007770         END-IF
007775         MOVE WS-GEN-BOOK TO FBRS-BOOK
007780         MOVE FBXD-POSN TO FBRS-POSN
007790         READ FBRSLT-FILE
007800             INVALID KEY
007810                 IF FBXD-IS-CHANGE
007820                     ADD 1 TO WS-MISFIT-CNT
007830                 END-IF
007840                 MOVE SPACES         TO FBRS-RECORD
007845                 MOVE WS-GEN-BOOK    TO FBRS-BOOK
007850                 MOVE FBXD-POSN      TO FBRS-POSN
007860                 MOVE ZERO           TO FBRS-RULESET-ID
007870                 PERFORM 22310-SET-RESULT
007880                     THRU 22310-SET-RESULT-EXIT
007890                 WRITE FBRS-RECORD
007900                     INVALID KEY
007910                         PERFORM 22320-APPLY-FAILED
007920                             THRU 22320-APPLY-FAILED-EXIT
007930                         GO TO 22300-DELTA-DETAIL-EXIT
007940                 END-WRITE
007950             NOT INVALID KEY
007960                 IF FBXD-IS-ADD
007970                     ADD 1 TO WS-MISFIT-CNT
007980                 END-IF
007990                 PERFORM 22310-SET-RESULT
008000                     THRU 22310-SET-RESULT-EXIT
008010                 REWRITE FBRS-RECORD
008020                     INVALID KEY
008030                         PERFORM 22320-APPLY-FAILED
008040                             THRU 22320-APPLY-FAILED-EXIT
008050                         GO TO 22300-DELTA-DETAIL-EXIT
008060                 END-REWRITE
008070         END-READ
008080         ADD 1 TO WS-DTL-APPLIED-CNT
008090         .
008100  22300-DELTA-DETAIL-EXIT.
008110         EXIT.
008120**
008130  22310-SET-RESULT.
008140         MOVE FBXD-CLASS      TO FBRS-CLASS
008150         IF WS-GEN-RULESET-X NUMERIC
008160             MOVE WS-GEN-RULESET TO FBRS-RULESET-ID
008170         END-IF
008180         MOVE WS-GEN-RUN-DATE TO FBRS-LAST-RUN-DATE
008190         .
008200  22310-SET-RESULT-EXIT.
008210         EXIT.
008220**
008230  22320-APPLY-FAILED.
008240         STRING "FBRSRCVR0160E FBRSLT UPDATE FAILED AT POSN "
008250             FBXD-POSN " - STATUS " WS-FBRSLT-STATUS
008253             DELIMITED BY SIZE INTO WS-ALERT-MSG
008256         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008260         MOVE 20 TO RETURN-CODE
008270         MOVE "UPDATE FAILED - STOP" TO WS-GEN-ACTION
008280         SET WS-GEN-PASS TO TRUE
008290         PERFORM 22500-STOP-APPLYING THRU 22500-STOP-APPLYING-EXIT
008300         .
008310  22320-APPLY-FAILED-EXIT.
008320         EXIT.
008330**
008340*---------------------------------------------------------------*
008350* 22400-END-GENERATION -- PROVE THE GENERATION AGAINST ITS OWN   *
008360*     TRAILER AND AGAINST THE COUNT AND HASH ITS RUN RECORDED ON *
008370*     FBRUNHST, AND LIST IT.  AN APPLIED GENERATION THAT FAILS   *
008380*     STOPS THE APPLYING.                                        *
008390*---------------------------------------------------------------*
008400  22400-END-GENERATION.
008410         MOVE "N" TO WS-IN-GEN-SW
008420         MOVE WS-GEN-HASH TO WS-GEN-HASH-15
008430         SET WS-GEN-BALANCED TO TRUE
008440         IF NOT WS-TRAILER-SEEN
008450             SET WS-GEN-OUT-OF-BALANCE TO TRUE
008460         ELSE
008470             IF FBXT-RECORD-COUNT NOT = WS-GEN-CNT
008480                 OR FBXT-HASH-TOTAL NOT = WS-GEN-HASH-15
008490                 SET WS-GEN-OUT-OF-BALANCE TO TRUE
008500             END-IF
008510         END-IF
008520         IF WS-GEN-SUB > ZERO
008530             IF WS-RT-DLT-CNT(WS-GEN-SUB) NOT = WS-GEN-CNT
008540                 OR WS-RT-DLT-HASH(WS-GEN-SUB)
008550                        NOT = WS-GEN-HASH-15
008560                 SET WS-GEN-OUT-OF-BALANCE TO TRUE
008570             END-IF
008580         END-IF
008590         IF WS-GEN-APPLY
008600             AND WS-GEN-OUT-OF-BALANCE
008610             IF WS-TRAILER-SEEN
008620                 MOVE "OUT OF BALANCE - STOP" TO WS-GEN-ACTION
008630             ELSE
008640                 MOVE "NO TRAILER - STOP"     TO WS-GEN-ACTION
008650             END-IF
008660             PERFORM 22500-STOP-APPLYING
008670                 THRU 22500-STOP-APPLYING-EXIT
008680         END-IF
008690         IF WS-GEN-APPLY
008700             ADD 1 TO WS-GEN-APPLIED-CNT
008710             ADD WS-GEN-ADD-CNT TO WS-ADD-CNT
008720             ADD WS-GEN-CHG-CNT TO WS-CHG-CNT
008730             MOVE WS-GEN-RUN-STAMP TO WS-LAST-APPLIED-STAMP
008740         ELSE
008750             ADD 1 TO WS-GEN-PASSED-CNT
008760         END-IF
008770         IF WS-GEN-ACTION = "NOT ON FBRUNHST"
008780             AND WS-GEN-CNT > ZERO
008790             STRING "FBRSRCVR0170W DELTA GENERATION "
008800                 WS-GEN-RUN-DATE " " WS-GEN-RUN-TIME
008810                 " HAS NO RUN ON FBRUNHST - NOT APPLIED"
008813                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008816             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008820             IF RETURN-CODE < 4
008830                 MOVE 4 TO RETURN-CODE
008840             END-IF
008850         END-IF
008860         MOVE WS-GEN-RUN-DATE TO WS-DL-DATE
008870         MOVE WS-GEN-RUN-TIME TO WS-DL-TIME
008880         IF WS-GEN-SUB > ZERO
008890             MOVE WS-RT-MODE(WS-GEN-SUB) TO WS-DL-MODE
008900         ELSE
008910             MOVE SPACE                  TO WS-DL-MODE
008920         END-IF
008930         MOVE WS-GEN-CNT      TO WS-DL-RECORDS
008940         MOVE WS-GEN-ADD-CNT  TO WS-DL-ADDS
008950         MOVE WS-GEN-CHG-CNT  TO WS-DL-CHANGES
008960         MOVE WS-GEN-ACTION   TO WS-DL-ACTION
008970         WRITE FBRCVRPT-RECORD FROM WS-DTL-LINE
008980         .
008990  22400-END-GENERATION-EXIT.
009000         EXIT.
009010**
009020  22500-STOP-APPLYING.
009030         SET WS-APPLY-STOPPED TO TRUE
009040         SET WS-GEN-PASS      TO TRUE
009050         STRING "FBRSRCVR0180E DELTA GENERATION "
009060             WS-GEN-RUN-DATE " " WS-GEN-RUN-TIME
009070             " - " WS-GEN-ACTION
009073             DELIMITED BY SIZE INTO WS-ALERT-MSG
009076         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
009080         IF RETURN-CODE < 8
009090             MOVE 8 TO RETURN-CODE
009100         END-IF
009110         .
009120  22500-STOP-APPLYING-EXIT.
009130         EXIT.
009140**
009150  22900-READ-ARCHIVE.
009160         READ FBDLTARC-FILE
009170             AT END
009180                 SET WS-ARCHIVE-EOF TO TRUE
009190         END-READ
009200         IF NOT WS-ARCHIVE-EOF
009210             AND WS-FBDLTARC-STATUS NOT = "00"
009220             STRING "FBRSRCVR0190E FBDLTARC READ FAILED -"
009230                 " STATUS " WS-FBDLTARC-STATUS
009233                 DELIMITED BY SIZE INTO WS-ALERT-MSG
009236             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
009240             MOVE 20 TO RETURN-CODE
009250             SET WS-APPLY-STOPPED TO TRUE
009260             SET WS-ARCHIVE-EOF   TO TRUE
009270         END-IF
009280         IF NOT WS-ARCHIVE-EOF
009290             ADD 1 TO WS-ARC-READ-CNT
009300         END-IF
009310         .
009320  22900-READ-ARCHIVE-EXIT.
009330         EXIT.
009340**
009350*---------------------------------------------------------------*
009360* 30000-END -- CLOSE OFF A GENERATION LEFT WITHOUT A TRAILER,    *
009370*     LIST EVERY REQUIRED RUN NEVER FOUND ON THE ARCHIVE, THE    *
009380*     CLASS COUNTS, THE TOTALS                                   *
009390*---------------------------------------------------------------*
009400  30000-END.
009410         IF WS-IN-GENERATION
009420             PERFORM 22400-END-GENERATION
009430                 THRU 22400-END-GENERATION-EXIT
009440         END-IF
009450         CLOSE FBDLTARC-FILE
009460         PERFORM 30100-LIST-MISSING THRU 30100-LIST-MISSING-EXIT
009470             VARYING WS-RT-SUB FROM 1 BY 1
009480               UNTIL WS-RT-SUB > WS-RT-CNT
009490         IF WS-MISSING-CNT > ZERO
009495             MOVE WS-MISSING-CNT TO WS-ALERT-NUM
009500             STRING "FBRSRCVR0200E " WS-ALERT-NUM
009510                 " RUN(S) SINCE THE BACKUP MISSING FROM THE DELTA"
009520                 " ARCHIVE - FBRSLT IS NOT FULLY RECOVERED"
009523                 DELIMITED BY SIZE INTO WS-ALERT-MSG
009526             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
009530             IF RETURN-CODE < 8
009540                 MOVE 8 TO RETURN-CODE
009550             END-IF
009560         END-IF
009570         IF WS-GEN-READ-CNT = ZERO
009580             MOVE "THE DELTA ARCHIVE HOLDS NO GENERATION"
009590               TO FBRCVRPT-RECORD
009600             WRITE FBRCVRPT-RECORD
009610         END-IF
009620         IF WS-MISFIT-CNT > ZERO
009625             MOVE WS-MISFIT-CNT TO WS-ALERT-NUM
009630             STRING "FBRSRCVR0210W " WS-ALERT-NUM
009640                 " DELTA RECORD(S) DID NOT FIT THE MASTER -"
009650                 " ADD OF A POSITION HELD OR CHANGE OF ONE NOT"
009660                 " HELD"
009663                 DELIMITED BY SIZE INTO WS-ALERT-MSG
009666             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
009670             IF RETURN-CODE < 4
009680                 MOVE 4 TO RETURN-CODE
009690             END-IF
009700         END-IF
009710         IF WS-STRAY-CNT > ZERO
009715             MOVE WS-STRAY-CNT TO WS-ALERT-NUM
009720             STRING "FBRSRCVR0220W " WS-ALERT-NUM
009730                 " FBDLTARC RECORD(S) OUTSIDE ANY GENERATION -"
009740                 " IGNORED"
009743                 DELIMITED BY SIZE INTO WS-ALERT-MSG
009746             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
009750         END-IF
009760         PERFORM 31000-COUNT-CLASSES THRU 31000-COUNT-CLASSES-EXIT
009770         PERFORM 32000-WRITE-TOTALS THRU 32000-WRITE-TOTALS-EXIT
009780         IF WS-MASTER-OPEN
009790             CLOSE FBRSLT-FILE
009800         END-IF
009810         CLOSE FBRCVRPT-FILE
009820         .
009830  30000-END-EXIT.
009840         EXIT.
009850**
009860  30100-LIST-MISSING.
009870         IF NOT WS-RT-REQUIRED(WS-RT-SUB)
009880             OR WS-RT-MATCHED(WS-RT-SUB)
009890             GO TO 30100-LIST-MISSING-EXIT
009900         END-IF
009910         ADD 1 TO WS-MISSING-CNT
009920         MOVE WS-RT-STAMP(WS-RT-SUB)   TO WS-RT-STAMP-N
009930         MOVE WS-RT-DATE               TO WS-DL-DATE
009940         MOVE WS-RT-TIME               TO WS-DL-TIME
009950         MOVE WS-RT-MODE(WS-RT-SUB)    TO WS-DL-MODE
009960         MOVE WS-RT-DLT-CNT(WS-RT-SUB) TO WS-DL-RECORDS
009970         MOVE ZERO                     TO WS-DL-ADDS
009980                                          WS-DL-CHANGES
009990         MOVE "MISSING FROM ARCHIVE"   TO WS-DL-ACTION
010000         WRITE FBRCVRPT-RECORD FROM WS-DTL-LINE
010010         .
010020  30100-LIST-MISSING-EXIT.
010030         EXIT.
010040**
010050*---------------------------------------------------------------*
010060* 31000-COUNT-CLASSES -- IN RECOVER MODE THE REBUILT FBRSLT IS   *
010070*     READ BACK END TO END AND COUNTED BY CLASS; IN VERIFY MODE  *
010080*     THE BACKUP WAS COUNTED AS IT WAS READ.                     *
010090*---------------------------------------------------------------*
010100  31000-COUNT-CLASSES.
010110         MOVE SPACES TO FBRCVRPT-RECORD
010120         WRITE FBRCVRPT-RECORD
010130         IF WS-MODE-VERIFY
010140             MOVE "(BACKUP - NO DELTA APPLIED)" TO WS-CH-SOURCE
010150             MOVE WS-BKUP-CNT TO WS-MASTER-CNT
010160             GO TO 31000-COUNT-CLASSES-LIST
010170         END-IF
010180         MOVE "(REBUILT FBRSLT)" TO WS-CH-SOURCE
010190         IF WS-MASTER-OPEN
010200             CLOSE FBRSLT-FILE
010210             MOVE "N" TO WS-MASTER-SW
010220         END-IF
010230         OPEN INPUT FBRSLT-FILE
010240         IF WS-FBRSLT-STATUS NOT = "00"
010250             STRING "FBRSRCVR0230E FBRSLT OPEN FOR COUNT"
010260                 " FAILED - STATUS " WS-FBRSLT-STATUS
010263                 DELIMITED BY SIZE INTO WS-ALERT-MSG
010266             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
010270             MOVE 20 TO RETURN-CODE
010280             GO TO 31000-COUNT-CLASSES-EXIT
010290         END-IF
010300         SET WS-MASTER-OPEN TO TRUE
010310         PERFORM 31200-READ-MASTER THRU 31200-READ-MASTER-EXIT
010320         PERFORM 31300-COUNT-MASTER THRU 31300-COUNT-MASTER-EXIT
010330             UNTIL WS-RESULT-EOF
010340         .
010350  31000-COUNT-CLASSES-LIST.
010360         WRITE FBRCVRPT-RECORD FROM WS-CLS-HDR-LINE
010370         PERFORM 31400-LIST-CLASS THRU 31400-LIST-CLASS-EXIT
010380             VARYING WS-CLS-SUB FROM 1 BY 1
010390               UNTIL WS-CLS-SUB > WS-CLS-CNT
010400         IF WS-CLS-OVERFLOW > ZERO
010410             MOVE "(OTHER)"       TO WS-CL-LABEL
010420             MOVE WS-CLS-OVERFLOW TO WS-CL-TALLY
010430             WRITE FBRCVRPT-RECORD FROM WS-CLS-LINE
010440         END-IF
010450         .
010460  31000-COUNT-CLASSES-EXIT.
010470         EXIT.
010480**
010490  31100-TALLY-CLASS.
010500         MOVE ZERO TO WS-CLS-FOUND
010510         PERFORM 31110-FIND-CLASS THRU 31110-FIND-CLASS-EXIT
010520             VARYING WS-CLS-SUB FROM 1 BY 1
010530               UNTIL WS-CLS-SUB > WS-CLS-CNT
010540                  OR WS-CLS-FOUND > ZERO
010550         IF WS-CLS-FOUND = ZERO
010560             IF WS-CLS-CNT < WS-CLS-MAX
010570                 ADD 1 TO WS-CLS-CNT
010580                 MOVE WS-CLS-CNT    TO WS-CLS-FOUND
010590                 MOVE WS-CLASS-WORK TO WS-CLS-LABEL(WS-CLS-FOUND)
010600                 MOVE ZERO          TO WS-CLS-TALLY(WS-CLS-FOUND)
010610             ELSE
010620                 ADD 1 TO WS-CLS-OVERFLOW
010630                 GO TO 31100-TALLY-CLASS-EXIT
010640             END-IF
010650         END-IF
010660         ADD 1 TO WS-CLS-TALLY(WS-CLS-FOUND)
010670         .
010680  31100-TALLY-CLASS-EXIT.
010690         EXIT.
010700**
010710  31110-FIND-CLASS.
010720         IF WS-CLS-LABEL(WS-CLS-SUB) = WS-CLASS-WORK
010730             MOVE WS-CLS-SUB TO WS-CLS-FOUND
010740         END-IF
010750         .
010760  31110-FIND-CLASS-EXIT.
010770         EXIT.
010780**
010790  31200-READ-MASTER.
010800         READ FBRSLT-FILE NEXT RECORD
010810             AT END
010820                 SET WS-RESULT-EOF TO TRUE
010830         END-READ
010840         IF NOT WS-RESULT-EOF
010850             AND WS-FBRSLT-STATUS NOT = "00"
010860             STRING "FBRSRCVR0240E FBRSLT READ FAILED -"
010870                 " STATUS " WS-FBRSLT-STATUS
010873                 DELIMITED BY SIZE INTO WS-ALERT-MSG
010876             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
010880             MOVE 20 TO RETURN-CODE
010890             SET WS-RESULT-EOF TO TRUE
010900         END-IF
010910         .
010920  31200-READ-MASTER-EXIT.
010930         EXIT.
010940**
010950  31300-COUNT-MASTER.
010960         ADD 1 TO WS-MASTER-CNT
010970         MOVE FBRS-CLASS TO WS-CLASS-WORK
010980         PERFORM 31100-TALLY-CLASS THRU 31100-TALLY-CLASS-EXIT
010990         PERFORM 31200-READ-MASTER THRU 31200-READ-MASTER-EXIT
011000         .
011010  31300-COUNT-MASTER-EXIT.
011020         EXIT.
011030**
011040  31400-LIST-CLASS.
011050         MOVE WS-CLS-LABEL(WS-CLS-SUB) TO WS-CL-LABEL
011060         MOVE WS-CLS-TALLY(WS-CLS-SUB) TO WS-CL-TALLY
011070         WRITE FBRCVRPT-RECORD FROM WS-CLS-LINE
011080         .
011090  31400-LIST-CLASS-EXIT.
011100         EXIT.
011110**
011120*---------------------------------------------------------------*
011130* 32000-WRITE-TOTALS -- RECONCILIATION TOTALS, REPORT AND SYSOUT *
011140*---------------------------------------------------------------*
011150  32000-WRITE-TOTALS.
011160         MOVE SPACES TO FBRCVRPT-RECORD
011170         WRITE FBRCVRPT-RECORD
011180         MOVE "BACKUP RECORDS         = " TO WS-CNT-TEXT
011190         MOVE WS-BKUP-CNT        TO WS-CNT-VALUE
011200         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011210         MOVE "RUNS SINCE BACKUP      = " TO WS-CNT-TEXT
011220         MOVE WS-RT-CNT          TO WS-CNT-VALUE
011230         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011240         MOVE "DELTA GENERATIONS READ = " TO WS-CNT-TEXT
011250         MOVE WS-GEN-READ-CNT    TO WS-CNT-VALUE
011260         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011270         MOVE "GENERATIONS IN CHAIN   = " TO WS-CNT-TEXT
011280         MOVE WS-GEN-APPLIED-CNT TO WS-CNT-VALUE
011290         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011300         MOVE "GENERATIONS PASSED     = " TO WS-CNT-TEXT
011310         MOVE WS-GEN-PASSED-CNT  TO WS-CNT-VALUE
011320         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011330         MOVE "RUNS MISSING           = " TO WS-CNT-TEXT
011340         MOVE WS-MISSING-CNT     TO WS-CNT-VALUE
011350         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011360         MOVE "DELTA ADDS             = " TO WS-CNT-TEXT
011370         MOVE WS-ADD-CNT         TO WS-CNT-VALUE
011380         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011390         MOVE "DELTA CHANGES          = " TO WS-CNT-TEXT
011400         MOVE WS-CHG-CNT         TO WS-CNT-VALUE
011410         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011420         MOVE "DELTA MISFITS          = " TO WS-CNT-TEXT
011430         MOVE WS-MISFIT-CNT      TO WS-CNT-VALUE
011440         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011450         MOVE "MASTER RECORDS         = " TO WS-CNT-TEXT
011460         MOVE WS-MASTER-CNT      TO WS-CNT-VALUE
011470         WRITE FBRCVRPT-RECORD FROM WS-CNT-LINE
011480         IF RETURN-CODE NOT < 8
011490             MOVE "*** FBRSLT IS NOT FULLY RECOVERED ***"
011500               TO FBRCVRPT-RECORD
011510             WRITE FBRCVRPT-RECORD
011520         END-IF
011530         DISPLAY "FBRSRCVR SUMMARY"
011540         DISPLAY "MODE                   = " WS-MODE-SW
011550         DISPLAY "BACKUP RECORDS         = " WS-BKUP-CNT
011560         DISPLAY "RUNS ON FBRUNHST       = " WS-RUNHST-CNT
011570         DISPLAY "RUNS SINCE BACKUP      = " WS-RT-CNT
011580         DISPLAY "ARCHIVE RECORDS READ   = " WS-ARC-READ-CNT
011590         DISPLAY "DELTA GENERATIONS READ = " WS-GEN-READ-CNT
011600         DISPLAY "GENERATIONS IN CHAIN   = " WS-GEN-APPLIED-CNT
011610         DISPLAY "GENERATIONS PASSED     = " WS-GEN-PASSED-CNT
011620         DISPLAY "DELTA RECORDS APPLIED  = " WS-DTL-APPLIED-CNT
011630         DISPLAY "RUNS MISSING           = " WS-MISSING-CNT
011640         DISPLAY "MASTER RECORDS         = " WS-MASTER-CNT
011650         DISPLAY "**********"
011660         .
011670  32000-WRITE-TOTALS-EXIT.
011680         EXIT.
011690**
011700*---------------------------------------------------------------*
011710* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
011720*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
011730*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
011740*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
011750*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
011760*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
011770*---------------------------------------------------------------*
011780  95000-RAISE-ALERT.
011790         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
011800             VARYING WS-ALERT-LEN FROM 132 BY -1
011810             UNTIL WS-ALERT-LEN = 1
011820             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
011830         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
011840         IF WS-ALERTS-STOPPED
011850             GO TO 95000-RAISE-ALERT-CLEAR
011860         END-IF
011870         IF NOT WS-ALERT-OPEN
011880             OPEN EXTEND FBALERT-FILE
011890             IF WS-FBALERT-STATUS NOT = "00"
011900                 DISPLAY "FBRSRCVR0990W FBALERT OPEN FAILED -"
011910                     " STATUS " WS-FBALERT-STATUS
011920                     " - NO ALERTS WRITTEN"
011930                 SET WS-ALERTS-STOPPED TO TRUE
011940                 GO TO 95000-RAISE-ALERT-CLEAR
011950             END-IF
011960             SET WS-ALERT-OPEN TO TRUE
011970         END-IF
011980         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
011990             MOVE SPACES TO WS-ALERT-MSG
012000             STRING "FBRSRCVR0991W ALERT LIMIT REACHED -"
012010                 " LATER MESSAGES ARE ON SYSOUT ONLY"
012020                 DELIMITED BY SIZE INTO WS-ALERT-MSG
012030             DISPLAY WS-ALERT-MSG(1:72)
012040             SET WS-ALERTS-STOPPED TO TRUE
012050         END-IF
012060         MOVE SPACES TO FBAL-RECORD
012070         MOVE "FBRSRCVR" TO FBAL-PROGRAM
012080         MOVE 1 TO WS-ALERT-PTR
012090         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
012100             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
012110         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
012120         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
012130         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
012140         ACCEPT WS-ALERT-TIME FROM TIME
012150         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
012160         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
012170         WRITE FBAL-RECORD
012180         IF WS-FBALERT-STATUS NOT = "00"
012190             DISPLAY "FBRSRCVR0992W FBALERT WRITE FAILED -"
012200                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
012210             SET WS-ALERTS-STOPPED TO TRUE
012220         ELSE
012230             ADD 1 TO WS-ALERT-CNT
012240         END-IF
012250         .
012260  95000-RAISE-ALERT-CLEAR.
012270         MOVE SPACES TO WS-ALERT-MSG
012280         .
012290  95000-RAISE-ALERT-EXIT.
012300         EXIT.
012310**
012320  95010-ALERT-LENGTH.
012330         CONTINUE
012340         .
012350  95010-ALERT-LENGTH-EXIT.
012360         EXIT.
012370**
012380*---------------------------------------------------------------*
012390* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
012400*---------------------------------------------------------------*
012410  95100-CLOSE-ALERTS.
012420         IF WS-ALERT-OPEN
012430             CLOSE FBALERT-FILE
012440             MOVE "N" TO WS-ALERT-OPEN-SW
012450         END-IF
012460         .
012470  95100-CLOSE-ALERTS-EXIT.
012480         EXIT.
012490**
012500  END PROGRAM FBRSRCVR.
