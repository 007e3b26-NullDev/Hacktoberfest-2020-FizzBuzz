000180**         A FORMAT=C run has no totals page on FBREPT; its      *
000190**         report figures show NOT FOUND and the night does      *
000200**         not balance - gate only FORMAT=D nightlies.           *
000201**         The run-history record balanced is the newest one of  *
000202**         the rule book named on the extract header (blank =    *
000203**         STD), and the certificate names the book.             *
000204**                                                               *
000205**         One step of the nightly chain under step control      *
000206**         (FBSTEPCT): a business date already balanced is       *
000207**         skipped with RC 1 unless forced - see 10900-START-    *
000208**         STEP.                                                 *
000209**                                                               *
000210** PARM layout (2 bytes, both optional):                         *
000211**   1     FORCE   Y = rerun even though the business date is    *
000212**                 already complete on FBSTEPCT (default N)      *
000213**   2     STEPCTL N = no step control, for runs outside the     *
000214**                 nightly chain such as FIZZPAR (default Y).    *
000215**                 A feed of any rule book but STD is never      *
000216**                 under step control, whatever this byte        *
000217**                 says - only STD is a step of the chain.       *
000218**                                                               *
000220** Modification History                                          *
000230** -------------------------------------------------------------*
000240** 2026-09-02  DPS  New program.                                 *
000241** 2026-10-14  DPS  Nightly step control - the step is checked   *
000242**                  against the FBSTEPCT step-control file on    *
000243**                  entry (skipped RC 1 when the business date   *
000244**                  is already complete, unless PARM FORCE=Y)    *
000245**                  and marked complete or ended on exit.  New   *
000246**                  optional PARM.                               *
000248** 2026-10-14  DPS  Rule books - the newest FBRUNHST record of   *
000250**                  the extract header's book is the one         *
000252**                  balanced, and the certificate shows the      *
000254**                  book. FBRUNHST is now 530 bytes.             *
000255** 2026-10-14  DPS  E and W messages are also written to the     *
000256**                  shared FBALERT alert file for the morning    *
000257**                  FBALDGST exception digest.                   *
000259** 2026-10-15  DPS  The rule book is taken from the extract      *
000261**                  header before step control - only an STD     *
000263**                  feed is checked and marked on FBSTEPCT.      *
000265******************************************************************
000267  IDENTIFICATION DIVISION.
000270**-*-*-*-*-*-*-*-*-*-*-*-*-
000280  PROGRAM-ID. FBBALANC.
000290  AUTHOR. D P SULLIVAN.
000560         SELECT FBBALRPT-FILE ASSIGN TO FBBALRPT
000570             ORGANIZATION IS SEQUENTIAL
000580             FILE STATUS IS WS-FBBALRPT-STATUS.
000581         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
000582             ORGANIZATION IS INDEXED
000583             ACCESS MODE IS RANDOM
000584             RECORD KEY IS FBSC-KEY
000585             FILE STATUS IS WS-FBSTEPCT-STATUS.
000586         SELECT FBALERT-FILE ASSIGN TO FBALERT
000587             ORGANIZATION IS SEQUENTIAL
000588             FILE STATUS IS WS-FBALERT-STATUS.
000590  DATA DIVISION.
000600**-*-*-*-*-*-*-*-
000610  FILE SECTION.
000840  FD  FBRUNHST-FILE
000850         RECORDING MODE IS F
000860         LABEL RECORDS ARE STANDARD
000870         RECORD CONTAINS 530 CHARACTERS.
000880  COPY FBRUNREC.
000890  FD  FBCHKIN-FILE
000900         RECORDING MODE IS F
000960         LABEL RECORDS ARE STANDARD
000970         RECORD CONTAINS 80 CHARACTERS.
000980  01  FBBALRPT-RECORD            PIC X(80).
000981  FD  FBSTEPCT-FILE
000982         RECORD CONTAINS 80 CHARACTERS.
000983  COPY FBSCREC.
000984  FD  FBALERT-FILE
000985         RECORDING MODE IS F
000986         LABEL RECORDS ARE STANDARD
000987         RECORD CONTAINS 150 CHARACTERS.
000988  COPY FBALREC.
000990  WORKING-STORAGE SECTION.
001000*-------------------------
001010*---------------------------------------------------------------*
001100             10  WS-XTH-TIME     PIC 9(06).
001110             10  WS-XTH-FIRST    PIC 9(09).
001120             10  WS-XTH-LAST     PIC 9(09).
001130             10  FILLER          PIC X(04).
001135             10  WS-XTH-BOOK     PIC X(03).
001140         05  WS-XT-DTL REDEFINES WS-XT-RECORD.
001150             10  WS-XTD-TYPE     PIC X(01).
001160             10  WS-XTD-POSN     PIC 9(09).
001290  01  WS-FULL-FEED.
001300         05  WS-FF-HDR-DATE      PIC 9(08) VALUE ZERO.
001310         05  WS-FF-HDR-TIME      PIC 9(06) VALUE ZERO.
001315         05  WS-FF-HDR-BOOK      PIC X(03) VALUE "STD".
001320         05  WS-FF-DTL-CNT       PIC 9(09) COMP VALUE ZERO.
001330         05  WS-FF-HASH          PIC 9(18) COMP VALUE ZERO.
001340         05  WS-FF-HASH-15       PIC 9(15) VALUE ZERO.
001630         05  WS-RH-HASH          PIC 9(15) VALUE ZERO.
001640         05  WS-RH-DLT-CNT       PIC 9(09) VALUE ZERO.
001650         05  WS-RH-DLT-HASH      PIC 9(15) VALUE ZERO.
001655         05  WS-RH-BOOK          PIC X(03) VALUE SPACES.
001660  01  WS-CHKPT-FIGS.
001670         05  WS-CK-SW            PIC X(01) VALUE "N".
001680             88  WS-CK-FOUND               VALUE "Y".
001820                 88  WS-RH-EOF                 VALUE "Y".
001830             10  WS-CK-EOF-SW       PIC X(01)  VALUE "N".
001840                 88  WS-CK-EOF                 VALUE "Y".
001841             10  WS-FORCE-SW        PIC X(01)  VALUE "N".
001842                 88  WS-FORCE-RUN              VALUE "Y".
001843             10  WS-STEPCTL-SW      PIC X(01)  VALUE "Y".
001844                 88  WS-STEP-CONTROLLED        VALUE "Y".
001845                 88  WS-NO-STEP-CONTROL        VALUE "N".
001846             10  WS-STEP-SW         PIC X(01)  VALUE "N".
001847                 88  WS-STEP-STARTED           VALUE "S".
001848                 88  WS-STEP-SKIPPED           VALUE "K".
001849             10  WS-STEP-NEW-SW     PIC X(01)  VALUE "N".
001850                 88  WS-STEP-NEW               VALUE "Y".
001851         05  WS-FILE-STATUSES.
001860             10  WS-FBXTRCT-STATUS  PIC X(02)  VALUE "00".
001870             10  WS-FBXTDLT-STATUS  PIC X(02)  VALUE "00".
001880             10  WS-FBREPT-STATUS   PIC X(02)  VALUE "00".
001890             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001900             10  WS-FBCHKIN-STATUS  PIC X(02)  VALUE "00".
001910             10  WS-FBBALRPT-STATUS PIC X(02)  VALUE "00".
001911             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
001920         05  WS-RUN-STAMP.
001930             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001931*---------------------------------------------------------------*
001932* STEP-CONTROL WORK - SEE 10900-START-STEP / 30900-END-STEP      *
001933*---------------------------------------------------------------*
001934         05  WS-STEP-WORK.
001935             10  WS-STEP-NAME       PIC X(08)  VALUE "FBBALANC".
001936             10  WS-BUS-DATE        PIC 9(08)  VALUE ZERO.
001937             10  WS-STEP-DATE       PIC 9(08)  VALUE ZERO.
001938             10  WS-STEP-TIME       PIC 9(06)  VALUE ZERO.
001939             10  WS-STEP-TIME-RAW   PIC 9(08)  VALUE ZERO.
001940         05  WS-CONTROL-TOTALS.
001950             10  WS-CHECK-CNT         PIC 9(4) COMP  VALUE ZERO.
001960             10  WS-FAIL-CNT          PIC 9(4) COMP  VALUE ZERO.
002060                 15  WS-FIG-SOURCE  PIC X(40).
002070                 15  WS-FIG-VALUE   PIC Z(14)9.
002080                 15  FILLER         PIC X(25) VALUE SPACES.
002082             10  WS-BOOK-LINE.
002084                 15  FILLER         PIC X(40) VALUE "RULE BOOK".
002086                 15  WS-BOOK-LN     PIC X(03).
002088                 15  FILLER         PIC X(37) VALUE SPACES.
002090             10  WS-CHK-LINE.
002100                 15  WS-CHK-LN-TEXT PIC X(44).
002110                 15  FILLER         PIC X(02) VALUE SPACES.
002111                 15  WS-CHK-LN-FLAG PIC X(12).
002112                 15  FILLER         PIC X(22) VALUE SPACES.
002113*---------------------------------------------------------------*
002114* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002115* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002116* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002117*---------------------------------------------------------------*
002118  01  WS-ALERT-WORK.
002119         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002120         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002121             88  WS-ALERT-OPEN                   VALUE "Y".
002122         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002123             88  WS-ALERTS-STOPPED               VALUE "Y".
002124         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002125         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002126         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002127         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002128         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002129         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002130         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002131  LINKAGE SECTION.
002132*-------------------------
002133  01  LK-PARM.
002134         05  LK-PARM-LEN              PIC S9(4) COMP.
002135         05  LK-PARM-DATA.
002136             10  LK-PARM-FORCE        PIC X(1).
002137             10  LK-PARM-STEPCTL      PIC X(1).
002138             10  FILLER               PIC X(58).
002140**-*-*-*-*-*-*-*-*-*-*
002150  PROCEDURE DIVISION USING LK-PARM.
002160**-*-*-*-*-*-*-*-*-*-*
002170*---------------------------------------------------------------*
002180* MAIN-PROCEDURE -- GATHER EVERY FIGURE, CROSS-FOOT, CERTIFY    *
002340                 THRU 26000-CROSS-FOOT-EXIT
002350             PERFORM 30000-END THRU 30000-END-EXIT
002360         END-IF
002361         IF WS-STEP-STARTED
002362             PERFORM 30900-END-STEP THRU 30900-END-STEP-EXIT
002363         END-IF
002366         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002370         .
002380         STOP RUN.
002390**
002400  10000-BEGIN.
002401         DISPLAY "**********"
002402         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002403         PERFORM 10100-RECEIVE-PARM THRU 10100-RECEIVE-PARM-EXIT
002404         IF WS-FILES-FAILED
002405             GO TO 10000-BEGIN-EXIT
002406         END-IF
002407*        ONLY THE STD NIGHTLY IS A STEP OF THE FBSTEPCT CHAIN -
002408*        ANOTHER BOOK'S BALANCE RUN MUST NEITHER SKIP ON NOR MARK
002409*        THE STD STEP RECORD
002410         IF WS-STEP-CONTROLLED
002411             PERFORM 10800-PEEK-EXTRACT-BOOK
002412                 THRU 10800-PEEK-EXTRACT-BOOK-EXIT
002413             IF WS-FF-HDR-BOOK NOT = "STD"
002414                 DISPLAY "FBBALANC0125I RULE BOOK " WS-FF-HDR-BOOK
002415                     " IS NOT A STEP OF THE NIGHTLY CHAIN - RUN"
002416                     " WITHOUT STEP CONTROL"
002417                 SET WS-NO-STEP-CONTROL TO TRUE
002418             END-IF
002419         END-IF
002425         IF WS-STEP-CONTROLLED
002426             PERFORM 10900-START-STEP THRU 10900-START-STEP-EXIT
002427             IF WS-FILES-FAILED
002428                 GO TO 10000-BEGIN-EXIT
002429             END-IF
002430         END-IF
002431         OPEN OUTPUT FBBALRPT-FILE
002440         IF WS-FBBALRPT-STATUS NOT = "00"
002450             STRING "FBBALANC0010E FBBALRPT OPEN FAILED -"
002460                 " STATUS " WS-FBBALRPT-STATUS
002463                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002466             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002470             MOVE 20 TO RETURN-CODE
002480             SET WS-FILES-FAILED TO TRUE
002490             GO TO 10000-BEGIN-EXIT
002650  21000-SCAN-EXTRACT.
002660         OPEN INPUT FBXTRCT-FILE
002670         IF WS-FBXTRCT-STATUS NOT = "00"
002680             STRING "FBBALANC0020E FBXTRCT OPEN FAILED -"
002690                 " STATUS " WS-FBXTRCT-STATUS
002693                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002696             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002700             MOVE 20 TO RETURN-CODE
002710             GO TO 21000-SCAN-EXTRACT-EXIT
002720         END-IF
002970             WHEN "H"
002980                 MOVE WS-XTH-DATE TO WS-FF-HDR-DATE
002990                 MOVE WS-XTH-TIME TO WS-FF-HDR-TIME
002992                 IF WS-XTH-BOOK NOT = SPACES
002994                     MOVE WS-XTH-BOOK TO WS-FF-HDR-BOOK
002996                 END-IF
003000             WHEN "D"
003010                 ADD 1 TO WS-FF-DTL-CNT
003020                 ADD WS-XTD-POSN TO WS-FF-HASH
003050                 MOVE WS-XTT-COUNT TO WS-FF-TRL-CNT
003060                 MOVE WS-XTT-HASH  TO WS-FF-TRL-HASH
003070             WHEN OTHER
003080                 STRING "FBBALANC0030W FBXTRCT UNEXPECTED"
003090                     " RECORD TYPE " WS-XTD-TYPE
003092                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003094                 PERFORM 95000-RAISE-ALERT
003096                     THRU 95000-RAISE-ALERT-EXIT
003100         END-EVALUATE
003110         .
003120  21200-TAKE-EXTRACT-REC-EXIT.
003180  22000-SCAN-DELTA.
003190         OPEN INPUT FBXTDLT-FILE
003200         IF WS-FBXTDLT-STATUS NOT = "00"
003210             STRING "FBBALANC0040E FBXTDLT OPEN FAILED -"
003220                 " STATUS " WS-FBXTDLT-STATUS
003223                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003226             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003230             MOVE 20 TO RETURN-CODE
003240             GO TO 22000-SCAN-DELTA-EXIT
003250         END-IF
003570                 MOVE WS-XTT-COUNT TO WS-DF-TRL-CNT
003580                 MOVE WS-XTT-HASH  TO WS-DF-TRL-HASH
003590             WHEN OTHER
003600                 STRING "FBBALANC0050W FBXTDLT UNEXPECTED"
003610                     " RECORD TYPE " WS-XTD-TYPE
003612                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003614                 PERFORM 95000-RAISE-ALERT
003616                     THRU 95000-RAISE-ALERT-EXIT
003620         END-EVALUATE
003630         .
003640  22200-TAKE-DELTA-REC-EXIT.
003730  23000-SCAN-REPORT.
003740         OPEN INPUT FBREPT-FILE
003750         IF WS-FBREPT-STATUS NOT = "00"
003760             STRING "FBBALANC0060E FBREPT OPEN FAILED -"
003770                 " STATUS " WS-FBREPT-STATUS
003773                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003776             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003780             MOVE 20 TO RETURN-CODE
003790             GO TO 23000-SCAN-REPORT-EXIT
003800         END-IF
004160*---------------------------------------------------------------*
004170* 24000-READ-HISTORY -- KEEP THE NEWEST FBRUNHST RECORD (THE     *
004180*     FILE IS APPENDED IN RUN ORDER, SO THE LAST ONE IS THE      *
004190*     RUN THIS STEP FOLLOWS) OF THE EXTRACT HEADER'S BOOK -      *
004195*     BLANK ON AN OLD RECORD IS STD                              *
004200*---------------------------------------------------------------*
004210  24000-READ-HISTORY.
004220         OPEN INPUT FBRUNHST-FILE
004230         IF WS-FBRUNHST-STATUS NOT = "00"
004240             STRING "FBBALANC0070E FBRUNHST OPEN FAILED -"
004250                 " STATUS " WS-FBRUNHST-STATUS
004253                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004256             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004260             MOVE 20 TO RETURN-CODE
004270             GO TO 24000-READ-HISTORY-EXIT
004280         END-IF
004310             UNTIL WS-RH-EOF
004320         CLOSE FBRUNHST-FILE
004330         IF NOT WS-RH-FOUND
004340             STRING "FBBALANC0080E NO RUN-HISTORY RECORD FOUND"
004345                 " FOR RULE BOOK " WS-FF-HDR-BOOK
004346                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004347             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004350             MOVE 8 TO RETURN-CODE
004360         END-IF
004370         .
004430             AT END
004440                 SET WS-RH-EOF TO TRUE
004450             NOT AT END
004452                 MOVE FBRH-BOOK TO WS-RH-BOOK
004454                 IF WS-RH-BOOK = SPACES
004456                     MOVE "STD" TO WS-RH-BOOK
004458                 END-IF
004460                 IF FBRH-RUN-DATE NUMERIC
004465                     AND WS-RH-BOOK = WS-FF-HDR-BOOK
004470                     SET WS-RH-FOUND TO TRUE
004480                     MOVE FBRH-RUN-DATE     TO WS-RH-RUN-DATE
004490                     MOVE FBRH-RUN-TIME     TO WS-RH-RUN-TIME
004640         OPEN INPUT FBCHKIN-FILE
004650         IF WS-FBCHKIN-STATUS NOT = "00"
004660             AND WS-FBCHKIN-STATUS NOT = "05"
004670             STRING "FBBALANC0090E FBCHKIN OPEN FAILED -"
004680                 " STATUS " WS-FBCHKIN-STATUS
004683                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004686             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004690             MOVE 20 TO RETURN-CODE
004700             GO TO 25000-READ-CHECKPOINT-EXIT
004710         END-IF
004970*     THE NIGHT UNBALANCED.                                      *
004980*---------------------------------------------------------------*
004990  26000-CROSS-FOOT.
004992         MOVE WS-FF-HDR-BOOK TO WS-BOOK-LN
004994         WRITE FBBALRPT-RECORD FROM WS-BOOK-LINE
004996         MOVE SPACES TO FBBALRPT-RECORD
004998         WRITE FBBALRPT-RECORD
005000         MOVE "SOURCE FIGURES" TO FBBALRPT-RECORD
005010         WRITE FBBALRPT-RECORD
005020         MOVE "EXTRACT DETAILS COUNTED" TO WS-FIG-SOURCE
006690  26300-WRITE-FIGURE.
006700         WRITE FBBALRPT-RECORD FROM WS-FIG-LINE
006710         IF WS-FBBALRPT-STATUS NOT = "00"
006720             STRING "FBBALANC0100E FBBALRPT WRITE FAILED -"
006730                 " STATUS " WS-FBBALRPT-STATUS
006733                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006736             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006740             MOVE 20 TO RETURN-CODE
006750         END-IF
006760         .
007140         END-IF
007150         WRITE FBBALRPT-RECORD
007160         DISPLAY "FBBALANC SUMMARY"
007165         DISPLAY "RULE BOOK     = " WS-FF-HDR-BOOK
007170         DISPLAY "CHECKS MADE   = " WS-CHECK-CNT
007180         DISPLAY "CHECKS FAILED = " WS-FAIL-CNT
007190         IF WS-FAIL-CNT > ZERO
007200             STRING "FBBALANC0110E NIGHT DOES NOT BALANCE"
007203                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007206             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007210             IF RETURN-CODE < 8
007220                 MOVE 8 TO RETURN-CODE
007230             END-IF
007240         END-IF
007250         DISPLAY "**********"
007260         CLOSE FBBALRPT-FILE
007261         .
007262  30000-END-EXIT.
007263         EXIT.
007264**
007265*---------------------------------------------------------------*
007266* 10100-RECEIVE-PARM -- FORCE AND STEP-CONTROL BYTES, BOTH      *
007267*     OPTIONAL - NO PARM IS THE NIGHTLY DEFAULT                 *
007268*---------------------------------------------------------------*
007269  10100-RECEIVE-PARM.
007270         IF LK-PARM-LEN > 0
007271             AND LK-PARM-FORCE = "Y"
007272             SET WS-FORCE-RUN TO TRUE
007273         END-IF
007274         IF LK-PARM-LEN > 1
007275             AND LK-PARM-STEPCTL NOT = SPACES
007276             MOVE LK-PARM-STEPCTL TO WS-STEPCTL-SW
007277         END-IF
007278         IF NOT WS-STEP-CONTROLLED
007279             AND NOT WS-NO-STEP-CONTROL
007280             STRING "FBBALANC0120E STEPCTL PARM BYTE NOT Y/N - "
007281                 WS-STEPCTL-SW
007282                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007283             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007284             MOVE 16 TO RETURN-CODE
007285             SET WS-FILES-FAILED TO TRUE
007286         END-IF
007287         .
007288  10100-RECEIVE-PARM-EXIT.
007289         EXIT.
007290**
007291*---------------------------------------------------------------*
007292* 10800-PEEK-EXTRACT-BOOK -- TAKE THE RULE BOOK FROM THE EXTRACT*
007293*     HEADER BEFORE STEP CONTROL.  A FEED THAT CANNOT BE OPENED *
007294*     OR DOES NOT START WITH A HEADER IS LEFT AS STD - 21000-   *
007295*     SCAN-EXTRACT REPORTS IT AND THE STEP ENDS NOT COMPLETE.   *
007296*---------------------------------------------------------------*
007297  10800-PEEK-EXTRACT-BOOK.
007298         OPEN INPUT FBXTRCT-FILE
007299         IF WS-FBXTRCT-STATUS NOT = "00"
007300             GO TO 10800-PEEK-EXTRACT-BOOK-EXIT
007301         END-IF
007302         READ FBXTRCT-FILE
007303             AT END
007304                 CLOSE FBXTRCT-FILE
007305                 GO TO 10800-PEEK-EXTRACT-BOOK-EXIT
007306         END-READ
007307         MOVE FBXTIN-RECORD TO WS-XT-RECORD
007308         IF WS-XTD-TYPE = "H"
007309             AND WS-XTH-BOOK NOT = SPACES
007310             MOVE WS-XTH-BOOK TO WS-FF-HDR-BOOK
007311         END-IF
007312         CLOSE FBXTRCT-FILE
007313         .
007314  10800-PEEK-EXTRACT-BOOK-EXIT.
007315         EXIT.
007316**
007318*---------------------------------------------------------------*
007319* 10900-START-STEP -- NIGHTLY STEP CONTROL.  TAKE THE BUSINESS  *
007320*     DATE FROM THE FBSTEPCT CONTROL RECORD AND READ THE RECORD *
007321*     OF THIS STEP FOR IT.  A STEP ALREADY COMPLETE FOR THE DATE*
007322*     IS SKIPPED - RC 1, NOTHING OPENED - UNLESS PARM FORCE=Y;  *
007323*     OTHERWISE THE RECORD IS MARKED STARTED BEFORE ANY WORK IS *
007324*     DONE.  NO STEP-CONTROL FILE, NO RUN - THE RERUN GUARD IS  *
007325*     NEVER DROPPED SILENTLY.                                   *
007326*---------------------------------------------------------------*
007327  10900-START-STEP.
007328         OPEN I-O FBSTEPCT-FILE
007329         IF WS-FBSTEPCT-STATUS = "35"
007330             OPEN OUTPUT FBSTEPCT-FILE
007331             CLOSE FBSTEPCT-FILE
007332             OPEN I-O FBSTEPCT-FILE
007333         END-IF
007334         IF WS-FBSTEPCT-STATUS NOT = "00"
007335             AND WS-FBSTEPCT-STATUS NOT = "05"
007336             STRING "FBBALANC0130E FBSTEPCT OPEN FAILED -"
007337                 " STATUS " WS-FBSTEPCT-STATUS
007338                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007339             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007340             MOVE 20 TO RETURN-CODE
007341             SET WS-FILES-FAILED TO TRUE
007342             GO TO 10900-START-STEP-EXIT
007343         END-IF
007344         MOVE ZERO       TO FBSCC-BUS-DATE
007345         MOVE "BUSDATE " TO FBSCC-STEP
007346         READ FBSTEPCT-FILE
007347             INVALID KEY
007348                 CONTINUE
007349         END-READ
007350         IF WS-FBSTEPCT-STATUS = "00"
007351             AND FBSCC-CURR-DATE NUMERIC
007352             AND FBSCC-CURR-DATE > ZERO
007353             MOVE FBSCC-CURR-DATE TO WS-BUS-DATE
007354         ELSE
007355             MOVE WS-RUN-DATE     TO WS-BUS-DATE
007356             STRING "FBBALANC0140W NO BUSINESS DATE ON"
007357                 " FBSTEPCT - USING TODAY " WS-RUN-DATE
007358                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007359             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007360         END-IF
007361         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
007362         MOVE WS-STEP-NAME TO FBSC-STEP
007363         MOVE "N"          TO WS-STEP-NEW-SW
007364         READ FBSTEPCT-FILE
007365             INVALID KEY
007366                 SET WS-STEP-NEW TO TRUE
007367         END-READ
007368         IF NOT WS-STEP-NEW
007369             AND WS-FBSTEPCT-STATUS NOT = "00"
007370             STRING "FBBALANC0150E FBSTEPCT READ FAILED -"
007371                 " STATUS " WS-FBSTEPCT-STATUS
007372                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007373             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007375             MOVE 20 TO RETURN-CODE
007376             SET WS-FILES-FAILED TO TRUE
007377             CLOSE FBSTEPCT-FILE
007378             GO TO 10900-START-STEP-EXIT
007379         END-IF
007380         IF NOT WS-STEP-NEW
007381             AND FBSC-COMPLETE
007382             IF NOT WS-FORCE-RUN
007383                 DISPLAY "FBBALANC0160I " WS-STEP-NAME " ALREADY"
007384                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
007385                     " - STEP SKIPPED (FORCE=Y TO RERUN)"
007386                 SET WS-STEP-SKIPPED TO TRUE
007387                 MOVE 1 TO RETURN-CODE
007388                 SET WS-FILES-FAILED TO TRUE
007389                 CLOSE FBSTEPCT-FILE
007390                 GO TO 10900-START-STEP-EXIT
007391             END-IF
007392             DISPLAY "FBBALANC0170I STEP CONTROL OVERRIDDEN BY"
007393                 " PARM FORCE=Y - " WS-STEP-NAME " RERUN FOR"
007394                 " BUSINESS DATE " WS-BUS-DATE
007395         END-IF
007396         IF WS-STEP-NEW
007397             MOVE SPACES       TO FBSC-RECORD
007398             MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
007399             MOVE WS-STEP-NAME TO FBSC-STEP
007400             MOVE ZERO         TO FBSC-RUN-COUNT
007401         END-IF
007402         IF FBSC-RUN-COUNT NOT NUMERIC
007403             MOVE ZERO TO FBSC-RUN-COUNT
007404         END-IF
007405         IF FBSC-RUN-COUNT < 999
007406             ADD 1 TO FBSC-RUN-COUNT
007407         END-IF
007408         ACCEPT WS-STEP-TIME-RAW FROM TIME
007409         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
007410         SET FBSC-STARTED  TO TRUE
007411         MOVE WS-RUN-DATE  TO FBSC-START-DATE
007412         MOVE WS-STEP-TIME TO FBSC-START-TIME
007413         MOVE ZERO         TO FBSC-END-DATE
007414                              FBSC-END-TIME
007415                              FBSC-RETURN-CODE
007416         MOVE WS-FORCE-SW  TO FBSC-FORCED
007417         IF WS-STEP-NEW
007418             WRITE FBSC-RECORD
007419                 INVALID KEY
007420                     CONTINUE
007421             END-WRITE
007422         ELSE
007423             REWRITE FBSC-RECORD
007424                 INVALID KEY
007425                     CONTINUE
007426             END-REWRITE
007427         END-IF
007428         IF WS-FBSTEPCT-STATUS NOT = "00"
007429             STRING "FBBALANC0180E FBSTEPCT WRITE FAILED -"
007430                 " STATUS " WS-FBSTEPCT-STATUS
007440                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007450             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007460             MOVE 20 TO RETURN-CODE
007470             SET WS-FILES-FAILED TO TRUE
007480             CLOSE FBSTEPCT-FILE
007490             GO TO 10900-START-STEP-EXIT
007500         END-IF
007510         CLOSE FBSTEPCT-FILE
007520         SET WS-STEP-STARTED TO TRUE
007530         DISPLAY "FBBALANC0190I " WS-STEP-NAME " STARTED FOR"
007540             " BUSINESS DATE " WS-BUS-DATE
007550             " - RUN " FBSC-RUN-COUNT
007560         .
007570  10900-START-STEP-EXIT.
007580         EXIT.
007590**
007600*---------------------------------------------------------------*
007610* 30900-END-STEP -- MARK THE STEP RECORD FOR THE BUSINESS DATE  *
007620*     - COMPLETE ONLY ON RC 0, THE SAME TEST THAT RELEASES THE  *
007630*     WAREHOUSE TRANSMIT; ANY OTHER RC ENDS IT NOT COMPLETE.    *
007640*     A FAILURE HERE LEAVES THE RECORD STARTED, SO THE NEXT     *
007650*     RUN WILL NOT SKIP - IT IS FLAGGED RC 8 FOR THE OPERATOR.  *
007660*---------------------------------------------------------------*
007670  30900-END-STEP.
007680         OPEN I-O FBSTEPCT-FILE
007690         IF WS-FBSTEPCT-STATUS NOT = "00"
007700             STRING "FBBALANC0200E FBSTEPCT OPEN FAILED AT"
007710                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
007720                 " - STEP LEFT MARKED STARTED"
007730                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007740             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007750             IF RETURN-CODE < 8
007760                 MOVE 8 TO RETURN-CODE
007770             END-IF
007780             GO TO 30900-END-STEP-EXIT
007790         END-IF
007800         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
007810         MOVE WS-STEP-NAME TO FBSC-STEP
007820         READ FBSTEPCT-FILE
007830             INVALID KEY
007840                 CONTINUE
007850         END-READ
007860         IF WS-FBSTEPCT-STATUS NOT = "00"
007870             STRING "FBBALANC0210E FBSTEPCT READ FAILED AT"
007880                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
007890                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007900             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007910             IF RETURN-CODE < 8
007920                 MOVE 8 TO RETURN-CODE
007930             END-IF
007940             CLOSE FBSTEPCT-FILE
007950             GO TO 30900-END-STEP-EXIT
007960         END-IF
007970         ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
007980         ACCEPT WS-STEP-TIME-RAW FROM TIME
007990         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
008000         MOVE WS-STEP-DATE TO FBSC-END-DATE
008010         MOVE WS-STEP-TIME TO FBSC-END-TIME
008020         MOVE RETURN-CODE  TO FBSC-RETURN-CODE
008030         IF FBSC-RETURN-CODE = ZERO
008040             SET FBSC-COMPLETE  TO TRUE
008050         ELSE
008060             SET FBSC-ENDED-BAD TO TRUE
008070         END-IF
008080         REWRITE FBSC-RECORD
008090             INVALID KEY
008100                 CONTINUE
008110         END-REWRITE
008120         IF WS-FBSTEPCT-STATUS NOT = "00"
008130             STRING "FBBALANC0220E FBSTEPCT REWRITE FAILED -"
008140                 " STATUS " WS-FBSTEPCT-STATUS
008150                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008160             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008170             IF RETURN-CODE < 8
008180                 MOVE 8 TO RETURN-CODE
008190             END-IF
008200             CLOSE FBSTEPCT-FILE
008210             GO TO 30900-END-STEP-EXIT
008220         END-IF
008230         CLOSE FBSTEPCT-FILE
008240         IF FBSC-COMPLETE
008250             DISPLAY "FBBALANC0230I " WS-STEP-NAME " COMPLETE FOR"
008260                 " BUSINESS DATE " WS-BUS-DATE
008270         ELSE
008280             DISPLAY "FBBALANC0230I " WS-STEP-NAME " NOT COMPLETE"
008290                 " FOR BUSINESS DATE " WS-BUS-DATE " - RC "
008300                 FBSC-RETURN-CODE " - RERUN WILL NOT SKIP IT"
008310         END-IF
008320         .
008330  30900-END-STEP-EXIT.
008340         EXIT.
008350**
008360*---------------------------------------------------------------*
008370* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
008380*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
008390*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
008400*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
008410*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
008420*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
008430*---------------------------------------------------------------*
008440  95000-RAISE-ALERT.
008450         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
008460             VARYING WS-ALERT-LEN FROM 132 BY -1
008470             UNTIL WS-ALERT-LEN = 1
008480             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
008490         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
008500         IF WS-ALERTS-STOPPED
008510             GO TO 95000-RAISE-ALERT-CLEAR
008520         END-IF
008530         IF NOT WS-ALERT-OPEN
008540             OPEN EXTEND FBALERT-FILE
008550             IF WS-FBALERT-STATUS NOT = "00"
008560                 DISPLAY "FBBALANC0990W FBALERT OPEN FAILED -"
008570                     " STATUS " WS-FBALERT-STATUS
008580                     " - NO ALERTS WRITTEN"
008590                 SET WS-ALERTS-STOPPED TO TRUE
008600                 GO TO 95000-RAISE-ALERT-CLEAR
008610             END-IF
008620             SET WS-ALERT-OPEN TO TRUE
008630         END-IF
008640         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
008650             MOVE SPACES TO WS-ALERT-MSG
008660             STRING "FBBALANC0991W ALERT LIMIT REACHED -"
008670                 " LATER MESSAGES ARE ON SYSOUT ONLY"
008680                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008690             DISPLAY WS-ALERT-MSG(1:72)
008700             SET WS-ALERTS-STOPPED TO TRUE
008710         END-IF
008720         MOVE SPACES TO FBAL-RECORD
008730         MOVE "FBBALANC" TO FBAL-PROGRAM
008740         MOVE 1 TO WS-ALERT-PTR
008750         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
008760             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
008770         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
008780         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
008790         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
008800         ACCEPT WS-ALERT-TIME FROM TIME
008810         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
008820         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
008830         IF WS-BUS-DATE > ZERO
008840             MOVE WS-BUS-DATE TO FBAL-BUS-DATE
008850         END-IF
008860         WRITE FBAL-RECORD
008870         IF WS-FBALERT-STATUS NOT = "00"
008880             DISPLAY "FBBALANC0992W FBALERT WRITE FAILED -"
008890                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
008900             SET WS-ALERTS-STOPPED TO TRUE
008910         ELSE
008920             ADD 1 TO WS-ALERT-CNT
008930         END-IF
008940         .
008950  95000-RAISE-ALERT-CLEAR.
008960         MOVE SPACES TO WS-ALERT-MSG
008970         .
008980  95000-RAISE-ALERT-EXIT.
008990         EXIT.
009000**
009010  95010-ALERT-LENGTH.
009020         CONTINUE
009030         .
009040  95010-ALERT-LENGTH-EXIT.
009050         EXIT.
009060**
009070*---------------------------------------------------------------*
009080* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
009090*---------------------------------------------------------------*
009100  95100-CLOSE-ALERTS.
009110         IF WS-ALERT-OPEN
009120             CLOSE FBALERT-FILE
009130             MOVE "N" TO WS-ALERT-OPEN-SW
009140         END-IF
009150         .
009160  95100-CLOSE-ALERTS-EXIT.
009170         EXIT.
009180**
009190  END PROGRAM FBBALANC.
