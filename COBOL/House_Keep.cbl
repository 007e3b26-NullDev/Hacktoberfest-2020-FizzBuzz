000240** *ARCTRLR + record count + a hash of the archived dates        *
000250** (count only on the 25-byte reject archive - no room for the   *
000260** hash there).                                                  *
000261**                                                               *
000262** PARM layout (2 bytes, both optional):                         *
000263**   1     FORCE   Y = rerun even though the business date is    *
000264**                 already complete on FBSTEPCT (default N)      *
000265**   2     STEPCTL N = no step control, for runs outside the     *
000266**                 nightly chain (default Y)                     *
000270**                                                               *
000280** Modification History                                          *
000290** -------------------------------------------------------------*
000300** 2026-09-02  DPS  New program.                                 *
000301** 2026-10-14  DPS  FBRULAUD, FBAUDOUT and FBAUDARC widened to   *
000302**                  100 bytes with the maker/checker audit       *
000303**                  record.                                      *
000304** 2026-10-14  DPS  Nightly step control - the step is checked   *
000305**                  against the FBSTEPCT step-control file on    *
000306**                  entry (skipped RC 1 when the business date   *
000307**                  is already complete, unless PARM FORCE=Y)    *
000308**                  and marked complete or ended on exit.  New   *
000309**                  optional PARM.                               *
000311** 2026-10-14  DPS  FBRUNHST widened to 530 bytes - the run-     *
000313**                  history record now carries the rule book.    *
000314** 2026-10-14  DPS  E and W messages are also written to the     *
000315**                  shared FBALERT alert file for the morning    *
000316**                  FBALDGST exception digest.                   *
000317******************************************************************
000320  IDENTIFICATION DIVISION.
000330**-*-*-*-*-*-*-*-*-*-*-*-*-
000340  PROGRAM-ID. FBHSKEEP.
000770         SELECT FBREJARC-FILE ASSIGN TO FBREJARC
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS IS WS-FBREJARC-STATUS.
000791         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
000792             ORGANIZATION IS INDEXED
000793             ACCESS MODE IS RANDOM
000794             RECORD KEY IS FBSC-KEY
000795             FILE STATUS IS WS-FBSTEPCT-STATUS.
000796         SELECT FBALERT-FILE ASSIGN TO FBALERT
000797             ORGANIZATION IS SEQUENTIAL
000798             FILE STATUS IS WS-FBALERT-STATUS.
000800  DATA DIVISION.
000810**-*-*-*-*-*-*-*-
000820  FILE SECTION.
000940  FD  FBRUNHST-FILE
000950         RECORDING MODE IS F
000960         LABEL RECORDS ARE STANDARD
000970         RECORD CONTAINS 530 CHARACTERS.
000980  COPY FBRUNREC.
000990  FD  FBRUNOUT-FILE
001000         RECORDING MODE IS F
001010         LABEL RECORDS ARE STANDARD
001020         RECORD CONTAINS 530 CHARACTERS.
001030  01  FBRUNOUT-RECORD            PIC X(530).
001040  FD  FBRUNARC-FILE
001050         RECORDING MODE IS F
001060         LABEL RECORDS ARE STANDARD
001070         RECORD CONTAINS 530 CHARACTERS.
001080  01  FBRUNARC-RECORD            PIC X(530).
001090  FD  FBRULAUD-FILE
001100         RECORDING MODE IS F
001110         LABEL RECORDS ARE STANDARD
001120         RECORD CONTAINS 100 CHARACTERS.
001130  COPY FBRAUREC.
001140  FD  FBAUDOUT-FILE
001150         RECORDING MODE IS F
001160         LABEL RECORDS ARE STANDARD
001170         RECORD CONTAINS 100 CHARACTERS.
001180  01  FBAUDOUT-RECORD            PIC X(100).
001190  FD  FBAUDARC-FILE
001200         RECORDING MODE IS F
001210         LABEL RECORDS ARE STANDARD
001220         RECORD CONTAINS 100 CHARACTERS.
001230  01  FBAUDARC-RECORD            PIC X(100).
001240  FD  FBREJECT-FILE
001250         RECORDING MODE IS F
001260         LABEL RECORDS ARE STANDARD
001360         LABEL RECORDS ARE STANDARD
001370         RECORD CONTAINS 25 CHARACTERS.
001380  01  FBREJARC-RECORD            PIC X(25).
001381  FD  FBSTEPCT-FILE
001382         RECORD CONTAINS 80 CHARACTERS.
001383  COPY FBSCREC.
001384  FD  FBALERT-FILE
001385         RECORDING MODE IS F
001386         LABEL RECORDS ARE STANDARD
001387         RECORD CONTAINS 150 CHARACTERS.
001388  COPY FBALREC.
001390  WORKING-STORAGE SECTION.
001400*-------------------------
001410*---------------------------------------------------------------*
001640                 88  WS-REC-EXPIRED            VALUE "Y".
001650             10  WS-ARCFAIL-SW      PIC X(01)  VALUE "N".
001660                 88  WS-ARC-FAILED             VALUE "Y".
001661             10  WS-FORCE-SW        PIC X(01)  VALUE "N".
001662                 88  WS-FORCE-RUN              VALUE "Y".
001663             10  WS-STEPCTL-SW      PIC X(01)  VALUE "Y".
001664                 88  WS-STEP-CONTROLLED        VALUE "Y".
001665                 88  WS-NO-STEP-CONTROL        VALUE "N".
001666             10  WS-STEP-SW         PIC X(01)  VALUE "N".
001667                 88  WS-STEP-STARTED           VALUE "S".
001668                 88  WS-STEP-SKIPPED           VALUE "K".
001669             10  WS-STEP-NEW-SW     PIC X(01)  VALUE "N".
001670                 88  WS-STEP-NEW               VALUE "Y".
001671         05  WS-FILE-STATUSES.
001680             10  WS-FBHSKCRD-STATUS PIC X(02)  VALUE "00".
001690             10  WS-FBHSKRPT-STATUS PIC X(02)  VALUE "00".
001700             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001760             10  WS-FBREJECT-STATUS PIC X(02)  VALUE "00".
001770             10  WS-FBREJOUT-STATUS PIC X(02)  VALUE "00".
001780             10  WS-FBREJARC-STATUS PIC X(02)  VALUE "00".
001781             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
001790         05  WS-RUN-STAMP.
001800             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001810             10  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001820                 15  WS-RD-YEAR     PIC 9(04).
001830                 15  WS-RD-MONTH    PIC 9(02).
001840                 15  WS-RD-DAY      PIC 9(02).
001841*---------------------------------------------------------------*
001842* STEP-CONTROL WORK - SEE 10900-START-STEP / 30900-END-STEP      *
001843*---------------------------------------------------------------*
001844         05  WS-STEP-WORK.
001845             10  WS-STEP-NAME       PIC X(08)  VALUE "FBHSKEEP".
001846             10  WS-BUS-DATE        PIC 9(08)  VALUE ZERO.
001847             10  WS-STEP-DATE       PIC 9(08)  VALUE ZERO.
001848             10  WS-STEP-TIME       PIC 9(06)  VALUE ZERO.
001849             10  WS-STEP-TIME-RAW   PIC 9(08)  VALUE ZERO.
001850         05  WS-CUTOFF-WORK.
001860             10  WS-RET-MONTHS      PIC 9(03)      VALUE ZERO.
001870             10  WS-TOT-MONTHS      PIC S9(08) COMP VALUE ZERO.
002420                     "  TRAILER COUNT ".
002430                 15  WS-MAN2-COUNT  PIC 9(09).
002440                 15  FILLER         PIC X(06) VALUE " HASH ".
002441                 15  WS-MAN2-HASH   PIC 9(15).
002442                 15  FILLER         PIC X(10) VALUE SPACES.
002443*---------------------------------------------------------------*
002444* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002445* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002446* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002447*---------------------------------------------------------------*
002448  01  WS-ALERT-WORK.
002449         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002450         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002451             88  WS-ALERT-OPEN                   VALUE "Y".
002452         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002453             88  WS-ALERTS-STOPPED               VALUE "Y".
002454         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002455         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002456         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002457         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002458         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002459         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002460         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002461  LINKAGE SECTION.
002462*-------------------------
002463  01  LK-PARM.
002464         05  LK-PARM-LEN              PIC S9(4) COMP.
002465         05  LK-PARM-DATA.
002466             10  LK-PARM-FORCE        PIC X(1).
002467             10  LK-PARM-STEPCTL      PIC X(1).
002468             10  FILLER               PIC X(58).
002470**-*-*-*-*-*-*-*-*-*-*
002480  PROCEDURE DIVISION USING LK-PARM.
002490**-*-*-*-*-*-*-*-*-*-*
002500*---------------------------------------------------------------*
002510* MAIN-PROCEDURE -- INIT, DRIVE THE CARDS, WRAP UP              *
002580                 UNTIL WS-CARD-EOF
002590             PERFORM 30000-END THRU 30000-END-EXIT
002600         END-IF
002601         IF WS-STEP-STARTED
002602             PERFORM 30900-END-STEP THRU 30900-END-STEP-EXIT
002603         END-IF
002606         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002610         .
002620         STOP RUN.
002630**
002640  10000-BEGIN.
002650         DISPLAY "**********"
002660         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002661         PERFORM 10100-RECEIVE-PARM THRU 10100-RECEIVE-PARM-EXIT
002662         IF WS-FILES-FAILED
002663             GO TO 10000-BEGIN-EXIT
002664         END-IF
002665         IF WS-STEP-CONTROLLED
002666             PERFORM 10900-START-STEP THRU 10900-START-STEP-EXIT
002667             IF WS-FILES-FAILED
002668                 GO TO 10000-BEGIN-EXIT
002669             END-IF
002670         END-IF
002671         OPEN OUTPUT FBHSKRPT-FILE
002680         IF WS-FBHSKRPT-STATUS NOT = "00"
002690             STRING "FBHSKEEP0010E FBHSKRPT OPEN FAILED -"
002700                 " STATUS " WS-FBHSKRPT-STATUS
002703                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002706             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002710             MOVE 20 TO RETURN-CODE
002720             SET WS-FILES-FAILED TO TRUE
002730             GO TO 10000-BEGIN-EXIT
002740         END-IF
002750         OPEN INPUT FBHSKCRD-FILE
002760         IF WS-FBHSKCRD-STATUS NOT = "00"
002770             STRING "FBHSKEEP0020E FBHSKCRD OPEN FAILED -"
002780                 " STATUS " WS-FBHSKCRD-STATUS
002783                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002786             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002790             MOVE 20 TO RETURN-CODE
002800             SET WS-FILES-FAILED TO TRUE
002810             CLOSE FBHSKRPT-FILE
002990         ADD 1 TO WS-CARD-COUNT
003000         IF WS-CARD-MONTHS NOT NUMERIC
003010             OR WS-CARD-MONTHS-N = ZERO
003020             STRING "FBHSKEEP0030E MONTHS NOT NUMERIC OR ZERO - "
003030                 WS-CARD-DSN " " WS-CARD-MONTHS
003033                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003036             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003040             ADD 1 TO WS-ERROR-COUNT
003050             GO TO 20000-PROCESS-CARD-READ
003060         END-IF
003240                 PERFORM 23000-PURGE-REJECT
003250                     THRU 23000-PURGE-REJECT-EXIT
003260             WHEN OTHER
003270                 STRING "FBHSKEEP0040E UNKNOWN DATASET - "
003280                     WS-CARD-DSN
003282                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003284                 PERFORM 95000-RAISE-ALERT
003286                     THRU 95000-RAISE-ALERT-EXIT
003290                 ADD 1 TO WS-ERROR-COUNT
003300         END-EVALUATE
003310         .
003620         IF WS-FBRUNHST-STATUS NOT = "00"
003630             OR WS-FBRUNOUT-STATUS NOT = "00"
003640             OR WS-FBRUNARC-STATUS NOT = "00"
003650             STRING "FBHSKEEP0050E RUNHST OPEN FAILED - STATUS "
003660                 WS-FBRUNHST-STATUS " " WS-FBRUNOUT-STATUS
003670                 " " WS-FBRUNARC-STATUS
003673                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003676             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003680             MOVE 20 TO RETURN-CODE
003690             ADD 1 TO WS-ERROR-COUNT
003700             GO TO 21000-PURGE-RUNHST-CLOSE
003760         MOVE WS-ARC-HASH TO WS-AT-HASH
003770         WRITE FBRUNARC-RECORD FROM WS-ARC-TRAILER
003780         IF WS-FBRUNARC-STATUS NOT = "00"
003790             STRING "FBHSKEEP0060E RUNHST ARCHIVE TRAILER WRITE"
003800                 " FAILED - STATUS " WS-FBRUNARC-STATUS
003803                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003806             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003810             MOVE 20 TO RETURN-CODE
003820         END-IF
003830         PERFORM 25000-WRITE-MANIFEST
004160         END-IF
004170         WRITE FBRUNOUT-RECORD FROM FBRH-RECORD
004180         IF WS-FBRUNOUT-STATUS NOT = "00"
004190             STRING "FBHSKEEP0070E RUNHST LIVE WRITE FAILED -"
004200                 " STATUS " WS-FBRUNOUT-STATUS
004203                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004206             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004210             MOVE 20 TO RETURN-CODE
004220         END-IF
004230         ADD 1 TO WS-KEPT-CNT
004360         IF WS-FBRULAUD-STATUS NOT = "00"
004370             OR WS-FBAUDOUT-STATUS NOT = "00"
004380             OR WS-FBAUDARC-STATUS NOT = "00"
004390             STRING "FBHSKEEP0080E RULAUD OPEN FAILED - STATUS "
004400                 WS-FBRULAUD-STATUS " " WS-FBAUDOUT-STATUS
004410                 " " WS-FBAUDARC-STATUS
004413                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004416             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004420             MOVE 20 TO RETURN-CODE
004430             ADD 1 TO WS-ERROR-COUNT
004440             GO TO 22000-PURGE-RULAUD-CLOSE
004500         MOVE WS-ARC-HASH TO WS-AT-HASH
004510         WRITE FBAUDARC-RECORD FROM WS-ARC-TRAILER
004520         IF WS-FBAUDARC-STATUS NOT = "00"
004530             STRING "FBHSKEEP0090E RULAUD ARCHIVE TRAILER WRITE"
004540                 " FAILED - STATUS " WS-FBAUDARC-STATUS
004543                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004546             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004550             MOVE 20 TO RETURN-CODE
004560         END-IF
004570         PERFORM 25000-WRITE-MANIFEST
004900         END-IF
004910         WRITE FBAUDOUT-RECORD FROM FBRA-RECORD
004920         IF WS-FBAUDOUT-STATUS NOT = "00"
004930             STRING "FBHSKEEP0100E RULAUD LIVE WRITE FAILED -"
004940                 " STATUS " WS-FBAUDOUT-STATUS
004943                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004946             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004950             MOVE 20 TO RETURN-CODE
004960         END-IF
004970         ADD 1 TO WS-KEPT-CNT
005120         IF WS-FBREJECT-STATUS NOT = "00"
005130             OR WS-FBREJOUT-STATUS NOT = "00"
005140             OR WS-FBREJARC-STATUS NOT = "00"
005150             STRING "FBHSKEEP0110E REJECT OPEN FAILED - STATUS "
005160                 WS-FBREJECT-STATUS " " WS-FBREJOUT-STATUS
005170                 " " WS-FBREJARC-STATUS
005173                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005176             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005180             MOVE 20 TO RETURN-CODE
005190             ADD 1 TO WS-ERROR-COUNT
005200             GO TO 23000-PURGE-REJECT-CLOSE
005250         MOVE WS-ARCH-CNT TO WS-RT-COUNT
005260         WRITE FBREJARC-RECORD FROM WS-REJ-TRAILER
005270         IF WS-FBREJARC-STATUS NOT = "00"
005280             STRING "FBHSKEEP0120E REJECT ARCHIVE TRAILER WRITE"
005290                 " FAILED - STATUS " WS-FBREJARC-STATUS
005293                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005296             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005300             MOVE 20 TO RETURN-CODE
005310         END-IF
005320         PERFORM 25000-WRITE-MANIFEST
005650         END-IF
005660         WRITE FBREJOUT-RECORD FROM FBRJ-RECORD
005670         IF WS-FBREJOUT-STATUS NOT = "00"
005680             STRING "FBHSKEEP0130E REJECT LIVE WRITE FAILED -"
005690                 " STATUS " WS-FBREJOUT-STATUS
005693                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005696             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005700             MOVE 20 TO RETURN-CODE
005710         END-IF
005720         ADD 1 TO WS-KEPT-CNT
006010         MOVE WS-FAIL-CNT    TO WS-MAN-FAIL
006020         WRITE FBHSKRPT-RECORD FROM WS-MAN-LINE
006030         IF WS-FBHSKRPT-STATUS NOT = "00"
006040             STRING "FBHSKEEP0140E FBHSKRPT WRITE FAILED -"
006050                 " STATUS " WS-FBHSKRPT-STATUS
006053                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006056             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006060             MOVE 20 TO RETURN-CODE
006070         END-IF
006080         ADD WS-ARCH-CNT TO WS-TOT-ARCH-CNT
006090         ADD WS-FAIL-CNT TO WS-TOT-FAIL-CNT
006100         IF WS-BAD-DATE-CNT > ZERO
006105             MOVE WS-BAD-DATE-CNT TO WS-ALERT-NUM
006110             STRING "FBHSKEEP0150W " WS-CARD-DSN " - "
006120                 WS-ALERT-NUM " RECORDS WITH UNREADABLE"
006130                 " DATES KEPT, NOT PURGED"
006133                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006136             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006140             IF RETURN-CODE < 4
006150                 MOVE 4 TO RETURN-CODE
006160             END-IF
006360         DISPLAY "RECORDS ARCHIVED  = " WS-TOT-ARCH-CNT
006370         DISPLAY "ARCHIVE FAILURES  = " WS-TOT-FAIL-CNT
006380         IF WS-ARC-FAILED
006390             STRING "FBHSKEEP0160E ARCHIVE WRITES FAILED -"
006400                 " AFFECTED RECORDS WERE KEPT, NOT PURGED -"
006410                 " DO NOT SWAP THE LIVE FILES IN"
006413                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006416             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006420             IF RETURN-CODE < 8
006430                 MOVE 8 TO RETURN-CODE
006440             END-IF
006700         .
006710  40000-COMPUTE-CUTOFF-EXIT.
006720         EXIT.
006721**
006722*---------------------------------------------------------------*
006723* 10100-RECEIVE-PARM -- FORCE AND STEP-CONTROL BYTES, BOTH      *
006724*     OPTIONAL - NO PARM IS THE NIGHTLY DEFAULT                 *
006725*---------------------------------------------------------------*
006726  10100-RECEIVE-PARM.
006727         IF LK-PARM-LEN > 0
006728             AND LK-PARM-FORCE = "Y"
006729             SET WS-FORCE-RUN TO TRUE
006730         END-IF
006731         IF LK-PARM-LEN > 1
006732             AND LK-PARM-STEPCTL NOT = SPACES
006733             MOVE LK-PARM-STEPCTL TO WS-STEPCTL-SW
006734         END-IF
006735         IF NOT WS-STEP-CONTROLLED
006736             AND NOT WS-NO-STEP-CONTROL
006737             STRING "FBHSKEEP0170E STEPCTL PARM BYTE NOT Y/N - "
006738                 WS-STEPCTL-SW
006739                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006740             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006741             MOVE 16 TO RETURN-CODE
006742             SET WS-FILES-FAILED TO TRUE
006743         END-IF
006744         .
006745  10100-RECEIVE-PARM-EXIT.
006746         EXIT.
006747**
006748*---------------------------------------------------------------*
006749* 10900-START-STEP -- NIGHTLY STEP CONTROL.  TAKE THE BUSINESS  *
006750*     DATE FROM THE FBSTEPCT CONTROL RECORD AND READ THE RECORD *
006751*     OF THIS STEP FOR IT.  A STEP ALREADY COMPLETE FOR THE DATE*
006752*     IS SKIPPED - RC 1, NOTHING OPENED - UNLESS PARM FORCE=Y;  *
006753*     OTHERWISE THE RECORD IS MARKED STARTED BEFORE ANY WORK IS *
006754*     DONE.  NO STEP-CONTROL FILE, NO RUN - THE RERUN GUARD IS  *
006755*     NEVER DROPPED SILENTLY.                                   *
006756*---------------------------------------------------------------*
006757  10900-START-STEP.
006758         OPEN I-O FBSTEPCT-FILE
006759         IF WS-FBSTEPCT-STATUS = "35"
006760             OPEN OUTPUT FBSTEPCT-FILE
006761             CLOSE FBSTEPCT-FILE
006762             OPEN I-O FBSTEPCT-FILE
006763         END-IF
006764         IF WS-FBSTEPCT-STATUS NOT = "00"
006765             AND WS-FBSTEPCT-STATUS NOT = "05"
006766             STRING "FBHSKEEP0180E FBSTEPCT OPEN FAILED -"
006767                 " STATUS " WS-FBSTEPCT-STATUS
006768                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006769             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006770             MOVE 20 TO RETURN-CODE
006771             SET WS-FILES-FAILED TO TRUE
006772             GO TO 10900-START-STEP-EXIT
006773         END-IF
006774         MOVE ZERO       TO FBSCC-BUS-DATE
006775         MOVE "BUSDATE " TO FBSCC-STEP
006776         READ FBSTEPCT-FILE
006777             INVALID KEY
006778                 CONTINUE
006779         END-READ
006780         IF WS-FBSTEPCT-STATUS = "00"
006781             AND FBSCC-CURR-DATE NUMERIC
006782             AND FBSCC-CURR-DATE > ZERO
006783             MOVE FBSCC-CURR-DATE TO WS-BUS-DATE
006784         ELSE
006785             MOVE WS-RUN-DATE     TO WS-BUS-DATE
006786             STRING "FBHSKEEP0190W NO BUSINESS DATE ON"
006787                 " FBSTEPCT - USING TODAY " WS-RUN-DATE
006788                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006789             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006790         END-IF
006791         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
006792         MOVE WS-STEP-NAME TO FBSC-STEP
006793         MOVE "N"          TO WS-STEP-NEW-SW
006794         READ FBSTEPCT-FILE
006795             INVALID KEY
006796                 SET WS-STEP-NEW TO TRUE
006797         END-READ
006798         IF NOT WS-STEP-NEW
006799             AND WS-FBSTEPCT-STATUS NOT = "00"
006800             STRING "FBHSKEEP0200E FBSTEPCT READ FAILED -"
006801                 " STATUS " WS-FBSTEPCT-STATUS
006802                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006803             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006805             MOVE 20 TO RETURN-CODE
006806             SET WS-FILES-FAILED TO TRUE
006807             CLOSE FBSTEPCT-FILE
006808             GO TO 10900-START-STEP-EXIT
006809         END-IF
006810         IF NOT WS-STEP-NEW
006811             AND FBSC-COMPLETE
006812             IF NOT WS-FORCE-RUN
006813                 DISPLAY "FBHSKEEP0210I " WS-STEP-NAME " ALREADY"
006814                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
006815                     " - STEP SKIPPED (FORCE=Y TO RERUN)"
006816                 SET WS-STEP-SKIPPED TO TRUE
006817                 MOVE 1 TO RETURN-CODE
006818                 SET WS-FILES-FAILED TO TRUE
006819                 CLOSE FBSTEPCT-FILE
006820                 GO TO 10900-START-STEP-EXIT
006821             END-IF
006822             DISPLAY "FBHSKEEP0220I STEP CONTROL OVERRIDDEN BY"
006823                 " PARM FORCE=Y - " WS-STEP-NAME " RERUN FOR"
006824                 " BUSINESS DATE " WS-BUS-DATE
006825         END-IF
006826         IF WS-STEP-NEW
006827             MOVE SPACES       TO FBSC-RECORD
006828             MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
006829             MOVE WS-STEP-NAME TO FBSC-STEP
006830             MOVE ZERO         TO FBSC-RUN-COUNT
006831         END-IF
006832         IF FBSC-RUN-COUNT NOT NUMERIC
006833             MOVE ZERO TO FBSC-RUN-COUNT
006834         END-IF
006835         IF FBSC-RUN-COUNT < 999
006836             ADD 1 TO FBSC-RUN-COUNT
006837         END-IF
006838         ACCEPT WS-STEP-TIME-RAW FROM TIME
006839         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
006840         SET FBSC-STARTED  TO TRUE
006841         MOVE WS-RUN-DATE  TO FBSC-START-DATE
006842         MOVE WS-STEP-TIME TO FBSC-START-TIME
006843         MOVE ZERO         TO FBSC-END-DATE
006844                              FBSC-END-TIME
006845                              FBSC-RETURN-CODE
006846         MOVE WS-FORCE-SW  TO FBSC-FORCED
006847         IF WS-STEP-NEW
006848             WRITE FBSC-RECORD
006849                 INVALID KEY
006850                     CONTINUE
006851             END-WRITE
006852         ELSE
006853             REWRITE FBSC-RECORD
006854                 INVALID KEY
006855                     CONTINUE
006856             END-REWRITE
006857         END-IF
006858         IF WS-FBSTEPCT-STATUS NOT = "00"
006859             STRING "FBHSKEEP0230E FBSTEPCT WRITE FAILED -"
006860                 " STATUS " WS-FBSTEPCT-STATUS
006870                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006880             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006890             MOVE 20 TO RETURN-CODE
006900             SET WS-FILES-FAILED TO TRUE
006910             CLOSE FBSTEPCT-FILE
006920             GO TO 10900-START-STEP-EXIT
006930         END-IF
006940         CLOSE FBSTEPCT-FILE
006950         SET WS-STEP-STARTED TO TRUE
006960         DISPLAY "FBHSKEEP0240I " WS-STEP-NAME " STARTED FOR"
006970             " BUSINESS DATE " WS-BUS-DATE
006980             " - RUN " FBSC-RUN-COUNT
006990         .
007000  10900-START-STEP-EXIT.
007010         EXIT.
007020**
007030*---------------------------------------------------------------*
007040* 30900-END-STEP -- MARK THE STEP RECORD FOR THE BUSINESS DATE  *
007050*     - COMPLETE ON RC 4 OR BETTER, THE SAME TEST THAT LETS THE *
007060*     SWAP STEPS PUT THE REWRITTEN FILES IN SERVICE; RC 8 OR    *
007070*     WORSE ENDS IT NOT COMPLETE.                               *
007080*     A FAILURE HERE LEAVES THE RECORD STARTED, SO THE NEXT     *
007090*     RUN WILL NOT SKIP - IT IS FLAGGED RC 8 FOR THE OPERATOR.  *
007100*---------------------------------------------------------------*
007110  30900-END-STEP.
007120         OPEN I-O FBSTEPCT-FILE
007130         IF WS-FBSTEPCT-STATUS NOT = "00"
007140             STRING "FBHSKEEP0250E FBSTEPCT OPEN FAILED AT"
007150                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
007160                 " - STEP LEFT MARKED STARTED"
007170                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007180             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007190             IF RETURN-CODE < 8
007200                 MOVE 8 TO RETURN-CODE
007210             END-IF
007220             GO TO 30900-END-STEP-EXIT
007230         END-IF
007240         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
007250         MOVE WS-STEP-NAME TO FBSC-STEP
007260         READ FBSTEPCT-FILE
007270             INVALID KEY
007280                 CONTINUE
007290         END-READ
007300         IF WS-FBSTEPCT-STATUS NOT = "00"
007310             STRING "FBHSKEEP0260E FBSTEPCT READ FAILED AT"
007320                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
007330                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007340             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007350             IF RETURN-CODE < 8
007360                 MOVE 8 TO RETURN-CODE
007370             END-IF
007380             CLOSE FBSTEPCT-FILE
007390             GO TO 30900-END-STEP-EXIT
007400         END-IF
007410         ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
007420         ACCEPT WS-STEP-TIME-RAW FROM TIME
007430         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
007440         MOVE WS-STEP-DATE TO FBSC-END-DATE
007450         MOVE WS-STEP-TIME TO FBSC-END-TIME
007460         MOVE RETURN-CODE  TO FBSC-RETURN-CODE
007470         IF FBSC-RETURN-CODE NOT > 4
007480             SET FBSC-COMPLETE  TO TRUE
007490         ELSE
007500             SET FBSC-ENDED-BAD TO TRUE
007510         END-IF
007520         REWRITE FBSC-RECORD
007530             INVALID KEY
007540                 CONTINUE
007550         END-REWRITE
007560         IF WS-FBSTEPCT-STATUS NOT = "00"
007570             STRING "FBHSKEEP0270E FBSTEPCT REWRITE FAILED -"
007580                 " STATUS " WS-FBSTEPCT-STATUS
007590                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007600             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007610             IF RETURN-CODE < 8
007620                 MOVE 8 TO RETURN-CODE
007630             END-IF
007640             CLOSE FBSTEPCT-FILE
007650             GO TO 30900-END-STEP-EXIT
007660         END-IF
007670         CLOSE FBSTEPCT-FILE
007680         IF FBSC-COMPLETE
007690             DISPLAY "FBHSKEEP0280I " WS-STEP-NAME " COMPLETE FOR"
007700                 " BUSINESS DATE " WS-BUS-DATE
007710         ELSE
007720             DISPLAY "FBHSKEEP0280I " WS-STEP-NAME " NOT COMPLETE"
007730                 " FOR BUSINESS DATE " WS-BUS-DATE " - RC "
007740                 FBSC-RETURN-CODE " - RERUN WILL NOT SKIP IT"
007750         END-IF
007760         .
007770  30900-END-STEP-EXIT.
007780         EXIT.
007790**
007800*---------------------------------------------------------------*
007810* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
007820*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
007830*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
007840*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
007850*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
007860*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
007870*---------------------------------------------------------------*
007880  95000-RAISE-ALERT.
007890         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
007900             VARYING WS-ALERT-LEN FROM 132 BY -1
007910             UNTIL WS-ALERT-LEN = 1
007920             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
007930         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
007940         IF WS-ALERTS-STOPPED
007950             GO TO 95000-RAISE-ALERT-CLEAR
007960         END-IF
007970         IF NOT WS-ALERT-OPEN
007980             OPEN EXTEND FBALERT-FILE
007990             IF WS-FBALERT-STATUS NOT = "00"
008000                 DISPLAY "FBHSKEEP0990W FBALERT OPEN FAILED -"
008010                     " STATUS " WS-FBALERT-STATUS
008020                     " - NO ALERTS WRITTEN"
008030                 SET WS-ALERTS-STOPPED TO TRUE
008040                 GO TO 95000-RAISE-ALERT-CLEAR
008050             END-IF
008060             SET WS-ALERT-OPEN TO TRUE
008070         END-IF
008080         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
008090             MOVE SPACES TO WS-ALERT-MSG
008100             STRING "FBHSKEEP0991W ALERT LIMIT REACHED -"
008110                 " LATER MESSAGES ARE ON SYSOUT ONLY"
008120                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008130             DISPLAY WS-ALERT-MSG(1:72)
008140             SET WS-ALERTS-STOPPED TO TRUE
008150         END-IF
008160         MOVE SPACES TO FBAL-RECORD
008170         MOVE "FBHSKEEP" TO FBAL-PROGRAM
008180         MOVE 1 TO WS-ALERT-PTR
008190         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
008200             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
008210         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
008220         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
008230         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
008240         ACCEPT WS-ALERT-TIME FROM TIME
008250         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
008260         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
008270         IF WS-BUS-DATE > ZERO
008280             MOVE WS-BUS-DATE TO FBAL-BUS-DATE
008290         END-IF
008300         WRITE FBAL-RECORD
008310         IF WS-FBALERT-STATUS NOT = "00"
008320             DISPLAY "FBHSKEEP0992W FBALERT WRITE FAILED -"
008330                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
008340             SET WS-ALERTS-STOPPED TO TRUE
008350         ELSE
008360             ADD 1 TO WS-ALERT-CNT
008370         END-IF
008380         .
008390  95000-RAISE-ALERT-CLEAR.
008400         MOVE SPACES TO WS-ALERT-MSG
008410         .
008420  95000-RAISE-ALERT-EXIT.
008430         EXIT.
008440**
008450  95010-ALERT-LENGTH.
008460         CONTINUE
008470         .
008480  95010-ALERT-LENGTH-EXIT.
008490         EXIT.
008500**
008510*---------------------------------------------------------------*
008520* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
008530*---------------------------------------------------------------*
008540  95100-CLOSE-ALERTS.
008550         IF WS-ALERT-OPEN
008560             CLOSE FBALERT-FILE
008570             MOVE "N" TO WS-ALERT-OPEN-SW
008580         END-IF
008590         .
008600  95100-CLOSE-ALERTS-EXIT.
008610         EXIT.
008620**
008630  END PROGRAM FBHSKEEP.
