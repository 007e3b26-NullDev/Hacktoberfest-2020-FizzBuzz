000010*----------------------------------------------------------------*
000020* FBALREC -- EXCEPTION ALERT RECORD (SEQUENTIAL, LRECL 150)      *
000030*                                                                *
000040* EVERY BATCH PROGRAM APPENDS ONE RECORD HERE (DISP=MOD) FOR     *
000050* EACH ERROR OR WARNING MESSAGE IT DISPLAYS - THE SAME MESSAGE   *
000060* ID AND TEXT AS ON SYSOUT, FROM ITS 95000-RAISE-ALERT           *
000070* PARAGRAPH - SO ONE FILE HOLDS EVERYTHING THAT WENT WRONG       *
000080* OVERNIGHT.  THE FBALDGST MORNING DIGEST READS IT SORTED ON     *
000090* RUN DATE AND TIME.  THE FIZZPAR SLICE JOBS RUN IN PARALLEL     *
000100* AND SO WRITE THEIR OWN S01-S04 COPIES, CONCATENATED INTO THE   *
000110* DIGEST SORT.                                                   *
000120*                                                                *
000130* FBAL-SEVERITY IS THE LAST CHARACTER OF THE MESSAGE ID:         *
000140*         E = ERROR, W = WARNING, I = INFORMATION                *
000150* FBAL-BUS-DATE IS THE NIGHTLY BUSINESS DATE WHERE THE PROGRAM   *
000160* IS A STEP OF THE CHAIN AND KNOWS IT, OTHERWISE THE RUN DATE.   *
000170*                                                                *
000180* FBALDGST ITSELF WRITES AN FBALDGST0100I RECORD EACH TIME IT    *
000190* CLOSES A DIGEST PERIOD - THE "NIGHTS" ITS OPEN-SINCE COUNTS    *
000200* ARE MEASURED IN.                                               *
000210*                                                                *
000220* SORT FIELDS: RUN DATE + TIME = (34,14,CH,A).                   *
000230*----------------------------------------------------------------*
000240  01  FBAL-RECORD.
000250         05  FBAL-PROGRAM        PIC X(08).
000260         05  FBAL-MSG-ID         PIC X(16).
000270         05  FBAL-SEVERITY       PIC X(01).
000280             88  FBAL-ERROR                VALUE "E".
000290             88  FBAL-WARNING              VALUE "W".
000300             88  FBAL-INFO                 VALUE "I".
000310         05  FBAL-BUS-DATE       PIC 9(08).
000320         05  FBAL-RUN-DATE       PIC 9(08).
000330         05  FBAL-RUN-TIME       PIC 9(06).
000340         05  FBAL-TEXT           PIC X(90).
000350         05  FILLER              PIC X(13).
