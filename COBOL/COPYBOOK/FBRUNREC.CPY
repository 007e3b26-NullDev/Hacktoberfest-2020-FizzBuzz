000010*----------------------------------------------------------------*
000020* FBRUNREC -- FIZZBUZZ RUN-HISTORY RECORD (LRECL 530)            *
000030*                                                                *
000040* ONE RECORD PER NIGHTLY RUN, APPENDED TO THE CUMULATIVE         *
000050* FBRUNHST FILE BY 30150-WRITE-RUN-HISTORY IN FIZZBUZZ AFTER     *
000270* C (CONFIRMED) OR D (DISCREPANT) IN PLACE BY FBFEDACK, WITH     *
000280* THE ACK PROCESSING DATE - THE ONLY PROGRAM THAT REWRITES       *
000290* THIS OTHERWISE APPEND-ONLY FILE.                               *
000291*                                                                *
000292* FBRH-END-TIME, FBRH-ELAPSED-SECS AND FBRH-RATE-PER-MIN ARE THE *
000293* STEP TIMING SET BY FIZZBUZZ AS THE RECORD IS WRITTEN - THE     *
000294* FINAL FIGURES OF THE FBSTATUS HEARTBEAT - AND ARE TRENDED BY   *
000295* THE FBWINFCT BATCH-WINDOW FORECAST.  THEY OCCUPY WHAT WAS THE  *
000296* TRAILING FILLER, SO RECORDS WRITTEN BEFORE THEY EXISTED (AND   *
000297* THE UNTIMED FBRSLOAD MODE=P RECORDS) CARRY SPACES THERE -      *
000298* READERS TEST THEM NUMERIC BEFORE USE.                          *
000299*                                                                *
000301* FBRH-BOOK IS THE RULE BOOK THE RUN CLASSIFIED UNDER, SO        *
000302* FBRNHIST, FBBALANC AND THE WAREHOUSE KEEP EACH CLIENT APART.   *
000303* RECORDS WRITTEN BEFORE IT WAS ADDED ARE PADDED FROM 520 TO     *
000304* 530 BYTES AT CONVERSION (THE CNVBOOK STEP IN THE FBHSKEEP      *
000305* JOB) AND CARRY SPACES THERE - READERS TAKE SPACES AS STD.      *
000306*----------------------------------------------------------------*
000310  01  FBRH-RECORD.
000320         05  FBRH-RUN-DATE       PIC 9(08).
000330         05  FBRH-RUN-TIME       PIC 9(06).
000570             88  FBRH-ACK-CONFIRMED        VALUE "C".
000580             88  FBRH-ACK-DISCREPANT       VALUE "D".
000590         05  FBRH-ACK-DATE       PIC 9(08).
000600         05  FBRH-END-TIME       PIC 9(06).
000601         05  FBRH-ELAPSED-SECS   PIC 9(06).
000602         05  FBRH-RATE-PER-MIN   PIC 9(08).
000603         05  FBRH-BOOK           PIC X(03).
000604         05  FILLER              PIC X(07).
