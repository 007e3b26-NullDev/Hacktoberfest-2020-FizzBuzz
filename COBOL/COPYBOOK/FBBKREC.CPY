000010*----------------------------------------------------------------*
000020* FBBKREC -- FBRSLT RESULTS-MASTER BACKUP RECORDS (LRECL 41)     *
000030*                                                                *
000040* ONE PROD.FIZZBUZZ.RESULTS.BKUP GENERATION PER FBRSBKUP RUN,    *
000050* READ BACK BY THE FBRSRCVR FORWARD RECOVERY.  ENVELOPE LAYOUT:  *
000060*     ONE "H" HEADER   - WHEN THE BACKUP WAS TAKEN, AND THE RUN  *
000070*                        STAMP OF THE NEWEST FBRUNHST RECORD ON  *
000080*                        FILE AT THAT MOMENT - EVERY RUN AFTER   *
000090*                        IT IS A RUN THE BACKUP DOES NOT HOLD    *
000100*     ONE "D" DETAIL   PER FBRSLT RECORD, IN KEY ORDER - THE     *
000110*                        40-BYTE FBRSREC IMAGE UNCHANGED         *
000120*     ONE "T" TRAILER  - RECORD COUNT AND A HASH TOTAL (SUM OF   *
000130*                        THE POSITIONS, TRUNCATED TO 15 DIGITS), *
000140*                        AS ON THE FBXTREC TRAILER               *
000141* THE DETAIL IMAGE CARRIES THE RULE BOOK AS PART OF THE FBRSLT   *
000142* KEY.  A BACKUP TAKEN BEFORE FBRSLT WAS CONVERTED TO BOOKS      *
000143* HOLDS THE OLD LAYOUT AND CANNOT BE RELOADED - TAKE A FRESH     *
000144* BACKUP STRAIGHT AFTER THE CONVERSION.                          *
000150*----------------------------------------------------------------*
000160  01  FBBH-RECORD.
000170         05  FBBH-TYPE           PIC X(01).
000180             88  FBBH-IS-HEADER            VALUE "H".
000190         05  FBBH-BKUP-DATE      PIC 9(08).
000200         05  FBBH-BKUP-TIME      PIC 9(06).
000210         05  FBBH-LAST-RUN-DATE  PIC 9(08).
000220         05  FBBH-LAST-RUN-TIME  PIC 9(06).
000230         05  FILLER              PIC X(12).
000240  01  FBBD-RECORD.
000250         05  FBBD-TYPE           PIC X(01).
000260             88  FBBD-IS-DETAIL            VALUE "D".
000270         05  FBBD-IMAGE          PIC X(40).
000280  01  FBBT-RECORD.
000290         05  FBBT-TYPE           PIC X(01).
000300             88  FBBT-IS-TRAILER           VALUE "T".
000310         05  FBBT-RECORD-COUNT   PIC 9(09).
000320         05  FBBT-HASH-TOTAL     PIC 9(15).
000330         05  FILLER              PIC X(16).
