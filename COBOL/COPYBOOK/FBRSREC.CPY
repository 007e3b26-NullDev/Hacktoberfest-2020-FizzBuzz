000010*----------------------------------------------------------------*
000020* FBRSREC -- FIZZBUZZ RESULTS MASTER RECORD (VSAM KSDS,          *
000030* LRECL 40, KEY = FBRS-KEY: RULE BOOK + POSITION)                *
000040*                                                                *
000050* MAINTAINED BY THE FIZZBUZZ NIGHTLY RUN (ONE WRITE OR REWRITE   *
000060* PER POSITION PROCESSED, UNLESS THE PARM SAYS OTHERWISE) AND    *
000090* A WHOLE RANGE.  FBRS-RULESET-ID AND FBRS-LAST-RUN-DATE SAY     *
000100* WHICH RULE-SET VERSION CLASSIFIED THE POSITION AND WHEN -      *
000110* THE PERMANENT RECORD OF WHAT WAS IN FORCE AS RULES CHANGE.     *
000111*                                                                *
000112* EACH RULE BOOK (SEE COPYBOOK FBRULREC) KEEPS ITS OWN RESULTS - *
000113* A POSITION CLASSIFIED UNDER TWO BOOKS HAS ONE RECORD IN EACH,  *
000114* AND FBRS-RULESET-ID IS A VERSION OF FBRS-BOOK.  MASTERS        *
000115* DEFINED BEFORE BOOKS EXISTED (KEYS(9 0)) ARE CONVERTED ONCE    *
000116* BY THE CNVBOOK STEP IN THE FBINQUIR JOB, TO BOOK STD.          *
000120*----------------------------------------------------------------*
000130  01  FBRS-RECORD.
000140         05  FBRS-KEY.
000145             10  FBRS-BOOK       PIC X(03).
000150             10  FBRS-POSN       PIC 9(09).
000160         05  FBRS-CLASS          PIC X(08).
000170         05  FBRS-RULESET-ID     PIC 9(04).
000180         05  FBRS-LAST-RUN-DATE  PIC 9(08).
000190         05  FILLER              PIC X(08).
