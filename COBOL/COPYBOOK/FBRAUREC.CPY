000010*----------------------------------------------------------------*
000020* FBRAUREC -- FIZZBUZZ RULE MASTER AUDIT RECORD (LRECL 100)      *
000030*                                                                *
000040* ONE RECORD PER ADD/CHANGE/DELETE, APPENDED TO THE CUMULATIVE   *
000050* FBRULAUD AUDIT TRAIL BY 20800-WRITE-AUDIT IN FBRULMNT, WITH    *
000100* TO REPROCESS (A SLICE OF THE TRAIL - THE PROMOTION JUST        *
000110* APPLIED - IS WHAT THE REFRESH JOB POINTS AT, NOT THE WHOLE     *
000120* CUMULATIVE FILE).                                              *
000121*                                                                *
000122* EVERY CHANGE IS APPLIED UNDER MAKER/CHECKER CONTROL: FBRA-USER *
000123* IS THE MAKER WHO KEYED THE CARD, FBRA-CHECKER THE SECOND USER  *
000124* WHO APPROVED IT, AND FBRA-CHANGE-ID THE FBRULPND PENDING-      *
000125* CHANGE ID IT WAS QUEUED UNDER (SEE COPYBOOK FBRPNREC).         *
000126* FBRA-BOOK IS THE RULE BOOK OF THE RULE - SPACES ON RECORDS     *
000127* WRITTEN BEFORE BOOKS EXISTED, WHICH MEANS BOOK STD.            *
000130*----------------------------------------------------------------*
000140  01  FBRA-RECORD.
000150         05  FBRA-DATE           PIC 9(08).
000230         05  FBRA-NEW-LABEL      PIC X(08).
000240         05  FBRA-NEW-EFF        PIC 9(08).
000250         05  FBRA-NEW-EXP        PIC 9(08).
000251         05  FBRA-CHECKER        PIC X(08).
000252         05  FBRA-CHANGE-ID      PIC 9(06).
000253         05  FBRA-BOOK           PIC X(03).
000254         05  FILLER              PIC X(03).
