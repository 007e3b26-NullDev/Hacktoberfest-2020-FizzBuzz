000010*----------------------------------------------------------------*
000020* FBRPNREC -- PENDING RULE CHANGE RECORD (VSAM KSDS, LRECL 120)  *
000030*                                                                *
000040* KEY IS FBRP-CHANGE-ID.  FBRULMNT QUEUES EVERY ADD/CHANGE/      *
000050* DELETE CARD HERE (STATUS P) INSTEAD OF APPLYING IT - THE       *
000060* RULE MASTER IS ONLY UPDATED WHEN A SECOND, DIFFERENT USER      *
000070* APPROVES THE CHANGE IN A LATER FBRULMNT RUN.  THE LABEL AND    *
000080* DATE FIELDS ARE THE MAKER'S CARD IMAGE, SO BLANKS KEEP THEIR   *
000090* CARD MEANING (DEFAULT ON ADD, UNCHANGED ON CHANGE) AND ARE     *
000100* RESOLVED WHEN THE CHANGE IS APPLIED.  FBRP-BOOK IS THE RULE    *
000101* BOOK THE CHANGE IS FOR (SPACES ON CHANGES QUEUED BEFORE BOOKS  *
000102* EXISTED, WHICH MEANS BOOK STD).                                *
000110*                                                                *
000120* STATUS  P = PENDING APPROVAL      A = APPROVED AND APPLIED     *
000130*         R = REJECTED              X = EXPIRED UNAPPROVED       *
000140*         F = APPROVED BUT COULD NOT BE APPLIED (SEE SYSOUT)     *
000150* A PENDING CHANGE EXPIRES WHEN IT IS MORE THAN FBRP-LIFE-DAYS   *
000160* OLD AT THE START OF AN FBRULMNT RUN.                           *
000170*                                                                *
000180* CHANGE ID 000000 IS RESERVED FOR THE CONTROL RECORD            *
000190* (FBRP-CONTROL-REC VIEW BELOW) CARRYING THE LAST ID ISSUED.     *
000200*----------------------------------------------------------------*
000210  01  FBRP-RECORD.
000220         05  FBRP-KEY.
000230             10  FBRP-CHANGE-ID  PIC 9(06).
000240         05  FBRP-STATUS         PIC X(01).
000250             88  FBRP-PENDING              VALUE "P".
000260             88  FBRP-APPLIED              VALUE "A".
000270             88  FBRP-REJECTED             VALUE "R".
000280             88  FBRP-EXPIRED              VALUE "X".
000290             88  FBRP-FAILED               VALUE "F".
000300         05  FBRP-ACTION         PIC X(06).
000310         05  FBRP-DIVISOR        PIC 9(04).
000320         05  FBRP-LABEL          PIC X(08).
000330         05  FBRP-EFF            PIC X(08).
000340         05  FBRP-EXP            PIC X(08).
000350         05  FBRP-MAKER          PIC X(08).
000360         05  FBRP-KEYED-DATE     PIC 9(08).
000370         05  FBRP-KEYED-TIME     PIC 9(06).
000380         05  FBRP-LIFE-DAYS      PIC 9(03).
000390         05  FBRP-CHECKER        PIC X(08).
000400         05  FBRP-DECIDED-DATE   PIC 9(08).
000410         05  FBRP-DECIDED-TIME   PIC 9(06).
000415         05  FBRP-BOOK           PIC X(03).
000420         05  FILLER              PIC X(29).
000430  01  FBRP-CONTROL-REC.
000440         05  FBRPC-KEY           PIC 9(06).
000450         05  FBRPC-LAST-ID       PIC 9(06).
000460         05  FILLER              PIC X(108).
