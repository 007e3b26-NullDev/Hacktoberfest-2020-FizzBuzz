000080* FBR-RULE-COUNT and FBR-RULESET-ID.  Rules are maintained       *
000090* with the FBRULMNT batch program - no recompile is needed to    *
000100* add, change or retire a rule.                                  *
000101* FBR-BOOK is the rule book the table was loaded from - each     *
000102* book has its own rules and its own rule-set version.           *
000110*                                                                *
000120* CONSTRAINT: when a position satisfies more than one rule,      *
000130* the matching labels are concatenated with no separator into    *
000370  77  FBR-RULE-COUNT          PIC 9(02) VALUE ZERO.
000380  77  FBR-RULE-MAX            PIC 9(02) VALUE 10.
000390  77  FBR-RULESET-ID          PIC 9(04) VALUE ZERO.
000400  77  FBR-BOOK                PIC X(03) VALUE "STD".
