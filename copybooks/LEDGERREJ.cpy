               88  REJ-DUP-REFERENCE   VALUE 'DUPR'.
               88  REJ-UNBAL-JOURNAL   VALUE 'JNLB'.
               88  REJ-BAD-DATE        VALUE 'DATE'.
               88  REJ-CLOSED-PERIOD   VALUE 'PERD'.
               88  REJ-BAD-BENEFICIARY VALUE 'BENE'.
               88  REJ-SYSTEM-REFERENCE VALUE 'SREF'.
           05  REJ-TX-IMAGE            PIC X(47).
