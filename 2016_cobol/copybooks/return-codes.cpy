       01 RC-INVALID-CHARACTER   PIC S9(4) COMP VALUE 4.
       01 RC-RECON-MISMATCH      PIC S9(4) COMP VALUE 5.
       01 RC-LOCK-HELD           PIC S9(4) COMP VALUE 6.
       01 RC-BAD-OPERATOR        PIC S9(4) COMP VALUE 7.
       01 RC-NONCOMPLIANT        PIC S9(4) COMP VALUE 8.
       01 RC-INTAKE-REFUSED      PIC S9(4) COMP VALUE 9.
       01 RC-NOT-AUTHORIZED      PIC S9(4) COMP VALUE 10.
