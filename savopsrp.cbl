           05  FILLER                  PIC X(08) VALUE "SAVINGS ".
           05  FILLER                  PIC X(08) VALUE "SAVGLIF ".
           05  FILLER                  PIC X(08) VALUE "SAVRECON".
           05  FILLER                  PIC X(08) VALUE "ACCTMAT ".
       01  EXPECTED-STEP-TABLE REDEFINES EXPECTED-STEP-VALUES.
           05  EXPECTED-STEP OCCURS 5 TIMES
                   INDEXED BY EX-IDX.
               10  EX-PROGRAM-ID       PIC X(08).

       report-missing-steps.
              perform check-one-expected-step
                     varying expected-sub from 1 by 1
                     until expected-sub > 5.

       check-one-expected-step.
              move "N" to expected-found-sw
