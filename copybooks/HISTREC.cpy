              88 H-IS-HELD             VALUE "HELD".
              88 H-IS-FD-MATURED       VALUE "FD MATURED".
              88 H-IS-TRANSFER-IN      VALUE "TRANSFER IN".
              88 H-IS-REVERSED         VALUE "REVERSED".
              88 H-IS-FEE-CHARGED      VALUE "FEE CHARGED".
              88 H-IS-TAX-WITHHELD     VALUE "TAX WITHHELD".
              88 H-IS-FD-BROKEN        VALUE "FD BROKEN".
              88 H-IS-INT-FORFEITED    VALUE "INT FORFEITED".
           05 H-RUN-DATE               PIC X(10).
