           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

       FD AGING-RPT.
       01 AGING-RPT-LINE PIC X(100).
