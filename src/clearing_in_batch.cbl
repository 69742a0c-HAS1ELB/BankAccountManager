           05 SEC-EVENEMENT          PIC X(4).
           05 SEC-COMPTE             PIC 9(5).
           05 SEC-DETAIL             PIC X(40).
           05 SEC-CLIENT             PIC 9(5).

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           MOVE "REAC" TO SEC-EVENEMENT.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE "COMPTE DORMANT REACTIVE" TO SEC-DETAIL.
           MOVE 0 TO SEC-CLIENT.
           WRITE SEC-REC.

       JOURNALISER-CREDIT.
