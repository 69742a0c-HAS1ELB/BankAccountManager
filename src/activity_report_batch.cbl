           05 SEC-EVENEMENT          PIC X(4).
           05 SEC-COMPTE             PIC 9(5).
           05 SEC-DETAIL             PIC X(40).
           05 SEC-CLIENT             PIC 9(5).

       FD  FICHIER-TARIFS.
       01  TARIF-REC.
