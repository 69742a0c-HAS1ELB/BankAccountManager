           05 CLI-NOM              PIC X(30).
           05 CLI-ADRESSE          PIC X(40).
           05 CLI-TELEPHONE        PIC X(15).
      *> Exonération de la retenue à la source sur les intérêts
      *> créditeurs (dispense fournie par le client) : "O" exonéré ;
      *> "N" ou blanc, la retenue s'applique.
           05 CLI-EXONERATION      PIC X(1).
              88 CLI-EXONERE       VALUE "O".
