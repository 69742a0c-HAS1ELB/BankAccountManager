      *> prépare le fichier une fois pour toute la chaîne ; un
      *> programme sans ligne retombe sur la saisie console.
      *> Codes programme : CLOTURE, GRANDLIV, RELEVES, ORDRES,
      *> ARCHIVE, ACTIVITE, TERMES, REMISE, CAISSE, PRETS, AGIOS
      *> (période AAAAMM du dernier mois du trimestre), IFU (année
      *> AAAA), RECOUVR, INTEGRIT, BALANCES.
           05 PRM-PROGRAMME        PIC X(8).
           05 PRM-VALEUR           PIC X(8).
