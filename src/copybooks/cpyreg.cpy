      *> Enregistrement du registre des passages de la chaîne de nuit
      *> (REGISTRE.DAT) : une ligne par exécution avec le programme,
      *> la date ou période traitée, l'horodatage, les deux
      *> compteurs propres au programme et l'état final (OK, AB
      *> pour un traitement abandonné, AN pour un contrôle de
      *> cohérence ou un rapprochement du grand livre qui a relevé
      *> des anomalies). Le registre sert aussi aux contrôles
      *> d'enchaînement : l'extraction comptable exige la clôture de
      *> la journée, l'archivage exige les relevés du dernier mois
      *> archivé, et la clôture signale des ordres permanents non
      *> passés.
           05 REG-PROGRAMME        PIC X(8).
           05 REG-VALEUR           PIC X(8).
           05 REG-DATE-EXEC        PIC 9(8).
           05 REG-ETAT             PIC X(2).
              88 REG-OK            VALUE "OK".
              88 REG-ABANDONNE     VALUE "AB".
              88 REG-ANOMALIES     VALUE "AN".
