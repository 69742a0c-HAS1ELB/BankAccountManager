      *> Enregistrement du fichier des cartes (CARTES.DAT), clé
      *> numéro de carte. Une carte délivrée au guichet est liée à
      *> un compte et à son porteur (titulaire ou co-titulaire du
      *> compte) ; BankCardBatch ne poste une opération du fichier
      *> du processeur que sur une carte active, non expirée et dans
      *> ses plafonds journaliers. Une carte mise en opposition
      *> (perte, vol) ou annulée est conservée pour trace ; une
      *> carte remplacée porte le numéro de sa remplaçante, et la
      *> remplaçante celui de la carte qu'elle remplace.
           05 CRT-NUMERO           PIC 9(16).
           05 CRT-NUMERO-COMPTE    PIC 9(5).
           05 CRT-NUMERO-CLIENT    PIC 9(5).
           05 CRT-DATE-EMISSION    PIC 9(8).
      *> Fin de validité AAAAMM : la carte vaut jusqu'au dernier
      *> jour de ce mois.
           05 CRT-DATE-EXPIRATION  PIC 9(6).
      *> Plafonds cumulés d'une journée, retraits au distributeur et
      *> paiements séparément ; zéro = pas de plafond.
           05 CRT-PLAFOND-RETRAIT  PIC 9(7)V99.
           05 CRT-PLAFOND-PAIEMENT PIC 9(7)V99.
           05 CRT-STATUT           PIC X(1).
              88 CRT-ACTIVE        VALUE "A".
              88 CRT-PERDUE        VALUE "P".
              88 CRT-VOLEE         VALUE "V".
              88 CRT-ANNULEE       VALUE "X".
              88 CRT-OPPOSEE       VALUE "P" "V" "X".
      *> Date de mise en opposition ou d'annulation ; zéro tant que
      *> la carte est active.
           05 CRT-DATE-OPPOSITION  PIC 9(8).
           05 CRT-CARTE-PRECEDENTE PIC 9(16).
           05 CRT-CARTE-SUIVANTE   PIC 9(16).
