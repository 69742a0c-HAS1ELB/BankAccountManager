      *>       servi)
      *>   NBM seuil de mouvements par jour du rapport d'activité
      *>       inhabituelle (le type de compte est ignoré)
      *>   TXD taux annuel des intérêts débiteurs (agios, calculés
      *>       sur 365 jours)
      *>   CDL commission par jour passé au-delà du découvert
      *>       autorisé
      *>   RAS taux de la retenue à la source sur les intérêts
      *>       créditeurs (le type de compte est ignoré)
      *>   DAB plafond journalier des retraits au distributeur
      *>       d'une nouvelle carte (zéro = pas de plafond)
      *>   CBP plafond journalier des paiements par carte d'une
      *>       nouvelle carte (zéro = pas de plafond)
      *>   RL1 RL2 RL3 jours de dépassement du découvert autorisé
      *>       déclenchant la première relance, la deuxième, puis
      *>       la dernière avec gel des débits (le type de compte
      *>       est ignoré)
           05 TRF-TYPE-COMPTE      PIC X(1).
           05 TRF-OPERATION        PIC X(3).
           05 TRF-VALEUR           PIC 9(5)V9(4).
