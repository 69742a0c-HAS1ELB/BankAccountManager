      *> Enregistrement du fichier des prêts (PRETS.DAT). Comme un
      *> compte à terme, un prêt est rattaché à un compte du fichier
      *> maître (compte lié) : le déblocage au guichet crédite ce
      *> compte du principal et produit l'échéancier complet
      *> (ECHEANCIER.DAT) ; BankLoanBatch y prélève ensuite chaque
      *> échéance à sa date. Le prêt passe au statut "S" (soldé)
      *> quand tout le capital est remboursé, "X" (annulé) quand le
      *> compte lié n'a pu être crédité au déblocage : son
      *> échéancier n'est alors jamais prélevé.
           05 PRE-NUMERO           PIC 9(5).
           05 PRE-COMPTE-LIE       PIC 9(5).
           05 PRE-PRINCIPAL        PIC 9(9)V99.
      *> Taux nominal annuel ; le taux mensuel appliqué au capital
      *> restant dû est le douzième.
           05 PRE-TAUX             PIC 9V9(4).
      *> Durée en nombre de mensualités.
           05 PRE-DUREE            PIC 9(3).
           05 PRE-DATE-DEBLOCAGE   PIC 9(8).
           05 PRE-DATE-PREMIERE-ECH PIC 9(8).
      *> Mensualité constante (capital + intérêts) ; la dernière
      *> échéance ajuste le capital à l'arrondi près.
           05 PRE-MENSUALITE       PIC 9(9)V99.
      *> Capital restant dû, impayés compris : diminué de la part de
      *> capital de chaque échéance effectivement prélevée.
           05 PRE-CAPITAL-RESTANT  PIC 9(9)V99.
      *> Nombre d'échéances échues et impayées (arriérés).
           05 PRE-NB-IMPAYES       PIC 9(3).
      *> Date du dernier prélèvement qui solde le prêt ; zéro tant
      *> que le prêt court.
           05 PRE-DATE-CLOTURE     PIC 9(8).
           05 PRE-STATUT           PIC X(1).
              88 PRE-ACTIF         VALUE "A".
              88 PRE-SOLDE         VALUE "S".
              88 PRE-ANNULE        VALUE "X".
