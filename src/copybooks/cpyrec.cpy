      *> Enregistrement du fichier du recouvrement (RECOUVR.DAT),
      *> clé numéro de compte : un dossier par compte débiteur, tenu
      *> chaque jour par BankCollectionsBatch. Le dossier s'ouvre au
      *> premier jour de solde négatif et se clôt de lui-même quand
      *> le compte redevient créditeur ; un dossier clos reste au
      *> fichier jusqu'au découvert suivant, qui le rouvre.
           05 REC-NUMERO-COMPTE    PIC 9(5).
      *> Premier jour de solde négatif et nombre de jours à
      *> découvert à la dernière mise à jour (jour d'ouverture
      *> compris).
           05 REC-DATE-DEBUT       PIC 9(8).
           05 REC-NB-JOURS         PIC 9(5).
           05 REC-SOLDE            PIC S9(9)V99.
           05 REC-PIRE-SOLDE       PIC S9(9)V99.
      *> Part du découvert au-delà de LIMITE-DECOUVERT et premier
      *> jour de l'épisode de dépassement en cours (zéro quand le
      *> compte est dans son découvert autorisé). Les relances et le
      *> gel se comptent en jours de dépassement.
           05 REC-DEPASSEMENT      PIC 9(9)V99.
           05 REC-DATE-DEPASSEMENT PIC 9(8).
      *> Dernière relance envoyée (0 à 3, la troisième accompagne le
      *> gel des débits) et sa date.
           05 REC-NIVEAU-RELANCE   PIC 9(1).
           05 REC-DATE-RELANCE     PIC 9(8).
      *> Date du gel des débits posé par le recouvrement ; zéro si
      *> le compte n'a pas été gelé par le dossier.
           05 REC-DATE-GEL         PIC 9(8).
           05 REC-DATE-MAJ         PIC 9(8).
           05 REC-DATE-CLOTURE     PIC 9(8).
           05 REC-STATUT           PIC X(1).
              88 REC-OUVERT        VALUE "O".
              88 REC-CLOS          VALUE "C".
