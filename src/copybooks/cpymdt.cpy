      *> Enregistrement du fichier des mandats de prélèvement
      *> (MANDATS.DAT), clé compte + créancier + référence du mandat.
      *> Un mandat autorise un créancier à prélever le compte ;
      *> BankDirectDebitBatch ne paie un prélèvement présenté que si
      *> le mandat correspondant est actif (motif "MD01" sinon). Un
      *> mandat révoqué au guichet est conservé au statut "R".
           05 MDT-CLE.
              10 MDT-NUMERO-COMPTE PIC 9(5).
              10 MDT-CREANCIER     PIC X(10).
              10 MDT-REFERENCE     PIC X(16).
           05 MDT-NOM-CREANCIER    PIC X(30).
      *> Montant maximal d'un prélèvement ; zéro = pas de plafond.
           05 MDT-PLAFOND          PIC 9(9)V99.
           05 MDT-DATE-SIGNATURE   PIC 9(8).
           05 MDT-DATE-REVOCATION  PIC 9(8).
      *> Échéance refusée par le client au guichet : le prélèvement
      *> présenté pour cette date est rejeté "MS02", le mandat
      *> restant actif pour les suivants. Zéro = aucun refus.
           05 MDT-DATE-REFUS       PIC 9(8).
           05 MDT-STATUT           PIC X(1).
              88 MDT-ACTIF         VALUE "A".
              88 MDT-REVOQUE       VALUE "R".
