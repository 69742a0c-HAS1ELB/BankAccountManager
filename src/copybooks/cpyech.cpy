      *> Enregistrement de l'échéancier des prêts (ECHEANCIER.DAT),
      *> clé numéro de prêt + rang de l'échéance. Le tableau
      *> d'amortissement complet est écrit au déblocage ; chaque
      *> ligne passe ensuite de "A" (à venir) à "P" (payée) quand
      *> BankLoanBatch la prélève, ou à "I" (impayée) quand la
      *> provision manque à l'échéance. Une échéance impayée reste en
      *> arriérés et est représentée chaque jour jusqu'au paiement.
           05 ECH-CLE.
              10 ECH-NUMERO-PRET   PIC 9(5).
              10 ECH-RANG          PIC 9(3).
           05 ECH-DATE             PIC 9(8).
           05 ECH-CAPITAL          PIC 9(9)V99.
           05 ECH-INTERET          PIC 9(9)V99.
           05 ECH-MONTANT          PIC 9(9)V99.
      *> Capital restant dû après paiement de l'échéance.
           05 ECH-CAPITAL-RESTANT  PIC 9(9)V99.
           05 ECH-DATE-PAIEMENT    PIC 9(8).
           05 ECH-STATUT           PIC X(1).
              88 ECH-A-VENIR       VALUE "A".
              88 ECH-PAYEE         VALUE "P".
              88 ECH-IMPAYEE       VALUE "I".
