      *> Enregistrement du fichier des chèques payés (CHQPAYES.DAT),
      *> clé compte + numéro de chèque. BankChequeClearingBatch y
      *> inscrit chaque chèque qu'il paie et rejette en "PAY" un
      *> chèque présenté une seconde fois, quel que soit le mois de
      *> son premier paiement (le journal est archivé chaque mois).
           05 CPA-CLE.
              10 CPA-NUMERO-COMPTE PIC 9(5).
              10 CPA-NUMERO-CHEQUE PIC 9(7).
           05 CPA-DATE-PAIEMENT    PIC 9(8).
           05 CPA-MONTANT          PIC 9(9)V99.
           05 CPA-BANQUE-REMETTANTE PIC X(5).
