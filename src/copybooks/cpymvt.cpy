      *> en queue d'enregistrement.
              88 MVT-EXTOURNE-DEBIT  VALUE "Y".
              88 MVT-EXTOURNE-CREDIT VALUE "Z".
      *> Chèque tiré sur un compte client, présenté par la
      *> compensation et payé par BankChequeClearingBatch.
              88 MVT-CHEQUE        VALUE "C".
      *> Prêts : L au crédit du compte lié au déblocage ; chaque
      *> échéance prélevée par BankLoanBatch donne deux débits, A
      *> pour la part de capital et B pour la part d'intérêts.
              88 MVT-DEBLOCAGE-PRET VALUE "L".
              88 MVT-PRET-CAPITAL  VALUE "A".
              88 MVT-PRET-INTERET  VALUE "B".
      *> Agios trimestriels débités par BankAgiosBatch : intérêts
      *> débiteurs et commission de dépassement, MVT-FRAIS portant
      *> la part de commission.
              88 MVT-AGIOS         VALUE "G".
      *> Retenue à la source sur les intérêts créditeurs, débitée
      *> juste après le "I" qu'elle concerne (sauf client exonéré).
              88 MVT-RETENUE-FISCALE VALUE "H".
      *> Prélèvement présenté par un créancier et payé par
      *> BankDirectDebitBatch sur mandat actif.
              88 MVT-PRELEVEMENT   VALUE "U".
      *> Opérations cartes du fichier du processeur, postées par
      *> BankCardBatch : J retrait au distributeur, K paiement.
              88 MVT-RETRAIT-DAB   VALUE "J".
              88 MVT-PAIEMENT-CARTE VALUE "K".
              88 MVT-AU-DEBIT      VALUE "R" "V" "P" "E" "T" "M" "Y"
                                         "C" "A" "B" "G" "H" "U"
                                         "J" "K".
           05 MVT-MONTANT          PIC 9(9)V99.
           05 MVT-SOLDE-APRES      PIC S9(9)V99.
      *> Compte de l'autre partie pour les deux jambes d'un virement
      *> Pour les extournes "Y"/"Z" seulement : date puis heure du
      *> mouvement extourné, et son type, pour que l'extraction
      *> comptable contre-passe l'écriture d'origine exactement
      *> (mêmes comptes, sens inversés). Pour un chèque payé "C",
      *> MVT-REFERENCE porte le numéro du chèque ; pour les
      *> mouvements de prêt "L"/"A"/"B", le numéro du prêt suivi du
      *> rang de l'échéance sur trois chiffres (zéro au déblocage) ;
      *> pour une opération carte "J"/"K", les quatorze derniers
      *> chiffres du numéro de carte. Zéro et blanc partout ailleurs.
           05 MVT-REFERENCE        PIC 9(14).
           05 MVT-TYPE-ORIGINE     PIC X(1).
