      *> Enregistrement du fichier des soldes du grand livre
      *> (SOLDESGL.DAT), clé compte général : cumul des remises
      *> GRANDLIVRE.DAT appliquées chaque nuit par
      *> BankGlBalancesBatch. L'enregistrement de clé 000000 est
      *> l'enregistrement de contrôle : SGL-DATE-MAJ y porte la date
      *> de la dernière remise appliquée, une remise de même date ou
      *> antérieure est refusée.
           05 SGL-COMPTE-GL        PIC 9(6).
      *> Cumuls depuis la reprise et solde débit moins crédit (un
      *> compte de passif créditeur a un solde négatif).
           05 SGL-TOTAL-DEBITS     PIC 9(11)V99.
           05 SGL-TOTAL-CREDITS    PIC 9(11)V99.
           05 SGL-SOLDE            PIC S9(11)V99.
           05 SGL-DATE-CREATION    PIC 9(8).
           05 SGL-DATE-MAJ         PIC 9(8).
