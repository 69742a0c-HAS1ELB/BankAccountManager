      *>   101000 caisse            201000 dépôts de la clientèle
      *>   251000 dépôts à terme de la clientèle
      *>   285000 virements en instance (internes et interbancaires)
      *>   271000 crédits à la clientèle (prêts)
      *>   286000 chèques à régler à la compensation
      *>   601000 charges d'intérêts 701000 produits de frais
      *>   702000 produits d'intérêts sur prêts
      *>   703000 produits d'intérêts débiteurs (agios)
      *>   445000 retenue à la source à reverser à l'État
      *>   288000 prélèvements à régler à la compensation
      *>   287000 opérations cartes à régler au processeur
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WHEN MVT-ORDRE-CREDIT
               WHEN MVT-VIR-RECU
                PERFORM VENTILER-VIREMENT-CREDIT
               WHEN MVT-CHEQUE
                PERFORM VENTILER-CHEQUE
               WHEN MVT-DEBLOCAGE-PRET
                PERFORM VENTILER-DEBLOCAGE-PRET
               WHEN MVT-PRET-CAPITAL
                PERFORM VENTILER-PRET-CAPITAL
               WHEN MVT-PRET-INTERET
                PERFORM VENTILER-PRET-INTERET
               WHEN MVT-AGIOS
                PERFORM VENTILER-AGIOS
               WHEN MVT-RETENUE-FISCALE
                PERFORM VENTILER-RETENUE-FISCALE
               WHEN MVT-PRELEVEMENT
                PERFORM VENTILER-PRELEVEMENT
               WHEN MVT-RETRAIT-DAB
               WHEN MVT-PAIEMENT-CARTE
                PERFORM VENTILER-CARTE
               WHEN OTHER
                SUBTRACT 1 FROM WS-NB-MVT-RETENUS
                DISPLAY "Type de mouvement inconnu ignoré : "
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Chèque payé à la compensation : le compte client est débité,
      *> la contre-valeur reste due à la banque remettante jusqu'au
      *> règlement de la chambre.
       VENTILER-CHEQUE.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 286000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Déblocage d'un prêt : la créance sur le client naît au
      *> moment où son compte est crédité du principal.
       VENTILER-DEBLOCAGE-PRET.
           MOVE 271000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 201000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Part de capital d'une échéance : elle éteint la créance.
       VENTILER-PRET-CAPITAL.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 271000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Part d'intérêts d'une échéance : produit de la banque.
       VENTILER-PRET-INTERET.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 702000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Agios : le compte client est débité du total, les intérêts
      *> débiteurs vont en 703000 et la commission de dépassement
      *> (MVT-FRAIS) en produits de frais.
       VENTILER-AGIOS.
           COMPUTE WS-MONTANT-NET = MVT-MONTANT - MVT-FRAIS
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           IF WS-MONTANT-NET > 0
              MOVE 703000 TO WS-GL-CODE
              MOVE "C" TO WS-GL-SENS
              MOVE WS-MONTANT-NET TO WS-GL-MONTANT
              PERFORM ECRIRE-ECRITURE
           END-IF
           IF MVT-FRAIS > 0
              MOVE 701000 TO WS-GL-CODE
              MOVE "C" TO WS-GL-SENS
              MOVE MVT-FRAIS TO WS-GL-MONTANT
              PERFORM ECRIRE-ECRITURE
           END-IF.

      *> Retenue à la source : prélevée sur le compte client, elle
      *> reste due à l'État jusqu'au reversement.
       VENTILER-RETENUE-FISCALE.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 445000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Prélèvement payé : le compte client est débité, la
      *> contre-valeur reste due au créancier jusqu'au règlement de
      *> la chambre.
       VENTILER-PRELEVEMENT.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 288000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

      *> Opération carte (retrait au distributeur ou paiement) : le
      *> compte client est débité, la contre-valeur est due au
      *> processeur jusqu'au règlement du total de CARTREGL.DAT.
       VENTILER-CARTE.
           MOVE 201000 TO WS-GL-CODE
           MOVE "D" TO WS-GL-SENS
           MOVE MVT-MONTANT TO WS-GL-MONTANT
           PERFORM ECRIRE-ECRITURE
           MOVE 287000 TO WS-GL-CODE
           MOVE "C" TO WS-GL-SENS
           PERFORM ECRIRE-ECRITURE.

       ECRIRE-ECRITURE.
           IF WS-EXTOURNE-EN-COURS = "O"
              IF WS-GL-SENS = "D"
