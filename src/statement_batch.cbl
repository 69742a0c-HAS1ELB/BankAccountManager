           01 WS-SOLDE-CLOTURE      PIC S9(9)V99.
           01 WS-TOTAL-FRAIS        PIC S9(9)V99.
           01 WS-TOTAL-INTERETS     PIC S9(9)V99.
           01 WS-TOTAL-AGIOS        PIC S9(9)V99.
           01 WS-TOTAL-RETENUE      PIC S9(9)V99.
           01 WS-INTERETS-NETS      PIC S9(9)V99.
           01 WS-NB-MVT-PERIODE     PIC 9(7) VALUE 0.
           01 WS-NB-RELEVES         PIC 9(5) VALUE 0.
           01 WS-SOLDE-EDIT         PIC -(9)9.99.
                     " ctp "         DELIMITED BY SIZE
                     TRI-CONTREPARTIE DELIMITED BY SIZE
                INTO LIGNE-RELEVE
      *> Un chèque payé porte son numéro (les sept derniers chiffres
      *> de la référence) pour le rapprochement avec le talon.
           ELSE IF TRI-CHEQUE
              STRING TRI-DATE        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     TRI-HEURE       DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     TRI-TYPE        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-MONTANT-EDIT DELIMITED BY SIZE
                     " solde "       DELIMITED BY SIZE
                     WS-SOLDE-EDIT   DELIMITED BY SIZE
                     " chq "         DELIMITED BY SIZE
                     TRI-REFERENCE(8:7) DELIMITED BY SIZE
                INTO LIGNE-RELEVE
      *> Une opération carte porte les quatre derniers chiffres de
      *> la carte utilisée.
           ELSE IF TRI-RETRAIT-DAB OR TRI-PAIEMENT-CARTE
              STRING TRI-DATE        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     TRI-HEURE       DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     TRI-TYPE        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-MONTANT-EDIT DELIMITED BY SIZE
                     " solde "       DELIMITED BY SIZE
                     WS-SOLDE-EDIT   DELIMITED BY SIZE
                     " carte "       DELIMITED BY SIZE
                     TRI-REFERENCE(11:4) DELIMITED BY SIZE
                INTO LIGNE-RELEVE
           ELSE
              STRING TRI-DATE        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     " solde "       DELIMITED BY SIZE
                     WS-SOLDE-EDIT   DELIMITED BY SIZE
                INTO LIGNE-RELEVE
           END-IF
           END-IF
           END-IF.
           WRITE LIGNE-RELEVE.

           MOVE TRI-SOLDE-APRES TO WS-SOLDE-CLOTURE.
      *> Une extourne "Z" rend les frais du mouvement d'origine :
      *> ils ressortent du sous-total au lieu de s'y rajouter. La
      *> commission d'un "G" est déjà comprise dans son montant, donc
      *> dans le total des agios : elle n'entre pas dans les frais,
      *> pas plus à l'extourne.
           IF TRI-AGIOS
              OR (TRI-EXTOURNE-CREDIT AND TRI-TYPE-ORIGINE = "G")
              CONTINUE
           ELSE IF TRI-EXTOURNE-CREDIT
              SUBTRACT TRI-FRAIS FROM WS-TOTAL-FRAIS
           ELSE
              ADD TRI-FRAIS TO WS-TOTAL-FRAIS
           END-IF.
      *> Intérêts, agios et retenue à la source sont nets de leurs
      *> extournes, repérées par le type du mouvement d'origine.
           IF TRI-INTERET
              ADD TRI-MONTANT TO WS-TOTAL-INTERETS
           END-IF.
           IF TRI-EXTOURNE-DEBIT AND TRI-TYPE-ORIGINE = "I"
              SUBTRACT TRI-MONTANT FROM WS-TOTAL-INTERETS
           END-IF.
           IF TRI-AGIOS
              ADD TRI-MONTANT TO WS-TOTAL-AGIOS
           END-IF.
           IF TRI-EXTOURNE-CREDIT AND TRI-TYPE-ORIGINE = "G"
              SUBTRACT TRI-MONTANT FROM WS-TOTAL-AGIOS
           END-IF.
           IF TRI-RETENUE-FISCALE
              ADD TRI-MONTANT TO WS-TOTAL-RETENUE
           END-IF.
           IF TRI-EXTOURNE-CREDIT AND TRI-TYPE-ORIGINE = "H"
              SUBTRACT TRI-MONTANT FROM WS-TOTAL-RETENUE
           END-IF.

      *> Le solde d'ouverture est reconstitué à partir du premier
      *> mouvement de la période : solde après mouvement corrigé du
           MOVE TRI-NUMERO-COMPTE TO WS-COMPTE-COURANT.
           MOVE 0 TO WS-TOTAL-FRAIS.
           MOVE 0 TO WS-TOTAL-INTERETS.
           MOVE 0 TO WS-TOTAL-AGIOS.
           MOVE 0 TO WS-TOTAL-RETENUE.
           ADD 1 TO WS-NB-RELEVES.

           IF TRI-AU-DEBIT
                  WS-SOLDE-EDIT           DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
      *> Les intérêts ci-dessus sont bruts : la retenue à la source
      *> prélevée dessus et le net réellement acquis suivent.
           IF WS-TOTAL-RETENUE NOT = 0
              MOVE WS-TOTAL-RETENUE TO WS-SOLDE-EDIT
              MOVE SPACES TO LIGNE-RELEVE
              STRING "RETENUE A LA SOURCE: " DELIMITED BY SIZE
                     WS-SOLDE-EDIT           DELIMITED BY SIZE
                INTO LIGNE-RELEVE
              WRITE LIGNE-RELEVE
              COMPUTE WS-INTERETS-NETS =
                 WS-TOTAL-INTERETS - WS-TOTAL-RETENUE
              MOVE WS-INTERETS-NETS TO WS-SOLDE-EDIT
              MOVE SPACES TO LIGNE-RELEVE
              STRING "INTERETS NETS      : " DELIMITED BY SIZE
                     WS-SOLDE-EDIT           DELIMITED BY SIZE
                INTO LIGNE-RELEVE
              WRITE LIGNE-RELEVE
           END-IF.
      *> Agios du trimestre (commission comprise) : leur détail de
      *> calcul est dans AGIOS.DAT.
           IF WS-TOTAL-AGIOS NOT = 0
              MOVE WS-TOTAL-AGIOS TO WS-SOLDE-EDIT
              MOVE SPACES TO LIGNE-RELEVE
              STRING "TOTAL DES AGIOS    : " DELIMITED BY SIZE
                     WS-SOLDE-EDIT           DELIMITED BY SIZE
                INTO LIGNE-RELEVE
              WRITE LIGNE-RELEVE
           END-IF.
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-EDIT.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "SOLDE DE CLOTURE   : " DELIMITED BY SIZE
