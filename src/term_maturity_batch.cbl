      *> Comme les intérêts mensuels, ces versements ne sont pas des
      *> mouvements à l'initiative du client : ils ne réactivent pas
      *> un compte dormant et ne datent pas DATE-DERNIER-MVT.
      *> L'intérêt versé subit la retenue à la source (ligne RAS du
      *> fichier des tarifs), débitée en "H" juste après le "I",
      *> sauf si le client titulaire du compte lié est exonéré.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT FICHIER-TARIFS ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-FS-CLIENTS.

           SELECT REGISTRE-PASSAGES ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  FICHIER-TARIFS.
       01  TARIF-REC.
           COPY "cpytrf.cpy".

       FD  CLIENT-MASTER.
       01  CLIENT-REC.
           COPY "cpycli.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-CLIENTS-OUVERT     PIC X(1) VALUE "N".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-INTERET            PIC S9(9)V99.
           01 WS-MOTIF              PIC X(30).
           01 WS-SOLDE-APRES-N      PIC S9(9)V99.
           01 WS-SOLDE-APRES-I      PIC S9(9)V99.
           01 WS-TAUX-RETENUE       PIC 9V9(4) VALUE 0.
           01 WS-RETENUE            PIC S9(9)V99.
           01 WS-EXONERE            PIC X(1).
           01 WS-DUREE-JOURS        PIC S9(7).
           01 WS-ENTIER-ECHEANCE    PIC 9(8).
           01 WS-NB-PAYES           PIC 9(5) VALUE 0.
              MOVE WS-DATE-RUN-X TO WS-DATE-RUN
           END-IF

           PERFORM LIRE-TARIFS
           PERFORM OUVRIR-FICHIERS
           PERFORM TRAITER-TERMES
           PERFORM FERMER-FICHIERS
              CLOSE FICHIER-PARAMETRES
           END-IF.

      *> Seul le taux de retenue à la source est repris du fichier
      *> des tarifs ; sans la ligne RAS, rien n'est retenu.
       LIRE-TARIFS.
           OPEN INPUT FICHIER-TARIFS.
           IF WS-FS-TARIFS = "00"
              PERFORM UNTIL WS-FS-TARIFS = "10"
                 READ FICHIER-TARIFS
                    AT END
                       MOVE "10" TO WS-FS-TARIFS
                    NOT AT END
                       IF TRF-OPERATION = "RAS"
                          MOVE TRF-VALEUR TO WS-TAUX-RETENUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-TARIFS
           END-IF.

       ENREGISTRER-PASSAGE.
           OPEN EXTEND REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE = "35"
              OPEN OUTPUT TRANSACTION-JOURNAL
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-FS-CLIENTS = "00"
              MOVE "O" TO WS-CLIENTS-OUVERT
           END-IF.

           OPEN OUTPUT RAPPORT-ECHEANCES.
           MOVE "=== ECHEANCES DES COMPTES A TERME ==="
             TO LIGNE-ECHEANCE
           CLOSE COMPTES-A-TERME.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE RAPPORT-ECHEANCES.
           IF WS-CLIENTS-OUVERT = "O"
              CLOSE CLIENT-MASTER
           END-IF.

       TRAITER-TERMES.
           MOVE ZEROS TO CAT-NUMERO.
                MOVE "COMPTE LIE BLOQUE" TO WS-MOTIF
                PERFORM LISTER-A-REVOIR
             ELSE
                PERFORM CALCULER-RETENUE
                IF CAT-PAYER
                   PERFORM PAYER-ECHEANCE
                ELSE
      *> chacun à sa place.
       PAYER-ECHEANCE.
           COMPUTE WS-SOLDE-APRES-N = SOLDE + CAT-PRINCIPAL.
           COMPUTE WS-SOLDE-APRES-I = WS-SOLDE-APRES-N + WS-INTERET.
           COMPUTE SOLDE = WS-SOLDE-APRES-I - WS-RETENUE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur lors de la mise à jour du compte "
             IF WS-INTERET NOT = 0
                MOVE "I" TO MVT-TYPE
                MOVE WS-INTERET TO MVT-MONTANT
                MOVE WS-SOLDE-APRES-I TO MVT-SOLDE-APRES
                PERFORM JOURNALISER-TERME
             END-IF
             PERFORM JOURNALISER-RETENUE
             MOVE "E" TO CAT-STATUT
             MOVE WS-DATE-RUN TO CAT-DATE-CLOTURE
             REWRITE TERME-REC
      *> principal repart pour la même durée au même taux.
       RENOUVELER-TERME.
           ADD WS-INTERET TO SOLDE.
           MOVE SOLDE TO WS-SOLDE-APRES-I.
           SUBTRACT WS-RETENUE FROM SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur lors de la mise à jour du compte "
             IF WS-INTERET NOT = 0
                MOVE "I" TO MVT-TYPE
                MOVE WS-INTERET TO MVT-MONTANT
                MOVE WS-SOLDE-APRES-I TO MVT-SOLDE-APRES
                PERFORM JOURNALISER-TERME
             END-IF
             PERFORM JOURNALISER-RETENUE
             COMPUTE WS-DUREE-JOURS =
                FUNCTION INTEGER-OF-DATE(CAT-DATE-ECHEANCE)
                - FUNCTION INTEGER-OF-DATE(CAT-DATE-OUVERTURE)
             WRITE LIGNE-ECHEANCE
           END-REWRITE.

      *> Retenue sur l'intérêt d'échéance, sauf titulaire du compte
      *> lié exonéré ; un compte sans client rattaché ou un client
      *> introuvable la subit.
       CALCULER-RETENUE.
           MOVE 0 TO WS-RETENUE.
           MOVE "N" TO WS-EXONERE.
           IF WS-CLIENTS-OUVERT = "O" AND NUMERO-CLIENT NOT = 0
              MOVE NUMERO-CLIENT TO CLI-NUMERO
              READ CLIENT-MASTER KEY IS CLI-NUMERO
               INVALID KEY
                MOVE "N" TO WS-EXONERE
               NOT INVALID KEY
                IF CLI-EXONERE
                   MOVE "O" TO WS-EXONERE
                END-IF
              END-READ
           END-IF.
           IF WS-EXONERE = "N" AND WS-INTERET > 0
              COMPUTE WS-RETENUE ROUNDED =
                 WS-INTERET * WS-TAUX-RETENUE
           END-IF.

       JOURNALISER-RETENUE.
           IF WS-RETENUE > 0
              MOVE "H" TO MVT-TYPE
              MOVE WS-RETENUE TO MVT-MONTANT
              MOVE SOLDE TO MVT-SOLDE-APRES
              PERFORM JOURNALISER-TERME
           END-IF.

       JOURNALISER-TERME.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE NUMERO-COMPTE TO MVT-NUMERO-COMPTE.
