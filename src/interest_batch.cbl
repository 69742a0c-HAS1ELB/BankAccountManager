               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

      *> Lu pour l'exonération de retenue à la source du titulaire ;
      *> sans fichier des clients, la retenue s'applique partout.
           SELECT CLIENT-MASTER ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-FS-CLIENTS.

           SELECT REGISTRE-PASSAGES ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.
       01  TARIF-REC.
           COPY "cpytrf.cpy".

       FD  CLIENT-MASTER.
       01  CLIENT-REC.
           COPY "cpycli.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-CLIENTS-OUVERT     PIC X(1) VALUE "N".
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-TAUX-EPARGNE       PIC 9V9(4) VALUE 0.0025.
           01 WS-MONTANT-INTERET    PIC S9(9)V99.
           01 WS-TOTAL-INTERETS     PIC S9(11)V99 VALUE 0.
      *> Taux de retenue à la source (ligne RAS) ; sans la ligne,
      *> aucune retenue n'est prélevée.
           01 WS-TAUX-RETENUE       PIC 9V9(4) VALUE 0.
           01 WS-MONTANT-RETENUE    PIC S9(9)V99.
           01 WS-SOLDE-APRES-INTERET PIC S9(9)V99.
           01 WS-EXONERE            PIC X(1).
           01 WS-TOTAL-RETENUES     PIC S9(11)V99 VALUE 0.
           01 WS-NB-RETENUES        PIC 9(5) VALUE 0.
           01 WS-NB-COMPTES-TRAITES PIC 9(5) VALUE 0.
           01 WS-DATE-SYS           PIC 9(8).
           01 WS-TIME-SYS           PIC 9(6).
           01 WS-TOTAL-EDIT         PIC -(11)9.99.
           01 WS-RETENUE-EDIT       PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                 MOVE TRF-VALEUR TO WS-TAUX-EPARGNE
              END-IF
           END-IF.
           IF TRF-OPERATION = "RAS"
              MOVE TRF-VALEUR TO WS-TAUX-RETENUE
           END-IF.

       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.

           OPEN OUTPUT RAPPORT-INTERETS.

           OPEN INPUT CLIENT-MASTER.
           IF WS-FS-CLIENTS = "00"
              MOVE "O" TO WS-CLIENTS-OUVERT
           END-IF.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           IF WS-CLIENTS-OUVERT = "O"
              CLOSE CLIENT-MASTER
           END-IF.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE RAPPORT-INTERETS.


           COMPUTE WS-MONTANT-INTERET ROUNDED = SOLDE * WS-TAUX-INTERET.

      *> L'intérêt brut est versé en "I", puis la retenue à la
      *> source en "H" : le relevé et l'extraction comptable
      *> montrent le brut, la retenue et le net.
           IF WS-MONTANT-INTERET > 0
              PERFORM CALCULER-RETENUE
              ADD WS-MONTANT-INTERET TO SOLDE
              MOVE SOLDE TO WS-SOLDE-APRES-INTERET
              SUBTRACT WS-MONTANT-RETENUE FROM SOLDE
              REWRITE COMPTE-REC
               INVALID KEY
                DISPLAY "Erreur lors de la mise à jour du compte "
                MOVE WS-TIME-SYS        TO MVT-HEURE
                MOVE "I"                TO MVT-TYPE
                MOVE WS-MONTANT-INTERET TO MVT-MONTANT
                MOVE WS-SOLDE-APRES-INTERET TO MVT-SOLDE-APRES
                MOVE 0                  TO MVT-CONTREPARTIE
                MOVE 0                  TO MVT-FRAIS
                MOVE "INT"              TO MVT-OPERATEUR
                MOVE SPACE              TO MVT-TYPE-ORIGINE
                WRITE MVT-REC

                IF WS-MONTANT-RETENUE > 0
                   MOVE "H"                TO MVT-TYPE
                   MOVE WS-MONTANT-RETENUE TO MVT-MONTANT
                   MOVE SOLDE              TO MVT-SOLDE-APRES
                   WRITE MVT-REC
                   ADD WS-MONTANT-RETENUE TO WS-TOTAL-RETENUES
                   ADD 1 TO WS-NB-RETENUES
                END-IF

                ADD WS-MONTANT-INTERET TO WS-TOTAL-INTERETS
                ADD 1 TO WS-NB-COMPTES-TRAITES
              END-REWRITE
           END-IF.

      *> Retenue sur l'intérêt brut, sauf si le client titulaire est
      *> exonéré au fichier des clients. Un compte sans client
      *> rattaché, ou un client introuvable, subit la retenue.
       CALCULER-RETENUE.
           MOVE 0 TO WS-MONTANT-RETENUE.
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
           IF WS-EXONERE = "N"
              COMPUTE WS-MONTANT-RETENUE ROUNDED =
                 WS-MONTANT-INTERET * WS-TAUX-RETENUE
           END-IF.

       ECRIRE-SOMMAIRE.
           MOVE "=== SOMMAIRE INTERETS MENSUELS ===" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
             INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

           MOVE WS-TOTAL-RETENUES TO WS-RETENUE-EDIT
           STRING "Retenue à la source       : " DELIMITED BY SIZE
                  WS-RETENUE-EDIT                 DELIMITED BY SIZE
                  " sur "                         DELIMITED BY SIZE
                  WS-NB-RETENUES                  DELIMITED BY SIZE
                  " comptes"                      DELIMITED BY SIZE
             INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

           DISPLAY "Traitement des intérêts terminé.".
           DISPLAY "Comptes crédités : " WS-NB-COMPTES-TRAITES.
           DISPLAY "Total des intérêts versés : " WS-TOTAL-EDIT.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-COMPTES-TRAITES TO REG-COMPTEUR-1.
           MOVE WS-NB-RETENUES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.
