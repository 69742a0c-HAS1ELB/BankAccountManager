       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankLoanBatch.

      *> Prélèvement quotidien des échéances de prêts : parcourt
      *> l'échéancier (ECHEANCIER.DAT) et présente chaque échéance
      *> arrivée à date et non payée, impayés des jours précédents
      *> compris, au compte lié du prêt, avec les mêmes règles de
      *> statut et de provision que les ordres permanents (compte
      *> bloqué ou gelé au débit refusé, solde projeté comparé aux
      *> blocages actifs et au découvert autorisé). Une échéance
      *> payée débite le compte en deux mouvements, "A" pour le
      *> capital et "B" pour les intérêts, que l'extraction
      *> comptable ventile sur 271000 et 702000. Une échéance qui ne
      *> passe pas reste en arriérés ("I") et sera représentée le
      *> lendemain ; les échéances suivantes du même prêt ne sont
      *> pas tentées avant elle. Le rapport PRETRETARD.DAT liste
      *> pour le service du recouvrement toutes les échéances
      *> impayées avec leur nombre de jours de retard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT FICHIER-PRETS ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WS-FS-PRETS.

           SELECT FICHIER-ECHEANCIER ASSIGN TO "ECHEANCIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECH-CLE
               FILE STATUS IS WS-FS-ECHEANCIER.

           SELECT FICHIER-BLOCAGES ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-NUMERO
               FILE STATUS IS WS-FS-BLOCAGES.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT RAPPORT-RETARDS ASSIGN TO "PRETRETARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

           SELECT JOURNAL-SECURITE ASSIGN TO "SECURITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECURITE.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARAMLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.

           SELECT REGISTRE-PASSAGES ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  COMPTE-REC.
           COPY "cpycte.cpy".

       FD  FICHIER-PRETS.
       01  PRET-REC.
           COPY "cpypre.cpy".

       FD  FICHIER-ECHEANCIER.
       01  ECHEANCE-REC.
           COPY "cpyech.cpy".

       FD  FICHIER-BLOCAGES.
       01  BLOCAGE-REC.
           COPY "cpyblo.cpy".

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

       FD  RAPPORT-RETARDS.
       01  LIGNE-RETARD             PIC X(80).

      *> Même gabarit que le journal de sécurité du guichet : les
      *> réactivations de comptes dormants par le lot y sont tracées
      *> pour le rapport d'activité inhabituelle.
       FD  JOURNAL-SECURITE.
       01  SEC-REC.
           05 SEC-DATE               PIC 9(8).
           05 SEC-HEURE              PIC 9(6).
           05 SEC-OPERATEUR          PIC X(4).
           05 SEC-EVENEMENT          PIC X(4).
           05 SEC-COMPTE             PIC 9(5).
           05 SEC-DETAIL             PIC X(40).
           05 SEC-CLIENT             PIC 9(5).

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-PRETS           PIC X(2) VALUE "00".
           01 WS-FS-ECHEANCIER      PIC X(2) VALUE "00".
           01 WS-FS-BLOCAGES        PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-SECURITE        PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-BLOCAGES-OUVERT    PIC X(1) VALUE "N".
           01 WS-TOTAL-BLOCAGES     PIC 9(11)V99.

           01 WS-DATE-RUN-X         PIC X(8).
           01 WS-DATE-RUN           PIC 9(8).
           01 WS-TIME-SYS           PIC 9(6).

           01 WS-SOLDE-PROJETE      PIC S9(9)V99.
           01 WS-SOLDE-MINIMUM      PIC S9(9)V99.
           01 WS-SOLDE-APRES-A      PIC S9(9)V99.
           01 WS-MOTIF              PIC X(30).
           01 WS-ETAIT-IMPAYEE      PIC X(1).
           01 WS-DATE-PAIEMENT-AVANT PIC 9(8).
      *> Prêt dont une échéance vient d'échouer : ses échéances
      *> suivantes ne sont pas présentées avant elle.
           01 WS-PRET-EN-ECHEC      PIC 9(5) VALUE 0.
           01 WS-PRET-LU            PIC X(1).
              88 PRET-LU            VALUE "O".
              88 PRET-ABSENT        VALUE "N".
           01 WS-JOURS-RETARD       PIC S9(7).
           01 WS-NB-PAYEES          PIC 9(7) VALUE 0.
           01 WS-NB-IMPAYEES        PIC 9(7) VALUE 0.
           01 WS-NB-ARRIERES        PIC 9(7) VALUE 0.
           01 WS-TOTAL-ARRIERES     PIC 9(11)V99 VALUE 0.
           01 WS-MONTANT-EDIT       PIC Z(8)9.99.
           01 WS-TOTAL-EDIT         PIC Z(10)9.99.
           01 WS-RETARD-EDIT        PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LIRE-PARAMETRE
           IF WS-PARAM-TROUVE = "N"
              DISPLAY "Date du traitement (AAAAMMJJ, vide = "
                      "aujourd'hui) : "
              ACCEPT WS-DATE-RUN-X
           END-IF
           IF WS-DATE-RUN-X = SPACES
              ACCEPT WS-DATE-RUN FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATE-RUN-X TO WS-DATE-RUN
           END-IF

           PERFORM OUVRIR-FICHIERS
           PERFORM PRELEVER-ECHEANCES
           PERFORM LISTER-ARRIERES
           PERFORM FERMER-FICHIERS

           DISPLAY "Echéances prélevées   : " WS-NB-PAYEES
           DISPLAY "Echéances impayées    : " WS-NB-IMPAYEES
           DISPLAY "Arriérés en cours     : " WS-NB-ARRIERES
           DISPLAY "Détail des retards dans PRETRETARD.DAT."
           MOVE "OK" TO WS-REG-ETAT
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Date de traitement lue dans le fichier des paramètres de la
      *> chaîne de nuit (ligne PRETS) ; sinon saisie console.
       LIRE-PARAMETRE.
           MOVE "N" TO WS-PARAM-TROUVE.
           MOVE SPACES TO WS-DATE-RUN-X.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMS = "00"
              PERFORM UNTIL WS-FS-PARAMS = "10"
                 READ FICHIER-PARAMETRES
                    AT END
                       MOVE "10" TO WS-FS-PARAMS
                    NOT AT END
                       IF PRM-PROGRAMME = "PRETS"
                          MOVE PRM-VALEUR TO WS-DATE-RUN-X
                          MOVE "O" TO WS-PARAM-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PARAMETRES
           END-IF.

       ENREGISTRER-PASSAGE.
           OPEN EXTEND REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE = "35"
              OPEN OUTPUT REGISTRE-PASSAGES
           END-IF.
           ACCEPT WS-DATE-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-EXEC FROM TIME.
           MOVE "PRETS" TO REG-PROGRAMME.
           MOVE WS-DATE-RUN TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-PAYEES TO REG-COMPTEUR-1.
           MOVE WS-NB-IMPAYEES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

      *> Sans fichier des prêts (aucun prêt encore débloqué), le
      *> passage est sans objet mais consigné normalement.
       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN I-O FICHIER-PRETS.
           IF WS-FS-PRETS NOT = "00"
              DISPLAY "Pas de fichier des prêts, rien à traiter."
              CLOSE ACCOUNT-MASTER
              MOVE "OK" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN I-O FICHIER-ECHEANCIER.
           IF WS-FS-ECHEANCIER NOT = "00"
              DISPLAY "Echéancier des prêts introuvable"
              CLOSE ACCOUNT-MASTER
              CLOSE FICHIER-PRETS
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

      *> Pas encore de fichier des blocages (première exploitation) :
      *> les blocages sont simplement pris à zéro.
           OPEN INPUT FICHIER-BLOCAGES.
           IF WS-FS-BLOCAGES = "00"
              MOVE "O" TO WS-BLOCAGES-OUVERT
           END-IF.

           OPEN EXTEND TRANSACTION-JOURNAL
           IF WS-FS-JOURNAL = "35"
              OPEN OUTPUT TRANSACTION-JOURNAL
           END-IF.

           OPEN EXTEND JOURNAL-SECURITE.
           IF WS-FS-SECURITE = "35"
              OPEN OUTPUT JOURNAL-SECURITE
           END-IF.

           OPEN OUTPUT RAPPORT-RETARDS.
           MOVE SPACES TO LIGNE-RETARD.
           STRING "=== ECHEANCES DE PRETS IMPAYEES AU "
                                  DELIMITED BY SIZE
                  WS-DATE-RUN     DELIMITED BY SIZE
                  " ==="          DELIMITED BY SIZE
             INTO LIGNE-RETARD.
           WRITE LIGNE-RETARD.
           MOVE "PRET  RG  COMPTE ECHEANCE        MONTANT  JOURS"
             TO LIGNE-RETARD.
           WRITE LIGNE-RETARD.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           CLOSE FICHIER-PRETS.
           CLOSE FICHIER-ECHEANCIER.
           IF WS-BLOCAGES-OUVERT = "O"
              CLOSE FICHIER-BLOCAGES
           END-IF.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE JOURNAL-SECURITE.
           CLOSE RAPPORT-RETARDS.

      *> L'échéancier est parcouru dans l'ordre de sa clé (prêt puis
      *> rang) : les arriérés d'un prêt passent avant ses échéances
      *> plus récentes.
       PRELEVER-ECHEANCES.
           MOVE ZEROS TO ECH-CLE.
           MOVE "00" TO WS-FS-ECHEANCIER.
           START FICHIER-ECHEANCIER KEY IS NOT LESS THAN ECH-CLE
            INVALID KEY
             MOVE "10" TO WS-FS-ECHEANCIER
           END-START.

           PERFORM UNTIL WS-FS-ECHEANCIER = "10"
              READ FICHIER-ECHEANCIER NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-ECHEANCIER
                 NOT AT END
                    IF NOT ECH-PAYEE
                       AND ECH-DATE <= WS-DATE-RUN
                       PERFORM EXAMINER-ECHEANCE
                    END-IF
              END-READ
           END-PERFORM.

       EXAMINER-ECHEANCE.
           MOVE SPACES TO WS-MOTIF.
           MOVE ECH-STATUT TO WS-ETAIT-IMPAYEE.
           PERFORM LIRE-PRET.
           IF PRET-ABSENT
              DISPLAY "Echéance " ECH-RANG " du prêt "
                      ECH-NUMERO-PRET " sans prêt au fichier, "
                      "ignorée."
           ELSE IF PRE-ACTIF
              IF ECH-NUMERO-PRET = WS-PRET-EN-ECHEC
                 MOVE "ECHEANCE PRECEDENTE IMPAYEE" TO WS-MOTIF
              ELSE
                 PERFORM PRESENTER-ECHEANCE
              END-IF
              IF WS-MOTIF NOT = SPACES
                 PERFORM CONSTATER-IMPAYE
              END-IF
           END-IF.

       LIRE-PRET.
           SET PRET-LU TO TRUE.
           MOVE ECH-NUMERO-PRET TO PRE-NUMERO.
           READ FICHIER-PRETS KEY IS PRE-NUMERO
            INVALID KEY
             SET PRET-ABSENT TO TRUE
           END-READ.

      *> Mêmes contrôles que EXECUTER-RETRAIT-ORDRE : statut du
      *> compte, puis provision diminuée des blocages actifs. Pas de
      *> frais par débit sur une échéance de prêt.
       PRESENTER-ECHEANCE.
           MOVE PRE-COMPTE-LIE TO NUMERO-COMPTE.
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             MOVE "COMPTE LIE INTROUVABLE" TO WS-MOTIF
            NOT INVALID KEY
             PERFORM CONTROLER-STATUT-DEBIT
             IF WS-MOTIF = SPACES
                PERFORM VERIFIER-PROVISION
                IF WS-SOLDE-PROJETE < WS-SOLDE-MINIMUM
                   MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
                ELSE
                   PERFORM PAYER-ECHEANCE
                END-IF
             END-IF
           END-READ.

      *> Statuts opposables à un débit : compte bloqué ou débits
      *> gelés. WS-MOTIF reste à blanc quand le débit est permis.
       CONTROLER-STATUT-DEBIT.
           MOVE SPACES TO WS-MOTIF.
           IF COMPTE-BLOQUE
              MOVE "COMPTE BLOQUE" TO WS-MOTIF
           ELSE
              IF COMPTE-GELE-DEBITS
                 MOVE "DEBITS GELES SUR LE COMPTE" TO WS-MOTIF
              END-IF
           END-IF.

      *> Découvert interdit sur l'épargne, limité à LIMITE-DECOUVERT
      *> sur les chèques ; les blocages relèvent le minimum exigé.
       VERIFIER-PROVISION.
           COMPUTE WS-SOLDE-PROJETE = SOLDE - ECH-MONTANT.
           PERFORM CALCULER-BLOCAGES-ACTIFS.
           IF COMPTE-EPARGNE
              MOVE WS-TOTAL-BLOCAGES TO WS-SOLDE-MINIMUM
           ELSE
              COMPUTE WS-SOLDE-MINIMUM =
                 WS-TOTAL-BLOCAGES - LIMITE-DECOUVERT
           END-IF.

      *> Total des blocages actifs et non échus du compte courant.
       CALCULER-BLOCAGES-ACTIFS.
           MOVE 0 TO WS-TOTAL-BLOCAGES.
           IF WS-BLOCAGES-OUVERT = "O"
              MOVE ZEROS TO BLO-NUMERO
              MOVE "00" TO WS-FS-BLOCAGES
              START FICHIER-BLOCAGES KEY IS NOT LESS THAN BLO-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-BLOCAGES
              END-START
              PERFORM UNTIL WS-FS-BLOCAGES = "10"
                 READ FICHIER-BLOCAGES NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-BLOCAGES
                    NOT AT END
                       IF BLO-NUMERO-COMPTE = NUMERO-COMPTE
                          AND BLO-ACTIF
                          AND BLO-DATE-EXPIRATION >= WS-DATE-RUN
                          ADD BLO-MONTANT TO WS-TOTAL-BLOCAGES
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Capital en "A" puis intérêts en "B" : le solde après le
      *> premier mouvement est le solde intermédiaire, pour que le
      *> relevé enchaîne juste. L'échéance ne part au journal
      *> qu'une fois le compte, l'échéancier et le prêt tous trois
      *> mis à jour ; sinon le débit du compte est annulé et
      *> l'échéance reste impayée avec le motif de l'erreur.
       PAYER-ECHEANCE.
           PERFORM MARQUER-MOUVEMENT-CLIENT.
           COMPUTE WS-SOLDE-APRES-A = SOLDE - ECH-CAPITAL.
           MOVE WS-SOLDE-PROJETE TO SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             MOVE "ERREUR MISE A JOUR COMPTE" TO WS-MOTIF
            NOT INVALID KEY
             PERFORM SOLDER-ECHEANCE
             IF WS-MOTIF = SPACES
                PERFORM JOURNALISER-PAIEMENT
             ELSE
                PERFORM ANNULER-DEBIT-COMPTE
             END-IF
           END-REWRITE.

       JOURNALISER-PAIEMENT.
           IF ECH-CAPITAL NOT = 0
              MOVE "A" TO MVT-TYPE
              MOVE ECH-CAPITAL TO MVT-MONTANT
              MOVE WS-SOLDE-APRES-A TO MVT-SOLDE-APRES
              PERFORM JOURNALISER-ECHEANCE
           END-IF.
           IF ECH-INTERET NOT = 0
              MOVE "B" TO MVT-TYPE
              MOVE ECH-INTERET TO MVT-MONTANT
              MOVE SOLDE TO MVT-SOLDE-APRES
              PERFORM JOURNALISER-ECHEANCE
           END-IF.
           IF PRE-SOLDE
              DISPLAY "Prêt " PRE-NUMERO " soldé."
           END-IF.
           ADD 1 TO WS-NB-PAYEES.

      *> Échéance payée puis prêt ; si le prêt ne peut être réécrit,
      *> l'échéance reprend son statut et le prêt est relu.
       SOLDER-ECHEANCE.
           MOVE ECH-DATE-PAIEMENT TO WS-DATE-PAIEMENT-AVANT.
           MOVE "P" TO ECH-STATUT.
           MOVE WS-DATE-RUN TO ECH-DATE-PAIEMENT.
           REWRITE ECHEANCE-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour de l'échéance " ECH-RANG
                     " du prêt " ECH-NUMERO-PRET " (statut "
                     WS-FS-ECHEANCIER ")."
             MOVE "ERREUR MISE A JOUR ECHEANCE" TO WS-MOTIF
             MOVE WS-ETAIT-IMPAYEE TO ECH-STATUT
             MOVE WS-DATE-PAIEMENT-AVANT TO ECH-DATE-PAIEMENT
           END-REWRITE.
           IF WS-MOTIF = SPACES
              SUBTRACT ECH-CAPITAL FROM PRE-CAPITAL-RESTANT
              IF WS-ETAIT-IMPAYEE = "I" AND PRE-NB-IMPAYES > 0
                 SUBTRACT 1 FROM PRE-NB-IMPAYES
              END-IF
              IF PRE-CAPITAL-RESTANT = 0
                 MOVE "S" TO PRE-STATUT
                 MOVE WS-DATE-RUN TO PRE-DATE-CLOTURE
              END-IF
              REWRITE PRET-REC
               INVALID KEY
                DISPLAY "Erreur de mise à jour du prêt " PRE-NUMERO
                        " (statut " WS-FS-PRETS ")."
                MOVE "ERREUR MISE A JOUR PRET" TO WS-MOTIF
                PERFORM RETABLIR-ECHEANCE
                PERFORM LIRE-PRET
              END-REWRITE
           END-IF.

       RETABLIR-ECHEANCE.
           MOVE WS-ETAIT-IMPAYEE TO ECH-STATUT.
           MOVE WS-DATE-PAIEMENT-AVANT TO ECH-DATE-PAIEMENT.
           REWRITE ECHEANCE-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour de l'échéance " ECH-RANG
                     " du prêt " ECH-NUMERO-PRET " (statut "
                     WS-FS-ECHEANCIER "), payée sans débit."
           END-REWRITE.

      *> Le compte est recrédité du montant de l'échéance refusée.
       ANNULER-DEBIT-COMPTE.
           ADD ECH-MONTANT TO SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour du compte " NUMERO-COMPTE
                     " (statut " WS-FS-COMPTES "), débit de "
                     "l'échéance non annulé."
           END-REWRITE.

      *> L'échéance passe ou reste en arriérés ; le compteur
      *> d'impayés du prêt ne compte chaque échéance qu'une fois.
       CONSTATER-IMPAYE.
           MOVE ECH-NUMERO-PRET TO WS-PRET-EN-ECHEC.
           ADD 1 TO WS-NB-IMPAYEES.
           DISPLAY "Echéance " ECH-RANG " du prêt " ECH-NUMERO-PRET
                   " impayée : " WS-MOTIF.
           IF ECH-A-VENIR
              MOVE "I" TO ECH-STATUT
              REWRITE ECHEANCE-REC
               INVALID KEY
                DISPLAY "Erreur de mise à jour de l'échéance "
                        ECH-RANG " du prêt " ECH-NUMERO-PRET
                        " (statut " WS-FS-ECHEANCIER ")."
               NOT INVALID KEY
                ADD 1 TO PRE-NB-IMPAYES
                REWRITE PRET-REC
                 INVALID KEY
                  DISPLAY "Erreur de mise à jour du prêt "
                          PRE-NUMERO " (statut " WS-FS-PRETS ")."
                END-REWRITE
              END-REWRITE
           END-IF.

      *> Une échéance prélevée est un mouvement client au même titre
      *> qu'un ordre permanent : elle réactive un compte dormant et
      *> date le dernier mouvement.
       MARQUER-MOUVEMENT-CLIENT.
           IF COMPTE-DORMANT
              MOVE "A" TO STATUT-COMPTE
              MOVE SPACES TO MOTIF-STATUT
              PERFORM JOURNALISER-REACTIVATION
           END-IF.
           MOVE WS-DATE-RUN TO DATE-DERNIER-MVT.

       JOURNALISER-REACTIVATION.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-DATE-RUN TO SEC-DATE.
           MOVE WS-TIME-SYS TO SEC-HEURE.
           MOVE "PRT " TO SEC-OPERATEUR.
           MOVE "REAC" TO SEC-EVENEMENT.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE "COMPTE DORMANT REACTIVE" TO SEC-DETAIL.
           MOVE 0 TO SEC-CLIENT.
           WRITE SEC-REC.

      *> La référence porte le numéro du prêt et le rang de
      *> l'échéance.
       JOURNALISER-ECHEANCE.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE NUMERO-COMPTE TO MVT-NUMERO-COMPTE.
           MOVE WS-DATE-RUN   TO MVT-DATE.
           MOVE WS-TIME-SYS   TO MVT-HEURE.
           MOVE 0             TO MVT-CONTREPARTIE.
           MOVE 0             TO MVT-FRAIS.
           MOVE "PRT"         TO MVT-OPERATEUR.
           COMPUTE MVT-REFERENCE = ECH-NUMERO-PRET * 1000 + ECH-RANG.
           MOVE SPACE         TO MVT-TYPE-ORIGINE.
           WRITE MVT-REC.

      *> Deuxième passage après les prélèvements du jour : toutes
      *> les échéances restées impayées, avec leur retard en jours.
       LISTER-ARRIERES.
           MOVE ZEROS TO ECH-CLE.
           MOVE "00" TO WS-FS-ECHEANCIER.
           START FICHIER-ECHEANCIER KEY IS NOT LESS THAN ECH-CLE
            INVALID KEY
             MOVE "10" TO WS-FS-ECHEANCIER
           END-START.

           PERFORM UNTIL WS-FS-ECHEANCIER = "10"
              READ FICHIER-ECHEANCIER NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-ECHEANCIER
                 NOT AT END
                    IF ECH-IMPAYEE
                       PERFORM LISTER-UN-ARRIERE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-TOTAL-ARRIERES TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-RETARD.
           STRING "TOTAL : "        DELIMITED BY SIZE
                  WS-NB-ARRIERES    DELIMITED BY SIZE
                  " ECHEANCE(S) IMPAYEE(S) POUR " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO LIGNE-RETARD.
           WRITE LIGNE-RETARD.

       LISTER-UN-ARRIERE.
           PERFORM LIRE-PRET.
           IF PRET-ABSENT
              MOVE 0 TO PRE-COMPTE-LIE
           END-IF.
           COMPUTE WS-JOURS-RETARD =
              FUNCTION INTEGER-OF-DATE(WS-DATE-RUN)
              - FUNCTION INTEGER-OF-DATE(ECH-DATE).
           ADD 1 TO WS-NB-ARRIERES.
           ADD ECH-MONTANT TO WS-TOTAL-ARRIERES.
           MOVE ECH-MONTANT TO WS-MONTANT-EDIT.
           MOVE WS-JOURS-RETARD TO WS-RETARD-EDIT.
           MOVE SPACES TO LIGNE-RETARD.
           STRING ECH-NUMERO-PRET DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ECH-RANG        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PRE-COMPTE-LIE  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ECH-DATE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-RETARD-EDIT  DELIMITED BY SIZE
             INTO LIGNE-RETARD.
           WRITE LIGNE-RETARD.
