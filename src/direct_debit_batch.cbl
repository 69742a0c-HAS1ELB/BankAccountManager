       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDirectDebitBatch.

      *> Prélèvements entrants : lit PRELEV.DAT, le fichier reçu de
      *> la chambre avec les prélèvements présentés par les
      *> créanciers sur nos comptes (contrôles "H" / détails "D" /
      *> pied "T" au format des remises), vérifie le nombre et le
      *> montant total, puis contrôle chaque prélèvement : compte
      *> présent au fichier maître et ni bloqué ni gelé au débit,
      *> mandat actif du créancier sur le compte, échéance non
      *> refusée par le client, plafond du mandat, plafond cumulé
      *> des débits de la journée (LIMITE-JOUR, sinon ligne PLJ du
      *> tarif) et provision disponible (solde diminué des blocages,
      *> dans la limite du découvert autorisé). Un prélèvement payé
      *> débite le compte et part au journal en "U" (le relevé et
      *> l'extraction comptable le reprennent : compte client au
      *> débit, 288000 au crédit). Les autres partent dans
      *> PRLRET.DAT, réécrit au format H/D/T avec ses propres
      *> contrôles et le code motif normalisé de la chambre, pour le
      *> retour au créancier. Le fichier posté est vidé pour
      *> interdire une double comptabilisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT FICHIER-MANDATS ASSIGN TO "MANDATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MANDATS.

           SELECT FICHIER-BLOCAGES ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-NUMERO
               FILE STATUS IS WS-FS-BLOCAGES.

           SELECT FICHIER-TARIFS ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT FICHIER-PRELEVEMENTS ASSIGN TO "PRELEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRELEVEMENTS.

           SELECT RETOURS-PRELEVEMENTS ASSIGN TO "PRLRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETOURS.

           SELECT FICHIER-TRAVAIL ASSIGN TO "PRLTRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVAIL.

           SELECT JOURNAL-SECURITE ASSIGN TO "SECURITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECURITE.

           SELECT REGISTRE-PASSAGES ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  COMPTE-REC.
           COPY "cpycte.cpy".

       FD  FICHIER-MANDATS.
       01  MANDAT-REC.
           COPY "cpymdt.cpy".

       FD  FICHIER-BLOCAGES.
       01  BLOCAGE-REC.
           COPY "cpyblo.cpy".

       FD  FICHIER-TARIFS.
       01  TARIF-REC.
           COPY "cpytrf.cpy".

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

       FD  FICHIER-PRELEVEMENTS.
       01  ENR-PRELEVEMENT.
           05 PRL-CODE-ENR           PIC X(1).
              88 PRL-ENTETE          VALUE "H".
              88 PRL-DETAIL          VALUE "D".
              88 PRL-FIN             VALUE "T".
           05 PRL-DONNEES            PIC X(66).
           05 PRL-ZONE-DETAIL REDEFINES PRL-DONNEES.
              10 PRL-NUMERO-COMPTE   PIC 9(5).
              10 PRL-CREANCIER       PIC X(10).
              10 PRL-REF-MANDAT      PIC X(16).
              10 PRL-MONTANT         PIC 9(9)V99.
              10 PRL-DATE-ECHEANCE   PIC 9(8).
              10 PRL-REFERENCE       PIC X(16).
           05 PRL-ZONE-CTRL REDEFINES PRL-DONNEES.
              10 PRL-CTRL-DATE       PIC 9(8).
              10 PRL-CTRL-NOMBRE     PIC 9(7).
              10 PRL-CTRL-TOTAL      PIC 9(11)V99.
              10 FILLER              PIC X(38).

      *> Mêmes zones que le fichier entrant, avec le code motif de
      *> la chambre en queue : AC04 compte clos (absent du fichier
      *> maître), AC06 compte bloqué ou débits gelés, MD01 pas de
      *> mandat actif, MS02 échéance refusée par le client, AM02
      *> montant au-delà du plafond du mandat, MS03 plafond
      *> journalier atteint ou erreur de mise à jour, AM04 provision
      *> insuffisante.
       FD  RETOURS-PRELEVEMENTS.
       01  ENR-RETOUR.
           05 RET-CODE-ENR           PIC X(1).
           05 RET-DONNEES            PIC X(66).
           05 RET-CODE-MOTIF         PIC X(4).

       FD  FICHIER-TRAVAIL.
       01  ENR-TRAVAIL.
           05 TRV-DONNEES            PIC X(66).
           05 TRV-CODE-MOTIF         PIC X(4).

      *> Même gabarit que le journal de sécurité du guichet : les
      *> réactivations de comptes dormants par un prélèvement payé
      *> y sont tracées pour le rapport d'activité inhabituelle.
       FD  JOURNAL-SECURITE.
       01  SEC-REC.
           05 SEC-DATE               PIC 9(8).
           05 SEC-HEURE              PIC 9(6).
           05 SEC-OPERATEUR          PIC X(4).
           05 SEC-EVENEMENT          PIC X(4).
           05 SEC-COMPTE             PIC 9(5).
           05 SEC-DETAIL             PIC X(40).
           05 SEC-CLIENT             PIC 9(5).

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-MANDATS         PIC X(2) VALUE "00".
           01 WS-FS-BLOCAGES        PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-PRELEVEMENTS    PIC X(2) VALUE "00".
           01 WS-FS-RETOURS         PIC X(2) VALUE "00".
           01 WS-FS-TRAVAIL         PIC X(2) VALUE "00".
           01 WS-FS-SECURITE        PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-MANDATS-OUVERT     PIC X(1) VALUE "N".
           01 WS-BLOCAGES-OUVERT    PIC X(1) VALUE "N".

           01 WS-CTRL-VALIDE        PIC X(1).
              88 FICHIER-VALIDE     VALUE "O".
              88 FICHIER-INVALIDE   VALUE "N".
           01 WS-ATTENDU-NB         PIC 9(7).
           01 WS-ATTENDU-TOTAL      PIC 9(11)V99.
           01 WS-COMPTE-NB          PIC 9(7).
           01 WS-COMPTE-TOTAL       PIC 9(11)V99.
           01 WS-FIN-NB             PIC 9(7).
           01 WS-FIN-TOTAL          PIC 9(11)V99.
           01 WS-DERNIER-CODE       PIC X(1).
           01 WS-DATE-REMISE        PIC 9(8) VALUE 0.
           01 WS-CODE-REJET         PIC X(4).

      *> Plafonds journaliers par défaut (lignes PLJ) ; zéro = pas
      *> de plafond.
           01 WS-PLAFOND-JOUR-CHQ   PIC 9(9)V99 VALUE 0.
           01 WS-PLAFOND-JOUR-EPG   PIC 9(9)V99 VALUE 0.
           01 WS-PLAFOND-JOUR-EFF   PIC 9(9)V99.
           01 WS-DEBITS-JOUR        PIC S9(11)V99.
           01 WS-TOTAL-BLOCAGES     PIC 9(11)V99.
           01 WS-SOLDE-PROJETE      PIC S9(9)V99.
           01 WS-SOLDE-MINIMUM      PIC S9(11)V99.
           01 WS-NB-PAYES           PIC 9(7) VALUE 0.
           01 WS-TOTAL-PAYES        PIC 9(11)V99 VALUE 0.
           01 WS-NB-REJETS          PIC 9(7) VALUE 0.
           01 WS-TOTAL-REJETS       PIC 9(11)V99 VALUE 0.
           01 WS-TIME-SYS           PIC 9(6).
           01 WS-TOTAL-EDIT         PIC -(11)9.99.

      *> Zone de contrôle des retours, au gabarit de PRL-ZONE-CTRL.
           01 WS-CTRL-RETOURS.
              05 WS-RET-CTRL-DATE   PIC 9(8).
              05 WS-RET-CTRL-NOMBRE PIC 9(7).
              05 WS-RET-CTRL-TOTAL  PIC 9(11)V99.
              05 FILLER             PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM VERIFIER-CONTROLES-FICHIER
           IF FICHIER-INVALIDE
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF

           PERFORM LIRE-TARIFS
           PERFORM OUVRIR-FICHIERS
           PERFORM POSTER-PRELEVEMENTS
           PERFORM FERMER-FICHIERS

           IF WS-NB-REJETS > 0
              PERFORM ECRIRE-FICHIER-RETOURS
           END-IF
           PERFORM VIDER-FICHIER-ENTRANT

           DISPLAY "Prélèvements entrants terminés."
           DISPLAY "Prélèvements payés   : " WS-NB-PAYES
           MOVE WS-TOTAL-PAYES TO WS-TOTAL-EDIT
           DISPLAY "Montant payé         : " WS-TOTAL-EDIT
           DISPLAY "Prélèvements rejetés : " WS-NB-REJETS
           IF WS-NB-REJETS > 0
              MOVE WS-TOTAL-REJETS TO WS-TOTAL-EDIT
              DISPLAY "Montant rejeté       : " WS-TOTAL-EDIT
              DISPLAY "Détail dans PRLRET.DAT (retour à la "
                      "compensation)."
           END-IF
           MOVE "OK" TO WS-REG-ETAT
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Le passage est consigné au registre avec la date portée par
      *> l'en-tête du fichier entrant (zéro quand le fichier manque
      *> ou est refusé avant son en-tête).
       ENREGISTRER-PASSAGE.
           OPEN EXTEND REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE = "35"
              OPEN OUTPUT REGISTRE-PASSAGES
           END-IF.
           ACCEPT WS-DATE-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-EXEC FROM TIME.
           MOVE "PRELEV" TO REG-PROGRAMME.
           MOVE WS-DATE-REMISE TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-PAYES TO REG-COMPTEUR-1.
           MOVE WS-NB-REJETS TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

      *> Première passe sans poster, mêmes règles que la compensation
      *> entrante : en-tête présent, pied présent, nombre et montant
      *> des détails conformes aux deux enregistrements de contrôle.
      *> Un fichier tronqué est refusé en bloc.
       VERIFIER-CONTROLES-FICHIER.
           SET FICHIER-INVALIDE TO TRUE.
           OPEN INPUT FICHIER-PRELEVEMENTS.
           IF WS-FS-PRELEVEMENTS NOT = "00"
              DISPLAY "Fichier PRELEV.DAT introuvable, traitement "
                      "annulé."
           ELSE
              MOVE 0 TO WS-COMPTE-NB
              MOVE 0 TO WS-COMPTE-TOTAL
              MOVE SPACES TO WS-DERNIER-CODE
              READ FICHIER-PRELEVEMENTS
                 AT END
                    MOVE "10" TO WS-FS-PRELEVEMENTS
                 NOT AT END
                    CONTINUE
              END-READ
              IF WS-FS-PRELEVEMENTS = "10" OR NOT PRL-ENTETE
                 DISPLAY "PRELEV.DAT sans enregistrement d'en-tête,"
                         " traitement annulé."
              ELSE
                 MOVE PRL-CTRL-DATE TO WS-DATE-REMISE
                 MOVE PRL-CTRL-NOMBRE TO WS-ATTENDU-NB
                 MOVE PRL-CTRL-TOTAL TO WS-ATTENDU-TOTAL
                 PERFORM UNTIL WS-FS-PRELEVEMENTS = "10"
                    READ FICHIER-PRELEVEMENTS
                       AT END
                          MOVE "10" TO WS-FS-PRELEVEMENTS
                       NOT AT END
                          MOVE PRL-CODE-ENR TO WS-DERNIER-CODE
                          IF PRL-DETAIL
                             ADD 1 TO WS-COMPTE-NB
                             ADD PRL-MONTANT TO WS-COMPTE-TOTAL
                          END-IF
                          IF PRL-FIN
                             MOVE PRL-CTRL-NOMBRE TO WS-FIN-NB
                             MOVE PRL-CTRL-TOTAL TO WS-FIN-TOTAL
                          END-IF
                    END-READ
                 END-PERFORM
                 PERFORM CONCLURE-CONTROLES
              END-IF
              CLOSE FICHIER-PRELEVEMENTS
           END-IF.

       CONCLURE-CONTROLES.
           IF WS-DERNIER-CODE NOT = "T"
              DISPLAY "PRELEV.DAT sans enregistrement de fin : "
                      "fichier tronqué, traitement annulé."
           ELSE
              IF WS-FIN-NB NOT = WS-COMPTE-NB
                 OR WS-FIN-TOTAL NOT = WS-COMPTE-TOTAL
                 DISPLAY "Contrôles du pied de fichier en écart (lu "
                         WS-COMPTE-NB "), traitement annulé."
              ELSE
               IF WS-ATTENDU-NB NOT = WS-COMPTE-NB
                  OR WS-ATTENDU-TOTAL NOT = WS-COMPTE-TOTAL
                  DISPLAY "Contrôles de l'en-tête en écart (attendu "
                          WS-ATTENDU-NB ", lu " WS-COMPTE-NB "), "
                          "traitement annulé."
               ELSE
                  SET FICHIER-VALIDE TO TRUE
               END-IF
              END-IF
           END-IF.

      *> Plafonds journaliers par défaut du tarif ; sans fichier ou
      *> sans ligne PLJ, les débits ne sont pas plafonnés.
       LIRE-TARIFS.
           OPEN INPUT FICHIER-TARIFS.
           IF WS-FS-TARIFS = "00"
              PERFORM UNTIL WS-FS-TARIFS = "10"
                 READ FICHIER-TARIFS
                    AT END
                       MOVE "10" TO WS-FS-TARIFS
                    NOT AT END
                       PERFORM RETENIR-TARIF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-TARIFS
           END-IF.

       RETENIR-TARIF.
           IF TRF-OPERATION = "PLJ"
              IF TRF-TYPE-COMPTE = "C"
                 MOVE TRF-VALEUR TO WS-PLAFOND-JOUR-CHQ
              END-IF
              IF TRF-TYPE-COMPTE = "S"
                 MOVE TRF-VALEUR TO WS-PLAFOND-JOUR-EPG
              END-IF
           END-IF.

      *> Sans fichier des mandats, aucun prélèvement ne peut être
      *> rattaché à un mandat : tous partent en retour "MD01". Sans
      *> fichier des blocages, il n'y a simplement rien à réserver.
       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN INPUT FICHIER-MANDATS.
           IF WS-FS-MANDATS = "00"
              MOVE "O" TO WS-MANDATS-OUVERT
           END-IF.
           OPEN INPUT FICHIER-BLOCAGES.
           IF WS-FS-BLOCAGES = "00"
              MOVE "O" TO WS-BLOCAGES-OUVERT
           END-IF.

           OPEN EXTEND TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL = "35"
              OPEN OUTPUT TRANSACTION-JOURNAL
           END-IF.
           OPEN EXTEND JOURNAL-SECURITE.
           IF WS-FS-SECURITE = "35"
              OPEN OUTPUT JOURNAL-SECURITE
           END-IF.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           IF WS-MANDATS-OUVERT = "O"
              CLOSE FICHIER-MANDATS
           END-IF.
           IF WS-BLOCAGES-OUVERT = "O"
              CLOSE FICHIER-BLOCAGES
           END-IF.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE JOURNAL-SECURITE.

       POSTER-PRELEVEMENTS.
           OPEN OUTPUT FICHIER-TRAVAIL.
           OPEN INPUT FICHIER-PRELEVEMENTS.
           MOVE "00" TO WS-FS-PRELEVEMENTS.
           PERFORM UNTIL WS-FS-PRELEVEMENTS = "10"
              READ FICHIER-PRELEVEMENTS
                 AT END
                    MOVE "10" TO WS-FS-PRELEVEMENTS
                 NOT AT END
                    IF PRL-DETAIL
                       PERFORM PAYER-UN-PRELEVEMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PRELEVEMENTS.
           CLOSE FICHIER-TRAVAIL.

      *> Contrôles dans l'ordre où la chambre attend le motif : le
      *> premier qui échoue donne le code de retour. Un compte fermé
      *> est supprimé du fichier maître : absent, il vaut compte
      *> clos.
       PAYER-UN-PRELEVEMENT.
           MOVE SPACES TO WS-CODE-REJET.
           MOVE PRL-NUMERO-COMPTE TO NUMERO-COMPTE.
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             MOVE "AC04" TO WS-CODE-REJET
            NOT INVALID KEY
             IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
                MOVE "AC06" TO WS-CODE-REJET
             END-IF
             IF WS-CODE-REJET = SPACES
                PERFORM CONTROLER-MANDAT
             END-IF
             IF WS-CODE-REJET = SPACES
                PERFORM CONTROLER-PLAFOND-JOUR
             END-IF
             IF WS-CODE-REJET = SPACES
                PERFORM CONTROLER-PROVISION
             END-IF
             IF WS-CODE-REJET = SPACES
                PERFORM DEBITER-PRELEVEMENT
             END-IF
           END-READ.
           IF WS-CODE-REJET NOT = SPACES
              DISPLAY "Prélèvement " PRL-REFERENCE " du compte "
                      PRL-NUMERO-COMPTE " rejeté, motif "
                      WS-CODE-REJET "."
              PERFORM ECRIRE-RETOUR-TRAVAIL
           END-IF.

      *> Le mandat du créancier doit exister sur le compte et être
      *> actif ; l'échéance ne doit pas avoir été refusée au guichet
      *> et le montant doit tenir dans le plafond du mandat.
       CONTROLER-MANDAT.
           IF WS-MANDATS-OUVERT NOT = "O"
              MOVE "MD01" TO WS-CODE-REJET
           ELSE
              MOVE PRL-NUMERO-COMPTE TO MDT-NUMERO-COMPTE
              MOVE PRL-CREANCIER TO MDT-CREANCIER
              MOVE PRL-REF-MANDAT TO MDT-REFERENCE
              READ FICHIER-MANDATS KEY IS MDT-CLE
               INVALID KEY
                MOVE "MD01" TO WS-CODE-REJET
               NOT INVALID KEY
                IF NOT MDT-ACTIF
                   MOVE "MD01" TO WS-CODE-REJET
                ELSE IF MDT-DATE-REFUS NOT = 0
                        AND MDT-DATE-REFUS = PRL-DATE-ECHEANCE
                   MOVE "MS02" TO WS-CODE-REJET
                ELSE IF MDT-PLAFOND NOT = 0
                        AND PRL-MONTANT > MDT-PLAFOND
                   MOVE "AM02" TO WS-CODE-REJET
                END-IF
                END-IF
                END-IF
              END-READ
           END-IF.

      *> Plafond cumulé des débits d'une journée, mêmes règles que
      *> le guichet et les ordres permanents : la limite propre au
      *> compte prime, sinon le défaut du type au tarif ; zéro = pas
      *> de plafond.
       CONTROLER-PLAFOND-JOUR.
           IF LIMITE-JOUR NOT = 0
              MOVE LIMITE-JOUR TO WS-PLAFOND-JOUR-EFF
           ELSE
              IF COMPTE-EPARGNE
                 MOVE WS-PLAFOND-JOUR-EPG TO WS-PLAFOND-JOUR-EFF
              ELSE
                 MOVE WS-PLAFOND-JOUR-CHQ TO WS-PLAFOND-JOUR-EFF
              END-IF
           END-IF.
           IF WS-PLAFOND-JOUR-EFF NOT = 0
              PERFORM CALCULER-DEBITS-JOUR
              IF WS-DEBITS-JOUR + PRL-MONTANT > WS-PLAFOND-JOUR-EFF
                 MOVE "MS03" TO WS-CODE-REJET
              END-IF
           END-IF.

      *> Total des débits déjà postés le jour de la remise sur le
      *> compte ; une extourne "Z" rend un débit et se retranche.
       CALCULER-DEBITS-JOUR.
           MOVE 0 TO WS-DEBITS-JOUR.
           CLOSE TRANSACTION-JOURNAL.
           OPEN INPUT TRANSACTION-JOURNAL.
           MOVE "00" TO WS-FS-JOURNAL.
           PERFORM UNTIL WS-FS-JOURNAL = "10"
              READ TRANSACTION-JOURNAL
                 AT END
                    MOVE "10" TO WS-FS-JOURNAL
                 NOT AT END
                    IF MVT-NUMERO-COMPTE = NUMERO-COMPTE
                       AND MVT-DATE = WS-DATE-REMISE
                       IF MVT-AU-DEBIT
                          ADD MVT-MONTANT TO WS-DEBITS-JOUR
                       END-IF
                       IF MVT-EXTOURNE-CREDIT
                          SUBTRACT MVT-MONTANT FROM WS-DEBITS-JOUR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANSACTION-JOURNAL.
           OPEN EXTEND TRANSACTION-JOURNAL.

      *> Provision, mêmes règles que les chèques : les blocages
      *> actifs relèvent le minimum exigé, le découvert autorisé
      *> l'abaisse sur un compte chèques.
       CONTROLER-PROVISION.
           COMPUTE WS-SOLDE-PROJETE = SOLDE - PRL-MONTANT.
           PERFORM CALCULER-BLOCAGES-ACTIFS.
           IF COMPTE-EPARGNE
              MOVE WS-TOTAL-BLOCAGES TO WS-SOLDE-MINIMUM
           ELSE
              COMPUTE WS-SOLDE-MINIMUM =
                 WS-TOTAL-BLOCAGES - LIMITE-DECOUVERT
           END-IF.
           IF WS-SOLDE-PROJETE < WS-SOLDE-MINIMUM
              MOVE "AM04" TO WS-CODE-REJET
           END-IF.

      *> Total des blocages actifs et non échus à la date de remise.
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
                          AND BLO-DATE-EXPIRATION >= WS-DATE-REMISE
                          ADD BLO-MONTANT TO WS-TOTAL-BLOCAGES
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Un prélèvement sur mandat est un débit autorisé par le
      *> client : comme un chèque, il réactive un compte dormant et
      *> date le dernier mouvement.
       DEBITER-PRELEVEMENT.
           IF COMPTE-DORMANT
              MOVE "A" TO STATUT-COMPTE
              MOVE SPACES TO MOTIF-STATUT
              PERFORM JOURNALISER-REACTIVATION
           END-IF.
           MOVE WS-DATE-REMISE TO DATE-DERNIER-MVT.
           MOVE WS-SOLDE-PROJETE TO SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour du compte "
                     PRL-NUMERO-COMPTE "."
             MOVE "MS03" TO WS-CODE-REJET
            NOT INVALID KEY
             PERFORM JOURNALISER-PRELEVEMENT
             ADD 1 TO WS-NB-PAYES
             ADD PRL-MONTANT TO WS-TOTAL-PAYES
           END-REWRITE.

       JOURNALISER-REACTIVATION.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-DATE-REMISE TO SEC-DATE.
           MOVE WS-TIME-SYS TO SEC-HEURE.
           MOVE "PRL " TO SEC-OPERATEUR.
           MOVE "REAC" TO SEC-EVENEMENT.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE "COMPTE DORMANT REACTIVE" TO SEC-DETAIL.
           MOVE 0 TO SEC-CLIENT.
           WRITE SEC-REC.

       JOURNALISER-PRELEVEMENT.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE NUMERO-COMPTE     TO MVT-NUMERO-COMPTE.
           MOVE WS-DATE-REMISE    TO MVT-DATE.
           MOVE WS-TIME-SYS       TO MVT-HEURE.
           MOVE "U"               TO MVT-TYPE.
           MOVE PRL-MONTANT       TO MVT-MONTANT.
           MOVE SOLDE             TO MVT-SOLDE-APRES.
           MOVE 0                 TO MVT-CONTREPARTIE.
           MOVE 0                 TO MVT-FRAIS.
           MOVE "PRL"             TO MVT-OPERATEUR.
           MOVE 0                 TO MVT-REFERENCE.
           MOVE SPACE             TO MVT-TYPE-ORIGINE.
           WRITE MVT-REC.

       ECRIRE-RETOUR-TRAVAIL.
           ADD 1 TO WS-NB-REJETS.
           ADD PRL-MONTANT TO WS-TOTAL-REJETS.
           MOVE PRL-DONNEES TO TRV-DONNEES.
           MOVE WS-CODE-REJET TO TRV-CODE-MOTIF.
           WRITE ENR-TRAVAIL.

      *> Les retours repassent par le fichier de travail pour que
      *> PRLRET.DAT soit réécrit avec ses propres contrôles H/T.
       ECRIRE-FICHIER-RETOURS.
           MOVE WS-DATE-REMISE TO WS-RET-CTRL-DATE.
           MOVE WS-NB-REJETS TO WS-RET-CTRL-NOMBRE.
           MOVE WS-TOTAL-REJETS TO WS-RET-CTRL-TOTAL.

           OPEN OUTPUT RETOURS-PRELEVEMENTS.
           MOVE SPACES TO ENR-RETOUR.
           MOVE "H" TO RET-CODE-ENR.
           MOVE WS-CTRL-RETOURS TO RET-DONNEES.
           WRITE ENR-RETOUR.

           OPEN INPUT FICHIER-TRAVAIL.
           MOVE "00" TO WS-FS-TRAVAIL.
           PERFORM UNTIL WS-FS-TRAVAIL = "10"
              READ FICHIER-TRAVAIL
                 AT END
                    MOVE "10" TO WS-FS-TRAVAIL
                 NOT AT END
                    MOVE "D" TO RET-CODE-ENR
                    MOVE TRV-DONNEES TO RET-DONNEES
                    MOVE TRV-CODE-MOTIF TO RET-CODE-MOTIF
                    WRITE ENR-RETOUR
              END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.

           MOVE SPACES TO ENR-RETOUR.
           MOVE "T" TO RET-CODE-ENR.
           MOVE WS-CTRL-RETOURS TO RET-DONNEES.
           WRITE ENR-RETOUR.
           CLOSE RETOURS-PRELEVEMENTS.

      *> Le fichier posté jusqu'au bout est vidé : une relance ne
      *> peut pas débiter deux fois les mêmes prélèvements.
       VIDER-FICHIER-ENTRANT.
           OPEN OUTPUT FICHIER-PRELEVEMENTS.
           CLOSE FICHIER-PRELEVEMENTS.
