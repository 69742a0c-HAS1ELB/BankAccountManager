       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankChequeClearingBatch.

      *> Compensation des chèques présentés : lit CHQCOMP.DAT, le
      *> fichier reçu de la chambre avec les chèques tirés sur nos
      *> comptes (contrôles "H" / détails "D" / pied "T" au format
      *> de COMPENSE.DAT), vérifie le nombre et le montant total,
      *> puis contrôle chaque chèque : numéro compris dans un
      *> chéquier délivré sur le compte et non annulé, absence
      *> d'opposition, chèque pas déjà payé (CHQPAYES.DAT garde
      *> tous les chèques payés), statut du compte et
      *> provision disponible (solde diminué des blocages, dans la
      *> limite du découvert autorisé). Un chèque payé débite le
      *> compte et part au journal en "C" avec son numéro (le relevé
      *> et l'extraction comptable le reprennent : compte client au
      *> débit, 286000 au crédit). Les impayés partent dans
      *> CHQIMP.DAT, réécrit au format H/D/T avec ses propres
      *> contrôles et un code motif par chèque, pour le retour à la
      *> chambre. Le fichier posté est vidé pour interdire une
      *> double comptabilisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT FICHIER-CHEQUIERS ASSIGN TO "CHEQUIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-FS-CHEQUIERS.

           SELECT FICHIER-OPPOSITIONS ASSIGN TO "OPPOSITIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPP-CLE
               FILE STATUS IS WS-FS-OPPOSITIONS.

           SELECT CHEQUES-PAYES ASSIGN TO "CHQPAYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-CLE
               FILE STATUS IS WS-FS-PAYES.

           SELECT FICHIER-BLOCAGES ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-NUMERO
               FILE STATUS IS WS-FS-BLOCAGES.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT FICHIER-CHEQUES ASSIGN TO "CHQCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHEQUES.

           SELECT REJETS-CHEQUES ASSIGN TO "CHQIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

           SELECT FICHIER-TRAVAIL ASSIGN TO "CHQTRV.DAT"
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

       FD  FICHIER-CHEQUIERS.
       01  CHEQUIER-REC.
           COPY "cpychq.cpy".

       FD  FICHIER-OPPOSITIONS.
       01  OPPOSITION-REC.
           COPY "cpyopp.cpy".

       FD  CHEQUES-PAYES.
       01  CHEQUE-PAYE-REC.
           COPY "cpycpa.cpy".

       FD  FICHIER-BLOCAGES.
       01  BLOCAGE-REC.
           COPY "cpyblo.cpy".

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

       FD  FICHIER-CHEQUES.
       01  ENR-CHEQUE.
           05 CHP-CODE-ENR           PIC X(1).
              88 CHP-ENTETE          VALUE "H".
              88 CHP-DETAIL          VALUE "D".
              88 CHP-FIN             VALUE "T".
           05 CHP-DONNEES            PIC X(44).
           05 CHP-ZONE-DETAIL REDEFINES CHP-DONNEES.
              10 CHP-NUMERO-COMPTE   PIC 9(5).
              10 CHP-NUMERO-CHEQUE   PIC 9(7).
              10 CHP-MONTANT         PIC 9(9)V99.
              10 CHP-BANQUE-REMETTANTE PIC X(5).
              10 CHP-REFERENCE       PIC X(16).
           05 CHP-ZONE-CTRL REDEFINES CHP-DONNEES.
              10 CHP-CTRL-DATE       PIC 9(8).
              10 CHP-CTRL-NOMBRE     PIC 9(7).
              10 CHP-CTRL-TOTAL      PIC 9(11)V99.
              10 FILLER              PIC X(16).

      *> Mêmes zones que le fichier entrant, avec le code motif en
      *> queue : CPT compte introuvable, CHQ chèque hors des
      *> chéquiers du compte, ANN chéquier annulé, OPP opposition,
      *> PAY chèque déjà payé, STA compte bloqué ou débits gelés,
      *> PRV provision insuffisante, MAJ erreur de mise à jour.
       FD  REJETS-CHEQUES.
       01  ENR-REJET.
           05 REJ-CODE-ENR           PIC X(1).
           05 REJ-DONNEES            PIC X(44).
           05 REJ-CODE-MOTIF         PIC X(3).

       FD  FICHIER-TRAVAIL.
       01  ENR-TRAVAIL.
           05 TRV-DONNEES            PIC X(44).
           05 TRV-CODE-MOTIF         PIC X(3).

      *> Même gabarit que le journal de sécurité du guichet : les
      *> réactivations de comptes dormants par un chèque payé y sont
      *> tracées pour le rapport d'activité inhabituelle.
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
           01 WS-FS-CHEQUIERS       PIC X(2) VALUE "00".
           01 WS-FS-OPPOSITIONS     PIC X(2) VALUE "00".
           01 WS-FS-PAYES           PIC X(2) VALUE "00".
           01 WS-FS-BLOCAGES        PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-CHEQUES         PIC X(2) VALUE "00".
           01 WS-FS-REJETS          PIC X(2) VALUE "00".
           01 WS-FS-TRAVAIL         PIC X(2) VALUE "00".
           01 WS-FS-SECURITE        PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-CHEQUIERS-OUVERT   PIC X(1) VALUE "N".
           01 WS-OPPOSITIONS-OUVERT PIC X(1) VALUE "N".
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
           01 WS-CODE-REJET         PIC X(3).
           01 WS-CHEQUIER-ETAT      PIC X(1).
              88 CHEQUIER-INCONNU   VALUE "I".
              88 CHEQUIER-EN-SERVICE VALUE "A".
              88 CHEQUIER-ANNULE    VALUE "X".
           01 WS-DEJA-PAYE          PIC X(1).
              88 CHEQUE-DEJA-PAYE   VALUE "O".
           01 WS-TOTAL-BLOCAGES     PIC 9(11)V99.
           01 WS-SOLDE-PROJETE      PIC S9(9)V99.
           01 WS-SOLDE-MINIMUM      PIC S9(11)V99.
           01 WS-NB-PAYES           PIC 9(7) VALUE 0.
           01 WS-TOTAL-PAYES        PIC 9(11)V99 VALUE 0.
           01 WS-NB-REJETS          PIC 9(7) VALUE 0.
           01 WS-TOTAL-REJETS       PIC 9(11)V99 VALUE 0.
           01 WS-TIME-SYS           PIC 9(6).
           01 WS-TOTAL-EDIT         PIC -(11)9.99.

      *> Zone de contrôle des rejets, au gabarit de CHP-ZONE-CTRL.
           01 WS-CTRL-REJETS.
              05 WS-REJ-CTRL-DATE   PIC 9(8).
              05 WS-REJ-CTRL-NOMBRE PIC 9(7).
              05 WS-REJ-CTRL-TOTAL  PIC 9(11)V99.
              05 FILLER             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM VERIFIER-CONTROLES-FICHIER
           IF FICHIER-INVALIDE
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF

           PERFORM OUVRIR-FICHIERS
           PERFORM POSTER-CHEQUES
           PERFORM FERMER-FICHIERS

           IF WS-NB-REJETS > 0
              PERFORM ECRIRE-FICHIER-REJETS
           END-IF
           PERFORM VIDER-FICHIER-ENTRANT

           DISPLAY "Compensation des chèques terminée."
           DISPLAY "Chèques payés    : " WS-NB-PAYES
           MOVE WS-TOTAL-PAYES TO WS-TOTAL-EDIT
           DISPLAY "Montant payé     : " WS-TOTAL-EDIT
           DISPLAY "Chèques impayés  : " WS-NB-REJETS
           IF WS-NB-REJETS > 0
              MOVE WS-TOTAL-REJETS TO WS-TOTAL-EDIT
              DISPLAY "Montant impayé   : " WS-TOTAL-EDIT
              DISPLAY "Détail dans CHQIMP.DAT (retour à la "
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
           MOVE "CHEQUES" TO REG-PROGRAMME.
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
           OPEN INPUT FICHIER-CHEQUES.
           IF WS-FS-CHEQUES NOT = "00"
              DISPLAY "Fichier CHQCOMP.DAT introuvable, traitement "
                      "annulé."
           ELSE
              MOVE 0 TO WS-COMPTE-NB
              MOVE 0 TO WS-COMPTE-TOTAL
              MOVE SPACES TO WS-DERNIER-CODE
              READ FICHIER-CHEQUES
                 AT END
                    MOVE "10" TO WS-FS-CHEQUES
                 NOT AT END
                    CONTINUE
              END-READ
              IF WS-FS-CHEQUES = "10" OR NOT CHP-ENTETE
                 DISPLAY "CHQCOMP.DAT sans enregistrement d'en-tête,"
                         " traitement annulé."
              ELSE
                 MOVE CHP-CTRL-DATE TO WS-DATE-REMISE
                 MOVE CHP-CTRL-NOMBRE TO WS-ATTENDU-NB
                 MOVE CHP-CTRL-TOTAL TO WS-ATTENDU-TOTAL
                 PERFORM UNTIL WS-FS-CHEQUES = "10"
                    READ FICHIER-CHEQUES
                       AT END
                          MOVE "10" TO WS-FS-CHEQUES
                       NOT AT END
                          MOVE CHP-CODE-ENR TO WS-DERNIER-CODE
                          IF CHP-DETAIL
                             ADD 1 TO WS-COMPTE-NB
                             ADD CHP-MONTANT TO WS-COMPTE-TOTAL
                          END-IF
                          IF CHP-FIN
                             MOVE CHP-CTRL-NOMBRE TO WS-FIN-NB
                             MOVE CHP-CTRL-TOTAL TO WS-FIN-TOTAL
                          END-IF
                    END-READ
                 END-PERFORM
                 PERFORM CONCLURE-CONTROLES
              END-IF
              CLOSE FICHIER-CHEQUES
           END-IF.

       CONCLURE-CONTROLES.
           IF WS-DERNIER-CODE NOT = "T"
              DISPLAY "CHQCOMP.DAT sans enregistrement de fin : "
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

      *> Sans registre des chéquiers, aucun chèque ne peut être
      *> rattaché à un chéquier : tous partent en impayé "CHQ".
      *> Sans fichier des oppositions ou des blocages (première
      *> exploitation), il n'y a simplement rien à opposer.
       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

      *> Sans fichier des chèques payés, un chèque présenté deux
      *> fois serait payé deux fois : le passage est abandonné.
           OPEN I-O CHEQUES-PAYES.
           IF WS-FS-PAYES = "35"
              OPEN OUTPUT CHEQUES-PAYES
              CLOSE CHEQUES-PAYES
              OPEN I-O CHEQUES-PAYES
              IF WS-FS-PAYES = "00"
                 PERFORM REPRENDRE-CHEQUES-PAYES
              END-IF
           END-IF.
           IF WS-FS-PAYES NOT = "00"
              DISPLAY "Fichier des chèques payés inutilisable "
                      "(statut " WS-FS-PAYES "), traitement annulé."
              CLOSE ACCOUNT-MASTER
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN INPUT FICHIER-CHEQUIERS.
           IF WS-FS-CHEQUIERS = "00"
              MOVE "O" TO WS-CHEQUIERS-OUVERT
           END-IF.
           OPEN INPUT FICHIER-OPPOSITIONS.
           IF WS-FS-OPPOSITIONS = "00"
              MOVE "O" TO WS-OPPOSITIONS-OUVERT
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

      *> À la création du fichier des chèques payés, les chèques
      *> déjà payés dans le journal du mois en cours y sont repris.
       REPRENDRE-CHEQUES-PAYES.
           OPEN INPUT TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL = "00"
              PERFORM UNTIL WS-FS-JOURNAL = "10"
                 READ TRANSACTION-JOURNAL
                    AT END
                       MOVE "10" TO WS-FS-JOURNAL
                    NOT AT END
                       IF MVT-CHEQUE
                          MOVE MVT-NUMERO-COMPTE TO CPA-NUMERO-COMPTE
                          MOVE MVT-REFERENCE TO CPA-NUMERO-CHEQUE
                          MOVE MVT-DATE TO CPA-DATE-PAIEMENT
                          MOVE MVT-MONTANT TO CPA-MONTANT
                          MOVE SPACES TO CPA-BANQUE-REMETTANTE
                          WRITE CHEQUE-PAYE-REC
                           INVALID KEY
                            CONTINUE
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-JOURNAL
           END-IF.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           CLOSE CHEQUES-PAYES.
           IF WS-CHEQUIERS-OUVERT = "O"
              CLOSE FICHIER-CHEQUIERS
           END-IF.
           IF WS-OPPOSITIONS-OUVERT = "O"
              CLOSE FICHIER-OPPOSITIONS
           END-IF.
           IF WS-BLOCAGES-OUVERT = "O"
              CLOSE FICHIER-BLOCAGES
           END-IF.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE JOURNAL-SECURITE.

       POSTER-CHEQUES.
           OPEN OUTPUT FICHIER-TRAVAIL.
           OPEN INPUT FICHIER-CHEQUES.
           MOVE "00" TO WS-FS-CHEQUES.
           PERFORM UNTIL WS-FS-CHEQUES = "10"
              READ FICHIER-CHEQUES
                 AT END
                    MOVE "10" TO WS-FS-CHEQUES
                 NOT AT END
                    IF CHP-DETAIL
                       PERFORM PAYER-UN-CHEQUE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-CHEQUES.
           CLOSE FICHIER-TRAVAIL.

      *> Contrôles dans l'ordre où la chambre attend le motif : le
      *> premier qui échoue donne le code de rejet.
       PAYER-UN-CHEQUE.
           MOVE SPACES TO WS-CODE-REJET.
           MOVE CHP-NUMERO-COMPTE TO NUMERO-COMPTE.
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             MOVE "CPT" TO WS-CODE-REJET
            NOT INVALID KEY
             PERFORM CONTROLER-CHEQUE
             IF WS-CODE-REJET = SPACES
                PERFORM CONTROLER-COMPTE-TIRE
             END-IF
             IF WS-CODE-REJET = SPACES
                PERFORM DEBITER-CHEQUE
             END-IF
           END-READ.
           IF WS-CODE-REJET NOT = SPACES
              DISPLAY "Chèque " CHP-NUMERO-CHEQUE " du compte "
                      CHP-NUMERO-COMPTE " impayé, motif "
                      WS-CODE-REJET "."
              PERFORM ECRIRE-REJET-TRAVAIL
           END-IF.

      *> Le chèque doit appartenir à un chéquier délivré sur le
      *> compte, non annulé, ne pas être frappé d'opposition ni
      *> avoir déjà été payé.
       CONTROLER-CHEQUE.
           PERFORM CHERCHER-CHEQUIER.
           IF CHEQUIER-INCONNU
              MOVE "CHQ" TO WS-CODE-REJET
           ELSE IF CHEQUIER-ANNULE
              MOVE "ANN" TO WS-CODE-REJET
           ELSE
              IF WS-OPPOSITIONS-OUVERT = "O"
                 MOVE CHP-NUMERO-COMPTE TO OPP-NUMERO-COMPTE
                 MOVE CHP-NUMERO-CHEQUE TO OPP-NUMERO-CHEQUE
                 READ FICHIER-OPPOSITIONS KEY IS OPP-CLE
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   MOVE "OPP" TO WS-CODE-REJET
                 END-READ
              END-IF
              IF WS-CODE-REJET = SPACES
                 PERFORM CHERCHER-CHEQUE-PAYE
                 IF CHEQUE-DEJA-PAYE
                    MOVE "PAY" TO WS-CODE-REJET
                 END-IF
              END-IF
           END-IF.

      *> Le registre des chéquiers est petit : parcours complet à la
      *> recherche du chéquier du compte qui couvre le numéro.
       CHERCHER-CHEQUIER.
           SET CHEQUIER-INCONNU TO TRUE.
           IF WS-CHEQUIERS-OUVERT = "O"
              MOVE ZEROS TO CHQ-NUMERO
              MOVE "00" TO WS-FS-CHEQUIERS
              START FICHIER-CHEQUIERS KEY IS NOT LESS THAN CHQ-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-CHEQUIERS
              END-START
              PERFORM UNTIL WS-FS-CHEQUIERS = "10"
                 READ FICHIER-CHEQUIERS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-CHEQUIERS
                    NOT AT END
                       IF CHQ-NUMERO-COMPTE = CHP-NUMERO-COMPTE
                          AND CHP-NUMERO-CHEQUE >= CHQ-PREMIER
                          AND CHP-NUMERO-CHEQUE <= CHQ-DERNIER
                          MOVE CHQ-STATUT TO WS-CHEQUIER-ETAT
                          MOVE "10" TO WS-FS-CHEQUIERS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Un chèque déjà payé, ce mois-ci ou avant, figure au
      *> fichier des chèques payés.
       CHERCHER-CHEQUE-PAYE.
           MOVE "N" TO WS-DEJA-PAYE.
           MOVE CHP-NUMERO-COMPTE TO CPA-NUMERO-COMPTE.
           MOVE CHP-NUMERO-CHEQUE TO CPA-NUMERO-CHEQUE.
           READ CHEQUES-PAYES KEY IS CPA-CLE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE "O" TO WS-DEJA-PAYE
           END-READ.

      *> Statut et provision, mêmes règles que les ordres
      *> permanents : les blocages actifs relèvent le minimum exigé,
      *> le découvert autorisé l'abaisse sur un compte chèques.
       CONTROLER-COMPTE-TIRE.
           IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
              MOVE "STA" TO WS-CODE-REJET
           ELSE
              COMPUTE WS-SOLDE-PROJETE = SOLDE - CHP-MONTANT
              PERFORM CALCULER-BLOCAGES-ACTIFS
              IF COMPTE-EPARGNE
                 MOVE WS-TOTAL-BLOCAGES TO WS-SOLDE-MINIMUM
              ELSE
                 COMPUTE WS-SOLDE-MINIMUM =
                    WS-TOTAL-BLOCAGES - LIMITE-DECOUVERT
              END-IF
              IF WS-SOLDE-PROJETE < WS-SOLDE-MINIMUM
                 MOVE "PRV" TO WS-CODE-REJET
              END-IF
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

      *> Un chèque émis est un mouvement à l'initiative du client :
      *> il réactive un compte dormant et date le dernier mouvement.
       DEBITER-CHEQUE.
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
                     CHP-NUMERO-COMPTE "."
             MOVE "MAJ" TO WS-CODE-REJET
            NOT INVALID KEY
             PERFORM NOTER-CHEQUE-PAYE
             PERFORM JOURNALISER-CHEQUE
             ADD 1 TO WS-NB-PAYES
             ADD CHP-MONTANT TO WS-TOTAL-PAYES
           END-REWRITE.

      *> Le chèque débité est inscrit au fichier des chèques payés
      *> avant d'aller au journal ; un échec d'écriture est signalé
      *> sans revenir sur le paiement, déjà porté au compte.
       NOTER-CHEQUE-PAYE.
           MOVE CHP-NUMERO-COMPTE TO CPA-NUMERO-COMPTE.
           MOVE CHP-NUMERO-CHEQUE TO CPA-NUMERO-CHEQUE.
           MOVE WS-DATE-REMISE TO CPA-DATE-PAIEMENT.
           MOVE CHP-MONTANT TO CPA-MONTANT.
           MOVE CHP-BANQUE-REMETTANTE TO CPA-BANQUE-REMETTANTE.
           WRITE CHEQUE-PAYE-REC
            INVALID KEY
             DISPLAY "Erreur d'écriture du chèque payé "
                     CHP-NUMERO-CHEQUE " du compte "
                     CHP-NUMERO-COMPTE " (statut " WS-FS-PAYES ")."
           END-WRITE.

       JOURNALISER-REACTIVATION.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-DATE-REMISE TO SEC-DATE.
           MOVE WS-TIME-SYS TO SEC-HEURE.
           MOVE "CHQ " TO SEC-OPERATEUR.
           MOVE "REAC" TO SEC-EVENEMENT.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE "COMPTE DORMANT REACTIVE" TO SEC-DETAIL.
           MOVE 0 TO SEC-CLIENT.
           WRITE SEC-REC.

       JOURNALISER-CHEQUE.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE NUMERO-COMPTE     TO MVT-NUMERO-COMPTE.
           MOVE WS-DATE-REMISE    TO MVT-DATE.
           MOVE WS-TIME-SYS       TO MVT-HEURE.
           MOVE "C"               TO MVT-TYPE.
           MOVE CHP-MONTANT       TO MVT-MONTANT.
           MOVE SOLDE             TO MVT-SOLDE-APRES.
           MOVE 0                 TO MVT-CONTREPARTIE.
           MOVE 0                 TO MVT-FRAIS.
           MOVE "CHQ"             TO MVT-OPERATEUR.
           MOVE CHP-NUMERO-CHEQUE TO MVT-REFERENCE.
           MOVE SPACE             TO MVT-TYPE-ORIGINE.
           WRITE MVT-REC.

       ECRIRE-REJET-TRAVAIL.
           ADD 1 TO WS-NB-REJETS.
           ADD CHP-MONTANT TO WS-TOTAL-REJETS.
           MOVE CHP-DONNEES TO TRV-DONNEES.
           MOVE WS-CODE-REJET TO TRV-CODE-MOTIF.
           WRITE ENR-TRAVAIL.

      *> Les impayés repassent par le fichier de travail pour que
      *> CHQIMP.DAT soit réécrit avec ses propres contrôles H/T.
       ECRIRE-FICHIER-REJETS.
           MOVE WS-DATE-REMISE TO WS-REJ-CTRL-DATE.
           MOVE WS-NB-REJETS TO WS-REJ-CTRL-NOMBRE.
           MOVE WS-TOTAL-REJETS TO WS-REJ-CTRL-TOTAL.

           OPEN OUTPUT REJETS-CHEQUES.
           MOVE SPACES TO ENR-REJET.
           MOVE "H" TO REJ-CODE-ENR.
           MOVE WS-CTRL-REJETS TO REJ-DONNEES.
           WRITE ENR-REJET.

           OPEN INPUT FICHIER-TRAVAIL.
           MOVE "00" TO WS-FS-TRAVAIL.
           PERFORM UNTIL WS-FS-TRAVAIL = "10"
              READ FICHIER-TRAVAIL
                 AT END
                    MOVE "10" TO WS-FS-TRAVAIL
                 NOT AT END
                    MOVE "D" TO REJ-CODE-ENR
                    MOVE TRV-DONNEES TO REJ-DONNEES
                    MOVE TRV-CODE-MOTIF TO REJ-CODE-MOTIF
                    WRITE ENR-REJET
              END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.

           MOVE SPACES TO ENR-REJET.
           MOVE "T" TO REJ-CODE-ENR.
           MOVE WS-CTRL-REJETS TO REJ-DONNEES.
           WRITE ENR-REJET.
           CLOSE REJETS-CHEQUES.

      *> Le fichier posté jusqu'au bout est vidé : une relance ne
      *> peut pas débiter deux fois les mêmes chèques.
       VIDER-FICHIER-ENTRANT.
           OPEN OUTPUT FICHIER-CHEQUES.
           CLOSE FICHIER-CHEQUES.
