       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankCardBatch.

      *> Opérations cartes : lit CARTRX.DAT, le fichier quotidien du
      *> processeur cartes (contrôles "H" / détails "D" / pied "T"
      *> au format des remises), vérifie le nombre et le montant
      *> total, puis contrôle chaque opération : carte connue au
      *> fichier CARTES.DAT, ni en opposition ni expirée à la date
      *> de l'opération, compte de la carte présent au fichier
      *> maître et ni bloqué ni gelé au débit, plafond journalier de
      *> la carte (retraits et paiements séparément). Une opération
      *> admise débite le compte sous l'opérateur "CRT" : "J" pour
      *> un retrait au distributeur, "K" pour un paiement. Le
      *> processeur a déjà autorisé l'opération : la provision n'est
      *> pas contrôlée, un dépassement relève du suivi des comptes
      *> débiteurs. Les opérations refusées partent dans
      *> CARTREJ.DAT, réécrit au format H/D/T avec ses propres
      *> contrôles, pour contestation auprès du processeur. Le
      *> rapport CARTREGL.DAT donne le total à régler au processeur,
      *> qui se rapproche des écritures 287000 que BankGlExtract
      *> produit pour la date du fichier. Le fichier posté est vidé
      *> pour interdire une double comptabilisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT FICHIER-CARTES ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-NUMERO
               FILE STATUS IS WS-FS-CARTES.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT FICHIER-OPERATIONS ASSIGN TO "CARTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATIONS.

           SELECT REJETS-CARTES ASSIGN TO "CARTREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

           SELECT FICHIER-TRAVAIL ASSIGN TO "CARTTRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVAIL.

           SELECT RAPPORT-REGLEMENT ASSIGN TO "CARTREGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

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

       FD  FICHIER-CARTES.
       01  CARTE-REC.
           COPY "cpycrt.cpy".

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

       FD  FICHIER-OPERATIONS.
       01  ENR-OPERATION.
           05 TRX-CODE-ENR           PIC X(1).
              88 TRX-ENTETE          VALUE "H".
              88 TRX-DETAIL          VALUE "D".
              88 TRX-FIN             VALUE "T".
           05 TRX-DONNEES            PIC X(74).
           05 TRX-ZONE-DETAIL REDEFINES TRX-DONNEES.
              10 TRX-NUMERO-CARTE    PIC 9(16).
              10 TRX-NATURE          PIC X(1).
                 88 TRX-RETRAIT      VALUE "R".
                 88 TRX-PAIEMENT     VALUE "P".
              10 TRX-MONTANT         PIC 9(9)V99.
              10 TRX-DATE            PIC 9(8).
              10 TRX-HEURE           PIC 9(6).
              10 TRX-REFERENCE       PIC X(12).
              10 TRX-LIBELLE         PIC X(20).
           05 TRX-ZONE-CTRL REDEFINES TRX-DONNEES.
              10 TRX-CTRL-DATE       PIC 9(8).
              10 TRX-CTRL-NOMBRE     PIC 9(7).
              10 TRX-CTRL-TOTAL      PIC 9(11)V99.
              10 FILLER              PIC X(46).

      *> Mêmes zones que le fichier entrant, avec le motif du refus
      *> en queue : CIN carte inconnue, OPP carte en opposition ou
      *> annulée, EXP carte expirée, CPT compte inconnu (clos), STA
      *> compte bloqué ou gelé au débit, NAT nature d'opération
      *> inconnue, PLF plafond journalier de la carte dépassé, MAJ
      *> erreur de mise à jour.
       FD  REJETS-CARTES.
       01  ENR-REJET.
           05 REJ-CODE-ENR           PIC X(1).
           05 REJ-DONNEES            PIC X(74).
           05 REJ-CODE-MOTIF         PIC X(3).

       FD  FICHIER-TRAVAIL.
       01  ENR-TRAVAIL.
           05 TRV-DONNEES            PIC X(74).
           05 TRV-CODE-MOTIF         PIC X(3).

       FD  RAPPORT-REGLEMENT.
       01  LIGNE-REGLEMENT           PIC X(80).

      *> Même gabarit que le journal de sécurité du guichet : les
      *> réactivations de comptes dormants par une opération carte
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
           01 WS-FS-CARTES          PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-OPERATIONS      PIC X(2) VALUE "00".
           01 WS-FS-REJETS          PIC X(2) VALUE "00".
           01 WS-FS-TRAVAIL         PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-SECURITE        PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-CARTES-OUVERT      PIC X(1) VALUE "N".

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
           01 WS-MOIS-OPERATION     PIC 9(6).
           01 WS-SOLDE-PROJETE      PIC S9(9)V99.
           01 WS-TIME-SYS           PIC 9(6).

      *> Cumul des opérations admises par carte et par jour dans le
      *> fichier, pour les plafonds journaliers de la carte ; au-delà
      *> de la capacité de la table, la carte n'est plus plafonnée.
           01 WS-TAB-CUMULS.
              05 WS-CUMUL-ENTRY OCCURS 2000 TIMES.
                 10 WS-CUM-CARTE    PIC 9(16).
                 10 WS-CUM-DATE     PIC 9(8).
                 10 WS-CUM-RETRAITS PIC 9(9)V99.
                 10 WS-CUM-PAIEMENTS PIC 9(9)V99.
           01 WS-NB-CUMULS          PIC 9(4) VALUE 0.
           01 WS-IDX-CUMUL          PIC 9(4).
           01 WS-RANG-CUMUL         PIC 9(4).

           01 WS-NB-RETRAITS        PIC 9(7) VALUE 0.
           01 WS-TOTAL-RETRAITS     PIC 9(11)V99 VALUE 0.
           01 WS-NB-PAIEMENTS       PIC 9(7) VALUE 0.
           01 WS-TOTAL-PAIEMENTS    PIC 9(11)V99 VALUE 0.
           01 WS-NB-POSTES          PIC 9(7) VALUE 0.
           01 WS-TOTAL-POSTES       PIC 9(11)V99 VALUE 0.
           01 WS-NB-REJETS          PIC 9(7) VALUE 0.
           01 WS-TOTAL-REJETS       PIC 9(11)V99 VALUE 0.
           01 WS-NB-EDIT            PIC Z(6)9.
           01 WS-TOTAL-EDIT         PIC -(11)9.99.

      *> Zone de contrôle des rejets, au gabarit de TRX-ZONE-CTRL.
           01 WS-CTRL-REJETS.
              05 WS-REJ-CTRL-DATE   PIC 9(8).
              05 WS-REJ-CTRL-NOMBRE PIC 9(7).
              05 WS-REJ-CTRL-TOTAL  PIC 9(11)V99.
              05 FILLER             PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM VERIFIER-CONTROLES-FICHIER
           IF FICHIER-INVALIDE
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF

           PERFORM OUVRIR-FICHIERS
           PERFORM POSTER-OPERATIONS
           PERFORM FERMER-FICHIERS

           IF WS-NB-REJETS > 0
              PERFORM ECRIRE-FICHIER-REJETS
           END-IF
           PERFORM ECRIRE-REGLEMENT
           PERFORM VIDER-FICHIER-ENTRANT

           DISPLAY "Opérations cartes terminées."
           DISPLAY "Retraits au distributeur : " WS-NB-RETRAITS
           DISPLAY "Paiements par carte      : " WS-NB-PAIEMENTS
           MOVE WS-TOTAL-POSTES TO WS-TOTAL-EDIT
           DISPLAY "Total à régler           : " WS-TOTAL-EDIT
           DISPLAY "Opérations rejetées      : " WS-NB-REJETS
           IF WS-NB-REJETS > 0
              DISPLAY "Détail dans CARTREJ.DAT (contestation "
                      "processeur)."
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
           MOVE "CARTES" TO REG-PROGRAMME.
           MOVE WS-DATE-REMISE TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-POSTES TO REG-COMPTEUR-1.
           MOVE WS-NB-REJETS TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

      *> Première passe sans poster, mêmes règles que les remises
      *> de la compensation : en-tête présent, pied présent, nombre
      *> et montant des détails conformes aux deux enregistrements
      *> de contrôle. Un fichier tronqué est refusé en bloc.
       VERIFIER-CONTROLES-FICHIER.
           SET FICHIER-INVALIDE TO TRUE.
           OPEN INPUT FICHIER-OPERATIONS.
           IF WS-FS-OPERATIONS NOT = "00"
              DISPLAY "Fichier CARTRX.DAT introuvable, traitement "
                      "annulé."
           ELSE
              MOVE 0 TO WS-COMPTE-NB
              MOVE 0 TO WS-COMPTE-TOTAL
              MOVE SPACES TO WS-DERNIER-CODE
              READ FICHIER-OPERATIONS
                 AT END
                    MOVE "10" TO WS-FS-OPERATIONS
                 NOT AT END
                    CONTINUE
              END-READ
              IF WS-FS-OPERATIONS = "10" OR NOT TRX-ENTETE
                 DISPLAY "CARTRX.DAT sans enregistrement d'en-tête,"
                         " traitement annulé."
              ELSE
                 MOVE TRX-CTRL-DATE TO WS-DATE-REMISE
                 MOVE TRX-CTRL-NOMBRE TO WS-ATTENDU-NB
                 MOVE TRX-CTRL-TOTAL TO WS-ATTENDU-TOTAL
                 PERFORM UNTIL WS-FS-OPERATIONS = "10"
                    READ FICHIER-OPERATIONS
                       AT END
                          MOVE "10" TO WS-FS-OPERATIONS
                       NOT AT END
                          MOVE TRX-CODE-ENR TO WS-DERNIER-CODE
                          IF TRX-DETAIL
                             ADD 1 TO WS-COMPTE-NB
                             ADD TRX-MONTANT TO WS-COMPTE-TOTAL
                          END-IF
                          IF TRX-FIN
                             MOVE TRX-CTRL-NOMBRE TO WS-FIN-NB
                             MOVE TRX-CTRL-TOTAL TO WS-FIN-TOTAL
                          END-IF
                    END-READ
                 END-PERFORM
                 PERFORM CONCLURE-CONTROLES
              END-IF
              CLOSE FICHIER-OPERATIONS
           END-IF.

       CONCLURE-CONTROLES.
           IF WS-DERNIER-CODE NOT = "T"
              DISPLAY "CARTRX.DAT sans enregistrement de fin : "
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

      *> Sans fichier des cartes, aucune opération ne peut être
      *> rattachée à une carte : toutes partent en rejet "CIN".
       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN INPUT FICHIER-CARTES.
           IF WS-FS-CARTES = "00"
              MOVE "O" TO WS-CARTES-OUVERT
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
           IF WS-CARTES-OUVERT = "O"
              CLOSE FICHIER-CARTES
           END-IF.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE JOURNAL-SECURITE.

       POSTER-OPERATIONS.
           OPEN OUTPUT FICHIER-TRAVAIL.
           OPEN INPUT FICHIER-OPERATIONS.
           MOVE "00" TO WS-FS-OPERATIONS.
           PERFORM UNTIL WS-FS-OPERATIONS = "10"
              READ FICHIER-OPERATIONS
                 AT END
                    MOVE "10" TO WS-FS-OPERATIONS
                 NOT AT END
                    IF TRX-DETAIL
                       PERFORM POSTER-UNE-OPERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-OPERATIONS.
           CLOSE FICHIER-TRAVAIL.

      *> Contrôles de la carte d'abord, du compte ensuite ; le
      *> premier qui échoue donne le motif du rejet. Un compte fermé
      *> est supprimé du fichier maître : absent, il vaut compte
      *> inconnu.
       POSTER-UNE-OPERATION.
           MOVE SPACES TO WS-CODE-REJET.
           IF NOT TRX-RETRAIT AND NOT TRX-PAIEMENT
              MOVE "NAT" TO WS-CODE-REJET
           ELSE
              PERFORM CONTROLER-CARTE
           END-IF.
           IF WS-CODE-REJET = SPACES
              MOVE CRT-NUMERO-COMPTE TO NUMERO-COMPTE
              READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
               INVALID KEY
                MOVE "CPT" TO WS-CODE-REJET
               NOT INVALID KEY
                IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
                   MOVE "STA" TO WS-CODE-REJET
                END-IF
                IF WS-CODE-REJET = SPACES
                   PERFORM CONTROLER-PLAFOND-CARTE
                END-IF
                IF WS-CODE-REJET = SPACES
                   PERFORM DEBITER-OPERATION
                END-IF
              END-READ
           END-IF.
           IF WS-CODE-REJET NOT = SPACES
              DISPLAY "Opération " TRX-REFERENCE " carte "
                      TRX-NUMERO-CARTE " rejetée, motif "
                      WS-CODE-REJET "."
              PERFORM ECRIRE-REJET-TRAVAIL
           END-IF.

       CONTROLER-CARTE.
           IF WS-CARTES-OUVERT NOT = "O"
              MOVE "CIN" TO WS-CODE-REJET
           ELSE
              MOVE TRX-NUMERO-CARTE TO CRT-NUMERO
              READ FICHIER-CARTES KEY IS CRT-NUMERO
               INVALID KEY
                MOVE "CIN" TO WS-CODE-REJET
               NOT INVALID KEY
                COMPUTE WS-MOIS-OPERATION = TRX-DATE / 100
                IF CRT-OPPOSEE
                   MOVE "OPP" TO WS-CODE-REJET
                ELSE IF WS-MOIS-OPERATION > CRT-DATE-EXPIRATION
                   MOVE "EXP" TO WS-CODE-REJET
                END-IF
                END-IF
              END-READ
           END-IF.

      *> Cumul de la carte pour le jour de l'opération, retraits et
      *> paiements contre leur plafond propre (zéro = pas de
      *> plafond). Le cumul n'est augmenté qu'au débit effectif.
       CONTROLER-PLAFOND-CARTE.
           PERFORM CHERCHER-CUMUL-CARTE.
           IF WS-RANG-CUMUL NOT = 0
              IF TRX-RETRAIT AND CRT-PLAFOND-RETRAIT NOT = 0
                 AND WS-CUM-RETRAITS(WS-RANG-CUMUL) + TRX-MONTANT
                     > CRT-PLAFOND-RETRAIT
                 MOVE "PLF" TO WS-CODE-REJET
              END-IF
              IF TRX-PAIEMENT AND CRT-PLAFOND-PAIEMENT NOT = 0
                 AND WS-CUM-PAIEMENTS(WS-RANG-CUMUL) + TRX-MONTANT
                     > CRT-PLAFOND-PAIEMENT
                 MOVE "PLF" TO WS-CODE-REJET
              END-IF
           END-IF.

      *> Rang de la carte et du jour dans la table des cumuls, créé
      *> au premier passage ; zéro quand la table est pleine.
       CHERCHER-CUMUL-CARTE.
           MOVE 0 TO WS-RANG-CUMUL.
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
              UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                 OR WS-RANG-CUMUL NOT = 0
              IF WS-CUM-CARTE(WS-IDX-CUMUL) = TRX-NUMERO-CARTE
                 AND WS-CUM-DATE(WS-IDX-CUMUL) = TRX-DATE
                 MOVE WS-IDX-CUMUL TO WS-RANG-CUMUL
              END-IF
           END-PERFORM.
           IF WS-RANG-CUMUL = 0 AND WS-NB-CUMULS < 2000
              ADD 1 TO WS-NB-CUMULS
              MOVE WS-NB-CUMULS TO WS-RANG-CUMUL
              MOVE TRX-NUMERO-CARTE TO WS-CUM-CARTE(WS-RANG-CUMUL)
              MOVE TRX-DATE TO WS-CUM-DATE(WS-RANG-CUMUL)
              MOVE 0 TO WS-CUM-RETRAITS(WS-RANG-CUMUL)
              MOVE 0 TO WS-CUM-PAIEMENTS(WS-RANG-CUMUL)
           END-IF.

      *> Une opération carte est à l'initiative du porteur : comme
      *> un chèque, elle réactive un compte dormant et date le
      *> dernier mouvement.
       DEBITER-OPERATION.
           IF COMPTE-DORMANT
              MOVE "A" TO STATUT-COMPTE
              MOVE SPACES TO MOTIF-STATUT
              PERFORM JOURNALISER-REACTIVATION
           END-IF.
           MOVE WS-DATE-REMISE TO DATE-DERNIER-MVT.
           COMPUTE WS-SOLDE-PROJETE = SOLDE - TRX-MONTANT.
           MOVE WS-SOLDE-PROJETE TO SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour du compte "
                     NUMERO-COMPTE "."
             MOVE "MAJ" TO WS-CODE-REJET
            NOT INVALID KEY
             PERFORM JOURNALISER-OPERATION
             PERFORM CUMULER-OPERATION
           END-REWRITE.

       CUMULER-OPERATION.
           ADD 1 TO WS-NB-POSTES.
           ADD TRX-MONTANT TO WS-TOTAL-POSTES.
           IF TRX-RETRAIT
              ADD 1 TO WS-NB-RETRAITS
              ADD TRX-MONTANT TO WS-TOTAL-RETRAITS
              IF WS-RANG-CUMUL NOT = 0
                 ADD TRX-MONTANT TO WS-CUM-RETRAITS(WS-RANG-CUMUL)
              END-IF
           ELSE
              ADD 1 TO WS-NB-PAIEMENTS
              ADD TRX-MONTANT TO WS-TOTAL-PAIEMENTS
              IF WS-RANG-CUMUL NOT = 0
                 ADD TRX-MONTANT TO WS-CUM-PAIEMENTS(WS-RANG-CUMUL)
              END-IF
           END-IF.

       JOURNALISER-REACTIVATION.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-DATE-REMISE TO SEC-DATE.
           MOVE WS-TIME-SYS TO SEC-HEURE.
           MOVE "CRT " TO SEC-OPERATEUR.
           MOVE "REAC" TO SEC-EVENEMENT.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE "COMPTE DORMANT REACTIVE" TO SEC-DETAIL.
           MOVE CRT-NUMERO-CLIENT TO SEC-CLIENT.
           WRITE SEC-REC.

      *> La référence porte les quatorze derniers chiffres de la
      *> carte, repris sur le relevé.
       JOURNALISER-OPERATION.
           MOVE NUMERO-COMPTE     TO MVT-NUMERO-COMPTE.
           MOVE WS-DATE-REMISE    TO MVT-DATE.
           MOVE TRX-HEURE         TO MVT-HEURE.
           IF TRX-RETRAIT
              MOVE "J"            TO MVT-TYPE
           ELSE
              MOVE "K"            TO MVT-TYPE
           END-IF.
           MOVE TRX-MONTANT       TO MVT-MONTANT.
           MOVE SOLDE             TO MVT-SOLDE-APRES.
           MOVE 0                 TO MVT-CONTREPARTIE.
           MOVE 0                 TO MVT-FRAIS.
           MOVE "CRT"             TO MVT-OPERATEUR.
           MOVE CRT-NUMERO(3:14)  TO MVT-REFERENCE.
           MOVE SPACE             TO MVT-TYPE-ORIGINE.
           WRITE MVT-REC.

       ECRIRE-REJET-TRAVAIL.
           ADD 1 TO WS-NB-REJETS.
           ADD TRX-MONTANT TO WS-TOTAL-REJETS.
           MOVE TRX-DONNEES TO TRV-DONNEES.
           MOVE WS-CODE-REJET TO TRV-CODE-MOTIF.
           WRITE ENR-TRAVAIL.

      *> Les rejets repassent par le fichier de travail pour que
      *> CARTREJ.DAT soit réécrit avec ses propres contrôles H/T.
       ECRIRE-FICHIER-REJETS.
           MOVE WS-DATE-REMISE TO WS-REJ-CTRL-DATE.
           MOVE WS-NB-REJETS TO WS-REJ-CTRL-NOMBRE.
           MOVE WS-TOTAL-REJETS TO WS-REJ-CTRL-TOTAL.

           OPEN OUTPUT REJETS-CARTES.
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
           CLOSE REJETS-CARTES.

      *> Rapport de règlement : ce qui a été posté se règle au
      *> processeur par le compte 287000 ; ce qui a été rejeté reste
      *> à contester. Les deux ensemble redonnent le fichier reçu.
       ECRIRE-REGLEMENT.
           OPEN OUTPUT RAPPORT-REGLEMENT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "REGLEMENT DES OPERATIONS CARTES DU "
                  DELIMITED BY SIZE
                  WS-DATE-REMISE DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.

           MOVE WS-NB-RETRAITS TO WS-NB-EDIT.
           MOVE WS-TOTAL-RETRAITS TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "RETRAITS DISTRIBUTEUR (J) : " DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.

           MOVE WS-NB-PAIEMENTS TO WS-NB-EDIT.
           MOVE WS-TOTAL-PAIEMENTS TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "PAIEMENTS PAR CARTE   (K) : " DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.

           MOVE WS-NB-POSTES TO WS-NB-EDIT.
           MOVE WS-TOTAL-POSTES TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "TOTAL A REGLER (287000)   : " DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.

           MOVE WS-NB-REJETS TO WS-NB-EDIT.
           MOVE WS-TOTAL-REJETS TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "REJETS A CONTESTER        : " DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.

           MOVE WS-COMPTE-NB TO WS-NB-EDIT.
           MOVE WS-COMPTE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-REGLEMENT.
           STRING "FICHIER DU PROCESSEUR     : " DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-REGLEMENT
           END-STRING.
           WRITE LIGNE-REGLEMENT.
           CLOSE RAPPORT-REGLEMENT.

      *> Le fichier posté jusqu'au bout est vidé : une relance ne
      *> peut pas débiter deux fois les mêmes opérations.
       VIDER-FICHIER-ENTRANT.
           OPEN OUTPUT FICHIER-OPERATIONS.
           CLOSE FICHIER-OPERATIONS.
