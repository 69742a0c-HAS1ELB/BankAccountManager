               RECORD KEY IS CAT-NUMERO
               FILE STATUS IS WS-FS-TERMES.

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

           SELECT FICHIER-INTERVENANTS ASSIGN TO "INTERVENANTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITV-CLE
               FILE STATUS IS WS-FS-INTERVENANTS.

           SELECT FICHIER-MANDATS ASSIGN TO "MANDATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MANDATS.

           SELECT FICHIER-CARTES ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-NUMERO
               FILE STATUS IS WS-FS-CARTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           05 SEC-EVENEMENT          PIC X(4).
           05 SEC-COMPTE             PIC 9(5).
           05 SEC-DETAIL             PIC X(40).
      *> Client agissant sur le compte au guichet (titulaire,
      *> co-titulaire ou mandataire), ou client rattaché ou révoqué
      *> pour ITVA/ITVR ; zéro hors de ces opérations et pour les
      *> lots.
           05 SEC-CLIENT             PIC 9(5).

      *> Plafond de retrait au guichet au-delà duquel l'accord d'un
      *> superviseur est exigé ; modifiable sans recompilation.
       01  TERME-REC.
           COPY "cpycat.cpy".

       FD  FICHIER-CHEQUIERS.
       01  CHEQUIER-REC.
           COPY "cpychq.cpy".

       FD  FICHIER-OPPOSITIONS.
       01  OPPOSITION-REC.
           COPY "cpyopp.cpy".

       FD  FICHIER-PRETS.
       01  PRET-REC.
           COPY "cpypre.cpy".

       FD  FICHIER-ECHEANCIER.
       01  ECHEANCE-REC.
           COPY "cpyech.cpy".

       FD  FICHIER-INTERVENANTS.
       01  INTERVENANT-REC.
           COPY "cpyitv.cpy".

       FD  FICHIER-MANDATS.
       01  MANDAT-REC.
           COPY "cpymdt.cpy".

       FD  FICHIER-CARTES.
       01  CARTE-REC.
           COPY "cpycrt.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-OPERATEURS      PIC X(2) VALUE "00".
           01 WS-FS-TERMES          PIC X(2) VALUE "00".
           01 WS-FS-CHEQUIERS       PIC X(2) VALUE "00".
           01 WS-FS-OPPOSITIONS     PIC X(2) VALUE "00".
           01 WS-FS-PRETS           PIC X(2) VALUE "00".
           01 WS-FS-ECHEANCIER      PIC X(2) VALUE "00".
           01 WS-FS-INTERVENANTS    PIC X(2) VALUE "00".
           01 WS-FS-MANDATS         PIC X(2) VALUE "00".
           01 WS-FS-CARTES          PIC X(2) VALUE "00".
           01 WS-CODE-REJET         PIC X(3) VALUE SPACES.
           01 WS-LOT-VALIDE         PIC X(1).
              88 LOT-VALIDE         VALUE "O".
           01 TEMP-NOM-CLI          PIC X(30).
           01 TEMP-ADRESSE          PIC X(40).
           01 TEMP-TELEPHONE        PIC X(15).
           01 WS-EXONERATION        PIC X(1).
           01 WS-LNG-RECHERCHE      PIC 9(2).
           01 WS-NB-CLI-TROUVES     PIC 9(5).
           01 WS-NB-CPT-CLIENT      PIC 9(5).
           01 WS-SEC-EVENEMENT      PIC X(4).
           01 WS-SEC-COMPTE         PIC 9(5).
           01 WS-SEC-DETAIL         PIC X(40).
      *> Client qui se présente au guichet pour un retrait ou un
      *> virement, son rôle sur le compte débité et, pour un
      *> mandataire, son plafond par opération.
           01 WS-CLIENT-AGISSANT    PIC 9(5) VALUE 0.
           01 WS-COMPTE-AGISSANT    PIC 9(5).
           01 WS-ROLE-AGISSANT      PIC X(1).
              88 ROLE-MANDATAIRE    VALUE "M".
           01 WS-PLAFOND-AGISSANT   PIC 9(9)V99.
           01 WS-AGISSANT-OK        PIC X(1).
              88 AGISSANT-ADMIS     VALUE "O".
              88 AGISSANT-REFUSE    VALUE "N".
           01 WS-ITV-ENREGISTRE     PIC X(1).
              88 ITV-ENREGISTRE     VALUE "O".
           01 WS-MDT-ENREGISTRE     PIC X(1).
              88 MDT-ENREGISTRE     VALUE "O".
           01 WS-ITV-LIBELLE        PIC X(12).
           01 WS-NB-ITV-COMPTE      PIC 9(5).
           01 WS-NB-MDT-COMPTE      PIC 9(5).
           01 WS-PRET-ACTIF         PIC 9(5).
           01 TEMP-CREANCIER        PIC X(10).
           01 TEMP-REF-MANDAT       PIC X(16).
           01 TEMP-NOM-CREANCIER    PIC X(30).
           01 TEMP-DATE-REFUS       PIC 9(8).
           01 TEMP-NUMERO-CARTE     PIC 9(16).
           01 TEMP-PLAFOND-RETRAIT  PIC 9(7)V99.
           01 TEMP-PLAFOND-PAIEMENT PIC 9(7)V99.
           01 WS-CRT-ENREGISTREE    PIC X(1).
              88 CRT-ENREGISTREE    VALUE "O".
           01 WS-CRT-PORTEUR        PIC 9(5).
           01 WS-CRT-PRECEDENTE     PIC 9(16).
           01 TEMP-LIMITE-DECOUVERT PIC 9(7)V99.
           01 TEMP-TYPE-COMPTE      PIC X(1).
           01 WS-SOLDE-PROJETE      PIC S9(9)V99.
           01 WS-TYPE-ORIGINE       PIC X(1) VALUE SPACE.
           01 WS-PLAFOND-JOUR-CHQ   PIC 9(9)V99 VALUE 0.
           01 WS-PLAFOND-JOUR-EPG   PIC 9(9)V99 VALUE 0.
      *> Plafonds journaliers proposés à la délivrance d'une carte
      *> (lignes DAB et CBP du tarif) ; zéro = pas de plafond.
           01 WS-PLAFOND-DAB-CHQ    PIC 9(7)V99 VALUE 0.
           01 WS-PLAFOND-DAB-EPG    PIC 9(7)V99 VALUE 0.
           01 WS-PLAFOND-CBP-CHQ    PIC 9(7)V99 VALUE 0.
           01 WS-PLAFOND-CBP-EPG    PIC 9(7)V99 VALUE 0.
           01 WS-PLAFOND-JOUR-EFF   PIC 9(9)V99.
           01 WS-DEBITS-JOUR        PIC S9(11)V99.
           01 WS-PLAFOND-JOUR-ETAT  PIC X(1).
           01 TEMP-TAUX-TERME       PIC 9V9(4).
           01 TEMP-DATE-ECHEANCE    PIC 9(8).
           01 TEMP-RENOUVELLEMENT   PIC X(1).
           01 TEMP-NUMERO-CHEQUIER  PIC 9(5).
           01 TEMP-NUMERO-CHEQUE    PIC 9(7).
           01 TEMP-NB-FORMULES      PIC 9(3).
           01 WS-DERNIER-CHEQUIER   PIC 9(5).
           01 WS-DERNIER-CHEQUE     PIC 9(7).
           01 WS-CHEQUIER-TROUVE    PIC X(1).
              88 CHEQUIER-TROUVE    VALUE "O".
              88 CHEQUIER-ABSENT    VALUE "N".
           01 TEMP-NUMERO-PRET      PIC 9(5).
           01 TEMP-TAUX-PRET        PIC 9V9(4).
           01 TEMP-DUREE-PRET       PIC 9(3).
           01 TEMP-DATE-PREMIERE-ECH PIC 9(8).
           01 WS-TAUX-MENSUEL       PIC 9V9(9).
           01 WS-FACTEUR-PRET       PIC 9(9)V9(9).
           01 WS-MENSUALITE         PIC 9(9)V99.
           01 WS-ECH-RESTANT        PIC 9(9)V99.
           01 WS-ECH-RANG           PIC 9(3).
           01 WS-ECH-DATE           PIC 9(8).
           01 WS-ECH-DATE-R REDEFINES WS-ECH-DATE.
              05 WS-ECH-ANNEE       PIC 9(4).
              05 WS-ECH-MOIS        PIC 9(2).
              05 WS-ECH-JOUR        PIC 9(2).
           01 WS-ECH-JOUR-BASE      PIC 9(2).
           01 WS-ECH-FIN-MOIS       PIC 9(2).
           01 WS-TOTAL-INTERETS-PRET PIC 9(9)V99.
           01 WS-ECH-CAPITAL-EDIT   PIC Z(8)9.99.
           01 WS-ECH-INTERET-EDIT   PIC Z(8)9.99.

           01 WS-DERNIERS-MVT.
              05 WS-MVT-ENTRY OCCURS 5 TIMES.
              OPEN I-O COMPTES-A-TERME
           END-IF.

           OPEN I-O FICHIER-CHEQUIERS
           IF WS-FS-CHEQUIERS = "35"
              OPEN OUTPUT FICHIER-CHEQUIERS
              CLOSE FICHIER-CHEQUIERS
              OPEN I-O FICHIER-CHEQUIERS
           END-IF.

           OPEN I-O FICHIER-OPPOSITIONS
           IF WS-FS-OPPOSITIONS = "35"
              OPEN OUTPUT FICHIER-OPPOSITIONS
              CLOSE FICHIER-OPPOSITIONS
              OPEN I-O FICHIER-OPPOSITIONS
           END-IF.

           OPEN I-O FICHIER-PRETS
           IF WS-FS-PRETS = "35"
              OPEN OUTPUT FICHIER-PRETS
              CLOSE FICHIER-PRETS
              OPEN I-O FICHIER-PRETS
           END-IF.

           OPEN I-O FICHIER-ECHEANCIER
           IF WS-FS-ECHEANCIER = "35"
              OPEN OUTPUT FICHIER-ECHEANCIER
              CLOSE FICHIER-ECHEANCIER
              OPEN I-O FICHIER-ECHEANCIER
           END-IF.

           OPEN I-O FICHIER-INTERVENANTS
           IF WS-FS-INTERVENANTS = "35"
              OPEN OUTPUT FICHIER-INTERVENANTS
              CLOSE FICHIER-INTERVENANTS
              OPEN I-O FICHIER-INTERVENANTS
           END-IF.

           OPEN I-O FICHIER-MANDATS
           IF WS-FS-MANDATS = "35"
              OPEN OUTPUT FICHIER-MANDATS
              CLOSE FICHIER-MANDATS
              OPEN I-O FICHIER-MANDATS
           END-IF.

           OPEN I-O FICHIER-CARTES
           IF WS-FS-CARTES = "35"
              OPEN OUTPUT FICHIER-CARTES
              CLOSE FICHIER-CARTES
              OPEN I-O FICHIER-CARTES
           END-IF.

           OPEN EXTEND TRANSACTION-JOURNAL
           IF WS-FS-JOURNAL = "35"
              OPEN OUTPUT TRANSACTION-JOURNAL
                 MOVE TRF-VALEUR TO WS-PLAFOND-JOUR-EPG
              END-IF
           END-IF.
           IF TRF-OPERATION = "DAB"
              IF TRF-TYPE-COMPTE = "C"
                 MOVE TRF-VALEUR TO WS-PLAFOND-DAB-CHQ
              END-IF
              IF TRF-TYPE-COMPTE = "S"
                 MOVE TRF-VALEUR TO WS-PLAFOND-DAB-EPG
              END-IF
           END-IF.
           IF TRF-OPERATION = "CBP"
              IF TRF-TYPE-COMPTE = "C"
                 MOVE TRF-VALEUR TO WS-PLAFOND-CBP-CHQ
              END-IF
              IF TRF-TYPE-COMPTE = "S"
                 MOVE TRF-VALEUR TO WS-PLAFOND-CBP-EPG
              END-IF
           END-IF.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           CLOSE OPERATEUR-MASTER.
           CLOSE FICHIER-BLOCAGES.
           CLOSE COMPTES-A-TERME.
           CLOSE FICHIER-CHEQUIERS.
           CLOSE FICHIER-OPPOSITIONS.
           CLOSE FICHIER-PRETS.
           CLOSE FICHIER-ECHEANCIER.
           CLOSE FICHIER-INTERVENANTS.
           CLOSE FICHIER-MANDATS.
           CLOSE FICHIER-CARTES.
           CLOSE TRANSACTION-JOURNAL.
           CLOSE JOURNAL-SECURITE.

           MOVE SPACE TO WS-TYPE-ORIGINE.

      *> Trace un événement de sécurité : l'appelant renseigne
      *> WS-SEC-EVENEMENT, WS-SEC-COMPTE et WS-SEC-DETAIL ; le
      *> client qui agit au guichet est repris de WS-CLIENT-AGISSANT.
       JOURNALISER-SECURITE.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-SEC-EVENEMENT TO SEC-EVENEMENT
           MOVE WS-SEC-COMPTE    TO SEC-COMPTE
           MOVE WS-SEC-DETAIL    TO SEC-DETAIL
           MOVE WS-CLIENT-AGISSANT TO SEC-CLIENT
           WRITE SEC-REC
           MOVE SPACES TO WS-SEC-DETAIL.

       MENU-PRINCIPAL.
        MOVE 0 TO WS-CLIENT-AGISSANT.
        DISPLAY "==== MENU ====".
        DISPLAY "1. Ajouter un compte"
        DISPLAY "2. Consulter un solde".
        DISPLAY "23. Rembourser un compte à terme par anticipation".
        DISPLAY "24. Extourner un mouvement".
        DISPLAY "25. Modifier le plafond journalier d'un compte".
        DISPLAY "26. Délivrer un chéquier".
        DISPLAY "27. Annuler un chéquier".
        DISPLAY "28. Faire opposition sur un chèque".
        DISPLAY "29. Débloquer un prêt".
        DISPLAY "30. Consulter un prêt et son échéancier".
        DISPLAY "31. Gérer les intervenants d'un compte".
        DISPLAY "32. Modifier l'exonération fiscale d'un client".
        DISPLAY "33. Gérer les mandats de prélèvement d'un compte".
        DISPLAY "34. Délivrer une carte".
        DISPLAY "35. Mettre une carte en opposition".
        DISPLAY "36. Remplacer une carte".
        DISPLAY "37. Quitter"
        ACCEPT CHOIX-UTILISATEUR.

        EVALUATE CHOIX-UTILISATEUR
         WHEN 25
          PERFORM MODIFIER-PLAFOND-JOUR
         WHEN 26
          PERFORM DELIVRER-CHEQUIER
         WHEN 27
          PERFORM ANNULER-CHEQUIER
         WHEN 28
          PERFORM FAIRE-OPPOSITION
         WHEN 29
          PERFORM DEBLOQUER-PRET
         WHEN 30
          PERFORM CONSULTER-PRET
         WHEN 31
          PERFORM GERER-INTERVENANTS
         WHEN 32
          PERFORM MODIFIER-EXONERATION
         WHEN 33
          PERFORM GERER-MANDATS
         WHEN 34
          PERFORM DELIVRER-CARTE
         WHEN 35
          PERFORM BLOQUER-CARTE
         WHEN 36
          PERFORM REMPLACER-CARTE
         WHEN 37
          DISPLAY "Au revoir!"
         WHEN OTHER
          DISPLAY "Choix non valide, réessayer."
            NOT INVALID KEY
             MOVE "O" TO WS-MVT-TYPE-COURANT
             PERFORM JOURNALISER-MOUVEMENT
             PERFORM ECRIRE-TITULAIRE-PRINCIPAL
             DISPLAY "Compte ajouté avec succès."
           END-WRITE
         END-READ

        PERFORM MENU-PRINCIPAL.

      *> Le titulaire indiqué à l'ouverture est aussi inscrit au
      *> fichier des intervenants, où se rattachent ensuite les
      *> co-titulaires et mandataires du compte.
       ECRIRE-TITULAIRE-PRINCIPAL.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE NUMERO-CLIENT TO ITV-NUMERO-CLIENT.
        MOVE "T" TO ITV-ROLE.
        MOVE 0 TO ITV-PLAFOND.
        MOVE 0 TO ITV-DATE-EXPIRATION.
        MOVE WS-DATE-SYS TO ITV-DATE-DEBUT.
        MOVE 0 TO ITV-DATE-REVOCATION.
        MOVE "A" TO ITV-STATUT.
        WRITE INTERVENANT-REC
         INVALID KEY
          REWRITE INTERVENANT-REC
           INVALID KEY
            DISPLAY "Erreur lors de l'inscription du titulaire au "
                    "fichier des intervenants."
          END-REWRITE
        END-WRITE.

       CONSULTER-SOLDE.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          PERFORM IDENTIFIER-CLIENT-AGISSANT
          IF AGISSANT-ADMIS
             DISPLAY "Entrer le montant du retrait : "
             ACCEPT TEMP-MONTANT
             PERFORM CONTROLER-PLAFOND-MANDAT
          END-IF
          IF AGISSANT-ADMIS
             IF TEMP-MONTANT > WS-PLAFOND-RETRAIT
                PERFORM DEMANDER-SUPERVISEUR
                IF SUPERVISEUR-ACCORDE
                   PERFORM POSTER-RETRAIT
                END-IF
             ELSE
                PERFORM POSTER-RETRAIT
             END-IF
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Le client qui se présente au guichet doit pouvoir agir sur
      *> le compte débité : son titulaire (NUMERO-CLIENT du fichier
      *> maître), ou un co-titulaire ou un mandataire actif et non
      *> expiré au fichier des intervenants. Admission comme refus
      *> sont tracés au journal de sécurité avec le code client.
      *> Un compte ouvert avant le fichier des clients (NUMERO-CLIENT
      *> à zéro) et sans aucune ligne d'intervenant admet le client
      *> qui se présente comme titulaire.
       IDENTIFIER-CLIENT-AGISSANT.
        SET AGISSANT-REFUSE TO TRUE.
        MOVE SPACE TO WS-ROLE-AGISSANT.
        MOVE 0 TO WS-PLAFOND-AGISSANT.
        MOVE NUMERO-COMPTE TO WS-COMPTE-AGISSANT.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        DISPLAY "Numéro du client qui agit sur le compte : ".
        ACCEPT WS-CLIENT-AGISSANT.

        MOVE 1 TO WS-NB-ITV-COMPTE.
        IF NUMERO-CLIENT = 0
           PERFORM CHERCHER-INTERVENANT-COMPTE
        END-IF.

        IF WS-CLIENT-AGISSANT = NUMERO-CLIENT
           AND WS-CLIENT-AGISSANT NOT = 0
           SET AGISSANT-ADMIS TO TRUE
           MOVE "T" TO WS-ROLE-AGISSANT
        ELSE IF WS-NB-ITV-COMPTE = 0
           SET AGISSANT-ADMIS TO TRUE
           MOVE "T" TO WS-ROLE-AGISSANT
        ELSE
           MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE
           MOVE WS-CLIENT-AGISSANT TO ITV-NUMERO-CLIENT
           READ FICHIER-INTERVENANTS KEY IS ITV-CLE
            INVALID KEY
             MOVE "CLIENT NON HABILITE SUR LE COMPTE"
               TO WS-SEC-DETAIL
            NOT INVALID KEY
             PERFORM CONTROLER-INTERVENANT
           END-READ
        END-IF.

        MOVE WS-COMPTE-AGISSANT TO WS-SEC-COMPTE.
        IF AGISSANT-ADMIS
           MOVE "AGIT" TO WS-SEC-EVENEMENT
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "CLIENT ADMIS, ROLE " WS-ROLE-AGISSANT
             DELIMITED BY SIZE INTO WS-SEC-DETAIL
        ELSE
           DISPLAY "Opération refusée : ce client ne peut pas agir "
                   "sur le compte (" WS-SEC-DETAIL ")."
           MOVE "AGIR" TO WS-SEC-EVENEMENT
        END-IF.
        PERFORM JOURNALISER-SECURITE.

      *> Compte sans titulaire au fichier des clients : WS-NB-ITV-COMPTE
      *> passe à zéro si aucune ligne d'intervenant n'existe sur le
      *> compte, quel qu'en soit le statut.
       CHERCHER-INTERVENANT-COMPTE.
        MOVE 0 TO WS-NB-ITV-COMPTE.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE 0 TO ITV-NUMERO-CLIENT.
        START FICHIER-INTERVENANTS KEY IS NOT LESS THAN ITV-CLE
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          READ FICHIER-INTERVENANTS NEXT RECORD
             AT END
                CONTINUE
             NOT AT END
                IF ITV-NUMERO-COMPTE = NUMERO-COMPTE
                   MOVE 1 TO WS-NB-ITV-COMPTE
                END-IF
          END-READ
        END-START.

       CONTROLER-INTERVENANT.
        IF ITV-REVOQUE
           MOVE "INTERVENANT REVOQUE" TO WS-SEC-DETAIL
        ELSE IF ITV-MANDATAIRE AND ITV-DATE-EXPIRATION NOT = 0
                AND ITV-DATE-EXPIRATION < WS-DATE-SYS
           MOVE "PROCURATION EXPIREE" TO WS-SEC-DETAIL
        ELSE
           SET AGISSANT-ADMIS TO TRUE
           MOVE ITV-ROLE TO WS-ROLE-AGISSANT
           MOVE ITV-PLAFOND TO WS-PLAFOND-AGISSANT
        END-IF.

      *> Un mandataire ne débite le compte que dans la limite de son
      *> plafond par opération (montant dans TEMP-MONTANT).
       CONTROLER-PLAFOND-MANDAT.
        IF ROLE-MANDATAIRE AND TEMP-MONTANT > WS-PLAFOND-AGISSANT
           SET AGISSANT-REFUSE TO TRUE
           MOVE WS-PLAFOND-AGISSANT TO WS-MONTANT-EDIT
           DISPLAY "Opération refusée : montant au-delà du plafond "
                   "du mandataire (" WS-MONTANT-EDIT ")."
           MOVE "AGIR" TO WS-SEC-EVENEMENT
           MOVE WS-COMPTE-AGISSANT TO WS-SEC-COMPTE
           MOVE "MONTANT AU-DELA DU PLAFOND MANDATAIRE"
             TO WS-SEC-DETAIL
           PERFORM JOURNALISER-SECURITE
        END-IF.

      *> Contrôle à quatre yeux : au-delà du plafond, un second
      *> identifiant de niveau superviseur au fichier maître des
      *> opérateurs (actif et distinct de l'opérateur) doit approuver
         INVALID KEY
          DISPLAY "Compte à débiter introuvable."
         NOT INVALID KEY
          PERFORM IDENTIFIER-CLIENT-AGISSANT
          IF AGISSANT-ADMIS
             PERFORM SAISIR-VIREMENT
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

       SAISIR-VIREMENT.
        DISPLAY "Entrer le numéro du compte à créditer : ".
        ACCEPT WS-VIR-DEST.
        IF WS-VIR-DEST = WS-VIR-SOURCE
           DISPLAY "Les deux comptes doivent être différents."
        ELSE
           MOVE WS-VIR-DEST TO NUMERO-COMPTE
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             DISPLAY "Compte à créditer introuvable."
            NOT INVALID KEY
             DISPLAY "Entrer le montant du virement : "
             ACCEPT WS-VIR-MONTANT
             MOVE WS-VIR-MONTANT TO TEMP-MONTANT
             PERFORM CONTROLER-PLAFOND-MANDAT
             IF AGISSANT-ADMIS
                PERFORM POSTER-VIREMENT
             END-IF
           END-READ
        END-IF.

      *> Poste les deux jambes d'un virement : la provision du
      *> compte source est contrôlée avec les mêmes règles que
      *> POSTER-RETRAIT et un échec du crédit annule le débit
         INVALID KEY
          DISPLAY "Compte à débiter introuvable."
         NOT INVALID KEY
          PERFORM IDENTIFIER-CLIENT-AGISSANT
          IF AGISSANT-ADMIS
             DISPLAY "Code de la banque destinataire : "
             ACCEPT WS-VEX-BANQUE
             DISPLAY "Numéro de compte chez la banque destinataire : "
             ACCEPT WS-VEX-COMPTE
             DISPLAY "Entrer le montant du virement : "
             ACCEPT TEMP-MONTANT
             IF WS-VEX-BANQUE = SPACES OR WS-VEX-COMPTE = SPACES
                DISPLAY "Banque et compte destinataires obligatoires."
             ELSE
                PERFORM CONTROLER-PLAFOND-MANDAT
                IF AGISSANT-ADMIS
                   PERFORM POSTER-VIREMENT-EXTERNE
                END-IF
             END-IF
          END-IF
        END-READ.

        ELSE IF WS-EXT-TYPE = "M"
           DISPLAY "Un placement à terme ne s'extourne pas : "
                   "utiliser le remboursement anticipé."
        ELSE IF WS-EXT-TYPE = "C"
           DISPLAY "Un chèque payé ne s'extourne pas : la "
                   "correction passe par la compensation."
        ELSE IF WS-EXT-TYPE = "L" OR WS-EXT-TYPE = "A"
                OR WS-EXT-TYPE = "B"
           DISPLAY "Un mouvement de prêt ne s'extourne pas : il "
                   "est lié à l'échéancier du prêt."
        ELSE IF WS-EXT-TYPE = "J" OR WS-EXT-TYPE = "K"
           DISPLAY "Une opération carte ne s'extourne pas : la "
                   "contestation passe par le processeur."
        ELSE
           DISPLAY "Entrer le motif de l'extourne : "
           ACCEPT TEMP-MOTIF
        IF WS-EXT-TYPE = "R" OR WS-EXT-TYPE = "V"
           OR WS-EXT-TYPE = "P" OR WS-EXT-TYPE = "E"
           OR WS-EXT-TYPE = "T" OR WS-EXT-TYPE = "M"
           OR WS-EXT-TYPE = "G" OR WS-EXT-TYPE = "H"
           OR WS-EXT-TYPE = "U"
           MOVE "Z" TO WS-MVT-TYPE-COURANT
           ADD WS-EXT-MONTANT TO SOLDE
        ELSE

        PERFORM MENU-PRINCIPAL.

      *> Chéquier délivré sur un compte chèques en service : la
      *> plage de numéros suit le dernier chèque déjà délivré sur le
      *> compte, le numéro de chéquier suit le plus grand du
      *> registre. Seuls les chèques de ces plages seront payés à
      *> la compensation.
       DELIVRER-CHEQUIER.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.

        READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          DISPLAY "Titulaire : " NOM-TITULAIRE
          IF NOT COMPTE-CHEQUES
             DISPLAY "Un chéquier ne se délivre que sur un compte "
                     "chèques."
          ELSE IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
             DISPLAY "Compte bloqué ou gelé au débit : chéquier "
                     "refusé."
          ELSE
             DISPLAY "Nombre de formules (1 à 100) : "
             ACCEPT TEMP-NB-FORMULES
             IF TEMP-NB-FORMULES = 0 OR TEMP-NB-FORMULES > 100
                DISPLAY "Nombre de formules invalide."
             ELSE
                PERFORM EMETTRE-CHEQUIER
             END-IF
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

       EMETTRE-CHEQUIER.
        PERFORM RECHERCHER-DERNIERS-CHEQUES.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        COMPUTE CHQ-NUMERO = WS-DERNIER-CHEQUIER + 1.
        MOVE NUMERO-COMPTE TO CHQ-NUMERO-COMPTE.
        COMPUTE CHQ-PREMIER = WS-DERNIER-CHEQUE + 1.
        COMPUTE CHQ-DERNIER = WS-DERNIER-CHEQUE + TEMP-NB-FORMULES.
        MOVE WS-DATE-SYS TO CHQ-DATE-EMISSION.
        MOVE 0 TO CHQ-DATE-ANNULATION.
        MOVE SPACES TO CHQ-MOTIF.
        MOVE "A" TO CHQ-STATUT.
        WRITE CHEQUIER-REC
         INVALID KEY
          DISPLAY "Erreur lors de l'écriture du chéquier."
         NOT INVALID KEY
          MOVE "CHQE" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          MOVE SPACES TO WS-SEC-DETAIL
          STRING "CHEQUIER "  DELIMITED BY SIZE
                 CHQ-NUMERO   DELIMITED BY SIZE
                 " CHEQUES "  DELIMITED BY SIZE
                 CHQ-PREMIER  DELIMITED BY SIZE
                 "-"          DELIMITED BY SIZE
                 CHQ-DERNIER  DELIMITED BY SIZE
            INTO WS-SEC-DETAIL
          END-STRING
          PERFORM JOURNALISER-SECURITE
          DISPLAY "Chéquier " CHQ-NUMERO " délivré, chèques "
                  CHQ-PREMIER " à " CHQ-DERNIER "."
        END-WRITE.

      *> Un seul parcours du registre donne le plus grand numéro de
      *> chéquier et le dernier chèque délivré sur le compte.
       RECHERCHER-DERNIERS-CHEQUES.
        MOVE 0 TO WS-DERNIER-CHEQUIER.
        MOVE 0 TO WS-DERNIER-CHEQUE.
        MOVE ZEROS TO CHQ-NUMERO.
        MOVE "00" TO WS-FS-CHEQUIERS.
        START FICHIER-CHEQUIERS KEY IS NOT LESS THAN CHQ-NUMERO
         INVALID KEY
          MOVE "10" TO WS-FS-CHEQUIERS
        END-START.
        PERFORM UNTIL WS-FS-CHEQUIERS = "10"
           READ FICHIER-CHEQUIERS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-CHEQUIERS
              NOT AT END
                 MOVE CHQ-NUMERO TO WS-DERNIER-CHEQUIER
                 IF CHQ-NUMERO-COMPTE = NUMERO-COMPTE
                    AND CHQ-DERNIER > WS-DERNIER-CHEQUE
                    MOVE CHQ-DERNIER TO WS-DERNIER-CHEQUE
                 END-IF
           END-READ
        END-PERFORM.

      *> Chéquier perdu ou volé : il reste au registre au statut
      *> "X" et tous ses chèques seront rejetés à la compensation.
       ANNULER-CHEQUIER.
        DISPLAY "Entrer le numéro du chéquier : ".
        ACCEPT TEMP-NUMERO-CHEQUIER.
        MOVE TEMP-NUMERO-CHEQUIER TO CHQ-NUMERO.

        READ FICHIER-CHEQUIERS KEY IS CHQ-NUMERO
         INVALID KEY
          DISPLAY "Chéquier introuvable."
         NOT INVALID KEY
          IF CHQ-ANNULE
             DISPLAY "Ce chéquier est déjà annulé."
          ELSE
             DISPLAY "Compte " CHQ-NUMERO-COMPTE " chèques "
                     CHQ-PREMIER " à " CHQ-DERNIER
             DISPLAY "Entrer le motif : "
             ACCEPT TEMP-MOTIF
             ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
             MOVE "X" TO CHQ-STATUT
             MOVE WS-DATE-SYS TO CHQ-DATE-ANNULATION
             MOVE TEMP-MOTIF TO CHQ-MOTIF
             REWRITE CHEQUIER-REC
              INVALID KEY
               DISPLAY "Erreur lors de la mise à jour du chéquier."
              NOT INVALID KEY
               MOVE "CHQA" TO WS-SEC-EVENEMENT
               MOVE CHQ-NUMERO-COMPTE TO WS-SEC-COMPTE
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "CHEQUIER ANNULE : " DELIMITED BY SIZE
                      TEMP-MOTIF           DELIMITED BY SIZE
                 INTO WS-SEC-DETAIL
               END-STRING
               PERFORM JOURNALISER-SECURITE
               DISPLAY "Chéquier annulé."
             END-REWRITE
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Opposition sur un chèque précis : le numéro doit appartenir
      *> à un chéquier délivré sur le compte.
       FAIRE-OPPOSITION.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.

        READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          DISPLAY "Titulaire : " NOM-TITULAIRE
          DISPLAY "Entrer le numéro du chèque : "
          ACCEPT TEMP-NUMERO-CHEQUE
          PERFORM CONTROLER-CHEQUE-DU-COMPTE
          IF CHEQUIER-ABSENT
             DISPLAY "Ce chèque n'appartient à aucun chéquier du "
                     "compte."
          ELSE
             DISPLAY "Entrer le motif : "
             ACCEPT TEMP-MOTIF
             PERFORM ENREGISTRER-OPPOSITION
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

       CONTROLER-CHEQUE-DU-COMPTE.
        SET CHEQUIER-ABSENT TO TRUE.
        MOVE ZEROS TO CHQ-NUMERO.
        MOVE "00" TO WS-FS-CHEQUIERS.
        START FICHIER-CHEQUIERS KEY IS NOT LESS THAN CHQ-NUMERO
         INVALID KEY
          MOVE "10" TO WS-FS-CHEQUIERS
        END-START.
        PERFORM UNTIL WS-FS-CHEQUIERS = "10"
           READ FICHIER-CHEQUIERS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-CHEQUIERS
              NOT AT END
                 IF CHQ-NUMERO-COMPTE = NUMERO-COMPTE
                    AND TEMP-NUMERO-CHEQUE >= CHQ-PREMIER
                    AND TEMP-NUMERO-CHEQUE <= CHQ-DERNIER
                    SET CHEQUIER-TROUVE TO TRUE
                    MOVE "10" TO WS-FS-CHEQUIERS
                 END-IF
           END-READ
        END-PERFORM.

       ENREGISTRER-OPPOSITION.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        MOVE NUMERO-COMPTE TO OPP-NUMERO-COMPTE.
        MOVE TEMP-NUMERO-CHEQUE TO OPP-NUMERO-CHEQUE.
        MOVE WS-DATE-SYS TO OPP-DATE.
        MOVE TEMP-MOTIF TO OPP-MOTIF.
        MOVE WS-OPERATEUR TO OPP-OPERATEUR.
        WRITE OPPOSITION-REC
         INVALID KEY
          DISPLAY "Ce chèque est déjà frappé d'opposition."
         NOT INVALID KEY
          MOVE "OPPO" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          MOVE SPACES TO WS-SEC-DETAIL
          STRING "OPPOSITION CHEQUE " DELIMITED BY SIZE
                 TEMP-NUMERO-CHEQUE   DELIMITED BY SIZE
                 " "                  DELIMITED BY SIZE
                 TEMP-MOTIF           DELIMITED BY SIZE
            INTO WS-SEC-DETAIL
          END-STRING
          PERFORM JOURNALISER-SECURITE
          DISPLAY "Opposition enregistrée."
        END-WRITE.

      *> Déblocage d'un prêt sous accord superviseur : le compte lié
      *> est crédité du principal en "L" et le tableau
      *> d'amortissement complet est écrit dans l'échéancier, à
      *> mensualités constantes à partir de la date de première
      *> échéance. BankLoanBatch prélève ensuite chaque échéance.
       DEBLOQUER-PRET.
        DISPLAY "Entrer le numéro du prêt : ".
        ACCEPT TEMP-NUMERO-PRET.
        DISPLAY "Entrer le numéro du compte lié : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.
        MOVE TEMP-NUMERO-PRET TO PRE-NUMERO.

        IF TEMP-NUMERO-PRET = 0
           DISPLAY "Numéro de prêt invalide."
        ELSE
         READ FICHIER-PRETS KEY IS PRE-NUMERO
          INVALID KEY
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             DISPLAY "Compte lié introuvable."
            NOT INVALID KEY
             PERFORM SAISIR-CONDITIONS-PRET
           END-READ
          NOT INVALID KEY
           DISPLAY "Ce numéro de prêt existe déjà."
         END-READ
        END-IF.

        PERFORM MENU-PRINCIPAL.

       SAISIR-CONDITIONS-PRET.
        DISPLAY "Titulaire : " NOM-TITULAIRE.
        DISPLAY "Entrer le principal à débloquer : ".
        ACCEPT TEMP-MONTANT.
        DISPLAY "Taux nominal annuel (ex. 0.0650) : ".
        ACCEPT TEMP-TAUX-PRET.
        DISPLAY "Durée en mensualités (1 à 360) : ".
        ACCEPT TEMP-DUREE-PRET.
        DISPLAY "Date de première échéance (AAAAMMJJ) : ".
        ACCEPT TEMP-DATE-PREMIERE-ECH.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

        IF TEMP-MONTANT = 0
           DISPLAY "Le principal ne peut pas être nul."
        ELSE IF TEMP-DUREE-PRET = 0 OR TEMP-DUREE-PRET > 360
           DISPLAY "Durée invalide."
        ELSE IF TEMP-DATE-PREMIERE-ECH <= WS-DATE-SYS
           DISPLAY "La première échéance doit être postérieure à "
                   "aujourd'hui."
        ELSE IF COMPTE-BLOQUE
           DISPLAY "Opération refusée : compte lié bloqué ("
                   MOTIF-STATUT ")."
           MOVE "DEBLOCAGE REFUSE : COMPTE BLOQUE" TO WS-SEC-DETAIL
           PERFORM JOURNALISER-REFUS-STATUT
        ELSE
           PERFORM DEMANDER-SUPERVISEUR-PRET
           IF SUPERVISEUR-ACCORDE
              PERFORM CALCULER-MENSUALITE
              PERFORM ECRIRE-PRET
           END-IF
        END-IF.

       DEMANDER-SUPERVISEUR-PRET.
        DISPLAY "Déblocage de prêt : accord superviseur requis.".
        DISPLAY "Identifiant superviseur : ".
        ACCEPT WS-SUPERVISEUR.
        PERFORM CONTROLER-NIVEAU-SUPERVISEUR.

        MOVE NUMERO-COMPTE TO WS-SEC-COMPTE.
        MOVE SPACES TO WS-SEC-DETAIL.
        IF SUPERVISEUR-ACCORDE
           MOVE "PRTO" TO WS-SEC-EVENEMENT
           STRING "ACCORD "        DELIMITED BY SIZE
                  WS-SUPERVISEUR   DELIMITED BY SIZE
                  " DEBLOCAGE PRET " DELIMITED BY SIZE
                  TEMP-NUMERO-PRET DELIMITED BY SIZE
             INTO WS-SEC-DETAIL
           END-STRING
        ELSE
           DISPLAY "Accord superviseur refusé, déblocage abandonné."
           MOVE "PRTR" TO WS-SEC-EVENEMENT
           STRING "REFUS "         DELIMITED BY SIZE
                  WS-SUPERVISEUR   DELIMITED BY SIZE
                  " DEBLOCAGE PRET " DELIMITED BY SIZE
                  TEMP-NUMERO-PRET DELIMITED BY SIZE
             INTO WS-SEC-DETAIL
           END-STRING
        END-IF.
        PERFORM JOURNALISER-SECURITE.

      *> Mensualité constante M = P.t.F / (F - 1) avec t le taux
      *> mensuel et F = (1 + t) puissance n ; à taux nul, le
      *> principal est simplement divisé en n mensualités.
       CALCULER-MENSUALITE.
        COMPUTE WS-TAUX-MENSUEL ROUNDED = TEMP-TAUX-PRET / 12.
        IF WS-TAUX-MENSUEL = 0
           COMPUTE WS-MENSUALITE ROUNDED =
              TEMP-MONTANT / TEMP-DUREE-PRET
        ELSE
           COMPUTE WS-FACTEUR-PRET ROUNDED =
              (1 + WS-TAUX-MENSUEL) ** TEMP-DUREE-PRET
           COMPUTE WS-MENSUALITE ROUNDED =
              TEMP-MONTANT * WS-TAUX-MENSUEL * WS-FACTEUR-PRET
              / (WS-FACTEUR-PRET - 1)
        END-IF.

       ECRIRE-PRET.
        MOVE TEMP-NUMERO-PRET TO PRE-NUMERO.
        MOVE TEMP-NUMERO TO PRE-COMPTE-LIE.
        MOVE TEMP-MONTANT TO PRE-PRINCIPAL.
        MOVE TEMP-TAUX-PRET TO PRE-TAUX.
        MOVE TEMP-DUREE-PRET TO PRE-DUREE.
        MOVE WS-DATE-SYS TO PRE-DATE-DEBLOCAGE.
        MOVE TEMP-DATE-PREMIERE-ECH TO PRE-DATE-PREMIERE-ECH.
        MOVE WS-MENSUALITE TO PRE-MENSUALITE.
        MOVE TEMP-MONTANT TO PRE-CAPITAL-RESTANT.
        MOVE 0 TO PRE-NB-IMPAYES.
        MOVE 0 TO PRE-DATE-CLOTURE.
        MOVE "A" TO PRE-STATUT.
        WRITE PRET-REC
         INVALID KEY
          DISPLAY "Ce numéro de prêt existe déjà."
         NOT INVALID KEY
          PERFORM GENERER-ECHEANCIER
          PERFORM CREDITER-DEBLOCAGE
        END-WRITE.

      *> Tableau d'amortissement : intérêt du mois sur le capital
      *> restant dû, capital = mensualité - intérêt, la dernière
      *> échéance reprenant tout le capital restant. Les dates
      *> avancent d'un mois en gardant le jour de la première
      *> échéance, ramené au dernier jour des mois plus courts.
       GENERER-ECHEANCIER.
        MOVE TEMP-MONTANT TO WS-ECH-RESTANT.
        MOVE 0 TO WS-TOTAL-INTERETS-PRET.
        MOVE TEMP-DATE-PREMIERE-ECH TO WS-ECH-DATE.
        MOVE WS-ECH-JOUR TO WS-ECH-JOUR-BASE.
        MOVE WS-MENSUALITE TO WS-MONTANT-EDIT.
        DISPLAY "Mensualité : " WS-MONTANT-EDIT.
        DISPLAY "RG  ECHEANCE      CAPITAL     INTERETS"
                "  RESTANT DU".
        PERFORM VARYING WS-ECH-RANG FROM 1 BY 1
                UNTIL WS-ECH-RANG > TEMP-DUREE-PRET
           PERFORM ECRIRE-LIGNE-ECHEANCIER
        END-PERFORM.
        MOVE WS-TOTAL-INTERETS-PRET TO WS-MONTANT-EDIT.
        DISPLAY "Coût total des intérêts : " WS-MONTANT-EDIT.

       ECRIRE-LIGNE-ECHEANCIER.
        MOVE TEMP-NUMERO-PRET TO ECH-NUMERO-PRET.
        MOVE WS-ECH-RANG TO ECH-RANG.
        MOVE WS-ECH-DATE TO ECH-DATE.
        COMPUTE ECH-INTERET ROUNDED =
           WS-ECH-RESTANT * WS-TAUX-MENSUEL.
        IF WS-ECH-RANG = TEMP-DUREE-PRET
           OR WS-MENSUALITE - ECH-INTERET > WS-ECH-RESTANT
           MOVE WS-ECH-RESTANT TO ECH-CAPITAL
        ELSE
           COMPUTE ECH-CAPITAL = WS-MENSUALITE - ECH-INTERET
        END-IF.
        COMPUTE ECH-MONTANT = ECH-CAPITAL + ECH-INTERET.
        SUBTRACT ECH-CAPITAL FROM WS-ECH-RESTANT.
        ADD ECH-INTERET TO WS-TOTAL-INTERETS-PRET.
        MOVE WS-ECH-RESTANT TO ECH-CAPITAL-RESTANT.
        MOVE 0 TO ECH-DATE-PAIEMENT.
        MOVE "A" TO ECH-STATUT.
        WRITE ECHEANCE-REC
         INVALID KEY
          DISPLAY "*** Echéance " ECH-RANG " déjà présente pour le "
                  "prêt " TEMP-NUMERO-PRET ", à vérifier ***"
        END-WRITE.
        PERFORM AFFICHER-LIGNE-ECHEANCIER.
        PERFORM AVANCER-DATE-ECHEANCE.

       AFFICHER-LIGNE-ECHEANCIER.
        MOVE ECH-CAPITAL TO WS-ECH-CAPITAL-EDIT.
        MOVE ECH-INTERET TO WS-ECH-INTERET-EDIT.
        MOVE ECH-CAPITAL-RESTANT TO WS-MONTANT-EDIT.
        DISPLAY ECH-RANG " " ECH-DATE " " WS-ECH-CAPITAL-EDIT " "
                WS-ECH-INTERET-EDIT " " WS-MONTANT-EDIT " "
                ECH-STATUT.

       AVANCER-DATE-ECHEANCE.
        IF WS-ECH-MOIS = 12
           MOVE 1 TO WS-ECH-MOIS
           ADD 1 TO WS-ECH-ANNEE
        ELSE
           ADD 1 TO WS-ECH-MOIS
        END-IF.
        EVALUATE WS-ECH-MOIS
         WHEN 04
         WHEN 06
         WHEN 09
         WHEN 11
          MOVE 30 TO WS-ECH-FIN-MOIS
         WHEN 02
          IF FUNCTION MOD(WS-ECH-ANNEE, 4) = 0
             AND (FUNCTION MOD(WS-ECH-ANNEE, 100) NOT = 0
                  OR FUNCTION MOD(WS-ECH-ANNEE, 400) = 0)
             MOVE 29 TO WS-ECH-FIN-MOIS
          ELSE
             MOVE 28 TO WS-ECH-FIN-MOIS
          END-IF
         WHEN OTHER
          MOVE 31 TO WS-ECH-FIN-MOIS
        END-EVALUATE.
        IF WS-ECH-JOUR-BASE > WS-ECH-FIN-MOIS
           MOVE WS-ECH-FIN-MOIS TO WS-ECH-JOUR
        ELSE
           MOVE WS-ECH-JOUR-BASE TO WS-ECH-JOUR
        END-IF.

       CREDITER-DEBLOCAGE.
        PERFORM REACTIVER-SI-DORMANT.
        MOVE WS-DATE-SYS TO DATE-DERNIER-MVT.
        ADD TEMP-MONTANT TO SOLDE.
        REWRITE COMPTE-REC
         INVALID KEY
          DISPLAY "*** Erreur lors du crédit du compte lié : "
                  "le prêt " TEMP-NUMERO-PRET " est annulé ***"
          PERFORM ANNULER-PRET
         NOT INVALID KEY
          MOVE "L" TO WS-MVT-TYPE-COURANT
          COMPUTE WS-REF-JOURNAL = TEMP-NUMERO-PRET * 1000
          PERFORM JOURNALISER-MOUVEMENT
          MOVE SOLDE TO WS-SOLDE-EDIT
          DISPLAY "Prêt débloqué. Nouveau solde du compte lié : "
                  WS-SOLDE-EDIT
        END-REWRITE.

      *> Les fonds n'ont pas été versés : le prêt passe en "X" et
      *> son échéancier n'est jamais présenté par BankLoanBatch.
       ANNULER-PRET.
        MOVE 0 TO PRE-CAPITAL-RESTANT.
        MOVE WS-DATE-SYS TO PRE-DATE-CLOTURE.
        MOVE "X" TO PRE-STATUT.
        REWRITE PRET-REC
         INVALID KEY
          DISPLAY "*** Erreur lors de l'annulation du prêt "
                  TEMP-NUMERO-PRET " : prévenir l'exploitation ***"
         NOT INVALID KEY
          MOVE "PRTA" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          MOVE SPACES TO WS-SEC-DETAIL
          STRING "DEBLOCAGE ECHOUE, PRET " TEMP-NUMERO-PRET
                 " ANNULE"
            DELIMITED BY SIZE INTO WS-SEC-DETAIL
          PERFORM JOURNALISER-SECURITE
        END-REWRITE.

      *> Situation d'un prêt : conditions, capital restant dû,
      *> arriérés et tableau d'amortissement avec l'état de chaque
      *> échéance (A à venir, P payée, I impayée).
       CONSULTER-PRET.
        DISPLAY "Entrer le numéro du prêt : ".
        ACCEPT TEMP-NUMERO-PRET.
        MOVE TEMP-NUMERO-PRET TO PRE-NUMERO.

        READ FICHIER-PRETS KEY IS PRE-NUMERO
         INVALID KEY
          DISPLAY "Prêt introuvable."
         NOT INVALID KEY
          MOVE PRE-PRINCIPAL TO WS-MONTANT-EDIT
          DISPLAY "Compte lié         : " PRE-COMPTE-LIE
          DISPLAY "Principal          : " WS-MONTANT-EDIT
          DISPLAY "Taux annuel        : " PRE-TAUX
          DISPLAY "Durée (mois)       : " PRE-DUREE
          MOVE PRE-MENSUALITE TO WS-MONTANT-EDIT
          DISPLAY "Mensualité         : " WS-MONTANT-EDIT
          MOVE PRE-CAPITAL-RESTANT TO WS-MONTANT-EDIT
          DISPLAY "Capital restant dû : " WS-MONTANT-EDIT
          DISPLAY "Echéances impayées : " PRE-NB-IMPAYES
          DISPLAY "Statut             : " PRE-STATUT
          DISPLAY "RG  ECHEANCE      CAPITAL     INTERETS"
                  "  RESTANT DU"
          PERFORM AFFICHER-ECHEANCIER
        END-READ.

        PERFORM MENU-PRINCIPAL.

       AFFICHER-ECHEANCIER.
        MOVE TEMP-NUMERO-PRET TO ECH-NUMERO-PRET.
        MOVE 0 TO ECH-RANG.
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
                 IF ECH-NUMERO-PRET NOT = TEMP-NUMERO-PRET
                    MOVE "10" TO WS-FS-ECHEANCIER
                 ELSE
                    PERFORM AFFICHER-LIGNE-ECHEANCIER
                 END-IF
           END-READ
        END-PERFORM.

      *> Intervenants d'un compte : le titulaire principal reste
      *> celui du fichier maître ; on rattache ici des co-titulaires
      *> (mêmes pouvoirs) et des mandataires (plafond par opération
      *> et date d'expiration), ou on les révoque. Un intervenant
      *> révoqué peut être rattaché de nouveau.
       GERER-INTERVENANTS.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.

        READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          PERFORM LISTER-INTERVENANTS-COMPTE
          DISPLAY "Action (C=ajouter un co-titulaire, "
                  "M=ajouter un mandataire, R=révoquer) : "
          ACCEPT TEMP-REPONSE
          EVALUATE TEMP-REPONSE
           WHEN "C"
           WHEN "M"
            PERFORM AJOUTER-INTERVENANT
           WHEN "R"
            PERFORM REVOQUER-INTERVENANT
           WHEN OTHER
            DISPLAY "Action non valide."
          END-EVALUATE
        END-READ.

        PERFORM MENU-PRINCIPAL.

       LISTER-INTERVENANTS-COMPTE.
        DISPLAY "Titulaire : " NUMERO-CLIENT " " NOM-TITULAIRE.
        MOVE 0 TO WS-NB-ITV-COMPTE.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE 0 TO ITV-NUMERO-CLIENT.
        MOVE "00" TO WS-FS-INTERVENANTS.
        START FICHIER-INTERVENANTS KEY IS NOT LESS THAN ITV-CLE
         INVALID KEY
          MOVE "10" TO WS-FS-INTERVENANTS
        END-START.
        PERFORM UNTIL WS-FS-INTERVENANTS = "10"
           READ FICHIER-INTERVENANTS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-INTERVENANTS
              NOT AT END
                 IF ITV-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE "10" TO WS-FS-INTERVENANTS
                 ELSE
                    IF NOT ITV-TITULAIRE
                       PERFORM AFFICHER-INTERVENANT
                    END-IF
                 END-IF
           END-READ
        END-PERFORM.
        IF WS-NB-ITV-COMPTE = 0
           DISPLAY "  (aucun co-titulaire ni mandataire)"
        END-IF.

       AFFICHER-INTERVENANT.
        ADD 1 TO WS-NB-ITV-COMPTE.
        IF ITV-COTITULAIRE
           MOVE "co-titulaire" TO WS-ITV-LIBELLE
        ELSE
           MOVE "mandataire" TO WS-ITV-LIBELLE
        END-IF.
        MOVE ITV-PLAFOND TO WS-MONTANT-EDIT.
        IF ITV-MANDATAIRE
           DISPLAY "  " ITV-NUMERO-CLIENT " " WS-ITV-LIBELLE
                   " statut " ITV-STATUT " plafond " WS-MONTANT-EDIT
                   " jusqu'au " ITV-DATE-EXPIRATION
        ELSE
           DISPLAY "  " ITV-NUMERO-CLIENT " " WS-ITV-LIBELLE
                   " statut " ITV-STATUT
        END-IF.

       AJOUTER-INTERVENANT.
        DISPLAY "Numéro du client : ".
        ACCEPT TEMP-NUMERO-CLI.
        MOVE TEMP-NUMERO-CLI TO CLI-NUMERO.

        IF TEMP-NUMERO-CLI = NUMERO-CLIENT
           DISPLAY "Ce client est déjà titulaire du compte."
        ELSE
         READ CLIENT-MASTER KEY IS CLI-NUMERO
          INVALID KEY
           DISPLAY "Client introuvable : créer d'abord le client."
          NOT INVALID KEY
           DISPLAY "Client : " CLI-NOM
           PERFORM SAISIR-INTERVENANT
         END-READ
        END-IF.

       SAISIR-INTERVENANT.
        MOVE 0 TO TEMP-MONTANT.
        MOVE 0 TO TEMP-DATE-EXPIRATION.
        IF TEMP-REPONSE = "M"
           DISPLAY "Plafond par opération du mandataire : "
           ACCEPT TEMP-MONTANT
           DISPLAY "Date d'expiration de la procuration "
                   "(AAAAMMJJ) : "
           ACCEPT TEMP-DATE-EXPIRATION
        END-IF.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

        IF TEMP-REPONSE = "M" AND TEMP-MONTANT = 0
           DISPLAY "Le plafond du mandataire doit être positif."
        ELSE IF TEMP-REPONSE = "M"
                AND TEMP-DATE-EXPIRATION NOT > WS-DATE-SYS
           DISPLAY "La date d'expiration doit être postérieure à "
                   "aujourd'hui."
        ELSE
           PERFORM ECRIRE-INTERVENANT
        END-IF.

      *> Une révocation antérieure est conservée en "R" : le client
      *> est alors rattaché de nouveau par réécriture.
       ECRIRE-INTERVENANT.
        MOVE "N" TO WS-ITV-ENREGISTRE.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE TEMP-NUMERO-CLI TO ITV-NUMERO-CLIENT.
        READ FICHIER-INTERVENANTS KEY IS ITV-CLE
         INVALID KEY
          PERFORM REMPLIR-INTERVENANT
          WRITE INTERVENANT-REC
           INVALID KEY
            DISPLAY "Écriture de l'intervenant impossible."
           NOT INVALID KEY
            SET ITV-ENREGISTRE TO TRUE
          END-WRITE
         NOT INVALID KEY
          IF ITV-ACTIF
             DISPLAY "Ce client intervient déjà sur le compte "
                     "(le révoquer d'abord)."
          ELSE
             PERFORM REMPLIR-INTERVENANT
             REWRITE INTERVENANT-REC
              INVALID KEY
               DISPLAY "Erreur lors de la mise à jour de "
                       "l'intervenant."
              NOT INVALID KEY
               SET ITV-ENREGISTRE TO TRUE
             END-REWRITE
          END-IF
        END-READ.

        IF ITV-ENREGISTRE
           DISPLAY "Intervenant rattaché au compte."
           MOVE "ITVA" TO WS-SEC-EVENEMENT
           MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
           MOVE TEMP-NUMERO-CLI TO WS-CLIENT-AGISSANT
           STRING "AJOUT ROLE " ITV-ROLE " CLIENT " TEMP-NUMERO-CLI
             DELIMITED BY SIZE INTO WS-SEC-DETAIL
           PERFORM JOURNALISER-SECURITE
        END-IF.

       REMPLIR-INTERVENANT.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE TEMP-NUMERO-CLI TO ITV-NUMERO-CLIENT.
        MOVE TEMP-REPONSE TO ITV-ROLE.
        MOVE TEMP-MONTANT TO ITV-PLAFOND.
        MOVE TEMP-DATE-EXPIRATION TO ITV-DATE-EXPIRATION.
        MOVE WS-DATE-SYS TO ITV-DATE-DEBUT.
        MOVE 0 TO ITV-DATE-REVOCATION.
        MOVE "A" TO ITV-STATUT.

       REVOQUER-INTERVENANT.
        DISPLAY "Numéro du client à révoquer : ".
        ACCEPT TEMP-NUMERO-CLI.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE TEMP-NUMERO-CLI TO ITV-NUMERO-CLIENT.

        READ FICHIER-INTERVENANTS KEY IS ITV-CLE
         INVALID KEY
          DISPLAY "Ce client n'intervient pas sur le compte."
         NOT INVALID KEY
          IF ITV-TITULAIRE
             DISPLAY "Le titulaire principal ne peut pas être "
                     "révoqué."
          ELSE
           IF ITV-REVOQUE
              DISPLAY "Cet intervenant est déjà révoqué."
           ELSE
              ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
              MOVE WS-DATE-SYS TO ITV-DATE-REVOCATION
              MOVE "R" TO ITV-STATUT
              REWRITE INTERVENANT-REC
               INVALID KEY
                DISPLAY "Erreur lors de la mise à jour de "
                        "l'intervenant."
               NOT INVALID KEY
                DISPLAY "Intervenant révoqué."
                MOVE "ITVR" TO WS-SEC-EVENEMENT
                MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
                MOVE TEMP-NUMERO-CLI TO WS-CLIENT-AGISSANT
                STRING "REVOCATION ROLE " ITV-ROLE " CLIENT "
                       TEMP-NUMERO-CLI
                  DELIMITED BY SIZE INTO WS-SEC-DETAIL
                PERFORM JOURNALISER-SECURITE
              END-REWRITE
           END-IF
          END-IF
        END-READ.

      *> Mandats de prélèvement d'un compte : création à la
      *> signature, révocation à la demande du client (le mandat
      *> reste au fichier en "R"), ou refus d'une seule échéance
      *> sans toucher au mandat. BankDirectDebitBatch rejette à la
      *> chambre tout prélèvement sans mandat actif ou refusé.
       GERER-MANDATS.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.

        READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          DISPLAY "Titulaire : " NOM-TITULAIRE
          PERFORM LISTER-MANDATS-COMPTE
          DISPLAY "Action (C=créer un mandat, R=révoquer, "
                  "F=refuser une échéance) : "
          ACCEPT TEMP-REPONSE
          EVALUATE TEMP-REPONSE
           WHEN "C"
            PERFORM CREER-MANDAT
           WHEN "R"
            PERFORM REVOQUER-MANDAT
           WHEN "F"
            PERFORM REFUSER-PRELEVEMENT
           WHEN OTHER
            DISPLAY "Action non valide."
          END-EVALUATE
        END-READ.

        PERFORM MENU-PRINCIPAL.

       LISTER-MANDATS-COMPTE.
        MOVE 0 TO WS-NB-MDT-COMPTE.
        MOVE NUMERO-COMPTE TO MDT-NUMERO-COMPTE.
        MOVE LOW-VALUES TO MDT-CREANCIER.
        MOVE LOW-VALUES TO MDT-REFERENCE.
        MOVE "00" TO WS-FS-MANDATS.
        START FICHIER-MANDATS KEY IS NOT LESS THAN MDT-CLE
         INVALID KEY
          MOVE "10" TO WS-FS-MANDATS
        END-START.
        PERFORM UNTIL WS-FS-MANDATS = "10"
           READ FICHIER-MANDATS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-MANDATS
              NOT AT END
                 IF MDT-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE "10" TO WS-FS-MANDATS
                 ELSE
                    ADD 1 TO WS-NB-MDT-COMPTE
                    MOVE MDT-PLAFOND TO WS-MONTANT-EDIT
                    DISPLAY "  " MDT-CREANCIER " " MDT-REFERENCE
                            " " MDT-NOM-CREANCIER
                    DISPLAY "      statut " MDT-STATUT
                            " plafond " WS-MONTANT-EDIT
                            " échéance refusée " MDT-DATE-REFUS
                 END-IF
           END-READ
        END-PERFORM.
        IF WS-NB-MDT-COMPTE = 0
           DISPLAY "  (aucun mandat de prélèvement)"
        END-IF.

       SAISIR-CLE-MANDAT.
        DISPLAY "Identifiant du créancier : ".
        ACCEPT TEMP-CREANCIER.
        DISPLAY "Référence du mandat : ".
        ACCEPT TEMP-REF-MANDAT.
        MOVE NUMERO-COMPTE TO MDT-NUMERO-COMPTE.
        MOVE TEMP-CREANCIER TO MDT-CREANCIER.
        MOVE TEMP-REF-MANDAT TO MDT-REFERENCE.

      *> Un mandat révoqué peut être signé de nouveau : il est
      *> alors réécrit avec ses nouvelles conditions.
       CREER-MANDAT.
        IF COMPTE-BLOQUE
           DISPLAY "Compte bloqué : mandat refusé."
        ELSE
           PERFORM SAISIR-CLE-MANDAT
           DISPLAY "Nom du créancier : "
           ACCEPT TEMP-NOM-CREANCIER
           DISPLAY "Plafond par prélèvement (0 = sans plafond) : "
           ACCEPT TEMP-MONTANT
           IF TEMP-CREANCIER = SPACES OR TEMP-REF-MANDAT = SPACES
              DISPLAY "Créancier et référence du mandat sont "
                      "obligatoires."
           ELSE
              PERFORM ECRIRE-MANDAT
           END-IF
        END-IF.

       ECRIRE-MANDAT.
        MOVE "N" TO WS-MDT-ENREGISTRE.
        READ FICHIER-MANDATS KEY IS MDT-CLE
         INVALID KEY
          PERFORM REMPLIR-MANDAT
          WRITE MANDAT-REC
           INVALID KEY
            DISPLAY "Écriture du mandat impossible."
           NOT INVALID KEY
            SET MDT-ENREGISTRE TO TRUE
          END-WRITE
         NOT INVALID KEY
          IF MDT-ACTIF
             DISPLAY "Ce mandat est déjà actif sur le compte."
          ELSE
             PERFORM REMPLIR-MANDAT
             REWRITE MANDAT-REC
              INVALID KEY
               DISPLAY "Erreur lors de la mise à jour du mandat."
              NOT INVALID KEY
               SET MDT-ENREGISTRE TO TRUE
             END-REWRITE
          END-IF
        END-READ.

        IF MDT-ENREGISTRE
           DISPLAY "Mandat enregistré."
           MOVE "MDTC" TO WS-SEC-EVENEMENT
           MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
           STRING "MANDAT " TEMP-CREANCIER " " TEMP-REF-MANDAT
             DELIMITED BY SIZE INTO WS-SEC-DETAIL
           PERFORM JOURNALISER-SECURITE
        END-IF.

       REMPLIR-MANDAT.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        MOVE TEMP-NOM-CREANCIER TO MDT-NOM-CREANCIER.
        MOVE TEMP-MONTANT TO MDT-PLAFOND.
        MOVE WS-DATE-SYS TO MDT-DATE-SIGNATURE.
        MOVE 0 TO MDT-DATE-REVOCATION.
        MOVE 0 TO MDT-DATE-REFUS.
        MOVE "A" TO MDT-STATUT.

       REVOQUER-MANDAT.
        PERFORM SAISIR-CLE-MANDAT.
        READ FICHIER-MANDATS KEY IS MDT-CLE
         INVALID KEY
          DISPLAY "Mandat introuvable sur ce compte."
         NOT INVALID KEY
          IF MDT-REVOQUE
             DISPLAY "Ce mandat est déjà révoqué."
          ELSE
             ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS TO MDT-DATE-REVOCATION
             MOVE "R" TO MDT-STATUT
             REWRITE MANDAT-REC
              INVALID KEY
               DISPLAY "Erreur lors de la mise à jour du mandat."
              NOT INVALID KEY
               DISPLAY "Mandat révoqué."
               MOVE "MDTR" TO WS-SEC-EVENEMENT
               MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
               STRING "REVOCATION " TEMP-CREANCIER " "
                      TEMP-REF-MANDAT
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
               PERFORM JOURNALISER-SECURITE
             END-REWRITE
          END-IF
        END-READ.

      *> Refus d'une échéance : seul le prélèvement présenté pour
      *> cette date sera rejeté, le mandat reste actif.
       REFUSER-PRELEVEMENT.
        PERFORM SAISIR-CLE-MANDAT.
        READ FICHIER-MANDATS KEY IS MDT-CLE
         INVALID KEY
          DISPLAY "Mandat introuvable sur ce compte."
         NOT INVALID KEY
          IF MDT-REVOQUE
             DISPLAY "Mandat révoqué : tous ses prélèvements sont "
                     "déjà rejetés."
          ELSE
             DISPLAY "Date d'échéance du prélèvement à refuser "
                     "(AAAAMMJJ) : "
             ACCEPT TEMP-DATE-REFUS
             ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
             IF TEMP-DATE-REFUS < WS-DATE-SYS
                DISPLAY "Cette échéance est déjà passée."
             ELSE
                MOVE TEMP-DATE-REFUS TO MDT-DATE-REFUS
                REWRITE MANDAT-REC
                 INVALID KEY
                  DISPLAY "Erreur lors de la mise à jour du "
                          "mandat."
                 NOT INVALID KEY
                  DISPLAY "Prélèvement du " TEMP-DATE-REFUS
                          " refusé."
                  MOVE "MDTF" TO WS-SEC-EVENEMENT
                  MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
                  STRING "REFUS " TEMP-CREANCIER " ECHEANCE "
                         TEMP-DATE-REFUS
                    DELIMITED BY SIZE INTO WS-SEC-DETAIL
                  PERFORM JOURNALISER-SECURITE
                END-REWRITE
             END-IF
          END-IF
        END-READ.

      *> Carte délivrée au porteur qui se présente : titulaire ou
      *> co-titulaire du compte, un mandataire n'en reçoit pas. Le
      *> numéro est celui de la carte fournie par le processeur.
       DELIVRER-CARTE.
        DISPLAY "Entrer le numéro de compte : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.

        READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
         INVALID KEY
          DISPLAY "Compte introuvable."
         NOT INVALID KEY
          DISPLAY "Titulaire : " NOM-TITULAIRE
          IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
             DISPLAY "Compte bloqué ou gelé au débit : carte "
                     "refusée."
          ELSE
             PERFORM IDENTIFIER-CLIENT-AGISSANT
             IF AGISSANT-ADMIS AND ROLE-MANDATAIRE
                DISPLAY "Un mandataire ne reçoit pas de carte sur "
                        "le compte."
             ELSE IF AGISSANT-ADMIS
                MOVE WS-CLIENT-AGISSANT TO WS-CRT-PORTEUR
                MOVE 0 TO WS-CRT-PRECEDENTE
                DISPLAY "Numéro de la carte (16 chiffres) : "
                ACCEPT TEMP-NUMERO-CARTE
                PERFORM SAISIR-PLAFONDS-CARTE
                PERFORM ECRIRE-CARTE
             END-IF
             END-IF
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Zéro à la saisie reprend le plafond du tarif pour le type
      *> du compte (lignes DAB et CBP).
       SAISIR-PLAFONDS-CARTE.
        DISPLAY "Plafond journalier des retraits au distributeur "
                "(0 = tarif) : ".
        ACCEPT TEMP-PLAFOND-RETRAIT.
        DISPLAY "Plafond journalier des paiements (0 = tarif) : ".
        ACCEPT TEMP-PLAFOND-PAIEMENT.
        IF TEMP-PLAFOND-RETRAIT = 0
           IF COMPTE-EPARGNE
              MOVE WS-PLAFOND-DAB-EPG TO TEMP-PLAFOND-RETRAIT
           ELSE
              MOVE WS-PLAFOND-DAB-CHQ TO TEMP-PLAFOND-RETRAIT
           END-IF
        END-IF.
        IF TEMP-PLAFOND-PAIEMENT = 0
           IF COMPTE-EPARGNE
              MOVE WS-PLAFOND-CBP-EPG TO TEMP-PLAFOND-PAIEMENT
           ELSE
              MOVE WS-PLAFOND-CBP-CHQ TO TEMP-PLAFOND-PAIEMENT
           END-IF
        END-IF.

      *> Écrit la carte TEMP-NUMERO-CARTE sur le compte courant pour
      *> WS-CRT-PORTEUR, valable trois ans (fin du même mois).
       ECRIRE-CARTE.
        MOVE "N" TO WS-CRT-ENREGISTREE.
        IF TEMP-NUMERO-CARTE = 0
           DISPLAY "Numéro de carte invalide."
        ELSE
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE TEMP-NUMERO-CARTE TO CRT-NUMERO
           MOVE NUMERO-COMPTE TO CRT-NUMERO-COMPTE
           MOVE WS-CRT-PORTEUR TO CRT-NUMERO-CLIENT
           MOVE WS-DATE-SYS TO CRT-DATE-EMISSION
           COMPUTE CRT-DATE-EXPIRATION = WS-DATE-SYS / 100 + 300
           MOVE TEMP-PLAFOND-RETRAIT TO CRT-PLAFOND-RETRAIT
           MOVE TEMP-PLAFOND-PAIEMENT TO CRT-PLAFOND-PAIEMENT
           MOVE "A" TO CRT-STATUT
           MOVE 0 TO CRT-DATE-OPPOSITION
           MOVE WS-CRT-PRECEDENTE TO CRT-CARTE-PRECEDENTE
           MOVE 0 TO CRT-CARTE-SUIVANTE
           WRITE CARTE-REC
            INVALID KEY
             DISPLAY "Ce numéro de carte existe déjà."
            NOT INVALID KEY
             SET CRT-ENREGISTREE TO TRUE
             MOVE "CRTE" TO WS-SEC-EVENEMENT
             MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
             STRING "CARTE " CRT-NUMERO " PORTEUR " CRT-NUMERO-CLIENT
               DELIMITED BY SIZE INTO WS-SEC-DETAIL
             PERFORM JOURNALISER-SECURITE
             DISPLAY "Carte " CRT-NUMERO " délivrée, valable "
                     "jusqu'à fin " CRT-DATE-EXPIRATION "."
           END-WRITE
        END-IF.

      *> Perte, vol ou annulation : la carte reste au fichier avec
      *> son statut et toutes ses opérations seront rejetées.
       BLOQUER-CARTE.
        DISPLAY "Entrer le numéro de la carte : ".
        ACCEPT TEMP-NUMERO-CARTE.
        MOVE TEMP-NUMERO-CARTE TO CRT-NUMERO.

        READ FICHIER-CARTES KEY IS CRT-NUMERO
         INVALID KEY
          DISPLAY "Carte introuvable."
         NOT INVALID KEY
          IF CRT-OPPOSEE
             DISPLAY "Cette carte est déjà en opposition (statut "
                     CRT-STATUT ")."
          ELSE
             DISPLAY "Compte " CRT-NUMERO-COMPTE " porteur "
                     CRT-NUMERO-CLIENT
             DISPLAY "Motif (P=perte, V=vol, X=annulation) : "
             ACCEPT TEMP-STATUT
             IF TEMP-STATUT NOT = "P" AND TEMP-STATUT NOT = "V"
                AND TEMP-STATUT NOT = "X"
                DISPLAY "Motif non valide."
             ELSE
                ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
                MOVE TEMP-STATUT TO CRT-STATUT
                MOVE WS-DATE-SYS TO CRT-DATE-OPPOSITION
                REWRITE CARTE-REC
                 INVALID KEY
                  DISPLAY "Erreur lors de la mise à jour de la "
                          "carte."
                 NOT INVALID KEY
                  MOVE "CRTO" TO WS-SEC-EVENEMENT
                  MOVE CRT-NUMERO-COMPTE TO WS-SEC-COMPTE
                  STRING "CARTE " CRT-NUMERO " OPPOSITION "
                         CRT-STATUT
                    DELIMITED BY SIZE INTO WS-SEC-DETAIL
                  PERFORM JOURNALISER-SECURITE
                  DISPLAY "Carte mise en opposition."
                END-REWRITE
             END-IF
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> La remplaçante reprend compte, porteur et plafonds de
      *> l'ancienne ; une ancienne carte encore active (usure,
      *> renouvellement) est annulée, une carte perdue ou volée garde
      *> son statut d'opposition.
       REMPLACER-CARTE.
        DISPLAY "Entrer le numéro de la carte à remplacer : ".
        ACCEPT TEMP-NUMERO-CARTE.
        MOVE TEMP-NUMERO-CARTE TO CRT-NUMERO.

        READ FICHIER-CARTES KEY IS CRT-NUMERO
         INVALID KEY
          DISPLAY "Carte introuvable."
         NOT INVALID KEY
          IF CRT-CARTE-SUIVANTE NOT = 0
             DISPLAY "Cette carte est déjà remplacée par la carte "
                     CRT-CARTE-SUIVANTE "."
          ELSE
             MOVE CRT-NUMERO-COMPTE TO NUMERO-COMPTE
             READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
              INVALID KEY
               DISPLAY "Compte de la carte introuvable (clos)."
              NOT INVALID KEY
               IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
                  DISPLAY "Compte bloqué ou gelé au débit : "
                          "remplacement refusé."
               ELSE
                  PERFORM REMPLACER-CARTE-ADMISE
               END-IF
             END-READ
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

       REMPLACER-CARTE-ADMISE.
        MOVE CRT-NUMERO TO WS-CRT-PRECEDENTE.
        MOVE CRT-NUMERO-CLIENT TO WS-CRT-PORTEUR.
        MOVE CRT-PLAFOND-RETRAIT TO TEMP-PLAFOND-RETRAIT.
        MOVE CRT-PLAFOND-PAIEMENT TO TEMP-PLAFOND-PAIEMENT.
        DISPLAY "Titulaire : " NOM-TITULAIRE " porteur "
                WS-CRT-PORTEUR.
        DISPLAY "Numéro de la nouvelle carte (16 chiffres) : ".
        ACCEPT TEMP-NUMERO-CARTE.
        PERFORM ECRIRE-CARTE.

        IF CRT-ENREGISTREE
           MOVE WS-CRT-PRECEDENTE TO CRT-NUMERO
           READ FICHIER-CARTES KEY IS CRT-NUMERO
            INVALID KEY
             DISPLAY "Ancienne carte introuvable."
            NOT INVALID KEY
             IF CRT-ACTIVE
                ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
                MOVE "X" TO CRT-STATUT
                MOVE WS-DATE-SYS TO CRT-DATE-OPPOSITION
             END-IF
             MOVE TEMP-NUMERO-CARTE TO CRT-CARTE-SUIVANTE
             REWRITE CARTE-REC
              INVALID KEY
               DISPLAY "Erreur lors de la mise à jour de l'ancienne "
                       "carte " CRT-NUMERO "."
              NOT INVALID KEY
               MOVE "CRTR" TO WS-SEC-EVENEMENT
               MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
               STRING "CARTE " CRT-NUMERO " REMPLACEE"
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
               PERFORM JOURNALISER-SECURITE
               DISPLAY "Carte " CRT-NUMERO " remplacée par "
                       TEMP-NUMERO-CARTE "."
             END-REWRITE
           END-READ
        END-IF.

       CREER-CLIENT.
        DISPLAY "Entrer le numéro du client : ".
        ACCEPT TEMP-NUMERO-CLI.
        DISPLAY "Entrer le nom complet : ".
        ACCEPT TEMP-NOM-CLI.
        DISPLAY "Entrer l'adresse : ".
        ACCEPT TEMP-ADRESSE.
        DISPLAY "Entrer le téléphone : ".
        ACCEPT TEMP-TELEPHONE.
        DISPLAY "Exonéré de retenue à la source (O/N) : ".
        ACCEPT WS-EXONERATION.

        IF TEMP-NUMERO-CLI = 0
           DISPLAY "Numéro de client invalide."
        ELSE IF TEMP-NOM-CLI = SPACES OR TEMP-NOM-CLI = LOW-VALUES
           DISPLAY "Le nom du client ne peut pas être vide."
        ELSE
           MOVE TEMP-NUMERO-CLI TO CLI-NUMERO
           MOVE TEMP-NOM-CLI TO CLI-NOM
           MOVE TEMP-ADRESSE TO CLI-ADRESSE
           MOVE TEMP-TELEPHONE TO CLI-TELEPHONE
           IF WS-EXONERATION = "O" OR WS-EXONERATION = "o"
              MOVE "O" TO CLI-EXONERATION
           ELSE
              MOVE "N" TO CLI-EXONERATION
           END-IF
           WRITE CLIENT-REC
            INVALID KEY
             DISPLAY "Ce numéro de client existe déjà."
            NOT INVALID KEY
             DISPLAY "Client créé avec succès."
           END-WRITE
        END-IF.

        PERFORM MENU-PRINCIPAL.

      *> Pose ou retire la dispense de retenue à la source sur les
      *> intérêts créditeurs ; la retenue est appliquée par les lots
      *> qui versent les intérêts, d'après ce seul indicateur. Le
      *> changement est tracé au journal de sécurité.
       MODIFIER-EXONERATION.
        DISPLAY "Entrer le numéro du client : ".
        ACCEPT TEMP-NUMERO-CLI.
        MOVE TEMP-NUMERO-CLI TO CLI-NUMERO.

        READ CLIENT-MASTER KEY IS CLI-NUMERO
         INVALID KEY
          DISPLAY "Client introuvable."
         NOT INVALID KEY
          DISPLAY "Client : " CLI-NOM
          IF CLI-EXONERE
             DISPLAY "Actuellement exonéré de retenue à la source."
          ELSE
             DISPLAY "Actuellement soumis à la retenue à la source."
          END-IF
          DISPLAY "Exonéré de retenue à la source (O/N) : "
          ACCEPT WS-EXONERATION
          IF WS-EXONERATION = "O" OR WS-EXONERATION = "o"
             MOVE "O" TO CLI-EXONERATION
          ELSE
             MOVE "N" TO CLI-EXONERATION
          END-IF
          REWRITE CLIENT-REC
           INVALID KEY
            DISPLAY "Erreur lors de la mise à jour du client."
           NOT INVALID KEY
            MOVE "EXON" TO WS-SEC-EVENEMENT
            MOVE 0 TO WS-SEC-COMPTE
            MOVE CLI-NUMERO TO WS-CLIENT-AGISSANT
            MOVE SPACES TO WS-SEC-DETAIL
            STRING "EXONERATION RETENUE A LA SOURCE : "
                   CLI-EXONERATION
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
            PERFORM JOURNALISER-SECURITE
            DISPLAY "Client mis à jour avec succès."
          END-REWRITE
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Recherche par préfixe du nom : parcourt CLIENTS.DAT et
      *> affiche chaque client dont le nom commence par le texte
      *> saisi (le guichetier n'a souvent que le nom du client).
       RECHERCHER-CLIENT.
        DISPLAY "Entrer le début du nom recherché : ".
        ACCEPT TEMP-NOM-CLI.

        MOVE 0 TO WS-LNG-RECHERCHE.
        INSPECT FUNCTION REVERSE(TEMP-NOM-CLI)
           TALLYING WS-LNG-RECHERCHE FOR LEADING SPACES.
        COMPUTE WS-LNG-RECHERCHE = 30 - WS-LNG-RECHERCHE.

        IF WS-LNG-RECHERCHE = 0
           DISPLAY "Le nom recherché ne peut pas être vide."
        ELSE
           MOVE 0 TO WS-NB-CLI-TROUVES
           MOVE ZEROS TO CLI-NUMERO
           MOVE "00" TO WS-FS-CLIENTS
           START CLIENT-MASTER KEY IS NOT LESS THAN CLI-NUMERO
            INVALID KEY
             MOVE "10" TO WS-FS-CLIENTS
           END-START
           PERFORM UNTIL WS-FS-CLIENTS = "10"
              READ CLIENT-MASTER NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-CLIENTS
                 NOT AT END
                    IF CLI-NOM(1:WS-LNG-RECHERCHE)
                       = TEMP-NOM-CLI(1:WS-LNG-RECHERCHE)
                       ADD 1 TO WS-NB-CLI-TROUVES
                       DISPLAY "  " CLI-NUMERO " " CLI-NOM
                               " tél : " CLI-TELEPHONE
                       MOVE CLI-NUMERO TO TEMP-NUMERO-CLI
                       PERFORM LISTER-COMPTES-ACCESSIBLES
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NB-CLI-TROUVES = 0
              DISPLAY "Aucun client ne correspond à ce nom."
           END-IF
        END-IF.

        PERFORM MENU-PRINCIPAL.

       AFFICHER-COMPTES-CLIENT.
        DISPLAY "Entrer le numéro du client : ".
        ACCEPT TEMP-NUMERO-CLI.
        MOVE TEMP-NUMERO-CLI TO CLI-NUMERO.

        READ CLIENT-MASTER KEY IS CLI-NUMERO
         INVALID KEY
          DISPLAY "Client introuvable."
         NOT INVALID KEY
          DISPLAY "Client    : " CLI-NOM
          DISPLAY "Adresse   : " CLI-ADRESSE
          DISPLAY "Téléphone : " CLI-TELEPHONE
          PERFORM LISTER-COMPTES-ACCESSIBLES
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Tous les comptes sur lesquels le client TEMP-NUMERO-CLI peut
      *> agir : ceux dont il est titulaire au fichier maître, puis
      *> ceux où il est co-titulaire ou mandataire actif et non
      *> expiré. Le solde combiné ne retient que les comptes dont il
      *> est titulaire ou co-titulaire.
       LISTER-COMPTES-ACCESSIBLES.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        DISPLAY "    Comptes accessibles :".
        MOVE 0 TO WS-NB-CPT-CLIENT.
        MOVE 0 TO WS-TOTAL-CLIENT.
        MOVE ZEROS TO NUMERO-COMPTE.
        MOVE "00" TO WS-FS-COMPTES.
        START ACCOUNT-MASTER KEY IS NOT LESS THAN NUMERO-COMPTE
         INVALID KEY
          MOVE "10" TO WS-FS-COMPTES
        END-START.
        PERFORM UNTIL WS-FS-COMPTES = "10"
           READ ACCOUNT-MASTER NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-COMPTES
              NOT AT END
                 IF NUMERO-CLIENT = TEMP-NUMERO-CLI
                    MOVE "titulaire" TO WS-ITV-LIBELLE
                    PERFORM AFFICHER-COMPTE-ACCESSIBLE
                 END-IF
           END-READ
        END-PERFORM.

        MOVE ZEROS TO ITV-CLE.
        MOVE "00" TO WS-FS-INTERVENANTS.
        START FICHIER-INTERVENANTS KEY IS NOT LESS THAN ITV-CLE
         INVALID KEY
          MOVE "10" TO WS-FS-INTERVENANTS
        END-START.
        PERFORM UNTIL WS-FS-INTERVENANTS = "10"
           READ FICHIER-INTERVENANTS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-INTERVENANTS
              NOT AT END
                 IF ITV-NUMERO-CLIENT = TEMP-NUMERO-CLI
                    AND ITV-ACTIF AND NOT ITV-TITULAIRE
                    PERFORM RETENIR-COMPTE-INTERVENANT
                 END-IF
           END-READ
        END-PERFORM.

        IF WS-NB-CPT-CLIENT = 0
           DISPLAY "    (aucun compte accessible à ce client)"
        ELSE
           MOVE WS-TOTAL-CLIENT TO WS-TOTAL-EDIT
           DISPLAY "    Solde combiné : " WS-TOTAL-EDIT
        END-IF.

       RETENIR-COMPTE-INTERVENANT.
        IF ITV-MANDATAIRE AND ITV-DATE-EXPIRATION NOT = 0
           AND ITV-DATE-EXPIRATION < WS-DATE-SYS
           CONTINUE
        ELSE
           MOVE ITV-NUMERO-COMPTE TO NUMERO-COMPTE
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF NUMERO-CLIENT NOT = TEMP-NUMERO-CLI
                IF ITV-COTITULAIRE
                   MOVE "co-titulaire" TO WS-ITV-LIBELLE
                ELSE
                   MOVE "mandataire" TO WS-ITV-LIBELLE
                END-IF
                PERFORM AFFICHER-COMPTE-ACCESSIBLE
             END-IF
           END-READ
        END-IF.

       AFFICHER-COMPTE-ACCESSIBLE.
        ADD 1 TO WS-NB-CPT-CLIENT.
        MOVE SOLDE TO WS-SOLDE-EDIT.
        IF WS-ITV-LIBELLE = "mandataire"
           MOVE ITV-PLAFOND TO WS-MONTANT-EDIT
           DISPLAY "      " NUMERO-COMPTE " type " TYPE-COMPTE
                   " solde : " WS-SOLDE-EDIT " " WS-ITV-LIBELLE
           DISPLAY "        plafond " WS-MONTANT-EDIT
                   " jusqu'au " ITV-DATE-EXPIRATION
                   " (titulaire " NOM-TITULAIRE ")"
        ELSE
           ADD SOLDE TO WS-TOTAL-CLIENT
           DISPLAY "      " NUMERO-COMPTE " type " TYPE-COMPTE
                   " solde : " WS-SOLDE-EDIT " " WS-ITV-LIBELLE
        END-IF.

       CREER-ORDRE.
        DISPLAY "Entrer le numéro de l'ordre : ".
        ACCEPT TEMP-NUMERO-ORDRE.
        DISPLAY "Entrer le numéro du compte concerné : ".
        ACCEPT TEMP-NUMERO.
        MOVE TEMP-NUMERO TO NUMERO-COMPTE.
        DISPLAY "Type d'opération (D=Dépôt, R=Retrait, V=Virement) :".
        ACCEPT TEMP-TYPE-ORDRE.
        DISPLAY "Entrer le montant : ".
        ACCEPT TEMP-MONTANT.
        DISPLAY "Jour du mois d'exécution (1-31) : ".
        ACCEPT TEMP-JOUR-ORDRE.

        IF TEMP-NUMERO-ORDRE = 0
           DISPLAY "Numéro d'ordre invalide."
        ELSE IF TEMP-TYPE-ORDRE NOT = "D"
                AND TEMP-TYPE-ORDRE NOT = "R"
                AND TEMP-TYPE-ORDRE NOT = "V"
           DISPLAY "Type d'opération invalide (D, R ou V attendu)."
        ELSE IF TEMP-JOUR-ORDRE < 1 OR TEMP-JOUR-ORDRE > 31
           DISPLAY "Jour du mois invalide (1 à 31 attendu)."
        ELSE
         READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
          INVALID KEY
           DISPLAY "Compte introuvable."
          NOT INVALID KEY
           MOVE TEMP-NUMERO-ORDRE TO OPM-NUMERO
           MOVE TEMP-NUMERO TO OPM-NUMERO-COMPTE
           MOVE TEMP-TYPE-ORDRE TO OPM-TYPE
           MOVE TEMP-MONTANT TO OPM-MONTANT
          IF SOLDE NOT = 0
             DISPLAY "Impossible de fermer : le solde n'est pas nul."
          ELSE
             PERFORM RECHERCHER-PRET-ACTIF
             IF WS-PRET-ACTIF NOT = 0
                DISPLAY "Impossible de fermer : le prêt "
                        WS-PRET-ACTIF " est en cours sur ce compte."
             ELSE
                DELETE ACCOUNT-MASTER RECORD
                 INVALID KEY
                  DISPLAY "Erreur lors de la fermeture du compte."
                 NOT INVALID KEY
                  MOVE "F" TO WS-MVT-TYPE-COURANT
                  MOVE 0 TO TEMP-MONTANT
                  PERFORM JOURNALISER-MOUVEMENT
                  PERFORM CLORE-RATTACHEMENTS-COMPTE
                  DISPLAY "Compte fermé avec succès."
                END-DELETE
             END-IF
          END-IF
        END-READ.

        PERFORM MENU-PRINCIPAL.

      *> Un compte qui rembourse encore un prêt ne peut être fermé :
      *> ses échéances n'auraient plus de compte à prélever.
       RECHERCHER-PRET-ACTIF.
        MOVE 0 TO WS-PRET-ACTIF.
        MOVE ZEROS TO PRE-NUMERO.
        MOVE "00" TO WS-FS-PRETS.
        START FICHIER-PRETS KEY IS NOT LESS THAN PRE-NUMERO
         INVALID KEY
          MOVE "10" TO WS-FS-PRETS
        END-START.
        PERFORM UNTIL WS-FS-PRETS = "10"
           READ FICHIER-PRETS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-PRETS
              NOT AT END
                 IF PRE-COMPTE-LIE = NUMERO-COMPTE AND PRE-ACTIF
                    MOVE PRE-NUMERO TO WS-PRET-ACTIF
                    MOVE "10" TO WS-FS-PRETS
                 END-IF
           END-READ
        END-PERFORM.

      *> Le compte fermé ne doit plus pouvoir être débité : ses
      *> intervenants et ses mandats sont révoqués, ses cartes mises
      *> en opposition et ses chéquiers annulés. Tous restent aux
      *> fichiers pour trace, chacun journalisé comme au guichet.
       CLORE-RATTACHEMENTS-COMPTE.
        ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
        PERFORM REVOQUER-INTERVENANTS-COMPTE.
        PERFORM REVOQUER-MANDATS-COMPTE.
        PERFORM OPPOSER-CARTES-COMPTE.
        PERFORM ANNULER-CHEQUIERS-COMPTE.

       REVOQUER-INTERVENANTS-COMPTE.
        MOVE NUMERO-COMPTE TO ITV-NUMERO-COMPTE.
        MOVE 0 TO ITV-NUMERO-CLIENT.
        MOVE "00" TO WS-FS-INTERVENANTS.
        START FICHIER-INTERVENANTS KEY IS NOT LESS THAN ITV-CLE
         INVALID KEY
          MOVE "10" TO WS-FS-INTERVENANTS
        END-START.
        PERFORM UNTIL WS-FS-INTERVENANTS = "10"
           READ FICHIER-INTERVENANTS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-INTERVENANTS
              NOT AT END
                 IF ITV-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE "10" TO WS-FS-INTERVENANTS
                 ELSE
                    IF ITV-ACTIF
                       PERFORM REVOQUER-INTERVENANT-FERME
                    END-IF
                 END-IF
           END-READ
        END-PERFORM.

       REVOQUER-INTERVENANT-FERME.
        MOVE WS-DATE-SYS TO ITV-DATE-REVOCATION.
        MOVE "R" TO ITV-STATUT.
        REWRITE INTERVENANT-REC
         INVALID KEY
          DISPLAY "Erreur lors de la mise à jour de l'intervenant "
                  ITV-NUMERO-CLIENT "."
         NOT INVALID KEY
          DISPLAY "Intervenant " ITV-NUMERO-CLIENT " révoqué."
          MOVE "ITVR" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          STRING "REVOCATION ROLE " ITV-ROLE " CLIENT "
                 ITV-NUMERO-CLIENT
            DELIMITED BY SIZE INTO WS-SEC-DETAIL
          PERFORM JOURNALISER-SECURITE
        END-REWRITE.

       REVOQUER-MANDATS-COMPTE.
        MOVE NUMERO-COMPTE TO MDT-NUMERO-COMPTE.
        MOVE LOW-VALUES TO MDT-CREANCIER.
        MOVE LOW-VALUES TO MDT-REFERENCE.
        MOVE "00" TO WS-FS-MANDATS.
        START FICHIER-MANDATS KEY IS NOT LESS THAN MDT-CLE
         INVALID KEY
          MOVE "10" TO WS-FS-MANDATS
        END-START.
        PERFORM UNTIL WS-FS-MANDATS = "10"
           READ FICHIER-MANDATS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-MANDATS
              NOT AT END
                 IF MDT-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE "10" TO WS-FS-MANDATS
                 ELSE
                    IF MDT-ACTIF
                       PERFORM REVOQUER-MANDAT-FERME
                    END-IF
                 END-IF
           END-READ
        END-PERFORM.

       REVOQUER-MANDAT-FERME.
        MOVE WS-DATE-SYS TO MDT-DATE-REVOCATION.
        MOVE "R" TO MDT-STATUT.
        REWRITE MANDAT-REC
         INVALID KEY
          DISPLAY "Erreur lors de la mise à jour du mandat "
                  MDT-REFERENCE "."
         NOT INVALID KEY
          DISPLAY "Mandat " MDT-CREANCIER " " MDT-REFERENCE
                  " révoqué."
          MOVE "MDTR" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          STRING "REVOCATION " MDT-CREANCIER " " MDT-REFERENCE
            DELIMITED BY SIZE INTO WS-SEC-DETAIL
          PERFORM JOURNALISER-SECURITE
        END-REWRITE.

       OPPOSER-CARTES-COMPTE.
        MOVE ZEROS TO CRT-NUMERO.
        MOVE "00" TO WS-FS-CARTES.
        START FICHIER-CARTES KEY IS NOT LESS THAN CRT-NUMERO
         INVALID KEY
          MOVE "10" TO WS-FS-CARTES
        END-START.
        PERFORM UNTIL WS-FS-CARTES = "10"
           READ FICHIER-CARTES NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-CARTES
              NOT AT END
                 IF CRT-NUMERO-COMPTE = NUMERO-COMPTE AND CRT-ACTIVE
                    PERFORM OPPOSER-CARTE-FERME
                 END-IF
           END-READ
        END-PERFORM.

       OPPOSER-CARTE-FERME.
        MOVE "X" TO CRT-STATUT.
        MOVE WS-DATE-SYS TO CRT-DATE-OPPOSITION.
        REWRITE CARTE-REC
         INVALID KEY
          DISPLAY "Erreur lors de la mise à jour de la carte "
                  CRT-NUMERO "."
         NOT INVALID KEY
          DISPLAY "Carte " CRT-NUMERO " annulée."
          MOVE "CRTO" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          STRING "CARTE " CRT-NUMERO " OPPOSITION " CRT-STATUT
            DELIMITED BY SIZE INTO WS-SEC-DETAIL
          PERFORM JOURNALISER-SECURITE
        END-REWRITE.

       ANNULER-CHEQUIERS-COMPTE.
        MOVE ZEROS TO CHQ-NUMERO.
        MOVE "00" TO WS-FS-CHEQUIERS.
        START FICHIER-CHEQUIERS KEY IS NOT LESS THAN CHQ-NUMERO
         INVALID KEY
          MOVE "10" TO WS-FS-CHEQUIERS
        END-START.
        PERFORM UNTIL WS-FS-CHEQUIERS = "10"
           READ FICHIER-CHEQUIERS NEXT RECORD
              AT END
                 MOVE "10" TO WS-FS-CHEQUIERS
              NOT AT END
                 IF CHQ-NUMERO-COMPTE = NUMERO-COMPTE AND CHQ-ACTIF
                    PERFORM ANNULER-CHEQUIER-FERME
                 END-IF
           END-READ
        END-PERFORM.

       ANNULER-CHEQUIER-FERME.
        MOVE "X" TO CHQ-STATUT.
        MOVE WS-DATE-SYS TO CHQ-DATE-ANNULATION.
        MOVE "FERMETURE DU COMPTE" TO CHQ-MOTIF.
        REWRITE CHEQUIER-REC
         INVALID KEY
          DISPLAY "Erreur lors de la mise à jour du chéquier "
                  CHQ-NUMERO "."
         NOT INVALID KEY
          DISPLAY "Chéquier " CHQ-NUMERO " annulé."
          MOVE "CHQA" TO WS-SEC-EVENEMENT
          MOVE NUMERO-COMPTE TO WS-SEC-COMPTE
          STRING "CHEQUIER ANNULE : " DELIMITED BY SIZE
                 CHQ-MOTIF            DELIMITED BY SIZE
            INTO WS-SEC-DETAIL
          END-STRING
          PERFORM JOURNALISER-SECURITE
        END-REWRITE.

       TRAITEMENT-LOT.
        DISPLAY "=== Traitement par lot ===".

