       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankAgiosBatch.

      *> Agios trimestriels sur les comptes débiteurs : reconstitue
      *> le solde de fin de journée de chaque compte, jour par jour
      *> sur le trimestre demandé (AAAAMM du dernier mois), à partir
      *> des archives mensuelles JRNAAAAMM.DAT et de JOURNAL.DAT :
      *> soldes reportés "S" et MVT-SOLDE-APRES de chaque mouvement.
      *> Chaque jour débiteur ajoute le solde débiteur aux nombres
      *> débiteurs ; les intérêts débiteurs valent les nombres
      *> multipliés par le taux annuel TXD du tarif et divisés par
      *> 365. Chaque jour passé au-delà du découvert autorisé
      *> (LIMITE-DECOUVERT) coûte en plus la commission CDL du tarif.
      *> Le total est débité en un mouvement "G" (MVT-FRAIS porte la
      *> commission) que l'extraction comptable ventile en produits
      *> d'intérêts débiteurs (703000) et produits de frais (701000).
      *> AGIOS.DAT détaille le calcul compte par compte, période
      *> débitrice par période débitrice, pour être joint au relevé.
      *> Comme les frais de tenue, les agios ne sont pas débités
      *> d'un compte bloqué ou aux débits gelés (compte listé), ne
      *> réactivent pas un compte dormant et ne datent pas
      *> DATE-DERNIER-MVT. Un trimestre déjà passé OK au registre
      *> est refusé.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC
               WS-FICHIER-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT TRI-FICHIER ASSIGN TO "SORTWORK".

           SELECT FICHIER-TARIFS ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

           SELECT RAPPORT-AGIOS ASSIGN TO "AGIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

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

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

      *> Un mouvement trié par compte et par ordre chronologique
      *> (l'ordre de lecture départage deux mouvements de même
      *> horodatage), avec le solde avant et après lui. Chaque
      *> compte du fichier maître ajoute une ligne "*" datée au-delà
      *> de toute date, qui porte le solde courant du compte : pour
      *> un compte sans aucun mouvement lu, c'est son solde du
      *> trimestre.
       SD  TRI-FICHIER.
       01  TRI-REC.
           05 TRI-NUMERO            PIC 9(5).
           05 TRI-DATE              PIC 9(8).
           05 TRI-HEURE             PIC 9(6).
           05 TRI-SEQUENCE          PIC 9(9).
           05 TRI-TYPE              PIC X(1).
           05 TRI-SOLDE-AVANT       PIC S9(9)V99.
           05 TRI-SOLDE-APRES       PIC S9(9)V99.

       FD  FICHIER-TARIFS.
       01  TARIF-REC.
           COPY "cpytrf.cpy".

       FD  RAPPORT-AGIOS.
       01  LIGNE-RAPPORT            PIC X(80).

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-FICHIER-JOURNAL    PIC X(20) VALUE "JOURNAL.DAT".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-TROUVE         PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-DATE-SYS           PIC 9(8).
           01 WS-TIME-SYS           PIC 9(6).

      *> Trimestre traité, désigné par son dernier mois.
           01 WS-TRIMESTRE          PIC 9(6).
           01 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
              05 WS-TRIM-ANNEE      PIC 9(4).
              05 WS-TRIM-MOIS       PIC 9(2).
           01 WS-TRIMESTRE-X        PIC X(6).
           01 WS-DATE-DEBUT         PIC 9(8).
           01 WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
              05 WS-DEBUT-ANNEE     PIC 9(4).
              05 WS-DEBUT-MOIS      PIC 9(2).
              05 WS-DEBUT-JOUR      PIC 9(2).
           01 WS-DATE-FIN           PIC 9(8).
           01 WS-DATE-SUIVANTE      PIC 9(8).
           01 WS-DATE-SUIVANTE-R REDEFINES WS-DATE-SUIVANTE.
              05 WS-SUIV-ANNEE      PIC 9(4).
              05 WS-SUIV-MOIS       PIC 9(2).
              05 WS-SUIV-JOUR       PIC 9(2).
           01 WS-MOIS-LU            PIC 9(6).
           01 WS-MOIS-LU-R REDEFINES WS-MOIS-LU.
              05 WS-LU-ANNEE        PIC 9(4).
              05 WS-LU-MOIS         PIC 9(2).
           01 WS-MOIS-LU-X          PIC X(6).
           01 WS-IDX-MOIS           PIC 9(1).
           01 WS-SEQUENCE           PIC 9(9) VALUE 0.
           01 WS-NB-MVT-LUS         PIC 9(9) VALUE 0.

           01 WS-TXD-CHEQUES        PIC 9(5)V9(4) VALUE 0.
           01 WS-TXD-EPARGNE        PIC 9(5)V9(4) VALUE 0.
           01 WS-CDL-CHEQUES        PIC 9(5)V9(4) VALUE 0.
           01 WS-CDL-EPARGNE        PIC 9(5)V9(4) VALUE 0.
           01 WS-TAUX-DEBITEUR      PIC 9(5)V9(4).
           01 WS-COMMISSION-JOUR    PIC 9(5)V9(4).
      *> MVT-FRAIS ne peut porter plus : au-delà, la commission du
      *> trimestre est plafonnée et le détail le signale.
           01 WS-COMMISSION-MAX     PIC 9(3)V99 VALUE 999.99.

           01 WS-FIN-TRI            PIC X(1).
              88 FIN-TRI            VALUE "O".
           01 WS-COMPTE-EN-COURS    PIC 9(6).
           01 WS-CLE-EPUISEE        PIC 9(6) VALUE 999999.
           01 WS-COMPTE-LU          PIC X(1).
              88 COMPTE-LU          VALUE "O".
              88 COMPTE-ABSENT      VALUE "N".
           01 WS-SOLDE-CONNU        PIC X(1).
              88 SOLDE-CONNU        VALUE "O".
           01 WS-ENTETE-ECRITE      PIC X(1).
              88 ENTETE-ECRITE      VALUE "O".
           01 WS-SOLDE-JOUR         PIC S9(9)V99.
           01 WS-DEBITEUR           PIC 9(9)V99.
           01 WS-JOUR-COURANT       PIC 9(7).
           01 WS-JOUR-MVT           PIC 9(7).
           01 WS-JOUR-FIN           PIC 9(7).
           01 WS-NB-JOURS           PIC 9(3).
           01 WS-DATE-DU            PIC 9(8).
           01 WS-DATE-AU            PIC 9(8).
           01 WS-NOMBRES-PERIODE    PIC 9(13)V99.
           01 WS-NOMBRES-DEBITEURS  PIC 9(13)V99.
           01 WS-JOURS-DEBITEURS    PIC 9(3).
           01 WS-JOURS-DEPASSEMENT  PIC 9(3).
           01 WS-INTERETS-DEBITEURS PIC 9(9)V99.
           01 WS-COMMISSION         PIC 9(9)V99.
           01 WS-TOTAL-AGIOS        PIC 9(9)V99.

           01 WS-NB-DEBITEURS       PIC 9(7) VALUE 0.
           01 WS-NB-PRELEVES        PIC 9(7) VALUE 0.
           01 WS-NB-ECARTES         PIC 9(7) VALUE 0.
           01 WS-TOTAL-INTERETS     PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-COMMISSIONS  PIC 9(11)V99 VALUE 0.

           01 WS-SOLDE-EDIT         PIC -(9)9.99.
           01 WS-MONTANT-EDIT       PIC Z(8)9.99.
           01 WS-NOMBRES-EDIT       PIC Z(12)9.99.
           01 WS-TOTAL-EDIT         PIC Z(10)9.99.
           01 WS-TAUX-EDIT          PIC Z(4)9.9999.
           01 WS-JOURS-EDIT         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRE
           IF WS-PARAM-TROUVE = "N"
              DISPLAY "Dernier mois du trimestre (AAAAMM) : "
              ACCEPT WS-TRIMESTRE
           END-IF
           MOVE WS-TRIMESTRE TO WS-TRIMESTRE-X

           PERFORM CONTROLER-TRIMESTRE
           PERFORM CONTROLER-TRIMESTRE-DEJA-PASSE

           PERFORM LIRE-TARIFS
           IF WS-TXD-CHEQUES = 0 AND WS-TXD-EPARGNE = 0
              AND WS-CDL-CHEQUES = 0 AND WS-CDL-EPARGNE = 0
              DISPLAY "Aucun taux débiteur ni commission au tarif "
                      "(lignes TXD/CDL), agios sans objet."
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF

           PERFORM OUVRIR-FICHIERS

           SORT TRI-FICHIER
                ON ASCENDING KEY TRI-NUMERO
                                 TRI-DATE
                                 TRI-HEURE
                                 TRI-SEQUENCE
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS CALCULER-AGIOS

           PERFORM ECRIRE-SOMMAIRE
           PERFORM FERMER-FICHIERS
           MOVE "OK" TO WS-REG-ETAT
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Trimestre lu dans le fichier des paramètres de la chaîne de
      *> nuit (ligne AGIOS) ; sinon saisie console.
       LIRE-PARAMETRE.
           MOVE "N" TO WS-PARAM-TROUVE.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMS = "00"
              PERFORM UNTIL WS-FS-PARAMS = "10"
                 READ FICHIER-PARAMETRES
                    AT END
                       MOVE "10" TO WS-FS-PARAMS
                    NOT AT END
                       IF PRM-PROGRAMME = "AGIOS"
                          MOVE PRM-VALEUR(1:6) TO WS-TRIMESTRE-X
                          MOVE WS-TRIMESTRE-X TO WS-TRIMESTRE
                          MOVE "O" TO WS-PARAM-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PARAMETRES
           END-IF.

      *> Le trimestre se désigne par mars, juin, septembre ou
      *> décembre ; il doit être échu : des mouvements pourraient
      *> encore s'ajouter à ses derniers jours.
       CONTROLER-TRIMESTRE.
           IF WS-TRIM-MOIS NOT = 03 AND WS-TRIM-MOIS NOT = 06
              AND WS-TRIM-MOIS NOT = 09 AND WS-TRIM-MOIS NOT = 12
              DISPLAY "Période " WS-TRIMESTRE-X " : le dernier mois "
                      "d'un trimestre est attendu, agios annulés."
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           MOVE WS-TRIM-ANNEE TO WS-DEBUT-ANNEE.
           COMPUTE WS-DEBUT-MOIS = WS-TRIM-MOIS - 2.
           MOVE 01 TO WS-DEBUT-JOUR.

           IF WS-TRIM-MOIS = 12
              COMPUTE WS-SUIV-ANNEE = WS-TRIM-ANNEE + 1
              MOVE 01 TO WS-SUIV-MOIS
           ELSE
              MOVE WS-TRIM-ANNEE TO WS-SUIV-ANNEE
              COMPUTE WS-SUIV-MOIS = WS-TRIM-MOIS + 1
           END-IF.
           MOVE 01 TO WS-SUIV-JOUR.
           COMPUTE WS-JOUR-FIN =
              FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANTE) - 1.
           COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(WS-JOUR-FIN).

           IF WS-DATE-SYS NOT > WS-DATE-FIN
              DISPLAY "Trimestre " WS-TRIMESTRE-X " non échu (fin le "
                      WS-DATE-FIN "), agios annulés."
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

      *> Les agios sont des débits qu'on ne sait pas reprendre en
      *> masse : un trimestre qui porte déjà un passage AGIOS OK au
      *> registre est refusé. Tant que le registre n'existe pas
      *> (première exploitation), le contrôle est passé avec un
      *> avertissement.
       CONTROLER-TRIMESTRE-DEJA-PASSE.
           MOVE "N" TO WS-REG-TROUVE.
           OPEN INPUT REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE NOT = "00"
              DISPLAY "Registre des passages absent : contrôle de "
                      "double prélèvement impossible."
           ELSE
              PERFORM UNTIL WS-FS-REGISTRE = "10"
                 READ REGISTRE-PASSAGES
                    AT END
                       MOVE "10" TO WS-FS-REGISTRE
                    NOT AT END
                       IF REG-PROGRAMME = "AGIOS"
                          AND REG-VALEUR(1:6) = WS-TRIMESTRE-X
                          AND REG-OK
                          MOVE "O" TO WS-REG-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-PASSAGES
              IF WS-REG-TROUVE = "O"
                 DISPLAY "Agios déjà passés pour le trimestre "
                         WS-TRIMESTRE-X ", traitement annulé."
                 MOVE "AB" TO WS-REG-ETAT
                 PERFORM ENREGISTRER-PASSAGE
                 STOP RUN
              END-IF
           END-IF.

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
           IF TRF-OPERATION = "TXD"
              IF TRF-TYPE-COMPTE = "C"
                 MOVE TRF-VALEUR TO WS-TXD-CHEQUES
              END-IF
              IF TRF-TYPE-COMPTE = "S"
                 MOVE TRF-VALEUR TO WS-TXD-EPARGNE
              END-IF
           END-IF.
           IF TRF-OPERATION = "CDL"
              IF TRF-TYPE-COMPTE = "C"
                 MOVE TRF-VALEUR TO WS-CDL-CHEQUES
              END-IF
              IF TRF-TYPE-COMPTE = "S"
                 MOVE TRF-VALEUR TO WS-CDL-EPARGNE
              END-IF
           END-IF.

       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT-AGIOS.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "=== AGIOS DU TRIMESTRE " DELIMITED BY SIZE
                  WS-TRIMESTRE-X           DELIMITED BY SIZE
                  " : DU "                 DELIMITED BY SIZE
                  WS-DATE-DEBUT            DELIMITED BY SIZE
                  " AU "                   DELIMITED BY SIZE
                  WS-DATE-FIN              DELIMITED BY SIZE
                  " ==="                   DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "NOMBRES = SOLDE DEBITEUR DE FIN DE JOURNEE x JOURS"
             TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           CLOSE RAPPORT-AGIOS.

      *> Alimente le tri : les archives des trois mois du trimestre
      *> quand elles existent (un mois pas encore archivé est encore
      *> dans JOURNAL.DAT), puis tout JOURNAL.DAT (ses mouvements
      *> antérieurs au trimestre donnent le solde d'ouverture quand
      *> l'archivage n'est jamais passé, ses mouvements postérieurs
      *> le solde d'un compte resté sans mouvement), puis la ligne
      *> "*" de chaque compte du fichier maître.
       ALIMENTER-TRI.
           MOVE WS-DATE-DEBUT(1:6) TO WS-MOIS-LU.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 3
              MOVE WS-MOIS-LU TO WS-MOIS-LU-X
              MOVE SPACES TO WS-FICHIER-JOURNAL
              STRING "JRN"        DELIMITED BY SIZE
                     WS-MOIS-LU-X DELIMITED BY SIZE
                     ".DAT"       DELIMITED BY SIZE
                INTO WS-FICHIER-JOURNAL
              PERFORM LIRE-JOURNAL
              ADD 1 TO WS-LU-MOIS
           END-PERFORM.

           MOVE "JOURNAL.DAT" TO WS-FICHIER-JOURNAL.
           PERFORM LIRE-JOURNAL.

           MOVE ZEROS TO NUMERO-COMPTE.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN NUMERO-COMPTE
            INVALID KEY
             MOVE "10" TO WS-FS-COMPTES
           END-START.
           PERFORM UNTIL WS-FS-COMPTES = "10"
              READ ACCOUNT-MASTER NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-COMPTES
                 NOT AT END
                    ADD 1 TO WS-SEQUENCE
                    MOVE NUMERO-COMPTE TO TRI-NUMERO
                    MOVE 99999999 TO TRI-DATE
                    MOVE 0 TO TRI-HEURE
                    MOVE WS-SEQUENCE TO TRI-SEQUENCE
                    MOVE "*" TO TRI-TYPE
                    MOVE SOLDE TO TRI-SOLDE-AVANT
                    MOVE SOLDE TO TRI-SOLDE-APRES
                    RELEASE TRI-REC
              END-READ
           END-PERFORM.

       LIRE-JOURNAL.
           MOVE "00" TO WS-FS-JOURNAL.
           OPEN INPUT TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL = "00"
              PERFORM UNTIL WS-FS-JOURNAL = "10"
                 READ TRANSACTION-JOURNAL
                    AT END
                       MOVE "10" TO WS-FS-JOURNAL
                    NOT AT END
                       PERFORM RELACHER-MOUVEMENT
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-JOURNAL
           END-IF.

      *> Solde avant le mouvement : solde après corrigé du montant,
      *> comme pour le solde d'ouverture des relevés ; un report "S"
      *> (montant nul) vaut solde avant et après.
       RELACHER-MOUVEMENT.
           ADD 1 TO WS-NB-MVT-LUS.
           ADD 1 TO WS-SEQUENCE.
           MOVE MVT-NUMERO-COMPTE TO TRI-NUMERO.
           MOVE MVT-DATE TO TRI-DATE.
           MOVE MVT-HEURE TO TRI-HEURE.
           MOVE WS-SEQUENCE TO TRI-SEQUENCE.
           MOVE MVT-TYPE TO TRI-TYPE.
           MOVE MVT-SOLDE-APRES TO TRI-SOLDE-APRES.
           IF MVT-AU-DEBIT
              COMPUTE TRI-SOLDE-AVANT = MVT-SOLDE-APRES + MVT-MONTANT
           ELSE
              COMPUTE TRI-SOLDE-AVANT = MVT-SOLDE-APRES - MVT-MONTANT
           END-IF.
           RELEASE TRI-REC.

      *> Parcours trié, compte par compte. Les agios "G" sont
      *> ajoutés à JOURNAL.DAT au fil de l'eau.
       CALCULER-AGIOS.
           MOVE "JOURNAL.DAT" TO WS-FICHIER-JOURNAL.
           OPEN EXTEND TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL = "35"
              OPEN OUTPUT TRANSACTION-JOURNAL
           END-IF.

           MOVE "N" TO WS-FIN-TRI.
           MOVE WS-CLE-EPUISEE TO WS-COMPTE-EN-COURS.
           PERFORM UNTIL FIN-TRI
              RETURN TRI-FICHIER
                 AT END
                    SET FIN-TRI TO TRUE
                 NOT AT END
                    PERFORM TRAITER-MVT-TRIE
              END-RETURN
           END-PERFORM.
           IF WS-COMPTE-EN-COURS NOT = WS-CLE-EPUISEE
              PERFORM TERMINER-COMPTE
           END-IF.

           CLOSE TRANSACTION-JOURNAL.

       TRAITER-MVT-TRIE.
           IF TRI-NUMERO NOT = WS-COMPTE-EN-COURS
              IF WS-COMPTE-EN-COURS NOT = WS-CLE-EPUISEE
                 PERFORM TERMINER-COMPTE
              END-IF
              PERFORM COMMENCER-COMPTE
           END-IF.

      *> Avant le trimestre, chaque mouvement fixe le solde
      *> d'ouverture. Dans le trimestre, les jours écoulés depuis le
      *> dernier mouvement sont cumulés au solde en vigueur, puis le
      *> mouvement fixe le nouveau solde de fin de journée. Après le
      *> trimestre, seul le premier mouvement sert : son solde avant
      *> est celui d'un compte resté sans mouvement sur le trimestre.
           IF TRI-DATE < WS-DATE-DEBUT
              MOVE TRI-SOLDE-APRES TO WS-SOLDE-JOUR
              SET SOLDE-CONNU TO TRUE
           ELSE IF TRI-DATE NOT > WS-DATE-FIN
              IF NOT SOLDE-CONNU
                 MOVE TRI-SOLDE-AVANT TO WS-SOLDE-JOUR
                 SET SOLDE-CONNU TO TRUE
              END-IF
              COMPUTE WS-JOUR-MVT = FUNCTION INTEGER-OF-DATE(TRI-DATE)
              IF WS-JOUR-MVT > WS-JOUR-COURANT
                 COMPUTE WS-NB-JOURS = WS-JOUR-MVT - WS-JOUR-COURANT
                 PERFORM CUMULER-PERIODE
                 MOVE WS-JOUR-MVT TO WS-JOUR-COURANT
              END-IF
              MOVE TRI-SOLDE-APRES TO WS-SOLDE-JOUR
           ELSE
              IF NOT SOLDE-CONNU
                 MOVE TRI-SOLDE-AVANT TO WS-SOLDE-JOUR
                 SET SOLDE-CONNU TO TRUE
              END-IF
           END-IF
           END-IF.

       COMMENCER-COMPTE.
           MOVE TRI-NUMERO TO WS-COMPTE-EN-COURS.
           MOVE "N" TO WS-SOLDE-CONNU.
           MOVE "N" TO WS-ENTETE-ECRITE.
           MOVE 0 TO WS-SOLDE-JOUR.
           MOVE 0 TO WS-NOMBRES-DEBITEURS.
           MOVE 0 TO WS-JOURS-DEBITEURS.
           MOVE 0 TO WS-JOURS-DEPASSEMENT.
           COMPUTE WS-JOUR-COURANT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT).

           MOVE TRI-NUMERO TO NUMERO-COMPTE.
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             SET COMPTE-ABSENT TO TRUE
            NOT INVALID KEY
             SET COMPTE-LU TO TRUE
           END-READ.
           IF COMPTE-EPARGNE
              MOVE WS-TXD-EPARGNE TO WS-TAUX-DEBITEUR
              MOVE WS-CDL-EPARGNE TO WS-COMMISSION-JOUR
           ELSE
              MOVE WS-TXD-CHEQUES TO WS-TAUX-DEBITEUR
              MOVE WS-CDL-CHEQUES TO WS-COMMISSION-JOUR
           END-IF.

      *> WS-NB-JOURS jours à partir de WS-JOUR-COURANT au solde
      *> WS-SOLDE-JOUR ; seuls les jours débiteurs comptent et
      *> chacun est détaillé au rapport.
       CUMULER-PERIODE.
           IF WS-NB-JOURS > 0 AND WS-SOLDE-JOUR < 0
              AND COMPTE-LU
              IF NOT ENTETE-ECRITE
                 PERFORM ECRIRE-ENTETE-COMPTE
              END-IF
              COMPUTE WS-DEBITEUR = 0 - WS-SOLDE-JOUR
              COMPUTE WS-NOMBRES-PERIODE = WS-DEBITEUR * WS-NB-JOURS
              ADD WS-NOMBRES-PERIODE TO WS-NOMBRES-DEBITEURS
              ADD WS-NB-JOURS TO WS-JOURS-DEBITEURS
              COMPUTE WS-DATE-DU =
                 FUNCTION DATE-OF-INTEGER(WS-JOUR-COURANT)
              COMPUTE WS-DATE-AU = FUNCTION DATE-OF-INTEGER
                 (WS-JOUR-COURANT + WS-NB-JOURS - 1)
              MOVE WS-NB-JOURS TO WS-JOURS-EDIT
              MOVE WS-SOLDE-JOUR TO WS-SOLDE-EDIT
              MOVE WS-NOMBRES-PERIODE TO WS-NOMBRES-EDIT
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "  DU "           DELIMITED BY SIZE
                     WS-DATE-DU        DELIMITED BY SIZE
                     " AU "            DELIMITED BY SIZE
                     WS-DATE-AU        DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-JOURS-EDIT     DELIMITED BY SIZE
                     " J"              DELIMITED BY SIZE
                     WS-SOLDE-EDIT     DELIMITED BY SIZE
                     " NOMBRES"        DELIMITED BY SIZE
                     WS-NOMBRES-EDIT   DELIMITED BY SIZE
                INTO LIGNE-RAPPORT
      *> Au-delà du découvert autorisé : marque "*" et commission.
              IF WS-DEBITEUR > LIMITE-DECOUVERT
                 ADD WS-NB-JOURS TO WS-JOURS-DEPASSEMENT
                 MOVE " *" TO LIGNE-RAPPORT(74:2)
              END-IF
              WRITE LIGNE-RAPPORT
           END-IF.

       ECRIRE-ENTETE-COMPTE.
           SET ENTETE-ECRITE TO TRUE.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE LIMITE-DECOUVERT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "COMPTE "          DELIMITED BY SIZE
                  NUMERO-COMPTE      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NOM-TITULAIRE      DELIMITED BY SIZE
                  " TYPE "           DELIMITED BY SIZE
                  TYPE-COMPTE        DELIMITED BY SIZE
                  " DECOUVERT AUTORISE " DELIMITED BY SIZE
                  WS-MONTANT-EDIT    DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      *> Fin d'un compte : les jours restants jusqu'à la fin du
      *> trimestre sont cumulés, puis les agios calculés et prélevés.
       TERMINER-COMPTE.
           IF WS-JOUR-FIN NOT < WS-JOUR-COURANT
              COMPUTE WS-NB-JOURS = WS-JOUR-FIN + 1 - WS-JOUR-COURANT
              PERFORM CUMULER-PERIODE
           END-IF.
           IF ENTETE-ECRITE
              ADD 1 TO WS-NB-DEBITEURS
              PERFORM CALCULER-AGIOS-COMPTE
              PERFORM ECRIRE-DETAIL-CALCUL
              IF WS-TOTAL-AGIOS > 0
                 PERFORM PRELEVER-AGIOS
              END-IF
           END-IF.

       CALCULER-AGIOS-COMPTE.
           COMPUTE WS-INTERETS-DEBITEURS ROUNDED =
              WS-NOMBRES-DEBITEURS * WS-TAUX-DEBITEUR / 365.
           COMPUTE WS-COMMISSION ROUNDED =
              WS-JOURS-DEPASSEMENT * WS-COMMISSION-JOUR.
           COMPUTE WS-TOTAL-AGIOS =
              WS-INTERETS-DEBITEURS + WS-COMMISSION.

       ECRIRE-DETAIL-CALCUL.
           MOVE WS-NOMBRES-DEBITEURS TO WS-NOMBRES-EDIT.
           MOVE WS-JOURS-DEBITEURS TO WS-JOURS-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  JOURS DEBITEURS "   DELIMITED BY SIZE
                  WS-JOURS-EDIT          DELIMITED BY SIZE
                  "  TOTAL DES NOMBRES"  DELIMITED BY SIZE
                  WS-NOMBRES-EDIT        DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE WS-TAUX-DEBITEUR TO WS-TAUX-EDIT.
           MOVE WS-INTERETS-DEBITEURS TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  INTERETS DEBITEURS : NOMBRES x " DELIMITED BY SIZE
                  WS-TAUX-EDIT           DELIMITED BY SIZE
                  " / 365 = "            DELIMITED BY SIZE
                  WS-MONTANT-EDIT        DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           IF WS-COMMISSION > WS-COMMISSION-MAX
              MOVE WS-COMMISSION-MAX TO WS-COMMISSION
              COMPUTE WS-TOTAL-AGIOS =
                 WS-INTERETS-DEBITEURS + WS-COMMISSION
           END-IF.
           MOVE WS-JOURS-DEPASSEMENT TO WS-JOURS-EDIT.
           MOVE WS-COMMISSION-JOUR TO WS-TAUX-EDIT.
           MOVE WS-COMMISSION TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  COMMISSION : "      DELIMITED BY SIZE
                  WS-JOURS-EDIT          DELIMITED BY SIZE
                  " J HORS AUTORISATION x " DELIMITED BY SIZE
                  WS-TAUX-EDIT           DELIMITED BY SIZE
                  " = "                  DELIMITED BY SIZE
                  WS-MONTANT-EDIT        DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           IF WS-JOURS-DEPASSEMENT * WS-COMMISSION-JOUR
              > WS-COMMISSION-MAX
              MOVE " PLAFOND" TO LIGNE-RAPPORT(73:8)
           END-IF.
           WRITE LIGNE-RAPPORT.

      *> Un compte bloqué ou aux débits gelés n'est pas débité : le
      *> calcul reste au rapport pour mémoire.
       PRELEVER-AGIOS.
           MOVE WS-TOTAL-AGIOS TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF COMPTE-BLOQUE OR COMPTE-GELE-DEBITS
              ADD 1 TO WS-NB-ECARTES
              STRING "  TOTAL DES AGIOS : " DELIMITED BY SIZE
                     WS-MONTANT-EDIT        DELIMITED BY SIZE
                     " NON PRELEVE, STATUT " DELIMITED BY SIZE
                     STATUT-COMPTE          DELIMITED BY SIZE
                INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
           ELSE
              STRING "  TOTAL DES AGIOS : " DELIMITED BY SIZE
                     WS-MONTANT-EDIT        DELIMITED BY SIZE
                     " PRELEVE"             DELIMITED BY SIZE
                INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
              PERFORM POSTER-AGIOS
           END-IF.

       POSTER-AGIOS.
           SUBTRACT WS-TOTAL-AGIOS FROM SOLDE.
           REWRITE COMPTE-REC
            INVALID KEY
             DISPLAY "Erreur lors de la mise à jour du compte "
                     NUMERO-COMPTE
            NOT INVALID KEY
             ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
             ACCEPT WS-TIME-SYS FROM TIME
             MOVE NUMERO-COMPTE    TO MVT-NUMERO-COMPTE
             MOVE WS-DATE-SYS      TO MVT-DATE
             MOVE WS-TIME-SYS      TO MVT-HEURE
             MOVE "G"              TO MVT-TYPE
             MOVE WS-TOTAL-AGIOS   TO MVT-MONTANT
             MOVE SOLDE            TO MVT-SOLDE-APRES
             MOVE 0                TO MVT-CONTREPARTIE
             MOVE WS-COMMISSION    TO MVT-FRAIS
             MOVE "AGI"            TO MVT-OPERATEUR
             MOVE 0                TO MVT-REFERENCE
             MOVE SPACE            TO MVT-TYPE-ORIGINE
             WRITE MVT-REC

             ADD 1 TO WS-NB-PRELEVES
             ADD WS-INTERETS-DEBITEURS TO WS-TOTAL-INTERETS
             ADD WS-COMMISSION TO WS-TOTAL-COMMISSIONS
           END-REWRITE.

       ECRIRE-SOMMAIRE.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "COMPTES DEBITEURS : " DELIMITED BY SIZE
                  WS-NB-DEBITEURS        DELIMITED BY SIZE
                  "  PRELEVES : "        DELIMITED BY SIZE
                  WS-NB-PRELEVES         DELIMITED BY SIZE
                  "  ECARTES : "         DELIMITED BY SIZE
                  WS-NB-ECARTES          DELIMITED BY SIZE
             INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
           MOVE WS-TOTAL-INTERETS TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "TOTAL INTERETS DEBITEURS : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
           MOVE WS-TOTAL-COMMISSIONS TO WS-TOTAL-EDIT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "TOTAL COMMISSIONS         : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

           DISPLAY "Agios du trimestre " WS-TRIMESTRE-X " terminés."
           DISPLAY "Mouvements relus     : " WS-NB-MVT-LUS
           DISPLAY "Comptes débiteurs    : " WS-NB-DEBITEURS
           DISPLAY "Comptes prélevés     : " WS-NB-PRELEVES
           DISPLAY "Comptes écartés      : " WS-NB-ECARTES
           DISPLAY "Détail du calcul dans AGIOS.DAT.".

      *> Le passage est consigné au registre avec le trimestre :
      *> c'est lui que CONTROLER-TRIMESTRE-DEJA-PASSE relit.
       ENREGISTRER-PASSAGE.
           OPEN EXTEND REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE = "35"
              OPEN OUTPUT REGISTRE-PASSAGES
           END-IF.
           ACCEPT WS-DATE-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-EXEC FROM TIME.
           MOVE "AGIOS" TO REG-PROGRAMME.
           MOVE SPACES TO REG-VALEUR.
           MOVE WS-TRIMESTRE-X TO REG-VALEUR(1:6).
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-PRELEVES TO REG-COMPTEUR-1.
           MOVE WS-NB-ECARTES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.
