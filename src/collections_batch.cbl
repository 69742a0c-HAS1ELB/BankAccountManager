       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankCollectionsBatch.

      *> Suivi quotidien des comptes débiteurs : parcourt le fichier
      *> maître et tient dans RECOUVR.DAT un dossier par compte à
      *> solde négatif (premier jour à découvert, nombre de jours,
      *> pire solde, dépassement du découvert autorisé). Le rapport
      *> BALANCEAGEE.DAT classe les dossiers ouverts par ancienneté
      *> (1-15, 16-30, 31-60, plus de 60 jours). Quand le compte est
      *> au-delà de LIMITE-DECOUVERT, les jours de dépassement
      *> déclenchent aux seuils RL1, RL2 et RL3 du tarif une lettre
      *> de relance dans RELANCES.DAT, adressée d'après le fichier
      *> des clients ; au dernier seuil les débits du compte sont
      *> gelés ("G", motif de recouvrement, trace "RECG" au journal
      *> de sécurité). Le dossier se clôt dès que le compte
      *> redevient créditeur ; un gel posé par le recouvrement est
      *> alors levé (trace "RECL"). La date vient de la ligne
      *> RECOUVR du fichier des paramètres, sinon de la console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-FS-CLIENTS.

           SELECT FICHIER-RECOUVREMENT ASSIGN TO "RECOUVR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NUMERO-COMPTE
               FILE STATUS IS WS-FS-RECOUVR.

           SELECT FICHIER-TARIFS ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFS.

           SELECT RAPPORT-AGES ASSIGN TO "BALANCEAGEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

           SELECT FICHIER-RELANCES ASSIGN TO "RELANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELANCES.

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

       FD  CLIENT-MASTER.
       01  CLIENT-REC.
           COPY "cpycli.cpy".

       FD  FICHIER-RECOUVREMENT.
       01  RECOUVREMENT-REC.
           COPY "cpyrec.cpy".

       FD  FICHIER-TARIFS.
       01  TARIF-REC.
           COPY "cpytrf.cpy".

       FD  RAPPORT-AGES.
       01  LIGNE-AGES               PIC X(80).

       FD  FICHIER-RELANCES.
       01  LIGNE-RELANCE            PIC X(80).

      *> Même gabarit que le journal de sécurité du guichet.
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
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-FS-RECOUVR         PIC X(2) VALUE "00".
           01 WS-FS-TARIFS          PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-RELANCES        PIC X(2) VALUE "00".
           01 WS-FS-SECURITE        PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-TIME-SYS           PIC 9(6).
           01 WS-CLIENTS-OUVERT     PIC X(1) VALUE "N".

           01 WS-DATE-RUN-X         PIC X(8).
           01 WS-DATE-RUN           PIC 9(8).
           01 WS-DOSSIER-EXISTE     PIC X(1).
              88 DOSSIER-EXISTANT   VALUE "O".
              88 DOSSIER-NOUVEAU    VALUE "N".
           01 WS-DEPASSEMENT        PIC S9(9)V99.
           01 WS-JOURS-DEPASSEMENT  PIC 9(5).
           01 WS-NIVEAU-ATTEINT     PIC 9(1).
           01 WS-GEL-LEVE           PIC X(1).
           01 WS-MOTIF-GEL          PIC X(30)
                 VALUE "RECOUVREMENT : DEPASSEMENT".

      *> Seuils de relance en jours de dépassement (lignes RL1, RL2
      *> et RL3 du tarif).
           01 WS-SEUIL-RELANCE-1    PIC 9(5) VALUE 15.
           01 WS-SEUIL-RELANCE-2    PIC 9(5) VALUE 30.
           01 WS-SEUIL-RELANCE-3    PIC 9(5) VALUE 60.

      *> Tranches d'ancienneté du rapport, en jours à découvert.
           01 WS-LIBELLES-TRANCHES.
              05 FILLER             PIC X(6) VALUE "1-15".
              05 FILLER             PIC X(6) VALUE "16-30".
              05 FILLER             PIC X(6) VALUE "31-60".
              05 FILLER             PIC X(6) VALUE "60+".
           01 WS-LIBELLES-R REDEFINES WS-LIBELLES-TRANCHES.
              05 WS-LIBELLE-TRANCHE PIC X(6) OCCURS 4.
           01 WS-CUMULS-TRANCHES.
              05 WS-TRANCHE-ENTRY OCCURS 4 TIMES.
                 10 WS-TRANCHE-NB    PIC 9(5).
                 10 WS-TRANCHE-TOTAL PIC S9(11)V99.
           01 WS-IDX-TRANCHE        PIC 9(1).

           01 WS-NB-DOSSIERS        PIC 9(7) VALUE 0.
           01 WS-TOTAL-DOSSIERS     PIC S9(11)V99 VALUE 0.
           01 WS-NB-OUVERTS         PIC 9(7) VALUE 0.
           01 WS-NB-CLOS            PIC 9(7) VALUE 0.
           01 WS-NB-RELANCES        PIC 9(7) VALUE 0.
           01 WS-NB-GELS            PIC 9(7) VALUE 0.
           01 WS-NB-SANS-ADRESSE    PIC 9(7) VALUE 0.
           01 WS-JOURS-EDIT         PIC Z(4)9.
           01 WS-NB-EDIT            PIC Z(4)9.
           01 WS-SOLDE-EDIT         PIC -(9)9.99.
           01 WS-PIRE-EDIT          PIC -(9)9.99.
           01 WS-MONTANT-EDIT       PIC Z(8)9.99.
           01 WS-TOTAL-EDIT         PIC -(11)9.99.

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

           PERFORM LIRE-TARIFS
           PERFORM OUVRIR-FICHIERS
           PERFORM PARCOURIR-COMPTES
           PERFORM CLORE-DOSSIERS-ORPHELINS
           PERFORM ECRIRE-TOTAUX-AGES
           PERFORM FERMER-FICHIERS

           DISPLAY "Dossiers de recouvrement ouverts : " WS-NB-DOSSIERS
           DISPLAY "  dont nouveaux ce jour          : " WS-NB-OUVERTS
           DISPLAY "Dossiers clos ce jour            : " WS-NB-CLOS
           DISPLAY "Lettres de relance               : " WS-NB-RELANCES
           DISPLAY "Comptes gelés au débit           : " WS-NB-GELS
           IF WS-NB-SANS-ADRESSE > 0
              DISPLAY "Relances sans adresse client     : "
                      WS-NB-SANS-ADRESSE
           END-IF
           DISPLAY "Balance âgée dans BALANCEAGEE.DAT, lettres dans "
                   "RELANCES.DAT."
           MOVE "OK" TO WS-REG-ETAT
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Date de traitement lue dans le fichier des paramètres de la
      *> chaîne de nuit (ligne RECOUVR) ; sinon saisie console.
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
                       IF PRM-PROGRAMME = "RECOUVR"
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
           MOVE "RECOUVR" TO REG-PROGRAMME.
           MOVE WS-DATE-RUN TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-DOSSIERS TO REG-COMPTEUR-1.
           MOVE WS-NB-RELANCES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

      *> Seuils de relance du tarif ; sans fichier ou sans ligne, les
      *> défauts compilés restent (15, 30 et 60 jours).
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
           IF TRF-OPERATION = "RL1"
              MOVE TRF-VALEUR TO WS-SEUIL-RELANCE-1
           END-IF.
           IF TRF-OPERATION = "RL2"
              MOVE TRF-VALEUR TO WS-SEUIL-RELANCE-2
           END-IF.
           IF TRF-OPERATION = "RL3"
              MOVE TRF-VALEUR TO WS-SEUIL-RELANCE-3
           END-IF.

      *> Sans fichier des clients, les lettres partent au nom du
      *> titulaire du compte et sont signalées sans adresse.
       OUVRIR-FICHIERS.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN I-O FICHIER-RECOUVREMENT.
           IF WS-FS-RECOUVR = "35"
              OPEN OUTPUT FICHIER-RECOUVREMENT
              CLOSE FICHIER-RECOUVREMENT
              OPEN I-O FICHIER-RECOUVREMENT
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-FS-CLIENTS = "00"
              MOVE "O" TO WS-CLIENTS-OUVERT
           END-IF.

           OPEN EXTEND JOURNAL-SECURITE.
           IF WS-FS-SECURITE = "35"
              OPEN OUTPUT JOURNAL-SECURITE
           END-IF.

           OPEN OUTPUT FICHIER-RELANCES.
           OPEN OUTPUT RAPPORT-AGES.
           MOVE SPACES TO LIGNE-AGES.
           STRING "=== BALANCE AGEE DES COMPTES DEBITEURS AU "
                                   DELIMITED BY SIZE
                  WS-DATE-RUN      DELIMITED BY SIZE
                  " ==="           DELIMITED BY SIZE
             INTO LIGNE-AGES.
           WRITE LIGNE-AGES.
           MOVE "COMPTE DEBUT    JOURS         SOLDE    PIRE SOLDE"
             TO LIGNE-AGES.
           MOVE "   DEPASSEMENT TRANCHE" TO LIGNE-AGES(51:22).
           WRITE LIGNE-AGES.

           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
              UNTIL WS-IDX-TRANCHE > 4
              MOVE 0 TO WS-TRANCHE-NB(WS-IDX-TRANCHE)
              MOVE 0 TO WS-TRANCHE-TOTAL(WS-IDX-TRANCHE)
           END-PERFORM.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           CLOSE FICHIER-RECOUVREMENT.
           IF WS-CLIENTS-OUVERT = "O"
              CLOSE CLIENT-MASTER
           END-IF.
           CLOSE JOURNAL-SECURITE.
           CLOSE FICHIER-RELANCES.
           CLOSE RAPPORT-AGES.

       PARCOURIR-COMPTES.
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
                    PERFORM EXAMINER-COMPTE
              END-READ
           END-PERFORM.

       EXAMINER-COMPTE.
           MOVE NUMERO-COMPTE TO REC-NUMERO-COMPTE.
           READ FICHIER-RECOUVREMENT KEY IS REC-NUMERO-COMPTE
            INVALID KEY
             SET DOSSIER-NOUVEAU TO TRUE
            NOT INVALID KEY
             SET DOSSIER-EXISTANT TO TRUE
           END-READ.

           IF SOLDE < 0
              IF DOSSIER-NOUVEAU OR REC-CLOS
                 PERFORM OUVRIR-DOSSIER
              END-IF
              PERFORM SUIVRE-DOSSIER
           ELSE
              IF DOSSIER-EXISTANT AND REC-OUVERT
                 PERFORM CLORE-DOSSIER
              END-IF
           END-IF.

      *> Un dossier clos est rouvert à neuf au découvert suivant.
       OUVRIR-DOSSIER.
           MOVE NUMERO-COMPTE TO REC-NUMERO-COMPTE.
           MOVE WS-DATE-RUN TO REC-DATE-DEBUT.
           MOVE 0 TO REC-NB-JOURS.
           MOVE SOLDE TO REC-SOLDE.
           MOVE SOLDE TO REC-PIRE-SOLDE.
           MOVE 0 TO REC-DEPASSEMENT.
           MOVE 0 TO REC-DATE-DEPASSEMENT.
           MOVE 0 TO REC-NIVEAU-RELANCE.
           MOVE 0 TO REC-DATE-RELANCE.
           MOVE 0 TO REC-DATE-GEL.
           MOVE 0 TO REC-DATE-CLOTURE.
           MOVE "O" TO REC-STATUT.
           ADD 1 TO WS-NB-OUVERTS.

      *> Mise à jour du dossier ; les relances ne courent que sur un
      *> dépassement du découvert autorisé. Revenu dans son
      *> découvert, le compte repart de zéro pour les relances tant
      *> qu'il n'a pas été gelé (le gel tient jusqu'au retour en
      *> position créditrice).
       SUIVRE-DOSSIER.
           COMPUTE REC-NB-JOURS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-RUN)
              - FUNCTION INTEGER-OF-DATE(REC-DATE-DEBUT) + 1.
           MOVE SOLDE TO REC-SOLDE.
           IF SOLDE < REC-PIRE-SOLDE
              MOVE SOLDE TO REC-PIRE-SOLDE
           END-IF.
           COMPUTE WS-DEPASSEMENT = 0 - SOLDE - LIMITE-DECOUVERT.
           IF WS-DEPASSEMENT > 0
              MOVE WS-DEPASSEMENT TO REC-DEPASSEMENT
              IF REC-DATE-DEPASSEMENT = 0
                 MOVE WS-DATE-RUN TO REC-DATE-DEPASSEMENT
              END-IF
              COMPUTE WS-JOURS-DEPASSEMENT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-RUN)
                 - FUNCTION INTEGER-OF-DATE(REC-DATE-DEPASSEMENT)
                 + 1
              PERFORM ESCALADER-DOSSIER
           ELSE
              MOVE 0 TO REC-DEPASSEMENT
              MOVE 0 TO REC-DATE-DEPASSEMENT
              IF REC-DATE-GEL = 0
                 MOVE 0 TO REC-NIVEAU-RELANCE
              END-IF
           END-IF.
           MOVE WS-DATE-RUN TO REC-DATE-MAJ.

           IF DOSSIER-NOUVEAU
              WRITE RECOUVREMENT-REC
               INVALID KEY
                DISPLAY "Erreur d'écriture du dossier du compte "
                        NUMERO-COMPTE
              END-WRITE
           ELSE
              REWRITE RECOUVREMENT-REC
               INVALID KEY
                DISPLAY "Erreur de mise à jour du dossier du compte "
                        NUMERO-COMPTE
              END-REWRITE
           END-IF.
           PERFORM LISTER-DOSSIER.

      *> Une seule lettre par passage : celle du plus haut seuil
      *> atteint et pas encore envoyé. La dernière accompagne le gel.
       ESCALADER-DOSSIER.
           MOVE 0 TO WS-NIVEAU-ATTEINT.
           IF WS-JOURS-DEPASSEMENT >= WS-SEUIL-RELANCE-1
              MOVE 1 TO WS-NIVEAU-ATTEINT
           END-IF.
           IF WS-JOURS-DEPASSEMENT >= WS-SEUIL-RELANCE-2
              MOVE 2 TO WS-NIVEAU-ATTEINT
           END-IF.
           IF WS-JOURS-DEPASSEMENT >= WS-SEUIL-RELANCE-3
              MOVE 3 TO WS-NIVEAU-ATTEINT
           END-IF.
           IF WS-NIVEAU-ATTEINT > REC-NIVEAU-RELANCE
              MOVE WS-NIVEAU-ATTEINT TO REC-NIVEAU-RELANCE
              MOVE WS-DATE-RUN TO REC-DATE-RELANCE
              IF WS-NIVEAU-ATTEINT = 3
                 PERFORM GELER-COMPTE
              END-IF
              PERFORM ECRIRE-RELANCE
           END-IF.

      *> Un compte déjà gelé ou bloqué garde son statut et son
      *> motif ; le dossier ne note le gel que s'il l'a posé.
       GELER-COMPTE.
           IF COMPTE-ACTIF OR COMPTE-DORMANT
              MOVE "G" TO STATUT-COMPTE
              MOVE WS-MOTIF-GEL TO MOTIF-STATUT
              REWRITE COMPTE-REC
               INVALID KEY
                DISPLAY "Erreur lors de la mise à jour du compte "
                        NUMERO-COMPTE
               NOT INVALID KEY
                MOVE WS-DATE-RUN TO REC-DATE-GEL
                ADD 1 TO WS-NB-GELS
                MOVE "RECG" TO SEC-EVENEMENT
                MOVE SPACES TO SEC-DETAIL
                STRING "GEL DEBITS, DEPASSEMENT DEPUIS "
                       REC-DATE-DEPASSEMENT
                  DELIMITED BY SIZE INTO SEC-DETAIL
                  ON OVERFLOW
                   DISPLAY "Détail du gel tronqué, compte "
                           NUMERO-COMPTE
                END-STRING
                PERFORM JOURNALISER-SECURITE
              END-REWRITE
           END-IF.

      *> Retour en position créditrice : le dossier est clos et le
      *> gel qu'il avait posé est levé, sauf si le statut ou le
      *> motif ont changé depuis au guichet.
       CLORE-DOSSIER.
           MOVE "N" TO WS-GEL-LEVE.
           IF REC-DATE-GEL NOT = 0 AND COMPTE-GELE-DEBITS
              AND MOTIF-STATUT = WS-MOTIF-GEL
              MOVE "A" TO STATUT-COMPTE
              MOVE SPACES TO MOTIF-STATUT
              REWRITE COMPTE-REC
               INVALID KEY
                DISPLAY "Erreur lors de la mise à jour du compte "
                        NUMERO-COMPTE
               NOT INVALID KEY
                MOVE "O" TO WS-GEL-LEVE
              END-REWRITE
           END-IF.
           MOVE SOLDE TO REC-SOLDE.
           MOVE 0 TO REC-DEPASSEMENT.
           MOVE WS-DATE-RUN TO REC-DATE-MAJ.
           MOVE WS-DATE-RUN TO REC-DATE-CLOTURE.
           MOVE "C" TO REC-STATUT.
           REWRITE RECOUVREMENT-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour du dossier du compte "
                     NUMERO-COMPTE
             IF WS-GEL-LEVE = "O"
                DISPLAY "Gel du compte " NUMERO-COMPTE
                        " levé, dossier resté ouvert."
             END-IF
            NOT INVALID KEY
             ADD 1 TO WS-NB-CLOS
             MOVE "RECL" TO SEC-EVENEMENT
             IF WS-GEL-LEVE = "O"
                MOVE "DOSSIER CLOS, COMPTE CREDITEUR, GEL LEVE"
                  TO SEC-DETAIL
             ELSE
                MOVE "DOSSIER CLOS, COMPTE CREDITEUR" TO SEC-DETAIL
             END-IF
             PERFORM JOURNALISER-SECURITE
           END-REWRITE.

      *> Un dossier ouvert que le parcours n'a pas touché appartient
      *> à un compte fermé depuis (supprimé du fichier maître).
       CLORE-DOSSIERS-ORPHELINS.
           MOVE ZEROS TO REC-NUMERO-COMPTE.
           MOVE "00" TO WS-FS-RECOUVR.
           START FICHIER-RECOUVREMENT
              KEY IS NOT LESS THAN REC-NUMERO-COMPTE
            INVALID KEY
             MOVE "10" TO WS-FS-RECOUVR
           END-START.
           PERFORM UNTIL WS-FS-RECOUVR = "10"
              READ FICHIER-RECOUVREMENT NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-RECOUVR
                 NOT AT END
                    IF REC-OUVERT AND REC-DATE-MAJ < WS-DATE-RUN
                       PERFORM CLORE-DOSSIER-ORPHELIN
                    END-IF
              END-READ
           END-PERFORM.

       CLORE-DOSSIER-ORPHELIN.
           MOVE WS-DATE-RUN TO REC-DATE-MAJ.
           MOVE WS-DATE-RUN TO REC-DATE-CLOTURE.
           MOVE "C" TO REC-STATUT.
           REWRITE RECOUVREMENT-REC
            INVALID KEY
             DISPLAY "Erreur de mise à jour du dossier du compte "
                     REC-NUMERO-COMPTE
            NOT INVALID KEY
             ADD 1 TO WS-NB-CLOS
             MOVE REC-NUMERO-COMPTE TO NUMERO-COMPTE
             MOVE "RECL" TO SEC-EVENEMENT
             MOVE "DOSSIER CLOS, COMPTE FERME" TO SEC-DETAIL
             PERFORM JOURNALISER-SECURITE
           END-REWRITE.

       JOURNALISER-SECURITE.
           ACCEPT WS-TIME-SYS FROM TIME.
           MOVE WS-DATE-RUN TO SEC-DATE.
           MOVE WS-TIME-SYS TO SEC-HEURE.
           MOVE "REC " TO SEC-OPERATEUR.
           MOVE NUMERO-COMPTE TO SEC-COMPTE.
           MOVE 0 TO SEC-CLIENT.
           WRITE SEC-REC.

       LISTER-DOSSIER.
           IF REC-NB-JOURS <= 15
              MOVE 1 TO WS-IDX-TRANCHE
           ELSE IF REC-NB-JOURS <= 30
              MOVE 2 TO WS-IDX-TRANCHE
           ELSE IF REC-NB-JOURS <= 60
              MOVE 3 TO WS-IDX-TRANCHE
           ELSE
              MOVE 4 TO WS-IDX-TRANCHE
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-TRANCHE-NB(WS-IDX-TRANCHE).
           ADD SOLDE TO WS-TRANCHE-TOTAL(WS-IDX-TRANCHE).
           ADD 1 TO WS-NB-DOSSIERS.
           ADD SOLDE TO WS-TOTAL-DOSSIERS.

           MOVE REC-NB-JOURS TO WS-JOURS-EDIT.
           MOVE REC-SOLDE TO WS-SOLDE-EDIT.
           MOVE REC-PIRE-SOLDE TO WS-PIRE-EDIT.
           MOVE REC-DEPASSEMENT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-AGES.
           STRING REC-NUMERO-COMPTE DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  REC-DATE-DEBUT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-JOURS-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SOLDE-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PIRE-EDIT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MONTANT-EDIT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-LIBELLE-TRANCHE(WS-IDX-TRANCHE)
                                    DELIMITED BY SIZE
             INTO LIGNE-AGES.
           WRITE LIGNE-AGES.

       ECRIRE-TOTAUX-AGES.
           MOVE SPACES TO LIGNE-AGES.
           WRITE LIGNE-AGES.
           MOVE "TRANCHE  DOSSIERS          SOLDES" TO LIGNE-AGES.
           WRITE LIGNE-AGES.
           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
              UNTIL WS-IDX-TRANCHE > 4
              MOVE WS-TRANCHE-NB(WS-IDX-TRANCHE) TO WS-NB-EDIT
              MOVE WS-TRANCHE-TOTAL(WS-IDX-TRANCHE) TO WS-TOTAL-EDIT
              MOVE SPACES TO LIGNE-AGES
              STRING WS-LIBELLE-TRANCHE(WS-IDX-TRANCHE)
                                    DELIMITED BY SIZE
                     "   "          DELIMITED BY SIZE
                     WS-NB-EDIT     DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     WS-TOTAL-EDIT  DELIMITED BY SIZE
                INTO LIGNE-AGES
              WRITE LIGNE-AGES
           END-PERFORM.
           MOVE WS-NB-DOSSIERS TO WS-NB-EDIT.
           MOVE WS-TOTAL-DOSSIERS TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-AGES.
           STRING "TOTAL    "    DELIMITED BY SIZE
                  WS-NB-EDIT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
             INTO LIGNE-AGES.
           WRITE LIGNE-AGES.

      *> Lettre adressée au client titulaire principal du compte.
       ECRIRE-RELANCE.
           MOVE SPACES TO CLI-NOM.
           MOVE SPACES TO CLI-ADRESSE.
           IF WS-CLIENTS-OUVERT = "O" AND NUMERO-CLIENT NOT = 0
              MOVE NUMERO-CLIENT TO CLI-NUMERO
              READ CLIENT-MASTER KEY IS CLI-NUMERO
               INVALID KEY
                MOVE SPACES TO CLI-NOM
              END-READ
           END-IF.
           IF CLI-NOM = SPACES
              MOVE NOM-TITULAIRE TO CLI-NOM
              MOVE "ADRESSE INCONNUE, LETTRE A COMPLETER"
                TO CLI-ADRESSE
              ADD 1 TO WS-NB-SANS-ADRESSE
           END-IF.
           ADD 1 TO WS-NB-RELANCES.

           MOVE ALL "-" TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE CLI-NOM TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE CLI-ADRESSE TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE SPACES TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE SPACES TO LIGNE-RELANCE.
           EVALUATE REC-NIVEAU-RELANCE
            WHEN 1
             STRING "LE " WS-DATE-RUN " - OBJET : COMPTE "
                    NUMERO-COMPTE ", PREMIERE RELANCE"
               DELIMITED BY SIZE INTO LIGNE-RELANCE
            WHEN 2
             STRING "LE " WS-DATE-RUN " - OBJET : COMPTE "
                    NUMERO-COMPTE ", DEUXIEME RELANCE"
               DELIMITED BY SIZE INTO LIGNE-RELANCE
            WHEN OTHER
             STRING "LE " WS-DATE-RUN " - OBJET : COMPTE "
                    NUMERO-COMPTE ", DERNIERE RELANCE"
               DELIMITED BY SIZE INTO LIGNE-RELANCE
           END-EVALUATE.
           WRITE LIGNE-RELANCE.
           MOVE SPACES TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.

           MOVE REC-SOLDE TO WS-SOLDE-EDIT.
           MOVE REC-DEPASSEMENT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RELANCE.
           STRING "VOTRE COMPTE PRESENTE UN SOLDE DE " WS-SOLDE-EDIT
             DELIMITED BY SIZE INTO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE SPACES TO LIGNE-RELANCE.
           STRING "SOIT " WS-MONTANT-EDIT
                  " AU-DELA DU DECOUVERT AUTORISE DEPUIS LE "
                  REC-DATE-DEPASSEMENT
             DELIMITED BY SIZE INTO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE.
           MOVE SPACES TO LIGNE-RELANCE.
           EVALUATE REC-NIVEAU-RELANCE
            WHEN 1
             MOVE "NOUS VOUS REMERCIONS DE REGULARISER VOTRE POSITION"
               TO LIGNE-RELANCE
             WRITE LIGNE-RELANCE
             MOVE "DANS LES MEILLEURS DELAIS." TO LIGNE-RELANCE
            WHEN 2
             MOVE "SANS REGULARISATION DE VOTRE PART, LES DEBITS DE"
               TO LIGNE-RELANCE
             WRITE LIGNE-RELANCE
             MOVE "VOTRE COMPTE SERONT SUSPENDUS." TO LIGNE-RELANCE
            WHEN OTHER
             STRING "LES DEBITS DE VOTRE COMPTE SONT SUSPENDUS A "
                    "COMPTER DU " WS-DATE-RUN "."
               DELIMITED BY SIZE INTO LIGNE-RELANCE
             WRITE LIGNE-RELANCE
             MOVE "MERCI DE PRENDRE CONTACT AVEC VOTRE AGENCE."
               TO LIGNE-RELANCE
           END-EVALUATE.
           WRITE LIGNE-RELANCE.
