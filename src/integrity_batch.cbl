       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankIntegrityBatch.

      *> Contrôle nocturne de cohérence entre fichiers, en lecture
      *> seule : chaque règle rapproche un fichier de ceux dont il
      *> dépend (comptes rattachés à un client inexistant, ordres
      *> permanents, blocages, dépôts à terme, prêts, chéquiers,
      *> intervenants, mandats, cartes et virements externes en
      *> attente sur un compte supprimé par la fermeture, échéances
      *> sans prêt, lignes du journal d'un opérateur inconnu,
      *> extournes "Y"/"Z" sans mouvement d'origine). INTEGRITE.DAT
      *> reçoit une ligne par anomalie, le décompte par règle et le
      *> verdict ; le passage est consigné au registre à l'état "OK"
      *> (aucune anomalie) ou "AN" (anomalies), pour que
      *> l'exploitation le voie avant l'ouverture des guichets. Un
      *> fichier satellite absent rend sa règle sans objet (signalée
      *> "NON FAIT" au décompte). La date vient de la ligne INTEGRIT
      *> du fichier des paramètres, sinon de la console.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-FS-CLIENTS.

           SELECT OPERATEUR-MASTER ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODE
               FILE STATUS IS WS-FS-OPERATEURS.

           SELECT ORDRES-PERMANENTS ASSIGN TO "ORDRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-NUMERO
               FILE STATUS IS WS-FS-ORDRES.

           SELECT FICHIER-BLOCAGES ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-NUMERO
               FILE STATUS IS WS-FS-BLOCAGES.

           SELECT COMPTES-A-TERME ASSIGN TO "TERMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-NUMERO
               FILE STATUS IS WS-FS-TERMES.

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

           SELECT FICHIER-CHEQUIERS ASSIGN TO "CHEQUIERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS WS-FS-CHEQUIERS.

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

           SELECT VIREMENTS-EXTERNES ASSIGN TO "VIREXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIREXT.

           SELECT TRANSACTION-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT FICHIER-ARCHIVE ASSIGN TO DYNAMIC
               WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.

           SELECT RAPPORT-INTEGRITE ASSIGN TO "INTEGRITE.DAT"
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

       FD  CLIENT-MASTER.
       01  CLIENT-REC.
           COPY "cpycli.cpy".

       FD  OPERATEUR-MASTER.
       01  OPERATEUR-REC.
           COPY "cpyope.cpy".

       FD  ORDRES-PERMANENTS.
       01  ORDRE-REC.
           COPY "cpyopm.cpy".

       FD  FICHIER-BLOCAGES.
       01  BLOCAGE-REC.
           COPY "cpyblo.cpy".

       FD  COMPTES-A-TERME.
       01  TERME-REC.
           COPY "cpycat.cpy".

       FD  FICHIER-PRETS.
       01  PRET-REC.
           COPY "cpypre.cpy".

       FD  FICHIER-ECHEANCIER.
       01  ECHEANCE-REC.
           COPY "cpyech.cpy".

       FD  FICHIER-CHEQUIERS.
       01  CHEQUIER-REC.
           COPY "cpychq.cpy".

       FD  FICHIER-INTERVENANTS.
       01  INTERVENANT-REC.
           COPY "cpyitv.cpy".

       FD  FICHIER-MANDATS.
       01  MANDAT-REC.
           COPY "cpymdt.cpy".

       FD  FICHIER-CARTES.
       01  CARTE-REC.
           COPY "cpycrt.cpy".

       FD  VIREMENTS-EXTERNES.
       01  ENR-VIR-EXT.
           05 VEX-NUMERO-COMPTE      PIC 9(5).
           05 VEX-BANQUE-DEST        PIC X(5).
           05 VEX-COMPTE-DEST        PIC X(11).
           05 VEX-MONTANT            PIC 9(9)V99.
           05 VEX-DATE               PIC 9(8).

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

       FD  FICHIER-ARCHIVE.
       01  ARC-REC.
           COPY "cpymvt.cpy"
                REPLACING LEADING ==MVT-== BY ==ARC-==.

       FD  RAPPORT-INTEGRITE.
       01  LIGNE-INTEGRITE          PIC X(80).

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-FS-OPERATEURS      PIC X(2) VALUE "00".
           01 WS-FS-ORDRES          PIC X(2) VALUE "00".
           01 WS-FS-BLOCAGES        PIC X(2) VALUE "00".
           01 WS-FS-TERMES          PIC X(2) VALUE "00".
           01 WS-FS-PRETS           PIC X(2) VALUE "00".
           01 WS-FS-ECHEANCIER      PIC X(2) VALUE "00".
           01 WS-FS-CHEQUIERS       PIC X(2) VALUE "00".
           01 WS-FS-INTERVENANTS    PIC X(2) VALUE "00".
           01 WS-FS-MANDATS         PIC X(2) VALUE "00".
           01 WS-FS-CARTES          PIC X(2) VALUE "00".
           01 WS-FS-VIREXT          PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-ARCHIVE         PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-CLIENTS-OUVERT     PIC X(1) VALUE "N".
           01 WS-OPERATEURS-OUVERT  PIC X(1) VALUE "N".
           01 WS-NOM-ARCHIVE        PIC X(20).

           01 WS-DATE-RUN-X         PIC X(8).
           01 WS-DATE-RUN           PIC 9(8).
           01 WS-CLE-COMPTE         PIC 9(5).
           01 WS-CLE-CLIENT         PIC 9(5).
           01 WS-COMPTE-TROUVE      PIC X(1).
           01 WS-CLIENT-TROUVE      PIC X(1).
           01 WS-OPERATEUR-TROUVE   PIC X(1).
           01 WS-DERNIER-PRET       PIC 9(5) VALUE 0.
           01 WS-DERNIER-PRET-TROUVE PIC X(1) VALUE "N".
           01 WS-CLE-MVT            PIC 9(14).
           01 WS-MOIS-ARCHIVE       PIC X(6).

      *> Règles du contrôle, dans l'ordre du rapport : code, libellé
      *> du décompte, nombre d'anomalies et indicateur de règle
      *> exécutée (N = fichier absent).
           01 WS-LIBELLES-REGLES.
              05 FILLER PIC X(48) VALUE
                 "CLICOMPTES RATTACHES A UN CLIENT INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "OPMORDRES PERMANENTS ACTIFS, COMPTE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "OPCVIREMENTS PERMANENTS, CONTREPARTIE ABSENTE".
              05 FILLER PIC X(48) VALUE
                 "BLOBLOCAGES ACTIFS, COMPTE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "CATDEPOTS A TERME ACTIFS, COMPTE LIE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "PREPRETS ACTIFS, COMPTE LIE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "ECHECHEANCES D'UN PRET INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "CHQCHEQUIERS EN SERVICE, COMPTE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "ITVINTERVENANTS ACTIFS, COMPTE OU CLIENT ABSENT".
              05 FILLER PIC X(48) VALUE
                 "MDTMANDATS ACTIFS, COMPTE INEXISTANT".
              05 FILLER PIC X(48) VALUE
                 "CRTCARTES ACTIVES, COMPTE OU PORTEUR ABSENT".
              05 FILLER PIC X(48) VALUE
                 "VEXVIREMENTS EXTERNES EN ATTENTE, COMPTE ABSENT".
              05 FILLER PIC X(48) VALUE
                 "OPEMOUVEMENTS D'UN OPERATEUR INCONNU".
              05 FILLER PIC X(48) VALUE
                 "EXTEXTOURNES SANS MOUVEMENT D'ORIGINE".
           01 WS-LIBELLES-R REDEFINES WS-LIBELLES-REGLES.
              05 WS-LIBELLE-ENTRY OCCURS 14 TIMES.
                 10 WS-REGLE-CODE    PIC X(3).
                 10 WS-REGLE-LIBELLE PIC X(45).
           01 WS-COMPTEURS-REGLES.
              05 WS-REGLE-ENTRY OCCURS 14 TIMES.
                 10 WS-REGLE-NB      PIC 9(7).
                 10 WS-REGLE-FAITE   PIC X(1).
           01 WS-NB-REGLES          PIC 9(2) VALUE 14.
           01 WS-IDX-REGLE          PIC 9(2).
           01 WS-DETAIL             PIC X(76).

      *> Codes opérateur des lots qui postent au journal ; ils ne
      *> figurent pas au fichier des opérateurs.
           01 WS-CODES-LOTS.
              05 FILLER             PIC X(4) VALUE "INT ".
              05 FILLER             PIC X(4) VALUE "OPM ".
              05 FILLER             PIC X(4) VALUE "ARC ".
              05 FILLER             PIC X(4) VALUE "FAC ".
              05 FILLER             PIC X(4) VALUE "CPS ".
              05 FILLER             PIC X(4) VALUE "CAT ".
              05 FILLER             PIC X(4) VALUE "CHQ ".
              05 FILLER             PIC X(4) VALUE "PRT ".
              05 FILLER             PIC X(4) VALUE "AGI ".
              05 FILLER             PIC X(4) VALUE "PRL ".
              05 FILLER             PIC X(4) VALUE "CRT ".
           01 WS-CODES-LOTS-R REDEFINES WS-CODES-LOTS.
              05 WS-CODE-LOT        PIC X(4) OCCURS 11.
           01 WS-IDX-LOT            PIC 9(2).

      *> Extournes du journal en attente de leur mouvement d'origine.
      *> Trouvée : O dans le journal courant ou dans l'archive du
      *> mois d'origine ; A archive lue sans succès ; N pas encore
      *> rapprochée. Au-delà de la capacité de la table, les
      *> extournes suivantes ne sont pas contrôlées (signalé).
           01 WS-TAB-EXTOURNES.
              05 WS-EXT-ENTRY OCCURS 1000 TIMES.
                 10 WS-EXT-COMPTE    PIC 9(5).
                 10 WS-EXT-DATE      PIC 9(8).
                 10 WS-EXT-HEURE     PIC 9(6).
                 10 WS-EXT-TYPE      PIC X(1).
                 10 WS-EXT-REFERENCE PIC 9(14).
                 10 WS-EXT-ORIGINE   PIC X(1).
                 10 WS-EXT-TROUVEE   PIC X(1).
           01 WS-NB-EXTOURNES       PIC 9(4) VALUE 0.
           01 WS-IDX-EXT            PIC 9(4).
           01 WS-IDX-EXT-2          PIC 9(4).
           01 WS-NB-EXT-NON-CTL     PIC 9(7) VALUE 0.

           01 WS-NB-LUS             PIC 9(7) VALUE 0.
           01 WS-NB-ANOMALIES       PIC 9(7) VALUE 0.
           01 WS-NB-EDIT            PIC Z(6)9.
           01 WS-MONTANT-EDIT       PIC Z(8)9.99.

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
           PERFORM CONTROLER-COMPTES
           PERFORM CONTROLER-ORDRES
           PERFORM CONTROLER-BLOCAGES
           PERFORM CONTROLER-TERMES
           PERFORM CONTROLER-PRETS
           PERFORM CONTROLER-ECHEANCIER
           PERFORM CONTROLER-CHEQUIERS
           PERFORM CONTROLER-INTERVENANTS
           PERFORM CONTROLER-MANDATS
           PERFORM CONTROLER-CARTES
           PERFORM CONTROLER-VIREXT
           PERFORM CONTROLER-JOURNAL
           PERFORM ECRIRE-DECOMPTE
           PERFORM FERMER-FICHIERS

           DISPLAY "Enregistrements contrôlés : " WS-NB-LUS
           DISPLAY "Anomalies relevées        : " WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES = 0
              DISPLAY "Contrôle de cohérence : CONFORME."
              MOVE "OK" TO WS-REG-ETAT
           ELSE
              DISPLAY "*** Contrôle de cohérence : ANOMALIES, voir "
                      "INTEGRITE.DAT ***"
              MOVE "AN" TO WS-REG-ETAT
           END-IF
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Date de traitement lue dans le fichier des paramètres de la
      *> chaîne de nuit (ligne INTEGRIT) ; sinon saisie console.
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
                       IF PRM-PROGRAMME = "INTEGRIT"
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
           MOVE "INTEGRIT" TO REG-PROGRAMME.
           MOVE WS-DATE-RUN TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-LUS TO REG-COMPTEUR-1.
           MOVE WS-NB-ANOMALIES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

      *> Sans fichier des comptes, aucun rapprochement n'a de sens :
      *> le passage est abandonné. Sans fichier des clients ou des
      *> opérateurs, les règles qui en dépendent sont sans objet.
       OUVRIR-FICHIERS.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              DISPLAY "Fichier des comptes introuvable"
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-FS-CLIENTS = "00"
              MOVE "O" TO WS-CLIENTS-OUVERT
           END-IF.
           OPEN INPUT OPERATEUR-MASTER.
           IF WS-FS-OPERATEURS = "00"
              MOVE "O" TO WS-OPERATEURS-OUVERT
           END-IF.

           PERFORM VARYING WS-IDX-REGLE FROM 1 BY 1
              UNTIL WS-IDX-REGLE > WS-NB-REGLES
              MOVE 0 TO WS-REGLE-NB(WS-IDX-REGLE)
              MOVE "O" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           END-PERFORM.

           OPEN OUTPUT RAPPORT-INTEGRITE.
           MOVE SPACES TO LIGNE-INTEGRITE.
           STRING "=== CONTROLE DE COHERENCE DES FICHIERS AU "
                                   DELIMITED BY SIZE
                  WS-DATE-RUN      DELIMITED BY SIZE
                  " ==="           DELIMITED BY SIZE
             INTO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.
           MOVE "REG ANOMALIE" TO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           IF WS-CLIENTS-OUVERT = "O"
              CLOSE CLIENT-MASTER
           END-IF.
           IF WS-OPERATEURS-OUVERT = "O"
              CLOSE OPERATEUR-MASTER
           END-IF.
           CLOSE RAPPORT-INTEGRITE.

      *> Accès direct au fichier maître des comptes : WS-CLE-COMPTE
      *> en entrée, WS-COMPTE-TROUVE (O/N) en sortie.
       CHERCHER-COMPTE.
           MOVE WS-CLE-COMPTE TO NUMERO-COMPTE.
           READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
            INVALID KEY
             MOVE "N" TO WS-COMPTE-TROUVE
            NOT INVALID KEY
             MOVE "O" TO WS-COMPTE-TROUVE
           END-READ.

      *> Même chose pour un client ; sans fichier des clients, le
      *> client est réputé présent.
       CHERCHER-CLIENT.
           MOVE "O" TO WS-CLIENT-TROUVE.
           IF WS-CLIENTS-OUVERT = "O"
              MOVE WS-CLE-CLIENT TO CLI-NUMERO
              READ CLIENT-MASTER KEY IS CLI-NUMERO
               INVALID KEY
                MOVE "N" TO WS-CLIENT-TROUVE
              END-READ
           END-IF.

      *> Une ligne du rapport pour l'anomalie de la règle
      *> WS-IDX-REGLE décrite dans WS-DETAIL.
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-REGLE-NB(WS-IDX-REGLE).
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO LIGNE-INTEGRITE.
           STRING WS-REGLE-CODE(WS-IDX-REGLE) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-DETAIL                   DELIMITED BY SIZE
             INTO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.

      *> Comptes du fichier maître rattachés à un client absent du
      *> fichier des clients. Les comptes antérieurs au fichier des
      *> clients (NUMERO-CLIENT à zéro) ne sont pas en cause.
       CONTROLER-COMPTES.
           MOVE 1 TO WS-IDX-REGLE.
           IF WS-CLIENTS-OUVERT = "N"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO NUMERO-COMPTE
              START ACCOUNT-MASTER KEY IS NOT LESS THAN NUMERO-COMPTE
               INVALID KEY
                MOVE "10" TO WS-FS-COMPTES
              END-START
              PERFORM UNTIL WS-FS-COMPTES = "10"
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-COMPTES
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF NUMERO-CLIENT NOT = 0
                          MOVE NUMERO-CLIENT TO WS-CLE-CLIENT
                          PERFORM CHERCHER-CLIENT
                          IF WS-CLIENT-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "COMPTE " NUMERO-COMPTE
                                    " RATTACHE AU CLIENT "
                                    NUMERO-CLIENT " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Ordres permanents actifs (les suspendus ne sont plus
      *> rejoués) : compte débité, et pour un virement compte
      *> bénéficiaire.
       CONTROLER-ORDRES.
           OPEN INPUT ORDRES-PERMANENTS.
           IF WS-FS-ORDRES NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(2)
              MOVE "N" TO WS-REGLE-FAITE(3)
           ELSE
              MOVE ZEROS TO OPM-NUMERO
              START ORDRES-PERMANENTS
                 KEY IS NOT LESS THAN OPM-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-ORDRES
              END-START
              PERFORM UNTIL WS-FS-ORDRES = "10"
                 READ ORDRES-PERMANENTS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-ORDRES
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF OPM-ACTIF
                          PERFORM CONTROLER-UN-ORDRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDRES-PERMANENTS
           END-IF.

       CONTROLER-UN-ORDRE.
           MOVE OPM-NUMERO-COMPTE TO WS-CLE-COMPTE.
           PERFORM CHERCHER-COMPTE.
           IF WS-COMPTE-TROUVE = "N"
              MOVE 2 TO WS-IDX-REGLE
              MOVE SPACES TO WS-DETAIL
              STRING "ORDRE " OPM-NUMERO " ACTIF SUR LE COMPTE "
                     OPM-NUMERO-COMPTE " INEXISTANT"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF OPM-VIREMENT
              MOVE OPM-CONTREPARTIE TO WS-CLE-COMPTE
              PERFORM CHERCHER-COMPTE
              IF WS-COMPTE-TROUVE = "N"
                 MOVE 3 TO WS-IDX-REGLE
                 MOVE SPACES TO WS-DETAIL
                 STRING "ORDRE " OPM-NUMERO
                        " VIREMENT VERS LE COMPTE "
                        OPM-CONTREPARTIE " INEXISTANT"
                   DELIMITED BY SIZE INTO WS-DETAIL
                 PERFORM SIGNALER-ANOMALIE
              END-IF
           END-IF.

      *> Blocages actifs ; les blocages levés attendent la purge.
       CONTROLER-BLOCAGES.
           MOVE 4 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-BLOCAGES.
           IF WS-FS-BLOCAGES NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO BLO-NUMERO
              START FICHIER-BLOCAGES
                 KEY IS NOT LESS THAN BLO-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-BLOCAGES
              END-START
              PERFORM UNTIL WS-FS-BLOCAGES = "10"
                 READ FICHIER-BLOCAGES NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-BLOCAGES
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF BLO-ACTIF
                          MOVE BLO-NUMERO-COMPTE TO WS-CLE-COMPTE
                          PERFORM CHERCHER-COMPTE
                          IF WS-COMPTE-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "BLOCAGE " BLO-NUMERO
                                    " ACTIF SUR LE COMPTE "
                                    BLO-NUMERO-COMPTE " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-BLOCAGES
           END-IF.

       CONTROLER-TERMES.
           MOVE 5 TO WS-IDX-REGLE.
           OPEN INPUT COMPTES-A-TERME.
           IF WS-FS-TERMES NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO CAT-NUMERO
              START COMPTES-A-TERME
                 KEY IS NOT LESS THAN CAT-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-TERMES
              END-START
              PERFORM UNTIL WS-FS-TERMES = "10"
                 READ COMPTES-A-TERME NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-TERMES
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF CAT-ACTIF
                          MOVE CAT-COMPTE-LIE TO WS-CLE-COMPTE
                          PERFORM CHERCHER-COMPTE
                          IF WS-COMPTE-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "DEPOT A TERME " CAT-NUMERO
                                    " ACTIF, COMPTE LIE "
                                    CAT-COMPTE-LIE " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPTES-A-TERME
           END-IF.

       CONTROLER-PRETS.
           MOVE 6 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-PRETS.
           IF WS-FS-PRETS NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO PRE-NUMERO
              START FICHIER-PRETS
                 KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-PRETS
              END-START
              PERFORM UNTIL WS-FS-PRETS = "10"
                 READ FICHIER-PRETS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-PRETS
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF PRE-ACTIF
                          MOVE PRE-COMPTE-LIE TO WS-CLE-COMPTE
                          PERFORM CHERCHER-COMPTE
                          IF WS-COMPTE-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "PRET " PRE-NUMERO
                                    " ACTIF, COMPTE LIE "
                                    PRE-COMPTE-LIE " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Lignes d'échéancier dont le prêt n'est plus au fichier des
      *> prêts (le fichier des prêts reste ouvert depuis la règle
      *> précédente). Les lignes d'un prêt se suivent : le dernier
      *> prêt cherché est retenu pour ne le lire qu'une fois.
       CONTROLER-ECHEANCIER.
           MOVE 7 TO WS-IDX-REGLE.
           IF WS-FS-PRETS NOT = "10"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              OPEN INPUT FICHIER-ECHEANCIER
              IF WS-FS-ECHEANCIER NOT = "00"
                 MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
              ELSE
                 MOVE ZEROS TO ECH-CLE
                 START FICHIER-ECHEANCIER
                    KEY IS NOT LESS THAN ECH-CLE
                  INVALID KEY
                   MOVE "10" TO WS-FS-ECHEANCIER
                 END-START
                 PERFORM UNTIL WS-FS-ECHEANCIER = "10"
                    READ FICHIER-ECHEANCIER NEXT RECORD
                       AT END
                          MOVE "10" TO WS-FS-ECHEANCIER
                       NOT AT END
                          ADD 1 TO WS-NB-LUS
                          PERFORM CONTROLER-UNE-ECHEANCE
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-ECHEANCIER
              END-IF
              CLOSE FICHIER-PRETS
           END-IF.

       CONTROLER-UNE-ECHEANCE.
           IF ECH-NUMERO-PRET NOT = WS-DERNIER-PRET
              MOVE ECH-NUMERO-PRET TO WS-DERNIER-PRET
              MOVE ECH-NUMERO-PRET TO PRE-NUMERO
              READ FICHIER-PRETS KEY IS PRE-NUMERO
               INVALID KEY
                MOVE "N" TO WS-DERNIER-PRET-TROUVE
               NOT INVALID KEY
                MOVE "O" TO WS-DERNIER-PRET-TROUVE
              END-READ
           END-IF.
           IF WS-DERNIER-PRET-TROUVE = "N"
              MOVE SPACES TO WS-DETAIL
              STRING "ECHEANCE " ECH-RANG " DU PRET "
                     ECH-NUMERO-PRET " INEXISTANT"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.

       CONTROLER-CHEQUIERS.
           MOVE 8 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-CHEQUIERS.
           IF WS-FS-CHEQUIERS NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO CHQ-NUMERO
              START FICHIER-CHEQUIERS
                 KEY IS NOT LESS THAN CHQ-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-CHEQUIERS
              END-START
              PERFORM UNTIL WS-FS-CHEQUIERS = "10"
                 READ FICHIER-CHEQUIERS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-CHEQUIERS
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF CHQ-ACTIF
                          MOVE CHQ-NUMERO-COMPTE TO WS-CLE-COMPTE
                          PERFORM CHERCHER-COMPTE
                          IF WS-COMPTE-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "CHEQUIER " CHQ-NUMERO
                                    " EN SERVICE SUR LE COMPTE "
                                    CHQ-NUMERO-COMPTE " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CHEQUIERS
           END-IF.

      *> Intervenants actifs : le compte et le client doivent tous
      *> deux exister.
       CONTROLER-INTERVENANTS.
           MOVE 9 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-INTERVENANTS.
           IF WS-FS-INTERVENANTS NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO ITV-CLE
              START FICHIER-INTERVENANTS
                 KEY IS NOT LESS THAN ITV-CLE
               INVALID KEY
                MOVE "10" TO WS-FS-INTERVENANTS
              END-START
              PERFORM UNTIL WS-FS-INTERVENANTS = "10"
                 READ FICHIER-INTERVENANTS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-INTERVENANTS
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF ITV-ACTIF
                          PERFORM CONTROLER-UN-INTERVENANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-INTERVENANTS
           END-IF.

       CONTROLER-UN-INTERVENANT.
           MOVE ITV-NUMERO-COMPTE TO WS-CLE-COMPTE.
           PERFORM CHERCHER-COMPTE.
           MOVE ITV-NUMERO-CLIENT TO WS-CLE-CLIENT.
           PERFORM CHERCHER-CLIENT.
           IF WS-COMPTE-TROUVE = "N"
              MOVE SPACES TO WS-DETAIL
              STRING "INTERVENANT " ITV-NUMERO-CLIENT " ROLE "
                     ITV-ROLE " SUR LE COMPTE " ITV-NUMERO-COMPTE
                     " INEXISTANT"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF WS-CLIENT-TROUVE = "N"
              MOVE SPACES TO WS-DETAIL
              STRING "COMPTE " ITV-NUMERO-COMPTE " INTERVENANT "
                     ITV-NUMERO-CLIENT " ABSENT DES CLIENTS"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.

       CONTROLER-MANDATS.
           MOVE 10 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-MANDATS.
           IF WS-FS-MANDATS NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE LOW-VALUES TO MDT-CLE
              START FICHIER-MANDATS
                 KEY IS NOT LESS THAN MDT-CLE
               INVALID KEY
                MOVE "10" TO WS-FS-MANDATS
              END-START
              PERFORM UNTIL WS-FS-MANDATS = "10"
                 READ FICHIER-MANDATS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-MANDATS
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF MDT-ACTIF
                          MOVE MDT-NUMERO-COMPTE TO WS-CLE-COMPTE
                          PERFORM CHERCHER-COMPTE
                          IF WS-COMPTE-TROUVE = "N"
                             MOVE SPACES TO WS-DETAIL
                             STRING "MANDAT " MDT-CREANCIER " "
                                    MDT-REFERENCE " ACTIF, COMPTE "
                                    MDT-NUMERO-COMPTE " INEXISTANT"
                               DELIMITED BY SIZE INTO WS-DETAIL
                             PERFORM SIGNALER-ANOMALIE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-MANDATS
           END-IF.

      *> Cartes actives : compte débité et porteur.
       CONTROLER-CARTES.
           MOVE 11 TO WS-IDX-REGLE.
           OPEN INPUT FICHIER-CARTES.
           IF WS-FS-CARTES NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              MOVE ZEROS TO CRT-NUMERO
              START FICHIER-CARTES
                 KEY IS NOT LESS THAN CRT-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-CARTES
              END-START
              PERFORM UNTIL WS-FS-CARTES = "10"
                 READ FICHIER-CARTES NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-CARTES
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF CRT-ACTIVE
                          PERFORM CONTROLER-UNE-CARTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CARTES
           END-IF.

       CONTROLER-UNE-CARTE.
           MOVE CRT-NUMERO-COMPTE TO WS-CLE-COMPTE.
           PERFORM CHERCHER-COMPTE.
           MOVE CRT-NUMERO-CLIENT TO WS-CLE-CLIENT.
           PERFORM CHERCHER-CLIENT.
           IF WS-COMPTE-TROUVE = "N"
              MOVE SPACES TO WS-DETAIL
              STRING "CARTE " CRT-NUMERO " ACTIVE SUR LE COMPTE "
                     CRT-NUMERO-COMPTE " INEXISTANT"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF WS-CLIENT-TROUVE = "N"
              MOVE SPACES TO WS-DETAIL
              STRING "CARTE " CRT-NUMERO " PORTEUR "
                     CRT-NUMERO-CLIENT " ABSENT DES CLIENTS"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.

      *> Virements externes saisis au guichet et pas encore remis à
      *> la compensation : le compte débité doit exister (la
      *> fermeture supprime le compte du fichier maître).
       CONTROLER-VIREXT.
           MOVE 12 TO WS-IDX-REGLE.
           OPEN INPUT VIREMENTS-EXTERNES.
           IF WS-FS-VIREXT NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(WS-IDX-REGLE)
           ELSE
              PERFORM UNTIL WS-FS-VIREXT = "10"
                 READ VIREMENTS-EXTERNES
                    AT END
                       MOVE "10" TO WS-FS-VIREXT
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE VEX-NUMERO-COMPTE TO WS-CLE-COMPTE
                       PERFORM CHERCHER-COMPTE
                       IF WS-COMPTE-TROUVE = "N"
                          MOVE VEX-MONTANT TO WS-MONTANT-EDIT
                          MOVE SPACES TO WS-DETAIL
                          STRING "VIREMENT EXTERNE DU " VEX-DATE
                                 " DE " WS-MONTANT-EDIT
                                 " SUR LE COMPTE "
                                 VEX-NUMERO-COMPTE " INEXISTANT"
                            DELIMITED BY SIZE INTO WS-DETAIL
                          PERFORM SIGNALER-ANOMALIE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VIREMENTS-EXTERNES
           END-IF.

      *> Journal courant : opérateur de chaque ligne (règle OPE) et
      *> relevé des extournes, rapprochées ensuite de leur
      *> mouvement d'origine (règle EXT).
       CONTROLER-JOURNAL.
           OPEN INPUT TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
              MOVE "N" TO WS-REGLE-FAITE(13)
              MOVE "N" TO WS-REGLE-FAITE(14)
           ELSE
              IF WS-OPERATEURS-OUVERT = "N"
                 MOVE "N" TO WS-REGLE-FAITE(13)
              END-IF
              PERFORM UNTIL WS-FS-JOURNAL = "10"
                 READ TRANSACTION-JOURNAL
                    AT END
                       MOVE "10" TO WS-FS-JOURNAL
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-OPERATEURS-OUVERT = "O"
                          PERFORM CONTROLER-OPERATEUR
                       END-IF
                       IF MVT-EXTOURNE-DEBIT OR MVT-EXTOURNE-CREDIT
                          PERFORM RETENIR-EXTOURNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-JOURNAL
              IF WS-NB-EXTOURNES > 0
                 PERFORM RAPPROCHER-EXTOURNES
                 PERFORM CHERCHER-DANS-ARCHIVES
                 PERFORM SIGNALER-EXTOURNES
              END-IF
           END-IF.

       CONTROLER-OPERATEUR.
           MOVE "N" TO WS-OPERATEUR-TROUVE.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
              UNTIL WS-IDX-LOT > 11 OR WS-OPERATEUR-TROUVE = "O"
              IF MVT-OPERATEUR = WS-CODE-LOT(WS-IDX-LOT)
                 MOVE "O" TO WS-OPERATEUR-TROUVE
              END-IF
           END-PERFORM.
           IF WS-OPERATEUR-TROUVE = "N"
              MOVE MVT-OPERATEUR TO OPE-CODE
              READ OPERATEUR-MASTER KEY IS OPE-CODE
               INVALID KEY
                MOVE "N" TO WS-OPERATEUR-TROUVE
               NOT INVALID KEY
                MOVE "O" TO WS-OPERATEUR-TROUVE
              END-READ
           END-IF.
           IF WS-OPERATEUR-TROUVE = "N"
              MOVE 13 TO WS-IDX-REGLE
              MOVE SPACES TO WS-DETAIL
              STRING "COMPTE " MVT-NUMERO-COMPTE " MVT " MVT-TYPE
                     " DU " MVT-DATE " " MVT-HEURE
                     " OPERATEUR '" MVT-OPERATEUR "' INCONNU"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.

       RETENIR-EXTOURNE.
           IF WS-NB-EXTOURNES < 1000
              ADD 1 TO WS-NB-EXTOURNES
              MOVE MVT-NUMERO-COMPTE TO WS-EXT-COMPTE(WS-NB-EXTOURNES)
              MOVE MVT-DATE TO WS-EXT-DATE(WS-NB-EXTOURNES)
              MOVE MVT-HEURE TO WS-EXT-HEURE(WS-NB-EXTOURNES)
              MOVE MVT-TYPE TO WS-EXT-TYPE(WS-NB-EXTOURNES)
              MOVE MVT-REFERENCE TO WS-EXT-REFERENCE(WS-NB-EXTOURNES)
              MOVE MVT-TYPE-ORIGINE TO WS-EXT-ORIGINE(WS-NB-EXTOURNES)
              MOVE "N" TO WS-EXT-TROUVEE(WS-NB-EXTOURNES)
           ELSE
              ADD 1 TO WS-NB-EXT-NON-CTL
           END-IF.

      *> Seconde lecture du journal courant : chaque mouvement est
      *> comparé aux extournes relevées (même compte, même type que
      *> le type d'origine, date et heure égales à la référence).
       RAPPROCHER-EXTOURNES.
           MOVE "00" TO WS-FS-JOURNAL.
           OPEN INPUT TRANSACTION-JOURNAL.
           PERFORM UNTIL WS-FS-JOURNAL = "10"
              READ TRANSACTION-JOURNAL
                 AT END
                    MOVE "10" TO WS-FS-JOURNAL
                 NOT AT END
                    COMPUTE WS-CLE-MVT = MVT-DATE * 1000000
                                       + MVT-HEURE
                    PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
                       UNTIL WS-IDX-EXT > WS-NB-EXTOURNES
                       IF WS-EXT-TROUVEE(WS-IDX-EXT) = "N"
                          AND WS-EXT-COMPTE(WS-IDX-EXT)
                              = MVT-NUMERO-COMPTE
                          AND WS-EXT-REFERENCE(WS-IDX-EXT)
                              = WS-CLE-MVT
                          AND WS-EXT-ORIGINE(WS-IDX-EXT) = MVT-TYPE
                          MOVE "O" TO WS-EXT-TROUVEE(WS-IDX-EXT)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE TRANSACTION-JOURNAL.

      *> Une extourne passée en début de période peut viser un
      *> mouvement de la période close, déjà archivé : l'archive du
      *> mois de la référence (JRNAAAAMM.DAT) est lue une fois pour
      *> toutes les extournes encore orphelines de ce mois.
       CHERCHER-DANS-ARCHIVES.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
              UNTIL WS-IDX-EXT > WS-NB-EXTOURNES
              IF WS-EXT-TROUVEE(WS-IDX-EXT) = "N"
                 MOVE WS-EXT-REFERENCE(WS-IDX-EXT)(1:6)
                   TO WS-MOIS-ARCHIVE
                 PERFORM LIRE-ARCHIVE-DU-MOIS
              END-IF
           END-PERFORM.

       LIRE-ARCHIVE-DU-MOIS.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "JRN"           DELIMITED BY SIZE
                  WS-MOIS-ARCHIVE DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
             INTO WS-NOM-ARCHIVE.
           MOVE "00" TO WS-FS-ARCHIVE.
           OPEN INPUT FICHIER-ARCHIVE.
           IF WS-FS-ARCHIVE = "00"
              PERFORM UNTIL WS-FS-ARCHIVE = "10"
                 READ FICHIER-ARCHIVE
                    AT END
                       MOVE "10" TO WS-FS-ARCHIVE
                    NOT AT END
                       PERFORM RAPPROCHER-MOUVEMENT-ARCHIVE
                 END-READ
              END-PERFORM
              CLOSE FICHIER-ARCHIVE
           END-IF.
           PERFORM VARYING WS-IDX-EXT-2 FROM 1 BY 1
              UNTIL WS-IDX-EXT-2 > WS-NB-EXTOURNES
              IF WS-EXT-TROUVEE(WS-IDX-EXT-2) = "N"
                 AND WS-EXT-REFERENCE(WS-IDX-EXT-2)(1:6)
                     = WS-MOIS-ARCHIVE
                 MOVE "A" TO WS-EXT-TROUVEE(WS-IDX-EXT-2)
              END-IF
           END-PERFORM.

       RAPPROCHER-MOUVEMENT-ARCHIVE.
           COMPUTE WS-CLE-MVT = ARC-DATE * 1000000 + ARC-HEURE.
           PERFORM VARYING WS-IDX-EXT-2 FROM 1 BY 1
              UNTIL WS-IDX-EXT-2 > WS-NB-EXTOURNES
              IF WS-EXT-TROUVEE(WS-IDX-EXT-2) = "N"
                 AND WS-EXT-COMPTE(WS-IDX-EXT-2) = ARC-NUMERO-COMPTE
                 AND WS-EXT-REFERENCE(WS-IDX-EXT-2) = WS-CLE-MVT
                 AND WS-EXT-ORIGINE(WS-IDX-EXT-2) = ARC-TYPE
                 MOVE "O" TO WS-EXT-TROUVEE(WS-IDX-EXT-2)
              END-IF
           END-PERFORM.

       SIGNALER-EXTOURNES.
           MOVE 14 TO WS-IDX-REGLE.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
              UNTIL WS-IDX-EXT > WS-NB-EXTOURNES
              IF WS-EXT-TROUVEE(WS-IDX-EXT) NOT = "O"
                 MOVE SPACES TO WS-DETAIL
                 STRING "COMPTE " WS-EXT-COMPTE(WS-IDX-EXT)
                        " " WS-EXT-TYPE(WS-IDX-EXT)
                        " DU " WS-EXT-DATE(WS-IDX-EXT)
                        " SANS ORIGINE " WS-EXT-ORIGINE(WS-IDX-EXT)
                        " " WS-EXT-REFERENCE(WS-IDX-EXT)
                   DELIMITED BY SIZE INTO WS-DETAIL
                 PERFORM SIGNALER-ANOMALIE
              END-IF
           END-PERFORM.
           IF WS-NB-EXT-NON-CTL > 0
              MOVE SPACES TO WS-DETAIL
              STRING WS-NB-EXT-NON-CTL
                     " EXTOURNES AU-DELA DE LA TABLE, NON CONTROLEES"
                DELIMITED BY SIZE INTO WS-DETAIL
              PERFORM SIGNALER-ANOMALIE
           END-IF.

      *> Décompte par règle puis verdict d'ensemble.
       ECRIRE-DECOMPTE.
           MOVE SPACES TO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.
           MOVE "DECOMPTE PAR REGLE" TO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.
           PERFORM VARYING WS-IDX-REGLE FROM 1 BY 1
              UNTIL WS-IDX-REGLE > WS-NB-REGLES
              MOVE SPACES TO LIGNE-INTEGRITE
              IF WS-REGLE-FAITE(WS-IDX-REGLE) = "N"
                 STRING WS-REGLE-CODE(WS-IDX-REGLE) " "
                        WS-REGLE-LIBELLE(WS-IDX-REGLE) " NON FAIT"
                   DELIMITED BY SIZE INTO LIGNE-INTEGRITE
              ELSE
                 MOVE WS-REGLE-NB(WS-IDX-REGLE) TO WS-NB-EDIT
                 STRING WS-REGLE-CODE(WS-IDX-REGLE) " "
                        WS-REGLE-LIBELLE(WS-IDX-REGLE) " "
                        WS-NB-EDIT
                   DELIMITED BY SIZE INTO LIGNE-INTEGRITE
              END-IF
              WRITE LIGNE-INTEGRITE
           END-PERFORM.
           MOVE SPACES TO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.
           MOVE WS-NB-ANOMALIES TO WS-NB-EDIT.
           MOVE SPACES TO LIGNE-INTEGRITE.
           IF WS-NB-ANOMALIES = 0
              STRING "RESULTAT : CONFORME, AUCUNE ANOMALIE"
                DELIMITED BY SIZE INTO LIGNE-INTEGRITE
           ELSE
              STRING "RESULTAT : ECHEC, " WS-NB-EDIT " ANOMALIE(S)"
                DELIMITED BY SIZE INTO LIGNE-INTEGRITE
           END-IF.
           WRITE LIGNE-INTEGRITE.
