       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankGlBalancesBatch.

      *> Soldes du grand livre : applique la remise GRANDLIVRE.DAT de
      *> la journée au fichier permanent des soldes par compte
      *> général (SOLDESGL.DAT), édite la balance générale et
      *> rapproche les comptes de contrôle de leurs fichiers de
      *> détail dans BALANCE.DAT :
      *>   201000 dépôts de la clientèle / somme des SOLDE des comptes
      *>   251000 dépôts à terme / principal des dépôts actifs
      *>   285000 virements en instance / virements en attente dans
      *>          VIREXT.DAT et remise interbancaire du jour
      *>   271000 crédits à la clientèle / capital restant des prêts
      *> Tout écart est listé par compte. La remise n'est appliquée
      *> qu'une fois : sa date doit être postérieure à la dernière
      *> remise appliquée, et ses contrôles (nombre d'écritures,
      *> totaux débit/crédit du pied) doivent être justes.
      *>
      *> Le règlement de la compensation n'est pas dans le journal
      *> des mouvements : le lot le passe lui-même contre le compte
      *> de règlement 111000, pour que 285000 ne garde que ce qui est
      *> réellement en instance. Les remises interbancaires datées
      *> depuis la remise précédente sont réputées réglées (285000
      *> au débit), les virements reçus de la compensation ("X") le
      *> sont le jour même (285000 au crédit).
      *>
      *> Au premier passage (fichier des soldes absent), les comptes
      *> de contrôle sont repris de leurs fichiers de détail ; la
      *> contrepartie de la reprise va en 890000 pour que la balance
      *> reste équilibrée. La date vient de la ligne BALANCES du
      *> fichier des paramètres, sinon de la console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-GRAND-LIVRE ASSIGN TO "GRANDLIVRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT FICHIER-SOLDES-GL ASSIGN TO "SOLDESGL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGL-COMPTE-GL
               FILE STATUS IS WS-FS-SOLDES.

           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

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

           SELECT VIREMENTS-EXTERNES ASSIGN TO "VIREXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIREXT.

           SELECT FICHIER-REMISE ASSIGN TO DYNAMIC
               WS-NOM-REMISE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMISE.

           SELECT RAPPORT-BALANCE ASSIGN TO "BALANCE.DAT"
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
      *> Même gabarit que la remise écrite par BankGlExtract.
       FD  FICHIER-GRAND-LIVRE.
       01  GL-REC.
           05 GL-CODE-ENR           PIC X(1).
              88 GL-ENTETE          VALUE "H".
              88 GL-DETAIL          VALUE "D".
              88 GL-PIED            VALUE "T".
           05 GL-DONNEES            PIC X(43).
           05 GL-ZONE-DETAIL REDEFINES GL-DONNEES.
              10 GL-COMPTE-GL       PIC 9(6).
              10 GL-SENS            PIC X(1).
              10 GL-MONTANT         PIC 9(9)V99.
              10 GL-COMPTE-CLIENT   PIC 9(5).
              10 GL-TYPE-MVT        PIC X(1).
              10 FILLER             PIC X(19).
           05 GL-ZONE-ENTETE REDEFINES GL-DONNEES.
              10 GL-DATE-REMISE     PIC 9(8).
              10 FILLER             PIC X(35).
           05 GL-ZONE-PIED REDEFINES GL-DONNEES.
              10 GL-NB-ECRITURES    PIC 9(7).
              10 GL-TOTAL-DEBITS    PIC 9(11)V99.
              10 GL-TOTAL-CREDITS   PIC 9(11)V99.
              10 GL-HASH-COMPTES    PIC 9(10).

       FD  FICHIER-SOLDES-GL.
       01  SOLDE-GL-REC.
           COPY "cpysgl.cpy".

       FD  ACCOUNT-MASTER.
       01  COMPTE-REC.
           COPY "cpycte.cpy".

       FD  COMPTES-A-TERME.
       01  TERME-REC.
           COPY "cpycat.cpy".

       FD  FICHIER-PRETS.
       01  PRET-REC.
           COPY "cpypre.cpy".

       FD  VIREMENTS-EXTERNES.
       01  ENR-VIR-EXT.
           05 VEX-NUMERO-COMPTE      PIC 9(5).
           05 VEX-BANQUE-DEST        PIC X(5).
           05 VEX-COMPTE-DEST        PIC X(11).
           05 VEX-MONTANT            PIC 9(9)V99.
           05 VEX-DATE               PIC 9(8).

      *> Remise interbancaire REMAAAAMMJJ.DAT : seul l'enregistrement
      *> de contrôle de tête est lu (montant total de la remise).
       FD  FICHIER-REMISE.
       01  ENR-REMISE.
           05 REM-CODE-ENR           PIC X(1).
              88 REM-ENTETE          VALUE "H".
           05 REM-DONNEES            PIC X(40).
           05 REM-ZONE-CTRL REDEFINES REM-DONNEES.
              10 REM-CTRL-DATE       PIC 9(8).
              10 REM-CTRL-NOMBRE     PIC 9(7).
              10 REM-CTRL-TOTAL      PIC 9(11)V99.
              10 FILLER              PIC X(12).

       FD  RAPPORT-BALANCE.
       01  LIGNE-BALANCE            PIC X(80).

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-GL              PIC X(2) VALUE "00".
           01 WS-FS-SOLDES          PIC X(2) VALUE "00".
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-TERMES          PIC X(2) VALUE "00".
           01 WS-FS-PRETS           PIC X(2) VALUE "00".
           01 WS-FS-VIREXT          PIC X(2) VALUE "00".
           01 WS-FS-REMISE          PIC X(2) VALUE "00".
           01 WS-FS-RAPPORT         PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-REMISE-NOTEE       PIC X(1) VALUE "O".
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-NOM-REMISE         PIC X(20).

           01 WS-DATE-RUN-X         PIC X(8).
           01 WS-DATE-RUN           PIC 9(8).
           01 WS-DATE-PRECEDENTE    PIC 9(8) VALUE 0.
           01 WS-REPRISE            PIC X(1) VALUE "N".
              88 REPRISE-DES-SOLDES VALUE "O".
           01 WS-SGL-EXISTE         PIC X(1).

      *> Contrôles de la remise lue en première passe.
           01 WS-DATE-REMISE        PIC 9(8) VALUE 0.
           01 WS-PIED-LU            PIC X(1) VALUE "N".
           01 WS-NB-DETAILS         PIC 9(7) VALUE 0.
           01 WS-REMISE-DEBITS      PIC 9(11)V99 VALUE 0.
           01 WS-REMISE-CREDITS     PIC 9(11)V99 VALUE 0.
           01 WS-PIED-NB            PIC 9(7) VALUE 0.
           01 WS-PIED-DEBITS        PIC 9(11)V99 VALUE 0.
           01 WS-PIED-CREDITS       PIC 9(11)V99 VALUE 0.

      *> Imputation d'une ligne au fichier des soldes.
           01 WS-IMP-COMPTE         PIC 9(6).
           01 WS-IMP-SENS           PIC X(1).
           01 WS-IMP-MONTANT        PIC 9(11)V99.
           01 WS-NB-IMPUTATIONS     PIC 9(7) VALUE 0.

      *> Règlement de la compensation.
           01 WS-COMPENSATION-RECUE PIC S9(11)V99 VALUE 0.
           01 WS-REMISES-REGLEES    PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-REMISE       PIC 9(11)V99.
           01 WS-DATE-LUE           PIC 9(8).
           01 WS-ENTIER-JOUR        PIC 9(8).
           01 WS-ENTIER-FIN         PIC 9(8).

      *> Plan de comptes pour les libellés de la balance.
           01 WS-PLAN-COMPTES.
              05 FILLER PIC X(26) VALUE "101000CAISSE".
              05 FILLER PIC X(26) VALUE "111000REGLEMENT COMPENS.".
              05 FILLER PIC X(26) VALUE "201000DEPOTS CLIENTELE".
              05 FILLER PIC X(26) VALUE "251000DEPOTS A TERME".
              05 FILLER PIC X(26) VALUE "271000CREDITS CLIENTELE".
              05 FILLER PIC X(26) VALUE "285000VIREMENTS INSTANCE".
              05 FILLER PIC X(26) VALUE "286000CHEQUES A REGLER".
              05 FILLER PIC X(26) VALUE "287000CARTES A REGLER".
              05 FILLER PIC X(26) VALUE "288000PRELEVEMENTS A REGL".
              05 FILLER PIC X(26) VALUE "445000RETENUE A LA SOURCE".
              05 FILLER PIC X(26) VALUE "601000CHARGES D'INTERETS".
              05 FILLER PIC X(26) VALUE "701000PRODUITS DE FRAIS".
              05 FILLER PIC X(26) VALUE "702000INTERETS SUR PRETS".
              05 FILLER PIC X(26) VALUE "703000INTERETS DEBITEURS".
              05 FILLER PIC X(26) VALUE "890000REPRISE DES SOLDES".
           01 WS-PLAN-R REDEFINES WS-PLAN-COMPTES.
              05 WS-PLAN-ENTRY OCCURS 15 TIMES.
                 10 WS-PLAN-CODE     PIC 9(6).
                 10 WS-PLAN-LIBELLE  PIC X(20).
           01 WS-IDX-PLAN           PIC 9(2).
           01 WS-LIBELLE            PIC X(20).

      *> Comptes de contrôle rapprochés : code et nature (P passif,
      *> solde créditeur ; A actif, solde débiteur). Le montant du
      *> fichier de détail est tenu dans le sens naturel du compte.
           01 WS-CONTROLES.
              05 FILLER             PIC X(7) VALUE "201000P".
              05 FILLER             PIC X(7) VALUE "251000P".
              05 FILLER             PIC X(7) VALUE "285000P".
              05 FILLER             PIC X(7) VALUE "271000A".
           01 WS-CONTROLES-R REDEFINES WS-CONTROLES.
              05 WS-CTL-ENTRY OCCURS 4 TIMES.
                 10 WS-CTL-COMPTE    PIC 9(6).
                 10 WS-CTL-NATURE    PIC X(1).
           01 WS-CONTROLES-MONTANTS.
              05 WS-CTL-MONTANTS OCCURS 4 TIMES.
                 10 WS-CTL-DETAIL    PIC S9(11)V99.
                 10 WS-CTL-FAIT      PIC X(1).
           01 WS-IDX-CTL            PIC 9(1).
           01 WS-SOLDE-ATTENDU      PIC S9(11)V99.
           01 WS-SOLDE-NATUREL      PIC S9(11)V99.
           01 WS-ECART              PIC S9(11)V99.
           01 WS-NB-ECARTS          PIC 9(7) VALUE 0.

           01 WS-BAL-DEBITS         PIC 9(13)V99 VALUE 0.
           01 WS-BAL-CREDITS        PIC 9(13)V99 VALUE 0.
           01 WS-BAL-SOLDE          PIC S9(13)V99 VALUE 0.
           01 WS-NB-COMPTES-GL      PIC 9(5) VALUE 0.
           01 WS-NB-EDIT            PIC Z(6)9.
           01 WS-DEBITS-EDIT        PIC Z(11)9.99.
           01 WS-CREDITS-EDIT       PIC Z(11)9.99.
           01 WS-SOLDE-EDIT         PIC -(11)9.99.
           01 WS-GL-EDIT            PIC -(10)9.99.
           01 WS-DETAIL-EDIT        PIC -(10)9.99.
           01 WS-ECART-EDIT         PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LIRE-PARAMETRE
           IF WS-PARAM-TROUVE = "N"
              DISPLAY "Date de la remise (AAAAMMJJ, vide = "
                      "aujourd'hui) :"
              ACCEPT WS-DATE-RUN-X
           END-IF
           IF WS-DATE-RUN-X = SPACES
              ACCEPT WS-DATE-RUN FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATE-RUN-X TO WS-DATE-RUN
           END-IF

           PERFORM CONTROLER-REMISE
           PERFORM OUVRIR-SOLDES
           PERFORM APPLIQUER-REMISE
           PERFORM REGLER-COMPENSATION
           PERFORM CALCULER-DETAILS
           IF REPRISE-DES-SOLDES
              PERFORM REPRENDRE-SOLDES
           END-IF
           PERFORM NOTER-REMISE-APPLIQUEE

           OPEN OUTPUT RAPPORT-BALANCE
           PERFORM ECRIRE-BALANCE
           PERFORM ECRIRE-RAPPROCHEMENT
           CLOSE RAPPORT-BALANCE
           CLOSE FICHIER-SOLDES-GL

           DISPLAY "Remise du " WS-DATE-RUN " appliquée aux soldes "
                   "du grand livre."
           DISPLAY "Écritures imputées : " WS-NB-IMPUTATIONS
           DISPLAY "Comptes au grand livre : " WS-NB-COMPTES-GL
           IF WS-BAL-SOLDE NOT = 0
              DISPLAY "*** BALANCE DESEQUILIBREE, VOIR BALANCE.DAT ***"
           END-IF
           IF WS-NB-ECARTS > 0
              DISPLAY "*** ECARTS DE RAPPROCHEMENT : " WS-NB-ECARTS
                      ", VOIR BALANCE.DAT ***"
           END-IF
           IF WS-BAL-SOLDE = 0 AND WS-NB-ECARTS = 0
              MOVE "OK" TO WS-REG-ETAT
           ELSE
              MOVE "AN" TO WS-REG-ETAT
           END-IF
           IF WS-REMISE-NOTEE = "N"
              MOVE "AB" TO WS-REG-ETAT
           END-IF
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Date de la remise lue dans le fichier des paramètres de la
      *> chaîne de nuit (ligne BALANCES) ; sinon saisie console.
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
                       IF PRM-PROGRAMME = "BALANCES"
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
           MOVE "BALANCES" TO REG-PROGRAMME.
           MOVE WS-DATE-RUN TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-IMPUTATIONS TO REG-COMPTEUR-1.
           MOVE WS-NB-ECARTS TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.

       ABANDONNER.
           MOVE "AB" TO WS-REG-ETAT.
           PERFORM ENREGISTRER-PASSAGE.
           STOP RUN.

      *> Première passe sur la remise, avant toute mise à jour :
      *> date de l'en-tête, pied présent, nombre d'écritures et
      *> totaux égaux à ceux du pied, débits égaux aux crédits. Une
      *> remise refusée ne touche pas au fichier des soldes.
       CONTROLER-REMISE.
           OPEN INPUT FICHIER-GRAND-LIVRE.
           IF WS-FS-GL NOT = "00"
              DISPLAY "GRANDLIVRE.DAT introuvable, soldes non mis à "
                      "jour."
              PERFORM ABANDONNER
           END-IF.
           PERFORM UNTIL WS-FS-GL = "10"
              READ FICHIER-GRAND-LIVRE
                 AT END
                    MOVE "10" TO WS-FS-GL
                 NOT AT END
                    EVALUATE TRUE
                     WHEN GL-ENTETE
                      MOVE GL-DATE-REMISE TO WS-DATE-REMISE
                     WHEN GL-DETAIL
                      ADD 1 TO WS-NB-DETAILS
                      IF GL-SENS = "D"
                         ADD GL-MONTANT TO WS-REMISE-DEBITS
                      ELSE
                         ADD GL-MONTANT TO WS-REMISE-CREDITS
                      END-IF
                     WHEN GL-PIED
                      MOVE "O" TO WS-PIED-LU
                      MOVE GL-NB-ECRITURES TO WS-PIED-NB
                      MOVE GL-TOTAL-DEBITS TO WS-PIED-DEBITS
                      MOVE GL-TOTAL-CREDITS TO WS-PIED-CREDITS
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE FICHIER-GRAND-LIVRE.

           IF WS-DATE-REMISE NOT = WS-DATE-RUN
              DISPLAY "GRANDLIVRE.DAT porte la remise du "
                      WS-DATE-REMISE ", pas celle du " WS-DATE-RUN
                      " : soldes non mis à jour."
              PERFORM ABANDONNER
           END-IF.
           IF WS-PIED-LU = "N"
              OR WS-PIED-NB NOT = WS-NB-DETAILS
              OR WS-PIED-DEBITS NOT = WS-REMISE-DEBITS
              OR WS-PIED-CREDITS NOT = WS-REMISE-CREDITS
              DISPLAY "Remise incomplète (pied absent ou totaux de "
                      "contrôle faux) : soldes non mis à jour."
              PERFORM ABANDONNER
           END-IF.
           IF WS-REMISE-DEBITS NOT = WS-REMISE-CREDITS
              DISPLAY "Remise déséquilibrée : soldes non mis "
                      "à jour."
              PERFORM ABANDONNER
           END-IF.

      *> Le fichier des soldes est créé au premier passage, qui fait
      *> la reprise ; ensuite l'enregistrement de contrôle interdit
      *> d'appliquer deux fois la même remise.
       OUVRIR-SOLDES.
           OPEN I-O FICHIER-SOLDES-GL.
           IF WS-FS-SOLDES = "35"
              OPEN OUTPUT FICHIER-SOLDES-GL
              CLOSE FICHIER-SOLDES-GL
              OPEN I-O FICHIER-SOLDES-GL
              MOVE "O" TO WS-REPRISE
           END-IF.
           IF WS-FS-SOLDES NOT = "00"
              DISPLAY "Fichier des soldes du grand livre "
                      "inutilisable (statut " WS-FS-SOLDES ")."
              PERFORM ABANDONNER
           END-IF.

           MOVE 0 TO SGL-COMPTE-GL.
           READ FICHIER-SOLDES-GL KEY IS SGL-COMPTE-GL
            INVALID KEY
             MOVE 0 TO WS-DATE-PRECEDENTE
            NOT INVALID KEY
             MOVE SGL-DATE-MAJ TO WS-DATE-PRECEDENTE
           END-READ.
           IF WS-DATE-PRECEDENTE NOT < WS-DATE-RUN
              DISPLAY "Remise du " WS-DATE-RUN " refusée : la remise "
                      "du " WS-DATE-PRECEDENTE " est déjà appliquée."
              CLOSE FICHIER-SOLDES-GL
              PERFORM ABANDONNER
           END-IF.

      *> Seconde passe : chaque écriture est cumulée sur son compte.
      *> Les virements reçus ("X" au débit de 285000) sont totalisés
      *> pour leur règlement.
       APPLIQUER-REMISE.
           MOVE "00" TO WS-FS-GL.
           OPEN INPUT FICHIER-GRAND-LIVRE.
           PERFORM UNTIL WS-FS-GL = "10"
              READ FICHIER-GRAND-LIVRE
                 AT END
                    MOVE "10" TO WS-FS-GL
                 NOT AT END
                    IF GL-DETAIL
                       MOVE GL-COMPTE-GL TO WS-IMP-COMPTE
                       MOVE GL-SENS TO WS-IMP-SENS
                       MOVE GL-MONTANT TO WS-IMP-MONTANT
                       PERFORM IMPUTER
                       IF GL-COMPTE-GL = 285000 AND GL-TYPE-MVT = "X"
                          IF GL-SENS = "D"
                             ADD GL-MONTANT TO WS-COMPENSATION-RECUE
                          ELSE
                             SUBTRACT GL-MONTANT
                                FROM WS-COMPENSATION-RECUE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-GRAND-LIVRE.

       IMPUTER.
           MOVE WS-IMP-COMPTE TO SGL-COMPTE-GL.
           READ FICHIER-SOLDES-GL KEY IS SGL-COMPTE-GL
            INVALID KEY
             MOVE "N" TO WS-SGL-EXISTE
             MOVE WS-IMP-COMPTE TO SGL-COMPTE-GL
             MOVE 0 TO SGL-TOTAL-DEBITS
             MOVE 0 TO SGL-TOTAL-CREDITS
             MOVE 0 TO SGL-SOLDE
             MOVE WS-DATE-RUN TO SGL-DATE-CREATION
            NOT INVALID KEY
             MOVE "O" TO WS-SGL-EXISTE
           END-READ.
           IF WS-IMP-SENS = "D"
              ADD WS-IMP-MONTANT TO SGL-TOTAL-DEBITS
              ADD WS-IMP-MONTANT TO SGL-SOLDE
           ELSE
              ADD WS-IMP-MONTANT TO SGL-TOTAL-CREDITS
              SUBTRACT WS-IMP-MONTANT FROM SGL-SOLDE
           END-IF.
           MOVE WS-DATE-RUN TO SGL-DATE-MAJ.
           IF WS-SGL-EXISTE = "O"
              REWRITE SOLDE-GL-REC
               INVALID KEY
                DISPLAY "Erreur de mise à jour du compte général "
                        WS-IMP-COMPTE
              END-REWRITE
           ELSE
              WRITE SOLDE-GL-REC
               INVALID KEY
                DISPLAY "Erreur de création du compte général "
                        WS-IMP-COMPTE
              END-WRITE
           END-IF.
           ADD 1 TO WS-NB-IMPUTATIONS.

      *> Remises interbancaires des jours écoulés depuis la remise
      *> précédente (celle du jour reste en instance jusqu'au
      *> lendemain), puis virements reçus de la compensation du
      *> jour. A la reprise, les remises antérieures sont réputées
      *> déjà réglées.
       REGLER-COMPENSATION.
           IF NOT REPRISE-DES-SOLDES AND WS-DATE-PRECEDENTE NOT = 0
              COMPUTE WS-ENTIER-JOUR =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-PRECEDENTE)
              COMPUTE WS-ENTIER-FIN =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-RUN)
              PERFORM UNTIL WS-ENTIER-JOUR NOT < WS-ENTIER-FIN
                 COMPUTE WS-DATE-LUE =
                    FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
                 PERFORM LIRE-TOTAL-REMISE
                 ADD WS-TOTAL-REMISE TO WS-REMISES-REGLEES
                 ADD 1 TO WS-ENTIER-JOUR
              END-PERFORM
           END-IF.
           IF WS-REMISES-REGLEES > 0
              MOVE 285000 TO WS-IMP-COMPTE
              MOVE "D" TO WS-IMP-SENS
              MOVE WS-REMISES-REGLEES TO WS-IMP-MONTANT
              PERFORM IMPUTER
              MOVE 111000 TO WS-IMP-COMPTE
              MOVE "C" TO WS-IMP-SENS
              PERFORM IMPUTER
           END-IF.
           IF WS-COMPENSATION-RECUE NOT = 0
              MOVE WS-COMPENSATION-RECUE TO WS-IMP-MONTANT
              MOVE 111000 TO WS-IMP-COMPTE
              IF WS-COMPENSATION-RECUE > 0
                 MOVE "D" TO WS-IMP-SENS
              ELSE
                 MOVE "C" TO WS-IMP-SENS
              END-IF
              PERFORM IMPUTER
              MOVE 285000 TO WS-IMP-COMPTE
              IF WS-COMPENSATION-RECUE > 0
                 MOVE "C" TO WS-IMP-SENS
              ELSE
                 MOVE "D" TO WS-IMP-SENS
              END-IF
              PERFORM IMPUTER
           END-IF.

      *> Montant total de la remise interbancaire WS-DATE-LUE ; zéro
      *> s'il n'y a pas eu de remise ce jour-là.
       LIRE-TOTAL-REMISE.
           MOVE 0 TO WS-TOTAL-REMISE.
           MOVE SPACES TO WS-NOM-REMISE.
           STRING "REM"        DELIMITED BY SIZE
                  WS-DATE-LUE  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
             INTO WS-NOM-REMISE.
           OPEN INPUT FICHIER-REMISE.
           IF WS-FS-REMISE = "00"
              READ FICHIER-REMISE
                 NOT AT END
                    IF REM-ENTETE
                       MOVE REM-CTRL-TOTAL TO WS-TOTAL-REMISE
                    END-IF
              END-READ
              CLOSE FICHIER-REMISE
           END-IF.

      *> Montants des fichiers de détail, dans le sens naturel de
      *> chaque compte de contrôle. Sans fichier des comptes, le
      *> rapprochement de 201000 est sans objet ; un fichier de
      *> dépôts à terme, de prêts ou d'attente absent vaut zéro.
       CALCULER-DETAILS.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
              UNTIL WS-IDX-CTL > 4
              MOVE 0 TO WS-CTL-DETAIL(WS-IDX-CTL)
              MOVE "O" TO WS-CTL-FAIT(WS-IDX-CTL)
           END-PERFORM.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-COMPTES NOT = "00"
              MOVE "N" TO WS-CTL-FAIT(1)
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
                       ADD SOLDE TO WS-CTL-DETAIL(1)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF.

           OPEN INPUT COMPTES-A-TERME.
           IF WS-FS-TERMES = "00"
              MOVE ZEROS TO CAT-NUMERO
              START COMPTES-A-TERME KEY IS NOT LESS THAN CAT-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-TERMES
              END-START
              PERFORM UNTIL WS-FS-TERMES = "10"
                 READ COMPTES-A-TERME NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-TERMES
                    NOT AT END
                       IF CAT-ACTIF
                          ADD CAT-PRINCIPAL TO WS-CTL-DETAIL(2)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPTES-A-TERME
           END-IF.

           OPEN INPUT VIREMENTS-EXTERNES.
           IF WS-FS-VIREXT = "00"
              PERFORM UNTIL WS-FS-VIREXT = "10"
                 READ VIREMENTS-EXTERNES
                    AT END
                       MOVE "10" TO WS-FS-VIREXT
                    NOT AT END
                       ADD VEX-MONTANT TO WS-CTL-DETAIL(3)
                 END-READ
              END-PERFORM
              CLOSE VIREMENTS-EXTERNES
           END-IF.
           MOVE WS-DATE-RUN TO WS-DATE-LUE.
           PERFORM LIRE-TOTAL-REMISE.
           ADD WS-TOTAL-REMISE TO WS-CTL-DETAIL(3).

           OPEN INPUT FICHIER-PRETS.
           IF WS-FS-PRETS = "00"
              MOVE ZEROS TO PRE-NUMERO
              START FICHIER-PRETS KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY
                MOVE "10" TO WS-FS-PRETS
              END-START
              PERFORM UNTIL WS-FS-PRETS = "10"
                 READ FICHIER-PRETS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-PRETS
                    NOT AT END
                       IF PRE-ACTIF
                          ADD PRE-CAPITAL-RESTANT TO WS-CTL-DETAIL(4)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PRETS
           END-IF.

      *> Reprise : chaque compte de contrôle est porté au solde de
      *> son fichier de détail, contrepartie en 890000.
       REPRENDRE-SOLDES.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
              UNTIL WS-IDX-CTL > 4
              IF WS-CTL-FAIT(WS-IDX-CTL) = "O"
                 PERFORM CALCULER-ECART
                 IF WS-ECART NOT = 0
                    PERFORM PASSER-REPRISE
                 END-IF
              END-IF
           END-PERFORM.

       PASSER-REPRISE.
           MOVE WS-CTL-COMPTE(WS-IDX-CTL) TO WS-IMP-COMPTE.
           IF WS-SOLDE-ATTENDU > SGL-SOLDE
              MOVE "D" TO WS-IMP-SENS
              COMPUTE WS-IMP-MONTANT = WS-SOLDE-ATTENDU - SGL-SOLDE
           ELSE
              MOVE "C" TO WS-IMP-SENS
              COMPUTE WS-IMP-MONTANT = SGL-SOLDE - WS-SOLDE-ATTENDU
           END-IF.
           PERFORM IMPUTER.
           MOVE 890000 TO WS-IMP-COMPTE.
           IF WS-IMP-SENS = "D"
              MOVE "C" TO WS-IMP-SENS
           ELSE
              MOVE "D" TO WS-IMP-SENS
           END-IF.
           PERFORM IMPUTER.

      *> Solde du compte de contrôle WS-IDX-CTL au fichier des
      *> soldes, solde attendu d'après le fichier de détail (débit
      *> moins crédit) et écart entre les deux.
       CALCULER-ECART.
           MOVE WS-CTL-COMPTE(WS-IDX-CTL) TO SGL-COMPTE-GL.
           READ FICHIER-SOLDES-GL KEY IS SGL-COMPTE-GL
            INVALID KEY
             MOVE 0 TO SGL-SOLDE
           END-READ.
           IF WS-CTL-NATURE(WS-IDX-CTL) = "P"
              COMPUTE WS-SOLDE-ATTENDU = 0 - WS-CTL-DETAIL(WS-IDX-CTL)
           ELSE
              MOVE WS-CTL-DETAIL(WS-IDX-CTL) TO WS-SOLDE-ATTENDU
           END-IF.
           COMPUTE WS-ECART = SGL-SOLDE - WS-SOLDE-ATTENDU.

       NOTER-REMISE-APPLIQUEE.
           MOVE 0 TO SGL-COMPTE-GL.
           READ FICHIER-SOLDES-GL KEY IS SGL-COMPTE-GL
            INVALID KEY
             MOVE 0 TO SGL-TOTAL-DEBITS
             MOVE 0 TO SGL-TOTAL-CREDITS
             MOVE 0 TO SGL-SOLDE
             MOVE WS-DATE-RUN TO SGL-DATE-CREATION
             MOVE WS-DATE-RUN TO SGL-DATE-MAJ
             WRITE SOLDE-GL-REC
              INVALID KEY
               PERFORM SIGNALER-REMISE-NON-NOTEE
             END-WRITE
            NOT INVALID KEY
             MOVE WS-DATE-RUN TO SGL-DATE-MAJ
             REWRITE SOLDE-GL-REC
              INVALID KEY
               PERFORM SIGNALER-REMISE-NON-NOTEE
             END-REWRITE
           END-READ.

      *> Les soldes ont reçu la remise mais pas sa date : le passage
      *> finit abandonné pour que la remise ne soit pas rejouée sans
      *> examen du fichier des soldes.
       SIGNALER-REMISE-NON-NOTEE.
           MOVE "N" TO WS-REMISE-NOTEE.
           DISPLAY "*** Date de la remise " WS-DATE-RUN " non "
                   "enregistrée au fichier des soldes (statut "
                   WS-FS-SOLDES ") ***".
           DISPLAY "*** Ne pas relancer la remise : elle est déjà "
                   "imputée ***".

       CHERCHER-LIBELLE.
           MOVE "COMPTE NON REFERENCE" TO WS-LIBELLE.
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
              UNTIL WS-IDX-PLAN > 15
              IF WS-PLAN-CODE(WS-IDX-PLAN) = SGL-COMPTE-GL
                 MOVE WS-PLAN-LIBELLE(WS-IDX-PLAN) TO WS-LIBELLE
              END-IF
           END-PERFORM.

      *> Balance générale : cumuls et solde de chaque compte ; la
      *> somme des soldes doit être nulle.
       ECRIRE-BALANCE.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING "=== BALANCE GENERALE APRES LA REMISE DU "
                                   DELIMITED BY SIZE
                  WS-DATE-RUN      DELIMITED BY SIZE
                  " ==="           DELIMITED BY SIZE
             INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           IF REPRISE-DES-SOLDES
              MOVE "REPRISE DES COMPTES DE CONTROLE EN 890000"
                TO LIGNE-BALANCE
              WRITE LIGNE-BALANCE
           END-IF.
           MOVE "COMPTE LIBELLE                       DEBITS"
             TO LIGNE-BALANCE.
           MOVE "        CREDITS            SOLDE"
             TO LIGNE-BALANCE(45:32).
           WRITE LIGNE-BALANCE.

           MOVE 1 TO SGL-COMPTE-GL.
           START FICHIER-SOLDES-GL KEY IS NOT LESS THAN SGL-COMPTE-GL
            INVALID KEY
             MOVE "10" TO WS-FS-SOLDES
           END-START.
           PERFORM UNTIL WS-FS-SOLDES = "10"
              READ FICHIER-SOLDES-GL NEXT RECORD
                 AT END
                    MOVE "10" TO WS-FS-SOLDES
                 NOT AT END
                    PERFORM LISTER-COMPTE-GL
              END-READ
           END-PERFORM.

           MOVE SPACES TO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE WS-BAL-DEBITS TO WS-DEBITS-EDIT.
           MOVE WS-BAL-CREDITS TO WS-CREDITS-EDIT.
           MOVE WS-BAL-SOLDE TO WS-SOLDE-EDIT.
           MOVE SPACES TO LIGNE-BALANCE.
           MOVE "TOTAL" TO LIGNE-BALANCE.
           MOVE WS-DEBITS-EDIT TO LIGNE-BALANCE(29:15).
           MOVE WS-CREDITS-EDIT TO LIGNE-BALANCE(45:15).
           MOVE WS-SOLDE-EDIT TO LIGNE-BALANCE(61:16).
           WRITE LIGNE-BALANCE.
           IF WS-BAL-SOLDE = 0
              MOVE "BALANCE EQUILIBREE" TO LIGNE-BALANCE
           ELSE
              MOVE "*** BALANCE DESEQUILIBREE ***" TO LIGNE-BALANCE
           END-IF.
           WRITE LIGNE-BALANCE.

       LISTER-COMPTE-GL.
           PERFORM CHERCHER-LIBELLE.
           ADD 1 TO WS-NB-COMPTES-GL.
           ADD SGL-TOTAL-DEBITS TO WS-BAL-DEBITS.
           ADD SGL-TOTAL-CREDITS TO WS-BAL-CREDITS.
           ADD SGL-SOLDE TO WS-BAL-SOLDE.
           MOVE SGL-TOTAL-DEBITS TO WS-DEBITS-EDIT.
           MOVE SGL-TOTAL-CREDITS TO WS-CREDITS-EDIT.
           MOVE SGL-SOLDE TO WS-SOLDE-EDIT.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING SGL-COMPTE-GL      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-LIBELLE         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DEBITS-EDIT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CREDITS-EDIT    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-SOLDE-EDIT      DELIMITED BY SIZE
             INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.

      *> Rapprochement des comptes de contrôle, montants dans le
      *> sens naturel du compte (créditeur pour les dépôts et les
      *> virements en instance, débiteur pour les crédits).
       ECRIRE-RAPPROCHEMENT.
           MOVE SPACES TO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE "=== RAPPROCHEMENT DES COMPTES DE CONTROLE ==="
             TO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE "COMPTE LIBELLE                 GRAND LIVRE"
             TO LIGNE-BALANCE.
           MOVE "        DETAIL          ECART"
             TO LIGNE-BALANCE(44:29).
           WRITE LIGNE-BALANCE.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
              UNTIL WS-IDX-CTL > 4
              PERFORM RAPPROCHER-COMPTE
           END-PERFORM.
           MOVE SPACES TO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE SPACES TO LIGNE-BALANCE.
           IF WS-NB-ECARTS = 0
              MOVE "RAPPROCHEMENT SANS ECART" TO LIGNE-BALANCE
           ELSE
              MOVE WS-NB-ECARTS TO WS-NB-EDIT
              STRING "*** COMPTES EN ECART : " WS-NB-EDIT " ***"
                DELIMITED BY SIZE INTO LIGNE-BALANCE
           END-IF.
           WRITE LIGNE-BALANCE.

       RAPPROCHER-COMPTE.
           MOVE WS-CTL-COMPTE(WS-IDX-CTL) TO SGL-COMPTE-GL.
           PERFORM CHERCHER-LIBELLE.
           MOVE SPACES TO LIGNE-BALANCE.
           IF WS-CTL-FAIT(WS-IDX-CTL) = "N"
              STRING WS-CTL-COMPTE(WS-IDX-CTL) " " WS-LIBELLE
                     " NON RAPPROCHE, FICHIER DE DETAIL ABSENT"
                DELIMITED BY SIZE INTO LIGNE-BALANCE
           ELSE
              PERFORM CALCULER-ECART
              IF WS-CTL-NATURE(WS-IDX-CTL) = "P"
                 COMPUTE WS-SOLDE-NATUREL = 0 - SGL-SOLDE
                 COMPUTE WS-ECART = 0 - WS-ECART
              ELSE
                 MOVE SGL-SOLDE TO WS-SOLDE-NATUREL
              END-IF
              MOVE WS-SOLDE-NATUREL TO WS-GL-EDIT
              MOVE WS-CTL-DETAIL(WS-IDX-CTL) TO WS-DETAIL-EDIT
              MOVE WS-ECART TO WS-ECART-EDIT
              STRING WS-CTL-COMPTE(WS-IDX-CTL) DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-LIBELLE                DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-GL-EDIT                DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-DETAIL-EDIT            DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-ECART-EDIT             DELIMITED BY SIZE
                INTO LIGNE-BALANCE
              IF WS-ECART NOT = 0
                 ADD 1 TO WS-NB-ECARTS
                 MOVE "ECART" TO LIGNE-BALANCE(76:5)
              END-IF
           END-IF.
           WRITE LIGNE-BALANCE.
