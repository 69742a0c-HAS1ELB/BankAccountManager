       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankIfuBatch.

      *> Imprimé fiscal unique (IFU) annuel : relit les douze
      *> archives mensuelles JRNAAAAMM.DAT de l'année demandée et
      *> cumule, par client, les intérêts créditeurs bruts versés
      *> ("I") et la retenue à la source prélevée ("H") sur tous ses
      *> comptes, rattachés par NUMERO-CLIENT du fichier maître des
      *> comptes. Une extourne "Y" d'un intérêt ou "Z" d'une retenue
      *> vient en déduction. Un mois pas encore archivé est repris de
      *> JOURNAL.DAT. Chaque client reçoit un certificat dans IFU.DAT
      *> (nom, adresse, détail par compte, brut, retenue et net) ; la
      *> déclaration IFUDECL.DAT reprend une ligne par client au
      *> format H/D/T des remises, avec nombre et totaux de contrôle
      *> en pied. Les intérêts d'un compte joint sont déclarés au nom
      *> du titulaire principal. Un compte fermé dans l'année n'est
      *> plus au fichier maître : son titulaire est repris de sa
      *> ligne "T" au fichier des intervenants. Un compte sans
      *> titulaire identifiable est listé à part dans IFU.DAT et
      *> n'entre pas dans la déclaration. Le lot ne poste rien : il
      *> peut être relancé, les deux fichiers sont réécrits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUMERO-COMPTE
               FILE STATUS IS WS-FS-COMPTES.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-FS-CLIENTS.

           SELECT FICHIER-INTERVENANTS ASSIGN TO "INTERVENANTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITV-CLE
               FILE STATUS IS WS-FS-INTERVENANTS.

           SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC
               WS-FICHIER-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT TRI-FICHIER ASSIGN TO "SORTWORK".

           SELECT FICHIER-CERTIFICATS ASSIGN TO "IFU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTIFICATS.

           SELECT FICHIER-DECLARATION ASSIGN TO "IFUDECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARATION.

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

       FD  FICHIER-INTERVENANTS.
       01  INTERVENANT-REC.
           COPY "cpyitv.cpy".

       FD  TRANSACTION-JOURNAL.
       01  MVT-REC.
           COPY "cpymvt.cpy".

      *> Un mouvement retenu, déjà signé : brut et retenue ramenés au
      *> client titulaire du compte (zéro si aucun titulaire n'est
      *> identifié).
       SD  TRI-FICHIER.
       01  TRI-REC.
           05 TRI-CLIENT            PIC 9(5).
           05 TRI-COMPTE            PIC 9(5).
           05 TRI-BRUT              PIC S9(9)V99.
           05 TRI-RETENUE           PIC S9(9)V99.

       FD  FICHIER-CERTIFICATS.
       01  LIGNE-CERTIFICAT         PIC X(80).

       FD  FICHIER-DECLARATION.
       01  ENR-DECLARATION.
           05 DCL-CODE-ENR          PIC X(1).
              88 DCL-ENTETE         VALUE "H".
              88 DCL-DETAIL         VALUE "D".
              88 DCL-FIN            VALUE "T".
           05 DCL-DONNEES           PIC X(101).
           05 DCL-ZONE-DETAIL REDEFINES DCL-DONNEES.
              10 DCL-CLIENT         PIC 9(5).
              10 DCL-NOM            PIC X(30).
              10 DCL-ADRESSE        PIC X(40).
              10 DCL-BRUT           PIC 9(11)V99.
              10 DCL-RETENUE        PIC 9(11)V99.
           05 DCL-ZONE-CTRL REDEFINES DCL-DONNEES.
              10 DCL-CTRL-ANNEE     PIC 9(4).
              10 DCL-CTRL-DATE      PIC 9(8).
              10 DCL-CTRL-NOMBRE    PIC 9(7).
              10 DCL-CTRL-BRUT      PIC 9(13)V99.
              10 DCL-CTRL-RETENUE   PIC 9(13)V99.
              10 FILLER             PIC X(52).

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           COPY "cpyprm.cpy".

       FD  REGISTRE-PASSAGES.
       01  REGISTRE-REC.
           COPY "cpyreg.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FS-COMPTES         PIC X(2) VALUE "00".
           01 WS-FS-CLIENTS         PIC X(2) VALUE "00".
           01 WS-FS-INTERVENANTS    PIC X(2) VALUE "00".
           01 WS-FS-JOURNAL         PIC X(2) VALUE "00".
           01 WS-FS-CERTIFICATS     PIC X(2) VALUE "00".
           01 WS-FS-DECLARATION     PIC X(2) VALUE "00".
           01 WS-FS-PARAMS          PIC X(2) VALUE "00".
           01 WS-FS-REGISTRE        PIC X(2) VALUE "00".
           01 WS-FICHIER-JOURNAL    PIC X(20) VALUE "JOURNAL.DAT".
           01 WS-CLIENTS-OUVERT     PIC X(1) VALUE "N".
           01 WS-INTERVENANTS-OUVERT PIC X(1) VALUE "N".
           01 WS-PARAM-TROUVE       PIC X(1).
           01 WS-REG-ETAT           PIC X(2).
           01 WS-DATE-EXEC          PIC 9(8).
           01 WS-HEURE-EXEC         PIC 9(6).
           01 WS-DATE-SYS           PIC 9(8).

           01 WS-ANNEE              PIC 9(4).
           01 WS-ANNEE-X            PIC X(4).
           01 WS-MOIS-LU            PIC 9(6).
           01 WS-MOIS-LU-R REDEFINES WS-MOIS-LU.
              05 WS-LU-ANNEE        PIC 9(4).
              05 WS-LU-MOIS         PIC 9(2).
           01 WS-MOIS-LU-X          PIC X(6).
           01 WS-IDX-MOIS           PIC 9(2).
      *> "O" pour chaque mois de l'année trouvé en archive ; les
      *> autres sont repris de JOURNAL.DAT.
           01 WS-TABLE-ARCHIVES.
              05 WS-MOIS-ARCHIVE    PIC X(1) OCCURS 12.
           01 WS-LECTURE-JOURNAL    PIC X(1).
              88 LECTURE-ARCHIVE    VALUE "A".
              88 LECTURE-COURANT    VALUE "J".
           01 WS-MVT-RETENU         PIC X(1).
              88 MVT-RETENU         VALUE "O".
           01 WS-NB-MOIS-ARCHIVES   PIC 9(2) VALUE 0.
           01 WS-NB-MVT-LUS         PIC 9(9) VALUE 0.
           01 WS-NB-MVT-RETENUS     PIC 9(9) VALUE 0.

           01 WS-FIN-TRI            PIC X(1).
              88 FIN-TRI            VALUE "O".
           01 WS-CLE-EPUISEE        PIC 9(6) VALUE 999999.
           01 WS-CLIENT-EN-COURS    PIC 9(6).
           01 WS-COMPTE-EN-COURS    PIC 9(6).
           01 WS-CLIENT-CONNU       PIC X(1).
              88 CLIENT-CONNU       VALUE "O".
           01 WS-BRUT-COMPTE        PIC S9(9)V99.
           01 WS-RETENUE-COMPTE     PIC S9(9)V99.
           01 WS-BRUT-CLIENT        PIC S9(11)V99.
           01 WS-RETENUE-CLIENT     PIC S9(11)V99.
           01 WS-NET-CLIENT         PIC S9(11)V99.
           01 WS-TOTAL-BRUT         PIC S9(13)V99 VALUE 0.
           01 WS-TOTAL-RETENUE      PIC S9(13)V99 VALUE 0.
           01 WS-NB-CERTIFICATS     PIC 9(7) VALUE 0.
           01 WS-NB-NON-REFERENCES  PIC 9(7) VALUE 0.
           01 WS-NB-NON-DECLARES    PIC 9(7) VALUE 0.

           01 WS-MONTANT-EDIT       PIC -(9)9.99.
           01 WS-RETENUE-EDIT       PIC -(9)9.99.
           01 WS-TOTAL-EDIT         PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRE
           IF WS-PARAM-TROUVE = "N"
              DISPLAY "Année à déclarer (AAAA) : "
              ACCEPT WS-ANNEE
           END-IF
           MOVE WS-ANNEE TO WS-ANNEE-X

      *> L'année doit être close : des intérêts peuvent encore être
      *> versés jusqu'au 31 décembre.
           IF WS-ANNEE = 0 OR WS-DATE-SYS(1:4) NOT > WS-ANNEE-X
              DISPLAY "Année " WS-ANNEE-X " non close, IFU annulé."
              MOVE "AB" TO WS-REG-ETAT
              PERFORM ENREGISTRER-PASSAGE
              STOP RUN
           END-IF

           PERFORM OUVRIR-FICHIERS

           SORT TRI-FICHIER
                ON ASCENDING KEY TRI-CLIENT
                                 TRI-COMPTE
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS PRODUIRE-CERTIFICATS

           PERFORM ECRIRE-SOMMAIRE
           PERFORM FERMER-FICHIERS
           MOVE "OK" TO WS-REG-ETAT
           PERFORM ENREGISTRER-PASSAGE
           STOP RUN.

      *> Année lue dans le fichier des paramètres de la chaîne de
      *> nuit (ligne IFU) ; sinon saisie console.
       LIRE-PARAMETRE.
           MOVE "N" TO WS-PARAM-TROUVE.
           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-FS-PARAMS = "00"
              PERFORM UNTIL WS-FS-PARAMS = "10"
                 READ FICHIER-PARAMETRES
                    AT END
                       MOVE "10" TO WS-FS-PARAMS
                    NOT AT END
                       IF PRM-PROGRAMME = "IFU"
                          MOVE PRM-VALEUR(1:4) TO WS-ANNEE-X
                          MOVE WS-ANNEE-X TO WS-ANNEE
                          MOVE "O" TO WS-PARAM-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PARAMETRES
           END-IF.

      *> Sans fichier des clients, les certificats partent sans nom
      *> ni adresse et sont comptés comme non référencés.
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
           ELSE
              DISPLAY "Fichier des clients introuvable : "
                      "certificats sans nom ni adresse."
           END-IF.
           OPEN INPUT FICHIER-INTERVENANTS.
           IF WS-FS-INTERVENANTS = "00"
              MOVE "O" TO WS-INTERVENANTS-OUVERT
           ELSE
              DISPLAY "Fichier des intervenants introuvable : les "
                      "comptes fermés ne sont pas déclarés."
           END-IF.

           OPEN OUTPUT FICHIER-CERTIFICATS.
           OPEN OUTPUT FICHIER-DECLARATION.
           MOVE SPACES TO ENR-DECLARATION.
           MOVE "H" TO DCL-CODE-ENR.
           MOVE WS-ANNEE TO DCL-CTRL-ANNEE.
           MOVE WS-DATE-SYS TO DCL-CTRL-DATE.
           MOVE 0 TO DCL-CTRL-NOMBRE.
           MOVE 0 TO DCL-CTRL-BRUT.
           MOVE 0 TO DCL-CTRL-RETENUE.
           WRITE ENR-DECLARATION.

       FERMER-FICHIERS.
           CLOSE ACCOUNT-MASTER.
           IF WS-CLIENTS-OUVERT = "O"
              CLOSE CLIENT-MASTER
           END-IF.
           IF WS-INTERVENANTS-OUVERT = "O"
              CLOSE FICHIER-INTERVENANTS
           END-IF.
           CLOSE FICHIER-CERTIFICATS.
           CLOSE FICHIER-DECLARATION.

      *> Alimente le tri : les douze archives de l'année, puis, pour
      *> les mois sans archive, les mouvements de JOURNAL.DAT datés
      *> de ces mois.
       ALIMENTER-TRI.
           MOVE WS-ANNEE TO WS-LU-ANNEE.
           SET LECTURE-ARCHIVE TO TRUE.
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 12
              MOVE WS-IDX-MOIS TO WS-LU-MOIS
              MOVE WS-MOIS-LU TO WS-MOIS-LU-X
              MOVE SPACES TO WS-FICHIER-JOURNAL
              STRING "JRN"        DELIMITED BY SIZE
                     WS-MOIS-LU-X DELIMITED BY SIZE
                     ".DAT"       DELIMITED BY SIZE
                INTO WS-FICHIER-JOURNAL
              MOVE "N" TO WS-MOIS-ARCHIVE(WS-IDX-MOIS)
              PERFORM LIRE-JOURNAL
              IF WS-FS-JOURNAL = "10"
                 MOVE "O" TO WS-MOIS-ARCHIVE(WS-IDX-MOIS)
                 ADD 1 TO WS-NB-MOIS-ARCHIVES
              END-IF
           END-PERFORM.

           IF WS-NB-MOIS-ARCHIVES < 12
              DISPLAY "Mois non archivés repris de JOURNAL.DAT : "
                      WS-TABLE-ARCHIVES " (N = non archivé)"
              SET LECTURE-COURANT TO TRUE
              MOVE "JOURNAL.DAT" TO WS-FICHIER-JOURNAL
              PERFORM LIRE-JOURNAL
           END-IF.

       LIRE-JOURNAL.
           MOVE "00" TO WS-FS-JOURNAL.
           OPEN INPUT TRANSACTION-JOURNAL.
           IF WS-FS-JOURNAL = "00"
              PERFORM UNTIL WS-FS-JOURNAL = "10"
                 READ TRANSACTION-JOURNAL
                    AT END
                       MOVE "10" TO WS-FS-JOURNAL
                    NOT AT END
                       PERFORM EXAMINER-MOUVEMENT
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-JOURNAL
           END-IF.

      *> Seuls comptent les intérêts, les retenues et leurs
      *> extournes datés de l'année ; en lecture de JOURNAL.DAT, un
      *> mois déjà lu en archive est écarté.
       EXAMINER-MOUVEMENT.
           ADD 1 TO WS-NB-MVT-LUS.
           MOVE "N" TO WS-MVT-RETENU.
           IF MVT-DATE(1:4) = WS-ANNEE-X
              MOVE "O" TO WS-MVT-RETENU
              IF LECTURE-COURANT
                 MOVE MVT-DATE(5:2) TO WS-IDX-MOIS
                 IF WS-MOIS-ARCHIVE(WS-IDX-MOIS) = "O"
                    MOVE "N" TO WS-MVT-RETENU
                 END-IF
              END-IF
           END-IF.

           MOVE 0 TO TRI-BRUT.
           MOVE 0 TO TRI-RETENUE.
           IF MVT-RETENU
              EVALUATE TRUE
               WHEN MVT-INTERET
                MOVE MVT-MONTANT TO TRI-BRUT
               WHEN MVT-RETENUE-FISCALE
                MOVE MVT-MONTANT TO TRI-RETENUE
               WHEN MVT-EXTOURNE-DEBIT AND MVT-TYPE-ORIGINE = "I"
                COMPUTE TRI-BRUT = 0 - MVT-MONTANT
               WHEN MVT-EXTOURNE-CREDIT AND MVT-TYPE-ORIGINE = "H"
                COMPUTE TRI-RETENUE = 0 - MVT-MONTANT
               WHEN OTHER
                MOVE "N" TO WS-MVT-RETENU
              END-EVALUATE
           END-IF.

           IF MVT-RETENU
              MOVE MVT-NUMERO-COMPTE TO NUMERO-COMPTE
              READ ACCOUNT-MASTER KEY IS NUMERO-COMPTE
               INVALID KEY
                MOVE 0 TO TRI-CLIENT
               NOT INVALID KEY
                MOVE NUMERO-CLIENT TO TRI-CLIENT
              END-READ
              IF TRI-CLIENT = 0
                 PERFORM CHERCHER-TITULAIRE-ITV
              END-IF
              MOVE MVT-NUMERO-COMPTE TO TRI-COMPTE
              ADD 1 TO WS-NB-MVT-RETENUS
              RELEASE TRI-REC
           END-IF.

      *> Compte fermé (ou antérieur au fichier des clients) : le
      *> titulaire est celui de la ligne "T" du compte au fichier
      *> des intervenants, conservée après la fermeture.
       CHERCHER-TITULAIRE-ITV.
           IF WS-INTERVENANTS-OUVERT = "O"
              MOVE MVT-NUMERO-COMPTE TO ITV-NUMERO-COMPTE
              MOVE 0 TO ITV-NUMERO-CLIENT
              START FICHIER-INTERVENANTS KEY IS NOT LESS THAN ITV-CLE
               INVALID KEY
                MOVE "10" TO WS-FS-INTERVENANTS
               NOT INVALID KEY
                MOVE "00" TO WS-FS-INTERVENANTS
              END-START
              PERFORM UNTIL WS-FS-INTERVENANTS = "10"
                 READ FICHIER-INTERVENANTS NEXT RECORD
                    AT END
                       MOVE "10" TO WS-FS-INTERVENANTS
                    NOT AT END
                       IF ITV-NUMERO-COMPTE NOT = MVT-NUMERO-COMPTE
                          MOVE "10" TO WS-FS-INTERVENANTS
                       ELSE
                          IF ITV-TITULAIRE
                             MOVE ITV-NUMERO-CLIENT TO TRI-CLIENT
                             MOVE "10" TO WS-FS-INTERVENANTS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *> Parcours trié, client par client et compte par compte.
       PRODUIRE-CERTIFICATS.
           MOVE "N" TO WS-FIN-TRI.
           MOVE WS-CLE-EPUISEE TO WS-CLIENT-EN-COURS.
           MOVE WS-CLE-EPUISEE TO WS-COMPTE-EN-COURS.
           PERFORM UNTIL FIN-TRI
              RETURN TRI-FICHIER
                 AT END
                    SET FIN-TRI TO TRUE
                 NOT AT END
                    PERFORM TRAITER-MVT-TRIE
              END-RETURN
           END-PERFORM.
           IF WS-CLIENT-EN-COURS NOT = WS-CLE-EPUISEE
              PERFORM TERMINER-COMPTE
              PERFORM TERMINER-CLIENT
           END-IF.

           MOVE SPACES TO ENR-DECLARATION.
           MOVE "T" TO DCL-CODE-ENR.
           MOVE WS-ANNEE TO DCL-CTRL-ANNEE.
           MOVE WS-DATE-SYS TO DCL-CTRL-DATE.
           MOVE WS-NB-CERTIFICATS TO DCL-CTRL-NOMBRE.
           MOVE WS-TOTAL-BRUT TO DCL-CTRL-BRUT.
           MOVE WS-TOTAL-RETENUE TO DCL-CTRL-RETENUE.
           WRITE ENR-DECLARATION.

       TRAITER-MVT-TRIE.
           IF TRI-CLIENT NOT = WS-CLIENT-EN-COURS
              IF WS-CLIENT-EN-COURS NOT = WS-CLE-EPUISEE
                 PERFORM TERMINER-COMPTE
                 PERFORM TERMINER-CLIENT
              END-IF
              PERFORM COMMENCER-CLIENT
           ELSE
              IF TRI-COMPTE NOT = WS-COMPTE-EN-COURS
                 PERFORM TERMINER-COMPTE
                 PERFORM COMMENCER-COMPTE
              END-IF
           END-IF.
           ADD TRI-BRUT TO WS-BRUT-COMPTE.
           ADD TRI-RETENUE TO WS-RETENUE-COMPTE.

      *> Le certificat s'ouvre sur l'identité du client ; un client
      *> absent du fichier des clients est déclaré sans nom ni
      *> adresse. Les comptes sans titulaire identifié (client zéro,
      *> premiers du tri) sont listés à part, sans certificat.
       COMMENCER-CLIENT.
           MOVE TRI-CLIENT TO WS-CLIENT-EN-COURS.
           MOVE 0 TO WS-BRUT-CLIENT.
           MOVE 0 TO WS-RETENUE-CLIENT.
           IF TRI-CLIENT = 0
              PERFORM COMMENCER-NON-DECLARES
           ELSE
              PERFORM COMMENCER-CERTIFICAT
           END-IF.
           PERFORM COMMENCER-COMPTE.

       COMMENCER-NON-DECLARES.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE "==== COMPTES SANS TITULAIRE IDENTIFIE, NON DECLARES"
             TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE "COMPTE      INTERETS BRUTS   RETENUE A LA SOURCE"
             TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

       COMMENCER-CERTIFICAT.
           MOVE "N" TO WS-CLIENT-CONNU.
           MOVE SPACES TO CLI-NOM.
           MOVE SPACES TO CLI-ADRESSE.
           IF WS-CLIENTS-OUVERT = "O" AND TRI-CLIENT NOT = 0
              MOVE TRI-CLIENT TO CLI-NUMERO
              READ CLIENT-MASTER KEY IS CLI-NUMERO
               INVALID KEY
                MOVE SPACES TO CLI-NOM
                MOVE SPACES TO CLI-ADRESSE
               NOT INVALID KEY
                SET CLIENT-CONNU TO TRUE
              END-READ
           END-IF.
           IF NOT CLIENT-CONNU
              MOVE "CLIENT NON REFERENCE" TO CLI-NOM
              ADD 1 TO WS-NB-NON-REFERENCES
           END-IF.

           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "==== IMPRIME FISCAL UNIQUE - REVENUS DE L'ANNEE "
                                   DELIMITED BY SIZE
                  WS-ANNEE-X       DELIMITED BY SIZE
                  " ===="          DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "CLIENT "        DELIMITED BY SIZE
                  TRI-CLIENT       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CLI-NOM          DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "ADRESSE : "     DELIMITED BY SIZE
                  CLI-ADRESSE      DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE "COMPTE      INTERETS BRUTS   RETENUE A LA SOURCE"
             TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

       COMMENCER-COMPTE.
           MOVE TRI-COMPTE TO WS-COMPTE-EN-COURS.
           MOVE 0 TO WS-BRUT-COMPTE.
           MOVE 0 TO WS-RETENUE-COMPTE.

       TERMINER-COMPTE.
           IF WS-CLIENT-EN-COURS = 0
              ADD 1 TO WS-NB-NON-DECLARES
              DISPLAY "*** Compte " WS-COMPTE-EN-COURS(2:5)
                      " sans titulaire identifié, non déclaré ***"
           END-IF.
           ADD WS-BRUT-COMPTE TO WS-BRUT-CLIENT.
           ADD WS-RETENUE-COMPTE TO WS-RETENUE-CLIENT.
           MOVE WS-BRUT-COMPTE TO WS-MONTANT-EDIT.
           MOVE WS-RETENUE-COMPTE TO WS-RETENUE-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING WS-COMPTE-EN-COURS(2:5) DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  WS-RETENUE-EDIT DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

      *> Totaux du certificat, puis la ligne de la déclaration ;
      *> les comptes non déclarés n'ont que leur total.
       TERMINER-CLIENT.
           IF WS-CLIENT-EN-COURS = 0
              PERFORM TERMINER-NON-DECLARES
           ELSE
              PERFORM TERMINER-CERTIFICAT
           END-IF.

       TERMINER-NON-DECLARES.
           MOVE WS-BRUT-CLIENT TO WS-MONTANT-EDIT.
           MOVE WS-RETENUE-CLIENT TO WS-RETENUE-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "TOTAL NON DECLARE  "  DELIMITED BY SIZE
                  WS-MONTANT-EDIT       DELIMITED BY SIZE
                  "     "               DELIMITED BY SIZE
                  WS-RETENUE-EDIT       DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

       TERMINER-CERTIFICAT.
           COMPUTE WS-NET-CLIENT = WS-BRUT-CLIENT - WS-RETENUE-CLIENT.
           MOVE WS-BRUT-CLIENT TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "TOTAL INTERETS BRUTS      : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE WS-RETENUE-CLIENT TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "RETENUE A LA SOURCE       : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE WS-NET-CLIENT TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "INTERETS NETS PERCUS      : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

           MOVE SPACES TO ENR-DECLARATION.
           MOVE "D" TO DCL-CODE-ENR.
           MOVE WS-CLIENT-EN-COURS TO DCL-CLIENT.
           MOVE CLI-NOM TO DCL-NOM.
           MOVE CLI-ADRESSE TO DCL-ADRESSE.
           MOVE WS-BRUT-CLIENT TO DCL-BRUT.
           MOVE WS-RETENUE-CLIENT TO DCL-RETENUE.
           WRITE ENR-DECLARATION.

           ADD 1 TO WS-NB-CERTIFICATS.
           ADD WS-BRUT-CLIENT TO WS-TOTAL-BRUT.
           ADD WS-RETENUE-CLIENT TO WS-TOTAL-RETENUE.

       ECRIRE-SOMMAIRE.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "CERTIFICATS EMIS : "  DELIMITED BY SIZE
                  WS-NB-CERTIFICATS      DELIMITED BY SIZE
                  "  NON REFERENCES : "  DELIMITED BY SIZE
                  WS-NB-NON-REFERENCES   DELIMITED BY SIZE
                  "  COMPTES NON DECLARES : " DELIMITED BY SIZE
                  WS-NB-NON-DECLARES     DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE WS-TOTAL-BRUT TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "TOTAL INTERETS BRUTS      : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE WS-TOTAL-RETENUE TO WS-TOTAL-EDIT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING "TOTAL RETENUE A LA SOURCE : " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                 DELIMITED BY SIZE
             INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.

           DISPLAY "IFU de l'année " WS-ANNEE-X " terminé."
           DISPLAY "Mois archivés lus    : " WS-NB-MOIS-ARCHIVES
           DISPLAY "Mouvements relus     : " WS-NB-MVT-LUS
           DISPLAY "Mouvements retenus   : " WS-NB-MVT-RETENUS
           DISPLAY "Certificats émis     : " WS-NB-CERTIFICATS
           DISPLAY "Clients non référencés : " WS-NB-NON-REFERENCES
           DISPLAY "Comptes non déclarés   : " WS-NB-NON-DECLARES
           DISPLAY "Certificats dans IFU.DAT, déclaration dans "
                   "IFUDECL.DAT.".

       ENREGISTRER-PASSAGE.
           OPEN EXTEND REGISTRE-PASSAGES.
           IF WS-FS-REGISTRE = "35"
              OPEN OUTPUT REGISTRE-PASSAGES
           END-IF.
           ACCEPT WS-DATE-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-EXEC FROM TIME.
           MOVE "IFU" TO REG-PROGRAMME.
           MOVE WS-ANNEE-X TO REG-VALEUR.
           MOVE WS-DATE-EXEC TO REG-DATE-EXEC.
           MOVE WS-HEURE-EXEC TO REG-HEURE-EXEC.
           MOVE WS-NB-CERTIFICATS TO REG-COMPTEUR-1.
           MOVE WS-NB-NON-REFERENCES TO REG-COMPTEUR-2.
           MOVE WS-REG-ETAT TO REG-ETAT.
           WRITE REGISTRE-REC.
           CLOSE REGISTRE-PASSAGES.
