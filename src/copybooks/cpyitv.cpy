      *> Enregistrement du fichier des intervenants sur compte
      *> (INTERVENANTS.DAT), clé compte + client : chaque client du
      *> fichier CLIENTS.DAT qui peut agir sur un compte, avec son
      *> rôle. Le titulaire principal reste celui de NUMERO-CLIENT
      *> dans le fichier maître des comptes (une ligne "T" est
      *> écrite à l'ouverture du compte) ; les co-titulaires ont les
      *> mêmes pouvoirs que lui, les mandataires ne peuvent débiter
      *> le compte que dans la limite de leur plafond par opération
      *> et jusqu'à l'expiration de leur procuration. Une
      *> révocation est conservée au statut "R" pour trace.
           05 ITV-CLE.
              10 ITV-NUMERO-COMPTE PIC 9(5).
              10 ITV-NUMERO-CLIENT PIC 9(5).
           05 ITV-ROLE             PIC X(1).
              88 ITV-TITULAIRE     VALUE "T".
              88 ITV-COTITULAIRE   VALUE "C".
              88 ITV-MANDATAIRE    VALUE "M".
      *> Mandataires seulement : plafond d'un débit et date
      *> d'expiration de la procuration (zéro pour les titulaires).
           05 ITV-PLAFOND          PIC 9(9)V99.
           05 ITV-DATE-EXPIRATION  PIC 9(8).
           05 ITV-DATE-DEBUT       PIC 9(8).
           05 ITV-DATE-REVOCATION  PIC 9(8).
           05 ITV-STATUT           PIC X(1).
              88 ITV-ACTIF         VALUE "A".
              88 ITV-REVOQUE       VALUE "R".
