      *> Enregistrement du fichier des oppositions sur chèques
      *> (OPPOSITIONS.DAT), clé compte + numéro de chèque. Une
      *> opposition enregistrée au guichet fait rejeter le chèque à
      *> sa présentation par BankChequeClearingBatch (motif "OPP") ;
      *> elle est conservée pour trace.
           05 OPP-CLE.
              10 OPP-NUMERO-COMPTE PIC 9(5).
              10 OPP-NUMERO-CHEQUE PIC 9(7).
           05 OPP-DATE             PIC 9(8).
           05 OPP-MOTIF            PIC X(30).
           05 OPP-OPERATEUR        PIC X(4).
