      *> Enregistrement du registre des chéquiers (CHEQUIERS.DAT).
      *> Un chéquier délivré au guichet sur un compte chèques couvre
      *> une plage continue de numéros (CHQ-PREMIER à CHQ-DERNIER),
      *> numérotée à la suite du dernier chéquier du même compte.
      *> BankChequeClearingBatch ne paie un chèque présenté que si
      *> son numéro tombe dans un chéquier du compte ; un chéquier
      *> annulé au guichet (perte, vol) est conservé au statut "X"
      *> et tous ses chèques sont alors rejetés.
           05 CHQ-NUMERO           PIC 9(5).
           05 CHQ-NUMERO-COMPTE    PIC 9(5).
           05 CHQ-PREMIER          PIC 9(7).
           05 CHQ-DERNIER          PIC 9(7).
           05 CHQ-DATE-EMISSION    PIC 9(8).
      *> Date et motif de l'annulation ; zéro et blanc tant que le
      *> chéquier est en service.
           05 CHQ-DATE-ANNULATION  PIC 9(8).
           05 CHQ-MOTIF            PIC X(30).
           05 CHQ-STATUT           PIC X(1).
              88 CHQ-ACTIF         VALUE "A".
              88 CHQ-ANNULE        VALUE "X".
