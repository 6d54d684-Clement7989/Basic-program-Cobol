       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-NUMBER          PIC 9(6).
           05  SO-SRC-ACCT-NUMBER       PIC 9(6).
      *    Compte destinataire chez nous ; zéro pour un ordre
      *    vers une autre banque (bénéficiaire en fin
      *    d'enregistrement).
           05  SO-DEST-ACCT-NUMBER      PIC 9(6).
           05  SO-AMOUNT                PIC 9(10)V99.
      *    Périodicité : H = hebdomadaire, M = mensuel,
               88  SO-ACTIVE                VALUES "A" " ".
               88  SO-SUSPENDED             VALUE "S".
           05  FILLER                   PIC X(4).
      *    Bénéficiaire d'un ordre vers une autre banque : code
      *    banque (BIC), compte (IBAN) et nom. A espaces pour un
      *    virement entre nos comptes.
           05  SO-BENEF-BANK-ID         PIC X(11).
               88  SO-INTERNAL              VALUE SPACES.
           05  SO-BENEF-ACCOUNT         PIC X(34).
           05  SO-BENEF-NAME            PIC X(35).
