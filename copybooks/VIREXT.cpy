      *****************************************************
      *  VIREXT.cpy                                       *
      *  Record layout for the VIREXT indexed register of *
      *  outgoing interbank virements : one entry per     *
      *  external virement debited from a customer        *
      *  account and parked in the suspense position.     *
      *  Written through the ExtTransferWrite subprogram  *
      *  by BankAccount, BankAccountBatch and             *
      *  ApprovalQueue ; sent to the clearing house by    *
      *  ExtTransferSend and closed by ExtTransferReturn  *
      *  when the clearing house rejects the payment.     *
      *****************************************************
       01  EXT-TRANSFER-RECORD.
      *    Référence du paiement : date et heure de l'écriture
      *    de débit au journal, départagées par une séquence
      *    quand deux virements tombent dans la même seconde.
           05  VX-REFERENCE.
               10  VX-DATE              PIC 9(8).
               10  VX-TIME              PIC 9(6).
               10  VX-SEQUENCE          PIC 9(3).
           05  VX-ACCT-NUMBER           PIC 9(6).
           05  VX-AMOUNT                PIC 9(10)V99.
      *    Bénéficiaire : code de la banque (BIC), compte
      *    (IBAN) et nom.
           05  VX-BENEF-BANK-ID         PIC X(11).
           05  VX-BENEF-ACCOUNT         PIC X(34).
           05  VX-BENEF-NAME            PIC X(35).
      *    Origine : G = guichet, L = lot de fin de journée
      *    (ordres permanents compris), Q = file d'approbation.
           05  VX-ORIGIN                PIC X(1).
               88  VX-FROM-COUNTER          VALUE "G".
               88  VX-FROM-BATCH            VALUE "L".
               88  VX-FROM-QUEUE            VALUE "Q".
           05  VX-OPERATOR-ID           PIC X(4).
      *    Etat : S = saisi, en suspens et à émettre ; E = émis
      *    vers la chambre de compensation ; R = rejeté par elle
      *    et recrédité au client.
           05  VX-STATUS                PIC X(1).
               88  VX-TO-SEND               VALUE "S".
               88  VX-SENT                  VALUE "E".
               88  VX-RETURNED              VALUE "R".
           05  VX-SENT-DATE             PIC 9(8).
           05  VX-RETURN-DATE           PIC 9(8).
      *    Motif de rejet communiqué par la chambre.
           05  VX-RETURN-CODE           PIC X(4).
           05  VX-RETURN-REASON         PIC X(30).
           05  FILLER                   PIC X(9).
