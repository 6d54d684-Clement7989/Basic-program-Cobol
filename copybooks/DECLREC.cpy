      *  One fixed-layout line of the daily regulatory    *
      *  declaration file written by DeclExtract : an     *
      *  accepted movement at or above the declarable     *
      *  threshold, with the primary holder identified    *
      *  through ACCT-CUSTOMER-ID and every co-holder and *
      *  proxy from ACCTHOLD named in the holder table    *
      *  (up to four). The two legs of a virement         *
      *  are declared once, on the debit leg, the         *
      *  counterpart account carried in DECL-LINK-ACCT.   *
      *****************************************************
           05  DECL-CUST-NUMBER         PIC 9(6).
           05  DECL-CUST-NAME           PIC X(30).
           05  DECL-CUST-ADDRESS        PIC X(40).
      *    Co-titulaires et mandataires du compte, dans l'ordre
      *    des numéros clients ; rôle J = co-titulaire,
      *    M = mandataire.
           05  DECL-CO-HOLDER-COUNT     PIC 9(1).
           05  DECL-CO-HOLDER           OCCURS 4 TIMES.
               10  DECL-CO-ROLE         PIC X(1).
               10  DECL-CO-CUST-NUMBER  PIC 9(6).
               10  DECL-CO-CUST-NAME    PIC X(30).
