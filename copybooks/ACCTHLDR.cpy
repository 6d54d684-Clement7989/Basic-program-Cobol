      *****************************************************
      *  ACCTHLDR.cpy                                     *
      *  Record layout for the ACCOUNT-HOLDER indexed     *
      *  file (ACCTHOLD) : one link between an account    *
      *  and a CUSTOMER-MASTER entry, with the role that  *
      *  customer holds on the account. Maintained from   *
      *  CustomerMaint. The primary holder stays on       *
      *  ACCT-CUSTOMER-ID, which remains authoritative,   *
      *  and is mirrored here with role P ; joint holders *
      *  and proxies exist only in this file. Keyed on    *
      *  account then customer, so that the holders of   *
      *  one account are read by START / READ NEXT.       *
      *****************************************************
       01  ACCOUNT-HOLDER-RECORD.
           05  AH-KEY.
               10  AH-ACCT-NUMBER       PIC 9(6).
               10  AH-CUST-NUMBER       PIC 9(6).
      *    Rôle : P = titulaire principal, J = co-titulaire,
      *    M = mandataire (procuration sans propriété).
           05  AH-ROLE                  PIC X(1).
               88  AH-PRIMARY               VALUE "P".
               88  AH-JOINT                 VALUE "J".
               88  AH-PROXY                 VALUE "M".
      *    Date d'effet du lien.
           05  AH-SINCE-DATE            PIC 9(8).
           05  FILLER                   PIC X(9).
