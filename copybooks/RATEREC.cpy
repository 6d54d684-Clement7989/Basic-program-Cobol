      *****************************************************
      *  RATEREC.cpy                                      *
      *  One line of the TAUX rate schedule : the annual  *
      *  rate of one balance tier, for one account type   *
      *  and one kind of rate, from an effective date.    *
      *  Read by the month-end InterestPosting (credit    *
      *  interest) and OverdraftFee (agios) batches       *
      *  through the RateTierCalc subprogram ; keeping    *
      *  the figures in a file means the rates change     *
      *  without recompiling, as TARIF does for the fees. *
      *  A new schedule is a full set of tier lines under *
      *  a new effective date : the set with the latest   *
      *  effective date on or before the end of the       *
      *  period applies.                                  *
      *****************************************************
       01  RATE-RECORD.
      *    Type de compte : C = chèques, S = épargne.
           05  RATE-ACCT-TYPE           PIC X(1).
      *    Nature du taux : I = intérêts créditeurs,
      *    A = agios sur solde débiteur.
           05  RATE-KIND                PIC X(1).
               88  RATE-KIND-INTEREST       VALUE "I".
               88  RATE-KIND-AGIO           VALUE "A".
           05  RATE-EFFECTIVE-DATE      PIC 9(8).
      *    Borne basse de la tranche de solde moyen (en valeur
      *    absolue pour les agios) : le taux s'applique à la
      *    part du solde comprise entre cette borne et la borne
      *    de la tranche suivante.
           05  RATE-TIER-FLOOR          PIC 9(10)V99.
      *    Taux annuel en pourcentage (ex. 3,0000 pour 3 %).
           05  RATE-ANNUAL-PERCENT      PIC 9(2)V9(4).
           05  FILLER                   PIC X(4).
