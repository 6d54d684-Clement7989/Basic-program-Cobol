      *****************************************************
      *  SETTLREC.cpy                                     *
      *  Record layout for the sequential SETTLE file :   *
      *  one end-of-shift cash settlement of a teller     *
      *  for a business day, written by TellerSettlement  *
      *  and read by TellerSummary for the branch         *
      *  summary. A teller settled twice the same day     *
      *  keeps only the latest settlement on the summary. *
      *****************************************************
       01  TELLER-SETTLEMENT-RECORD.
           05  TS-DATE                  PIC 9(8).
           05  TS-OPERATOR-ID           PIC X(4).
      *    Heure de l'arrêté (HHMMSS) et opérateur qui l'a fait :
      *    le guichetier lui-même ou un superviseur.
           05  TS-SETTLED-TIME          PIC 9(6).
           05  TS-SETTLED-BY            PIC X(4).
      *    Mouvements espèces retenus sur la main courante.
           05  TS-ENTRY-COUNT           PIC 9(5).
           05  TS-CASH-IN               PIC 9(10)V99.
           05  TS-CASH-OUT              PIC 9(10)V99.
      *    Fonds de caisse à la prise de poste, espèces attendues
      *    (fonds + entrées - sorties) et espèces déclarées par le
      *    guichetier à la clôture.
           05  TS-OPENING-FLOAT         PIC 9(10)V99.
           05  TS-EXPECTED-CASH         PIC S9(10)V99.
           05  TS-DECLARED-CASH         PIC 9(10)V99.
      *    Excédent (positif) ou manquant (négatif) : déclaré
      *    moins attendu.
           05  TS-OVER-SHORT            PIC S9(10)V99.
