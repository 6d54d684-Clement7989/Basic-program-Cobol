      *****************************************************
      *  GLACCTS.cpy                                      *
      *  General-ledger chart of the accounting interface *
      *  shared by GLExtract and the month-end proof      *
      *  reports : keeping one copy means the figures     *
      *  Finance approves before a live run are totalled  *
      *  on exactly the accounts GLExtract will post to.  *
      *****************************************************
      *    Caisse, dépôts de la clientèle, prêts à la
      *    clientèle, suspens des virements externes émis (en
      *    attente de compensation), charges d'intérêts, produits
      *    d'agios, produits de frais de tenue de compte, intérêts
      *    reçus sur prêts.
       01  WS-GL-CAISSE          PIC 9(6) VALUE 100100.
       01  WS-GL-DEPOTS          PIC 9(6) VALUE 200100.
       01  WS-GL-PRETS           PIC 9(6) VALUE 300100.
       01  WS-GL-SUSPENS-VIREXT  PIC 9(6) VALUE 471100.
       01  WS-GL-CHARGES-INTERET PIC 9(6) VALUE 600100.
       01  WS-GL-PRODUITS-AGIOS  PIC 9(6) VALUE 700100.
       01  WS-GL-PRODUITS-FRAIS  PIC 9(6) VALUE 700200.
       01  WS-GL-PRODUITS-PRETS  PIC 9(6) VALUE 700300.
