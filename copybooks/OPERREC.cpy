      *  file : one teller or supervisor authorised to    *
      *  sign on. Maintained by OperatorMaint (run by     *
      *  l'exploitation, hors menu guichet), read at      *
      *  sign-on by OperSignon, which also keeps the PIN  *
      *  failure count and the lockout status up to date. *
      *****************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID                  PIC X(4).
           05  OPER-AUTHORITY           PIC X(1).
               88  OPER-AUTH-TELLER         VALUE "G".
               88  OPER-AUTH-SUPERVISOR     VALUE "S".
      *    Code secret demandé par OperSignon après
      *    l'identifiant ; attribué et réinitialisé par un
      *    superviseur dans OperatorMaint. Espaces tant qu'aucun
      *    code n'a été attribué : la signature est alors refusée.
           05  OPER-PIN                 PIC X(4).
      *    Etat de l'opérateur. L'espace vaut actif pour les
      *    enregistrements antérieurs à ce champ. Verrouillé par
      *    OperSignon après trop d'échecs consécutifs, toutes
      *    sessions confondues, jusqu'à réinitialisation par un
      *    superviseur ; révoqué quand l'habilitation est retirée.
           05  OPER-STATUS              PIC X(1).
               88  OPER-ACTIVE              VALUES "A" " ".
               88  OPER-LOCKED              VALUE "V".
               88  OPER-REVOKED             VALUE "R".
      *    Echecs de code secret consécutifs, remis à zéro à
      *    chaque signature réussie.
           05  OPER-FAILED-COUNT        PIC 9(2).
           05  FILLER                   PIC X(8).
