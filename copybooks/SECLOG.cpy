      *****************************************************
      *  SECLOG.cpy                                       *
      *  Record layout for the sequential SECLOG sign-on  *
      *  security log : one entry per identification      *
      *  attempt made through OperSignon, successful or   *
      *  not. Read by SecurityReport for the daily        *
      *  internal-control review.                         *
      *****************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-DATE                  PIC 9(8).
      *    Heure de la tentative (HHMMSS).
           05  SL-TIME                  PIC 9(6).
      *    Identifiant tapé, connu ou non du fichier.
           05  SL-OPER-ID               PIC X(4).
      *    Habilitation de l'opérateur ; espace si inconnu.
           05  SL-OPER-AUTHORITY        PIC X(1).
      *    S = signature réussie, E = échec (identifiant
      *    inconnu ou code erroné), V = échec ayant verrouillé
      *    l'opérateur, R = refus d'un opérateur verrouillé,
      *    révoqué ou sans code secret.
           05  SL-EVENT                 PIC X(1).
               88  SL-SIGNON-OK             VALUE "S".
               88  SL-SIGNON-FAILED         VALUE "E".
               88  SL-LOCKOUT               VALUE "V".
               88  SL-SIGNON-REFUSED        VALUE "R".
           05  SL-REASON                PIC X(30).
