      *****************************************************
      *  MAINTJRN.cpy                                     *
      *  Record layout for the sequential MAINTJRN        *
      *  maintenance journal : one entry per create,      *
      *  amend, suspend, reactivate or attach done from   *
      *  the maintenance programs, carrying the record    *
      *  as it was before and as it is after the change.  *
      *  Written through the MaintJournalWrite            *
      *  subprogram, which stamps the signed-on operator, *
      *  date and time ; read by MaintActivityReport for  *
      *  the branch manager's daily sign-off.             *
      *****************************************************
       01  MAINT-JOURNAL-RECORD.
           05  MJ-DATE                  PIC 9(8).
      *    Heure de la maintenance (HHMMSS).
           05  MJ-TIME                  PIC 9(6).
           05  MJ-OPERATOR-ID           PIC X(4).
      *    Fichier maître touché : CUSTMAST, ACCTMAST,
      *    ACCTHOLD, STORDERS, OPERMAST ou PATMAST.
           05  MJ-FILE-ID               PIC X(8).
      *    Nature de la maintenance : CREATION, MODIFICATION,
      *    SUSPENSION, REACTIVATION, RATTACHEMENT, DETACHEMENT,
      *    DECOUVERT, PLAFOND, HABILITATION, REINIT CODE,
      *    REVOCATION, DORMANCE (passage en dormance par le
      *    traitement mensuel, sans opérateur), FUSION et
      *    DEFUSION (patient doublon retiré ou rétabli).
           05  MJ-ACTION                PIC X(12).
           05  MJ-RECORD-KEY            PIC X(8).
      *    Modification sensible (découvert, habilitation
      *    d'opérateur, réactivation) : relevée à part sur le
      *    rapport de visa du directeur d'agence.
           05  MJ-SENSITIVE             PIC X(1).
               88  MJ-IS-SENSITIVE          VALUE "O".
      *    Images complètes de l'enregistrement ; l'image avant
      *    est à espaces pour une création.
           05  MJ-BEFORE-IMAGE          PIC X(130).
           05  MJ-AFTER-IMAGE           PIC X(130).
