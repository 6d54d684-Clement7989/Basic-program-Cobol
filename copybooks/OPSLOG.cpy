      *****************************************************
      *  OPSLOG.cpy                                       *
      *  Record layout for the sequential OPSLOG batch    *
      *  operations log : every batch step appends a      *
      *  start entry ("D") when it begins and an end      *
      *  entry ("F") when it finishes, carrying its       *
      *  return code and its key counts and amounts in    *
      *  and out. Written through the OpsLogWrite         *
      *  subprogram, which stamps the job, step, business *
      *  date and times ; read by OpsMorningReport for    *
      *  the morning run-completion check.                *
      *****************************************************
       01  OPS-LOG-RECORD.
           05  OL-ENTRY-TYPE            PIC X(1).
               88  OL-STEP-STARTED          VALUE "D".
               88  OL-STEP-ENDED            VALUE "F".
      *    Travail et étape, repris de la carte OPSSTEP de
      *    l'étape ; à blanc hors chaîne planifiée.
           05  OL-JOB-NAME              PIC X(8).
           05  OL-STEP-NAME             PIC X(8).
      *    Nom du module tel qu'il figure sur EXEC PGM=.
           05  OL-PROGRAM               PIC X(20).
      *    Date d'exploitation de la carte OPSSTEP, à défaut
      *    date système.
           05  OL-BUSINESS-DATE         PIC 9(8).
      *    Horodatages (HHMMSS) ; la fin reste à zéro sur
      *    l'entrée de début.
           05  OL-START-DATE            PIC 9(8).
           05  OL-START-TIME            PIC 9(6).
           05  OL-END-DATE              PIC 9(8).
           05  OL-END-TIME              PIC 9(6).
           05  OL-RETURN-CODE           PIC 9(4).
      *    Comptages propres à chaque programme : lus ou reçus,
      *    écrits ou postés, rejetés, mis en attente.
           05  OL-COUNT-IN              PIC 9(7).
           05  OL-COUNT-OUT             PIC 9(7).
           05  OL-COUNT-REJECTED        PIC 9(7).
           05  OL-COUNT-HELD            PIC 9(7).
      *    Montants reçus et postés ou écrits.
           05  OL-AMOUNT-IN             PIC S9(12)V99.
           05  OL-AMOUNT-OUT            PIC S9(12)V99.
           05  FILLER                   PIC X(17).
