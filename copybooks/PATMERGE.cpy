      *****************************************************
      *  PATMERGE.cpy                                     *
      *  Record layout for the sequential PATMERGE log of *
      *  patient merges done from PatientMaint : a header *
      *  per merge (or per undo) naming the duplicate and *
      *  the survivor, followed by one detail per BMIHIST *
      *  measurement re-keyed, carrying the measurement   *
      *  as it was before. The details of a merge are     *
      *  what its undo puts back under the duplicate.     *
      *****************************************************
       01  PATIENT-MERGE-RECORD.
           05  PM-RECORD-TYPE           PIC X(1).
               88  PM-IS-HEADER             VALUE "E".
               88  PM-IS-DETAIL             VALUE "D".
           05  PM-DATE                  PIC 9(8).
      *    Heure de la fusion (HHMMSS).
           05  PM-TIME                  PIC 9(6).
           05  PM-OPERATOR-ID           PIC X(4).
      *    FUSION : mesures du doublon passées au conservé ;
      *    ANNUL : fusion défaite, mesures rendues au doublon.
           05  PM-ACTION                PIC X(6).
               88  PM-IS-MERGE              VALUE "FUSION".
               88  PM-IS-UNDO               VALUE "ANNUL".
           05  PM-DUPLICATE-ID          PIC X(8).
           05  PM-SURVIVOR-ID           PIC X(8).
      *    En-tête : nombre de mesures concernées.
           05  PM-MEASURE-COUNT         PIC 9(5).
      *    Détail : enregistrement BMIHIST avant changement de
      *    code.
           05  PM-HISTORY-IMAGE         PIC X(30).
           05  FILLER                   PIC X(4).
