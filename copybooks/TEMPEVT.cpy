      *****************************************************
      *  TEMPEVT.cpy                                      *
      *  Parameter area passed to TempIncidentWrite by    *
      *  ConvertTemperature and TempSensorCheck : an      *
      *  alarm to record on a site (open or update its    *
      *  incident) or a return to normal (close it).      *
      *  TEV-INCIDENT-STATE comes back set, so that the   *
      *  caller can skip the call for a site known to     *
      *  have no open incident.                           *
      *****************************************************
       01  TEMP-INCIDENT-EVENT.
           05  TEV-ACTION               PIC X(1).
               88  TEV-RAISE                VALUE "R".
               88  TEV-CLEAR                VALUE "C".
           05  TEV-SITE-ID              PIC X(8).
      *    Même codification que INC-TYPE (TEMPINC).
           05  TEV-TYPE                 PIC X(1).
               88  TEV-IS-TOLERANCE         VALUE "S".
               88  TEV-IS-EMISSION          VALUE "E".
           05  TEV-DATE                 PIC 9(8).
      *    Heure de l'événement (HHMM).
           05  TEV-TIME                 PIC 9(4).
           05  TEV-VALUE                PIC S9(4)V99.
           05  TEV-REASON               PIC X(14).
      *    En retour : incident du site ouvert ou non après
      *    l'appel.
           05  TEV-INCIDENT-STATE       PIC X(1).
               88  TEV-INCIDENT-OPEN        VALUE "O".
               88  TEV-NO-INCIDENT          VALUE "N".
