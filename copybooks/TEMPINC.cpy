      *****************************************************
      *  TEMPINC.cpy                                      *
      *  Record layout for the TEMPINC indexed incident   *
      *  file : one incident per episode of alarm on a    *
      *  site, a reading out of its TEMPTOL bounds or a   *
      *  sensor failing its emission schedule. Opened,    *
      *  updated and closed through TempIncidentWrite,    *
      *  acknowledged by an operator in TempIncidentAck,  *
      *  read by TempIncidentEscal and TempIncidentMonth. *
      *  The key keeps a site's incidents of one kind     *
      *  together in opening order.                       *
      *****************************************************
       01  TEMP-INCIDENT-RECORD.
           05  INC-KEY.
               10  INC-SITE-ID          PIC X(8).
      *        S : relevé hors seuil TEMPTOL (ConvertTemperature) ;
      *        E : anomalie d'émission (TempSensorCheck).
               10  INC-TYPE             PIC X(1).
                   88  INC-IS-TOLERANCE     VALUE "S".
                   88  INC-IS-EMISSION      VALUE "E".
      *        Ouverture : heure (HHMM) du premier relevé hors
      *        seuil, ou fin de la plage d'émission attendue.
               10  INC-OPEN-DATE        PIC 9(8).
               10  INC-OPEN-TIME        PIC 9(4).
           05  INC-STATUS               PIC X(1).
               88  INC-IS-OPEN              VALUE "O".
               88  INC-IS-CLOSED            VALUE "C".
      *    ALARME HAUTE / ALARME BASSE, ou l'anomalie d'émission
      *    (MANQUANT, EN RETARD, SOUS L'ATTENDU) la plus récente.
           05  INC-REASON               PIC X(14).
      *    Dernière occurrence, nombre d'occurrences et, pour un
      *    seuil, la dernière valeur convertie hors bornes.
           05  INC-LAST-DATE            PIC 9(8).
           05  INC-LAST-TIME            PIC 9(4).
           05  INC-EVENT-COUNT          PIC 9(5).
           05  INC-LAST-VALUE           PIC S9(4)V99.
      *    Clôture automatique : premier relevé revenu dans les
      *    bornes, ou première journée d'émission conforme.
           05  INC-CLOSE-DATE           PIC 9(8).
           05  INC-CLOSE-TIME           PIC 9(4).
      *    Prise en compte par un opérateur signé : à espaces
      *    tant que personne n'a acquitté l'incident.
           05  INC-ACK-OPER-ID          PIC X(4).
               88  INC-NOT-ACKNOWLEDGED     VALUE SPACES.
           05  INC-ACK-DATE             PIC 9(8).
           05  INC-ACK-TIME             PIC 9(4).
           05  INC-ACK-COMMENT          PIC X(60).
           05  FILLER                   PIC X(13).
