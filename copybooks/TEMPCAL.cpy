      *****************************************************
      *  TEMPCAL.cpy                                      *
      *  The current calibration of a site's sensor, from *
      *  its last calibration certificate : the offset    *
      *  ConvertTemperature adds to every raw reading of  *
      *  the site before conversion, tolerance check and  *
      *  history append, and the date the next            *
      *  calibration falls due. Listed by TempCalibReport *
      *  when overdue or due shortly.                     *
      *****************************************************
       01  TEMP-CALIBRATION-RECORD.
           05  CAL-SITE-ID              PIC X(8).
      *    Correction à ajouter au relevé brut, dans l'unité
      *    d'émission du capteur (celle de TR-VALUE).
           05  CAL-OFFSET               PIC S9(2)V99.
           05  CAL-DATE                 PIC 9(8).
           05  CAL-NEXT-DUE             PIC 9(8).
           05  CAL-CERTIFICATE          PIC X(12).
           05  FILLER                   PIC X(10).
