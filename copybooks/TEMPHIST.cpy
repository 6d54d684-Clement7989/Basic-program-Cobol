      *  whatever the direction of the conversion, the    *
      *  way CalculateBMI appends to BMIHIST. Read by     *
      *  TempTrendReport for the weekly and monthly site  *
      *  trends. The value is corrected by the sensor's   *
      *  TEMPCAL calibration ; the raw value and the      *
      *  calibration used are kept alongside.             *
      *****************************************************
       01  TEMP-HISTORY-RECORD.
           05  TPH-SITE-ID              PIC X(8).
           05  TPH-DATE                 PIC 9(8).
           05  TPH-TIME                 PIC 9(4).
      *    Valeur du relevé corrigée de l'étalonnage, ramenée en
      *    Celsius quelle que soit l'unité d'origine du capteur.
           05  TPH-CELSIUS              PIC S9(4)V99.
      *    Relevé brut, avant correction, ramené en Celsius.
           05  TPH-RAW-CELSIUS          PIC S9(4)V99.
      *    Étalonnage appliqué : date du certificat (à zéro pour
      *    un capteur sans étalonnage) et correction, dans
      *    l'unité d'émission du capteur.
           05  TPH-CAL-DATE             PIC 9(8).
           05  TPH-CAL-OFFSET           PIC S9(2)V99.
