      *  One configured tolerance for a site/sensor : a    *
      *  converted reading below the low bound or above    *
      *  the high bound raises the site's alarm flag on    *
      *  the daily summary written by ConvertTemperature,  *
      *  and opens or extends the site's TEMPINC           *
      *  incident ; a reading back within the bounds       *
      *  closes it.                                        *
      *****************************************************
       01  TEMP-TOLERANCE-RECORD.
           05  TOL-SITE-ID              PIC X(8).
