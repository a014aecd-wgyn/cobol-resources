      * Humidity configuration: the heat index threshold in Celsius
      * above which a paired temperature and humidity reading raises
      * a heat-stress alert for facilities.  The value is a signed
      * display number, e.g. 32.00.
           05  HUMC-HEAT-THRESHOLD         PIC X(08).
