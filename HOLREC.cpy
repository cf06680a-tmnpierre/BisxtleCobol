      *                                                                *
      *   HOL-ORIGINE : 'R' = engendré par une règle du générateur     *
      *   HOLGEN (remplacé à chaque régénération de ses années),       *
      *   'M' ou blanc = saisi manuellement dans HOLMAINT puis validé  *
      *   à quatre yeux (HOLAPPR, HOLAPLY - voir PENDREC), conservé    *
      *   au travers des régénérations ; 'I' = importé du flux externe *
      *   des jours fériés officiels par HOLRAPP en mode application,  *
      *   conservé lui aussi au travers des régénérations.             *
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-CLE.
