      ******************************************************************
      *   TROUTREC : gabarit partagé d'un résultat BUSDAYS (fichier    *
      *   TRANSOUT, 88 octets, zones séparées par un espace). COPY     *
      *   par BUSDAYS qui l'écrit et par HOLIMPA qui relit             *
      *   l'historique conservé des TRANSOUT et produit le fichier     *
      *   de corrections dans la même disposition, pour que les        *
      *   systèmes aval rechargent les corrections comme un TRANSOUT   *
      *   ordinaire.                                                   *
      *                                                                *
      *   Les deux dates en entrée (la deuxième est la date            *
      *   d'échéance calculée pour un décalage), l'écart en jours      *
      *   calendaires, l'écart en jours ouvrés, la référence fournie   *
      *   par le système appelant (recopiée telle quelle depuis        *
      *   l'entrée), puis l'indicateur d'avertissement : '*' quand     *
      *   l'intervalle déborde des années couvertes par le calendrier  *
      *   HOLCAL de la transaction (jours ouvrés calculés sans         *
      *   données de jours fériés sur le débord).                      *
      *                                                                *
      *   OR-CALENDRIER et OR-DECALAGE rappellent ce qui a été         *
      *   demandé : le code du calendrier régional (colonnes 22-24     *
      *   de TRANSIN) et, pour un décalage, les colonnes 10-20 de      *
      *   TRANSIN (signe, nombre de jours, unité, convention de        *
      *   roulement) - blanc pour une paire de dates. Un résultat      *
      *   se recalcule ainsi sans relire la transaction d'origine.     *
      *                                                                *
      *   OR-BASE et OR-FRACTION ne sont servis que pour une paire     *
      *   avec base de calcul des intérêts : code de la base           *
      *   (U360, E360, A360, A365, AACT) et fraction d'année à 10      *
      *   décimales. OR-JOURS porte alors le décompte de jours de la   *
      *   base (jours 30/360 ou jours réels) ; blancs sinon.           *
      ******************************************************************
       01  DAYCOUNT-OUTPUT-RECORD.
           05  OR-DATE1 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-DATE2 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-JOURS PIC -(7)9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-JOURS-OUVRES PIC -(7)9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-REFERENCE PIC X(12).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-AVERTISSEMENT PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-DECALAGE.
               10  OR-DEC-SIGNE PIC X(01).
               10  OR-DEC-JOURS PIC 9(07).
               10  FILLER PIC X(01).
               10  OR-DEC-UNITE PIC X(01).
                   88  OR-DECALAGE-OUVRE VALUE 'O'.
               10  OR-DEC-CONVENTION PIC X(01).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-BASE PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OR-FRACTION PIC -(4)9.9(10).
