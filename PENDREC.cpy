      ******************************************************************
      *   PENDREC : gabarit partagé d'une demande de modification du   *
      *   calendrier des jours fériés en attente de validation         *
      *   (fichier HOLPEND, principe des quatre yeux). HOLMAINT        *
      *   n'écrit plus dans HOLCAL : chaque ajout ou suppression       *
      *   saisi y est déposé comme demande ; un second opérateur,      *
      *   différent du demandeur, l'approuve ou la refuse dans         *
      *   HOLAPPR ; le batch HOLAPLY reporte les demandes approuvées   *
      *   dans HOLCAL ; le rapport HOLPRPT signale les demandes qui    *
      *   attendent depuis trop longtemps. COPY par ces quatre         *
      *   programmes pour que les zones ne divergent pas d'un          *
      *   programme à l'autre.                                         *
      *                                                                *
      *   PND-CLE : code calendrier + date du jour férié visé, puis    *
      *   date et heure de la demande - clé du fichier indexé. Les     *
      *   demandes d'une même date se suivent donc dans l'ordre        *
      *   chronologique ; il n'y en a jamais plus d'une ouverte        *
      *   (statut E ou A) à la fois pour un même calendrier + date.    *
      *                                                                *
      *   PND-ACTION : 'AJT' = ajout du jour férié, 'SUP' =            *
      *   suppression (mêmes codes que le journal HOLAUD).             *
      *                                                                *
      *   PND-LIBELLE : libellé saisi pour un ajout, libellé en place  *
      *   dans HOLCAL pour une suppression (ce que voit                *
      *   l'approbateur).                                              *
      *                                                                *
      *   PND-STATUT : 'E' = en attente de validation, 'A' = approuvée *
      *   (à appliquer par HOLAPLY), 'R' = refusée, 'T' = appliquée    *
      *   à HOLCAL, 'X' = approuvée mais écartée à l'application       *
      *   (date déjà présente ou déjà absente, calendrier retiré de    *
      *   CALMAST entre-temps). Les demandes ne sont jamais            *
      *   supprimées : le fichier garde l'historique des décisions.    *
      *                                                                *
      *   PND-APPROBATEUR, PND-DEC-DATE / PND-DEC-HEURE : opérateur    *
      *   qui a approuvé ou refusé la demande, et quand.               *
      ******************************************************************
       01  PENDING-RECORD.
           05  PND-CLE.
               10  PND-CALENDRIER PIC X(03).
               10  PND-DATE PIC X(08).
               10  PND-DEM-DATE PIC 9(08).
               10  PND-DEM-HEURE PIC 9(08).
           05  FILLER PIC X(01).
           05  PND-ACTION PIC X(03).
               88  PND-AJOUT VALUE 'AJT'.
               88  PND-SUPPRESSION VALUE 'SUP'.
           05  FILLER PIC X(01).
           05  PND-LIBELLE PIC X(30).
           05  FILLER PIC X(01).
           05  PND-DEMANDEUR PIC X(08).
           05  FILLER PIC X(01).
           05  PND-STATUT PIC X(01).
               88  PND-EN-ATTENTE VALUE 'E'.
               88  PND-APPROUVEE VALUE 'A'.
               88  PND-REFUSEE VALUE 'R'.
               88  PND-APPLIQUEE VALUE 'T'.
               88  PND-ECARTEE VALUE 'X'.
               88  PND-OUVERTE VALUE 'E' 'A'.
           05  FILLER PIC X(01).
           05  PND-APPROBATEUR PIC X(08).
           05  FILLER PIC X(01).
           05  PND-DEC-DATE PIC 9(08).
           05  FILLER PIC X(01).
           05  PND-DEC-HEURE PIC 9(08).
