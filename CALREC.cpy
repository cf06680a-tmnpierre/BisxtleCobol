      ******************************************************************
      *   CALREC : gabarit partagé de la définition d'un calendrier    *
      *   régional (fichier CALMAST, un enregistrement par code        *
      *   calendrier). COPY par DATESRV, qui en tire le week-end de    *
      *   chaque calendrier, par CALMAINT qui l'entretient et par      *
      *   CALMIGR qui l'initialise depuis HOLCAL.                      *
      *                                                                *
      *   CAL-CODE : code calendrier tel qu'il figure dans HOLCAL      *
      *   (HOL-CALENDRIER) et sur les transactions BUSDAYS ; blanc =   *
      *   calendrier par défaut. Clé du fichier indexé. Un code        *
      *   absent de CALMAST est refusé par BUSDAYS, BUSDINQ, HOLMAINT  *
      *   et HOLGEN.                                                   *
      *                                                                *
      *   CAL-WEEKEND : jours de repos hebdomadaire, une position par  *
      *   jour de la semaine du lundi (position 1) au dimanche         *
      *   (position 7) ; 'O' = jour de repos, 'N' = jour travaillé.    *
      *   'NNNNNOO' = samedi/dimanche (Europe), 'NNNNOON' =            *
      *   vendredi/samedi (sites du Golfe). Au moins un jour           *
      *   travaillé par semaine.                                       *
      *                                                                *
      *   CAL-ACTIF : 'O' = calendrier en service, 'N' = retiré (les   *
      *   transactions qui le citent sont rejetées, ses jours fériés   *
      *   restent consultables).                                       *
      *                                                                *
      *   CAL-ANNEE-DEBUT / CAL-ANNEE-FIN : première et dernière       *
      *   années pour lesquelles le calendrier fait foi ; hors de      *
      *   ces années ses transactions sont rejetées.                   *
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-CODE PIC X(03).
           05  FILLER PIC X(01).
           05  CAL-LIBELLE PIC X(30).
           05  FILLER PIC X(01).
           05  CAL-WEEKEND PIC X(07).
           05  FILLER PIC X(01).
           05  CAL-ACTIF PIC X(01).
               88  CAL-EST-ACTIF VALUE 'O'.
           05  FILLER PIC X(01).
           05  CAL-ANNEE-DEBUT PIC 9(04).
           05  FILLER PIC X(01).
           05  CAL-ANNEE-FIN PIC 9(04).
