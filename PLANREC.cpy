      ******************************************************************
      *   PLANREC : gabarit partagé du plan des runs attendus          *
      *   (fichier RUNPLAN, un enregistrement par programme batch de   *
      *   la chaîne, tenu par l'exploitation comme HOLRULES). Chaque   *
      *   matin, RUNCTL en déduit les programmes qui devaient tourner  *
      *   le jour ouvré précédent et confronte ce plan à l'historique  *
      *   des runs RUNHIST (voir RUNREC).                              *
      *                                                                *
      *   PL-CALENDRIER / PL-REGLE : jours où le programme doit        *
      *   tourner, résolus par DATESRV dans le calendrier régional     *
      *   PL-CALENDRIER (blanc = calendrier par défaut) :              *
      *     'O' = chaque jour ouvré du calendrier,                     *
      *     'P' = premier jour ouvré du mois,                          *
      *     'D' = dernier jour ouvré du mois,                          *
      *     'N' = PL-RANG-ième jour ouvré du mois (01 à 23),           *
      *     'S' = chaque jour de semaine PL-RANG (1 = lundi ... 7 =    *
      *           dimanche) qui est un jour ouvré du calendrier.       *
      *                                                                *
      *   PL-MOIS : 00 = tous les mois, sinon le seul mois (01 à 12)   *
      *   où la règle s'applique (ex. HOLGEN, 'P' et 12 : premier      *
      *   jour ouvré de décembre).                                     *
      *                                                                *
      *   PL-RC-MAX : code retour le plus élevé admis ; au-delà le     *
      *   run est signalé.                                             *
      *                                                                *
      *   PL-EQUILIBRE : 'O' = les compteurs du run doivent            *
      *   s'équilibrer (RH-NB-LUS = RH-NB-ECRITS + RH-NB-REJETS) ;     *
      *   'N' pour les programmes dont les compteurs ne se comparent   *
      *   pas (CALXPRT : années lues, mois écrits ; HOLGEN : règles    *
      *   lues, jours fériés engendrés).                               *
      *                                                                *
      *   Un seul enregistrement par programme ; un run attendu une    *
      *   fois, tout run supplémentaire le même jour est un doublon.   *
      ******************************************************************
       01  RUN-PLAN-RECORD.
           05  PL-PROGRAMME PIC X(08).
           05  FILLER PIC X(01).
           05  PL-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  PL-REGLE PIC X(01).
               88  PL-CHAQUE-OUVRE VALUE 'O'.
               88  PL-PREMIER-OUVRE VALUE 'P'.
               88  PL-DERNIER-OUVRE VALUE 'D'.
               88  PL-NIEME-OUVRE VALUE 'N'.
               88  PL-JOUR-SEMAINE VALUE 'S'.
               88  PL-REGLE-VALIDE VALUES 'O', 'P', 'D', 'N', 'S'.
           05  FILLER PIC X(01).
           05  PL-RANG PIC 9(02).
           05  FILLER PIC X(01).
           05  PL-MOIS PIC 9(02).
           05  FILLER PIC X(01).
           05  PL-RC-MAX PIC 9(02).
           05  FILLER PIC X(01).
           05  PL-EQUILIBRE PIC X(01).
               88  PL-CONTROLE-EQUILIBRE VALUE 'O'.
               88  PL-EQUILIBRE-VALIDE VALUES 'O', 'N'.
           05  FILLER PIC X(01).
           05  PL-LIBELLE PIC X(30).
