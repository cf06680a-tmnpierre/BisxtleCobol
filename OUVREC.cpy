      ******************************************************************
      *   OUVREC : gabarit partagé de l'index des jours ouvrés         *
      *   (fichier OUVIDX, un enregistrement par calendrier régional   *
      *   et par jour de la plage d'années indexée, 34 octets).        *
      *   Construit par BLDOUV après chaque modification de HOLCAL     *
      *   (HOLGEN, HOLAPLY) ou de CALMAST, vérifié par OUVVRFY,        *
      *   consulté par DATESRV pour les fonctions 'E' et 'J' : un      *
      *   écart ou un décalage en jours ouvrés se résout en deux       *
      *   lectures par clé au lieu d'un parcours jour par jour. COPY   *
      *   par ces trois programmes pour que les zones ne divergent     *
      *   pas.                                                         *
      *                                                                *
      *   BDI-CLE : code calendrier + date AAAAMMJJ - clé primaire.    *
      *                                                                *
      *   BDI-RANG : numéro cumulé de jours ouvrés du calendrier,      *
      *   depuis le 1er janvier de la première année indexée jusqu'au  *
      *   jour lui-même inclus. Un jour non ouvré porte le rang du     *
      *   dernier jour ouvré qui le précède (0 avant le premier).      *
      *   Le nombre de jours ouvrés entre deux dates (départ exclu,    *
      *   arrivée incluse) est donc la différence de leurs rangs.      *
      *                                                                *
      *   BDI-CLE-RANG : code calendrier + rang - clé secondaire avec  *
      *   doublons. Les jours d'un même rang sont écrits par date      *
      *   croissante : le premier lu par cette clé est le jour ouvré   *
      *   qui porte ce rang, les suivants les jours non ouvrés qui le  *
      *   suivent.                                                     *
      *                                                                *
      *   BDI-OUVRE : 'O' = jour ouvré, 'N' = jour de repos            *
      *   hebdomadaire du calendrier (CALMAST) ou jour férié (HOLCAL). *
      *                                                                *
      *   BDI-SERIAL : numéro de série du jour (1er janvier 1583 =     *
      *   1, voir DATEPRM), pour rendre une date atteinte sans         *
      *   nouvelle conversion.                                         *
      ******************************************************************
       01  BUSINESS-DAY-RECORD.
           05  BDI-CLE.
               10  BDI-CALENDRIER PIC X(03).
               10  BDI-DATE PIC X(08).
           05  FILLER PIC X(01).
           05  BDI-CLE-RANG.
               10  BDI-RANG-CALENDRIER PIC X(03).
               10  BDI-RANG PIC 9(08).
           05  FILLER PIC X(01).
           05  BDI-OUVRE PIC X(01).
               88  BDI-JOUR-OUVRE VALUE 'O'.
           05  FILLER PIC X(01).
           05  BDI-SERIAL PIC 9(08).
