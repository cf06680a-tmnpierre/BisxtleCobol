      ******************************************************************
      *   FISCREC : gabarit partagé de la définition d'un calendrier   *
      *   fiscal en semaines (fichier FISCDEF, un enregistrement par   *
      *   code exercice, tenu par la comptabilité). COPY par DATESRV,  *
      *   qui le charge au premier appel des fonctions 'F' et 'P'      *
      *   (voir DATEPRM).                                              *
      *                                                                *
      *   Un exercice compte 52 semaines pleines, 53 certaines         *
      *   années ; il porte le numéro de l'année civile où il se       *
      *   termine et commence le lendemain de la fin de l'exercice     *
      *   précédent.                                                   *
      *                                                                *
      *   FIS-MOIS-FIN / FIS-JOUR-SEM / FIS-REGLE-FIN : règle de fin   *
      *   d'exercice, dont découle la règle de début. L'exercice se    *
      *   termine le jour de semaine FIS-JOUR-SEM (1 = lundi ... 7 =   *
      *   dimanche) qui est, selon FIS-REGLE-FIN :                     *
      *     'L' = le dernier de ce jour de semaine du mois             *
      *           FIS-MOIS-FIN,                                        *
      *     'N' = le plus proche du dernier jour du mois FIS-MOIS-FIN  *
      *           (au plus trois jours avant ou après, donc parfois    *
      *           dans le mois suivant).                               *
      *   La 53e semaine apparaît d'elle-même les années où l'écart    *
      *   entre deux fins d'exercice atteint 371 jours.                *
      *                                                                *
      *   FIS-MOTIF : nombre de semaines des trois périodes de chaque  *
      *   trimestre, '445', '454' ou '544' (douze périodes, treize     *
      *   semaines par trimestre).                                     *
      *                                                                *
      *   FIS-PERIODE-53 : période (01 à 12) qui reçoit la 53e         *
      *   semaine les années qui en comptent une (12 le plus souvent). *
      ******************************************************************
       01  FISCAL-RECORD.
           05  FIS-CODE PIC X(03).
           05  FILLER PIC X(01).
           05  FIS-LIBELLE PIC X(30).
           05  FILLER PIC X(01).
           05  FIS-MOIS-FIN PIC 9(02).
           05  FILLER PIC X(01).
           05  FIS-JOUR-SEM PIC 9(01).
           05  FILLER PIC X(01).
           05  FIS-REGLE-FIN PIC X(01).
               88  FIS-FIN-DERNIER VALUE 'L'.
               88  FIS-FIN-PROCHE VALUE 'N'.
           05  FILLER PIC X(01).
           05  FIS-MOTIF PIC X(03).
               88  FIS-MOTIF-VALIDE VALUES '445', '454', '544'.
           05  FILLER PIC X(01).
           05  FIS-PERIODE-53 PIC 9(02).
