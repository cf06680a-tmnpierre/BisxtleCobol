      ******************************************************************
      *   RUNREC : gabarit partagé de l'enregistrement du fichier     *
      *   d'historique des runs RUNHIST. Chaque programme batch de    *
      *   la chaine (BISXTLEB, BUSDAYS, CALXPRT, ECHGEN, FISXPRT,     *
      *   HOLGEN, HOLAPLY, HOLRAPP, AUDARCH, REFPURG) y ajoute une    *
      *   ligne par run (OPEN EXTEND) : programme, date et heure du   *
      *   run, compteurs lus / ecrits / rejetes et code retour. Le    *
      *   rapport mensuel d'exploitation OPSRPT s'en nourrit pour     *
      *   suivre volumes, taux de rejet et tendance d'un mois sur     *
      *   l'autre sans fouiller les SYSOUT ; RUNCTL le confronte      *
      *   chaque matin au plan des runs attendus (voir PLANREC).      *
      *   COPY par tous les programmes qui ecrivent ou lisent cet     *
      *   historique pour que les zones ne divergent pas.             *
      ******************************************************************
