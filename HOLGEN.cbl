      *               le fichier de regles (regenerer un site ne       *
      *               touche pas aux autres). Les entrees saisies      *
      *               manuellement dans HOLMAINT (HOL-ORIGINE 'M' ou   *
      *               blanc) ou importees du flux officiel par HOLRAPP *
      *               ('I') sont conservees ; une cle deja presente    *
      *               n'est jamais ecrasee par la generation.          *
      *               Toutes les regles sont controlees AVANT la       *
      *               moindre ecriture : une regle invalide arrete     *
      *               le run avec le calendrier intact. Une regle      *
      *               dont le code calendrier est absent des           *
      *               definitions CALMAST (voir CALREC) est invalide.  *
      *                                                                *
      *   CARTE HOLPARM : annee debut (4 ch.), espace, annee fin       *
      *               (4 ch.), ex. "2027 2035".                        *
                       SET EOF-PREREGLES TO TRUE
                   NOT AT END
                       PERFORM 3100-VALIDER-REGLE
                       IF REGLE-VALIDE
                           PERFORM 3150-CONTROLER-CALENDRIER
                       END-IF
                       IF NOT REGLE-VALIDE
                           ADD 1 TO WS-NB-REGLES-ERREUR
                           MOVE 'N' TO WS-REGLES-VALIDES
      *    Purge, par plage de cles, les entrees engendrees ('R')
      *    des annees de la plage demandee, calendrier de regles
      *    par calendrier de regles. Les entrees manuelles ('M' ou
      *    origine a blanc), importees ('I'), engendrees hors plage et
      *    celles des autres calendriers regionaux sont conservees.
       1200-PURGER-ENGENDREES.
           MOVE WS-ANNEE-FIN TO WS-DATE-BORNE(1:4)
               DISPLAY "Regle invalide : " RULE-RECORD
           END-IF.

      *    Le calendrier de la regle doit figurer dans les
      *    definitions CALMAST (controle par DATESRV) : un code
      *    inconnu alimenterait un calendrier que ni BUSDAYS ni
      *    BUSDINQ n'accepteraient. Sans CALMAST, aucun code ne
      *    peut etre verifie et la regle est refusee.
       3150-CONTROLER-CALENDRIER.
           MOVE 'C' TO DSP-FONCTION
           MOVE RG-CALENDRIER TO DSP-CALENDRIER
           MOVE 0 TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-CAL-INCONNU OR DSP-CAL-NON-CONTROLE
               MOVE 'N' TO WS-REGLE-VALIDE
               DISPLAY "Calendrier '" RG-CALENDRIER "' absent des "
                   "definitions CALMAST : " RULE-RECORD
           END-IF.

      *    Regle a date fixe : le 29 fevrier d'une regle fixe n'est
      *    engendre que les annees bissextiles
       3200-GENERER-FIXE.
