      *               de numeros de serie et jours feries HOLCAL du    *
      *               calendrier regional demande, tous rendus par     *
      *               le service de dates partage DATESRV (table       *
      *               LEAPTAB d'abord). Le calendrier demande doit     *
      *               figurer dans les definitions CALMAST, etre       *
      *               actif et faire foi pour les annees saisies,      *
      *               sinon la demande est refusee avec le meme motif  *
      *               CALEND que les rejets de BUSDAYS ; ses jours     *
      *               de repos hebdomadaire sont ceux de sa            *
      *               definition. Chaque demande est tracee dans le    *
      *               journal d'audit INQAUD, sur le modele du         *
      *               journal AUDITLOG de BISXTLE.                     *
      *                                                                *
      ******************************************************************

           88  DATE-EST-VALIDE VALUE 'O'.
       01  WS-JOUR-MAX PIC 9(02).

      *    Controle du calendrier saisi dans CALMAST (par DATESRV)
      *    pour l'annee WS-ANNEE-CONTROLEE, 0 = code seul
       01  WS-CALENDRIER-VALIDE PIC X(01).
           88  CALENDRIER-VALIDE VALUE 'O'.
       01  WS-ANNEE-CONTROLEE PIC 9(04).

      *    Nombre de jours de chaque mois (année non bissextile)
       01  DAYS-IN-MONTH-VALUES.
           05  FILLER PIC 9(02) VALUE 31.
       01  WS-SERIAL-DATE2 PIC S9(08).
       01  WS-SERIAL-BAS PIC S9(08).
       01  WS-SERIAL-HAUT PIC S9(08).
       01  WS-ECART-JOURS PIC S9(08).
       01  WS-JOURS-OUVRES PIC S9(08).
       01  WS-DEC-JOURS PIC S9(08).
       01  WS-CALCUL-OK PIC X(01).
           88  CALCUL-OK VALUE 'O'.


      *    Demande a l'operateur le calendrier regional de jours
      *    feries qui s'applique (blanc = calendrier par defaut,
      *    voir HOLREC) et controle son code dans CALMAST
       2100-DEMANDER-CALENDRIER.
           DISPLAY "Code calendrier (blanc = defaut) : "
               WITH NO ADVANCING
           ACCEPT WS-CALENDRIER-SAISI
           MOVE FUNCTION UPPER-CASE(WS-CALENDRIER-SAISI)
               TO WS-CALENDRIER-SAISI
           MOVE WS-CALENDRIER-SAISI TO DSP-CALENDRIER
           MOVE SPACES TO WS-DATE-SAISIE
           MOVE 0 TO WS-ANNEE-CONTROLEE
           PERFORM 2200-CONTROLER-CALENDRIER.

      *    Controle par DATESRV du calendrier saisi pour l'annee
      *    WS-ANNEE-CONTROLEE (0 = code seul) : absent de CALMAST,
      *    inactif ou hors de ses annees de validite, il est refuse
      *    avec le motif CALEND des rejets de BUSDAYS et le refus
      *    est trace. CALMAST indisponible : aucun controle
       2200-CONTROLER-CALENDRIER.
           MOVE 'O' TO WS-CALENDRIER-VALIDE
           MOVE 'C' TO DSP-FONCTION
           MOVE WS-CALENDRIER-SAISI TO DSP-CALENDRIER
           MOVE WS-ANNEE-CONTROLEE TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-CAL-UTILISABLE
               MOVE 'N' TO WS-CALENDRIER-VALIDE
               EVALUATE TRUE
                   WHEN DSP-CAL-INCONNU
                       DISPLAY "Calendrier refuse (CALEND) : '"
                           WS-CALENDRIER-SAISI "' absent des "
                           "definitions CALMAST"
                   WHEN DSP-CAL-INACTIF
                       DISPLAY "Calendrier refuse (CALEND) : '"
                           WS-CALENDRIER-SAISI "' inactif"
                   WHEN OTHER
                       DISPLAY "Calendrier refuse (CALEND) : '"
                           WS-CALENDRIER-SAISI "' ne fait pas foi "
                           "pour " WS-ANNEE-CONTROLEE
               END-EVALUATE
               MOVE SPACES TO WS-AUDIT-LG-ZONE2
               MOVE 'CALEND' TO WS-AUDIT-LG-RESULTAT
               PERFORM 8100-TRACER-DEMANDE
           END-IF.

      *    Ecart entre deux dates : jours calendaires et jours
      *    ouvres (hors jours de repos et jours feries du
      *    calendrier demande), signes si la seconde date precede
      *    la premiere - memes conventions que BUSDAYS
       3000-TRAITER-ECART.
           MOVE 'E' TO WS-AUDIT-LG-TYPE
           PERFORM 2100-DEMANDER-CALENDRIER
           IF CALENDRIER-VALIDE
               PERFORM 3100-CALCULER-ECART
           END-IF.

       3100-CALCULER-ECART.
           DISPLAY "Premiere date (AAAAMMJJ) : " WITH NO ADVANCING
           ACCEPT WS-DATE-SAISIE
           PERFORM 6000-VALIDER-DATE-SAISIE
      *    que les enregistrements date + decalage de BUSDAYS (en
      *    ouvre, un decalage nul roule au jour ouvre suivant)
       4000-TRAITER-ECHEANCE.
           MOVE 'D' TO WS-AUDIT-LG-TYPE
           PERFORM 2100-DEMANDER-CALENDRIER
           IF CALENDRIER-VALIDE
               PERFORM 4050-SAISIR-ECHEANCE
           END-IF.

       4050-SAISIR-ECHEANCE.
           DISPLAY "Date de depart (AAAAMMJJ) : " WITH NO ADVANCING
           ACCEPT WS-DATE-SAISIE
           PERFORM 6000-VALIDER-DATE-SAISIE
               PERFORM 8100-TRACER-DEMANDE
           END-IF.

      *    Decalage en jours ouvres rendu par DATESRV (fonction
      *    'J', resolue par l'index des jours ouvres OUVIDX), comme
      *    le fait BUSDAYS en batch ; un decalage nul roule
      *    simplement au jour ouvre suivant si la date de depart
      *    tombe un jour non ouvre. Une echeance hors perimetre
      *    rend un numero de serie nul, signale par 4100
       4200-DECALER-EN-OUVRE.
           MOVE 'J' TO DSP-FONCTION
           MOVE WS-CALENDRIER-SAISI TO DSP-CALENDRIER
           MOVE WS-SERIAL-DATE1 TO DSP-SERIAL
           MOVE WS-DEC-JOURS TO DSP-NB-JOURS
           MOVE 'S' TO DSP-CONVENTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-DATE2
           ELSE
               MOVE 0 TO WS-SERIAL-DATE2
           END-IF.

      *    Valide la date saisie : numerique, annee dans le
      *    perimetre, mois 1-12, jour reel du mois (29 fevrier
      *    accepte uniquement les annees bissextiles, indicateur
      *    rendu par DATESRV) - rejette par exemple le 30 fevrier
      *    ou le 31 avril, comme BISXTLE et HOLMAINT. Le calendrier
      *    demande doit en outre faire foi pour l'annee saisie
       6000-VALIDER-DATE-SAISIE.
           MOVE 'N' TO WS-DATE-VALIDE
           IF WS-DATE-SAISIE NOT NUMERIC
                               WS-DATE-SAISIE
                       ELSE
                           MOVE 'O' TO WS-DATE-VALIDE
                           MOVE WS-SAISIE-ANNEE TO WS-ANNEE-CONTROLEE
                           PERFORM 2200-CONTROLER-CALENDRIER
                           IF NOT CALENDRIER-VALIDE
                               MOVE 'N' TO WS-DATE-VALIDE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS.

      *    Nombre de jours ouvres entre WS-SERIAL-BAS (exclu) et
      *    WS-SERIAL-HAUT (inclus) dans le calendrier demande, rendu
      *    par DATESRV (fonction 'E', resolue par l'index des jours
      *    ouvres OUVIDX) - meme regle que BUSDAYS
       7200-COMPTER-JOURS-OUVRES.
           MOVE 'E' TO DSP-FONCTION
           MOVE WS-CALENDRIER-SAISI TO DSP-CALENDRIER
           MOVE WS-SERIAL-BAS TO DSP-SERIAL
           MOVE WS-SERIAL-HAUT TO DSP-SERIAL-FIN
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-NB-JOURS TO WS-JOURS-OUVRES
           ELSE
               MOVE 0 TO WS-JOURS-OUVRES
           END-IF.

      *    Trace la demande dans le journal d'audit (meme principe
