      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Verifie que l'index des jours ouvres OUVIDX      *
      *               (voir OUVREC/BLDOUV) est a jour avant que les    *
      *               traitements de nuit ne s'y fient : relit         *
      *               l'index en sequentiel et recalcule chaque jour   *
      *               par le service de dates partage DATESRV          *
      *               (fonction 'O' : jours de repos de CALMAST, jours *
      *               feries de HOLCAL tels qu'ils sont MAINTENANT).   *
      *               Signale tout indicateur de jour ouvre qui ne     *
      *               correspond plus (jour ferie ajoute ou supprime   *
      *               depuis la construction, week-end modifie), tout  *
      *               rang cumule faux, tout jour manquant, en double  *
      *               ou hors de la plage d'annees de la carte         *
      *               OUVPARM, tout calendrier actif de CALMAST absent *
      *               de l'index et tout calendrier indexe qui n'est   *
      *               plus actif.                                      *
      *                                                                *
      *   CARTE OUVPARM : la meme que celle de BLDOUV (premiere et     *
      *               derniere annee indexees, "AAAA AAAA").           *
      *                                                                *
      *   CODE RETOUR : 0 = index complet et a jour                    *
      *                 8 = index perime ou incoherent (a              *
      *                     reconstruire par BLDOUV)                   *
      *                12 = carte invalide, index absent, illisible    *
      *                     ou vide, CALMAST indisponible              *
      *               A chainer derriere BLDOUV et devant les          *
      *               traitements de nuit avec un controle COND.       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVVRFY.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO OUVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUVPARM-STATUS.

      *    Definitions des calendriers regionaux (voir CALREC) : les
      *    codes actifs sont ceux que l'index doit couvrir
           SELECT CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-CODE
               FILE STATUS IS WS-CALMAST-STATUS.

           SELECT BUSINESS-DAY-INDEX ASSIGN TO OUVIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDI-CLE
               ALTERNATE RECORD KEY IS BDI-CLE-RANG WITH DUPLICATES
               FILE STATUS IS WS-OUVIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Premiere et derniere annee indexees
       01  PARAM-RECORD.
           05  PC-ANNEE-DEBUT PIC X(04).
           05  FILLER PIC X(01).
           05  PC-ANNEE-FIN PIC X(04).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  BUSINESS-DAY-INDEX.
           COPY OUVREC.

       WORKING-STORAGE SECTION.

       01  WS-OUVPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-CALMAST-STATUS PIC X(02) VALUE '00'.
       01  WS-OUVIDX-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : recalcul de la date et
      *    du verdict de chaque jour indexe
           COPY DATEPRM.

       01  WS-EOF-CALMAST PIC X(01) VALUE 'N'.
           88  EOF-CALMAST VALUE 'Y'.
       01  WS-EOF-OUVIDX PIC X(01) VALUE 'N'.
           88  EOF-OUVIDX VALUE 'Y'.

      *    Plage d'annees attendue et ses bornes en numeros de serie
       01  WS-ANNEE-DEBUT PIC 9(04).
       01  WS-ANNEE-FIN PIC 9(04).
       01  WS-SERIAL-DEBUT PIC S9(08).
       01  WS-SERIAL-FIN PIC S9(08).

      *    Calendriers actifs de CALMAST, et pour chacun s'il a ete
      *    rencontre dans l'index
       01  WS-NB-ATTENDUS PIC 9(02) VALUE 0.
       01  WS-CALENDRIERS-ATTENDUS.
           05  WCA-ENTREE OCCURS 50 TIMES INDEXED BY WCA-IDX.
               10  WCA-CODE PIC X(03).
               10  WCA-VU PIC X(01).
                   88  WCA-DEJA-VU VALUE 'O'.
       01  WS-ATTENDU-TROUVE PIC X(01).
           88  ATTENDU-TROUVE VALUE 'O'.

      *    Calendrier en cours de verification, prochain jour
      *    attendu et rang recalcule
       01  WS-CALENDRIER-COURANT PIC X(03) VALUE LOW-VALUES.
       01  WS-SERIAL-ATTENDU PIC S9(08).
       01  WS-RANG-ATTENDU PIC 9(08).
       01  WS-OUVRE-ATTENDU PIC X(01).
       01  WS-DATE-ATTENDUE.
           05  WS-ATT-ANNEE PIC 9(04).
           05  WS-ATT-MOIS PIC 9(02).
           05  WS-ATT-JOUR PIC 9(02).

      *    Compteurs d'anomalies
       01  WS-NB-LUS PIC 9(08) VALUE 0.
       01  WS-NB-INDICATEURS PIC 9(08) VALUE 0.
       01  WS-NB-RANGS PIC 9(08) VALUE 0.
       01  WS-NB-MANQUANTS PIC 9(08) VALUE 0.
       01  WS-NB-HORS-PLAGE PIC 9(08) VALUE 0.
       01  WS-NB-CAL-ABSENTS PIC 9(08) VALUE 0.
       01  WS-NB-CAL-INATTENDUS PIC 9(08) VALUE 0.

      *    Au-dela de cette limite, les anomalies restent comptees
      *    mais ne sont plus detaillees une par une sur SYSOUT (un
      *    seul jour ferie ajoute decale le rang de tous les jours
      *    qui le suivent), comme dans LEAPVRFY
       01  WS-NB-DETAILLEES PIC 9(08) VALUE 0.
       01  WS-MAX-DETAILLEES PIC 9(08) VALUE 100.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-OUVIDX
               READ BUSINESS-DAY-INDEX NEXT
                   AT END
                       SET EOF-OUVIDX TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 3000-VERIFIER-ENREGISTREMENT
               END-READ
           END-PERFORM
           PERFORM 4000-CLORE-CALENDRIER
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           PERFORM 1200-BORNER-PLAGE
           PERFORM 1300-CHARGER-CALENDRIERS
           OPEN INPUT BUSINESS-DAY-INDEX
           IF WS-OUVIDX-STATUS NOT = '00'
               DISPLAY "Index OUVIDX absent ou illisible, statut "
                   WS-OUVIDX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Lit et valide la carte parametre (memes regles que
      *    BLDOUV)
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-OUVPARM-STATUS NOT = '00'
               DISPLAY "Carte OUVPARM absente, statut "
                   WS-OUVPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte OUVPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-ANNEE-DEBUT NOT NUMERIC OR PC-ANNEE-FIN NOT NUMERIC
               DISPLAY "Carte OUVPARM invalide (annees non "
                   "numeriques) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-ANNEE-DEBUT TO WS-ANNEE-DEBUT
           MOVE PC-ANNEE-FIN TO WS-ANNEE-FIN
           IF WS-ANNEE-DEBUT < 1583 OR WS-ANNEE-DEBUT > WS-ANNEE-FIN
               DISPLAY "Carte OUVPARM invalide (plage d'annees) : "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Numeros de serie du 1er janvier de la premiere annee et
      *    du 31 decembre de la derniere
       1200-BORNER-PLAGE.
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-ANNEE-DEBUT TO DSP-ANNEE
           MOVE 1 TO DSP-MOIS
           MOVE 1 TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-SERIAL TO WS-SERIAL-DEBUT
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-ANNEE-FIN TO DSP-ANNEE
           MOVE 12 TO DSP-MOIS
           MOVE 31 TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-SERIAL TO WS-SERIAL-FIN.

      *    Retient les codes des calendriers actifs de CALMAST
       1300-CHARGER-CALENDRIERS.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALMAST-STATUS NOT = '00'
               DISPLAY "Definitions CALMAST indisponibles, statut "
                   WS-CALMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-CALMAST
               READ CALENDAR-FILE NEXT
                   AT END
                       SET EOF-CALMAST TO TRUE
                   NOT AT END
                       IF CAL-EST-ACTIF
                           PERFORM 1350-RETENIR-CALENDRIER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       1350-RETENIR-CALENDRIER.
           IF WS-NB-ATTENDUS >= 50
               DISPLAY "Plus de 50 calendriers actifs dans CALMAST : "
                   "couverture non verifiee pour " CAL-CODE
           ELSE
               ADD 1 TO WS-NB-ATTENDUS
               SET WCA-IDX TO WS-NB-ATTENDUS
               MOVE CAL-CODE TO WCA-CODE(WCA-IDX)
               MOVE 'N' TO WCA-VU(WCA-IDX)
           END-IF.

      *    Verifie une entree lue. Au changement de calendrier, clot
      *    le precedent et ouvre le suivant au 1er jour de la plage.
      *    Les jours manquants devant l'entree lue sont signales et
      *    recalcules pour que le rang reprenne juste derriere.
       3000-VERIFIER-ENREGISTREMENT.
           IF BDI-CALENDRIER NOT = WS-CALENDRIER-COURANT
               PERFORM 4000-CLORE-CALENDRIER
               PERFORM 3100-OUVRIR-CALENDRIER
           END-IF
           IF BDI-SERIAL NOT NUMERIC
               ADD 1 TO WS-NB-HORS-PLAGE
               PERFORM 3900-DETAILLER-ANOMALIE
               IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
                   DISPLAY "Numero de serie illisible : " BDI-CLE
               END-IF
           ELSE
               IF BDI-SERIAL < WS-SERIAL-ATTENDU OR
                  BDI-SERIAL > WS-SERIAL-FIN
                   ADD 1 TO WS-NB-HORS-PLAGE
                   PERFORM 3900-DETAILLER-ANOMALIE
                   IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
                       DISPLAY "Jour hors plage ou en double : "
                           BDI-CLE
                   END-IF
               ELSE
                   PERFORM UNTIL WS-SERIAL-ATTENDU = BDI-SERIAL
                       PERFORM 3300-SIGNALER-MANQUANT
                   END-PERFORM
                   PERFORM 3200-VERIFIER-JOUR
               END-IF
           END-IF.

      *    Nouveau calendrier : doit etre un calendrier actif de
      *    CALMAST ; la verification reprend au 1er jour de la plage
       3100-OUVRIR-CALENDRIER.
           MOVE BDI-CALENDRIER TO WS-CALENDRIER-COURANT
           MOVE WS-SERIAL-DEBUT TO WS-SERIAL-ATTENDU
           MOVE 0 TO WS-RANG-ATTENDU
           MOVE 'N' TO WS-ATTENDU-TROUVE
           PERFORM VARYING WCA-IDX FROM 1 BY 1
                   UNTIL WCA-IDX > WS-NB-ATTENDUS OR ATTENDU-TROUVE
               IF WCA-CODE(WCA-IDX) = BDI-CALENDRIER
                   SET ATTENDU-TROUVE TO TRUE
                   MOVE 'O' TO WCA-VU(WCA-IDX)
               END-IF
           END-PERFORM
           IF NOT ATTENDU-TROUVE
               ADD 1 TO WS-NB-CAL-INATTENDUS
               DISPLAY "Calendrier '" BDI-CALENDRIER "' indexe mais "
                   "absent ou inactif dans CALMAST"
           END-IF.

      *    Recalcule le jour attendu et compare date, indicateur et
      *    rang a l'entree lue
       3200-VERIFIER-JOUR.
           PERFORM 3400-RECALCULER-JOUR
           IF BDI-DATE NOT = WS-DATE-ATTENDUE OR
              BDI-OUVRE NOT = WS-OUVRE-ATTENDU
               ADD 1 TO WS-NB-INDICATEURS
               PERFORM 3900-DETAILLER-ANOMALIE
               IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
                   DISPLAY "Jour perime " BDI-CLE " : index = "
                       BDI-OUVRE ", attendu = " WS-OUVRE-ATTENDU
                       " (" WS-DATE-ATTENDUE ")"
               END-IF
           END-IF
           IF BDI-RANG NOT NUMERIC OR
              BDI-RANG-CALENDRIER NOT = BDI-CALENDRIER
               ADD 1 TO WS-NB-RANGS
           ELSE
               IF BDI-RANG NOT = WS-RANG-ATTENDU
                   ADD 1 TO WS-NB-RANGS
                   PERFORM 3900-DETAILLER-ANOMALIE
                   IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
                       DISPLAY "Rang errone " BDI-CLE " : index = "
                           BDI-RANG ", attendu = " WS-RANG-ATTENDU
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SERIAL-ATTENDU.

      *    Le jour attendu manque a l'index : signale, puis recalcule
      *    pour que le rang attendu tienne compte de lui
       3300-SIGNALER-MANQUANT.
           PERFORM 3400-RECALCULER-JOUR
           ADD 1 TO WS-NB-MANQUANTS
           PERFORM 3900-DETAILLER-ANOMALIE
           IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
               DISPLAY "Jour manquant dans l'index : '"
                   WS-CALENDRIER-COURANT "' " WS-DATE-ATTENDUE
           END-IF
           ADD 1 TO WS-SERIAL-ATTENDU.

      *    Date et verdict du jour WS-SERIAL-ATTENDU pour le
      *    calendrier en cours, par DATESRV (memes appels que
      *    BLDOUV), et rang attendu qui s'en deduit
       3400-RECALCULER-JOUR.
           MOVE 'D' TO DSP-FONCTION
           MOVE WS-SERIAL-ATTENDU TO DSP-SERIAL
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-ANNEE TO WS-ATT-ANNEE
           MOVE DSP-MOIS TO WS-ATT-MOIS
           MOVE DSP-JOUR TO WS-ATT-JOUR
           MOVE 'O' TO DSP-FONCTION
           MOVE WS-CALENDRIER-COURANT TO DSP-CALENDRIER
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OUVRE = 'O'
               MOVE 'O' TO WS-OUVRE-ATTENDU
               ADD 1 TO WS-RANG-ATTENDU
           ELSE
               MOVE 'N' TO WS-OUVRE-ATTENDU
           END-IF.

      *    Compte les anomalies detaillees et annonce une seule fois
      *    que les suivantes ne le seront plus
       3900-DETAILLER-ANOMALIE.
           ADD 1 TO WS-NB-DETAILLEES
           IF WS-NB-DETAILLEES = WS-MAX-DETAILLEES + 1
               DISPLAY "Plus de " WS-MAX-DETAILLEES " anomalies : "
                   "les suivantes sont comptees sans detail"
           END-IF.

      *    Fin d'un calendrier : les jours attendus derriere la
      *    derniere entree lue manquent (signales en une ligne)
       4000-CLORE-CALENDRIER.
           IF WS-CALENDRIER-COURANT NOT = LOW-VALUES AND
              WS-SERIAL-ATTENDU <= WS-SERIAL-FIN
               COMPUTE WS-NB-MANQUANTS = WS-NB-MANQUANTS
                   + WS-SERIAL-FIN - WS-SERIAL-ATTENDU + 1
               PERFORM 3900-DETAILLER-ANOMALIE
               IF WS-NB-DETAILLEES <= WS-MAX-DETAILLEES
                   DISPLAY "Fin de plage manquante dans l'index pour "
                       "le calendrier '" WS-CALENDRIER-COURANT "'"
               END-IF
           END-IF.

      *    Bilan de la verification et code retour pour le
      *    chainage JCL
       9000-TERMINAISON.
           CLOSE BUSINESS-DAY-INDEX
           PERFORM VARYING WCA-IDX FROM 1 BY 1
                   UNTIL WCA-IDX > WS-NB-ATTENDUS
               IF NOT WCA-DEJA-VU(WCA-IDX)
                   ADD 1 TO WS-NB-CAL-ABSENTS
                   DISPLAY "Calendrier actif '" WCA-CODE(WCA-IDX)
                       "' absent de l'index"
               END-IF
           END-PERFORM

           DISPLAY "Verification OUVIDX terminee"
           DISPLAY "Entrees lues               : " WS-NB-LUS
           DISPLAY "Indicateurs perimes        : " WS-NB-INDICATEURS
           DISPLAY "Rangs errones              : " WS-NB-RANGS
           DISPLAY "Jours manquants            : " WS-NB-MANQUANTS
           DISPLAY "Jours hors plage / doubles : " WS-NB-HORS-PLAGE
           DISPLAY "Calendriers absents        : " WS-NB-CAL-ABSENTS
           DISPLAY "Calendriers inattendus     : "
               WS-NB-CAL-INATTENDUS

           IF WS-NB-LUS = 0
               DISPLAY "Index vide : a reconstruire par BLDOUV"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-NB-INDICATEURS > 0 OR WS-NB-RANGS > 0 OR
                  WS-NB-MANQUANTS > 0 OR WS-NB-HORS-PLAGE > 0 OR
                  WS-NB-CAL-ABSENTS > 0 OR WS-NB-CAL-INATTENDUS > 0
                   DISPLAY "Index perime : a reconstruire par BLDOUV "
                       "avant les traitements de nuit"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "Index complet et a jour"
               END-IF
           END-IF.
