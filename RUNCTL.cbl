      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Controle quotidien des runs batch de la chaine,  *
      *               a lancer chaque matin : confronte le plan des    *
      *               runs attendus RUNPLAN (voir PLANREC) a           *
      *               l'historique des runs RUNHIST (voir RUNREC) pour *
      *               le jour ouvre precedent du calendrier de la      *
      *               carte CTLPARM. Les jours ou chaque programme     *
      *               doit tourner (chaque jour ouvre, premier ou      *
      *               dernier jour ouvre du mois, n-ieme jour ouvre,   *
      *               jour de semaine) sont resolus par le service de  *
      *               dates partage DATESRV dans le calendrier du      *
      *               plan. Signale sur le rapport d'exceptions        *
      *               CTLRPRT :                                        *
      *                 - run attendu absent de l'historique,          *
      *                 - run en double le meme jour,                  *
      *                 - code retour au-dela du seuil du plan,        *
      *                 - compteurs desequilibres (lus differents de   *
      *                   ecrits + rejetes), pour les programmes dont  *
      *                   le plan demande ce controle,                 *
      *                 - definition du plan invalide (le programme    *
      *                   n'est alors plus controle).                  *
      *               OPSRPT ne le dit qu'en fin de mois ; ce controle *
      *               le dit le matin meme, et son code retour permet  *
      *               a l'ordonnanceur d'alerter l'astreinte.          *
      *                                                                *
      *   CARTE CTLPARM : code calendrier (3 ch., blanc = calendrier   *
      *               par defaut), espace, date controlee AAAAMMJJ     *
      *               (blanc = jour ouvre precedant la date du jour    *
      *               dans ce calendrier), ex. "FR1" ou                *
      *               "FR1 20260814" pour rejouer un controle.         *
      *                                                                *
      *   CODE RETOUR : 0 = tous les runs attendus sont passes et      *
      *                     equilibres,                                *
      *                 8 = exception(s), voir le rapport CTLRPRT,     *
      *                12 = carte invalide, plan ou historique         *
      *                     indisponible.                              *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO CTLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

      *    Plan des runs attendus, un enregistrement par programme
      *    (voir PLANREC)
           SELECT RUN-PLAN-FILE ASSIGN TO RUNPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPLAN-STATUS.

      *    Historique partage des runs batch (voir RUNREC), lu en
      *    entier : seules les lignes de la date controlee comptent
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO CTLRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Calendrier de controle et date controlee facultative
       01  PARAM-RECORD.
           05  PC-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  PC-DATE PIC X(08).

       FD  RUN-PLAN-FILE
           RECORDING MODE IS F.
           COPY PLANREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CTLPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-RUNPLAN-STATUS PIC X(02) VALUE '00'.
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-RAPPORT-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : jour ouvre precedent,
      *    controle des calendriers et resolution des regles du plan
           COPY DATEPRM.

       01  WS-EOF-RUNPLAN PIC X(01) VALUE 'N'.
           88  EOF-RUNPLAN VALUE 'Y'.
       01  WS-EOF-RUNHIST PIC X(01) VALUE 'N'.
           88  EOF-RUNHIST VALUE 'Y'.

      *    Calendrier de controle, date du jour et date controlee
      *    (jour ouvre precedent ou date de la carte) avec son
      *    numero de serie
       01  WS-CALENDRIER-CONTROLE PIC X(03).
       01  WS-DATE-JOUR.
           05  WS-JOUR-ANNEE PIC 9(04).
           05  WS-JOUR-MOIS PIC 9(02).
           05  WS-JOUR-JOUR PIC 9(02).
       01  WS-DATE-CONTROLE.
           05  WS-CTL-ANNEE PIC 9(04).
           05  WS-CTL-MOIS PIC 9(02).
           05  WS-CTL-JOUR PIC 9(02).
       01  WS-DATE-CONTROLE-N REDEFINES WS-DATE-CONTROLE PIC 9(08).
       01  WS-SERIE-CONTROLE PIC S9(08).

      *    Programmes retenus du plan : attendu ou non a la date
      *    controlee, seuil de code retour, controle d'equilibre
      *    demande et nombre de runs trouves dans l'historique
       01  WS-NB-PLANS PIC 9(02) VALUE 0.
       01  WS-PLANS.
           05  WPL-ENTREE OCCURS 50 TIMES INDEXED BY WPL-IDX.
               10  WPL-PROGRAMME PIC X(08).
               10  WPL-LIBELLE PIC X(30).
               10  WPL-ATTENDU PIC X(01).
                   88  WPL-EST-ATTENDU VALUE 'O'.
               10  WPL-RC-MAX PIC 9(02).
               10  WPL-EQUILIBRE PIC X(01).
                   88  WPL-CONTROLE-EQUILIBRE VALUE 'O'.
               10  WPL-NB-RUNS PIC 9(04).
       01  WS-PLAN-TROUVE PIC X(01).
           88  PLAN-TROUVE VALUE 'O'.
      *    Programme cherche dans la table (definition du plan lue
      *    ou run de l'historique)
       01  WS-PROGRAMME-CHERCHE PIC X(08).

      *    Validation d'une definition du plan
       01  WS-DEFINITION-VALIDE PIC X(01).
           88  DEFINITION-VALIDE VALUE 'O'.
       01  WS-MOTIF-DEFINITION PIC X(50).

      *    Resolution d'une regle : jour vise par la regle dans le
      *    mois controle, rang de jour ouvre cherche, jour de la
      *    semaine de la date controlee (1 = lundi) et mois suivant
       01  WS-SERIE-CIBLE PIC S9(08).
       01  WS-RANG-VISE PIC 9(02).
       01  WS-JOUR-SEMAINE PIC 9(01).
       01  WS-SUIV-ANNEE PIC 9(04).
       01  WS-SUIV-MOIS PIC 9(02).

      *    Compteurs
       01  WS-NB-DEFINITIONS PIC 9(08) VALUE 0.
       01  WS-NB-INVALIDES PIC 9(08) VALUE 0.
       01  WS-NB-ATTENDUS PIC 9(08) VALUE 0.
       01  WS-NB-LIGNES PIC 9(08) VALUE 0.
       01  WS-NB-RUNS-JOUR PIC 9(08) VALUE 0.
       01  WS-NB-MANQUANTS PIC 9(08) VALUE 0.
       01  WS-NB-DOUBLES PIC 9(08) VALUE 0.
       01  WS-NB-RC PIC 9(08) VALUE 0.
       01  WS-NB-DESEQUILIBRES PIC 9(08) VALUE 0.
       01  WS-NB-EXCEPTIONS PIC 9(08) VALUE 0.
       01  WS-SOMME-SORTIES PIC 9(09).

      *    Lignes de mise en forme du rapport
       01  RPT-TITRE-LINE.
           05  FILLER PIC X(30) VALUE
               "CONTROLE DES RUNS ATTENDUS LE".
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-TI-DATE PIC 9(08).
           05  FILLER PIC X(15) VALUE " - CALENDRIER '".
           05  RPT-TI-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE "'".

       01  RPT-COLONNES-LINE.
           05  FILLER PIC X(30) VALUE "PROGRAMME ANOMALIE".
           05  FILLER PIC X(06) VALUE "DETAIL".

       01  RPT-EXCEPTION-LINE.
           05  RPT-EX-PROGRAMME PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-EX-ANOMALIE PIC X(19).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EX-DETAIL PIC X(50).

      *    Details d'une exception sur un run (heure, code retour,
      *    seuil ; compteurs)
       01  RPT-DT-RC.
           05  FILLER PIC X(06) VALUE "HEURE ".
           05  RPT-DT-RC-HEURE PIC 9(08).
           05  FILLER PIC X(04) VALUE " RC ".
           05  RPT-DT-RC-CODE PIC Z9.
           05  FILLER PIC X(07) VALUE " SEUIL ".
           05  RPT-DT-RC-SEUIL PIC Z9.
       01  RPT-DT-EQUILIBRE.
           05  FILLER PIC X(04) VALUE "LUS ".
           05  RPT-DT-EQ-LUS PIC Z(07)9.
           05  FILLER PIC X(08) VALUE " ECRITS ".
           05  RPT-DT-EQ-ECRITS PIC Z(07)9.
           05  FILLER PIC X(08) VALUE " REJETS ".
           05  RPT-DT-EQ-REJETS PIC Z(07)9.
       01  RPT-DT-DOUBLE.
           05  FILLER PIC X(24) VALUE "RUNS DANS LA JOURNEE : ".
           05  RPT-DT-DB-NOMBRE PIC ZZZ9.

      *    Recapitulatif par programme du plan
       01  RPT-RECAP-COLONNES-LINE.
           05  FILLER PIC X(30) VALUE "PROGRAMME ATTENDU RUNS".
       01  RPT-RECAP-LINE.
           05  RPT-RC-PROGRAMME PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-RC-ATTENDU PIC X(03).
           05  FILLER PIC X(05) VALUE SPACES.
           05  RPT-RC-RUNS PIC ZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-RC-LIBELLE PIC X(30).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LIBELLE PIC X(30).
           05  RPT-TOTAL-NOMBRE PIC Z(07)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-RUNPLAN
               READ RUN-PLAN-FILE
                   AT END
                       SET EOF-RUNPLAN TO TRUE
                   NOT AT END
                       PERFORM 2000-TRAITER-DEFINITION
               END-READ
           END-PERFORM
           CLOSE RUN-PLAN-FILE
           PERFORM UNTIL EOF-RUNHIST
               READ RUN-HISTORY-FILE
                   AT END
                       SET EOF-RUNHIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       IF RH-DATE = WS-DATE-CONTROLE-N
                           PERFORM 3000-CONTROLER-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           PERFORM 4000-CONTROLER-PRESENCES
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           PERFORM 1200-DETERMINER-DATE-CONTROLE
           OPEN INPUT RUN-PLAN-FILE
           IF WS-RUNPLAN-STATUS NOT = '00'
               DISPLAY "Plan des runs RUNPLAN indisponible, statut "
                   WS-RUNPLAN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY "Historique RUNHIST indisponible, statut "
                   WS-RUNHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RAPPORT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture CTLRPRT, statut "
                   WS-RAPPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-IMPRIMER-ENTETE.

      *    Lit et valide la carte parametre : calendrier utilisable
      *    (controle 'C' de DATESRV) et, si elle est garnie, date
      *    controlee valide. Toute anomalie arrete le job avec le
      *    code retour 12.
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-CTLPARM-STATUS NOT = '00'
               DISPLAY "Carte CTLPARM absente, statut "
                   WS-CTLPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte CTLPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           MOVE PC-CALENDRIER TO WS-CALENDRIER-CONTROLE
           MOVE 'C' TO DSP-FONCTION
           MOVE WS-CALENDRIER-CONTROLE TO DSP-CALENDRIER
           MOVE 0 TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-CAL-UTILISABLE
               DISPLAY "Carte CTLPARM invalide (calendrier '"
                   WS-CALENDRIER-CONTROLE "' refuse, etat "
                   DSP-CAL-ETAT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-DATE NOT = SPACES AND PC-DATE NOT NUMERIC
               DISPLAY "Carte CTLPARM invalide (date non "
                   "numerique) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Date controlee : celle de la carte si elle est garnie
      *    (verifiee par un aller-retour numero de serie -> date),
      *    sinon le jour ouvre precedant la date du jour dans le
      *    calendrier de controle (DATESRV fonction 'J', -1)
       1200-DETERMINER-DATE-CONTROLE.
           IF PC-DATE NOT = SPACES
               MOVE PC-DATE TO WS-DATE-CONTROLE
               MOVE 'S' TO DSP-FONCTION
               MOVE WS-CTL-ANNEE TO DSP-ANNEE
               MOVE WS-CTL-MOIS TO DSP-MOIS
               MOVE WS-CTL-JOUR TO DSP-JOUR
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE DSP-SERIAL TO WS-SERIE-CONTROLE
                   MOVE 'D' TO DSP-FONCTION
                   CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               END-IF
               IF NOT DSP-OK OR DSP-ANNEE NOT = WS-CTL-ANNEE OR
                  DSP-MOIS NOT = WS-CTL-MOIS OR
                  DSP-JOUR NOT = WS-CTL-JOUR
                   DISPLAY "Carte CTLPARM invalide (date "
                       "impossible) : " PARAM-RECORD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE 'S' TO DSP-FONCTION
               MOVE WS-JOUR-ANNEE TO DSP-ANNEE
               MOVE WS-JOUR-MOIS TO DSP-MOIS
               MOVE WS-JOUR-JOUR TO DSP-JOUR
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE 'J' TO DSP-FONCTION
                   MOVE WS-CALENDRIER-CONTROLE TO DSP-CALENDRIER
                   MOVE -1 TO DSP-NB-JOURS
                   CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               END-IF
               IF DSP-OK
                   MOVE DSP-SERIAL-FIN TO WS-SERIE-CONTROLE
                   MOVE 'D' TO DSP-FONCTION
                   MOVE WS-SERIE-CONTROLE TO DSP-SERIAL
                   CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               END-IF
               IF NOT DSP-OK
                   DISPLAY "Jour ouvre precedent le " WS-DATE-JOUR
                       " incalculable"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DSP-ANNEE TO WS-CTL-ANNEE
               MOVE DSP-MOIS TO WS-CTL-MOIS
               MOVE DSP-JOUR TO WS-CTL-JOUR
           END-IF
           DISPLAY "Controle des runs du " WS-DATE-CONTROLE
               " (calendrier '" WS-CALENDRIER-CONTROLE "')".

      *    Valide la definition lue ; retenue, elle est resolue
      *    pour la date controlee, sinon signalee au rapport
       2000-TRAITER-DEFINITION.
           ADD 1 TO WS-NB-DEFINITIONS
           PERFORM 2100-VALIDER-DEFINITION
           IF NOT DEFINITION-VALIDE
               ADD 1 TO WS-NB-INVALIDES
               MOVE PL-PROGRAMME TO RPT-EX-PROGRAMME
               MOVE "PLAN INVALIDE" TO RPT-EX-ANOMALIE
               MOVE WS-MOTIF-DEFINITION TO RPT-EX-DETAIL
               PERFORM 6500-ECRIRE-EXCEPTION
           ELSE
               ADD 1 TO WS-NB-PLANS
               SET WPL-IDX TO WS-NB-PLANS
               MOVE PL-PROGRAMME TO WPL-PROGRAMME(WPL-IDX)
               MOVE PL-LIBELLE TO WPL-LIBELLE(WPL-IDX)
               MOVE PL-RC-MAX TO WPL-RC-MAX(WPL-IDX)
               MOVE PL-EQUILIBRE TO WPL-EQUILIBRE(WPL-IDX)
               MOVE 0 TO WPL-NB-RUNS(WPL-IDX)
               PERFORM 2500-RESOUDRE-REGLE
               IF WPL-EST-ATTENDU(WPL-IDX)
                   ADD 1 TO WS-NB-ATTENDUS
               END-IF
           END-IF.

      *    Controles d'une definition du plan, dans l'ordre : zones
      *    obligatoires et numeriques, bornes du rang selon la
      *    regle, programme unique, calendrier utilisable pour
      *    l'annee controlee, place dans la table
       2100-VALIDER-DEFINITION.
           MOVE 'O' TO WS-DEFINITION-VALIDE
           MOVE SPACES TO WS-MOTIF-DEFINITION
           EVALUATE TRUE
               WHEN PL-PROGRAMME = SPACES
                   MOVE "PROGRAMME ABSENT" TO WS-MOTIF-DEFINITION
               WHEN NOT PL-REGLE-VALIDE
                   MOVE "REGLE INCONNUE (O, P, D, N OU S)"
                       TO WS-MOTIF-DEFINITION
               WHEN PL-RANG NOT NUMERIC
                   MOVE "RANG NON NUMERIQUE" TO WS-MOTIF-DEFINITION
               WHEN PL-NIEME-OUVRE AND
                    (PL-RANG < 1 OR PL-RANG > 23)
                   MOVE "RANG DE JOUR OUVRE HORS 01-23"
                       TO WS-MOTIF-DEFINITION
               WHEN PL-JOUR-SEMAINE AND
                    (PL-RANG < 1 OR PL-RANG > 7)
                   MOVE "JOUR DE SEMAINE HORS 1-7"
                       TO WS-MOTIF-DEFINITION
               WHEN PL-MOIS NOT NUMERIC
                   MOVE "MOIS NON NUMERIQUE" TO WS-MOTIF-DEFINITION
               WHEN PL-MOIS > 12
                   MOVE "MOIS HORS 00-12" TO WS-MOTIF-DEFINITION
               WHEN PL-RC-MAX NOT NUMERIC
                   MOVE "SEUIL DE CODE RETOUR NON NUMERIQUE"
                       TO WS-MOTIF-DEFINITION
               WHEN NOT PL-EQUILIBRE-VALIDE
                   MOVE "CONTROLE D'EQUILIBRE INCONNU (O OU N)"
                       TO WS-MOTIF-DEFINITION
               WHEN OTHER
                   MOVE PL-PROGRAMME TO WS-PROGRAMME-CHERCHE
                   PERFORM 2200-CHERCHER-PLAN
                   IF PLAN-TROUVE
                       MOVE "PROGRAMME DEJA PRESENT DANS LE PLAN"
                           TO WS-MOTIF-DEFINITION
                   ELSE
                       PERFORM 2300-CONTROLER-CALENDRIER
                   END-IF
           END-EVALUATE
           IF WS-MOTIF-DEFINITION = SPACES AND WS-NB-PLANS >= 50
               MOVE "PLAN COMPLET (50 PROGRAMMES)"
                   TO WS-MOTIF-DEFINITION
           END-IF
           IF WS-MOTIF-DEFINITION NOT = SPACES
               MOVE 'N' TO WS-DEFINITION-VALIDE
           END-IF.

      *    Le programme WS-PROGRAMME-CHERCHE est-il retenu ? WPL-IDX
      *    designe alors son entree
       2200-CHERCHER-PLAN.
           MOVE 'N' TO WS-PLAN-TROUVE
           SET WPL-IDX TO 1
           PERFORM UNTIL WPL-IDX > WS-NB-PLANS OR PLAN-TROUVE
               IF WPL-PROGRAMME(WPL-IDX) = WS-PROGRAMME-CHERCHE
                   SET PLAN-TROUVE TO TRUE
               ELSE
                   SET WPL-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Le calendrier de la definition doit etre utilisable pour
      *    l'annee controlee (memes etats que les rejets CALEND de
      *    BUSDAYS)
       2300-CONTROLER-CALENDRIER.
           MOVE 'C' TO DSP-FONCTION
           MOVE PL-CALENDRIER TO DSP-CALENDRIER
           MOVE WS-CTL-ANNEE TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-CAL-UTILISABLE
               MOVE "CALENDRIER ABSENT, INACTIF OU HORS ANNEES"
                   TO WS-MOTIF-DEFINITION
           END-IF.

      *    Le programme de l'entree WPL-IDX doit-il tourner a la
      *    date controlee ? Hors du mois PL-MOIS (s'il est garni),
      *    jamais ; sinon selon la regle, dans le calendrier de la
      *    definition
       2500-RESOUDRE-REGLE.
           MOVE 'N' TO WPL-ATTENDU(WPL-IDX)
           IF PL-MOIS = 0 OR PL-MOIS = WS-CTL-MOIS
               EVALUATE TRUE
                   WHEN PL-CHAQUE-OUVRE
                       PERFORM 2600-TESTER-OUVRE
                   WHEN PL-JOUR-SEMAINE
                       COMPUTE WS-JOUR-SEMAINE =
                           FUNCTION MOD(WS-SERIE-CONTROLE + 4, 7) + 1
                       IF WS-JOUR-SEMAINE = PL-RANG
                           PERFORM 2600-TESTER-OUVRE
                       END-IF
                   WHEN PL-PREMIER-OUVRE
                       MOVE 1 TO WS-RANG-VISE
                       PERFORM 2700-CHERCHER-NIEME-OUVRE
                   WHEN PL-NIEME-OUVRE
                       MOVE PL-RANG TO WS-RANG-VISE
                       PERFORM 2700-CHERCHER-NIEME-OUVRE
                   WHEN PL-DERNIER-OUVRE
                       PERFORM 2800-CHERCHER-DERNIER-OUVRE
               END-EVALUATE
           END-IF.

      *    La date controlee est-elle un jour ouvre du calendrier de
      *    la definition (DATESRV fonction 'O') ?
       2600-TESTER-OUVRE.
           MOVE 'O' TO DSP-FONCTION
           MOVE PL-CALENDRIER TO DSP-CALENDRIER
           MOVE WS-CTL-ANNEE TO DSP-ANNEE
           MOVE WS-CTL-MOIS TO DSP-MOIS
           MOVE WS-CTL-JOUR TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK AND DSP-OUVRE = 'O'
               MOVE 'O' TO WPL-ATTENDU(WPL-IDX)
           END-IF.

      *    WS-RANG-VISE-ieme jour ouvre du mois controle : decalage
      *    de WS-RANG-VISE jours ouvres depuis la veille du 1er du
      *    mois (DATESRV fonction 'J'). Un rang au-dela des jours
      *    ouvres du mois tombe le mois suivant, donc jamais sur la
      *    date controlee.
       2700-CHERCHER-NIEME-OUVRE.
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-CTL-ANNEE TO DSP-ANNEE
           MOVE WS-CTL-MOIS TO DSP-MOIS
           MOVE 1 TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               SUBTRACT 1 FROM DSP-SERIAL
               MOVE 'J' TO DSP-FONCTION
               MOVE PL-CALENDRIER TO DSP-CALENDRIER
               MOVE WS-RANG-VISE TO DSP-NB-JOURS
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           END-IF
           IF DSP-OK AND DSP-SERIAL-FIN = WS-SERIE-CONTROLE
               MOVE 'O' TO WPL-ATTENDU(WPL-IDX)
           END-IF.

      *    Dernier jour ouvre du mois controle : veille du 1er du
      *    mois suivant, roulee au jour ouvre precedent (DATESRV
      *    fonction 'R', convention 'P')
       2800-CHERCHER-DERNIER-OUVRE.
           IF WS-CTL-MOIS = 12
               COMPUTE WS-SUIV-ANNEE = WS-CTL-ANNEE + 1
               MOVE 1 TO WS-SUIV-MOIS
           ELSE
               MOVE WS-CTL-ANNEE TO WS-SUIV-ANNEE
               COMPUTE WS-SUIV-MOIS = WS-CTL-MOIS + 1
           END-IF
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-SUIV-ANNEE TO DSP-ANNEE
           MOVE WS-SUIV-MOIS TO DSP-MOIS
           MOVE 1 TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               SUBTRACT 1 FROM DSP-SERIAL
               MOVE 'R' TO DSP-FONCTION
               MOVE PL-CALENDRIER TO DSP-CALENDRIER
               MOVE 'P' TO DSP-CONVENTION
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           END-IF
           IF DSP-OK AND DSP-SERIAL-FIN = WS-SERIE-CONTROLE
               MOVE 'O' TO WPL-ATTENDU(WPL-IDX)
           END-IF.

      *    Run de la date controlee : compte pour son programme s'il
      *    est au plan (les autres ne sont pas controles), puis
      *    controle du code retour et de l'equilibre des compteurs
       3000-CONTROLER-RUN.
           MOVE RH-PROGRAMME TO WS-PROGRAMME-CHERCHE
           PERFORM 2200-CHERCHER-PLAN
           IF PLAN-TROUVE
               ADD 1 TO WS-NB-RUNS-JOUR
               ADD 1 TO WPL-NB-RUNS(WPL-IDX)
               IF RH-CODE-RETOUR NOT NUMERIC OR
                  RH-CODE-RETOUR > WPL-RC-MAX(WPL-IDX)
                   ADD 1 TO WS-NB-RC
                   MOVE RH-PROGRAMME TO RPT-EX-PROGRAMME
                   MOVE "CODE RETOUR" TO RPT-EX-ANOMALIE
                   MOVE RH-HEURE TO RPT-DT-RC-HEURE
                   MOVE RH-CODE-RETOUR TO RPT-DT-RC-CODE
                   MOVE WPL-RC-MAX(WPL-IDX) TO RPT-DT-RC-SEUIL
                   MOVE RPT-DT-RC TO RPT-EX-DETAIL
                   PERFORM 6500-ECRIRE-EXCEPTION
               END-IF
               IF WPL-CONTROLE-EQUILIBRE(WPL-IDX)
                   PERFORM 3100-CONTROLER-EQUILIBRE
               END-IF
           END-IF.

      *    Lus = ecrits + rejetes, sinon le run a perdu (ou invente)
      *    des enregistrements
       3100-CONTROLER-EQUILIBRE.
           IF RH-NB-LUS NUMERIC AND RH-NB-ECRITS NUMERIC AND
              RH-NB-REJETS NUMERIC
               COMPUTE WS-SOMME-SORTIES = RH-NB-ECRITS + RH-NB-REJETS
           ELSE
               MOVE 999999999 TO WS-SOMME-SORTIES
           END-IF
           IF RH-NB-LUS NOT = WS-SOMME-SORTIES
               ADD 1 TO WS-NB-DESEQUILIBRES
               MOVE RH-PROGRAMME TO RPT-EX-PROGRAMME
               MOVE "DESEQUILIBRE" TO RPT-EX-ANOMALIE
               MOVE RH-NB-LUS TO RPT-DT-EQ-LUS
               MOVE RH-NB-ECRITS TO RPT-DT-EQ-ECRITS
               MOVE RH-NB-REJETS TO RPT-DT-EQ-REJETS
               MOVE RPT-DT-EQUILIBRE TO RPT-EX-DETAIL
               PERFORM 6500-ECRIRE-EXCEPTION
           END-IF.

      *    Historique lu : runs attendus absents et runs en double
      *    (un doublon est signale meme un jour ou le programme
      *    n'etait pas attendu), puis recapitulatif par programme
       4000-CONTROLER-PRESENCES.
           PERFORM VARYING WPL-IDX FROM 1 BY 1
                   UNTIL WPL-IDX > WS-NB-PLANS
               IF WPL-EST-ATTENDU(WPL-IDX) AND
                  WPL-NB-RUNS(WPL-IDX) = 0
                   ADD 1 TO WS-NB-MANQUANTS
                   MOVE WPL-PROGRAMME(WPL-IDX) TO RPT-EX-PROGRAMME
                   MOVE "RUN MANQUANT" TO RPT-EX-ANOMALIE
                   MOVE WPL-LIBELLE(WPL-IDX) TO RPT-EX-DETAIL
                   PERFORM 6500-ECRIRE-EXCEPTION
               END-IF
               IF WPL-NB-RUNS(WPL-IDX) > 1
                   ADD 1 TO WS-NB-DOUBLES
                   MOVE WPL-PROGRAMME(WPL-IDX) TO RPT-EX-PROGRAMME
                   MOVE "RUN EN DOUBLE" TO RPT-EX-ANOMALIE
                   MOVE WPL-NB-RUNS(WPL-IDX) TO RPT-DT-DB-NOMBRE
                   MOVE RPT-DT-DOUBLE TO RPT-EX-DETAIL
                   PERFORM 6500-ECRIRE-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM 6700-IMPRIMER-RECAPITULATIF.

       6000-IMPRIMER-ENTETE.
           MOVE WS-DATE-CONTROLE TO RPT-TI-DATE
           MOVE WS-CALENDRIER-CONTROLE TO RPT-TI-CALENDRIER
           MOVE RPT-TITRE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Ecrit la ligne d'exception preparee par l'appelant
       6500-ECRIRE-EXCEPTION.
           ADD 1 TO WS-NB-EXCEPTIONS
           MOVE RPT-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RPT-EX-DETAIL.

      *    Une ligne par programme du plan : attendu ou non a la
      *    date controlee et nombre de runs trouves
       6700-IMPRIMER-RECAPITULATIF.
           IF WS-NB-EXCEPTIONS = 0
               MOVE "AUCUNE EXCEPTION" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-RECAP-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WPL-IDX FROM 1 BY 1
                   UNTIL WPL-IDX > WS-NB-PLANS
               MOVE WPL-PROGRAMME(WPL-IDX) TO RPT-RC-PROGRAMME
               IF WPL-EST-ATTENDU(WPL-IDX)
                   MOVE "OUI" TO RPT-RC-ATTENDU
               ELSE
                   MOVE "NON" TO RPT-RC-ATTENDU
               END-IF
               MOVE WPL-NB-RUNS(WPL-IDX) TO RPT-RC-RUNS
               MOVE WPL-LIBELLE(WPL-IDX) TO RPT-RC-LIBELLE
               MOVE RPT-RECAP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       6900-ECRIRE-LIGNE-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Totaux, code retour pour l'ordonnanceur et fermeture
       9000-TERMINAISON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROGRAMMES ATTENDUS" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-ATTENDUS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RUNS DE LA JOURNEE (AU PLAN)" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-RUNS-JOUR TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "EXCEPTIONS" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-EXCEPTIONS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           CLOSE REPORT-FILE
           DISPLAY "Definitions du plan    : " WS-NB-DEFINITIONS
           DISPLAY "Definitions invalides  : " WS-NB-INVALIDES
           DISPLAY "Programmes attendus    : " WS-NB-ATTENDUS
           DISPLAY "Lignes d'historique    : " WS-NB-LIGNES
           DISPLAY "Runs de la journee     : " WS-NB-RUNS-JOUR
           DISPLAY "Runs manquants         : " WS-NB-MANQUANTS
           DISPLAY "Runs en double         : " WS-NB-DOUBLES
           DISPLAY "Codes retour excessifs : " WS-NB-RC
           DISPLAY "Runs desequilibres     : " WS-NB-DESEQUILIBRES
           IF WS-NB-EXCEPTIONS > 0
               DISPLAY WS-NB-EXCEPTIONS " exception(s) : voir CTLRPRT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
