      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Engendre des echeanciers de jours ouvres (ex.    *
      *               dernier jour ouvre de chaque mois, le 15 de      *
      *               chaque mois en 'suivant modifie', 3e jour ouvre  *
      *               de chaque trimestre) a partir du fichier de      *
      *               definitions ECHDEF, a la place des transactions  *
      *               de decalage saisies a la main pour BUSDAYS.      *
      *               Chaque definition porte un identifiant, le code  *
      *               du calendrier regional, une frequence (M =       *
      *               mensuelle, Q = trimestrielle, SA = semestrielle, *
      *               A = annuelle), une regle d'ancrage dans le mois  *
      *               (F = jour fixe, B = n-ieme jour ouvre, L =       *
      *               dernier jour ouvre, W = n-ieme jour de semaine), *
      *               une convention de roulement (S, P, M comme la    *
      *               colonne 20 de BUSDAYS, blanc = pas de            *
      *               roulement) et une periode debut / fin (AAAAMM).  *
      *               Une echeance est ecrite sur ECHOUT pour chaque   *
      *               mois de la frequence, avec sa date non ajustee   *
      *               et sa date ajustee.                              *
      *               Toutes les dates sont rendues par le service de  *
      *               dates partage DATESRV (numeros de serie, jours   *
      *               ouvres, roulement), pour que les echeanciers     *
      *               concordent toujours avec les calculs de BUSDAYS. *
      *               Une definition invalide est signalee et ecartee, *
      *               les autres sont engendrees.                      *
      *                                                                *
      *   SORTIE ECHOUT : identifiant, calendrier, numero d'echeance,  *
      *               date non ajustee, date ajustee (AAAAMMJJ) et     *
      *               indicateur 'O' quand le roulement a deplace la   *
      *               date, zones separees par un espace.              *
      *                                                                *
      *   CODE RETOUR : 0 = echeanciers complets, 2 = echeance(s)      *
      *               sans objet sautee(s) (rang inexistant dans le    *
      *               mois), 4 = definition(s) invalide(s) ecartee(s), *
      *               12 = fichier indisponible ou erreur d'ecriture.  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHGEN.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Definitions d'echeanciers, tenues par la tresorerie et la
      *    paie
           SELECT DEFINITION-FILE ASSIGN TO ECHDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECHDEF-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO ECHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECHOUT-STATUS.

      *    Historique partage des runs batch (voir RUNREC) : une
      *    ligne ajoutee par run pour le rapport mensuel
      *    d'exploitation OPSRPT. OPTIONAL : un historique absent
      *    est cree au premier run.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE
           RECORDING MODE IS F.
      *    Une definition par enregistrement : identifiant en
      *    colonnes 1-8, code calendrier en colonnes 10-12 (blanc =
      *    calendrier par defaut), frequence en colonnes 14-15 (M,
      *    Q, SA, A), regle d'ancrage en colonne 17 et son detail en
      *    colonnes 18-19, convention de roulement en colonne 21,
      *    periode debut en colonnes 23-28 et periode fin en
      *    colonnes 30-35 (AAAAMM), libelle en colonnes 37-66.
      *    Detail 'F' : jour du mois (2 ch., 01 a 31 ; un jour
      *    au-dela de la fin du mois retombe sur le dernier jour).
      *    Detail 'B' : rang du jour ouvre dans le mois (2 ch.).
      *    Detail 'L' : blanc.
      *    Detail 'W' : jour de semaine (1 ch., 1 = lundi ... 7 =
      *    dimanche) + rang (1 ch., 1 a 5).
       01  DEFINITION-RECORD.
           05  ED-ID PIC X(08).
           05  FILLER PIC X(01).
           05  ED-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  ED-FREQUENCE PIC X(02).
               88  FREQ-MENSUELLE VALUE 'M '.
               88  FREQ-TRIMESTRIELLE VALUE 'Q '.
               88  FREQ-SEMESTRIELLE VALUE 'SA'.
               88  FREQ-ANNUELLE VALUE 'A '.
           05  FILLER PIC X(01).
           05  ED-ANCRAGE PIC X(01).
               88  ANCRAGE-JOUR-FIXE VALUE 'F'.
               88  ANCRAGE-NIEME-OUVRE VALUE 'B'.
               88  ANCRAGE-DERNIER-OUVRE VALUE 'L'.
               88  ANCRAGE-NIEME-SEMAINE VALUE 'W'.
           05  ED-DETAIL PIC X(02).
           05  ED-DETAIL-FIXE REDEFINES ED-DETAIL.
               10  ED-F-JOUR PIC 9(02).
           05  ED-DETAIL-OUVRE REDEFINES ED-DETAIL.
               10  ED-B-RANG PIC 9(02).
           05  ED-DETAIL-SEMAINE REDEFINES ED-DETAIL.
               10  ED-W-JOUR-SEM PIC 9(01).
               10  ED-W-RANG PIC 9(01).
           05  FILLER PIC X(01).
           05  ED-CONVENTION PIC X(01).
               88  CONVENTION-VALIDE VALUES ' ', 'S', 'P', 'M'.
           05  FILLER PIC X(01).
           05  ED-PERIODE-DEBUT.
               10  ED-DEBUT-ANNEE PIC 9(04).
               10  ED-DEBUT-MOIS PIC 9(02).
           05  FILLER PIC X(01).
           05  ED-PERIODE-FIN.
               10  ED-FIN-ANNEE PIC 9(04).
               10  ED-FIN-MOIS PIC 9(02).
           05  FILLER PIC X(01).
           05  ED-LIBELLE PIC X(30).

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
      *    Une echeance par enregistrement, numerotee a partir de 1
      *    dans son echeancier
       01  SCHEDULE-RECORD.
           05  EO-ID PIC X(08).
           05  FILLER PIC X(01).
           05  EO-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  EO-NUMERO PIC 9(04).
           05  FILLER PIC X(01).
           05  EO-DATE-NON-AJUSTEE PIC X(08).
           05  FILLER PIC X(01).
           05  EO-DATE-AJUSTEE PIC X(08).
           05  FILLER PIC X(01).
           05  EO-ROULEE PIC X(01).

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

       01  WS-ECHDEF-STATUS PIC X(02) VALUE '00'.
       01  WS-ECHOUT-STATUS PIC X(02) VALUE '00'.

      *    Zones de la ligne d'historique des runs (voir RUNREC)
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-DATE PIC 9(08).
       01  WS-HIST-HEURE PIC 9(08).

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : numeros de serie, jours
      *    ouvres et roulement ne vivent que dans ce sous-programme
           COPY DATEPRM.

       01  WS-EOF-DEFINITIONS PIC X(01) VALUE 'N'.
           88  EOF-DEFINITIONS VALUE 'Y'.

      *    Definition en cours valide ?
       01  WS-DEFINITION-VALIDE PIC X(01).
           88  DEFINITION-VALIDE VALUE 'O'.
       01  WS-MOTIF-REJET PIC X(40).

      *    Une erreur d'ecriture laisse un echeancier incomplet :
      *    signalee au bilan avec le code retour 12
       01  WS-RUN-VALIDE PIC X(01) VALUE 'O'.
           88  RUN-VALIDE VALUE 'O'.

      *    Le plancher est l'epoque gregorienne du decompte de
      *    BUSDAYS (1583)
       01  WS-ANNEE-PLANCHER PIC 9(04) VALUE 1583.

      *    Mois parcourus, exprimes en nombre absolu de mois
      *    (annee * 12 + mois - 1) pour avancer de la frequence sans
      *    gerer le changement d'annee, et pas de la frequence
       01  WS-MOIS-ABS-DEBUT PIC 9(06).
       01  WS-MOIS-ABS-FIN PIC 9(06).
       01  WS-MOIS-ABS PIC 9(06).
       01  WS-PAS-MOIS PIC 9(02).

      *    Mois de l'echeance en cours
       01  WS-ECH-ANNEE PIC 9(04).
       01  WS-ECH-MOIS PIC 9(02).

      *    Numeros de serie du premier et du dernier jour du mois
      *    de l'echeance, et longueur du mois
       01  WS-SERIAL-PREMIER PIC S9(08).
       01  WS-SERIAL-DERNIER PIC S9(08).
       01  WS-NB-JOURS-MOIS PIC 9(02).

      *    Echeance en cours : numero de serie non ajuste et ajuste,
      *    echeance sans objet (rang inexistant dans le mois)
       01  WS-SERIAL-NON-AJUSTE PIC S9(08).
       01  WS-SERIAL-AJUSTE PIC S9(08).
       01  WS-ECHEANCE-VALIDE PIC X(01).
           88  ECHEANCE-VALIDE VALUE 'O'.
       01  WS-NUMERO-ECHEANCE PIC 9(04).

      *    Zones de conversion date <-> numero de serie
       01  WS-CALC-ANNEE PIC 9(04).
       01  WS-CALC-MOIS PIC 9(02).
       01  WS-CALC-JOUR PIC 9(02).
       01  WS-CALC-JOURS-TOTAL PIC S9(08).
       01  WS-DATE-EDITEE.
           05  WS-DE-ANNEE PIC 9(04).
           05  WS-DE-MOIS PIC 9(02).
           05  WS-DE-JOUR PIC 9(02).

      *    Recherche du n-ieme jour de semaine (meme calcul que la
      *    regle 'N' de HOLGEN) : reste de la serie du 1er du mois,
      *    reste vise (lundi = 3 ... vendredi = 0, samedi = 1,
      *    dimanche = 2), puis jour obtenu
       01  WS-RESTE-PREMIER PIC 9(01).
       01  WS-RESTE-VISE PIC 9(01).
       01  WS-JOUR-ANCRE PIC S9(03).

      *    Compteurs du bilan de fin de run
       01  WS-NB-DEFINITIONS PIC 9(08) VALUE 0.
       01  WS-NB-REJETEES PIC 9(08) VALUE 0.
       01  WS-NB-ECHEANCES PIC 9(08) VALUE 0.
       01  WS-NB-ROULEES PIC 9(08) VALUE 0.
       01  WS-NB-SAUTEES PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-DEFINITIONS
               PERFORM 2000-LIRE-DEFINITION
               IF NOT EOF-DEFINITIONS
                   PERFORM 3000-TRAITER-DEFINITION
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           OPEN INPUT DEFINITION-FILE
           IF WS-ECHDEF-STATUS NOT = '00'
               DISPLAY "Fichier de definitions ECHDEF absent, statut "
                   WS-ECHDEF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-ECHOUT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture ECHOUT, statut "
                   WS-ECHOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LIRE-DEFINITION.
           READ DEFINITION-FILE
               AT END
                   SET EOF-DEFINITIONS TO TRUE
           END-READ.

      *    Controle la definition lue puis engendre une echeance par
      *    mois de la frequence, de la periode debut a la periode fin
       3000-TRAITER-DEFINITION.
           ADD 1 TO WS-NB-DEFINITIONS
           PERFORM 3100-VALIDER-DEFINITION
           IF NOT DEFINITION-VALIDE
               ADD 1 TO WS-NB-REJETEES
               DISPLAY "Definition ecartee (" WS-MOTIF-REJET ") : "
                   DEFINITION-RECORD
           ELSE
               MOVE 0 TO WS-NUMERO-ECHEANCE
               COMPUTE WS-MOIS-ABS-DEBUT =
                   ED-DEBUT-ANNEE * 12 + ED-DEBUT-MOIS - 1
               COMPUTE WS-MOIS-ABS-FIN =
                   ED-FIN-ANNEE * 12 + ED-FIN-MOIS - 1
               PERFORM VARYING WS-MOIS-ABS FROM WS-MOIS-ABS-DEBUT
                       BY WS-PAS-MOIS
                       UNTIL WS-MOIS-ABS > WS-MOIS-ABS-FIN
                   PERFORM 3300-ENGENDRER-ECHEANCE
               END-PERFORM
           END-IF.

      *    Le test NUMERIC de chaque zone est fait seul avant toute
      *    comparaison numerique, comme dans BUSDAYS
       3100-VALIDER-DEFINITION.
           MOVE 'O' TO WS-DEFINITION-VALIDE
           MOVE SPACES TO WS-MOTIF-REJET
           IF ED-ID = SPACES
               MOVE 'N' TO WS-DEFINITION-VALIDE
               MOVE "IDENTIFIANT ABSENT" TO WS-MOTIF-REJET
           END-IF
           IF DEFINITION-VALIDE
               EVALUATE TRUE
                   WHEN FREQ-MENSUELLE
                       MOVE 1 TO WS-PAS-MOIS
                   WHEN FREQ-TRIMESTRIELLE
                       MOVE 3 TO WS-PAS-MOIS
                   WHEN FREQ-SEMESTRIELLE
                       MOVE 6 TO WS-PAS-MOIS
                   WHEN FREQ-ANNUELLE
                       MOVE 12 TO WS-PAS-MOIS
                   WHEN OTHER
                       MOVE 'N' TO WS-DEFINITION-VALIDE
                       MOVE "FREQUENCE INCONNUE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF
           IF DEFINITION-VALIDE
               PERFORM 3110-VALIDER-ANCRAGE
           END-IF
           IF DEFINITION-VALIDE AND NOT CONVENTION-VALIDE
               MOVE 'N' TO WS-DEFINITION-VALIDE
               MOVE "CONVENTION DE ROULEMENT INCONNUE"
                   TO WS-MOTIF-REJET
           END-IF
           IF DEFINITION-VALIDE
               PERFORM 3120-VALIDER-PERIODE
           END-IF
           IF DEFINITION-VALIDE
               PERFORM 3150-CONTROLER-CALENDRIER
           END-IF.

       3110-VALIDER-ANCRAGE.
           EVALUATE TRUE
               WHEN ANCRAGE-JOUR-FIXE
                   IF ED-F-JOUR NOT NUMERIC
                       MOVE 'N' TO WS-DEFINITION-VALIDE
                   ELSE
                       IF ED-F-JOUR < 1 OR ED-F-JOUR > 31
                           MOVE 'N' TO WS-DEFINITION-VALIDE
                       END-IF
                   END-IF
               WHEN ANCRAGE-NIEME-OUVRE
                   IF ED-B-RANG NOT NUMERIC
                       MOVE 'N' TO WS-DEFINITION-VALIDE
                   ELSE
                       IF ED-B-RANG < 1 OR ED-B-RANG > 23
                           MOVE 'N' TO WS-DEFINITION-VALIDE
                       END-IF
                   END-IF
               WHEN ANCRAGE-DERNIER-OUVRE
                   IF ED-DETAIL NOT = SPACES
                       MOVE 'N' TO WS-DEFINITION-VALIDE
                   END-IF
               WHEN ANCRAGE-NIEME-SEMAINE
                   IF ED-W-JOUR-SEM NOT NUMERIC OR
                      ED-W-RANG NOT NUMERIC
                       MOVE 'N' TO WS-DEFINITION-VALIDE
                   ELSE
                       IF ED-W-JOUR-SEM < 1 OR ED-W-JOUR-SEM > 7 OR
                          ED-W-RANG < 1 OR ED-W-RANG > 5
                           MOVE 'N' TO WS-DEFINITION-VALIDE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-DEFINITION-VALIDE
           END-EVALUATE
           IF NOT DEFINITION-VALIDE
               MOVE "REGLE D'ANCRAGE INVALIDE" TO WS-MOTIF-REJET
           END-IF.

      *    Periodes AAAAMM numeriques, mois 01 a 12, dans le
      *    perimetre gregorien et ordonnees
       3120-VALIDER-PERIODE.
           IF ED-PERIODE-DEBUT NOT NUMERIC OR
              ED-PERIODE-FIN NOT NUMERIC
               MOVE 'N' TO WS-DEFINITION-VALIDE
           ELSE
               IF ED-DEBUT-MOIS < 1 OR ED-DEBUT-MOIS > 12 OR
                  ED-FIN-MOIS < 1 OR ED-FIN-MOIS > 12 OR
                  ED-DEBUT-ANNEE < WS-ANNEE-PLANCHER OR
                  ED-PERIODE-DEBUT > ED-PERIODE-FIN
                   MOVE 'N' TO WS-DEFINITION-VALIDE
               END-IF
           END-IF
           IF NOT DEFINITION-VALIDE
               MOVE "PERIODE INVALIDE" TO WS-MOTIF-REJET
           END-IF.

      *    Le calendrier doit etre utilisable (voir DATEPRM, memes
      *    regles que BUSDAYS) pour l'annee debut et pour l'annee
      *    fin de la periode : un code absent de CALMAST, retire ou
      *    hors de ses annees de validite ecarte la definition
       3150-CONTROLER-CALENDRIER.
           MOVE 'C' TO DSP-FONCTION
           MOVE ED-CALENDRIER TO DSP-CALENDRIER
           MOVE ED-DEBUT-ANNEE TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-CAL-UTILISABLE
               MOVE ED-FIN-ANNEE TO DSP-ANNEE
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           END-IF
           IF NOT DSP-CAL-UTILISABLE
               MOVE 'N' TO WS-DEFINITION-VALIDE
               MOVE "CALENDRIER INCONNU, INACTIF OU HORS ANNEES"
                   TO WS-MOTIF-REJET
           END-IF
           IF DSP-CAL-NON-CONTROLE
               DISPLAY "CALMAST indisponible : week-end samedi/"
                   "dimanche pour " ED-ID
           END-IF.

      *    Echeance du mois WS-MOIS-ABS : bornes du mois, date non
      *    ajustee selon la regle d'ancrage puis date ajustee
       3300-ENGENDRER-ECHEANCE.
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-ECH-ANNEE
               REMAINDER WS-ECH-MOIS
           ADD 1 TO WS-ECH-MOIS
           PERFORM 3310-BORNER-MOIS
           MOVE 'O' TO WS-ECHEANCE-VALIDE
           EVALUATE TRUE
               WHEN ANCRAGE-JOUR-FIXE
                   PERFORM 3400-ANCRER-JOUR-FIXE
               WHEN ANCRAGE-NIEME-OUVRE
                   PERFORM 3500-ANCRER-NIEME-OUVRE
               WHEN ANCRAGE-DERNIER-OUVRE
                   PERFORM 3600-ANCRER-DERNIER-OUVRE
               WHEN ANCRAGE-NIEME-SEMAINE
                   PERFORM 3700-ANCRER-NIEME-SEMAINE
           END-EVALUATE
           IF ECHEANCE-VALIDE
               PERFORM 3900-ECRIRE-ECHEANCE
           ELSE
               ADD 1 TO WS-NB-SAUTEES
           END-IF.

      *    Numeros de serie du 1er et du dernier jour du mois (veille
      *    du 1er du mois suivant ; le 31 decembre directement, pour
      *    ne jamais depasser l'annee 9999)
       3310-BORNER-MOIS.
           MOVE WS-ECH-ANNEE TO WS-CALC-ANNEE
           MOVE WS-ECH-MOIS TO WS-CALC-MOIS
           MOVE 1 TO WS-CALC-JOUR
           PERFORM 5000-CALCULER-JOURS-TOTAL
           MOVE WS-CALC-JOURS-TOTAL TO WS-SERIAL-PREMIER
           IF WS-ECH-MOIS = 12
               MOVE 31 TO WS-CALC-JOUR
               PERFORM 5000-CALCULER-JOURS-TOTAL
               MOVE WS-CALC-JOURS-TOTAL TO WS-SERIAL-DERNIER
           ELSE
               ADD 1 TO WS-CALC-MOIS
               PERFORM 5000-CALCULER-JOURS-TOTAL
               COMPUTE WS-SERIAL-DERNIER = WS-CALC-JOURS-TOTAL - 1
           END-IF
           COMPUTE WS-NB-JOURS-MOIS =
               WS-SERIAL-DERNIER - WS-SERIAL-PREMIER + 1.

      *    Jour fixe : un jour au-dela de la fin du mois (31 d'un
      *    mois de 30 jours, 29 a 31 en fevrier) retombe sur le
      *    dernier jour du mois, puis roulement selon la convention
       3400-ANCRER-JOUR-FIXE.
           IF ED-F-JOUR > WS-NB-JOURS-MOIS
               MOVE WS-SERIAL-DERNIER TO WS-SERIAL-NON-AJUSTE
           ELSE
               COMPUTE WS-SERIAL-NON-AJUSTE =
                   WS-SERIAL-PREMIER + ED-F-JOUR - 1
           END-IF
           PERFORM 3800-ROULER-ECHEANCE.

      *    N-ieme jour ouvre du mois : N jours ouvres apres la veille
      *    du 1er (fonction 'J' de DATESRV) ; la date est ouvree par
      *    construction, non ajustee et ajustee se confondent. Un
      *    rang depassant le nombre de jours ouvres du mois est sans
      *    objet.
       3500-ANCRER-NIEME-OUVRE.
           MOVE 'J' TO DSP-FONCTION
           MOVE ED-CALENDRIER TO DSP-CALENDRIER
           COMPUTE DSP-SERIAL = WS-SERIAL-PREMIER - 1
           MOVE ED-B-RANG TO DSP-NB-JOURS
           MOVE SPACE TO DSP-CONVENTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-OK OR DSP-SERIAL-FIN > WS-SERIAL-DERNIER
               MOVE 'N' TO WS-ECHEANCE-VALIDE
               DISPLAY "Rang " ED-B-RANG " sans jour ouvre au mois "
                   WS-ECH-MOIS " de " WS-ECH-ANNEE ", saute : " ED-ID
           ELSE
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-NON-AJUSTE
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-AJUSTE
           END-IF.

      *    Dernier jour ouvre du mois : le dernier jour calendaire
      *    (date non ajustee) roule au jour ouvre precedent
       3600-ANCRER-DERNIER-OUVRE.
           MOVE WS-SERIAL-DERNIER TO WS-SERIAL-NON-AJUSTE
           MOVE 'R' TO DSP-FONCTION
           MOVE ED-CALENDRIER TO DSP-CALENDRIER
           MOVE WS-SERIAL-NON-AJUSTE TO DSP-SERIAL
           MOVE 'P' TO DSP-CONVENTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-AJUSTE
           ELSE
               MOVE 'N' TO WS-ECHEANCE-VALIDE
               DISPLAY "Dernier jour ouvre introuvable au mois "
                   WS-ECH-MOIS " de " WS-ECH-ANNEE ", saute : " ED-ID
           END-IF.

      *    N-ieme jour de semaine du mois : premier jour du mois
      *    portant le jour de semaine vise, puis saut de 7 jours par
      *    rang. Un rang 5 inexistant (mois a quatre occurrences
      *    seulement) est sans objet.
       3700-ANCRER-NIEME-SEMAINE.
           COMPUTE WS-RESTE-PREMIER =
               FUNCTION MOD(WS-SERIAL-PREMIER, 7)
      *    Jour de semaine 1 = lundi ... 7 = dimanche ; le reste de
      *    serie correspondant est MOD(code + 2, 7) puisque le
      *    samedi (code 6) porte le reste 1
           COMPUTE WS-RESTE-VISE = FUNCTION MOD(ED-W-JOUR-SEM + 2, 7)
           COMPUTE WS-JOUR-ANCRE = 1
               + FUNCTION MOD(WS-RESTE-VISE - WS-RESTE-PREMIER + 7, 7)
               + 7 * (ED-W-RANG - 1)
           IF WS-JOUR-ANCRE > WS-NB-JOURS-MOIS
               MOVE 'N' TO WS-ECHEANCE-VALIDE
               DISPLAY "Rang " ED-W-RANG " inexistant au mois "
                   WS-ECH-MOIS " de " WS-ECH-ANNEE ", saute : " ED-ID
           ELSE
               COMPUTE WS-SERIAL-NON-AJUSTE =
                   WS-SERIAL-PREMIER + WS-JOUR-ANCRE - 1
               PERFORM 3800-ROULER-ECHEANCE
           END-IF.

      *    Roulement de la date non ajustee selon la convention de la
      *    definition (fonction 'R' de DATESRV, memes regles que la
      *    colonne 20 de BUSDAYS) ; sans convention, la date n'est
      *    pas deplacee
       3800-ROULER-ECHEANCE.
           IF ED-CONVENTION = SPACE
               MOVE WS-SERIAL-NON-AJUSTE TO WS-SERIAL-AJUSTE
           ELSE
               MOVE 'R' TO DSP-FONCTION
               MOVE ED-CALENDRIER TO DSP-CALENDRIER
               MOVE WS-SERIAL-NON-AJUSTE TO DSP-SERIAL
               MOVE ED-CONVENTION TO DSP-CONVENTION
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE DSP-SERIAL-FIN TO WS-SERIAL-AJUSTE
               ELSE
                   MOVE 'N' TO WS-ECHEANCE-VALIDE
                   DISPLAY "Roulement impossible au mois "
                       WS-ECH-MOIS " de " WS-ECH-ANNEE ", saute : "
                       ED-ID
               END-IF
           END-IF.

      *    Ecrit l'echeance, les deux dates reconverties par DATESRV
       3900-ECRIRE-ECHEANCE.
           ADD 1 TO WS-NUMERO-ECHEANCE
           MOVE SPACES TO SCHEDULE-RECORD
           MOVE ED-ID TO EO-ID
           MOVE ED-CALENDRIER TO EO-CALENDRIER
           MOVE WS-NUMERO-ECHEANCE TO EO-NUMERO
           MOVE WS-SERIAL-NON-AJUSTE TO DSP-SERIAL
           PERFORM 5100-CONVERTIR-SERIAL
           MOVE WS-DATE-EDITEE TO EO-DATE-NON-AJUSTEE
           MOVE WS-SERIAL-AJUSTE TO DSP-SERIAL
           PERFORM 5100-CONVERTIR-SERIAL
           MOVE WS-DATE-EDITEE TO EO-DATE-AJUSTEE
           IF WS-SERIAL-AJUSTE NOT = WS-SERIAL-NON-AJUSTE
               MOVE 'O' TO EO-ROULEE
               ADD 1 TO WS-NB-ROULEES
           END-IF
           WRITE SCHEDULE-RECORD
           IF WS-ECHOUT-STATUS NOT = '00'
               DISPLAY "Erreur ecriture ECHOUT, statut "
                   WS-ECHOUT-STATUS " : " ED-ID
               MOVE 'N' TO WS-RUN-VALIDE
           ELSE
               ADD 1 TO WS-NB-ECHEANCES
           END-IF.

      *    Numero de serie de la date WS-CALC-ANNEE/MOIS/JOUR, rendu
      *    par le service de dates partage DATESRV
       5000-CALCULER-JOURS-TOTAL.
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-CALC-ANNEE TO DSP-ANNEE
           MOVE WS-CALC-MOIS TO DSP-MOIS
           MOVE WS-CALC-JOUR TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-SERIAL TO WS-CALC-JOURS-TOTAL.

      *    Date AAAAMMJJ du numero de serie DSP-SERIAL, rendue par
      *    le service de dates partage DATESRV
       5100-CONVERTIR-SERIAL.
           MOVE 'D' TO DSP-FONCTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-ANNEE TO WS-DE-ANNEE
           MOVE DSP-MOIS TO WS-DE-MOIS
           MOVE DSP-JOUR TO WS-DE-JOUR.

      *    Bilan du run
       9000-TERMINAISON.
           CLOSE DEFINITION-FILE
                 SCHEDULE-FILE
           DISPLAY "Definitions lues         : " WS-NB-DEFINITIONS
           DISPLAY "Definitions ecartees     : " WS-NB-REJETEES
           DISPLAY "Echeances ecrites        : " WS-NB-ECHEANCES
           DISPLAY "  dont roulees           : " WS-NB-ROULEES
           DISPLAY "Echeances sans objet     : " WS-NB-SAUTEES
           EVALUATE TRUE
               WHEN NOT RUN-VALIDE
                   DISPLAY "Erreur(s) d'ecriture : echeanciers "
                       "ECHOUT incomplets, run a relancer"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NB-REJETEES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NB-SAUTEES > 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9500-ECRIRE-HISTORIQUE.

      *    Ajoute la ligne de ce run a l'historique partage RUNHIST
      *    (voir RUNREC), pour le rapport mensuel d'exploitation
      *    OPSRPT. Un historique indisponible est signale mais ne
      *    fait pas echouer le run lui-meme.
       9500-ECRIRE-HISTORIQUE.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00' AND
              WS-RUNHIST-STATUS NOT = '05'
               DISPLAY "Historique RUNHIST indisponible, statut "
                   WS-RUNHIST-STATUS
           ELSE
               ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-HIST-HEURE FROM TIME
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE 'ECHGEN' TO RH-PROGRAMME
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-HEURE TO RH-HEURE
               MOVE WS-NB-DEFINITIONS TO RH-NB-LUS
               MOVE WS-NB-ECHEANCES TO RH-NB-ECRITS
               MOVE WS-NB-REJETEES TO RH-NB-REJETS
               MOVE RETURN-CODE TO RH-CODE-RETOUR
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
