      *               date <-> numero de serie du service de dates     *
      *               partage DATESRV (table LEAPTAB precalculee par   *
      *               BLDLEAP, sinon calcul a la volee).               *
      *               Les jours ouvres excluent les jours de repos     *
      *               hebdomadaire et les jours feries du calendrier   *
      *               HOLCAL (voir copybook HOLREC). Chaque            *
      *               transaction porte le code du calendrier          *
      *               regional qui s'applique a elle (blanc =          *
      *               calendrier par defaut) : seuls les jours         *
      *               feries de ce calendrier sont exclus, et ses      *
      *               jours de repos sont ceux de sa definition dans   *
      *               CALMAST (voir CALREC : samedi/dimanche, ou       *
      *               vendredi/samedi pour les sites du Golfe). Un     *
      *               code absent de CALMAST, inactif, ou hors de ses  *
      *               annees de validite est rejete (motif CALEND).    *
      *               Tout intervalle debordant des annees couvertes   *
      *               par le calendrier charge est marque '*' en       *
      *               sortie et le run se termine avec le code         *
      *               retour 2.                                        *
      *               Traite aussi les enregistrements date +          *
      *               decalage signe en jours (signe '+' ou '-' en     *
      *               colonne 10) et ecrit alors la date d'echeance    *
      *               de roulement (colonne 20 : S = suivant, P =      *
      *               precedent, M = modifie suivant) deplace toute    *
      *               date d'echeance tombant un jour non ouvre.       *
      *               Un troisieme type d'enregistrement, paire de     *
      *               dates suivie d'une base de calcul des interets   *
      *               (colonnes 18-21 : 30/360 US, 30E/360, ACT/360,   *
      *               ACT/365 fixe, ACT/ACT ISDA), produit en plus le  *
      *               decompte de jours et la fraction d'annee de la   *
      *               convention (base inconnue : motif BASE).         *
      *               Chaque resultat rappelle le calendrier et le     *
      *               decalage demandes (voir TROUTREC) : l'historique *
      *               conserve des TRANSOUT permet a HOLIMPA de        *
      *               recalculer les resultats touches par une         *
      *               modification ulterieure de HOLCAL.               *
      *               Chaque reference non blanche est notee dans le   *
      *               fichier indexe REFTRT (voir REFREC) avec la      *
      *               date du run et le resultat produit : une         *
      *               reference deja traitee par un run precedent, ou  *
      *               deux fois dans le meme fichier, est rejetee      *
      *               (motif DUPREF) au lieu d'etre traitee a nouveau. *
      *               Une reference qui n'avait produit qu'un rejet    *
      *               peut etre resoumise corrigee.                    *
      *                                                                *
      *   CARTES REFPARM (facultatives) : une reference par carte      *
      *               (colonnes 1-12) a retraiter deliberement malgre  *
      *               un resultat deja produit par un run precedent.   *
      *                                                                *
      ******************************************************************

               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    References deja traitees (voir REFREC), indexees par la
      *    reference : consultees avant chaque transaction, mises a
      *    jour apres. OPTIONAL : le fichier est cree au premier run.
           SELECT OPTIONAL PROCESSED-REF-FILE ASSIGN TO REFTRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-REFERENCE
               FILE STATUS IS WS-REFTRT-STATUS.

      *    Liste des references a retraiter deliberement.
      *    OPTIONAL : sans carte, aucun retraitement.
           SELECT OPTIONAL REPROCESS-FILE ASSIGN TO REFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
      *    Trois types d'enregistrement de meme longueur :
      *      - une paire de dates AAAAMMJJ (ecart en jours),
      *      - une date AAAAMMJJ suivie d'un decalage signe en jours
      *        (date d'echeance). Le signe '+' ou '-' en tete de la
      *        deuxieme zone distingue ce type, une date commencant
      *        toujours par un chiffre.
      *      - une paire de dates suivie en colonnes 18-21 du code
      *        d'une base de calcul des interets (decompte de jours
      *        et fraction d'annee) : U360 = 30/360 US, E360 =
      *        30E/360, A360 = ACT/360, A365 = ACT/365 fixe, AACT =
      *        ACT/ACT ISDA. Ces colonnes sont blanches sur une
      *        paire simple.
      *    Sur un decalage, la colonne 19 porte l'unite (blanc ou
      *    'C' = jours calendaires, 'O' = jours ouvres) et la
      *    colonne 20 la convention de roulement quand l'echeance
           05  FILLER PIC X(01).
           05  TR-DEC-REFERENCE PIC X(12).
           05  FILLER PIC X(09).
       01  TRANSACTION-BASE-RECORD.
           05  TR-BAS-DATE1 PIC X(08).
           05  FILLER PIC X(01).
           05  TR-BAS-DATE2 PIC X(08).
           05  TR-BAS-CODE PIC X(04).
               88  BASE-30-360-US VALUE 'U360'.
               88  BASE-30E-360 VALUE 'E360'.
               88  BASE-ACT-360 VALUE 'A360'.
               88  BASE-ACT-365F VALUE 'A365'.
               88  BASE-ACT-ACT VALUE 'AACT'.
               88  BASE-CONNUE VALUES 'U360', 'E360', 'A360',
                                      'A365', 'AACT'.
           05  FILLER PIC X(01).
           05  TR-BAS-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  TR-BAS-REFERENCE PIC X(12).
           05  FILLER PIC X(09).

       FD  DAYCOUNT-OUTPUT-FILE
           RECORDING MODE IS F.
      *    Les deux dates en entrée suivies de l'écart en jours
      *    calendaires, de l'écart en jours ouvrés, de la reference,
      *    de l'indicateur d'avertissement, puis du rappel de la
      *    demande (calendrier et decalage) qui permet a HOLIMPA de
      *    recalculer le resultat (voir TROUTREC)
           COPY TROUTREC.

       FD  HOLIDAY-FILE.
           COPY HOLREC.
      *    cible hors perimetre), MOIS (mois invalide), JOUR (jour
      *    invalide pour le mois), CIBLE (date cible incalculable),
      *    UNITE (unite de decalage inconnue), CONV (convention de
      *    roulement inconnue), CALEND (code calendrier absent de
      *    CALMAST, inactif, ou hors de ses annees de validite),
      *    BASE (base de calcul des interets inconnue), DUPREF
      *    (reference deja traitee, voir REFTRT)
       01  REJECT-RECORD.
           05  RJ-CONTENU PIC X(37).
           05  FILLER PIC X(01).
       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       FD  PROCESSED-REF-FILE.
           COPY REFREC.

       FD  REPROCESS-FILE.
      *    Reference a retraiter
       01  REPROCESS-RECORD.
           05  RP-REFERENCE PIC X(12).

       WORKING-STORAGE SECTION.

      *    Année / indicateur bissextile (voir copybook YEARREC).
       01  WS-EOF-TRANSIN PIC X(01) VALUE 'N'.
           88  EOF-TRANSIN VALUE 'Y'.

      *    Controle des references deja traitees (voir REFREC) :
      *    date et heure de debut du run (une reference deja notee
      *    avec cette marque est un doublon du fichier en cours),
      *    reference connue de REFTRT, doublon a rejeter, et compte
      *    des resultats ecrits avant la transaction (le resultat
      *    produit se deduit de son evolution)
       01  WS-REFTRT-STATUS PIC X(02) VALUE '00'.
       01  WS-RUN-DATE PIC 9(08).
       01  WS-RUN-HEURE PIC 9(08).
       01  WS-REFERENCE-CONNUE PIC X(01).
           88  REFERENCE-CONNUE VALUE 'O'.
       01  WS-REFERENCE-DOUBLE PIC X(01).
           88  REFERENCE-DOUBLE VALUE 'O'.
       01  WS-NB-ECRITS-AVANT PIC 9(08).
      *    Rappel du resultat ecrit sur TRANSOUT, garde avant le
      *    WRITE pour REFTRT (zone FD indefinie apres l'ecriture)
       01  WS-RESULTAT-ECRIT.
           05  WS-RES-DATE2 PIC X(08).
           05  WS-RES-JOURS PIC -(7)9.
           05  WS-RES-JOURS-OUVRES PIC -(7)9.
           05  WS-RES-AVERTISSEMENT PIC X(01).
       01  WS-NB-DOUBLONS PIC 9(08) VALUE 0.
       01  WS-NB-RETRAITEES PIC 9(08) VALUE 0.

      *    References a retraiter lues sur les cartes REFPARM
       01  WS-REFPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-EOF-REFPARM PIC X(01) VALUE 'N'.
           88  EOF-REFPARM VALUE 'Y'.
       01  WS-RETRAITEMENT PIC X(01).
           88  RETRAITEMENT-DEMANDE VALUE 'O'.
       01  WS-NB-A-RETRAITER PIC 9(04) VALUE 0.
       01  WS-RETRAITEMENT-TABLE.
           05  WRT-REFERENCE PIC X(12) OCCURS 500 TIMES
                   INDEXED BY WRT-IDX.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : determination
      *    bissextile et conversions date <-> numero de serie ne

      *    Zones de calcul de l'écart en jours ouvrés. Le numéro de
      *    série vaut 1 pour le 1er janvier EPOCH-ANNEE (1583), qui
      *    était un samedi : FUNCTION MOD(série + 4, 7) + 1 donne
      *    donc le jour de la semaine, 1 = lundi a 7 = dimanche.
       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-EOF-HOLCAL PIC X(01) VALUE 'N'.
           88  EOF-HOLCAL VALUE 'Y'.
       01  WS-WEEKEND PIC X(01) VALUE 'N'.
           88  JOUR-WEEKEND VALUE 'O'.
       01  WS-JOUR-SEMAINE PIC 9(01).
       01  WS-SERIAL-BAS PIC S9(08).
       01  WS-SERIAL-HAUT PIC S9(08).
       01  WS-SERIAL-TEST PIC S9(08).
       01  WS-FIN-PLAGE PIC X(01).
           88  FIN-PLAGE VALUE 'O'.

      *    Zones des paires avec base de calcul des interets : dates
      *    remises dans l'ordre chronologique, jours du mois ajustes
      *    par les conventions 30/360, decompte de jours de la base,
      *    fraction d'annee (10 decimales) et ses composantes
      *    ACT/ACT (debut et fin d'intervalle)
       01  WS-BASE-DEBUT.
           05  WS-BD-ANNEE PIC 9(04).
           05  WS-BD-MOIS PIC 9(02).
           05  WS-BD-JOUR PIC 9(02).
       01  WS-BASE-FIN.
           05  WS-BF-ANNEE PIC 9(04).
           05  WS-BF-MOIS PIC 9(02).
           05  WS-BF-JOUR PIC 9(02).
       01  WS-BASE-J1 PIC 9(02).
       01  WS-BASE-J2 PIC 9(02).
       01  WS-BASE-JOURS PIC S9(08).
       01  WS-BASE-FRACTION PIC S9(05)V9(10).
       01  WS-BASE-PART-DEBUT PIC S9(01)V9(12).
       01  WS-BASE-PART-FIN PIC S9(01)V9(12).
       01  WS-LONGUEUR-ANNEE PIC 9(03).
       01  WS-FIN-FEVRIER PIC X(01).
           88  FIN-FEVRIER VALUE 'O'.

      *    Code du calendrier regional porte par la transaction en
      *    cours : seuls les jours feries de ce calendrier entrent
      *    dans ses decomptes de jours ouvres
       01  WS-CALENDRIER-TRANS PIC X(03) VALUE SPACES.

      *    Jours de repos hebdomadaire de ce calendrier (lundi ->
      *    dimanche, 'O' = repos, voir CALREC) rendus par DATESRV,
      *    et nombre de jours travailles par semaine qui s'en deduit
       01  WS-WEEKEND-TRANS PIC X(07) VALUE 'NNNNNOO'.
       01  WS-JOURS-TRAVAILLES PIC 9(01) VALUE 5.
       01  WS-CALMAST-SIGNALE PIC X(01) VALUE 'N'.
           88  CALMAST-SIGNALE VALUE 'O'.

      *    Annees reellement couvertes par chaque calendrier charge
      *    depuis HOLCAL : tout intervalle qui en deborde est
      *    calcule sans donnees de jours feries sur le debord, et
       01  WS-DEC-JOURS PIC S9(08).
       01  WS-SERIAL-CIBLE PIC S9(08).

      *    Reconversion de l'echeance en date calendaire, rendue par
      *    DATESRV (voir 3400)
       01  WS-CONVERSION PIC X(01).
           88  CONVERSION-OK VALUE 'O'.
       01  WS-DATE-CIBLE.
                   WS-TRANSREJ-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HEURE FROM TIME
           OPEN I-O PROCESSED-REF-FILE
           IF WS-REFTRT-STATUS NOT = '00' AND
              WS-REFTRT-STATUS NOT = '05'
               DISPLAY "Erreur ouverture REFTRT, statut "
                   WS-REFTRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-CHARGER-RETRAITEMENTS
           PERFORM 1100-CHARGER-FERIES.

      *    Passe d'ouverture du calendrier des jours feries : recense
               END-IF
           END-IF.

      *    Charge les references a retraiter (cartes REFPARM). Une
      *    liste tronquee ferait rejeter en DUPREF une partie du
      *    retraitement demande : au-dela de la table, le run
      *    s'arrete avec le code retour 12.
       1400-CHARGER-RETRAITEMENTS.
           OPEN INPUT REPROCESS-FILE
           IF WS-REFPARM-STATUS NOT = '00' AND
              WS-REFPARM-STATUS NOT = '05'
               DISPLAY "Erreur ouverture REFPARM, statut "
                   WS-REFPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REFPARM
               READ REPROCESS-FILE
                   AT END
                       SET EOF-REFPARM TO TRUE
                   NOT AT END
                       IF RP-REFERENCE NOT = SPACES
                           IF WS-NB-A-RETRAITER >= 500
                               DISPLAY "Plus de 500 references a "
                                   "retraiter sur REFPARM"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NB-A-RETRAITER
                           MOVE RP-REFERENCE
                               TO WRT-REFERENCE(WS-NB-A-RETRAITER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPROCESS-FILE
           IF WS-NB-A-RETRAITER > 0
               DISPLAY WS-NB-A-RETRAITER " reference(s) a retraiter "
                   "demandee(s) sur REFPARM"
           END-IF.

       2000-LIRE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
           END-READ.

      *    Oriente l'enregistrement lu selon son type : date +
      *    decalage signe (echeance), paire de dates avec base de
      *    calcul des interets, ou paire de dates simple (ecart).
      *    Une reference deja traitee est rejetee sans calcul ; les
      *    autres sont notees dans REFTRT avec leur resultat.
       3000-TRAITER-TRANSACTION.
           PERFORM 3900-CONTROLER-REFERENCE
           IF REFERENCE-DOUBLE
               MOVE 'DUPREF' TO WS-MOTIF-REJET
               PERFORM 3060-ECRIRE-ERREUR
               ADD 1 TO WS-NB-DOUBLONS
           ELSE
               MOVE WS-NB-ECRITS TO WS-NB-ECRITS-AVANT
               EVALUATE TRUE
                   WHEN TR-DEC-SIGNE = '+' OR TR-DEC-SIGNE = '-'
                       PERFORM 3500-TRAITER-DECALAGE
                   WHEN TR-BAS-CODE NOT = SPACES
                       PERFORM 3800-TRAITER-BASE
                   WHEN OTHER
                       PERFORM 3010-TRAITER-PAIRE
               END-EVALUATE
               PERFORM 3950-NOTER-REFERENCE
           END-IF.

       3010-TRAITER-PAIRE.
           IF NOT TRANSACTION-VALIDE
               PERFORM 3060-ECRIRE-ERREUR
           ELSE
               PERFORM 3020-CALCULER-PAIRE

      *        Les VALUE des FILLER d'un FD ne sont pas appliqués :
      *        blanchit l'enregistrement avant de le garnir pour ne
               MOVE WS-JOURS-OUVRES TO OR-JOURS-OUVRES
               MOVE TR-REFERENCE TO OR-REFERENCE
               MOVE WS-AVERTISSEMENT TO OR-AVERTISSEMENT
               MOVE TR-CALENDRIER TO OR-CALENDRIER
               PERFORM 3940-GARDER-RESULTAT
               WRITE DAYCOUNT-OUTPUT-RECORD
               ADD 1 TO WS-NB-ECRITS
           END-IF.

      *    Paire de dates validee (paire simple ou paire avec base
      *    de calcul) : numeros de serie des deux dates, ecart en
      *    jours calendaires, ecart en jours ouvres et controle de
      *    couverture du calendrier
       3020-CALCULER-PAIRE.
           MOVE TR-CALENDRIER TO WS-CALENDRIER-TRANS
           MOVE TR-DATE1-ANNEE TO WS-CALC-ANNEE
           MOVE TR-DATE1-MOIS TO WS-CALC-MOIS
           MOVE TR-DATE1-JOUR TO WS-CALC-JOUR
           PERFORM 3100-CALCULER-JOURS-TOTAL
           MOVE WS-CALC-JOURS-TOTAL TO WS-JOURS-DATE1

           MOVE TR-DATE2-ANNEE TO WS-CALC-ANNEE
           MOVE TR-DATE2-MOIS TO WS-CALC-MOIS
           MOVE TR-DATE2-JOUR TO WS-CALC-JOUR
           PERFORM 3100-CALCULER-JOURS-TOTAL
           MOVE WS-CALC-JOURS-TOTAL TO WS-JOURS-DATE2

           COMPUTE WS-ECART-JOURS = WS-JOURS-DATE2 - WS-JOURS-DATE1

           IF WS-JOURS-DATE2 >= WS-JOURS-DATE1
               MOVE WS-JOURS-DATE1 TO WS-SERIAL-BAS
               MOVE WS-JOURS-DATE2 TO WS-SERIAL-HAUT
               MOVE TR-DATE1 TO WS-BORNE-BASSE-DATE
               MOVE TR-DATE2 TO WS-BORNE-HAUTE-DATE
           ELSE
               MOVE WS-JOURS-DATE2 TO WS-SERIAL-BAS
               MOVE WS-JOURS-DATE1 TO WS-SERIAL-HAUT
               MOVE TR-DATE2 TO WS-BORNE-BASSE-DATE
               MOVE TR-DATE1 TO WS-BORNE-HAUTE-DATE
           END-IF
           PERFORM 3200-CALCULER-JOURS-OUVRES
           IF WS-JOURS-DATE2 < WS-JOURS-DATE1
               COMPUTE WS-JOURS-OUVRES = 0 - WS-JOURS-OUVRES
           END-IF

           IF TR-DATE1-ANNEE <= TR-DATE2-ANNEE
               MOVE TR-DATE1-ANNEE TO WS-ANNEE-BASSE
               MOVE TR-DATE2-ANNEE TO WS-ANNEE-HAUTE
           ELSE
               MOVE TR-DATE2-ANNEE TO WS-ANNEE-BASSE
               MOVE TR-DATE1-ANNEE TO WS-ANNEE-HAUTE
           END-IF
           PERFORM 3250-CONTROLER-COUVERTURE.

      *    Rejette toute transaction hors du périmètre du calcul, pour
      *    éviter la boucle infinie de 3100 sur une année antérieure à
      *    EPOCH-ANNEE et le débordement d'indice de DIM-ENTRY sur un
               MOVE TR-DATE2-MOIS TO WS-CALC-MOIS
               MOVE TR-DATE2-JOUR TO WS-CALC-JOUR
               PERFORM 3070-VALIDER-JOUR-DU-MOIS
           END-IF
      *    Le calendrier doit faire foi pour les deux dates
           IF TRANSACTION-VALIDE
               MOVE TR-CALENDRIER TO WS-CALENDRIER-TRANS
               MOVE TR-DATE1-ANNEE TO WS-CALC-ANNEE
               PERFORM 3080-CONTROLER-CALENDRIER
           END-IF
           IF TRANSACTION-VALIDE
               MOVE TR-DATE2-ANNEE TO WS-CALC-ANNEE
               PERFORM 3080-CONTROLER-CALENDRIER
           END-IF.

      *    Vérifie que WS-CALC-JOUR est un jour réel du mois
               END-IF
           END-IF.

      *    Le calendrier WS-CALENDRIER-TRANS doit figurer dans
      *    CALMAST, etre actif et faire foi pour l'annee
      *    WS-CALC-ANNEE (controle par DATESRV) ; ses jours de repos
      *    sont retenus pour les decomptes de la transaction. Sans
      *    CALMAST, aucun code n'est controle et le week-end reste
      *    samedi/dimanche (signale une fois sur SYSOUT)
       3080-CONTROLER-CALENDRIER.
           MOVE 'C' TO DSP-FONCTION
           MOVE WS-CALENDRIER-TRANS TO DSP-CALENDRIER
           MOVE WS-CALC-ANNEE TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-CAL-UTILISABLE
               MOVE DSP-WEEKEND TO WS-WEEKEND-TRANS
               MOVE 0 TO WS-JOURS-TRAVAILLES
               INSPECT WS-WEEKEND-TRANS TALLYING WS-JOURS-TRAVAILLES
                   FOR ALL 'N'
               IF DSP-CAL-NON-CONTROLE AND NOT CALMAST-SIGNALE
                   SET CALMAST-SIGNALE TO TRUE
                   DISPLAY "Definitions CALMAST indisponibles : codes "
                       "calendrier non controles, week-end "
                       "samedi/dimanche"
               END-IF
           ELSE
               MOVE 'N' TO WS-TRANSACTION-VALIDE
               MOVE 'CALEND' TO WS-MOTIF-REJET
           END-IF.

      *    Transaction rejetée : signale l'anomalie sur SYSOUT et
      *    route l'enregistrement d'origine et son code motif vers
      *    le fichier des rejets, sans polluer TRANSOUT - corrige,
                       MOVE WS-JOURS-OUVRES TO OR-JOURS-OUVRES
                       MOVE TR-DEC-REFERENCE TO OR-REFERENCE
                       MOVE WS-AVERTISSEMENT TO OR-AVERTISSEMENT
                       MOVE TR-DEC-CALENDRIER TO OR-CALENDRIER
                       MOVE TRANSACTION-RECORD(10:11) TO OR-DECALAGE
                       PERFORM 3940-GARDER-RESULTAT
                       WRITE DAYCOUNT-OUTPUT-RECORD
                       ADD 1 TO WS-NB-ECRITS
                   END-IF
      *    Rejette tout enregistrement date + decalage hors du
      *    perimetre du calcul : date de depart invalide ou
      *    anterieure a EPOCH-ANNEE, nombre de jours illisible,
      *    unite de decalage ou convention de roulement inconnue,
      *    calendrier refuse pour l'annee de la date de depart
       3550-VALIDER-DECALAGE.
           MOVE 'O' TO WS-TRANSACTION-VALIDE
           MOVE SPACES TO WS-MOTIF-REJET
                       MOVE TR-DEC-JOUR TO WS-CALC-JOUR
                       PERFORM 3070-VALIDER-JOUR-DU-MOIS
               END-EVALUATE
           END-IF
           IF TRANSACTION-VALIDE
               MOVE TR-DEC-CALENDRIER TO WS-CALENDRIER-TRANS
               MOVE TR-DEC-ANNEE TO WS-CALC-ANNEE
               PERFORM 3080-CONTROLER-CALENDRIER
           END-IF.

      *    Decalage en jours ouvres : jour atteint depuis la date
      *    de depart en ne comptant que les jours ouvres du
      *    calendrier de la transaction, rendu par le service de
      *    dates partage DATESRV (fonction 'J', resolue par l'index
      *    des jours ouvres OUVIDX, voir OUVREC). Un decalage nul ne
      *    compte rien : la date de depart est simplement roulee si
      *    elle tombe un jour non ouvre (la convention par defaut
      *    est alors 'suivant'). Une cible sortie du perimetre
      *    1583-9999 est rejetee par l'appelant via le test
      *    WS-SERIAL-CIBLE < 1
       3600-CALCULER-DECALAGE-OUVRE.
           MOVE 'J' TO DSP-FONCTION
           MOVE WS-CALENDRIER-TRANS TO DSP-CALENDRIER
           MOVE WS-JOURS-DATE1 TO DSP-SERIAL
           MOVE WS-DEC-JOURS TO DSP-NB-JOURS
           MOVE TR-DEC-CONVENTION TO DSP-CONVENTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-CIBLE
           ELSE
               MOVE 0 TO WS-SERIAL-CIBLE
           END-IF.

      *    Roule WS-SERIAL-CIBLE selon la convention demandee si
      *    elle tombe un jour non ouvre du calendrier de la
      *    transaction (DATESRV fonction 'R') : 'S' (ou blanc) vers
      *    le jour ouvre suivant, 'P' vers le precedent, 'M' vers
      *    le suivant sauf s'il change de mois (auquel cas vers le
      *    precedent, convention dite 'modifie suivant'). Un
      *    roulement sorti du perimetre rend la cible nulle, rejetee
      *    par l'appelant
       3650-APPLIQUER-CONVENTION.
           MOVE 'R' TO DSP-FONCTION
           MOVE WS-CALENDRIER-TRANS TO DSP-CALENDRIER
           MOVE WS-SERIAL-CIBLE TO DSP-SERIAL
           MOVE TR-DEC-CONVENTION TO DSP-CONVENTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-SERIAL-FIN TO WS-SERIAL-CIBLE
           ELSE
               MOVE 0 TO WS-SERIAL-CIBLE
           END-IF.

      *    Reconvertit le numero de serie WS-SERIAL-CIBLE en date
           END-IF.

      *    Nombre de jours ouvrés entre WS-SERIAL-BAS (exclu) et
      *    WS-SERIAL-HAUT (inclus) : semaines complètes comptées au
      *    nombre de jours travaillés du calendrier (5 pour un
      *    week-end samedi/dimanche), reliquat testé jour par
      *    jour, puis retrait des
      *    jours fériés du calendrier regional de la transaction
      *    (WS-CALENDRIER-TRANS) qui tombent un jour de semaine
      *    dans l'intervalle (ceux tombant un week-end sont déjà
           COMPUTE WS-ECART-BRUT = WS-SERIAL-HAUT - WS-SERIAL-BAS
           DIVIDE WS-ECART-BRUT BY 7 GIVING WS-SEMAINES
               REMAINDER WS-RESTE-JOURS
           COMPUTE WS-JOURS-OUVRES = WS-SEMAINES * WS-JOURS-TRAVAILLES
           PERFORM VARYING WS-JOUR-IDX FROM 1 BY 1
                   UNTIL WS-JOUR-IDX > WS-RESTE-JOURS
               COMPUTE WS-SERIAL-TEST = WS-SERIAL-BAS + WS-JOUR-IDX
           END-IF.

      *    Le numéro de série 1 correspond au samedi 1er janvier 1583
      *    (EPOCH-ANNEE) : MOD(série + 4, 7) + 1 donne le jour de la
      *    semaine (1 = lundi), confronté aux jours de repos du
      *    calendrier de la transaction (WS-WEEKEND-TRANS)
       3300-TESTER-WEEKEND.
           MOVE 'N' TO WS-WEEKEND
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-SERIAL-TEST + 4, 7) + 1
           IF WS-WEEKEND-TRANS(WS-JOUR-SEMAINE:1) = 'O'
               MOVE 'O' TO WS-WEEKEND
           END-IF.

      *    Paire de dates avec base de calcul des interets
      *    (colonnes 18-21, voir TRANSACTION-BASE-RECORD) : memes
      *    controles et memes ecarts qu'une paire simple, plus le
      *    decompte de jours et la fraction d'annee de la
      *    convention demandee, ecrits a la place de l'ecart
      *    calendaire et en fin d'enregistrement (voir TROUTREC).
      *    Une base inconnue est rejetee (motif BASE).
       3800-TRAITER-BASE.
           PERFORM 3050-VALIDER-TRANSACTION
           IF TRANSACTION-VALIDE AND NOT BASE-CONNUE
               MOVE 'N' TO WS-TRANSACTION-VALIDE
               MOVE 'BASE' TO WS-MOTIF-REJET
           END-IF
           IF NOT TRANSACTION-VALIDE
               PERFORM 3060-ECRIRE-ERREUR
           ELSE
               PERFORM 3020-CALCULER-PAIRE
               PERFORM 3850-CALCULER-BASE
               MOVE SPACES TO DAYCOUNT-OUTPUT-RECORD
               MOVE TR-DATE1 TO OR-DATE1
               MOVE TR-DATE2 TO OR-DATE2
               MOVE WS-BASE-JOURS TO OR-JOURS
               MOVE WS-JOURS-OUVRES TO OR-JOURS-OUVRES
               MOVE TR-REFERENCE TO OR-REFERENCE
               MOVE WS-AVERTISSEMENT TO OR-AVERTISSEMENT
               MOVE TR-CALENDRIER TO OR-CALENDRIER
               MOVE TR-BAS-CODE TO OR-BASE
               MOVE WS-BASE-FRACTION TO OR-FRACTION
               PERFORM 3940-GARDER-RESULTAT
               WRITE DAYCOUNT-OUTPUT-RECORD
               ADD 1 TO WS-NB-ECRITS
           END-IF.

      *    Decompte de jours et fraction d'annee de la base, etablis
      *    sur les dates remises dans l'ordre chronologique (3020 a
      *    laisse WS-SERIAL-BAS / WS-SERIAL-HAUT ordonnes) ; le
      *    signe est retabli a la fin quand la deuxieme date precede
      *    la premiere, comme pour les ecarts d'une paire simple
       3850-CALCULER-BASE.
           IF WS-JOURS-DATE2 >= WS-JOURS-DATE1
               MOVE TR-DATE1 TO WS-BASE-DEBUT
               MOVE TR-DATE2 TO WS-BASE-FIN
           ELSE
               MOVE TR-DATE2 TO WS-BASE-DEBUT
               MOVE TR-DATE1 TO WS-BASE-FIN
           END-IF
           EVALUATE TRUE
               WHEN BASE-30-360-US
                   PERFORM 3860-AJUSTER-30-360-US
                   PERFORM 3880-DECOMPTER-30-360
               WHEN BASE-30E-360
                   PERFORM 3865-AJUSTER-30E-360
                   PERFORM 3880-DECOMPTER-30-360
               WHEN BASE-ACT-360
                   COMPUTE WS-BASE-JOURS =
                       WS-SERIAL-HAUT - WS-SERIAL-BAS
                   COMPUTE WS-BASE-FRACTION ROUNDED =
                       WS-BASE-JOURS / 360
               WHEN BASE-ACT-365F
                   COMPUTE WS-BASE-JOURS =
                       WS-SERIAL-HAUT - WS-SERIAL-BAS
                   COMPUTE WS-BASE-FRACTION ROUNDED =
                       WS-BASE-JOURS / 365
               WHEN OTHER
                   PERFORM 3890-CALCULER-ACT-ACT
           END-EVALUATE
           IF WS-JOURS-DATE2 < WS-JOURS-DATE1
               COMPUTE WS-BASE-JOURS = 0 - WS-BASE-JOURS
               COMPUTE WS-BASE-FRACTION = 0 - WS-BASE-FRACTION
           END-IF.

      *    30/360 US (convention obligataire americaine, echeances
      *    de fin de mois) : depart au dernier jour de fevrier -> 30,
      *    et arrivee au dernier jour de fevrier -> 30 dans ce cas ;
      *    arrivee un 31 -> 30 quand le depart (ajuste) est un 30 ou
      *    un 31 ; depart un 31 -> 30
       3860-AJUSTER-30-360-US.
           MOVE WS-BD-JOUR TO WS-BASE-J1
           MOVE WS-BF-JOUR TO WS-BASE-J2
           MOVE WS-BD-ANNEE TO WS-CALC-ANNEE
           MOVE WS-BD-MOIS TO WS-CALC-MOIS
           MOVE WS-BD-JOUR TO WS-CALC-JOUR
           PERFORM 3870-TESTER-FIN-FEVRIER
           IF FIN-FEVRIER
               MOVE WS-BF-ANNEE TO WS-CALC-ANNEE
               MOVE WS-BF-MOIS TO WS-CALC-MOIS
               MOVE WS-BF-JOUR TO WS-CALC-JOUR
               PERFORM 3870-TESTER-FIN-FEVRIER
               IF FIN-FEVRIER
                   MOVE 30 TO WS-BASE-J2
               END-IF
               MOVE 30 TO WS-BASE-J1
           END-IF
           IF WS-BASE-J2 = 31 AND WS-BASE-J1 >= 30
               MOVE 30 TO WS-BASE-J2
           END-IF
           IF WS-BASE-J1 = 31
               MOVE 30 TO WS-BASE-J1
           END-IF.

      *    30E/360 (base euro-obligataire) : tout 31, au depart comme
      *    a l'arrivee, compte pour 30 ; fevrier n'est pas ajuste
       3865-AJUSTER-30E-360.
           MOVE WS-BD-JOUR TO WS-BASE-J1
           MOVE WS-BF-JOUR TO WS-BASE-J2
           IF WS-BASE-J1 = 31
               MOVE 30 TO WS-BASE-J1
           END-IF
           IF WS-BASE-J2 = 31
               MOVE 30 TO WS-BASE-J2
           END-IF.

      *    WS-CALC-ANNEE/MOIS/JOUR est-il le dernier jour de fevrier
      *    (29 les annees bissextiles, 28 sinon) ?
       3870-TESTER-FIN-FEVRIER.
           MOVE 'N' TO WS-FIN-FEVRIER
           IF WS-CALC-MOIS = 2
               MOVE WS-CALC-ANNEE TO ANNEE
               PERFORM 4000-DETERMINER-BISSEXTILE
               IF BISSEXTILE = 'OUI' AND WS-CALC-JOUR = 29
                   MOVE 'O' TO WS-FIN-FEVRIER
               END-IF
               IF BISSEXTILE NOT = 'OUI' AND WS-CALC-JOUR = 28
                   MOVE 'O' TO WS-FIN-FEVRIER
               END-IF
           END-IF.

      *    Decompte des bases 30/360 sur les jours ajustes, annee de
      *    360 jours
       3880-DECOMPTER-30-360.
           COMPUTE WS-BASE-JOURS =
               (WS-BF-ANNEE - WS-BD-ANNEE) * 360
               + (WS-BF-MOIS - WS-BD-MOIS) * 30
               + WS-BASE-J2 - WS-BASE-J1
           COMPUTE WS-BASE-FRACTION ROUNDED = WS-BASE-JOURS / 360.

      *    ACT/ACT ISDA : jours reels de l'intervalle, fraction
      *    ventilee par annee civile - les jours d'une annee
      *    bissextile comptent sur 366, les autres sur 365, chaque
      *    annee pleine intermediaire pour 1. L'annee bissextile
      *    est celle du reste de la chaine (DATESRV, LEAPTAB).
       3890-CALCULER-ACT-ACT.
           COMPUTE WS-BASE-JOURS = WS-SERIAL-HAUT - WS-SERIAL-BAS
           MOVE WS-BD-ANNEE TO ANNEE
           PERFORM 3895-LONGUEUR-ANNEE
           IF WS-BD-ANNEE = WS-BF-ANNEE
               COMPUTE WS-BASE-FRACTION ROUNDED =
                   WS-BASE-JOURS / WS-LONGUEUR-ANNEE
           ELSE
      *        Du depart (inclus) au 1er janvier suivant (exclu)
               COMPUTE WS-CALC-ANNEE = WS-BD-ANNEE + 1
               MOVE 1 TO WS-CALC-MOIS
               MOVE 1 TO WS-CALC-JOUR
               PERFORM 3100-CALCULER-JOURS-TOTAL
               COMPUTE WS-BASE-PART-DEBUT ROUNDED =
                   (WS-CALC-JOURS-TOTAL - WS-SERIAL-BAS)
                   / WS-LONGUEUR-ANNEE
      *        Du 1er janvier de l'annee d'arrivee a l'arrivee
               MOVE WS-BF-ANNEE TO WS-CALC-ANNEE
               PERFORM 3100-CALCULER-JOURS-TOTAL
               MOVE WS-BF-ANNEE TO ANNEE
               PERFORM 3895-LONGUEUR-ANNEE
               COMPUTE WS-BASE-PART-FIN ROUNDED =
                   (WS-SERIAL-HAUT - WS-CALC-JOURS-TOTAL)
                   / WS-LONGUEUR-ANNEE
               COMPUTE WS-BASE-FRACTION ROUNDED =
                   WS-BASE-PART-DEBUT + WS-BASE-PART-FIN
                   + (WS-BF-ANNEE - WS-BD-ANNEE - 1)
           END-IF.

      *    Longueur en jours de l'annee ANNEE (366 si bissextile)
       3895-LONGUEUR-ANNEE.
           PERFORM 4000-DETERMINER-BISSEXTILE
           IF BISSEXTILE = 'OUI'
               MOVE 366 TO WS-LONGUEUR-ANNEE
           ELSE
               MOVE 365 TO WS-LONGUEUR-ANNEE
           END-IF.

      *    Cherche la reference de la transaction dans REFTRT. Elle
      *    est en double si ce run l'a deja notee (meme reference
      *    deux fois dans le fichier, retraitement demande ou non),
      *    ou si un run precedent en a ecrit un resultat et qu'elle
      *    ne figure pas sur les cartes REFPARM. Une reference qui
      *    n'avait produit qu'un rejet est traitee normalement (rejet
      *    corrige et resoumis). Reference blanche : pas de controle.
       3900-CONTROLER-REFERENCE.
           MOVE 'N' TO WS-REFERENCE-CONNUE
           MOVE 'N' TO WS-REFERENCE-DOUBLE
           IF TR-REFERENCE NOT = SPACES
               MOVE TR-REFERENCE TO REF-REFERENCE
               READ PROCESSED-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-REFERENCE-CONNUE
               END-READ
           END-IF
           IF REFERENCE-CONNUE
               IF REF-RUN-DATE = WS-RUN-DATE AND
                  REF-RUN-HEURE = WS-RUN-HEURE
                   MOVE 'O' TO WS-REFERENCE-DOUBLE
               ELSE
                   IF REF-PRODUITE
                       PERFORM 3910-CHERCHER-RETRAITEMENT
                       IF RETRAITEMENT-DEMANDE
                           ADD 1 TO WS-NB-RETRAITEES
                           DISPLAY "Reference retraitee a la "
                               "demande : " TR-REFERENCE
                               " (traitee le " REF-RUN-DATE ")"
                       ELSE
                           MOVE 'O' TO WS-REFERENCE-DOUBLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    La reference de la transaction figure-t-elle sur les
      *    cartes REFPARM ?
       3910-CHERCHER-RETRAITEMENT.
           MOVE 'N' TO WS-RETRAITEMENT
           PERFORM VARYING WRT-IDX FROM 1 BY 1
                   UNTIL WRT-IDX > WS-NB-A-RETRAITER
                      OR RETRAITEMENT-DEMANDE
               IF WRT-REFERENCE(WRT-IDX) = TR-REFERENCE
                   MOVE 'O' TO WS-RETRAITEMENT
               END-IF
           END-PERFORM.

      *    Garde le resultat qui va etre ecrit sur TRANSOUT, repris
      *    par 3950 dans REFTRT une fois l'ecriture faite
       3940-GARDER-RESULTAT.
           MOVE OR-DATE2 TO WS-RES-DATE2
           MOVE OR-JOURS TO WS-RES-JOURS
           MOVE OR-JOURS-OUVRES TO WS-RES-JOURS-OUVRES
           MOVE OR-AVERTISSEMENT TO WS-RES-AVERTISSEMENT.

      *    Note dans REFTRT la reference traitee, la marque du run et
      *    le resultat produit : rappel du resultat ecrit sur
      *    TRANSOUT, ou motif du rejet. L'enregistrement lu par 3900
      *    est mis a jour pour une reference deja connue.
       3950-NOTER-REFERENCE.
           IF TR-REFERENCE NOT = SPACES
               IF NOT REFERENCE-CONNUE
                   MOVE SPACES TO PROCESSED-REF-RECORD
                   MOVE TR-REFERENCE TO REF-REFERENCE
                   MOVE 0 TO REF-NB-PASSAGES
               END-IF
               ADD 1 TO REF-NB-PASSAGES
               MOVE WS-RUN-DATE TO REF-RUN-DATE
               MOVE WS-RUN-HEURE TO REF-RUN-HEURE
               MOVE SPACES TO REF-SORTIE
               IF WS-NB-ECRITS > WS-NB-ECRITS-AVANT
                   MOVE 'E' TO REF-RESULTAT
                   MOVE SPACES TO REF-MOTIF
                   MOVE WS-RES-DATE2 TO REF-DATE2
                   MOVE WS-RES-JOURS TO REF-JOURS
                   MOVE WS-RES-JOURS-OUVRES TO REF-JOURS-OUVRES
                   MOVE WS-RES-AVERTISSEMENT TO REF-AVERTISSEMENT
               ELSE
                   MOVE 'R' TO REF-RESULTAT
                   MOVE WS-MOTIF-REJET TO REF-MOTIF
               END-IF
               IF REFERENCE-CONNUE
                   REWRITE PROCESSED-REF-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour REFTRT, "
                               "statut " WS-REFTRT-STATUS " : "
                               TR-REFERENCE
                   END-REWRITE
               ELSE
                   WRITE PROCESSED-REF-RECORD
                       INVALID KEY
                           DISPLAY "Erreur ecriture REFTRT, "
                               "statut " WS-REFTRT-STATUS " : "
                               TR-REFERENCE
                   END-WRITE
               END-IF
           END-IF.

      *    Determination par le service de dates partage DATESRV
      *    (table LEAPTAB d'abord, regle a la volee en secours -
      *    ANNEE est toujours >= EPOCH-ANNEE ici, pas de cas julien)
           CLOSE TRANSACTION-FILE
                 DAYCOUNT-OUTPUT-FILE
                 REJECT-FILE
                 PROCESSED-REF-FILE
           IF HOLCAL-OUVERT
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-NB-DOUBLONS > 0
               DISPLAY WS-NB-DOUBLONS " reference(s) deja traitee(s) "
                   "rejetee(s), motif DUPREF"
           END-IF
           IF WS-NB-RETRAITEES > 0
               DISPLAY WS-NB-RETRAITEES " reference(s) retraitee(s) "
                   "a la demande (REFPARM)"
           END-IF
      *    Code retour d'avertissement : 2 quand au moins un
      *    intervalle deborde des annees couvertes par HOLCAL (les
      *    enregistrements marques '*' sont a reprendre apres mise a
