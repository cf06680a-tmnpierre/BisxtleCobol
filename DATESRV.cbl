      *               par toute la chaine (et par les autres           *
      *               applications du site) : determination            *
      *               bissextile, conversion date -> numero de serie   *
      *               et numero de serie -> date, test de jour ouvre,  *
      *               ecart et decalage en jours ouvres, roulement     *
      *               d'une echeance tombant un jour non ouvre,        *
      *               position et periodes d'un calendrier fiscal en   *
      *               semaines (4-4-5, 52/53 semaines, voir FISCREC).  *
      *               La zone de communication est decrite dans le     *
      *               copybook DATEPRM ; la regle bissextile,          *
      *               l'epoque du decompte (1er janvier 1583 =         *
      *               numero 1, un samedi) et l'acces aux fichiers     *
      *               LEAPTAB, HOLCAL, CALMAST et FISCDEF ne vivent    *
      *               plus que dans ce programme : une correction ici  *
      *               atteint tous les appelants a la fois.            *
      *                                                                *
      *               Le week-end de chaque calendrier vient de sa     *
      *               definition dans CALMAST (voir CALREC) : les      *
      *               sites du Golfe chomant vendredi et samedi n'ont  *
      *               pas le meme test de jour ouvre que l'Europe.     *
      *                                                                *
      *               Les ecarts et decalages en jours ouvres ('E',    *
      *               'J') se resolvent d'abord dans l'index des       *
      *               jours ouvres OUVIDX (voir OUVREC/BLDOUV), en     *
      *               deux lectures par cle ; hors de la plage         *
      *               indexee, pour un calendrier non indexe ou sans   *
      *               index, le decompte jour par jour subsiste en     *
      *               secours.                                         *
      *                                                                *
      *               LEAPTAB, HOLCAL, CALMAST et OUVIDX sont ouverts  *
      *               au premier appel qui en a besoin et gardes       *
      *               ouverts jusqu'a la fin du job ; tous sont        *
      *               OPTIONAL, le service fonctionne sans eux (regle  *
      *               a la volee, aucun jour ferie, week-end samedi/   *
      *               dimanche, decompte jour par jour).               *
      *               FISCDEF (OPTIONAL aussi) est lu en entier au     *
      *               premier appel fiscal puis referme.               *
      *                                                                *
      ******************************************************************

               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    Definitions des calendriers regionaux, indexees par code
      *    (voir CALREC). OPTIONAL : sans elles, aucun code n'est
      *    controle et le week-end reste samedi/dimanche.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CODE
               FILE STATUS IS WS-CALMAST-STATUS.

      *    Index des jours ouvres, par calendrier + date et par
      *    calendrier + rang cumule (voir OUVREC). OPTIONAL : sans
      *    index, les fonctions 'E' et 'J' decomptent jour par jour.
           SELECT OPTIONAL BUSINESS-DAY-INDEX ASSIGN TO OUVIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDI-CLE
               ALTERNATE RECORD KEY IS BDI-CLE-RANG WITH DUPLICATES
               FILE STATUS IS WS-OUVIDX-STATUS.

      *    Definitions des calendriers fiscaux (voir FISCREC), lues
      *    en entier au premier appel 'F' ou 'P'. OPTIONAL : sans
      *    elles, tout code exercice est inconnu.
           SELECT OPTIONAL FISCAL-FILE ASSIGN TO FISCDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAP-YEAR-TABLE.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  BUSINESS-DAY-INDEX.
           COPY OUVREC.

       FD  FISCAL-FILE
           RECORDING MODE IS F.
           COPY FISCREC.

       WORKING-STORAGE SECTION.

      *    Année / indicateur bissextile (voir copybook YEARREC)

       01  WS-LEAPTAB-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-CALMAST-STATUS PIC X(02) VALUE '00'.
       01  WS-FISCDEF-STATUS PIC X(02) VALUE '00'.
       01  WS-OUVIDX-STATUS PIC X(02) VALUE '00'.

      *    Systeme calendaire effectif de l'appel en cours : les
      *    fonctions de numero de serie sont toujours gregoriennes
           88  HOLCAL-ESSAYE VALUE 'O'.
       01  WS-HOLCAL-DISPONIBLE PIC X(01) VALUE 'N'.
           88  HOLCAL-DISPONIBLE VALUE 'Y'.
       01  WS-CALMAST-ESSAYE PIC X(01) VALUE 'N'.
           88  CALMAST-ESSAYE VALUE 'O'.
       01  WS-CALMAST-DISPONIBLE PIC X(01) VALUE 'N'.
           88  CALMAST-DISPONIBLE VALUE 'Y'.
       01  WS-OUVIDX-ESSAYE PIC X(01) VALUE 'N'.
           88  OUVIDX-ESSAYE VALUE 'O'.
       01  WS-OUVIDX-DISPONIBLE PIC X(01) VALUE 'N'.
           88  OUVIDX-DISPONIBLE VALUE 'Y'.
       01  WS-FISCDEF-ESSAYE PIC X(01) VALUE 'N'.
           88  FISCDEF-ESSAYE VALUE 'O'.

      *    Definitions de calendriers deja lues dans CALMAST : un
      *    code n'y est cherche qu'une fois par job, meme inconnu
      *    (au-dela de 50 codes distincts, lecture a chaque appel)
       01  WS-NB-CALENDRIERS PIC 9(02) VALUE 0.
       01  WS-CALENDRIERS.
           05  WCD-ENTREE OCCURS 50 TIMES INDEXED BY WCD-IDX.
               10  WCD-CODE PIC X(03).
               10  WCD-ETAT PIC X(01).
               10  WCD-WEEKEND PIC X(07).
               10  WCD-ANNEE-DEBUT PIC 9(04).
               10  WCD-ANNEE-FIN PIC 9(04).

      *    Definition du calendrier de l'appel en cours : etat
      *    (memes valeurs que DSP-CAL-ETAT), jours de repos du lundi
      *    au dimanche et annees de validite
       01  WS-CAL-ETAT PIC X(01).
       01  WS-CAL-WEEKEND PIC X(07).
       01  WS-CAL-ANNEE-DEBUT PIC 9(04).
       01  WS-CAL-ANNEE-FIN PIC 9(04).
       01  WS-CAL-TROUVE PIC X(01).
           88  CAL-TROUVE VALUE 'O'.
       01  WS-NB-TRAVAILLES PIC 9(01).

      *    Week-end applique a defaut de definition : samedi et
      *    dimanche
       01  WS-WEEKEND-DEFAUT PIC X(07) VALUE 'NNNNNOO'.

      *    Jour de la semaine d'un numero de serie, 1 = lundi a
      *    7 = dimanche (le numero 1 est un samedi)
       01  WS-JOUR-SEMAINE PIC 9(01).

      *    Point de depart du decompte de jours (premier siecle
      *    pleinement gregorien, voir BUSDAYS) : le 1er janvier
       01  WS-MOIS-TROUVE PIC X(01).
           88  MOIS-TROUVE VALUE 'O'.

      *    Zones des fonctions en jours ouvres ('E', 'J', 'R') :
      *    bornes de l'intervalle, jour teste et son verdict, pas
      *    d'avancement (+1/-1), jours ouvres restant a compter, et
      *    sauvegardes pour la convention 'modifie suivant'
       01  WS-SERIAL-BAS PIC S9(08).
       01  WS-SERIAL-HAUT PIC S9(08).
       01  WS-SERIAL-TEST PIC S9(08).
       01  WS-SERIAL-COURANT PIC S9(08).
       01  WS-SERIAL-ORIGINE PIC S9(08).
       01  WS-ECART-BRUT PIC S9(08).
       01  WS-SEMAINES PIC S9(08).
       01  WS-RESTE-JOURS PIC S9(08).
       01  WS-JOUR-IDX PIC 9(02).
       01  WS-NB-OUVRES PIC S9(08).
       01  WS-RESTANT-OUVRES PIC S9(08).
       01  WS-PAS PIC S9(01).
       01  WS-JOUR-OUVRE PIC X(01).
           88  JOUR-OUVRE VALUE 'O'.
       01  WS-FIN-PLAGE PIC X(01).
           88  FIN-PLAGE VALUE 'O'.
       01  WS-MOIS-ORIGINE PIC 9(06).

      *    Resolution par l'index OUVIDX : jour trouve dans l'index,
      *    resultat obtenu par l'index (sinon decompte jour par
      *    jour), rang de la borne basse et rang vise
       01  WS-JOUR-INDEXE PIC X(01).
           88  JOUR-INDEXE VALUE 'O'.
       01  WS-INDEX-RESOLU PIC X(01).
           88  INDEX-RESOLU VALUE 'O'.
       01  WS-RANG-BAS PIC 9(08).
       01  WS-RANG-CIBLE PIC S9(09).

      *    Reconversion d'un numero de serie de travail en date
      *    AAAAMMJJ sans toucher aux zones de l'appelant (4300)
       01  WS-SERIAL-TRAVAIL PIC S9(08).
       01  WS-DATE-TRAVAIL.
           05  WS-TRAVAIL-ANNEE PIC 9(04).
           05  WS-TRAVAIL-MOIS PIC 9(02).
           05  WS-TRAVAIL-JOUR PIC 9(02).
       01  WS-DATE-TRAVAIL-R REDEFINES WS-DATE-TRAVAIL.
           05  WS-TRAVAIL-ANNEE-MOIS PIC 9(06).
           05  FILLER PIC 9(02).
       01  WS-SAUVE-SERIAL PIC S9(08).
       01  WS-SAUVE-ANNEE PIC 9(04).
       01  WS-SAUVE-MOIS PIC 9(02).
       01  WS-SAUVE-JOUR PIC 9(02).
       01  WS-BORNE-BASSE-DATE PIC X(08).
       01  WS-BORNE-HAUTE-DATE PIC X(08).

      *    Definitions de calendriers fiscaux retenues de FISCDEF
      *    (voir FISCREC)
       01  WS-NB-EXERCICES PIC 9(02) VALUE 0.
       01  WS-EXERCICES.
           05  WFD-ENTREE OCCURS 20 TIMES INDEXED BY WFD-IDX.
               10  WFD-CODE PIC X(03).
               10  WFD-MOIS-FIN PIC 9(02).
               10  WFD-JOUR-SEM PIC 9(01).
               10  WFD-REGLE-FIN PIC X(01).
               10  WFD-MOTIF PIC X(03).
               10  WFD-PERIODE-53 PIC 9(02).

      *    Zones des fonctions fiscales ('F', 'P') : definition
      *    retenue, exercice calcule (annee civile de fin, premier
      *    et dernier jour, nombre de semaines), recul du dernier
      *    jour du mois au jour de semaine de fin, semaine et
      *    periode en cours, semaines de chaque periode
       01  WS-EXE-TROUVE PIC X(01).
           88  EXE-TROUVE VALUE 'O'.
       01  WS-EXE-RANG PIC 9(02).
       01  WS-EXE-ANNEE PIC 9(04).
       01  WS-EXE-DEBUT PIC S9(08).
       01  WS-EXE-FIN PIC S9(08).
       01  WS-EXE-FIN-CALCULEE PIC S9(08).
       01  WS-EXE-NB-SEMAINES PIC 9(02).
       01  WS-EXE-RECUL PIC 9(01).
       01  WS-EXE-SEMAINE PIC 9(02).
       01  WS-EXE-PERIODE PIC 9(02).
       01  WS-EXE-POSITION PIC 9(01).
       01  WS-EXE-CUMUL PIC 9(02).
       01  WS-SEMAINES-PERIODES.
           05  WS-SEM-PERIODE PIC 9(01) OCCURS 12 TIMES.

      *    Nombre de jours de chaque mois (année non bissextile)
       01  DAYS-IN-MONTH-VALUES.
           05  FILLER PIC 9(02) VALUE 31.
                   PERFORM 4000-SERVIR-DATE
               WHEN 'O'
                   PERFORM 5000-SERVIR-OUVRE
               WHEN 'C'
                   PERFORM 5500-SERVIR-CALENDRIER
               WHEN 'E'
                   PERFORM 5600-SERVIR-ECART-OUVRE
               WHEN 'J'
                   PERFORM 5700-SERVIR-DECALAGE-OUVRE
               WHEN 'R'
                   PERFORM 5800-SERVIR-ROULEMENT
               WHEN 'F'
                   PERFORM 7000-SERVIR-POSITION-FISCALE
               WHEN 'P'
                   PERFORM 7050-SERVIR-BORNES-PERIODE
               WHEN OTHER
                   SET DSP-ERREUR TO TRUE
           END-EVALUATE
               MOVE 365 TO WS-CONV-LONGUEUR
           END-IF.

      *    Reconvertit le numero de serie de travail
      *    WS-SERIAL-TRAVAIL en date WS-DATE-TRAVAIL par 4100, en
      *    preservant DSP-SERIAL et DSP-ANNEE/MOIS/JOUR de l'appelant
      *    (fonctions en jours ouvres) ; WS-CONVERSION rend compte
      *    d'un numero de serie hors perimetre
       4300-CONVERTIR-SERIAL-TRAVAIL.
           IF WS-SERIAL-TRAVAIL < 1
               MOVE 'N' TO WS-CONVERSION
           ELSE
               MOVE DSP-SERIAL TO WS-SAUVE-SERIAL
               MOVE DSP-ANNEE TO WS-SAUVE-ANNEE
               MOVE DSP-MOIS TO WS-SAUVE-MOIS
               MOVE DSP-JOUR TO WS-SAUVE-JOUR
               MOVE WS-SERIAL-TRAVAIL TO DSP-SERIAL
               PERFORM 4100-CONVERTIR-SERIAL
               IF CONVERSION-OK
                   MOVE WS-CONV-ANNEE TO WS-TRAVAIL-ANNEE
                   MOVE DSP-MOIS TO WS-TRAVAIL-MOIS
                   MOVE DSP-JOUR TO WS-TRAVAIL-JOUR
               END-IF
               MOVE WS-SAUVE-SERIAL TO DSP-SERIAL
               MOVE WS-SAUVE-ANNEE TO DSP-ANNEE
               MOVE WS-SAUVE-MOIS TO DSP-MOIS
               MOVE WS-SAUVE-JOUR TO DSP-JOUR
           END-IF.

      *    Fonction 'O' : le jour DSP-ANNEE/MOIS/JOUR est-il ouvre
      *    dans le calendrier regional DSP-CALENDRIER ? Ni jour de
      *    repos hebdomadaire de ce calendrier (CAL-WEEKEND, samedi
      *    et dimanche a defaut), ni jour ferie de ce calendrier
      *    dans HOLCAL
       5000-SERVIR-OUVRE.
           PERFORM 3000-SERVIR-SERIAL
           IF DSP-OK
               MOVE 'O' TO DSP-OUVRE
               PERFORM 5200-CHARGER-CALENDRIER
               MOVE WS-CAL-WEEKEND TO DSP-WEEKEND
               COMPUTE WS-JOUR-SEMAINE =
                   FUNCTION MOD(DSP-SERIAL + 4, 7) + 1
               IF WS-CAL-WEEKEND(WS-JOUR-SEMAINE:1) = 'O'
                   MOVE 'N' TO DSP-OUVRE
               ELSE
                   PERFORM 5100-CHERCHER-FERIE
           END-IF.

       5100-CHERCHER-FERIE.
           PERFORM 5150-OUVRIR-HOLCAL
           IF HOLCAL-DISPONIBLE
               MOVE SPACES TO HOLIDAY-RECORD
               MOVE DSP-CALENDRIER TO HOL-CALENDRIER
               END-READ
           END-IF.

      *    N'ouvre HOLCAL qu'au premier besoin, comme LEAPTAB
       5150-OUVRIR-HOLCAL.
           IF NOT HOLCAL-ESSAYE
               SET HOLCAL-ESSAYE TO TRUE
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLCAL-STATUS = '00'
                   SET HOLCAL-DISPONIBLE TO TRUE
               END-IF
           END-IF.

      *    N'ouvre OUVIDX qu'au premier besoin, comme LEAPTAB
       5160-OUVRIR-OUVIDX.
           IF NOT OUVIDX-ESSAYE
               SET OUVIDX-ESSAYE TO TRUE
               OPEN INPUT BUSINESS-DAY-INDEX
               IF WS-OUVIDX-STATUS = '00'
                   SET OUVIDX-DISPONIBLE TO TRUE
               END-IF
           END-IF.

      *    Lit dans OUVIDX l'entree du calendrier DSP-CALENDRIER pour
      *    le jour WS-SERIAL-TRAVAIL (date rendue par 4300) ;
      *    WS-JOUR-INDEXE dit si elle existe
       5170-LIRE-JOUR-INDEXE.
           MOVE 'N' TO WS-JOUR-INDEXE
           PERFORM 5160-OUVRIR-OUVIDX
           IF OUVIDX-DISPONIBLE
               PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
               IF CONVERSION-OK
                   MOVE DSP-CALENDRIER TO BDI-CALENDRIER
                   MOVE WS-DATE-TRAVAIL TO BDI-DATE
                   READ BUSINESS-DAY-INDEX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BDI-RANG NUMERIC
                               SET JOUR-INDEXE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Definition du calendrier DSP-CALENDRIER : d'abord parmi
      *    celles deja lues, sinon par lecture directe de CALMAST.
      *    Un code absent garde le week-end par defaut (etat 'U'),
      *    un CALMAST indisponible aussi (etat 'X').
       5200-CHARGER-CALENDRIER.
           PERFORM 5300-OUVRIR-CALMAST
           MOVE WS-WEEKEND-DEFAUT TO WS-CAL-WEEKEND
           MOVE 0 TO WS-CAL-ANNEE-DEBUT
           MOVE 9999 TO WS-CAL-ANNEE-FIN
           IF NOT CALMAST-DISPONIBLE
               MOVE 'X' TO WS-CAL-ETAT
           ELSE
               MOVE 'N' TO WS-CAL-TROUVE
               PERFORM VARYING WCD-IDX FROM 1 BY 1
                       UNTIL WCD-IDX > WS-NB-CALENDRIERS OR CAL-TROUVE
                   IF WCD-CODE(WCD-IDX) = DSP-CALENDRIER
                       SET CAL-TROUVE TO TRUE
                       MOVE WCD-ETAT(WCD-IDX) TO WS-CAL-ETAT
                       MOVE WCD-WEEKEND(WCD-IDX) TO WS-CAL-WEEKEND
                       MOVE WCD-ANNEE-DEBUT(WCD-IDX)
                           TO WS-CAL-ANNEE-DEBUT
                       MOVE WCD-ANNEE-FIN(WCD-IDX) TO WS-CAL-ANNEE-FIN
                   END-IF
               END-PERFORM
               IF NOT CAL-TROUVE
                   PERFORM 5250-LIRE-CALMAST
               END-IF
           END-IF.

       5250-LIRE-CALMAST.
           MOVE DSP-CALENDRIER TO CAL-CODE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE 'U' TO WS-CAL-ETAT
               NOT INVALID KEY
                   IF CAL-EST-ACTIF
                       MOVE 'A' TO WS-CAL-ETAT
                   ELSE
                       MOVE 'I' TO WS-CAL-ETAT
                   END-IF
      *            Garde-fou : une definition sans aucun jour
      *            travaille rendrait tout decalage interminable,
      *            le week-end par defaut s'applique alors
                   MOVE 0 TO WS-NB-TRAVAILLES
                   INSPECT CAL-WEEKEND TALLYING WS-NB-TRAVAILLES
                       FOR ALL 'N'
                   IF WS-NB-TRAVAILLES > 0
                       MOVE CAL-WEEKEND TO WS-CAL-WEEKEND
                   END-IF
                   IF CAL-ANNEE-DEBUT NUMERIC
                       MOVE CAL-ANNEE-DEBUT TO WS-CAL-ANNEE-DEBUT
                   END-IF
                   IF CAL-ANNEE-FIN NUMERIC
                       MOVE CAL-ANNEE-FIN TO WS-CAL-ANNEE-FIN
                   END-IF
           END-READ
           IF WS-NB-CALENDRIERS < 50
               ADD 1 TO WS-NB-CALENDRIERS
               SET WCD-IDX TO WS-NB-CALENDRIERS
               MOVE DSP-CALENDRIER TO WCD-CODE(WCD-IDX)
               MOVE WS-CAL-ETAT TO WCD-ETAT(WCD-IDX)
               MOVE WS-CAL-WEEKEND TO WCD-WEEKEND(WCD-IDX)
               MOVE WS-CAL-ANNEE-DEBUT TO WCD-ANNEE-DEBUT(WCD-IDX)
               MOVE WS-CAL-ANNEE-FIN TO WCD-ANNEE-FIN(WCD-IDX)
           END-IF.

      *    N'ouvre CALMAST qu'au premier besoin, comme LEAPTAB
       5300-OUVRIR-CALMAST.
           IF NOT CALMAST-ESSAYE
               SET CALMAST-ESSAYE TO TRUE
               OPEN INPUT CALENDAR-FILE
               IF WS-CALMAST-STATUS = '00'
                   SET CALMAST-DISPONIBLE TO TRUE
               END-IF
           END-IF.

      *    Fonction 'C' : etat du code DSP-CALENDRIER dans CALMAST
      *    et, si DSP-ANNEE est garnie, controle qu'elle tombe dans
      *    les annees de validite d'un calendrier actif
       5500-SERVIR-CALENDRIER.
           PERFORM 5200-CHARGER-CALENDRIER
           MOVE WS-CAL-ETAT TO DSP-CAL-ETAT
           MOVE WS-CAL-WEEKEND TO DSP-WEEKEND
           IF DSP-CAL-ACTIF AND DSP-ANNEE NUMERIC
               IF DSP-ANNEE > 0 AND
                  (DSP-ANNEE < WS-CAL-ANNEE-DEBUT OR
                   DSP-ANNEE > WS-CAL-ANNEE-FIN)
                   SET DSP-CAL-HORS-ANNEES TO TRUE
               END-IF
           END-IF.

      *    Fonction 'E' : nombre de jours ouvres du calendrier
      *    DSP-CALENDRIER entre DSP-SERIAL (exclu) et DSP-SERIAL-FIN
      *    (inclus) - difference des rangs des deux bornes dans
      *    l'index OUVIDX (5610), a defaut decompte 5620
       5600-SERVIR-ECART-OUVRE.
           IF DSP-SERIAL < 1 OR DSP-SERIAL-FIN < 1
               SET DSP-ERREUR TO TRUE
           ELSE
               IF DSP-SERIAL-FIN >= DSP-SERIAL
                   MOVE DSP-SERIAL TO WS-SERIAL-BAS
                   MOVE DSP-SERIAL-FIN TO WS-SERIAL-HAUT
               ELSE
                   MOVE DSP-SERIAL-FIN TO WS-SERIAL-BAS
                   MOVE DSP-SERIAL TO WS-SERIAL-HAUT
               END-IF
               PERFORM 5610-ECART-PAR-INDEX
               IF NOT INDEX-RESOLU
                   PERFORM 5620-ECART-PAR-DECOMPTE
               END-IF
               IF DSP-SERIAL-FIN < DSP-SERIAL
                   COMPUTE DSP-NB-JOURS = 0 - WS-NB-OUVRES
               ELSE
                   MOVE WS-NB-OUVRES TO DSP-NB-JOURS
               END-IF
           END-IF.

      *    Les deux bornes sont-elles dans l'index ? Le nombre de
      *    jours ouvres de l'intervalle est alors la difference de
      *    leurs rangs cumules (voir OUVREC)
       5610-ECART-PAR-INDEX.
           MOVE 'N' TO WS-INDEX-RESOLU
           MOVE WS-SERIAL-BAS TO WS-SERIAL-TRAVAIL
           PERFORM 5170-LIRE-JOUR-INDEXE
           IF JOUR-INDEXE
               MOVE BDI-RANG TO WS-RANG-BAS
               MOVE WS-SERIAL-HAUT TO WS-SERIAL-TRAVAIL
               PERFORM 5170-LIRE-JOUR-INDEXE
               IF JOUR-INDEXE
                   COMPUTE WS-NB-OUVRES = BDI-RANG - WS-RANG-BAS
                   SET INDEX-RESOLU TO TRUE
               END-IF
           END-IF.

      *    Decompte sans index, comme BUSDAYS le faisait : semaines
      *    completes comptees au nombre de jours travailles du
      *    calendrier, reliquat teste jour par jour, puis retrait
      *    des jours feries de l'intervalle tombant un jour
      *    travaille (ceux tombant un jour de repos sont deja
      *    exclus)
       5620-ECART-PAR-DECOMPTE.
           PERFORM 5200-CHARGER-CALENDRIER
           MOVE 0 TO WS-NB-TRAVAILLES
           INSPECT WS-CAL-WEEKEND TALLYING WS-NB-TRAVAILLES
               FOR ALL 'N'
           COMPUTE WS-ECART-BRUT = WS-SERIAL-HAUT - WS-SERIAL-BAS
           DIVIDE WS-ECART-BRUT BY 7 GIVING WS-SEMAINES
               REMAINDER WS-RESTE-JOURS
           COMPUTE WS-NB-OUVRES = WS-SEMAINES * WS-NB-TRAVAILLES
           PERFORM VARYING WS-JOUR-IDX FROM 1 BY 1
                   UNTIL WS-JOUR-IDX > WS-RESTE-JOURS
               COMPUTE WS-SERIAL-TEST = WS-SERIAL-BAS + WS-JOUR-IDX
               PERFORM 5950-TESTER-REPOS
               IF JOUR-OUVRE
                   ADD 1 TO WS-NB-OUVRES
               END-IF
           END-PERFORM
           PERFORM 5650-RETRANCHER-FERIES.

      *    Balaye dans HOLCAL la plage de cles du calendrier entre
      *    les dates des deux bornes (l'exclusion de la borne basse
      *    est assuree par la comparaison de numeros de serie de
      *    5660). Des bornes inconvertibles rendent le service en
      *    erreur.
       5650-RETRANCHER-FERIES.
           MOVE WS-SERIAL-BAS TO WS-SERIAL-TRAVAIL
           PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
           MOVE WS-DATE-TRAVAIL TO WS-BORNE-BASSE-DATE
           IF CONVERSION-OK
               MOVE WS-SERIAL-HAUT TO WS-SERIAL-TRAVAIL
               PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
               MOVE WS-DATE-TRAVAIL TO WS-BORNE-HAUTE-DATE
           END-IF
           IF NOT CONVERSION-OK
               SET DSP-ERREUR TO TRUE
           ELSE
               PERFORM 5150-OUVRIR-HOLCAL
               IF HOLCAL-DISPONIBLE
                   MOVE SPACES TO HOLIDAY-RECORD
                   MOVE DSP-CALENDRIER TO HOL-CALENDRIER
                   MOVE WS-BORNE-BASSE-DATE TO HOL-DATE
                   MOVE 'N' TO WS-FIN-PLAGE
                   START HOLIDAY-FILE KEY >= HOL-CLE
                       INVALID KEY
                           SET FIN-PLAGE TO TRUE
                   END-START
                   PERFORM UNTIL FIN-PLAGE
                       READ HOLIDAY-FILE NEXT
                           AT END
                               SET FIN-PLAGE TO TRUE
                           NOT AT END
                               IF HOL-CALENDRIER NOT = DSP-CALENDRIER
                                  OR HOL-DATE > WS-BORNE-HAUTE-DATE
                                   SET FIN-PLAGE TO TRUE
                               ELSE
                                   PERFORM 5660-RETRANCHER-UN-FERIE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

      *    Retranche le jour ferie lu s'il tombe un jour travaille
      *    de l'intervalle. Une entree inexploitable (date non
      *    numerique, anterieure a 1583, jour absent de son mois)
      *    est passee sans calcul.
       5660-RETRANCHER-UN-FERIE.
           IF HOL-DATE NUMERIC AND
              HOL-ANNEE >= EPOCH-ANNEE AND
              HOL-MOIS >= 1 AND HOL-MOIS <= 12
               MOVE HOL-ANNEE TO ANNEE
               PERFORM 8000-DETERMINER-BISSEXTILE
               MOVE DIM-ENTRY(HOL-MOIS) TO WS-LONGUEUR-MOIS
               IF HOL-MOIS = 2 AND BISSEXTILE = 'OUI'
                   ADD 1 TO WS-LONGUEUR-MOIS
               END-IF
               IF HOL-JOUR >= 1 AND HOL-JOUR <= WS-LONGUEUR-MOIS
                   MOVE HOL-ANNEE TO WS-CALC-ANNEE
                   MOVE HOL-MOIS TO WS-CALC-MOIS
                   MOVE HOL-JOUR TO WS-CALC-JOUR
                   PERFORM 6000-CALCULER-JOURS-TOTAL
                   IF WS-CALC-JOURS-TOTAL > WS-SERIAL-BAS AND
                      WS-CALC-JOURS-TOTAL <= WS-SERIAL-HAUT
                       MOVE WS-CALC-JOURS-TOTAL TO WS-SERIAL-TEST
                       PERFORM 5950-TESTER-REPOS
                       IF JOUR-OUVRE
                           SUBTRACT 1 FROM WS-NB-OUVRES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Fonction 'J' : jour atteint depuis DSP-SERIAL en ne
      *    comptant que les jours ouvres du calendrier, jusqu'a en
      *    avoir compte DSP-NB-JOURS - par le rang cumule de
      *    l'index OUVIDX (5750), a defaut en avancant (ou
      *    reculant) jour par jour (5760). Un decalage nul ne
      *    compte rien : le depart est roule selon DSP-CONVENTION
      *    s'il tombe un jour non ouvre. Une arrivee hors du
      *    perimetre 1583-9999 rend le service en erreur.
       5700-SERVIR-DECALAGE-OUVRE.
           IF DSP-SERIAL < 1
               SET DSP-ERREUR TO TRUE
           ELSE
               PERFORM 5200-CHARGER-CALENDRIER
               MOVE DSP-SERIAL TO WS-SERIAL-COURANT
               MOVE 'O' TO WS-CONVERSION
               IF DSP-NB-JOURS = 0
                   PERFORM 5850-ROULER
               ELSE
                   PERFORM 5750-DECALER-PAR-INDEX
                   IF NOT INDEX-RESOLU
                       PERFORM 5760-DECALER-PAR-DECOMPTE
                   END-IF
               END-IF
               IF CONVERSION-OK
                   MOVE WS-SERIAL-COURANT TO DSP-SERIAL-FIN
               ELSE
                   SET DSP-ERREUR TO TRUE
               END-IF
           END-IF.

      *    Le depart est-il dans l'index ? Le jour atteint est alors
      *    le jour ouvre qui porte le rang du depart augmente du
      *    decalage, premier lu par la cle calendrier + rang (voir
      *    OUVREC). En recul depuis un jour non ouvre, le rang du
      *    depart est deja celui du premier jour ouvre compte, d'ou
      *    le rang vise augmente d'un. Un rang vise hors de l'index
      *    laisse la main au decompte.
       5750-DECALER-PAR-INDEX.
           MOVE 'N' TO WS-INDEX-RESOLU
           MOVE DSP-SERIAL TO WS-SERIAL-TRAVAIL
           PERFORM 5170-LIRE-JOUR-INDEXE
           IF JOUR-INDEXE
               COMPUTE WS-RANG-CIBLE = BDI-RANG + DSP-NB-JOURS
               IF DSP-NB-JOURS < 0 AND NOT BDI-JOUR-OUVRE
                   ADD 1 TO WS-RANG-CIBLE
               END-IF
               IF WS-RANG-CIBLE > 0
                   MOVE DSP-CALENDRIER TO BDI-RANG-CALENDRIER
                   MOVE WS-RANG-CIBLE TO BDI-RANG
                   READ BUSINESS-DAY-INDEX KEY IS BDI-CLE-RANG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BDI-JOUR-OUVRE AND BDI-SERIAL NUMERIC
                               MOVE BDI-SERIAL TO WS-SERIAL-COURANT
                               SET INDEX-RESOLU TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Decalage sans index : avance (ou recule) jour par jour en
      *    ne comptant que les jours ouvres
       5760-DECALER-PAR-DECOMPTE.
           IF DSP-NB-JOURS > 0
               MOVE 1 TO WS-PAS
               MOVE DSP-NB-JOURS TO WS-RESTANT-OUVRES
           ELSE
               MOVE -1 TO WS-PAS
               COMPUTE WS-RESTANT-OUVRES = 0 - DSP-NB-JOURS
           END-IF
           PERFORM UNTIL WS-RESTANT-OUVRES = 0
                      OR NOT CONVERSION-OK
               ADD WS-PAS TO WS-SERIAL-COURANT
               MOVE WS-SERIAL-COURANT TO WS-SERIAL-TEST
               PERFORM 5900-TESTER-OUVRE-SERIAL
               IF JOUR-OUVRE
                   SUBTRACT 1 FROM WS-RESTANT-OUVRES
               END-IF
           END-PERFORM.

      *    Fonction 'R' : roule DSP-SERIAL selon DSP-CONVENTION s'il
      *    tombe un jour non ouvre du calendrier
       5800-SERVIR-ROULEMENT.
           IF DSP-SERIAL < 1
               SET DSP-ERREUR TO TRUE
           ELSE
               PERFORM 5200-CHARGER-CALENDRIER
               MOVE DSP-SERIAL TO WS-SERIAL-COURANT
               MOVE 'O' TO WS-CONVERSION
               PERFORM 5850-ROULER
               IF CONVERSION-OK
                   MOVE WS-SERIAL-COURANT TO DSP-SERIAL-FIN
               ELSE
                   SET DSP-ERREUR TO TRUE
               END-IF
           END-IF.

      *    Roule WS-SERIAL-COURANT s'il tombe un jour non ouvre :
      *    'P' vers le jour ouvre precedent, 'M' vers le suivant
      *    sauf s'il change de mois (vers le precedent alors), 'S'
      *    ou toute autre valeur vers le suivant
       5850-ROULER.
           MOVE WS-SERIAL-COURANT TO WS-SERIAL-TEST
           PERFORM 5900-TESTER-OUVRE-SERIAL
           IF NOT JOUR-OUVRE AND CONVERSION-OK
               EVALUATE DSP-CONVENTION
                   WHEN 'P'
                       PERFORM 5870-ROULER-ARRIERE
                   WHEN 'M'
                       PERFORM 5880-ROULER-MODIFIE
                   WHEN OTHER
                       PERFORM 5860-ROULER-AVANT
               END-EVALUATE
           END-IF.

       5860-ROULER-AVANT.
           PERFORM UNTIL JOUR-OUVRE OR NOT CONVERSION-OK
               ADD 1 TO WS-SERIAL-COURANT
               MOVE WS-SERIAL-COURANT TO WS-SERIAL-TEST
               PERFORM 5900-TESTER-OUVRE-SERIAL
           END-PERFORM.

       5870-ROULER-ARRIERE.
           PERFORM UNTIL JOUR-OUVRE OR NOT CONVERSION-OK
               SUBTRACT 1 FROM WS-SERIAL-COURANT
               MOVE WS-SERIAL-COURANT TO WS-SERIAL-TEST
               PERFORM 5900-TESTER-OUVRE-SERIAL
           END-PERFORM.

      *    Convention 'modifie suivant' : roule vers le jour ouvre
      *    suivant puis, si le mois a change, repart du jour
      *    d'origine (non ouvre) et roule en arriere
       5880-ROULER-MODIFIE.
           MOVE WS-SERIAL-COURANT TO WS-SERIAL-ORIGINE
           MOVE WS-SERIAL-COURANT TO WS-SERIAL-TRAVAIL
           PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
           IF CONVERSION-OK
               MOVE WS-TRAVAIL-ANNEE-MOIS TO WS-MOIS-ORIGINE
               PERFORM 5860-ROULER-AVANT
           END-IF
           IF CONVERSION-OK
               MOVE WS-SERIAL-COURANT TO WS-SERIAL-TRAVAIL
               PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
           END-IF
           IF CONVERSION-OK
               IF WS-TRAVAIL-ANNEE-MOIS NOT = WS-MOIS-ORIGINE
                   MOVE WS-SERIAL-ORIGINE TO WS-SERIAL-COURANT
                   MOVE 'N' TO WS-JOUR-OUVRE
                   PERFORM 5870-ROULER-ARRIERE
               END-IF
           END-IF.

      *    Le jour WS-SERIAL-TEST est-il ouvre ? Ni jour de repos du
      *    calendrier charge (5950), ni jour ferie de ce calendrier
      *    dans HOLCAL (lecture par cle). Un numero de serie hors du
      *    perimetre 1583-9999 n'est pas ouvre et positionne
      *    WS-CONVERSION a 'N', ce qui arrete les boucles appelantes
       5900-TESTER-OUVRE-SERIAL.
           IF WS-SERIAL-TEST < 1
               MOVE 'N' TO WS-CONVERSION
               MOVE 'N' TO WS-JOUR-OUVRE
           ELSE
               PERFORM 5950-TESTER-REPOS
               IF JOUR-OUVRE
                   MOVE WS-SERIAL-TEST TO WS-SERIAL-TRAVAIL
                   PERFORM 4300-CONVERTIR-SERIAL-TRAVAIL
                   IF NOT CONVERSION-OK
                       MOVE 'N' TO WS-JOUR-OUVRE
                   ELSE
                       PERFORM 5150-OUVRIR-HOLCAL
                       IF HOLCAL-DISPONIBLE
                           MOVE SPACES TO HOLIDAY-RECORD
                           MOVE DSP-CALENDRIER TO HOL-CALENDRIER
                           MOVE WS-DATE-TRAVAIL TO HOL-DATE
                           READ HOLIDAY-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'N' TO WS-JOUR-OUVRE
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Le jour WS-SERIAL-TEST est-il un jour de repos
      *    hebdomadaire du calendrier charge (WS-CAL-WEEKEND) ?
       5950-TESTER-REPOS.
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-SERIAL-TEST + 4, 7) + 1
           IF WS-CAL-WEEKEND(WS-JOUR-SEMAINE:1) = 'O'
               MOVE 'N' TO WS-JOUR-OUVRE
           ELSE
               MOVE 'O' TO WS-JOUR-OUVRE
           END-IF.

      *    Nombre de jours écoulés entre le 1er janvier 1583 et la
      *    date WS-CALC-ANNEE/MOIS/JOUR (bornes incluses)
       6000-CALCULER-JOURS-TOTAL.
               PERFORM 8000-DETERMINER-BISSEXTILE
           END-IF.

      *    Fonction 'F' : position fiscale de DSP-ANNEE/MOIS/JOUR
      *    dans l'exercice DSP-EXERCICE. L'exercice retenu est
      *    celui de l'annee civile de la date, du suivant si la
      *    date depasse sa fin, du precedent si la date ne depasse
      *    pas la fin du precedent (fin 'N' debordant sur janvier).
       7000-SERVIR-POSITION-FISCALE.
           PERFORM 3000-SERVIR-SERIAL
           IF DSP-OK
               PERFORM 7100-CHERCHER-EXERCICE
           END-IF
           IF DSP-OK
               MOVE DSP-ANNEE TO WS-EXE-ANNEE
               PERFORM 7200-BORNER-EXERCICE
               IF DSP-OK AND DSP-SERIAL > WS-EXE-FIN
                   ADD 1 TO WS-EXE-ANNEE
                   PERFORM 7200-BORNER-EXERCICE
               END-IF
               IF DSP-OK AND DSP-SERIAL < WS-EXE-DEBUT
                   SUBTRACT 1 FROM WS-EXE-ANNEE
                   PERFORM 7200-BORNER-EXERCICE
               END-IF
           END-IF
           IF DSP-OK
               COMPUTE WS-EXE-SEMAINE =
                   (DSP-SERIAL - WS-EXE-DEBUT) / 7 + 1
               PERFORM 7300-REPARTIR-SEMAINES
               MOVE 0 TO WS-EXE-CUMUL
               MOVE 0 TO DSP-FIS-PERIODE
               PERFORM VARYING WS-EXE-PERIODE FROM 1 BY 1
                       UNTIL WS-EXE-PERIODE > 12
                          OR DSP-FIS-PERIODE > 0
                   ADD WS-SEM-PERIODE(WS-EXE-PERIODE) TO WS-EXE-CUMUL
                   IF WS-EXE-SEMAINE <= WS-EXE-CUMUL
                       MOVE WS-EXE-PERIODE TO DSP-FIS-PERIODE
                   END-IF
               END-PERFORM
               MOVE WS-EXE-ANNEE TO DSP-FIS-ANNEE
               MOVE WS-EXE-SEMAINE TO DSP-FIS-SEMAINE
           END-IF.

      *    Fonction 'P' : premier et dernier jour de la periode
      *    DSP-FIS-PERIODE de l'exercice DSP-FIS-ANNEE (periode 00 =
      *    exercice entier), et son nombre de semaines
       7050-SERVIR-BORNES-PERIODE.
           IF DSP-FIS-ANNEE NOT NUMERIC OR
              DSP-FIS-PERIODE NOT NUMERIC
               SET DSP-ERREUR TO TRUE
           ELSE
               IF DSP-FIS-PERIODE > 12
                   SET DSP-ERREUR TO TRUE
               END-IF
           END-IF
           IF DSP-OK
               PERFORM 7100-CHERCHER-EXERCICE
           END-IF
           IF DSP-OK
               MOVE DSP-FIS-ANNEE TO WS-EXE-ANNEE
               PERFORM 7200-BORNER-EXERCICE
           END-IF
           IF DSP-OK
               IF DSP-FIS-PERIODE = 0
                   MOVE WS-EXE-DEBUT TO DSP-SERIAL
                   MOVE WS-EXE-FIN TO DSP-SERIAL-FIN
                   MOVE WS-EXE-NB-SEMAINES TO DSP-NB-JOURS
               ELSE
                   PERFORM 7300-REPARTIR-SEMAINES
                   MOVE WS-EXE-DEBUT TO DSP-SERIAL
                   PERFORM VARYING WS-EXE-PERIODE FROM 1 BY 1
                           UNTIL WS-EXE-PERIODE = DSP-FIS-PERIODE
                       COMPUTE DSP-SERIAL = DSP-SERIAL
                           + 7 * WS-SEM-PERIODE(WS-EXE-PERIODE)
                   END-PERFORM
                   MOVE WS-SEM-PERIODE(DSP-FIS-PERIODE)
                       TO DSP-NB-JOURS
                   COMPUTE DSP-SERIAL-FIN =
                       DSP-SERIAL + 7 * DSP-NB-JOURS - 1
               END-IF
           END-IF.

      *    Definition de l'exercice DSP-EXERCICE parmi celles lues
      *    dans FISCDEF (chargees au premier appel) ; un code
      *    inconnu rend le service en erreur
       7100-CHERCHER-EXERCICE.
           PERFORM 7400-CHARGER-EXERCICES
           MOVE 'N' TO WS-EXE-TROUVE
           PERFORM VARYING WFD-IDX FROM 1 BY 1
                   UNTIL WFD-IDX > WS-NB-EXERCICES OR EXE-TROUVE
               IF WFD-CODE(WFD-IDX) = DSP-EXERCICE
                   SET EXE-TROUVE TO TRUE
                   SET WS-EXE-RANG TO WFD-IDX
               END-IF
           END-PERFORM
           IF NOT EXE-TROUVE
               SET DSP-ERREUR TO TRUE
           END-IF.

      *    Premier et dernier jour de l'exercice WS-EXE-ANNEE et son
      *    nombre de semaines : fin de l'exercice precedent + 1,
      *    fin de l'exercice lui-meme. L'exercice 1583 n'a pas de
      *    debut calculable (fin d'exercice 1582 hors perimetre).
       7200-BORNER-EXERCICE.
           IF WS-EXE-ANNEE <= EPOCH-ANNEE
               SET DSP-ERREUR TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-EXE-ANNEE
               PERFORM 7250-CALCULER-FIN-EXERCICE
               COMPUTE WS-EXE-DEBUT = WS-EXE-FIN-CALCULEE + 1
               ADD 1 TO WS-EXE-ANNEE
               PERFORM 7250-CALCULER-FIN-EXERCICE
               MOVE WS-EXE-FIN-CALCULEE TO WS-EXE-FIN
               COMPUTE WS-EXE-NB-SEMAINES =
                   (WS-EXE-FIN - WS-EXE-DEBUT + 1) / 7
           END-IF.

      *    Fin de l'exercice WS-EXE-ANNEE : jour de semaine
      *    WFD-JOUR-SEM le dernier du mois WFD-MOIS-FIN ('L') ou le
      *    plus proche du dernier jour de ce mois ('N'), en partant
      *    du numero de serie du dernier jour du mois
       7250-CALCULER-FIN-EXERCICE.
           MOVE WS-EXE-ANNEE TO WS-CALC-ANNEE
           IF WFD-MOIS-FIN(WS-EXE-RANG) = 12
               MOVE 12 TO WS-CALC-MOIS
               MOVE 31 TO WS-CALC-JOUR
               PERFORM 6000-CALCULER-JOURS-TOTAL
           ELSE
               COMPUTE WS-CALC-MOIS = WFD-MOIS-FIN(WS-EXE-RANG) + 1
               MOVE 1 TO WS-CALC-JOUR
               PERFORM 6000-CALCULER-JOURS-TOTAL
               SUBTRACT 1 FROM WS-CALC-JOURS-TOTAL
           END-IF
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-CALC-JOURS-TOTAL + 4, 7) + 1
           COMPUTE WS-EXE-RECUL = FUNCTION MOD(WS-JOUR-SEMAINE
               - WFD-JOUR-SEM(WS-EXE-RANG) + 7, 7)
           IF WFD-REGLE-FIN(WS-EXE-RANG) = 'N' AND WS-EXE-RECUL > 3
               COMPUTE WS-EXE-FIN-CALCULEE =
                   WS-CALC-JOURS-TOTAL - WS-EXE-RECUL + 7
           ELSE
               COMPUTE WS-EXE-FIN-CALCULEE =
                   WS-CALC-JOURS-TOTAL - WS-EXE-RECUL
           END-IF.

      *    Semaines de chacune des douze periodes de l'exercice
      *    borne : motif repete sur les quatre trimestres, plus la
      *    53e semaine a la periode WFD-PERIODE-53 s'il y a lieu
       7300-REPARTIR-SEMAINES.
           PERFORM VARYING WS-EXE-PERIODE FROM 1 BY 1
                   UNTIL WS-EXE-PERIODE > 12
               COMPUTE WS-EXE-POSITION =
                   FUNCTION MOD(WS-EXE-PERIODE - 1, 3) + 1
               MOVE WFD-MOTIF(WS-EXE-RANG)(WS-EXE-POSITION:1)
                   TO WS-SEM-PERIODE(WS-EXE-PERIODE)
           END-PERFORM
           IF WS-EXE-NB-SEMAINES = 53
               ADD 1 TO WS-SEM-PERIODE(WFD-PERIODE-53(WS-EXE-RANG))
           END-IF.

      *    Lit FISCDEF en entier au premier besoin et retient les
      *    definitions valides ; une definition invalide (mois,
      *    jour de semaine, regle, motif ou periode de la 53e
      *    semaine hors valeurs) est ignoree et son code reste
      *    inconnu. Au-dela de 20 definitions, les suivantes sont
      *    ignorees.
       7400-CHARGER-EXERCICES.
           IF NOT FISCDEF-ESSAYE
               SET FISCDEF-ESSAYE TO TRUE
               OPEN INPUT FISCAL-FILE
               IF WS-FISCDEF-STATUS = '00'
                   MOVE 'N' TO WS-FIN-PLAGE
                   PERFORM UNTIL FIN-PLAGE
                       READ FISCAL-FILE
                           AT END
                               SET FIN-PLAGE TO TRUE
                           NOT AT END
                               PERFORM 7450-RETENIR-EXERCICE
                       END-READ
                   END-PERFORM
                   CLOSE FISCAL-FILE
               END-IF
           END-IF.

       7450-RETENIR-EXERCICE.
           IF FIS-MOIS-FIN NUMERIC AND FIS-JOUR-SEM NUMERIC AND
              FIS-PERIODE-53 NUMERIC AND FIS-MOTIF-VALIDE AND
              (FIS-FIN-DERNIER OR FIS-FIN-PROCHE) AND
              WS-NB-EXERCICES < 20
               IF FIS-MOIS-FIN >= 1 AND FIS-MOIS-FIN <= 12 AND
                  FIS-JOUR-SEM >= 1 AND FIS-JOUR-SEM <= 7 AND
                  FIS-PERIODE-53 >= 1 AND FIS-PERIODE-53 <= 12
                   ADD 1 TO WS-NB-EXERCICES
                   SET WFD-IDX TO WS-NB-EXERCICES
                   MOVE FIS-CODE TO WFD-CODE(WFD-IDX)
                   MOVE FIS-MOIS-FIN TO WFD-MOIS-FIN(WFD-IDX)
                   MOVE FIS-JOUR-SEM TO WFD-JOUR-SEM(WFD-IDX)
                   MOVE FIS-REGLE-FIN TO WFD-REGLE-FIN(WFD-IDX)
                   MOVE FIS-MOTIF TO WFD-MOTIF(WFD-IDX)
                   MOVE FIS-PERIODE-53 TO WFD-PERIODE-53(WFD-IDX)
               END-IF
           END-IF.

      *    Recherche d'abord dans la table précalculée, sinon
      *    calcule - même règle grégorienne que depuis toujours
      *    (voir BISXTLE ; l'année est >= 1583 ici, pas de cas
