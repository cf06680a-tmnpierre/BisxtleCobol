      ******************************************************************
      *   DATEPRM : zone de communication du sous-programme de        *
      *   services de dates DATESRV, COPY par tous les appelants      *
      *   (BISXTLE, BISXTLEB, BLDLEAP, BLDOUV, BUSDAYS, BUSDINQ,      *
      *   CALXPRT, ECHGEN, FISXPRT, HOLGEN, HOLIMPA, HOLMAINT,        *
      *   LEAPVRFY, OUVVRFY, REFPURG, RUNCTL et les applications du   *
      *   site qui veulent la meme logique calendaire).               *
      *                                                               *
      *   APPEL : CALL 'DATESRV' USING DATE-SERVICE-PARAMS            *
      *                                                               *
      *     'O' = jour ouvre : DSP-ANNEE/MOIS/JOUR et                 *
      *           DSP-CALENDRIER (code calendrier regional de         *
      *           HOLCAL, blanc = defaut) -> DSP-OUVRE 'O' si le      *
      *           jour n'est ni un jour de repos hebdomadaire de ce   *
      *           calendrier (CAL-WEEKEND de CALMAST, samedi et       *
      *           dimanche a defaut), ni un jour ferie de ce          *
      *           calendrier. DSP-SERIAL et DSP-WEEKEND sont aussi    *
      *           garnis.                                             *
      *     'C' = controle d'un code calendrier : DSP-CALENDRIER et   *
      *           DSP-ANNEE (0 = pas de controle d'annee)             *
      *           -> DSP-CAL-ETAT (voir ci-dessous) et DSP-WEEKEND    *
      *           (jours de repos, lundi -> dimanche, 'O' = repos).   *
      *     'E' = ecart en jours ouvres : DSP-CALENDRIER, DSP-SERIAL  *
      *           (depart, exclu) et DSP-SERIAL-FIN (arrivee,         *
      *           incluse) -> DSP-NB-JOURS, nombre de jours ouvres    *
      *           de l'intervalle (negatif si l'arrivee precede le    *
      *           depart), memes regles que le test 'O'. Resolu par   *
      *           l'index OUVIDX (voir OUVREC) quand les deux bornes  *
      *           y figurent, jour par jour sinon.                    *
      *     'J' = decalage en jours ouvres : DSP-CALENDRIER,          *
      *           DSP-SERIAL (depart) et DSP-NB-JOURS (signe)         *
      *           -> DSP-SERIAL-FIN, jour atteint en ne comptant      *
      *           que les jours ouvres. Un decalage nul roule le      *
      *           depart selon DSP-CONVENTION (voir 'R'). Resolu par  *
      *           l'index OUVIDX quand le depart et le jour atteint   *
      *           y figurent, jour par jour sinon.                    *
      *     'R' = roulement : DSP-CALENDRIER, DSP-SERIAL et           *
      *           DSP-CONVENTION -> DSP-SERIAL-FIN, le jour lui-meme  *
      *           s'il est ouvre, sinon le jour ouvre suivant ('S'    *
      *           ou blanc), precedent ('P') ou suivant sans changer  *
      *           de mois, precedent a defaut ('M').                  *
      *     'F' = position fiscale : DSP-EXERCICE (code exercice de   *
      *           FISCDEF, voir FISCREC) et DSP-ANNEE/MOIS/JOUR       *
      *           -> DSP-FIS-ANNEE (annee civile de fin d'exercice),  *
      *           DSP-FIS-PERIODE (01 a 12) et DSP-FIS-SEMAINE (01 a  *
      *           53). DSP-SERIAL est aussi garni.                    *
      *     'P' = bornes d'une periode fiscale : DSP-EXERCICE,        *
      *           DSP-FIS-ANNEE et DSP-FIS-PERIODE (00 = exercice     *
      *           entier) -> DSP-SERIAL (premier jour),               *
      *           DSP-SERIAL-FIN (dernier jour) et DSP-NB-JOURS       *
      *           (nombre de semaines).                               *
      *                                                               *
      *   DSP-SYSTEME (entree, fonctions 'B' et 'V') : 'J' applique   *
      *   la regle julienne (divisible par 4, sans exception          *
      *                                                               *
      *   DSP-RETOUR (sortie) : 'O' = service rendu, 'N' = demande    *
      *   hors perimetre (fonction inconnue, date invalide ou         *
      *   anterieure a 1583, numero de serie inconvertible, code      *
      *   exercice inconnu ou exercice anterieur a 1584).             *
      *                                                               *
      *   DSP-CAL-ETAT (sortie, fonction 'C') : 'A' = calendrier      *
      *   actif (et DSP-ANNEE dans ses annees de validite), 'I' =     *
      *   inactif, 'H' = actif mais DSP-ANNEE hors de ses annees de   *
      *   validite, 'U' = code absent de CALMAST, 'X' = CALMAST       *
      *   indisponible (aucun controle possible, week-end samedi/     *
      *   dimanche).                                                  *
      *                                                               *
      *   DATESRV ouvre lui-meme LEAPTAB, HOLCAL, CALMAST et OUVIDX   *
      *   (tous OPTIONAL) au premier appel et les garde ouverts ; les *
      *   jobs appelants declarent simplement les DD. FISCDEF est     *
      *   lu en entier au premier appel 'F' ou 'P'.                   *
      ******************************************************************
       01  DATE-SERVICE-PARAMS.
           05  DSP-FONCTION PIC X(01).
           05  DSP-BISSEXTILE PIC X(03).
           05  DSP-CALENDRIER PIC X(03).
           05  DSP-OUVRE PIC X(01).
           05  DSP-CAL-ETAT PIC X(01).
               88  DSP-CAL-ACTIF VALUE 'A'.
               88  DSP-CAL-INACTIF VALUE 'I'.
               88  DSP-CAL-HORS-ANNEES VALUE 'H'.
               88  DSP-CAL-INCONNU VALUE 'U'.
               88  DSP-CAL-NON-CONTROLE VALUE 'X'.
               88  DSP-CAL-UTILISABLE VALUE 'A' 'X'.
           05  DSP-WEEKEND PIC X(07).
           05  DSP-SERIAL-FIN PIC S9(08).
           05  DSP-NB-JOURS PIC S9(08).
           05  DSP-CONVENTION PIC X(01).
           05  DSP-EXERCICE PIC X(03).
           05  DSP-FIS-ANNEE PIC 9(04).
           05  DSP-FIS-PERIODE PIC 9(02).
           05  DSP-FIS-SEMAINE PIC 9(02).
