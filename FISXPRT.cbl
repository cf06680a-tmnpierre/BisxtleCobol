      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Exporte, pour un calendrier fiscal en semaines   *
      *               (4-4-5, 52/53 semaines, defini dans FISCDEF -    *
      *               voir FISCREC) et une plage d'exercices demandes  *
      *               sur la carte parametre FISPARM, un fichier des   *
      *               periodes fiscales a destination des systemes de  *
      *               planification en aval : un enregistrement par    *
      *               periode avec ses premier et dernier jours, son   *
      *               nombre de semaines, de jours calendaires et de   *
      *               jours ouvres dans le calendrier regional HOLCAL  *
      *               choisi, puis un enregistrement total par         *
      *               exercice (periode 00), comme CALXPRT le fait     *
      *               pour les mois civils. Evite a la comptabilite    *
      *               d'entretenir sa propre table des periodes.       *
      *               Periodes et jours ouvres sont rendus par le      *
      *               service de dates partage DATESRV (fonctions 'P'  *
      *               et 'E').                                         *
      *                                                                *
      *   CARTE FISPARM : code exercice (3 ch.), espace, exercice      *
      *               debut (4 ch.), espace, exercice fin (4 ch.),     *
      *               espace, code calendrier regional (3 ch., blanc   *
      *               = calendrier par defaut), ex. "GRP 2025 2030     *
      *               FR1". Un exercice porte le numero de l'annee     *
      *               civile ou il se termine.                         *
      *                                                                *
      *   SORTIE FISEXP : FE-EXERCICE (3 ch.), FE-CALENDRIER (3 ch.),  *
      *               FE-ANNEE (4 ch.), FE-PERIODE (2 ch., 00 pour le  *
      *               total de l'exercice), FE-DEBUT et FE-FIN         *
      *               (AAAAMMJJ), FE-NB-SEMAINES (2 ch.), FE-NB-JOURS  *
      *               (3 ch.), FE-NB-OUVRES (3 ch.).                   *
      *                                                                *
      *   CODE RETOUR : 0 = export complet, 12 = carte parametre       *
      *               absente ou invalide, code exercice inconnu de    *
      *               FISCDEF, calendrier inutilisable.                *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISXPRT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO FISPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISPARM-STATUS.

           SELECT EXPORT-FILE ASSIGN TO FISEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISEXP-STATUS.

      *    Historique partage des runs batch (voir RUNREC) : une
      *    ligne ajoutee par run pour le rapport mensuel
      *    d'exploitation OPSRPT. OPTIONAL : un historique absent
      *    est cree au premier run.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Exercice, plage d'exercices et calendrier regional
       01  PARAM-RECORD.
           05  PC-EXERCICE PIC X(03).
           05  FILLER PIC X(01).
           05  PC-ANNEE-DEBUT PIC X(04).
           05  FILLER PIC X(01).
           05  PC-ANNEE-FIN PIC X(04).
           05  FILLER PIC X(01).
           05  PC-CALENDRIER PIC X(03).

       FD  EXPORT-FILE
           RECORDING MODE IS F.
       01  EXPORT-RECORD.
           05  FE-EXERCICE PIC X(03).
           05  FE-CALENDRIER PIC X(03).
           05  FE-ANNEE PIC 9(04).
           05  FE-PERIODE PIC 9(02).
           05  FE-DEBUT PIC 9(08).
           05  FE-FIN PIC 9(08).
           05  FE-NB-SEMAINES PIC 9(02).
           05  FE-NB-JOURS PIC 9(03).
           05  FE-NB-OUVRES PIC 9(03).

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

       01  WS-FISPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-FISEXP-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : regles de l'exercice,
      *    numeros de serie et jours ouvres ne vivent que dans ce
      *    sous-programme
           COPY DATEPRM.

      *    Plage demandee apres validation de la carte. Le premier
      *    exercice calculable est 1584 (l'exercice 1583 commencerait
      *    avant l'epoque gregorienne du decompte).
       01  WS-ANNEE-PLANCHER PIC 9(04) VALUE 1584.
       01  WS-ANNEE-DEBUT PIC 9(04).
       01  WS-ANNEE-FIN PIC 9(04).
       01  WS-EXERCICE PIC X(03).
       01  WS-CALENDRIER PIC X(03).

      *    Compteur de boucle plus large que l'annee pour que
      *    l'increment au-dela d'un exercice fin 9999 ne retombe
      *    pas a 0000 (meme precaution que CALXPRT)
       01  WS-ANNEE-COURANTE PIC 9(08).
       01  WS-PERIODE PIC 9(02).

      *    Periode en cours : numeros de serie des bornes
       01  WS-SERIAL-DEBUT PIC S9(08).
       01  WS-SERIAL-FIN PIC S9(08).
       01  WS-DATE-EDITEE.
           05  WS-DE-ANNEE PIC 9(04).
           05  WS-DE-MOIS PIC 9(02).
           05  WS-DE-JOUR PIC 9(02).

       01  WS-NB-ANNEES PIC 9(08) VALUE 0.
       01  WS-NB-ECRITS PIC 9(08) VALUE 0.

      *    Zones de la ligne d'historique des runs (voir RUNREC)
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-DATE PIC 9(08).
       01  WS-HIST-HEURE PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM VARYING WS-ANNEE-COURANTE FROM WS-ANNEE-DEBUT BY 1
                   UNTIL WS-ANNEE-COURANTE > WS-ANNEE-FIN
               PERFORM 3000-EXPORTER-EXERCICE
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           PERFORM 1200-CONTROLER-REFERENTIELS
           OPEN OUTPUT EXPORT-FILE
           IF WS-FISEXP-STATUS NOT = '00'
               DISPLAY "Erreur ouverture FISEXP, statut "
                   WS-FISEXP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Lit et valide la carte parametre : les deux exercices
      *    doivent etre numeriques, ordonnes et calculables. Toute
      *    anomalie arrete le job avec le code retour 12 plutot que
      *    d'exporter une table de periodes partielle ou erronee.
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-FISPARM-STATUS NOT = '00'
               DISPLAY "Carte FISPARM absente, statut "
                   WS-FISPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte FISPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-ANNEE-DEBUT NOT NUMERIC OR PC-ANNEE-FIN NOT NUMERIC
               DISPLAY "Carte FISPARM invalide (exercices non "
                   "numeriques) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-EXERCICE TO WS-EXERCICE
           MOVE PC-CALENDRIER TO WS-CALENDRIER
           MOVE PC-ANNEE-DEBUT TO WS-ANNEE-DEBUT
           MOVE PC-ANNEE-FIN TO WS-ANNEE-FIN
           IF WS-ANNEE-DEBUT < WS-ANNEE-PLANCHER
               DISPLAY "Exercice debut " WS-ANNEE-DEBUT " anterieur "
                   "au premier exercice calculable ("
                   WS-ANNEE-PLANCHER ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ANNEE-DEBUT > WS-ANNEE-FIN
               DISPLAY "Plage invalide : " WS-ANNEE-DEBUT " > "
                   WS-ANNEE-FIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Export des periodes de l'exercice " WS-EXERCICE
               " demande pour " WS-ANNEE-DEBUT " - " WS-ANNEE-FIN
               ", calendrier '" WS-CALENDRIER "'".

      *    Le code exercice doit etre defini dans FISCDEF (bornes du
      *    premier exercice rendues par DATESRV) et le calendrier
      *    regional utilisable sur toute la plage (memes regles que
      *    BUSDAYS, voir DATEPRM)
       1200-CONTROLER-REFERENTIELS.
           MOVE 'P' TO DSP-FONCTION
           MOVE WS-EXERCICE TO DSP-EXERCICE
           MOVE WS-ANNEE-DEBUT TO DSP-FIS-ANNEE
           MOVE 0 TO DSP-FIS-PERIODE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-OK
               DISPLAY "Exercice '" WS-EXERCICE "' inconnu de "
                   "FISCDEF ou definition invalide"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO DSP-FONCTION
           MOVE WS-CALENDRIER TO DSP-CALENDRIER
           MOVE WS-ANNEE-DEBUT TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-CAL-UTILISABLE
               MOVE WS-ANNEE-FIN TO DSP-ANNEE
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           END-IF
           IF NOT DSP-CAL-UTILISABLE
               DISPLAY "Calendrier '" WS-CALENDRIER "' inconnu, "
                   "inactif ou hors de ses annees de validite"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DSP-CAL-NON-CONTROLE
               DISPLAY "CALMAST indisponible : week-end samedi/"
                   "dimanche applique"
           END-IF.

      *    Exporte les douze periodes de l'exercice puis son total
       3000-EXPORTER-EXERCICE.
           PERFORM VARYING WS-PERIODE FROM 1 BY 1
                   UNTIL WS-PERIODE > 12
               PERFORM 3100-EXPORTER-PERIODE
           END-PERFORM
           MOVE 0 TO WS-PERIODE
           PERFORM 3100-EXPORTER-PERIODE
           ADD 1 TO WS-NB-ANNEES.

      *    Bornes de la periode (fonction 'P'), jours calendaires
      *    bornes incluses, jours ouvres du calendrier regional
      *    entre la veille du premier jour (exclue) et le dernier
      *    jour (inclus) par la fonction 'E', dates reconverties par
      *    la fonction 'D'
       3100-EXPORTER-PERIODE.
           MOVE 'P' TO DSP-FONCTION
           MOVE WS-EXERCICE TO DSP-EXERCICE
           MOVE WS-ANNEE-COURANTE TO DSP-FIS-ANNEE
           MOVE WS-PERIODE TO DSP-FIS-PERIODE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF NOT DSP-OK
               DISPLAY "Periode " WS-PERIODE " de l'exercice "
                   WS-ANNEE-COURANTE " incalculable"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           MOVE WS-EXERCICE TO FE-EXERCICE
           MOVE WS-CALENDRIER TO FE-CALENDRIER
           MOVE WS-ANNEE-COURANTE TO FE-ANNEE
           MOVE WS-PERIODE TO FE-PERIODE
           MOVE DSP-NB-JOURS TO FE-NB-SEMAINES
           MOVE DSP-SERIAL TO WS-SERIAL-DEBUT
           MOVE DSP-SERIAL-FIN TO WS-SERIAL-FIN
           COMPUTE FE-NB-JOURS = WS-SERIAL-FIN - WS-SERIAL-DEBUT + 1
           MOVE 'E' TO DSP-FONCTION
           MOVE WS-CALENDRIER TO DSP-CALENDRIER
           COMPUTE DSP-SERIAL = WS-SERIAL-DEBUT - 1
           MOVE WS-SERIAL-FIN TO DSP-SERIAL-FIN
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-NB-JOURS TO FE-NB-OUVRES
           MOVE WS-SERIAL-DEBUT TO DSP-SERIAL
           PERFORM 5100-CONVERTIR-SERIAL
           MOVE WS-DATE-EDITEE TO FE-DEBUT
           MOVE WS-SERIAL-FIN TO DSP-SERIAL
           PERFORM 5100-CONVERTIR-SERIAL
           MOVE WS-DATE-EDITEE TO FE-FIN
           WRITE EXPORT-RECORD
           ADD 1 TO WS-NB-ECRITS.

      *    Date AAAAMMJJ du numero de serie DSP-SERIAL, rendue par
      *    le service de dates partage DATESRV
       5100-CONVERTIR-SERIAL.
           MOVE 'D' TO DSP-FONCTION
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE DSP-ANNEE TO WS-DE-ANNEE
           MOVE DSP-MOIS TO WS-DE-MOIS
           MOVE DSP-JOUR TO WS-DE-JOUR.

       9000-TERMINAISON.
           CLOSE EXPORT-FILE
           DISPLAY "Export des periodes fiscales termine : "
               WS-NB-ANNEES " exercice(s) exporte(s)"
           PERFORM 9500-ECRIRE-HISTORIQUE.

      *    Ajoute la ligne de ce run a l'historique partage RUNHIST
      *    (voir RUNREC), pour le rapport mensuel d'exploitation
      *    OPSRPT ; les exercices demandes tiennent lieu d'unites
      *    lues. Un historique indisponible est signale mais ne
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
               MOVE 'FISXPRT' TO RH-PROGRAMME
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-HEURE TO RH-HEURE
               MOVE WS-NB-ANNEES TO RH-NB-LUS
               MOVE WS-NB-ECRITS TO RH-NB-ECRITS
               MOVE 0 TO RH-NB-REJETS
               MOVE RETURN-CODE TO RH-CODE-RETOUR
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
