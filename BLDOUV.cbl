      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Construit l'index des jours ouvres OUVIDX (voir  *
      *               OUVREC) : pour chaque calendrier regional actif  *
      *               de CALMAST et chaque jour de la plage d'annees   *
      *               de la carte OUVPARM, un enregistrement portant   *
      *               l'indicateur de jour ouvre et le numero cumule   *
      *               de jours ouvres du calendrier. Le verdict de     *
      *               chaque jour est rendu par le service de dates    *
      *               partage DATESRV (fonction 'O' : jours de repos   *
      *               de CALMAST, jours feries de HOLCAL), comme pour  *
      *               tous les autres decomptes de la chaine.          *
      *               DATESRV resout ensuite les ecarts et decalages   *
      *               en jours ouvres (fonctions 'E' et 'J') en deux   *
      *               lectures par cle au lieu d'un parcours jour par  *
      *               jour.                                            *
      *                                                                *
      *               L'index est une photographie de HOLCAL et de     *
      *               CALMAST : il est a reconstruire apres chaque     *
      *               run HOLGEN ou HOLAPLY et chaque modification de  *
      *               calendrier dans CALMAINT, puis a faire verifier  *
      *               par OUVVRFY avant les traitements de nuit.       *
      *                                                                *
      *   CARTE OUVPARM : premiere et derniere annee indexees,         *
      *               "AAAA AAAA", ex. "2020 2045". Hors de cette      *
      *               plage, DATESRV revient au parcours jour par      *
      *               jour.                                            *
      *                                                                *
      *   CODE RETOUR : 0 = index construit,                           *
      *                12 = carte invalide, CALMAST indisponible,      *
      *                     aucun calendrier actif ou erreur           *
      *                     d'ecriture (index a reconstruire).         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDOUV.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO OUVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUVPARM-STATUS.

      *    Definitions des calendriers regionaux (voir CALREC), lues
      *    en sequence de codes : l'index s'ecrit ainsi en ordre
      *    croissant de cle calendrier + date
           SELECT CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-CODE
               FILE STATUS IS WS-CALMAST-STATUS.

      *    Index des jours ouvres (voir OUVREC), recree a chaque run.
      *    Seule la cle primaire est chargee ici ; la cle secondaire
      *    calendrier + rang est construite derriere, dans le meme
      *    job, par IDCAMS (BLDINDEX).
           SELECT BUSINESS-DAY-INDEX ASSIGN TO OUVIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDI-CLE
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
      *    DATESRV (voir copybook DATEPRM) : bornes de la plage en
      *    numeros de serie, date et verdict de chaque jour
           COPY DATEPRM.

       01  WS-EOF-CALMAST PIC X(01) VALUE 'N'.
           88  EOF-CALMAST VALUE 'Y'.

      *    Plage d'annees demandee et ses bornes en numeros de serie
      *    (1er janvier de la premiere annee, 31 decembre de la
      *    derniere)
       01  WS-ANNEE-DEBUT PIC 9(04).
       01  WS-ANNEE-FIN PIC 9(04).
       01  WS-SERIAL-DEBUT PIC S9(08).
       01  WS-SERIAL-FIN PIC S9(08).

      *    Jour en cours d'indexation et rang cumule du calendrier
       01  WS-SERIAL-COURANT PIC S9(08).
       01  WS-RANG PIC 9(08).

      *    Compteurs
       01  WS-NB-CALENDRIERS PIC 9(04) VALUE 0.
       01  WS-NB-IGNORES PIC 9(04) VALUE 0.
       01  WS-NB-JOURS PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-CALMAST
               READ CALENDAR-FILE NEXT
                   AT END
                       SET EOF-CALMAST TO TRUE
                   NOT AT END
                       IF CAL-EST-ACTIF
                           PERFORM 3000-INDEXER-CALENDRIER
                       ELSE
                           ADD 1 TO WS-NB-IGNORES
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           PERFORM 1200-BORNER-PLAGE
           OPEN INPUT CALENDAR-FILE
           IF WS-CALMAST-STATUS NOT = '00'
               DISPLAY "Definitions CALMAST indisponibles, statut "
                   WS-CALMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUSINESS-DAY-INDEX
           IF WS-OUVIDX-STATUS NOT = '00'
               DISPLAY "Erreur ouverture OUVIDX, statut "
                   WS-OUVIDX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Lit et valide la carte parametre : deux annees numeriques,
      *    la premiere dans le perimetre du decompte (a partir de
      *    1583) et pas apres la seconde
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
           MOVE DSP-SERIAL TO WS-SERIAL-FIN
           DISPLAY "Index des jours ouvres demande pour "
               WS-ANNEE-DEBUT " - " WS-ANNEE-FIN.

      *    Indexe tous les jours de la plage pour le calendrier lu,
      *    le rang repartant de zero pour chaque calendrier
       3000-INDEXER-CALENDRIER.
           ADD 1 TO WS-NB-CALENDRIERS
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-SERIAL-COURANT FROM WS-SERIAL-DEBUT
                   BY 1 UNTIL WS-SERIAL-COURANT > WS-SERIAL-FIN
               PERFORM 3100-INDEXER-JOUR
           END-PERFORM
           DISPLAY "Calendrier '" CAL-CODE "' indexe : " WS-RANG
               " jour(s) ouvre(s)".

      *    Date et verdict du jour par DATESRV, rang cumule, puis
      *    ecriture de l'entree. Une ecriture refusee laisserait un
      *    index troue : le run s'arrete avec le code retour 12.
       3100-INDEXER-JOUR.
           MOVE 'D' TO DSP-FONCTION
           MOVE WS-SERIAL-COURANT TO DSP-SERIAL
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE 'O' TO DSP-FONCTION
           MOVE CAL-CODE TO DSP-CALENDRIER
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           MOVE SPACES TO BUSINESS-DAY-RECORD
           MOVE CAL-CODE TO BDI-CALENDRIER
           MOVE DSP-ANNEE TO BDI-DATE(1:4)
           MOVE DSP-MOIS TO BDI-DATE(5:2)
           MOVE DSP-JOUR TO BDI-DATE(7:2)
           IF DSP-OUVRE = 'O'
               ADD 1 TO WS-RANG
               MOVE 'O' TO BDI-OUVRE
           ELSE
               MOVE 'N' TO BDI-OUVRE
           END-IF
           MOVE CAL-CODE TO BDI-RANG-CALENDRIER
           MOVE WS-RANG TO BDI-RANG
           MOVE WS-SERIAL-COURANT TO BDI-SERIAL
           WRITE BUSINESS-DAY-RECORD
               INVALID KEY
                   DISPLAY "Erreur ecriture OUVIDX, statut "
                       WS-OUVIDX-STATUS " : " BDI-CLE
                   CLOSE CALENDAR-FILE
                         BUSINESS-DAY-INDEX
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-NB-JOURS.

      *    Bilan et code retour pour le chainage JCL : un index sans
      *    aucun calendrier ne servirait a rien
       9000-TERMINAISON.
           CLOSE CALENDAR-FILE
                 BUSINESS-DAY-INDEX
           DISPLAY "Calendriers indexes       : " WS-NB-CALENDRIERS
           DISPLAY "Calendriers inactifs      : " WS-NB-IGNORES
               " (non indexes)"
           DISPLAY "Entrees ecrites           : " WS-NB-JOURS
           IF WS-NB-CALENDRIERS = 0
               DISPLAY "Aucun calendrier actif dans CALMAST : index "
                   "vide"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
