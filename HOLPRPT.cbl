      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Rapport quotidien des demandes de modification   *
      *               du calendrier des jours feries laissees en       *
      *               souffrance (validation a quatre yeux, voir       *
      *               PENDREC) : toute demande encore ouverte - en     *
      *               attente de validation dans HOLAPPR (statut 'E')  *
      *               ou approuvee mais pas encore reportee dans       *
      *               HOLCAL par HOLAPLY (statut 'A') - deposee        *
      *               depuis plus de N jours calendaires. Une ligne    *
      *               par demande : calendrier, date, action,          *
      *               libelle, demandeur, date de la demande, age en   *
      *               jours et statut. L'age se calcule sur le numero  *
      *               de serie du service de dates partage DATESRV.    *
      *                                                                *
      *   CARTE HPRPARM : seuil N en jours (3 chiffres), ex. "005".    *
      *                                                                *
      *   CODE RETOUR : 0 = aucune demande en souffrance,              *
      *                 4 = demande(s) en souffrance, a relancer       *
      *                     aupres des approbateurs,                   *
      *                12 = carte invalide ou fichier indisponible.    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLPRPT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO HPRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPRPARM-STATUS.

      *    Demandes de modification (voir PENDREC), lues en
      *    sequence de cles. OPTIONAL : aucune demande encore
      *    deposee.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO HOLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CLE
               FILE STATUS IS WS-HOLPEND-STATUS.

           SELECT REPORT-FILE ASSIGN TO HOLPRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Seuil en jours calendaires
       01  PARAM-RECORD.
           05  PC-JOURS PIC X(03).

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-HPRPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLPEND-STATUS PIC X(02) VALUE '00'.
       01  WS-RAPPORT-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : dates -> numeros de
      *    serie pour le calcul de l'age des demandes
           COPY DATEPRM.

       01  WS-EOF-DEMANDES PIC X(01) VALUE 'N'.
           88  EOF-DEMANDES VALUE 'Y'.

      *    Seuil demande et date du jour
       01  WS-SEUIL PIC 9(03).
       01  WS-DATE-JOUR PIC 9(08).
       01  WS-SERIE-JOUR PIC S9(08).

      *    Date de la demande eclatee et son age en jours
       01  WS-DATE-DEMANDE.
           05  WS-DEM-ANNEE PIC 9(04).
           05  WS-DEM-MOIS PIC 9(02).
           05  WS-DEM-JOUR PIC 9(02).
       01  WS-AGE PIC S9(08).

      *    Compteurs
       01  WS-NB-OUVERTES PIC 9(08) VALUE 0.
       01  WS-NB-SOUFFRANCE PIC 9(08) VALUE 0.

      *    Lignes de mise en forme du rapport
       01  RPT-TITRE-LINE.
           05  FILLER PIC X(40) VALUE
               "DEMANDES HOLCAL OUVERTES DEPUIS PLUS DE".
           05  RPT-TI-SEUIL PIC ZZ9.
           05  FILLER PIC X(10) VALUE " JOURS AU".
           05  RPT-TI-DATE PIC 9(08).

       01  RPT-COLONNES-LINE.
           05  FILLER PIC X(48) VALUE "CAL DATE     ACT LIBELLE".
           05  FILLER PIC X(25) VALUE "PAR      DEPOSEE   AGE  S".

       01  RPT-DEMANDE-LINE.
           05  RPT-DM-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-DATE PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-ACTION PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-LIBELLE PIC X(30).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-DEMANDEUR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-DEM-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DM-AGE PIC ZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-DM-STATUT PIC X(01).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LIBELLE PIC X(30).
           05  FILLER PIC X(02) VALUE ': '.
           05  RPT-TOTAL-NOMBRE PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-DEMANDES
               READ PENDING-FILE NEXT
                   AT END
                       SET EOF-DEMANDES TO TRUE
                   NOT AT END
                       IF PND-OUVERTE
                           PERFORM 3000-TRAITER-DEMANDE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           OPEN INPUT PENDING-FILE
           IF WS-HOLPEND-STATUS NOT = '00' AND
              WS-HOLPEND-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLPEND, statut "
                   WS-HOLPEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RAPPORT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLPRPRT, statut "
                   WS-RAPPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-DEMANDE
           PERFORM 5000-CALCULER-SERIE
           MOVE DSP-SERIAL TO WS-SERIE-JOUR
           PERFORM 6000-IMPRIMER-ENTETE.

      *    Lit et valide la carte parametre : seuil numerique
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-HPRPARM-STATUS NOT = '00'
               DISPLAY "Carte HPRPARM absente, statut "
                   WS-HPRPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte HPRPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-JOURS NOT NUMERIC
               DISPLAY "Carte HPRPARM invalide (seuil non "
                   "numerique) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-JOURS TO WS-SEUIL.

      *    Age de la demande ouverte en jours calendaires depuis son
      *    depot ; au-dela du seuil, une ligne au rapport
       3000-TRAITER-DEMANDE.
           ADD 1 TO WS-NB-OUVERTES
           MOVE PND-DEM-DATE TO WS-DATE-DEMANDE
           PERFORM 5000-CALCULER-SERIE
           IF DSP-OK
               COMPUTE WS-AGE = WS-SERIE-JOUR - DSP-SERIAL
           ELSE
               MOVE 9999 TO WS-AGE
           END-IF
           IF WS-AGE > WS-SEUIL
               ADD 1 TO WS-NB-SOUFFRANCE
               MOVE SPACES TO RPT-DEMANDE-LINE
               MOVE PND-CALENDRIER TO RPT-DM-CALENDRIER
               MOVE PND-DATE TO RPT-DM-DATE
               MOVE PND-ACTION TO RPT-DM-ACTION
               MOVE PND-LIBELLE TO RPT-DM-LIBELLE
               MOVE PND-DEMANDEUR TO RPT-DM-DEMANDEUR
               MOVE PND-DEM-DATE TO RPT-DM-DEM-DATE
               MOVE WS-AGE TO RPT-DM-AGE
               MOVE PND-STATUT TO RPT-DM-STATUT
               MOVE RPT-DEMANDE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Numero de serie de la date WS-DATE-DEMANDE, rendu par le
      *    service de dates partage DATESRV
       5000-CALCULER-SERIE.
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-DEM-ANNEE TO DSP-ANNEE
           MOVE WS-DEM-MOIS TO DSP-MOIS
           MOVE WS-DEM-JOUR TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS.

       6000-IMPRIMER-ENTETE.
           MOVE WS-SEUIL TO RPT-TI-SEUIL
           MOVE WS-DATE-JOUR TO RPT-TI-DATE
           MOVE RPT-TITRE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(statut E = en attente de validation HOLAPPR, A = "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "approuvee, pas encore reportee par HOLAPLY)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.

       6900-ECRIRE-LIGNE-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Totaux, code retour et fermeture
       9000-TERMINAISON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEMANDES OUVERTES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-OUVERTES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "DEMANDES EN SOUFFRANCE" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-SOUFFRANCE TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           CLOSE PENDING-FILE
                 REPORT-FILE
           DISPLAY "Demandes ouvertes      : " WS-NB-OUVERTES
           DISPLAY "Demandes en souffrance : " WS-NB-SOUFFRANCE
           IF WS-NB-SOUFFRANCE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
