      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Initialisation ponctuelle des definitions de     *
      *               calendriers CALMAST (voir CALREC) a partir des   *
      *               codes presents dans le calendrier des jours      *
      *               feries HOLCAL : une definition par code          *
      *               rencontre, plus le calendrier par defaut (code   *
      *               a blanc) meme s'il n'a aucun jour ferie. Chaque  *
      *               definition reprend le comportement d'avant       *
      *               CALMAST : week-end samedi/dimanche, calendrier   *
      *               actif, valide de 1583 a 9999 - les runs BUSDAYS  *
      *               qui suivent donnent donc exactement les memes    *
      *               resultats. Les sites a week-end different (Golfe *
      *               : vendredi/samedi) et les annees de validite se  *
      *               corrigent ensuite dans CALMAINT.                 *
      *               A lancer UNE FOIS, par le job CALMIGR, entre la  *
      *               definition du cluster et la reprise des runs     *
      *               BUSDAYS / HOLMAINT / HOLGEN.                     *
      *                                                                *
      *   CODE RETOUR : 0 = initialisation complete,                   *
      *                12 = fichier indisponible ou erreur             *
      *                     d'ecriture (initialisation a relancer).    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMIGR.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Calendrier des jours feries, lu en sequence de cles :
      *    les codes calendrier y arrivent regroupes et croissants
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    Definitions des calendriers, cluster fraichement defini
           SELECT CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CODE
               FILE STATUS IS WS-CALMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.

       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-CALMAST-STATUS PIC X(02) VALUE '00'.

       01  WS-EOF-HOLCAL PIC X(01) VALUE 'N'.
           88  EOF-HOLCAL VALUE 'Y'.

      *    La moindre erreur d'ecriture invalide l'initialisation :
      *    le cluster est alors a purger et le job a relancer
       01  WS-RUN-VALIDE PIC X(01) VALUE 'O'.
           88  RUN-VALIDE VALUE 'O'.

      *    Dernier code calendrier defini (rupture sur le code), et
      *    premier code deja traite
       01  WS-CODE-PRECEDENT PIC X(03) VALUE SPACES.
       01  WS-PREMIER-CODE PIC X(01) VALUE 'O'.
           88  PREMIER-CODE VALUE 'O'.
       01  WS-DEFAUT-DEFINI PIC X(01) VALUE 'N'.
           88  DEFAUT-DEFINI VALUE 'O'.
       01  WS-CODE-A-DEFINIR PIC X(03).

      *    Compteurs du bilan
       01  WS-NB-FERIES-LUS PIC 9(08) VALUE 0.
       01  WS-NB-DEFINIS PIC 9(08) VALUE 0.
       01  WS-NB-DOUBLONS PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-HOLCAL
               READ HOLIDAY-FILE NEXT
                   AT END
                       SET EOF-HOLCAL TO TRUE
                   NOT AT END
                       PERFORM 3000-TRAITER-FERIE
               END-READ
           END-PERFORM
           IF NOT DEFAUT-DEFINI
               MOVE SPACES TO WS-CODE-A-DEFINIR
               PERFORM 3100-DEFINIR-CALENDRIER
           END-IF
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLCAL-STATUS NOT = '00'
               DISPLAY "Calendrier HOLCAL indisponible, statut "
                   WS-HOLCAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CALENDAR-FILE
           IF WS-CALMAST-STATUS NOT = '00'
               DISPLAY "Erreur ouverture CALMAST, statut "
                   WS-CALMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Une definition a chaque nouveau code calendrier rencontre
       3000-TRAITER-FERIE.
           ADD 1 TO WS-NB-FERIES-LUS
           IF PREMIER-CODE OR HOL-CALENDRIER NOT = WS-CODE-PRECEDENT
               MOVE 'N' TO WS-PREMIER-CODE
               MOVE HOL-CALENDRIER TO WS-CODE-PRECEDENT
               MOVE HOL-CALENDRIER TO WS-CODE-A-DEFINIR
               PERFORM 3100-DEFINIR-CALENDRIER
           END-IF.

      *    Ecrit la definition par defaut du code WS-CODE-A-DEFINIR
      *    (comportement d'avant CALMAST). Un code deja defini
      *    (relance apres incident) est laisse tel quel.
       3100-DEFINIR-CALENDRIER.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-CODE-A-DEFINIR TO CAL-CODE
           IF WS-CODE-A-DEFINIR = SPACES
               MOVE 'CALENDRIER PAR DEFAUT' TO CAL-LIBELLE
               SET DEFAUT-DEFINI TO TRUE
           ELSE
               STRING 'CALENDRIER ' WS-CODE-A-DEFINIR
                   DELIMITED BY SIZE INTO CAL-LIBELLE
           END-IF
           MOVE 'NNNNNOO' TO CAL-WEEKEND
           MOVE 'O' TO CAL-ACTIF
           MOVE 1583 TO CAL-ANNEE-DEBUT
           MOVE 9999 TO CAL-ANNEE-FIN
           WRITE CALENDAR-RECORD
               INVALID KEY
                   IF WS-CALMAST-STATUS = '22'
                       ADD 1 TO WS-NB-DOUBLONS
                       DISPLAY "Calendrier deja defini, conserve : '"
                           WS-CODE-A-DEFINIR "'"
                   ELSE
                       DISPLAY "Erreur ecriture CALMAST, statut "
                           WS-CALMAST-STATUS " : '" WS-CODE-A-DEFINIR
                           "'"
                       MOVE 'N' TO WS-RUN-VALIDE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-DEFINIS
                   DISPLAY "Calendrier defini : '" WS-CODE-A-DEFINIR
                       "'"
           END-WRITE.

       9000-TERMINAISON.
           CLOSE HOLIDAY-FILE
                 CALENDAR-FILE
           DISPLAY "Jours feries parcourus  : " WS-NB-FERIES-LUS
           DISPLAY "Calendriers definis     : " WS-NB-DEFINIS
           DISPLAY "Definitions conservees  : " WS-NB-DOUBLONS
           IF NOT RUN-VALIDE
               DISPLAY "Initialisation incomplete : purger le "
                   "cluster CALMAST et relancer le job CALMIGR"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Initialisation des definitions terminee"
           END-IF.
