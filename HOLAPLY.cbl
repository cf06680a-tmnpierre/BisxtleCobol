      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Report dans le calendrier des jours feries       *
      *               HOLCAL des demandes de modification approuvees   *
      *               (validation a quatre yeux : saisie dans          *
      *               HOLMAINT, decision dans HOLAPPR, voir PENDREC).  *
      *               Chaque demande au statut 'A' du fichier HOLPEND  *
      *               est appliquee par cle :                          *
      *                 AJT = ecriture du jour ferie (origine 'M',     *
      *                       conserve par les regenerations HOLGEN),  *
      *                 SUP = suppression du jour ferie.               *
      *               Une demande appliquee passe au statut 'T' et     *
      *               l'ajout ou la suppression est trace dans HOLAUD  *
      *               (actions AJT / SUP, voir HAUDREC) avec le        *
      *               demandeur et l'approbateur. Une demande devenue  *
      *               sans objet (date deja presente ou deja absente,  *
      *               calendrier retire de CALMAST) passe au statut    *
      *               'X' sans toucher HOLCAL.                         *
      *               A lancer chaque soir avant les runs BUSDAYS      *
      *               (job HOLAPLY), suivi du rapport HOLPRPT des      *
      *               demandes en souffrance.                          *
      *                                                                *
      *   CODE RETOUR : 0 = toutes les demandes approuvees appliquees, *
      *                 4 = demande(s) ecartee(s), a revoir,           *
      *                12 = fichier indisponible ou erreur d'ecriture  *
      *                     (les demandes non appliquees restent au    *
      *                     statut 'A' pour le run suivant).           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLAPLY.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Demandes de modification (voir PENDREC), parcourues en
      *    sequence de cles et mises a jour au fil de l'eau.
      *    OPTIONAL : aucune demande encore deposee.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO HOLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CLE
               FILE STATUS IS WS-HOLPEND-STATUS.

      *    Calendrier des jours feries, indexe par calendrier + date
      *    (voir HOLREC), mis a jour par cle. OPTIONAL : une
      *    premiere application peut partir d'un calendrier vide.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    Journal d'audit des modifications de calendriers
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Historique partage des runs batch (voir RUNREC)
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  AUDIT-FILE.
           COPY HAUDREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

       01  WS-HOLPEND-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.

      *    Zones de la ligne d'historique des runs (voir RUNREC)
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-DATE PIC 9(08).
       01  WS-HIST-HEURE PIC 9(08).

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : controle du code
      *    calendrier d'un ajout contre les definitions CALMAST
           COPY DATEPRM.

       01  WS-EOF-DEMANDES PIC X(01) VALUE 'N'.
           88  EOF-DEMANDES VALUE 'Y'.

      *    Une erreur d'ecriture laisse la demande approuvee en
      *    place et se signale au bilan avec le code retour 12
       01  WS-RUN-VALIDE PIC X(01) VALUE 'O'.
           88  RUN-VALIDE VALUE 'O'.

      *    Issue de la demande en cours : appliquee, ecartee (sans
      *    objet) ou laissee approuvee (erreur d'ecriture)
       01  WS-ISSUE PIC X(01).
           88  ISSUE-APPLIQUEE VALUE 'T'.
           88  ISSUE-ECARTEE VALUE 'X'.
           88  ISSUE-ERREUR VALUE 'E'.

      *    Horodatage de l'application, repris dans le journal
       01  WS-AUDIT-DATE PIC 9(08).
       01  WS-AUDIT-TIME PIC 9(08).

      *    Compteurs du bilan de fin de run
       01  WS-NB-APPROUVEES PIC 9(08) VALUE 0.
       01  WS-NB-APPLIQUEES PIC 9(08) VALUE 0.
       01  WS-NB-ECARTEES PIC 9(08) VALUE 0.
       01  WS-NB-ERREURS PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-DEMANDES
               PERFORM 2000-LIRE-DEMANDE
               IF NOT EOF-DEMANDES AND PND-APPROUVEE
                   PERFORM 3000-APPLIQUER-DEMANDE
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

      *    Le statut '05' (fichier OPTIONAL absent) est normal tant
      *    qu'aucune demande n'a ete deposee, ou pour un tout
      *    premier calendrier
       1000-INITIALISATION.
           OPEN I-O PENDING-FILE
           IF WS-HOLPEND-STATUS NOT = '00' AND
              WS-HOLPEND-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLPEND, statut "
                   WS-HOLPEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HOLIDAY-FILE
           IF WS-HOLCAL-STATUS NOT = '00' AND
              WS-HOLCAL-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLCAL, statut "
                   WS-HOLCAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLAUD, statut "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LIRE-DEMANDE.
           READ PENDING-FILE NEXT
               AT END
                   SET EOF-DEMANDES TO TRUE
           END-READ.

      *    Applique une demande approuvee a HOLCAL, puis reecrit la
      *    demande avec son issue ; seule une demande effectivement
      *    appliquee est tracee dans le journal
       3000-APPLIQUER-DEMANDE.
           ADD 1 TO WS-NB-APPROUVEES
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           IF PND-AJOUT
               PERFORM 3100-APPLIQUER-AJOUT
           ELSE
               PERFORM 3200-APPLIQUER-SUPPRESSION
           END-IF
           EVALUATE TRUE
               WHEN ISSUE-APPLIQUEE
                   SET PND-APPLIQUEE TO TRUE
                   PERFORM 3900-REECRIRE-DEMANDE
                   ADD 1 TO WS-NB-APPLIQUEES
                   PERFORM 8100-TRACER-APPLICATION
               WHEN ISSUE-ECARTEE
                   SET PND-ECARTEE TO TRUE
                   PERFORM 3900-REECRIRE-DEMANDE
                   ADD 1 TO WS-NB-ECARTEES
               WHEN OTHER
                   ADD 1 TO WS-NB-ERREURS
                   MOVE 'N' TO WS-RUN-VALIDE
           END-EVALUATE.

      *    Ajout : le calendrier doit toujours figurer dans CALMAST
      *    (il a pu etre retire depuis la demande), et la date ne
      *    doit pas etre deja feriee. Une saisie operateur est une
      *    date exceptionnelle : elle survit aux regenerations du
      *    calendrier par HOLGEN (origine 'M').
       3100-APPLIQUER-AJOUT.
           SET ISSUE-APPLIQUEE TO TRUE
           MOVE 'C' TO DSP-FONCTION
           MOVE PND-CALENDRIER TO DSP-CALENDRIER
           MOVE 0 TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-CAL-INCONNU OR DSP-CAL-NON-CONTROLE
               DISPLAY "Ajout ecarte, calendrier '" PND-CALENDRIER
                   "' absent de CALMAST : " PND-DATE
               SET ISSUE-ECARTEE TO TRUE
           ELSE
               MOVE SPACES TO HOLIDAY-RECORD
               MOVE PND-CALENDRIER TO HOL-CALENDRIER
               MOVE PND-DATE TO HOL-DATE
               MOVE PND-LIBELLE TO HOL-LIBELLE
               MOVE 'M' TO HOL-ORIGINE
               WRITE HOLIDAY-RECORD
                   INVALID KEY
                       IF WS-HOLCAL-STATUS = '22'
                           DISPLAY "Ajout ecarte, date deja feriee "
                               "au calendrier '" PND-CALENDRIER
                               "' : " PND-DATE
                           SET ISSUE-ECARTEE TO TRUE
                       ELSE
                           DISPLAY "Erreur ecriture HOLCAL, statut "
                               WS-HOLCAL-STATUS " : '"
                               PND-CALENDRIER "' " PND-DATE
                           SET ISSUE-ERREUR TO TRUE
                       END-IF
               END-WRITE
           END-IF.

      *    Suppression : la date doit toujours etre feriee
       3200-APPLIQUER-SUPPRESSION.
           SET ISSUE-APPLIQUEE TO TRUE
           MOVE SPACES TO HOLIDAY-RECORD
           MOVE PND-CALENDRIER TO HOL-CALENDRIER
           MOVE PND-DATE TO HOL-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   DISPLAY "Suppression ecartee, date absente du "
                       "calendrier '" PND-CALENDRIER "' : " PND-DATE
                   SET ISSUE-ECARTEE TO TRUE
           END-READ
           IF ISSUE-APPLIQUEE
               DELETE HOLIDAY-FILE
                   INVALID KEY
                       DISPLAY "Erreur suppression HOLCAL, statut "
                           WS-HOLCAL-STATUS " : '" PND-CALENDRIER
                           "' " PND-DATE
                       SET ISSUE-ERREUR TO TRUE
               END-DELETE
           END-IF.

      *    Reecrit la demande courante avec son nouveau statut
       3900-REECRIRE-DEMANDE.
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "Erreur reecriture HOLPEND, statut "
                       WS-HOLPEND-STATUS " : '" PND-CALENDRIER "' "
                       PND-DATE
                   MOVE 'N' TO WS-RUN-VALIDE
           END-REWRITE.

      *    Trace l'ajout ou la suppression effectif : le demandeur
      *    en HA-USER, l'approbateur en HA-USER2
       8100-TRACER-APPLICATION.
           MOVE SPACES TO HOLAUD-RECORD
           MOVE WS-AUDIT-DATE TO HA-DATE
           MOVE WS-AUDIT-TIME TO HA-HEURE
           MOVE PND-DEMANDEUR TO HA-USER
           MOVE PND-ACTION TO HA-ACTION
           MOVE PND-CALENDRIER TO HA-CALENDRIER
           MOVE PND-DATE TO HA-FERIE
           MOVE PND-APPROBATEUR TO HA-USER2
           WRITE HOLAUD-RECORD.

      *    Bilan du run
       9000-TERMINAISON.
           CLOSE PENDING-FILE
                 HOLIDAY-FILE
                 AUDIT-FILE
           DISPLAY "Demandes approuvees lues  : " WS-NB-APPROUVEES
           DISPLAY "Demandes appliquees       : " WS-NB-APPLIQUEES
           DISPLAY "Demandes ecartees         : " WS-NB-ECARTEES
           DISPLAY "Demandes en erreur        : " WS-NB-ERREURS
           EVALUATE TRUE
               WHEN NOT RUN-VALIDE
                   DISPLAY "Erreur(s) d'ecriture : calendrier HOLCAL "
                       "a controler et HOLAPLY a relancer"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NB-ECARTEES > 0
                   MOVE 4 TO RETURN-CODE
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
               MOVE 'HOLAPLY' TO RH-PROGRAMME
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-HEURE TO RH-HEURE
               MOVE WS-NB-APPROUVEES TO RH-NB-LUS
               MOVE WS-NB-APPLIQUEES TO RH-NB-ECRITS
               COMPUTE RH-NB-REJETS = WS-NB-ECARTEES + WS-NB-ERREURS
               MOVE RETURN-CODE TO RH-CODE-RETOUR
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
