      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Purge periodique du fichier des references de    *
      *               transactions deja traitees par BUSDAYS (REFTRT,  *
      *               voir REFREC), qui grossit a chaque run : toute   *
      *               reference dont le dernier traitement est plus    *
      *               ancien que la duree de retention demandee sur    *
      *               la carte REFPPARM est supprimee du fichier.      *
      *               La date de coupe (date du jour moins la          *
      *               retention, en jours calendaires) se calcule sur  *
      *               le numero de serie du service de dates partage   *
      *               DATESRV. Une reference a date de run illisible   *
      *               est conservee : on ne purge jamais ce qu'on ne   *
      *               sait pas dater.                                  *
      *                                                                *
      *               Une reference purgee n'est plus reconnue comme   *
      *               doublon : la retention doit couvrir le plus long *
      *               delai de resoumission possible d'un fichier par  *
      *               le systeme appelant.                             *
      *                                                                *
      *   CARTE REFPPARM : retention en jours (4 chiffres, non nulle), *
      *               ex. "0400" pour garder les references traitees   *
      *               depuis moins de 400 jours.                       *
      *                                                                *
      *   CODE RETOUR : 0 = purge effectuee,                           *
      *                 8 = suppression(s) en erreur (references       *
      *                     conservees, voir SYSOUT),                  *
      *                12 = carte invalide ou fichier indisponible.    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFPURG.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO REFPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFPPARM-STATUS.

      *    References deja traitees (voir REFREC), parcourues en
      *    sequence de cles et purgees sur place. OPTIONAL : aucun
      *    run BUSDAYS encore passe.
           SELECT OPTIONAL PROCESSED-REF-FILE ASSIGN TO REFTRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-REFERENCE
               FILE STATUS IS WS-REFTRT-STATUS.

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
      *    Retention en jours calendaires
       01  PARAM-RECORD.
           05  PC-RETENTION PIC X(04).

       FD  PROCESSED-REF-FILE.
           COPY REFREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

       01  WS-REFPPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-REFTRT-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : date du jour -> numero
      *    de serie, puis numero de serie de coupe -> date
           COPY DATEPRM.

       01  WS-EOF-REFERENCES PIC X(01) VALUE 'N'.
           88  EOF-REFERENCES VALUE 'Y'.

      *    Retention demandee, date du jour et date de coupe (les
      *    references traitees STRICTEMENT avant sont purgees)
       01  WS-RETENTION PIC 9(04).
       01  WS-DATE-JOUR.
           05  WS-JOUR-ANNEE PIC 9(04).
           05  WS-JOUR-MOIS PIC 9(02).
           05  WS-JOUR-JOUR PIC 9(02).
       01  WS-DATE-COUPE.
           05  WS-COUPE-ANNEE PIC 9(04).
           05  WS-COUPE-MOIS PIC 9(02).
           05  WS-COUPE-JOUR PIC 9(02).

      *    Compteurs
       01  WS-NB-LUES PIC 9(08) VALUE 0.
       01  WS-NB-SUPPRIMEES PIC 9(08) VALUE 0.
       01  WS-NB-CONSERVEES PIC 9(08) VALUE 0.
       01  WS-NB-ILLISIBLES PIC 9(08) VALUE 0.
       01  WS-NB-ERREURS PIC 9(08) VALUE 0.

      *    Zones de la ligne d'historique des runs (voir RUNREC)
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-DATE PIC 9(08).
       01  WS-HIST-HEURE PIC 9(08).
       01  WS-NB-PRODUITES PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-REFERENCES
               READ PROCESSED-REF-FILE NEXT
                   AT END
                       SET EOF-REFERENCES TO TRUE
                   NOT AT END
                       PERFORM 3000-TRAITER-REFERENCE
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           PERFORM 1200-CALCULER-COUPE
           OPEN I-O PROCESSED-REF-FILE
           IF WS-REFTRT-STATUS NOT = '00' AND
              WS-REFTRT-STATUS NOT = '05'
               DISPLAY "Erreur ouverture REFTRT, statut "
                   WS-REFTRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Lit et valide la carte parametre : retention numerique et
      *    non nulle (une retention nulle viderait le fichier et
      *    laisserait passer toute resoumission). Toute anomalie
      *    arrete le job avec le code retour 12.
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-REFPPARM-STATUS NOT = '00'
               DISPLAY "Carte REFPPARM absente, statut "
                   WS-REFPPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte REFPPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-RETENTION NOT NUMERIC
               DISPLAY "Carte REFPPARM invalide (retention non "
                   "numerique) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-RETENTION TO WS-RETENTION
           IF WS-RETENTION = 0
               DISPLAY "Carte REFPPARM invalide (retention nulle)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Date de coupe = date du jour moins la retention, par les
      *    numeros de serie de DATESRV
       1200-CALCULER-COUPE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-JOUR-ANNEE TO DSP-ANNEE
           MOVE WS-JOUR-MOIS TO DSP-MOIS
           MOVE WS-JOUR-JOUR TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               SUBTRACT WS-RETENTION FROM DSP-SERIAL
               MOVE 'D' TO DSP-FONCTION
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           END-IF
           IF NOT DSP-OK
               DISPLAY "Date de coupe incalculable (retention "
                   WS-RETENTION " jours au " WS-DATE-JOUR ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DSP-ANNEE TO WS-COUPE-ANNEE
           MOVE DSP-MOIS TO WS-COUPE-MOIS
           MOVE DSP-JOUR TO WS-COUPE-JOUR
           DISPLAY "Purge des references traitees avant le "
               WS-DATE-COUPE " (retention " WS-RETENTION " jours)".

      *    Supprime la reference lue si son dernier traitement est
      *    anterieur a la date de coupe ; une date illisible est
      *    conservee et comptee a part
       3000-TRAITER-REFERENCE.
           ADD 1 TO WS-NB-LUES
           IF REF-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-NB-ILLISIBLES
               ADD 1 TO WS-NB-CONSERVEES
           ELSE
               IF REF-RUN-DATE < WS-DATE-COUPE
                   PERFORM 3100-SUPPRIMER-REFERENCE
               ELSE
                   ADD 1 TO WS-NB-CONSERVEES
               END-IF
           END-IF.

      *    Supprime la reference qui vient d'etre lue ; une
      *    suppression en erreur laisse la reference en place
       3100-SUPPRIMER-REFERENCE.
           DELETE PROCESSED-REF-FILE RECORD
           IF WS-REFTRT-STATUS = '00'
               ADD 1 TO WS-NB-SUPPRIMEES
           ELSE
               DISPLAY "Erreur suppression REFTRT, statut "
                   WS-REFTRT-STATUS " : " REF-REFERENCE
               ADD 1 TO WS-NB-ERREURS
               ADD 1 TO WS-NB-CONSERVEES
           END-IF.

      *    Bilan de la purge, code retour et fermeture
       9000-TERMINAISON.
           CLOSE PROCESSED-REF-FILE
           DISPLAY "References lues       : " WS-NB-LUES
           DISPLAY "References purgees    : " WS-NB-SUPPRIMEES
           DISPLAY "References conservees : " WS-NB-CONSERVEES
           DISPLAY "Dates illisibles      : " WS-NB-ILLISIBLES
               " (conservees)"
           IF WS-NB-ERREURS > 0
               DISPLAY WS-NB-ERREURS " suppression(s) en erreur"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9500-ECRIRE-HISTORIQUE.

      *    Ajoute la ligne de ce run a l'historique partage RUNHIST
      *    (voir RUNREC), pour le rapport mensuel d'exploitation
      *    OPSRPT. Comme pour AUDARCH, les ecrits comptent chaque
      *    reference lue, purgee ou conservee. Un historique
      *    indisponible est signale mais ne fait pas echouer le run
      *    lui-meme.
       9500-ECRIRE-HISTORIQUE.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00' AND
              WS-RUNHIST-STATUS NOT = '05'
               DISPLAY "Historique RUNHIST indisponible, statut "
                   WS-RUNHIST-STATUS
           ELSE
               ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-HIST-HEURE FROM TIME
               COMPUTE WS-NB-PRODUITES =
                   WS-NB-SUPPRIMEES + WS-NB-CONSERVEES
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE 'REFPURG' TO RH-PROGRAMME
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-HEURE TO RH-HEURE
               MOVE WS-NB-LUES TO RH-NB-LUS
               MOVE WS-NB-PRODUITES TO RH-NB-ECRITS
               MOVE 0 TO RH-NB-REJETS
               MOVE RETURN-CODE TO RH-CODE-RETOUR
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
