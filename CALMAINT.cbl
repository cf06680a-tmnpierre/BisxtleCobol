      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Entretien operateur des definitions de           *
      *               calendriers regionaux CALMAST (voir copybook     *
      *               CALREC) : liste les calendriers definis, ajoute  *
      *               un calendrier, modifie une definition (libelle,  *
      *               jours de repos hebdomadaire, calendrier actif    *
      *               ou retire, annees de validite). Un calendrier    *
      *               ne se supprime pas : on le retire (actif = N),   *
      *               ses jours feries restant consultables.           *
      *               Le week-end d'un calendrier pilote tous les      *
      *               decomptes de jours ouvres (DATESRV, BUSDAYS,     *
      *               BUSDINQ) : chaque ajout ou modification est      *
      *               trace dans le journal d'audit HOLAUD, comme les  *
      *               modifications de jours feries de HOLMAINT.       *
      *               Meme style de dialogue ACCEPT/DISPLAY et memes   *
      *               validations de saisie que HOLMAINT.              *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Definitions des calendriers, indexees par code (voir
      *    CALREC), mises a jour par cle. OPTIONAL : un premier
      *    lancement peut partir d'un fichier vide.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CODE
               FILE STATUS IS WS-CALMAST-STATUS.

      *    Journal d'audit partage avec HOLMAINT : une ligne par
      *    ajout ou modification de definition
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-CALMAST-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.

       01  WS-EOF-CALMAST PIC X(01) VALUE 'N'.
           88  EOF-CALMAST VALUE 'Y'.

      *    Action demandee par l'operateur
       01  WS-ACTION PIC X(01).
           88  ACTION-LISTER VALUE 'L'.
           88  ACTION-AJOUTER VALUE 'A'.
           88  ACTION-MODIFIER VALUE 'M'.
           88  ACTION-FIN VALUE 'F'.

      *    Annees du perimetre : epoque du decompte de BUSDAYS
       01  WS-ANNEE-MIN PIC 9(04) VALUE 1583.

      *    Zones de saisie brutes, validees avant tout deplacement
      *    vers une zone numerique (meme principe que HOLMAINT)
       01  WS-CODE-SAISI PIC X(03) VALUE SPACES.
       01  WS-LIBELLE-SAISI PIC X(30) VALUE SPACES.
       01  WS-WEEKEND-SAISI PIC X(07) VALUE SPACES.
       01  WS-ACTIF-SAISI PIC X(01) VALUE SPACE.
       01  WS-ANNEE-DEBUT-SAISIE PIC X(04) VALUE SPACES.
       01  WS-ANNEE-FIN-SAISIE PIC X(04) VALUE SPACES.

      *    Definition en cours de saisie, recopiee dans
      *    l'enregistrement une fois entierement validee
       01  WS-DEFINITION.
           05  WS-DEF-LIBELLE PIC X(30).
           05  WS-DEF-WEEKEND PIC X(07).
           05  WS-DEF-ACTIF PIC X(01).
           05  WS-DEF-ANNEE-DEBUT PIC 9(04).
           05  WS-DEF-ANNEE-FIN PIC 9(04).

       01  WS-SAISIE-VALIDE PIC X(01).
           88  SAISIE-VALIDE VALUE 'O'.
       01  WS-CODE-TROUVE PIC X(01).
           88  CODE-TROUVE VALUE 'O'.

      *    Controle du motif de week-end : que des 'O' et des 'N',
      *    et au moins un jour travaille
       01  WS-NB-REPOS PIC 9(01).
       01  WS-NB-TRAVAILLES PIC 9(01).

      *    Nombre de definitions (compte a l'ouverture, entretenu
      *    au fil des ajouts) et nombre de lignes de la liste
       01  WS-NB-CALENDRIERS PIC 9(04) VALUE 0.
       01  WS-NB-LISTES PIC 9(04) VALUE 0.

      *    Zones utilisées pour construire la ligne d'audit (meme
      *    gabarit que HOLMAINT : date, heure, utilisateur, puis
      *    l'action CAJ = ajout de calendrier ou CMO = modification,
      *    et le code calendrier concerne ; pas de date de jour
      *    ferie)
       01  WS-AUDIT-DATE PIC 9(08).
       01  WS-AUDIT-TIME PIC 9(08).
       01  WS-AUDIT-USER PIC X(08) VALUE SPACES.
       01  WS-AUDIT-LIGNE.
           05  WS-AUDIT-LG-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AUDIT-LG-TIME PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AUDIT-LG-USER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AUDIT-LG-ACTION PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AUDIT-LG-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-AUDIT-LG-FERIE PIC X(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL ACTION-FIN
               DISPLAY "Action (L=lister, A=ajouter, M=modifier, "
                   "F=fin) : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-LISTER
                       PERFORM 3000-LISTER-CALENDRIERS
                   WHEN ACTION-AJOUTER
                       PERFORM 4000-AJOUTER-CALENDRIER
                   WHEN ACTION-MODIFIER
                       PERFORM 5000-MODIFIER-CALENDRIER
                   WHEN ACTION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Action inconnue : repondre L, A, M "
                           "ou F."
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

       1000-INITIALISATION.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLAUD, statut "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
           PERFORM 1100-OUVRIR-DEFINITIONS.

      *    Ouvre les definitions en mise a jour par cle et les
      *    compte pour l'annonce d'ouverture. Le statut '05'
      *    (fichier OPTIONAL cree a l'ouverture) est normal au tout
      *    premier lancement.
       1100-OUVRIR-DEFINITIONS.
           OPEN I-O CALENDAR-FILE
           IF WS-CALMAST-STATUS = '00' OR WS-CALMAST-STATUS = '05'
               PERFORM UNTIL EOF-CALMAST
                   READ CALENDAR-FILE NEXT
                       AT END
                           SET EOF-CALMAST TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-CALENDRIERS
                   END-READ
               END-PERFORM
               DISPLAY "Definitions ouvertes : " WS-NB-CALENDRIERS
                   " calendrier(s)"
           ELSE
               DISPLAY "Erreur ouverture CALMAST, statut "
                   WS-CALMAST-STATUS
               STOP RUN
           END-IF.

      *    Demande a l'operateur le code calendrier sur lequel
      *    porte l'action (blanc = calendrier par defaut) et le
      *    cherche par lecture directe
       2100-DEMANDER-CODE.
           DISPLAY "Code calendrier (blanc = defaut) : "
               WITH NO ADVANCING
           ACCEPT WS-CODE-SAISI
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI
           MOVE 'N' TO WS-CODE-TROUVE
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-CODE-SAISI TO CAL-CODE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO WS-CODE-TROUVE
           END-READ.

      *    Liste toutes les definitions dans l'ordre des codes
       3000-LISTER-CALENDRIERS.
           MOVE 0 TO WS-NB-LISTES
           MOVE LOW-VALUES TO CAL-CODE
           MOVE 'N' TO WS-EOF-CALMAST
           START CALENDAR-FILE KEY >= CAL-CODE
               INVALID KEY
                   SET EOF-CALMAST TO TRUE
           END-START
           PERFORM UNTIL EOF-CALMAST
               READ CALENDAR-FILE NEXT
                   AT END
                       SET EOF-CALMAST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LISTES
                       PERFORM 3100-AFFICHER-DEFINITION
               END-READ
           END-PERFORM
           DISPLAY WS-NB-LISTES " calendrier(s) defini(s)".

      *    Une ligne par definition : code, libelle, jours de repos
      *    (lundi -> dimanche), actif, annees de validite
       3100-AFFICHER-DEFINITION.
           DISPLAY "'" CAL-CODE "' " CAL-LIBELLE " repos "
               CAL-WEEKEND " actif " CAL-ACTIF " "
               CAL-ANNEE-DEBUT "-" CAL-ANNEE-FIN.

      *    Ajoute une definition : code encore absent, puis saisie
      *    complete de la definition, validee avant l'ecriture par
      *    cle et tracee
       4000-AJOUTER-CALENDRIER.
           PERFORM 2100-DEMANDER-CODE
           IF CODE-TROUVE
               DISPLAY "Calendrier deja defini : "
               PERFORM 3100-AFFICHER-DEFINITION
           ELSE
               MOVE SPACES TO WS-DEF-LIBELLE
               MOVE 'NNNNNOO' TO WS-DEF-WEEKEND
               MOVE 'O' TO WS-DEF-ACTIF
               MOVE WS-ANNEE-MIN TO WS-DEF-ANNEE-DEBUT
               MOVE 9999 TO WS-DEF-ANNEE-FIN
               PERFORM 6000-SAISIR-DEFINITION
               IF SAISIE-VALIDE
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE WS-CODE-SAISI TO CAL-CODE
                   PERFORM 6900-GARNIR-ENREGISTREMENT
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "Erreur ecriture CALMAST, statut "
                               WS-CALMAST-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-CALENDRIERS
                           MOVE 'CAJ' TO WS-AUDIT-LG-ACTION
                           PERFORM 8100-TRACER-ACTION
                           DISPLAY "Calendrier ajoute : "
                           PERFORM 3100-AFFICHER-DEFINITION
                   END-WRITE
               END-IF
           END-IF.

      *    Modifie une definition existante : chaque zone est
      *    reproposee (blanc = inchangee), la definition complete
      *    est revalidee avant la reecriture par cle et tracee
       5000-MODIFIER-CALENDRIER.
           PERFORM 2100-DEMANDER-CODE
           IF NOT CODE-TROUVE
               DISPLAY "Calendrier non defini : '" WS-CODE-SAISI "'"
           ELSE
               PERFORM 3100-AFFICHER-DEFINITION
               MOVE CAL-LIBELLE TO WS-DEF-LIBELLE
               MOVE CAL-WEEKEND TO WS-DEF-WEEKEND
               MOVE CAL-ACTIF TO WS-DEF-ACTIF
               MOVE WS-ANNEE-MIN TO WS-DEF-ANNEE-DEBUT
               MOVE 9999 TO WS-DEF-ANNEE-FIN
               IF CAL-ANNEE-DEBUT NUMERIC
                   MOVE CAL-ANNEE-DEBUT TO WS-DEF-ANNEE-DEBUT
               END-IF
               IF CAL-ANNEE-FIN NUMERIC
                   MOVE CAL-ANNEE-FIN TO WS-DEF-ANNEE-FIN
               END-IF
               PERFORM 6000-SAISIR-DEFINITION
               IF SAISIE-VALIDE
                   PERFORM 6900-GARNIR-ENREGISTREMENT
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "Erreur reecriture CALMAST, "
                               "statut " WS-CALMAST-STATUS
                       NOT INVALID KEY
                           MOVE 'CMO' TO WS-AUDIT-LG-ACTION
                           PERFORM 8100-TRACER-ACTION
                           DISPLAY "Calendrier modifie : "
                           PERFORM 3100-AFFICHER-DEFINITION
                   END-REWRITE
               END-IF
           END-IF.

      *    Saisie de la definition, zone par zone ; une reponse a
      *    blanc garde la valeur proposee (defaut a l'ajout, valeur
      *    en place a la modification). La premiere zone invalide
      *    abandonne la saisie sans rien ecrire.
       6000-SAISIR-DEFINITION.
           MOVE 'O' TO WS-SAISIE-VALIDE
           DISPLAY "Libelle [" WS-DEF-LIBELLE "] : "
               WITH NO ADVANCING
           ACCEPT WS-LIBELLE-SAISI
           IF WS-LIBELLE-SAISI NOT = SPACES
               MOVE WS-LIBELLE-SAISI TO WS-DEF-LIBELLE
           END-IF
           PERFORM 6100-SAISIR-WEEKEND
           IF SAISIE-VALIDE
               PERFORM 6200-SAISIR-ACTIF
           END-IF
           IF SAISIE-VALIDE
               PERFORM 6300-SAISIR-ANNEES
           END-IF.

      *    Jours de repos : 7 positions du lundi au dimanche, 'O' =
      *    repos, 'N' = travaille, au moins un jour travaille
       6100-SAISIR-WEEKEND.
           DISPLAY "Jours de repos lundi->dimanche, O=repos N=ouvre "
               "[" WS-DEF-WEEKEND "] : " WITH NO ADVANCING
           ACCEPT WS-WEEKEND-SAISI
           MOVE FUNCTION UPPER-CASE(WS-WEEKEND-SAISI)
               TO WS-WEEKEND-SAISI
           IF WS-WEEKEND-SAISI NOT = SPACES
               MOVE 0 TO WS-NB-REPOS
               MOVE 0 TO WS-NB-TRAVAILLES
               INSPECT WS-WEEKEND-SAISI TALLYING
                   WS-NB-REPOS FOR ALL 'O'
                   WS-NB-TRAVAILLES FOR ALL 'N'
               IF WS-NB-REPOS + WS-NB-TRAVAILLES NOT = 7
                   DISPLAY "Saisie invalide : 7 caracteres O ou N "
                       "(ex. NNNNNOO)."
                   MOVE 'N' TO WS-SAISIE-VALIDE
               ELSE
                   IF WS-NB-TRAVAILLES = 0
                       DISPLAY "Saisie invalide : au moins un jour "
                           "travaille par semaine."
                       MOVE 'N' TO WS-SAISIE-VALIDE
                   ELSE
                       MOVE WS-WEEKEND-SAISI TO WS-DEF-WEEKEND
                   END-IF
               END-IF
           END-IF.

       6200-SAISIR-ACTIF.
           DISPLAY "Actif (O/N) [" WS-DEF-ACTIF "] : "
               WITH NO ADVANCING
           ACCEPT WS-ACTIF-SAISI
           MOVE FUNCTION UPPER-CASE(WS-ACTIF-SAISI) TO WS-ACTIF-SAISI
           EVALUATE WS-ACTIF-SAISI
               WHEN SPACE
                   CONTINUE
               WHEN 'O'
               WHEN 'N'
                   MOVE WS-ACTIF-SAISI TO WS-DEF-ACTIF
               WHEN OTHER
                   DISPLAY "Saisie invalide : repondre O ou N."
                   MOVE 'N' TO WS-SAISIE-VALIDE
           END-EVALUATE.

      *    Annees de validite : 4 chiffres chacune, dans le
      *    perimetre du decompte, debut <= fin
       6300-SAISIR-ANNEES.
           DISPLAY "Premiere annee de validite [" WS-DEF-ANNEE-DEBUT
               "] : " WITH NO ADVANCING
           ACCEPT WS-ANNEE-DEBUT-SAISIE
           IF WS-ANNEE-DEBUT-SAISIE NOT = SPACES
               IF WS-ANNEE-DEBUT-SAISIE NOT NUMERIC
                   DISPLAY "Saisie invalide : entrez 4 chiffres "
                       "(ex. 2028)."
                   MOVE 'N' TO WS-SAISIE-VALIDE
               ELSE
                   MOVE WS-ANNEE-DEBUT-SAISIE TO WS-DEF-ANNEE-DEBUT
               END-IF
           END-IF
           IF SAISIE-VALIDE
               DISPLAY "Derniere annee de validite ["
                   WS-DEF-ANNEE-FIN "] : " WITH NO ADVANCING
               ACCEPT WS-ANNEE-FIN-SAISIE
               IF WS-ANNEE-FIN-SAISIE NOT = SPACES
                   IF WS-ANNEE-FIN-SAISIE NOT NUMERIC
                       DISPLAY "Saisie invalide : entrez 4 chiffres "
                           "(ex. 2028)."
                       MOVE 'N' TO WS-SAISIE-VALIDE
                   ELSE
                       MOVE WS-ANNEE-FIN-SAISIE TO WS-DEF-ANNEE-FIN
                   END-IF
               END-IF
           END-IF
           IF SAISIE-VALIDE
               IF WS-DEF-ANNEE-DEBUT < WS-ANNEE-MIN
                   DISPLAY "Annee hors perimetre : a partir de "
                       WS-ANNEE-MIN
                   MOVE 'N' TO WS-SAISIE-VALIDE
               ELSE
                   IF WS-DEF-ANNEE-DEBUT > WS-DEF-ANNEE-FIN
                       DISPLAY "Annees invalides : "
                           WS-DEF-ANNEE-DEBUT " > " WS-DEF-ANNEE-FIN
                       MOVE 'N' TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
           END-IF.

      *    Recopie la definition validee dans l'enregistrement (la
      *    cle CAL-CODE est deja en place)
       6900-GARNIR-ENREGISTREMENT.
           MOVE WS-DEF-LIBELLE TO CAL-LIBELLE
           MOVE WS-DEF-WEEKEND TO CAL-WEEKEND
           MOVE WS-DEF-ACTIF TO CAL-ACTIF
           MOVE WS-DEF-ANNEE-DEBUT TO CAL-ANNEE-DEBUT
           MOVE WS-DEF-ANNEE-FIN TO CAL-ANNEE-FIN.

      *    Trace la modification dans le journal d'audit (meme
      *    principe que HOLMAINT)
       8100-TRACER-ACTION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO WS-AUDIT-LG-DATE
           MOVE WS-AUDIT-TIME TO WS-AUDIT-LG-TIME
           MOVE WS-AUDIT-USER TO WS-AUDIT-LG-USER
           MOVE WS-CODE-SAISI TO WS-AUDIT-LG-CALENDRIER
           MOVE SPACES TO WS-AUDIT-LG-FERIE
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUDIT-LIGNE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       9000-TERMINAISON.
           CLOSE AUDIT-FILE
                 CALENDAR-FILE.
