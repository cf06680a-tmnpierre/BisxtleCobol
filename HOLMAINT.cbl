      *               regional demande a l'operateur (blanc =          *
      *               calendrier par defaut) ; une meme date peut      *
      *               etre feriee dans plusieurs calendriers.          *
      *               Validation a quatre yeux : un ajout ou une       *
      *               suppression ne touche plus HOLCAL. Il est        *
      *               depose comme demande en attente dans HOLPEND     *
      *               (voir PENDREC), qu'un second operateur approuve  *
      *               ou refuse dans HOLAPPR ; le batch HOLAPLY        *
      *               reporte ensuite les demandes approuvees dans     *
      *               HOLCAL. Une seule demande ouverte a la fois par  *
      *               calendrier + date. HOLCAL n'est ouvert qu'en     *
      *               lecture (liste, controle de presence).           *
      *               Meme style de dialogue ACCEPT/DISPLAY et memes   *
      *               validations de saisie que BISXTLE (saisie non    *
      *               numerique refusee, dates impossibles comme le    *
      *               30 fevrier refusees), et chaque demande          *
      *               est tracee dans un journal d'audit comme le      *
      *               sont les consultations de BISXTLE (actions       *
      *               DAJ / DSU, voir HAUDREC).                        *
      *               Un jour ferie ne s'ajoute que sous un code       *
      *               calendrier defini dans CALMAST (voir CALREC).    *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Calendrier des jours feries, indexe par sa cle
      *    calendrier + date (voir HOLREC), consulte par cle : les
      *    modifications passent par les demandes HOLPEND.
      *    OPTIONAL : un premier lancement peut partir d'un
      *    calendrier vide.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    Demandes de modification en attente de validation,
      *    indexees par calendrier + date + horodatage de la
      *    demande (voir PENDREC). OPTIONAL : cree a la premiere
      *    demande.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO HOLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CLE
               FILE STATUS IS WS-HOLPEND-STATUS.

      *    Journal d'audit des modifications : une ligne par
      *    demande d'ajout ou de suppression, sur le modele du
      *    journal AUDITLOG de BISXTLE
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(60).

           COPY YEARREC.

       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLPEND-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
       01  WS-DATE-VALIDE PIC X(01).
           88  DATE-EST-VALIDE VALUE 'O'.
       01  WS-JOUR-MAX PIC 9(02).
       01  WS-CALENDRIER-CONNU PIC X(01).
           88  CALENDRIER-CONNU VALUE 'O'.

      *    Nombre d'entrees du calendrier (compte a l'ouverture,
      *    entretenu au fil des ajouts et suppressions) et nombre
       01  WS-FIN-PLAGE PIC X(01).
           88  FIN-PLAGE VALUE 'O'.

      *    Demande deja ouverte (en attente ou approuvee, pas encore
      *    appliquee) pour le calendrier + date saisi ? Une seule a
      *    la fois : la seconde contredirait ou doublerait la
      *    premiere
       01  WS-DEMANDE-OUVERTE PIC X(01).
           88  DEMANDE-OUVERTE VALUE 'O'.
       01  WS-ACTION-DEMANDEE PIC X(03).

      *    Nombre de jours de chaque mois (année non bissextile)
       01  DAYS-IN-MONTH-VALUES.
           05  FILLER PIC 9(02) VALUE 31.

      *    Zones utilisées pour construire la ligne d'audit (meme
      *    gabarit que BISXTLE : date, heure, utilisateur, puis
      *    l'action DAJ/DSU, le code calendrier et la date de jour
      *    ferie concernee - disposition HAUDREC). La date et
      *    l'heure sont aussi celles de la demande deposee.
       01  WS-AUDIT-DATE PIC 9(08).
       01  WS-AUDIT-TIME PIC 9(08).
       01  WS-AUDIT-USER PIC X(08) VALUE SPACES.
           PERFORM 9000-TERMINAISON
           STOP RUN.

      *    Le demandeur est la moitie des quatre yeux : sans
      *    identifiant, aucune demande ne peut etre deposee
       1000-INITIALISATION.
           ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
           IF WS-AUDIT-USER = SPACES
               DISPLAY "Operateur non identifie : saisie "
                   "impossible"
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLAUD, statut "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           PERFORM 1100-OUVRIR-CALENDRIER
           PERFORM 1200-OUVRIR-DEMANDES.

      *    Ouvre le calendrier en lecture et compte ses entrees
      *    pour l'annonce d'ouverture. Le statut '05' (fichier
      *    OPTIONAL absent) est normal au tout premier lancement
      *    sur un calendrier qui n'existait pas.
       1100-OUVRIR-CALENDRIER.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLCAL-STATUS = '00' OR WS-HOLCAL-STATUS = '05'
               PERFORM UNTIL EOF-HOLCAL
                   READ HOLIDAY-FILE NEXT
               STOP RUN
           END-IF.

      *    Ouvre les demandes en mise a jour par cle ('05' : fichier
      *    OPTIONAL cree a la premiere demande)
       1200-OUVRIR-DEMANDES.
           OPEN I-O PENDING-FILE
           IF WS-HOLPEND-STATUS NOT = '00' AND
              WS-HOLPEND-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLPEND, statut "
                   WS-HOLPEND-STATUS
               STOP RUN
           END-IF.

      *    Demande a l'operateur le calendrier regional sur lequel
      *    porte l'action (blanc = calendrier par defaut)
       2100-DEMANDER-CALENDRIER.
           MOVE FUNCTION UPPER-CASE(WS-CALENDRIER-SAISI)
               TO WS-CALENDRIER-SAISI.

      *    Le calendrier saisi doit figurer dans les definitions
      *    CALMAST (controle par DATESRV) pour recevoir un jour
      *    ferie ; sans CALMAST, aucun code ne peut etre verifie
      *    et l'ajout est refuse
       2200-CONTROLER-CALENDRIER.
           MOVE 'O' TO WS-CALENDRIER-CONNU
           MOVE 'C' TO DSP-FONCTION
           MOVE WS-CALENDRIER-SAISI TO DSP-CALENDRIER
           MOVE 0 TO DSP-ANNEE
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           EVALUATE TRUE
               WHEN DSP-CAL-INCONNU
                   MOVE 'N' TO WS-CALENDRIER-CONNU
                   DISPLAY "Calendrier '" WS-CALENDRIER-SAISI
                       "' absent des definitions CALMAST : ajout "
                       "refuse"
               WHEN DSP-CAL-NON-CONTROLE
                   MOVE 'N' TO WS-CALENDRIER-CONNU
                   DISPLAY "Definitions CALMAST indisponibles : ajout "
                       "refuse"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Liste les jours feries d'une annee demandee a l'operateur
      *    dans le calendrier demande, par plage de cles (le fichier
      *    restitue les cles en ordre croissant)
               END-IF
           END-IF.

      *    Demande l'ajout d'un jour ferie : date validee comme
      *    dans BISXTLE (numerique, mois et jour reels, 29 fevrier
      *    accepte uniquement les annees bissextiles), doublon ou
      *    demande deja ouverte refuses, puis demande deposee et
      *    tracee ; le code calendrier est controle avant toute
      *    saisie
       4000-AJOUTER-FERIE.
           PERFORM 2100-DEMANDER-CALENDRIER
           PERFORM 2200-CONTROLER-CALENDRIER
           IF CALENDRIER-CONNU
               PERFORM 4100-SAISIR-AJOUT
           END-IF.

       4100-SAISIR-AJOUT.
           DISPLAY "Date a ajouter (AAAAMMJJ) : " WITH NO ADVANCING
           ACCEPT WS-DATE-SAISIE
           PERFORM 6000-VALIDER-DATE-SAISIE
                   DISPLAY "Date deja presente au calendrier '"
                       WS-CALENDRIER-SAISI "' : " WS-DATE-SAISIE
               ELSE
                   PERFORM 6200-CHERCHER-DEMANDE
                   IF NOT DEMANDE-OUVERTE
                       DISPLAY "Libelle : " WITH NO ADVANCING
                       ACCEPT WS-LIBELLE-SAISI
                       MOVE 'AJT' TO WS-ACTION-DEMANDEE
                       PERFORM 7000-DEPOSER-DEMANDE
                   END-IF
               END-IF
           END-IF.

      *    Demande la suppression d'un jour ferie : date validee,
      *    presence verifiee, pas de demande deja ouverte, puis
      *    demande deposee (avec le libelle en place, pour
      *    l'approbateur) et tracee
       5000-SUPPRIMER-FERIE.
           PERFORM 2100-DEMANDER-CALENDRIER
           DISPLAY "Date a supprimer (AAAAMMJJ) : " WITH NO ADVANCING
                   DISPLAY "Date absente du calendrier '"
                       WS-CALENDRIER-SAISI "' : " WS-DATE-SAISIE
               ELSE
                   PERFORM 6200-CHERCHER-DEMANDE
                   IF NOT DEMANDE-OUVERTE
                       MOVE HOL-LIBELLE TO WS-LIBELLE-SAISI
                       MOVE 'SUP' TO WS-ACTION-DEMANDEE
                       PERFORM 7000-DEPOSER-DEMANDE
                   END-IF
               END-IF
           END-IF.


      *    Cherche la cle WS-CLE-SAISIE (calendrier + date) par une
      *    lecture directe ; si trouvee, l'enregistrement courant
      *    est positionne dessus (libelle repris par la demande de
      *    suppression)
       6100-CHERCHER-DATE.
           MOVE 'N' TO WS-DATE-TROUVEE
           MOVE SPACES TO HOLIDAY-RECORD
                   MOVE 'O' TO WS-DATE-TROUVEE
           END-READ.

      *    Cherche une demande ouverte (en attente ou approuvee non
      *    encore appliquee) pour WS-CLE-SAISIE, par plage de cles :
      *    les demandes d'un calendrier + date se suivent dans
      *    l'ordre de leur horodatage
       6200-CHERCHER-DEMANDE.
           MOVE 'N' TO WS-DEMANDE-OUVERTE
           MOVE 'N' TO WS-FIN-PLAGE
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-CALENDRIER-SAISI TO PND-CALENDRIER
           MOVE WS-DATE-SAISIE TO PND-DATE
           MOVE 0 TO PND-DEM-DATE
           MOVE 0 TO PND-DEM-HEURE
           START PENDING-FILE KEY >= PND-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-PLAGE
           END-START
           PERFORM UNTIL FIN-PLAGE OR DEMANDE-OUVERTE
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-PLAGE
                   NOT AT END
                       IF PND-CALENDRIER NOT = WS-CALENDRIER-SAISI OR
                          PND-DATE NOT = WS-DATE-SAISIE
                           MOVE 'O' TO WS-FIN-PLAGE
                       ELSE
                           IF PND-OUVERTE
                               MOVE 'O' TO WS-DEMANDE-OUVERTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DEMANDE-OUVERTE
               DISPLAY "Demande deja ouverte pour cette date : "
                   PND-ACTION " par " PND-DEMANDEUR " le "
                   PND-DEM-DATE " (statut " PND-STATUT ")"
           END-IF.

      *    Depose la demande WS-ACTION-DEMANDEE pour WS-CLE-SAISIE
      *    dans HOLPEND, en attente de validation par un second
      *    operateur (HOLAPPR), et la trace dans le journal d'audit
      *    (DAJ / DSU) avec le meme horodatage
       7000-DEPOSER-DEMANDE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-CALENDRIER-SAISI TO PND-CALENDRIER
           MOVE WS-DATE-SAISIE TO PND-DATE
           MOVE WS-AUDIT-DATE TO PND-DEM-DATE
           MOVE WS-AUDIT-TIME TO PND-DEM-HEURE
           MOVE WS-ACTION-DEMANDEE TO PND-ACTION
           MOVE WS-LIBELLE-SAISI TO PND-LIBELLE
           MOVE WS-AUDIT-USER TO PND-DEMANDEUR
           SET PND-EN-ATTENTE TO TRUE
           MOVE 0 TO PND-DEC-DATE
           MOVE 0 TO PND-DEC-HEURE
           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "Erreur ecriture HOLPEND, statut "
                       WS-HOLPEND-STATUS
               NOT INVALID KEY
                   IF WS-ACTION-DEMANDEE = 'AJT'
                       MOVE 'DAJ' TO WS-AUDIT-LG-ACTION
                       DISPLAY "Demande d'ajout enregistree, en "
                           "attente de validation : " WS-DATE-SAISIE
                   ELSE
                       MOVE 'DSU' TO WS-AUDIT-LG-ACTION
                       DISPLAY "Demande de suppression enregistree, "
                           "en attente de validation : "
                           WS-DATE-SAISIE
                   END-IF
                   PERFORM 8100-TRACER-ACTION
           END-WRITE.

      *    Determination par le service de dates partage DATESRV
      *    (table LEAPTAB d'abord, regle a la volee en secours -
      *    l'annee est toujours >= 1583 ici, pas de cas julien)
           MOVE DSP-BISSEXTILE TO BISSEXTILE.

      *    Trace la modification dans le journal d'audit (meme
      *    principe que la trace des consultations de BISXTLE) ; la
      *    date et l'heure sont celles de la demande deposee
       8100-TRACER-ACTION.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-LG-DATE
           MOVE WS-AUDIT-TIME TO WS-AUDIT-LG-TIME
           MOVE WS-AUDIT-USER TO WS-AUDIT-LG-USER

       9000-TERMINAISON.
           CLOSE AUDIT-FILE
                 HOLIDAY-FILE
                 PENDING-FILE.
