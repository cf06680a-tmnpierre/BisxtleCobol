      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Validation a quatre yeux des modifications du    *
      *               calendrier des jours feries HOLCAL. Les ajouts   *
      *               et suppressions saisis dans HOLMAINT attendent   *
      *               dans HOLPEND (voir PENDREC) ; un second          *
      *               operateur les liste ici (demandeur, horodatage   *
      *               de la demande, calendrier, date, libelle) puis   *
      *               approuve ou refuse chacune d'elles. Le           *
      *               demandeur ne peut pas valider sa propre          *
      *               demande. Chaque decision est tracee dans le      *
      *               journal d'audit HOLAUD (actions APP / REF, voir  *
      *               HAUDREC) avec l'approbateur et le demandeur.     *
      *               HOLCAL n'est pas touche ici : les demandes       *
      *               approuvees sont reportees par le batch HOLAPLY.  *
      *               Meme style de dialogue ACCEPT/DISPLAY que        *
      *               HOLMAINT.                                        *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLAPPR.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Demandes de modification, indexees par calendrier + date
      *    + horodatage de la demande (voir PENDREC), mises a jour
      *    par cle a chaque decision. OPTIONAL : aucune demande
      *    encore deposee.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO HOLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CLE
               FILE STATUS IS WS-HOLPEND-STATUS.

      *    Journal d'audit partage avec HOLMAINT : une ligne par
      *    decision
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  AUDIT-FILE.
           COPY HAUDREC.

       WORKING-STORAGE SECTION.

       01  WS-HOLPEND-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.

      *    Action demandee par l'operateur
       01  WS-ACTION PIC X(01).
           88  ACTION-LISTER VALUE 'L'.
           88  ACTION-VALIDER VALUE 'V'.
           88  ACTION-FIN VALUE 'F'.

      *    Decision de l'approbateur sur la demande affichee
       01  WS-DECISION PIC X(01).
           88  DECISION-APPROUVER VALUE 'A'.
           88  DECISION-REFUSER VALUE 'R'.
           88  DECISION-ABANDON VALUE ' '.

      *    Cle de la demande a valider : code calendrier + date du
      *    jour ferie vise
       01  WS-CALENDRIER-SAISI PIC X(03) VALUE SPACES.
       01  WS-DATE-SAISIE PIC X(08) VALUE SPACES.

       01  WS-FIN-PLAGE PIC X(01).
           88  FIN-PLAGE VALUE 'O'.
       01  WS-DEMANDE-TROUVEE PIC X(01).
           88  DEMANDE-TROUVEE VALUE 'O'.

      *    Nombre de demandes en attente restituees par la liste
       01  WS-NB-LISTES PIC 9(08) VALUE 0.

      *    Operateur connecte (l'approbateur) et horodatage de la
      *    decision
       01  WS-AUDIT-USER PIC X(08) VALUE SPACES.
       01  WS-AUDIT-DATE PIC 9(08).
       01  WS-AUDIT-TIME PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL ACTION-FIN
               DISPLAY "Action (L=lister les demandes, V=valider, "
                   "F=fin) : " WITH NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-LISTER
                       PERFORM 3000-LISTER-DEMANDES
                   WHEN ACTION-VALIDER
                       PERFORM 4000-VALIDER-DEMANDE
                   WHEN ACTION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Action inconnue : repondre L, V ou F."
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-TERMINAISON
           STOP RUN.

      *    L'identite de l'operateur est la garantie des quatre
      *    yeux : sans identifiant, aucune validation n'est possible
       1000-INITIALISATION.
           ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
           IF WS-AUDIT-USER = SPACES
               DISPLAY "Operateur non identifie : validation "
                   "impossible"
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLAUD, statut "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-HOLPEND-STATUS NOT = '00' AND
              WS-HOLPEND-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLPEND, statut "
                   WS-HOLPEND-STATUS
               STOP RUN
           END-IF.

      *    Liste toutes les demandes en attente de validation, dans
      *    l'ordre calendrier + date + horodatage
       3000-LISTER-DEMANDES.
           MOVE 0 TO WS-NB-LISTES
           MOVE LOW-VALUES TO PND-CLE
           MOVE 'N' TO WS-FIN-PLAGE
           START PENDING-FILE KEY >= PND-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-PLAGE
           END-START
           PERFORM UNTIL FIN-PLAGE
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-PLAGE
                   NOT AT END
                       IF PND-EN-ATTENTE
                           ADD 1 TO WS-NB-LISTES
                           PERFORM 3100-AFFICHER-DEMANDE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-NB-LISTES " demande(s) en attente de "
               "validation".

      *    Une ligne par demande : calendrier, date, action,
      *    libelle, demandeur et horodatage de la demande
       3100-AFFICHER-DEMANDE.
           DISPLAY "'" PND-CALENDRIER "' " PND-DATE " " PND-ACTION
               " " PND-LIBELLE " par " PND-DEMANDEUR " le "
               PND-DEM-DATE " " PND-DEM-HEURE(1:2) "H"
               PND-DEM-HEURE(3:2).

      *    Approuve ou refuse la demande en attente d'un calendrier
      *    + date : le demandeur ne peut pas valider sa propre
      *    demande ; la decision est reecrite par cle puis tracee
       4000-VALIDER-DEMANDE.
           DISPLAY "Code calendrier (blanc = defaut) : "
               WITH NO ADVANCING
           ACCEPT WS-CALENDRIER-SAISI
           MOVE FUNCTION UPPER-CASE(WS-CALENDRIER-SAISI)
               TO WS-CALENDRIER-SAISI
           DISPLAY "Date du jour ferie (AAAAMMJJ) : "
               WITH NO ADVANCING
           ACCEPT WS-DATE-SAISIE
           PERFORM 4100-CHERCHER-DEMANDE
           IF NOT DEMANDE-TROUVEE
               DISPLAY "Aucune demande en attente pour le "
                   "calendrier '" WS-CALENDRIER-SAISI "' : "
                   WS-DATE-SAISIE
           ELSE
               PERFORM 3100-AFFICHER-DEMANDE
               IF PND-DEMANDEUR = WS-AUDIT-USER
                   DISPLAY "Validation refusee : une demande doit "
                       "etre validee par un autre operateur que "
                       "son demandeur."
               ELSE
                   DISPLAY "Decision (A=approuver, R=refuser, "
                       "blanc=abandon) : " WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   MOVE FUNCTION UPPER-CASE(WS-DECISION)
                       TO WS-DECISION
                   EVALUATE TRUE
                       WHEN DECISION-APPROUVER
                       WHEN DECISION-REFUSER
                           PERFORM 4200-ENREGISTRER-DECISION
                       WHEN DECISION-ABANDON
                           DISPLAY "Demande laissee en attente."
                       WHEN OTHER
                           DISPLAY "Decision inconnue : demande "
                               "laissee en attente."
                   END-EVALUATE
               END-IF
           END-IF.

      *    Cherche, par plage de cles, la demande en attente du
      *    calendrier + date saisi (une seule ouverte a la fois,
      *    voir HOLMAINT) ; si trouvee, l'enregistrement courant est
      *    positionne dessus pour la reecriture
       4100-CHERCHER-DEMANDE.
           MOVE 'N' TO WS-DEMANDE-TROUVEE
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
           PERFORM UNTIL FIN-PLAGE OR DEMANDE-TROUVEE
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-PLAGE
                   NOT AT END
                       IF PND-CALENDRIER NOT = WS-CALENDRIER-SAISI OR
                          PND-DATE NOT = WS-DATE-SAISIE
                           MOVE 'O' TO WS-FIN-PLAGE
                       ELSE
                           IF PND-EN-ATTENTE
                               MOVE 'O' TO WS-DEMANDE-TROUVEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Reecrit la demande avec la decision, l'approbateur et
      *    l'horodatage, puis trace APP / REF avec les deux
      *    operateurs
       4200-ENREGISTRER-DECISION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           IF DECISION-APPROUVER
               SET PND-APPROUVEE TO TRUE
           ELSE
               SET PND-REFUSEE TO TRUE
           END-IF
           MOVE WS-AUDIT-USER TO PND-APPROBATEUR
           MOVE WS-AUDIT-DATE TO PND-DEC-DATE
           MOVE WS-AUDIT-TIME TO PND-DEC-HEURE
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "Erreur reecriture HOLPEND, statut "
                       WS-HOLPEND-STATUS
               NOT INVALID KEY
                   PERFORM 8100-TRACER-DECISION
                   IF DECISION-APPROUVER
                       DISPLAY "Demande approuvee : sera reportee "
                           "dans HOLCAL par le prochain HOLAPLY."
                   ELSE
                       DISPLAY "Demande refusee."
                   END-IF
           END-REWRITE.

      *    Trace la decision dans le journal d'audit : l'approbateur
      *    en HA-USER, le demandeur en HA-USER2
       8100-TRACER-DECISION.
           MOVE SPACES TO HOLAUD-RECORD
           MOVE WS-AUDIT-DATE TO HA-DATE
           MOVE WS-AUDIT-TIME TO HA-HEURE
           MOVE WS-AUDIT-USER TO HA-USER
           IF DECISION-APPROUVER
               MOVE 'APP' TO HA-ACTION
           ELSE
               MOVE 'REF' TO HA-ACTION
           END-IF
           MOVE PND-CALENDRIER TO HA-CALENDRIER
           MOVE PND-DATE TO HA-FERIE
           MOVE PND-DEMANDEUR TO HA-USER2
           WRITE HOLAUD-RECORD.

       9000-TERMINAISON.
           CLOSE AUDIT-FILE
                 PENDING-FILE.
