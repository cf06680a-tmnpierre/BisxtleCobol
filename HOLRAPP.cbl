      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Rapprochement du calendrier des jours feries     *
      *               HOLCAL (voir HOLREC) avec un flux externe de     *
      *               jours feries officiels HOLFLUX (bourses,         *
      *               banques centrales : ponts et fermetures          *
      *               exceptionnelles annonces chaque annee). Pour     *
      *               les annees de la carte RAPPARM et les            *
      *               calendriers presents dans le flux, le rapport    *
      *               RAPRPRT liste :                                  *
      *                 1. les feries du flux absents de HOLCAL,       *
      *                 2. les feries de HOLCAL absents du flux,       *
      *                 3. les libelles differents pour une meme date. *
      *               En mode application, les feries du groupe 1      *
      *               sont ajoutes dans HOLCAL avec l'origine 'I'      *
      *               (importe, conserve par les regenerations         *
      *               HOLGEN) et chaque ajout est trace dans HOLAUD    *
      *               (action AJT, voir HAUDREC) : HOLIMPA en mesure   *
      *               ensuite l'impact comme pour un ajout HOLAPLY.    *
      *               Les groupes 2 et 3 ne sont jamais appliques :    *
      *               ils se corrigent par la saisie a quatre yeux     *
      *               (HOLMAINT, HOLAPPR, HOLAPLY).                    *
      *               Une ligne du flux illisible (date invalide,      *
      *               libelle absent, calendrier absent de CALMAST,    *
      *               doublon) est signalee et ecartee.                *
      *                                                                *
      *   CARTE RAPPARM : annee debut (4 ch.), espace, annee fin       *
      *               (4 ch.), espace, mode : 'C' ou blanc =           *
      *               controle seul, 'A' = application des ajouts,     *
      *               ex. "2026 2027 C".                               *
      *                                                                *
      *   CODE RETOUR : 0 = flux et calendrier concordent (ou ecarts   *
      *                     du groupe 1 tous ajoutes),                 *
      *                 4 = ecart(s) ou ligne(s) ecartee(s) a revoir   *
      *                     (voir le rapport et la SYSOUT),            *
      *                12 = carte invalide, fichier indisponible, flux *
      *                     trop volumineux ou erreur d'ecriture.      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLRAPP.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO RAPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPARM-STATUS.

      *    Flux externe des jours feries officiels, dans un ordre
      *    quelconque
           SELECT FEED-FILE ASSIGN TO HOLFLUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFLUX-STATUS.

      *    Calendrier des jours feries, indexe par calendrier + date
      *    (voir HOLREC) : lu par cle et par plage de cles, mis a
      *    jour par cle en mode application. OPTIONAL : un tout
      *    premier calendrier peut partir du flux.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CLE
               FILE STATUS IS WS-HOLCAL-STATUS.

      *    Journal d'audit des modifications de calendriers, ouvert
      *    en mode application seulement
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RAPRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      *    Historique partage des runs batch (voir RUNREC)
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Plage d'annees et mode du run
       01  PARAM-RECORD.
           05  PC-ANNEE-DEBUT PIC X(04).
           05  FILLER PIC X(01).
           05  PC-ANNEE-FIN PIC X(04).
           05  FILLER PIC X(01).
           05  PC-MODE PIC X(01).

       FD  FEED-FILE.
      *    Ligne du flux : code calendrier (blanc = calendrier par
      *    defaut), date AAAAMMJJ et libelle, separes par un espace
       01  FEED-RECORD.
           05  HF-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  HF-DATE PIC X(08).
           05  FILLER PIC X(01).
           05  HF-LIBELLE PIC X(30).

       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  AUDIT-FILE.
           COPY HAUDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE PIC X(80).

       FD  RUN-HISTORY-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

       01  WS-RAPPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLFLUX-STATUS PIC X(02) VALUE '00'.
       01  WS-HOLCAL-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01  WS-RAPPORT-STATUS PIC X(02) VALUE '00'.

      *    Zones de la ligne d'historique des runs (voir RUNREC)
       01  WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
       01  WS-HIST-DATE PIC 9(08).
       01  WS-HIST-HEURE PIC 9(08).

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : validation des dates
      *    du flux et controle des codes calendrier contre CALMAST
           COPY DATEPRM.

       01  WS-EOF-FLUX PIC X(01) VALUE 'N'.
           88  EOF-FLUX VALUE 'Y'.

      *    Mode du run (carte RAPPARM)
       01  WS-MODE PIC X(01).
           88  MODE-APPLICATION VALUE 'A'.
           88  MODE-CONTROLE VALUE 'C' SPACE.

      *    Plage d'annees demandee et ses bornes en dates AAAAMMJJ
      *    (1er janvier de la premiere annee, 31 decembre de la
      *    derniere), comparables a HF-DATE et a HOL-DATE
       01  WS-ANNEE-DEBUT PIC 9(04).
       01  WS-ANNEE-FIN PIC 9(04).
       01  WS-DATE-DEBUT PIC X(08).
       01  WS-DATE-FIN PIC X(08).

      *    Une erreur d'ecriture dans HOLCAL ou HOLAUD arrete les
      *    ajouts et se signale au bilan avec le code retour 12
       01  WS-RUN-VALIDE PIC X(01) VALUE 'O'.
           88  RUN-VALIDE VALUE 'O'.

      *    Controle d'une ligne du flux : motif de rejet (blanc =
      *    ligne retenue) ou ligne hors de la plage d'annees
       01  WS-MOTIF-REJET PIC X(30).
       01  WS-HORS-PLAGE PIC X(01).
           88  HORS-PLAGE VALUE 'O'.
       01  WS-DATE-LUE.
           05  WS-LUE-ANNEE PIC 9(04).
           05  WS-LUE-MOIS PIC 9(02).
           05  WS-LUE-JOUR PIC 9(02).

      *    Calendriers presents dans le flux et reconnus par
      *    CALMAST : seuls ceux-la sont parcourus dans HOLCAL pour
      *    le groupe 2
       01  WS-NB-CALENDRIERS PIC 9(02) VALUE 0.
       01  WS-CALENDRIERS.
           05  WCA-CODE PIC X(03) OCCURS 20 TIMES
               INDEXED BY WCA-IDX.
       01  WS-CALENDRIER-TROUVE PIC X(01).
           88  CALENDRIER-TROUVE VALUE 'O'.

      *    Lignes retenues du flux, avec leur classement contre
      *    HOLCAL et le libelle de HOLCAL pour le groupe 3
       01  WS-NB-FLUX PIC 9(04) VALUE 0.
       01  WS-FLUX.
           05  WFX-ENTREE OCCURS 2000 TIMES INDEXED BY WFX-IDX.
               10  WFX-CLE.
                   15  WFX-CALENDRIER PIC X(03).
                   15  WFX-DATE PIC X(08).
               10  WFX-LIBELLE PIC X(30).
               10  WFX-LIBELLE-HOLCAL PIC X(30).
               10  WFX-ETAT PIC X(01).
                   88  WFX-CONFORME VALUE 'C'.
                   88  WFX-ABSENT VALUE 'A'.
                   88  WFX-LIBELLE-DIFFERENT VALUE 'L'.

      *    Recherche d'une cle calendrier + date parmi les lignes
      *    retenues ; WFX-IDX designe la ligne trouvee
       01  WS-CLE-CHERCHEE PIC X(11).
       01  WS-FLUX-TROUVE PIC X(01).
           88  FLUX-TROUVE VALUE 'O'.

       01  WS-FIN-PLAGE PIC X(01).
           88  FIN-PLAGE VALUE 'O'.

      *    Horodatage et operateur de l'import, repris dans le
      *    journal
       01  WS-AUDIT-DATE PIC 9(08).
       01  WS-AUDIT-TIME PIC 9(08).
       01  WS-AUDIT-USER PIC X(08) VALUE SPACES.

      *    Compteurs du bilan de fin de run
       01  WS-NB-LUS PIC 9(08) VALUE 0.
       01  WS-NB-REJETS PIC 9(08) VALUE 0.
       01  WS-NB-HORS-PLAGE PIC 9(08) VALUE 0.
       01  WS-NB-CONFORMES PIC 9(08) VALUE 0.
       01  WS-NB-ABSENTS-HOLCAL PIC 9(08) VALUE 0.
       01  WS-NB-IMPORTES PIC 9(08) VALUE 0.
       01  WS-NB-ABSENTS-FLUX PIC 9(08) VALUE 0.
       01  WS-NB-LIBELLES PIC 9(08) VALUE 0.
       01  WS-NB-A-REVOIR PIC 9(08) VALUE 0.
       01  WS-NB-SECTION PIC 9(08) VALUE 0.

      *    Lignes de mise en forme du rapport
       01  RPT-TITRE-LINE.
           05  FILLER PIC X(37) VALUE
               "RAPPROCHEMENT FLUX FERIES / HOLCAL - ".
           05  RPT-TI-ANNEE-DEBUT PIC 9(04).
           05  FILLER PIC X(03) VALUE " - ".
           05  RPT-TI-ANNEE-FIN PIC 9(04).
           05  FILLER PIC X(03) VALUE " - ".
           05  RPT-TI-MODE PIC X(20).

       01  RPT-COLONNES-LINE.
           05  FILLER PIC X(46) VALUE
               "CAL  DATE      LIBELLE".
           05  FILLER PIC X(20) VALUE "ISSUE / ORIGINE".

       01  RPT-DETAIL-LINE.
           05  RPT-DT-CALENDRIER PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-DT-DATE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-DT-LIBELLE PIC X(30).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-DT-INFO PIC X(20).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LIBELLE PIC X(30).
           05  RPT-TOTAL-NOMBRE PIC Z(07)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-FLUX
               READ FEED-FILE
                   AT END
                       SET EOF-FLUX TO TRUE
                   NOT AT END
                       PERFORM 2000-TRAITER-LIGNE-FLUX
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           PERFORM 3000-CLASSER-FLUX
           PERFORM 4000-LISTER-ABSENTS-HOLCAL
           PERFORM 5000-LISTER-ABSENTS-FLUX
           PERFORM 5500-LISTER-LIBELLES
           PERFORM 9000-TERMINAISON
           STOP RUN.

      *    Le statut '05' (fichier OPTIONAL absent) est normal pour
      *    un tout premier calendrier. En mode application,
      *    l'operateur qui soumet le run repond des ajouts : sans
      *    identifiant, HOLCAL n'est pas ouvert en mise a jour.
       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           IF MODE-APPLICATION
               ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
               IF WS-AUDIT-USER = SPACES
                   DISPLAY "Operateur non identifie : application "
                       "impossible"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-HOLFLUX-STATUS NOT = '00'
               DISPLAY "Flux HOLFLUX indisponible, statut "
                   WS-HOLFLUX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-APPLICATION
               OPEN I-O HOLIDAY-FILE
           ELSE
               OPEN INPUT HOLIDAY-FILE
           END-IF
           IF WS-HOLCAL-STATUS NOT = '00' AND
              WS-HOLCAL-STATUS NOT = '05'
               DISPLAY "Erreur ouverture HOLCAL, statut "
                   WS-HOLCAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-APPLICATION
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "Erreur ouverture HOLAUD, statut "
                       WS-AUDIT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RAPPORT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture RAPRPRT, statut "
                   WS-RAPPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-IMPRIMER-ENTETE.

      *    Lit et valide la carte parametre : deux annees numeriques
      *    dans le perimetre du decompte (a partir de 1583), la
      *    premiere pas apres la seconde, et un mode connu
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-RAPPARM-STATUS NOT = '00'
               DISPLAY "Carte RAPPARM absente, statut "
                   WS-RAPPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte RAPPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-ANNEE-DEBUT NOT NUMERIC OR PC-ANNEE-FIN NOT NUMERIC
               DISPLAY "Carte RAPPARM invalide (annees non "
                   "numeriques) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-ANNEE-DEBUT TO WS-ANNEE-DEBUT
           MOVE PC-ANNEE-FIN TO WS-ANNEE-FIN
           IF WS-ANNEE-DEBUT < 1583 OR WS-ANNEE-DEBUT > WS-ANNEE-FIN
               DISPLAY "Carte RAPPARM invalide (plage d'annees) : "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-MODE TO WS-MODE
           IF NOT MODE-APPLICATION AND NOT MODE-CONTROLE
               DISPLAY "Carte RAPPARM invalide (mode C ou A) : "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-ANNEE-DEBUT TO WS-DATE-DEBUT(1:4)
           MOVE '0101' TO WS-DATE-DEBUT(5:4)
           MOVE PC-ANNEE-FIN TO WS-DATE-FIN(1:4)
           MOVE '1231' TO WS-DATE-FIN(5:4)
           IF MODE-APPLICATION
               DISPLAY "Rapprochement " WS-ANNEE-DEBUT " - "
                   WS-ANNEE-FIN " avec application des ajouts"
           ELSE
               DISPLAY "Rapprochement " WS-ANNEE-DEBUT " - "
                   WS-ANNEE-FIN " en controle seul"
           END-IF.

      *    Une ligne du flux est ecartee (motif en SYSOUT), ignoree
      *    si elle tombe hors de la plage d'annees, retenue sinon
       2000-TRAITER-LIGNE-FLUX.
           ADD 1 TO WS-NB-LUS
           PERFORM 2100-CONTROLER-LIGNE
           EVALUATE TRUE
               WHEN WS-MOTIF-REJET NOT = SPACES
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY "Ligne du flux ecartee (" WS-MOTIF-REJET
                       ") : " FEED-RECORD
               WHEN HORS-PLAGE
                   ADD 1 TO WS-NB-HORS-PLAGE
               WHEN OTHER
                   PERFORM 2400-RETENIR-LIGNE
           END-EVALUATE.

      *    Controles d'une ligne, dans l'ordre : date numerique et
      *    existante (aller-retour numero de serie -> date par
      *    DATESRV), plage d'annees, libelle, calendrier connu de
      *    CALMAST, unicite de la cle dans le flux
       2100-CONTROLER-LIGNE.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE 'N' TO WS-HORS-PLAGE
           IF HF-DATE NOT NUMERIC
               MOVE "DATE NON NUMERIQUE" TO WS-MOTIF-REJET
           ELSE
               MOVE HF-DATE TO WS-DATE-LUE
               MOVE 'S' TO DSP-FONCTION
               MOVE WS-LUE-ANNEE TO DSP-ANNEE
               MOVE WS-LUE-MOIS TO DSP-MOIS
               MOVE WS-LUE-JOUR TO DSP-JOUR
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE 'D' TO DSP-FONCTION
                   CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               END-IF
               IF NOT DSP-OK OR DSP-ANNEE NOT = WS-LUE-ANNEE OR
                  DSP-MOIS NOT = WS-LUE-MOIS OR
                  DSP-JOUR NOT = WS-LUE-JOUR
                   MOVE "DATE IMPOSSIBLE" TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES AND
              (HF-DATE < WS-DATE-DEBUT OR HF-DATE > WS-DATE-FIN)
               MOVE 'O' TO WS-HORS-PLAGE
           END-IF
           IF WS-MOTIF-REJET = SPACES AND NOT HORS-PLAGE
               IF HF-LIBELLE = SPACES
                   MOVE "LIBELLE ABSENT" TO WS-MOTIF-REJET
               ELSE
                   PERFORM 2200-RETENIR-CALENDRIER
               END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES AND NOT HORS-PLAGE
               MOVE HF-CALENDRIER TO WS-CLE-CHERCHEE(1:3)
               MOVE HF-DATE TO WS-CLE-CHERCHEE(4:8)
               PERFORM 2300-CHERCHER-FLUX
               IF FLUX-TROUVE
                   MOVE "EN DOUBLE DANS LE FLUX" TO WS-MOTIF-REJET
               END-IF
           END-IF.

      *    Un calendrier vu pour la premiere fois est controle
      *    contre CALMAST (meme controle que HOLAPLY pour un ajout)
      *    puis retenu pour le parcours du groupe 2
       2200-RETENIR-CALENDRIER.
           MOVE 'N' TO WS-CALENDRIER-TROUVE
           SET WCA-IDX TO 1
           PERFORM UNTIL WCA-IDX > WS-NB-CALENDRIERS OR
                   CALENDRIER-TROUVE
               IF WCA-CODE(WCA-IDX) = HF-CALENDRIER
                   SET CALENDRIER-TROUVE TO TRUE
               ELSE
                   SET WCA-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT CALENDRIER-TROUVE
               MOVE 'C' TO DSP-FONCTION
               MOVE HF-CALENDRIER TO DSP-CALENDRIER
               MOVE 0 TO DSP-ANNEE
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-CAL-INCONNU OR DSP-CAL-NON-CONTROLE
                   MOVE "CALENDRIER ABSENT DE CALMAST"
                       TO WS-MOTIF-REJET
               ELSE
                   IF WS-NB-CALENDRIERS >= 20
                       DISPLAY "Plus de 20 calendriers dans le flux, "
                           "run arrete : " FEED-RECORD
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NB-CALENDRIERS
                   SET WCA-IDX TO WS-NB-CALENDRIERS
                   MOVE HF-CALENDRIER TO WCA-CODE(WCA-IDX)
               END-IF
           END-IF.

      *    La cle WS-CLE-CHERCHEE est-elle parmi les lignes
      *    retenues ? WFX-IDX designe alors la ligne
       2300-CHERCHER-FLUX.
           MOVE 'N' TO WS-FLUX-TROUVE
           SET WFX-IDX TO 1
           PERFORM UNTIL WFX-IDX > WS-NB-FLUX OR FLUX-TROUVE
               IF WFX-CLE(WFX-IDX) = WS-CLE-CHERCHEE
                   SET FLUX-TROUVE TO TRUE
               ELSE
                   SET WFX-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Au-dela de la table, le rapprochement serait incomplet :
      *    le run s'arrete (plage d'annees a reduire)
       2400-RETENIR-LIGNE.
           IF WS-NB-FLUX >= 2000
               DISPLAY "Plus de 2000 feries retenus dans le flux, "
                   "plage d'annees a reduire : " FEED-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-FLUX
           SET WFX-IDX TO WS-NB-FLUX
           MOVE HF-CALENDRIER TO WFX-CALENDRIER(WFX-IDX)
           MOVE HF-DATE TO WFX-DATE(WFX-IDX)
           MOVE HF-LIBELLE TO WFX-LIBELLE(WFX-IDX)
           MOVE SPACES TO WFX-LIBELLE-HOLCAL(WFX-IDX)
           MOVE 'C' TO WFX-ETAT(WFX-IDX).

      *    Classe chaque ligne retenue par lecture de HOLCAL par
      *    cle : absente, libelle different ou conforme
       3000-CLASSER-FLUX.
           PERFORM VARYING WFX-IDX FROM 1 BY 1
                   UNTIL WFX-IDX > WS-NB-FLUX
               MOVE WFX-CLE(WFX-IDX) TO HOL-CLE
               READ HOLIDAY-FILE
                   INVALID KEY
                       SET WFX-ABSENT(WFX-IDX) TO TRUE
                       ADD 1 TO WS-NB-ABSENTS-HOLCAL
                   NOT INVALID KEY
                       IF HOL-LIBELLE = WFX-LIBELLE(WFX-IDX)
                           SET WFX-CONFORME(WFX-IDX) TO TRUE
                           ADD 1 TO WS-NB-CONFORMES
                       ELSE
                           SET WFX-LIBELLE-DIFFERENT(WFX-IDX) TO TRUE
                           MOVE HOL-LIBELLE
                               TO WFX-LIBELLE-HOLCAL(WFX-IDX)
                           ADD 1 TO WS-NB-LIBELLES
                       END-IF
               END-READ
           END-PERFORM.

      *    Groupe 1 : feries du flux absents de HOLCAL, ajoutes en
      *    mode application tant qu'aucune erreur d'ecriture (HOLCAL
      *    ou HOLAUD) n'est survenue
       4000-LISTER-ABSENTS-HOLCAL.
           MOVE "1. FERIES DU FLUX ABSENTS DE HOLCAL" TO REPORT-LINE
           PERFORM 6100-IMPRIMER-SECTION
           PERFORM VARYING WFX-IDX FROM 1 BY 1
                   UNTIL WFX-IDX > WS-NB-FLUX
               IF WFX-ABSENT(WFX-IDX)
                   ADD 1 TO WS-NB-SECTION
                   MOVE WFX-CALENDRIER(WFX-IDX) TO RPT-DT-CALENDRIER
                   MOVE WFX-DATE(WFX-IDX) TO RPT-DT-DATE
                   MOVE WFX-LIBELLE(WFX-IDX) TO RPT-DT-LIBELLE
                   EVALUATE TRUE
                       WHEN MODE-CONTROLE
                           MOVE "A AJOUTER" TO RPT-DT-INFO
                       WHEN RUN-VALIDE
                           PERFORM 4100-IMPORTER-FERIE
                       WHEN OTHER
                           MOVE "NON AJOUTE (ARRET)" TO RPT-DT-INFO
                   END-EVALUATE
                   PERFORM 6500-ECRIRE-DETAIL
               END-IF
           END-PERFORM
           PERFORM 6800-CLORE-SECTION.

      *    Ajout par cle avec l'origine 'I' (importe) : conserve
      *    par les regenerations HOLGEN comme une saisie manuelle.
      *    Une cle apparue depuis le classement est laissee en
      *    place ; toute autre erreur d'ecriture invalide le run.
       4100-IMPORTER-FERIE.
           MOVE SPACES TO HOLIDAY-RECORD
           MOVE WFX-CLE(WFX-IDX) TO HOL-CLE
           MOVE WFX-LIBELLE(WFX-IDX) TO HOL-LIBELLE
           MOVE 'I' TO HOL-ORIGINE
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   IF WS-HOLCAL-STATUS = '22'
                       MOVE "DEJA PRESENT" TO RPT-DT-INFO
                   ELSE
                       DISPLAY "Erreur ecriture HOLCAL, statut "
                           WS-HOLCAL-STATUS " : '"
                           WFX-CALENDRIER(WFX-IDX) "' "
                           WFX-DATE(WFX-IDX)
                       MOVE 'N' TO WS-RUN-VALIDE
                       MOVE "ERREUR D'ECRITURE" TO RPT-DT-INFO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-IMPORTES
                   MOVE "AJOUTE" TO RPT-DT-INFO
                   PERFORM 8100-TRACER-IMPORT
           END-WRITE.

      *    Groupe 2 : feries de HOLCAL de la plage absents du flux,
      *    pour chacun des calendriers presents dans le flux
       5000-LISTER-ABSENTS-FLUX.
           MOVE "2. FERIES DE HOLCAL ABSENTS DU FLUX" TO REPORT-LINE
           PERFORM 6100-IMPRIMER-SECTION
           PERFORM VARYING WCA-IDX FROM 1 BY 1
                   UNTIL WCA-IDX > WS-NB-CALENDRIERS
               PERFORM 5100-PARCOURIR-CALENDRIER
           END-PERFORM
           PERFORM 6800-CLORE-SECTION.

      *    Parcours par plage de cles d'un calendrier sur les
      *    annees demandees (meme principe que la purge HOLGEN)
       5100-PARCOURIR-CALENDRIER.
           MOVE SPACES TO HOLIDAY-RECORD
           MOVE WCA-CODE(WCA-IDX) TO HOL-CALENDRIER
           MOVE WS-DATE-DEBUT TO HOL-DATE
           MOVE 'N' TO WS-FIN-PLAGE
           START HOLIDAY-FILE KEY >= HOL-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-PLAGE
           END-START
           PERFORM UNTIL FIN-PLAGE
               READ HOLIDAY-FILE NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-PLAGE
                   NOT AT END
                       IF HOL-CALENDRIER NOT = WCA-CODE(WCA-IDX) OR
                          HOL-DATE > WS-DATE-FIN
                           MOVE 'O' TO WS-FIN-PLAGE
                       ELSE
                           PERFORM 5200-CONTROLER-FERIE-HOLCAL
                       END-IF
               END-READ
           END-PERFORM.

      *    Un ferie de HOLCAL absent du flux est liste avec son
      *    origine (voir HOLREC)
       5200-CONTROLER-FERIE-HOLCAL.
           MOVE HOL-CLE TO WS-CLE-CHERCHEE
           PERFORM 2300-CHERCHER-FLUX
           IF NOT FLUX-TROUVE
               ADD 1 TO WS-NB-ABSENTS-FLUX
               ADD 1 TO WS-NB-SECTION
               MOVE HOL-CALENDRIER TO RPT-DT-CALENDRIER
               MOVE HOL-DATE TO RPT-DT-DATE
               MOVE HOL-LIBELLE TO RPT-DT-LIBELLE
               EVALUATE HOL-ORIGINE
                   WHEN 'R'
                       MOVE "REGLE HOLGEN" TO RPT-DT-INFO
                   WHEN 'I'
                       MOVE "IMPORTE" TO RPT-DT-INFO
                   WHEN OTHER
                       MOVE "SAISIE MANUELLE" TO RPT-DT-INFO
               END-EVALUATE
               PERFORM 6500-ECRIRE-DETAIL
           END-IF.

      *    Groupe 3 : meme date, libelles differents ; le libelle
      *    du flux puis celui de HOLCAL
       5500-LISTER-LIBELLES.
           MOVE "3. LIBELLES DIFFERENTS" TO REPORT-LINE
           PERFORM 6100-IMPRIMER-SECTION
           PERFORM VARYING WFX-IDX FROM 1 BY 1
                   UNTIL WFX-IDX > WS-NB-FLUX
               IF WFX-LIBELLE-DIFFERENT(WFX-IDX)
                   ADD 1 TO WS-NB-SECTION
                   MOVE WFX-CALENDRIER(WFX-IDX) TO RPT-DT-CALENDRIER
                   MOVE WFX-DATE(WFX-IDX) TO RPT-DT-DATE
                   MOVE WFX-LIBELLE(WFX-IDX) TO RPT-DT-LIBELLE
                   MOVE "FLUX" TO RPT-DT-INFO
                   PERFORM 6500-ECRIRE-DETAIL
                   MOVE WFX-LIBELLE-HOLCAL(WFX-IDX) TO RPT-DT-LIBELLE
                   MOVE "HOLCAL" TO RPT-DT-INFO
                   PERFORM 6500-ECRIRE-DETAIL
               END-IF
           END-PERFORM
           PERFORM 6800-CLORE-SECTION.

       6000-IMPRIMER-ENTETE.
           MOVE WS-ANNEE-DEBUT TO RPT-TI-ANNEE-DEBUT
           MOVE WS-ANNEE-FIN TO RPT-TI-ANNEE-FIN
           IF MODE-APPLICATION
               MOVE "APPLICATION" TO RPT-TI-MODE
           ELSE
               MOVE "CONTROLE SEUL" TO RPT-TI-MODE
           END-IF
           MOVE RPT-TITRE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Titre de section (prepare dans REPORT-LINE par
      *    l'appelant) et en-tete de colonnes
       6100-IMPRIMER-SECTION.
           MOVE 0 TO WS-NB-SECTION
           MOVE SPACES TO RPT-DETAIL-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6500-ECRIRE-DETAIL.
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE.

       6800-CLORE-SECTION.
           IF WS-NB-SECTION = 0
               MOVE "AUCUN" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6900-ECRIRE-LIGNE-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Trace l'ajout importe : l'operateur qui a soumis le run
      *    en HA-USER et le programme d'import en HA-USER2 (pas de
      *    validation a quatre yeux, le rapport en tient lieu). Un
      *    ajout non journalise echapperait a HOLIMPA : le run
      *    s'arrete d'appliquer (code retour 12) et l'entree est
      *    signalee pour etre journalisee a la main.
       8100-TRACER-IMPORT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO HOLAUD-RECORD
           MOVE WS-AUDIT-DATE TO HA-DATE
           MOVE WS-AUDIT-TIME TO HA-HEURE
           MOVE WS-AUDIT-USER TO HA-USER
           MOVE 'AJT' TO HA-ACTION
           MOVE WFX-CALENDRIER(WFX-IDX) TO HA-CALENDRIER
           MOVE WFX-DATE(WFX-IDX) TO HA-FERIE
           MOVE 'HOLRAPP' TO HA-USER2
           WRITE HOLAUD-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ecriture HOLAUD, statut "
                   WS-AUDIT-STATUS " : ajout '" WFX-CALENDRIER(WFX-IDX)
                   "' " WFX-DATE(WFX-IDX) " non journalise"
               MOVE 'N' TO WS-RUN-VALIDE
               MOVE 12 TO RETURN-CODE
               MOVE "AJOUTE NON JOURNALISE" TO RPT-DT-INFO
           END-IF.

      *    Totaux, bilan et code retour pour le chainage JCL
       9000-TERMINAISON.
           MOVE "LIGNES DU FLUX LUES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-LUS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "LIGNES ECARTEES (SYSOUT)" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-REJETS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "LIGNES HORS PLAGE" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-HORS-PLAGE TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "FERIES CONFORMES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-CONFORMES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "ABSENTS DE HOLCAL" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-ABSENTS-HOLCAL TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "  DONT AJOUTES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-IMPORTES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "ABSENTS DU FLUX" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-ABSENTS-FLUX TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "LIBELLES DIFFERENTS" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-LIBELLES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           CLOSE HOLIDAY-FILE
                 REPORT-FILE
           IF MODE-APPLICATION
               CLOSE AUDIT-FILE
           END-IF
           DISPLAY "Lignes du flux lues       : " WS-NB-LUS
           DISPLAY "Lignes ecartees           : " WS-NB-REJETS
           DISPLAY "Lignes hors plage         : " WS-NB-HORS-PLAGE
           DISPLAY "Feries conformes          : " WS-NB-CONFORMES
           DISPLAY "Absents de HOLCAL         : " WS-NB-ABSENTS-HOLCAL
           DISPLAY "Feries ajoutes            : " WS-NB-IMPORTES
           DISPLAY "Absents du flux           : " WS-NB-ABSENTS-FLUX
           DISPLAY "Libelles differents       : " WS-NB-LIBELLES
           COMPUTE WS-NB-A-REVOIR = WS-NB-ABSENTS-HOLCAL
               - WS-NB-IMPORTES + WS-NB-ABSENTS-FLUX
               + WS-NB-LIBELLES + WS-NB-REJETS
           EVALUATE TRUE
               WHEN NOT RUN-VALIDE
                   DISPLAY "Erreur(s) d'ecriture : HOLCAL et HOLAUD "
                       "a controler et HOLRAPP a relancer"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NB-A-REVOIR > 0
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
               MOVE 'HOLRAPP' TO RH-PROGRAMME
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-HEURE TO RH-HEURE
               MOVE WS-NB-LUS TO RH-NB-LUS
               MOVE WS-NB-IMPORTES TO RH-NB-ECRITS
               MOVE WS-NB-REJETS TO RH-NB-REJETS
               MOVE RETURN-CODE TO RH-CODE-RETOUR
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
