      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Impact sur les resultats deja emis d'une         *
      *               modification du calendrier des jours feries.     *
      *               Un jour ferie ajoute ou supprime dans HOLCAL     *
      *               (actions AJT / SUP du journal HOLAUD, voir       *
      *               HAUDREC) apres le passage de BUSDAYS peut        *
      *               rendre faux des resultats TRANSOUT deja          *
      *               transmis aux systemes aval. Le programme relit   *
      *               les ajouts / suppressions journalises sur la     *
      *               periode demandee, puis l'historique conserve     *
      *               des TRANSOUT (voir TROUTREC) : tout resultat du  *
      *               meme calendrier dont l'intervalle contient un    *
      *               jour ferie modifie est recalcule par le service  *
      *               de dates partage DATESRV sur le calendrier a     *
      *               jour. Chaque reference dont l'ecart en jours     *
      *               ouvres ou la date d'echeance change est listee   *
      *               avec l'ancienne et la nouvelle valeur, et le     *
      *               resultat corrige est ecrit sur TRANSCOR dans la  *
      *               disposition TRANSOUT, pour que les systemes aval *
      *               ne rechargent que les references modifiees.      *
      *                                                                *
      *   CARTE IMPPARM : date de debut et date de fin (AAAAMMJJ,      *
      *               incluses) de la periode du journal HOLAUD a      *
      *               examiner, separees par un espace, ex.            *
      *               "20250101 20250131".                             *
      *                                                                *
      *   CODE RETOUR : 0 = aucun resultat modifie,                    *
      *                 4 = resultat(s) modifie(s), TRANSCOR a         *
      *                     transmettre aux systemes aval,             *
      *                 8 = resultat(s) non recalculable(s), a         *
      *                     verifier (voir le rapport),                *
      *                12 = carte invalide ou fichier indisponible.    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIMPA.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO IMPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPPARM-STATUS.

      *    Journal d'audit des modifications de calendriers
           SELECT AUDIT-FILE ASSIGN TO HOLAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Historique conserve des resultats BUSDAYS (copie de
      *    chaque TRANSOUT, voir le job BUSDAYS). OPTIONAL : aucun
      *    resultat encore conserve.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO TRANSHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIS-STATUS.

      *    Resultats corriges, dans la disposition TRANSOUT
           SELECT CORRECTION-FILE ASSIGN TO TRANSCOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO IMPPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
      *    Periode du journal a examiner
       01  PARAM-RECORD.
           05  PC-DEBUT PIC X(08).
           05  FILLER PIC X(01).
           05  PC-FIN PIC X(08).

       FD  AUDIT-FILE.
           COPY HAUDREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY TROUTREC.

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-RECORD PIC X(88).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-IMPPARM-STATUS PIC X(02) VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01  WS-TRANSHIS-STATUS PIC X(02) VALUE '00'.
       01  WS-TRANSCOR-STATUS PIC X(02) VALUE '00'.
       01  WS-RAPPORT-STATUS PIC X(02) VALUE '00'.

      *    Zone de communication du service de dates partage
      *    DATESRV (voir copybook DATEPRM) : numeros de serie,
      *    ecart et decalage en jours ouvres, roulement - DATESRV
      *    ouvre lui-meme HOLCAL, CALMAST et LEAPTAB
           COPY DATEPRM.

       01  WS-EOF-AUDIT PIC X(01) VALUE 'N'.
           88  EOF-AUDIT VALUE 'Y'.
       01  WS-EOF-HISTORIQUE PIC X(01) VALUE 'N'.
           88  EOF-HISTORIQUE VALUE 'Y'.

      *    Periode demandee
       01  WS-PERIODE-DEBUT PIC 9(08).
       01  WS-PERIODE-FIN PIC 9(08).

      *    Ajouts et suppressions de jours feries journalises sur la
      *    periode, dans l'ordre du journal, avec le nombre de
      *    resultats que chacun a fait changer
       01  WS-NB-EVENEMENTS PIC 9(04) VALUE 0.
       01  WS-EVENEMENTS.
           05  WEV-ENTREE OCCURS 1000 TIMES INDEXED BY WEV-IDX.
               10  WEV-JOURNAL-DATE PIC 9(08).
               10  WEV-USER PIC X(08).
               10  WEV-USER2 PIC X(08).
               10  WEV-ACTION PIC X(03).
               10  WEV-CALENDRIER PIC X(03).
               10  WEV-FERIE PIC X(08).
               10  WEV-SERIAL PIC S9(08).
               10  WEV-NB-IMPACTS PIC 9(08).

      *    Date a convertir en numero de serie (5000)
       01  WS-DATE-CALCUL.
           05  WS-CALCUL-ANNEE PIC 9(04).
           05  WS-CALCUL-MOIS PIC 9(02).
           05  WS-CALCUL-JOUR PIC 9(02).

      *    Resultat en cours : numeros de serie des deux dates, du
      *    decalage calendaire demande, bornes de l'intervalle a
      *    confronter aux jours feries modifies
       01  WS-SERIAL-DATE1 PIC S9(08).
       01  WS-SERIAL-DATE2 PIC S9(08).
       01  WS-SERIAL-DEMANDE PIC S9(08).
       01  WS-SERIAL-BAS PIC S9(08).
       01  WS-SERIAL-HAUT PIC S9(08).
       01  WS-DEC-JOURS PIC S9(08).
       01  WS-RESULTAT-TYPE PIC X(01).
           88  RESULTAT-DECALAGE VALUE 'D'.
           88  RESULTAT-PAIRE VALUE 'P'.
       01  WS-RESULTAT-TOUCHE PIC X(01).
           88  RESULTAT-TOUCHE VALUE 'O'.
       01  WS-RECALCUL PIC X(01).
           88  RECALCUL-OK VALUE 'O'.

      *    Valeurs recalculees
       01  WS-NOUV-SERIAL PIC S9(08).
       01  WS-NOUV-JOURS PIC S9(08).
       01  WS-NOUV-OUVRES PIC S9(08).
       01  WS-NOUV-DATE2.
           05  WS-NOUV-ANNEE PIC 9(04).
           05  WS-NOUV-MOIS PIC 9(02).
           05  WS-NOUV-JOUR PIC 9(02).

      *    Valeurs emises, telles qu'editees sur TRANSOUT
       01  WS-ANC-DATE2 PIC X(08).
       01  WS-ANC-JOURS PIC X(08).
       01  WS-ANC-OUVRES PIC X(08).

      *    Compteurs
       01  WS-NB-AUDIT-LUES PIC 9(08) VALUE 0.
       01  WS-NB-INEXPLOITABLES PIC 9(08) VALUE 0.
       01  WS-NB-HIST-LUS PIC 9(08) VALUE 0.
       01  WS-NB-ILLISIBLES PIC 9(08) VALUE 0.
       01  WS-NB-CONCERNES PIC 9(08) VALUE 0.
       01  WS-NB-MODIFIES PIC 9(08) VALUE 0.
       01  WS-NB-NON-RECALCULES PIC 9(08) VALUE 0.

      *    Lignes de mise en forme du rapport
       01  RPT-TITRE-LINE.
           05  FILLER PIC X(35) VALUE
               "IMPACT DES MODIFICATIONS HOLCAL DU".
           05  RPT-TI-DEBUT PIC 9(08).
           05  FILLER PIC X(04) VALUE " AU ".
           05  RPT-TI-FIN PIC 9(08).

       01  RPT-COLONNES-LINE.
           05  FILLER PIC X(35) VALUE
               "REFERENCE    CAL DATE1    DATE2 AV".
           05  FILLER PIC X(26) VALUE
               "DATE2 AP   OUV AV   OUV AP".

       01  RPT-MODIFIE-LINE.
           05  RPT-MD-REFERENCE PIC X(12).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-DATE1 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-ANC-DATE2 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-NOUV-DATE2 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-ANC-OUVRES PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-MD-NOUV-OUVRES PIC X(08).

       01  RPT-ANOMALIE-LINE.
           05  RPT-AN-REFERENCE PIC X(12).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-AN-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-AN-DATE1 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-AN-DATE2 PIC X(08).
           05  FILLER PIC X(30) VALUE
               "  NON RECALCULABLE, A VERIFIER".

       01  RPT-EVT-COLONNES-LINE.
           05  FILLER PIC X(35) VALUE
               "JOURNAL  PAR      ACT CAL FERIE    ".
           05  FILLER PIC X(19) VALUE
               "APPROB.   RESULTATS".

       01  RPT-EVENEMENT-LINE.
           05  RPT-EV-JOURNAL-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-USER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-ACTION PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-CALENDRIER PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-FERIE PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-USER2 PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPT-EV-IMPACTS PIC ZZ,ZZZ,ZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LIBELLE PIC X(30).
           05  FILLER PIC X(02) VALUE ': '.
           05  RPT-TOTAL-NOMBRE PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM UNTIL EOF-AUDIT
               PERFORM 2000-LIRE-JOURNAL
               IF NOT EOF-AUDIT
                   PERFORM 2100-RETENIR-EVENEMENT
               END-IF
           END-PERFORM
           IF WS-NB-EVENEMENTS > 0
               PERFORM UNTIL EOF-HISTORIQUE
                   PERFORM 3000-LIRE-RESULTAT
                   IF NOT EOF-HISTORIQUE
                       PERFORM 4000-TRAITER-RESULTAT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 6500-IMPRIMER-EVENEMENTS
           PERFORM 9000-TERMINAISON
           STOP RUN.

      *    Le statut '05' (historique OPTIONAL absent) est normal
      *    tant qu'aucun run BUSDAYS n'a ete conserve
       1000-INITIALISATION.
           PERFORM 1100-LIRE-PARAMETRES
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture HOLAUD, statut "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-TRANSHIS-STATUS NOT = '00' AND
              WS-TRANSHIS-STATUS NOT = '05'
               DISPLAY "Erreur ouverture TRANSHIS, statut "
                   WS-TRANSHIS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CORRECTION-FILE
           IF WS-TRANSCOR-STATUS NOT = '00'
               DISPLAY "Erreur ouverture TRANSCOR, statut "
                   WS-TRANSCOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RAPPORT-STATUS NOT = '00'
               DISPLAY "Erreur ouverture IMPPRPT, statut "
                   WS-RAPPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-IMPRIMER-ENTETE.

      *    Lit et valide la carte parametre : deux dates numeriques,
      *    la premiere ne suivant pas la seconde
       1100-LIRE-PARAMETRES.
           OPEN INPUT PARAM-FILE
           IF WS-IMPPARM-STATUS NOT = '00'
               DISPLAY "Carte IMPPARM absente, statut "
                   WS-IMPPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "Carte IMPPARM vide"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAM-FILE
           IF PC-DEBUT NOT NUMERIC OR PC-FIN NOT NUMERIC
               DISPLAY "Carte IMPPARM invalide (dates non "
                   "numeriques) : " PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-DEBUT TO WS-PERIODE-DEBUT
           MOVE PC-FIN TO WS-PERIODE-FIN
           IF WS-PERIODE-DEBUT > WS-PERIODE-FIN
               DISPLAY "Carte IMPPARM invalide (debut apres fin) : "
                   PARAM-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LIRE-JOURNAL.
           READ AUDIT-FILE
               AT END
                   SET EOF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-AUDIT-LUES
           END-READ.

      *    Retient un ajout ou une suppression de jour ferie
      *    journalise dans la periode ; les autres actions (demandes,
      *    decisions, definitions de calendriers) n'ont pas encore
      *    touche HOLCAL ou ne changent aucun jour ferie. Un jour
      *    ferie inconvertible est signale et compte a part.
       2100-RETENIR-EVENEMENT.
           IF (HA-ACTION = 'AJT' OR HA-ACTION = 'SUP') AND
              HA-DATE NUMERIC
               IF HA-DATE >= WS-PERIODE-DEBUT AND
                  HA-DATE <= WS-PERIODE-FIN
                   MOVE 'N' TO DSP-RETOUR
                   IF HA-FERIE NUMERIC
                       MOVE HA-FERIE TO WS-DATE-CALCUL
                       PERFORM 5000-CALCULER-SERIE
                   END-IF
                   IF NOT DSP-OK
                       DISPLAY "Entree HOLAUD ignoree (jour ferie "
                           "invalide) : " HOLAUD-RECORD
                       ADD 1 TO WS-NB-INEXPLOITABLES
                   ELSE
                       PERFORM 2200-RANGER-EVENEMENT
                   END-IF
               END-IF
           END-IF.

       2200-RANGER-EVENEMENT.
           IF WS-NB-EVENEMENTS >= 1000
               DISPLAY "Plus de 1000 modifications HOLCAL sur la "
                   "periode : reduire la periode de la carte IMPPARM"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-EVENEMENTS
           SET WEV-IDX TO WS-NB-EVENEMENTS
           MOVE HA-DATE TO WEV-JOURNAL-DATE(WEV-IDX)
           MOVE HA-USER TO WEV-USER(WEV-IDX)
           MOVE HA-USER2 TO WEV-USER2(WEV-IDX)
           MOVE HA-ACTION TO WEV-ACTION(WEV-IDX)
           MOVE HA-CALENDRIER TO WEV-CALENDRIER(WEV-IDX)
           MOVE HA-FERIE TO WEV-FERIE(WEV-IDX)
           MOVE DSP-SERIAL TO WEV-SERIAL(WEV-IDX)
           MOVE 0 TO WEV-NB-IMPACTS(WEV-IDX).

       3000-LIRE-RESULTAT.
           READ HISTORY-FILE
               AT END
                   SET EOF-HISTORIQUE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-HIST-LUS
           END-READ.

      *    Un resultat est concerne quand un jour ferie modifie de
      *    son calendrier tombe dans son intervalle, bornes
      *    comprises : entre les deux dates, et pour un decalage
      *    calendaire jusqu'a la date demandee avant roulement (un
      *    jour ferie ajoute a cette date fait rouler l'echeance).
      *    Un resultat concerne est recalcule, puis compare a ce
      *    qui avait ete emis.
       4000-TRAITER-RESULTAT.
           MOVE 'N' TO WS-RESULTAT-TOUCHE
           MOVE 'P' TO WS-RESULTAT-TYPE
           IF OR-DEC-SIGNE = '+' OR OR-DEC-SIGNE = '-'
               MOVE 'D' TO WS-RESULTAT-TYPE
           END-IF
           MOVE 'N' TO DSP-RETOUR
           IF OR-DATE1 NUMERIC AND OR-DATE2 NUMERIC AND
              (RESULTAT-PAIRE OR OR-DEC-JOURS NUMERIC)
               MOVE OR-DATE1 TO WS-DATE-CALCUL
               PERFORM 5000-CALCULER-SERIE
               MOVE DSP-SERIAL TO WS-SERIAL-DATE1
           END-IF
           IF DSP-OK
               MOVE OR-DATE2 TO WS-DATE-CALCUL
               PERFORM 5000-CALCULER-SERIE
               MOVE DSP-SERIAL TO WS-SERIAL-DATE2
           END-IF
           IF NOT DSP-OK
               ADD 1 TO WS-NB-ILLISIBLES
           ELSE
               IF WS-SERIAL-DATE1 <= WS-SERIAL-DATE2
                   MOVE WS-SERIAL-DATE1 TO WS-SERIAL-BAS
                   MOVE WS-SERIAL-DATE2 TO WS-SERIAL-HAUT
               ELSE
                   MOVE WS-SERIAL-DATE2 TO WS-SERIAL-BAS
                   MOVE WS-SERIAL-DATE1 TO WS-SERIAL-HAUT
               END-IF
               IF RESULTAT-DECALAGE
                   MOVE OR-DEC-JOURS TO WS-DEC-JOURS
                   IF OR-DEC-SIGNE = '-'
                       COMPUTE WS-DEC-JOURS = 0 - WS-DEC-JOURS
                   END-IF
                   COMPUTE WS-SERIAL-DEMANDE =
                       WS-SERIAL-DATE1 + WS-DEC-JOURS
                   IF WS-SERIAL-DEMANDE < WS-SERIAL-BAS
                       MOVE WS-SERIAL-DEMANDE TO WS-SERIAL-BAS
                   END-IF
                   IF WS-SERIAL-DEMANDE > WS-SERIAL-HAUT
                       MOVE WS-SERIAL-DEMANDE TO WS-SERIAL-HAUT
                   END-IF
               END-IF
               PERFORM 4100-CHERCHER-EVENEMENT
               IF RESULTAT-TOUCHE
                   ADD 1 TO WS-NB-CONCERNES
                   IF RESULTAT-DECALAGE
                       PERFORM 4300-RECALCULER-DECALAGE
                   ELSE
                       PERFORM 4200-RECALCULER-PAIRE
                   END-IF
                   IF RECALCUL-OK
                       PERFORM 4500-COMPARER-RESULTAT
                   ELSE
                       ADD 1 TO WS-NB-NON-RECALCULES
                       PERFORM 6200-IMPRIMER-ANOMALIE
                   END-IF
               END-IF
           END-IF.

      *    Un jour ferie modifie du calendrier du resultat tombe-t-il
      *    dans [WS-SERIAL-BAS, WS-SERIAL-HAUT] ?
       4100-CHERCHER-EVENEMENT.
           PERFORM VARYING WEV-IDX FROM 1 BY 1
                   UNTIL WEV-IDX > WS-NB-EVENEMENTS
                      OR RESULTAT-TOUCHE
               IF WEV-CALENDRIER(WEV-IDX) = OR-CALENDRIER AND
                  WEV-SERIAL(WEV-IDX) >= WS-SERIAL-BAS AND
                  WEV-SERIAL(WEV-IDX) <= WS-SERIAL-HAUT
                   MOVE 'O' TO WS-RESULTAT-TOUCHE
               END-IF
           END-PERFORM.

      *    Attribue le resultat modifie a chaque jour ferie modifie
      *    de son intervalle (pour le recapitulatif par
      *    modification)
       4150-COMPTER-IMPACTS.
           PERFORM VARYING WEV-IDX FROM 1 BY 1
                   UNTIL WEV-IDX > WS-NB-EVENEMENTS
               IF WEV-CALENDRIER(WEV-IDX) = OR-CALENDRIER AND
                  WEV-SERIAL(WEV-IDX) >= WS-SERIAL-BAS AND
                  WEV-SERIAL(WEV-IDX) <= WS-SERIAL-HAUT
                   ADD 1 TO WEV-NB-IMPACTS(WEV-IDX)
               END-IF
           END-PERFORM.

      *    Paire de dates : seul l'ecart en jours ouvres depend du
      *    calendrier. Pour une paire avec base de calcul des
      *    interets, OR-JOURS porte le decompte de la base, qui ne
      *    depend pas des jours feries : il est conserve tel quel.
       4200-RECALCULER-PAIRE.
           MOVE 'O' TO WS-RECALCUL
           MOVE OR-DATE2 TO WS-NOUV-DATE2
           COMPUTE WS-NOUV-JOURS = WS-SERIAL-DATE2 - WS-SERIAL-DATE1
           MOVE 'E' TO DSP-FONCTION
           MOVE OR-CALENDRIER TO DSP-CALENDRIER
           MOVE WS-SERIAL-DATE1 TO DSP-SERIAL
           MOVE WS-SERIAL-DATE2 TO DSP-SERIAL-FIN
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS
           IF DSP-OK
               MOVE DSP-NB-JOURS TO WS-NOUV-OUVRES
           ELSE
               MOVE 'N' TO WS-RECALCUL
           END-IF.

      *    Decalage : memes regles que BUSDAYS - en jours ouvres,
      *    decalage compte sur les seuls jours ouvres (un decalage
      *    nul roule la date de depart, 'suivant' par defaut) ; en
      *    calendaire, roulement seulement si une convention est
      *    demandee. Puis nouvelle echeance, ecart calendaire de
      *    l'intervalle obtenu et ecart en jours ouvres.
       4300-RECALCULER-DECALAGE.
           MOVE 'O' TO WS-RECALCUL
           MOVE OR-CALENDRIER TO DSP-CALENDRIER
           MOVE OR-DEC-CONVENTION TO DSP-CONVENTION
           MOVE WS-SERIAL-DATE1 TO DSP-SERIAL
           IF OR-DECALAGE-OUVRE
               MOVE 'J' TO DSP-FONCTION
               MOVE WS-DEC-JOURS TO DSP-NB-JOURS
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               MOVE DSP-SERIAL-FIN TO WS-NOUV-SERIAL
           ELSE
               MOVE WS-SERIAL-DEMANDE TO WS-NOUV-SERIAL
               IF OR-DEC-CONVENTION NOT = SPACE AND
                  WS-NOUV-SERIAL >= 1
                   MOVE 'R' TO DSP-FONCTION
                   MOVE WS-NOUV-SERIAL TO DSP-SERIAL
                   CALL 'DATESRV' USING DATE-SERVICE-PARAMS
                   MOVE DSP-SERIAL-FIN TO WS-NOUV-SERIAL
               END-IF
           END-IF
           IF NOT DSP-OK OR WS-NOUV-SERIAL < 1
               MOVE 'N' TO WS-RECALCUL
           END-IF
           IF RECALCUL-OK
               MOVE 'D' TO DSP-FONCTION
               MOVE WS-NOUV-SERIAL TO DSP-SERIAL
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE DSP-ANNEE TO WS-NOUV-ANNEE
                   MOVE DSP-MOIS TO WS-NOUV-MOIS
                   MOVE DSP-JOUR TO WS-NOUV-JOUR
               ELSE
                   MOVE 'N' TO WS-RECALCUL
               END-IF
           END-IF
           IF RECALCUL-OK
               COMPUTE WS-NOUV-JOURS = WS-NOUV-SERIAL - WS-SERIAL-DATE1
               MOVE 'E' TO DSP-FONCTION
               MOVE WS-SERIAL-DATE1 TO DSP-SERIAL
               MOVE WS-NOUV-SERIAL TO DSP-SERIAL-FIN
               CALL 'DATESRV' USING DATE-SERVICE-PARAMS
               IF DSP-OK
                   MOVE DSP-NB-JOURS TO WS-NOUV-OUVRES
               ELSE
                   MOVE 'N' TO WS-RECALCUL
               END-IF
           END-IF.

      *    Compare le resultat recalcule a celui qui avait ete emis,
      *    dans leur forme editee ; s'il differe, la reference est
      *    listee et le resultat corrige ecrit sur TRANSCOR (le
      *    reste de l'enregistrement - reference, avertissement,
      *    rappel de la demande - est repris tel quel)
       4500-COMPARER-RESULTAT.
           MOVE OR-DATE2 TO WS-ANC-DATE2
           MOVE OR-JOURS TO WS-ANC-JOURS
           MOVE OR-JOURS-OUVRES TO WS-ANC-OUVRES
           MOVE WS-NOUV-DATE2 TO OR-DATE2
           IF OR-BASE = SPACES
               MOVE WS-NOUV-JOURS TO OR-JOURS
           END-IF
           MOVE WS-NOUV-OUVRES TO OR-JOURS-OUVRES
           IF OR-DATE2 NOT = WS-ANC-DATE2 OR
              OR-JOURS NOT = WS-ANC-JOURS OR
              OR-JOURS-OUVRES NOT = WS-ANC-OUVRES
               ADD 1 TO WS-NB-MODIFIES
               PERFORM 4150-COMPTER-IMPACTS
               PERFORM 6100-IMPRIMER-MODIFIE
               WRITE CORRECTION-RECORD FROM DAYCOUNT-OUTPUT-RECORD
               IF WS-TRANSCOR-STATUS NOT = '00'
                   DISPLAY "Erreur ecriture TRANSCOR, statut "
                       WS-TRANSCOR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Numero de serie de la date WS-DATE-CALCUL, rendu par le
      *    service de dates partage DATESRV
       5000-CALCULER-SERIE.
           MOVE 'S' TO DSP-FONCTION
           MOVE WS-CALCUL-ANNEE TO DSP-ANNEE
           MOVE WS-CALCUL-MOIS TO DSP-MOIS
           MOVE WS-CALCUL-JOUR TO DSP-JOUR
           CALL 'DATESRV' USING DATE-SERVICE-PARAMS.

       6000-IMPRIMER-ENTETE.
           MOVE WS-PERIODE-DEBUT TO RPT-TI-DEBUT
           MOVE WS-PERIODE-FIN TO RPT-TI-FIN
           MOVE RPT-TITRE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESULTATS EMIS MODIFIES PAR LE CALENDRIER A JOUR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(AV = valeur emise, AP = valeur recalculee ; OUV = "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ecart en jours ouvres)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Ligne d'une reference modifiee (l'enregistrement porte
      *    deja les valeurs recalculees)
       6100-IMPRIMER-MODIFIE.
           MOVE SPACES TO RPT-MODIFIE-LINE
           MOVE OR-REFERENCE TO RPT-MD-REFERENCE
           MOVE OR-CALENDRIER TO RPT-MD-CALENDRIER
           MOVE OR-DATE1 TO RPT-MD-DATE1
           MOVE WS-ANC-DATE2 TO RPT-MD-ANC-DATE2
           MOVE OR-DATE2 TO RPT-MD-NOUV-DATE2
           MOVE WS-ANC-OUVRES TO RPT-MD-ANC-OUVRES
           MOVE OR-JOURS-OUVRES TO RPT-MD-NOUV-OUVRES
           MOVE RPT-MODIFIE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6200-IMPRIMER-ANOMALIE.
           MOVE OR-REFERENCE TO RPT-AN-REFERENCE
           MOVE OR-CALENDRIER TO RPT-AN-CALENDRIER
           MOVE OR-DATE1 TO RPT-AN-DATE1
           MOVE OR-DATE2 TO RPT-AN-DATE2
           MOVE RPT-ANOMALIE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Recapitulatif des ajouts / suppressions de la periode et
      *    nombre de resultats que chacun a fait changer
       6500-IMPRIMER-EVENEMENTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AJOUTS (AJT) ET SUPPRESSIONS (SUP) DE LA PERIODE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-EVT-COLONNES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WEV-IDX FROM 1 BY 1
                   UNTIL WEV-IDX > WS-NB-EVENEMENTS
               MOVE SPACES TO RPT-EVENEMENT-LINE
               MOVE WEV-JOURNAL-DATE(WEV-IDX) TO RPT-EV-JOURNAL-DATE
               MOVE WEV-USER(WEV-IDX) TO RPT-EV-USER
               MOVE WEV-ACTION(WEV-IDX) TO RPT-EV-ACTION
               MOVE WEV-CALENDRIER(WEV-IDX) TO RPT-EV-CALENDRIER
               MOVE WEV-FERIE(WEV-IDX) TO RPT-EV-FERIE
               MOVE WEV-USER2(WEV-IDX) TO RPT-EV-USER2
               MOVE WEV-NB-IMPACTS(WEV-IDX) TO RPT-EV-IMPACTS
               MOVE RPT-EVENEMENT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       6900-ECRIRE-LIGNE-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Totaux, code retour et fermeture
       9000-TERMINAISON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LIGNES HOLAUD LUES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-AUDIT-LUES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "MODIFICATIONS HOLCAL RETENUES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-EVENEMENTS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "ENTREES HOLAUD INEXPLOITABLES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-INEXPLOITABLES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RESULTATS HISTORIQUE LUS" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-HIST-LUS TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RESULTATS ILLISIBLES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-ILLISIBLES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RESULTATS RECALCULES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-CONCERNES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RESULTATS MODIFIES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-MODIFIES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           MOVE "RESULTATS NON RECALCULABLES" TO RPT-TOTAL-LIBELLE
           MOVE WS-NB-NON-RECALCULES TO RPT-TOTAL-NOMBRE
           PERFORM 6900-ECRIRE-LIGNE-TOTAL
           CLOSE AUDIT-FILE
                 HISTORY-FILE
                 CORRECTION-FILE
                 REPORT-FILE
           DISPLAY "Modifications HOLCAL retenues : " WS-NB-EVENEMENTS
           DISPLAY "Resultats recalcules          : " WS-NB-CONCERNES
           DISPLAY "Resultats modifies            : " WS-NB-MODIFIES
           DISPLAY "Resultats non recalculables   : "
               WS-NB-NON-RECALCULES
           EVALUATE TRUE
               WHEN WS-NB-NON-RECALCULES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-MODIFIES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
