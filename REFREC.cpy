      ******************************************************************
      *   REFREC : gabarit partagé d'une référence de transaction      *
      *   déjà traitée par BUSDAYS (fichier REFTRT, indexé par la      *
      *   référence, 75 octets). BUSDAYS y consulte chaque référence   *
      *   lue avant de la traiter et y note le résultat produit ;      *
      *   REFPURG en retire les références trop anciennes. COPY par    *
      *   ces deux programmes pour que les zones ne divergent pas.     *
      *                                                                *
      *   REF-REFERENCE : référence fournie par le système appelant    *
      *   (colonnes 26-37 de TRANSIN) - clé du fichier indexé. Une     *
      *   transaction à référence blanche n'y est jamais notée.        *
      *                                                                *
      *   REF-RUN-DATE / REF-RUN-HEURE : date et heure de début du     *
      *   run BUSDAYS qui a traité la référence en dernier. Une        *
      *   référence déjà notée par le run en cours est un doublon      *
      *   au sein du même fichier.                                     *
      *                                                                *
      *   REF-RESULTAT : 'E' = résultat écrit sur TRANSOUT (toute      *
      *   répétition ultérieure est rejetée, motif DUPREF, sauf        *
      *   retraitement demandé sur la carte REFPARM), 'R' = rejetée    *
      *   (motif REF-MOTIF) : la transaction corrigée peut être        *
      *   resoumise sous la même référence.                            *
      *                                                                *
      *   REF-SORTIE : rappel du résultat écrit (zones OR-DATE2,       *
      *   OR-JOURS, OR-JOURS-OUVRES et OR-AVERTISSEMENT de TROUTREC,   *
      *   telles qu'éditées) ; blanc pour un rejet.                    *
      *                                                                *
      *   REF-NB-PASSAGES : nombre de fois où la référence a été       *
      *   traitée (première fois, resoumissions après rejet et         *
      *   retraitements demandés).                                     *
      ******************************************************************
       01  PROCESSED-REF-RECORD.
           05  REF-REFERENCE PIC X(12).
           05  FILLER PIC X(01).
           05  REF-RUN-DATE PIC 9(08).
           05  FILLER PIC X(01).
           05  REF-RUN-HEURE PIC 9(08).
           05  FILLER PIC X(01).
           05  REF-RESULTAT PIC X(01).
               88  REF-PRODUITE VALUE 'E'.
               88  REF-REJETEE VALUE 'R'.
           05  FILLER PIC X(01).
           05  REF-MOTIF PIC X(08).
           05  FILLER PIC X(01).
           05  REF-SORTIE.
               10  REF-DATE2 PIC X(08).
               10  FILLER PIC X(01).
               10  REF-JOURS PIC X(08).
               10  FILLER PIC X(01).
               10  REF-JOURS-OUVRES PIC X(08).
               10  FILLER PIC X(01).
               10  REF-AVERTISSEMENT PIC X(01).
           05  FILLER PIC X(01).
           05  REF-NB-PASSAGES PIC 9(04).
