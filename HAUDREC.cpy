      ******************************************************************
      *   HAUDREC : gabarit partagé d'une ligne du journal d'audit     *
      *   HOLAUD des modifications de calendriers (60 octets, zones    *
      *   séparées par un espace). COPY par les programmes qui         *
      *   écrivent ou relisent ce journal pour que les zones ne        *
      *   divergent pas d'un programme à l'autre ; HOLMAINT et         *
      *   CALMAINT construisent la même disposition dans leur zone     *
      *   WS-AUDIT-LIGNE.                                              *
      *                                                                *
      *   HA-ACTION :                                                  *
      *     'DAJ' / 'DSU' = demande d'ajout / de suppression d'un      *
      *                     jour férié déposée dans HOLPEND            *
      *                     (HOLMAINT),                                *
      *     'APP' / 'REF' = demande approuvée / refusée (HOLAPPR),     *
      *     'AJT' / 'SUP' = jour férié effectivement ajouté /          *
      *                     supprimé dans HOLCAL (HOLAPLY ; ajout      *
      *                     importé du flux externe par HOLRAPP),      *
      *     'CAJ' / 'CMO' = définition de calendrier ajoutée /         *
      *                     modifiée dans CALMAST (CALMAINT).          *
      *                                                                *
      *   HA-USER : opérateur qui a agi (l'approbateur pour APP/REF,   *
      *   le demandeur pour AJT/SUP). HA-USER2 : l'autre opérateur de  *
      *   la validation à quatre yeux (le demandeur pour APP/REF,      *
      *   l'approbateur pour AJT/SUP, HOLRAPP pour un ajout importé) ; *
      *   blanc pour les autres actions.                               *
      ******************************************************************
       01  HOLAUD-RECORD.
           05  HA-DATE PIC 9(08).
           05  FILLER PIC X(01).
           05  HA-HEURE PIC 9(08).
           05  FILLER PIC X(01).
           05  HA-USER PIC X(08).
           05  FILLER PIC X(01).
           05  HA-ACTION PIC X(03).
           05  FILLER PIC X(01).
           05  HA-CALENDRIER PIC X(03).
           05  FILLER PIC X(01).
           05  HA-FERIE PIC X(08).
           05  FILLER PIC X(01).
           05  HA-USER2 PIC X(08).
           05  FILLER PIC X(08).
