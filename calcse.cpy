      * Evenement de securite (78 octets) : trace des echecs de
      * connexion, verrouillages, tentatives sur fiche verrouillee
      * et deverrouillages. Le fichier CALCSEC.DAT est cumulatif et
      * relu tel quel pour les revues de securite. SE-OPERATEUR-ID
      * est l'identifiant concerne ; SE-ACTEUR celui de la session
      * qui a produit l'evenement (le superviseur pour un
      * deverrouillage ou une desactivation), SE-PROGRAMME le
      * programme emetteur. Un evenement d'avant ces deux champs se
      * lit avec des blancs en queue.
       01  SE-RECORD.
           05  SE-DATE               PIC X(10).
           05  SE-TIME               PIC X(8).
           05  SE-OPERATEUR-ID       PIC X(10).
           05  SE-EVENEMENT          PIC X(30).
           05  SE-PROGRAMME          PIC X(10).
           05  SE-ACTEUR             PIC X(10).
