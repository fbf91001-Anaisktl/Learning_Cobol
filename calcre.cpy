      * Enregistrement du fichier maitre des resultats (86 octets),
      * indexe sur RE-SEQ avec une cle secondaire (doublons admis)
      * sur RE-OPERATEUR-ID pour la consultation par operateur.
      * RE-ORDRE-ID et RE-ORDRE-ECHEANCE (AAAAMMJJ) renvoient a
      * l'ordre permanent qui a produit le resultat ; a blanc pour
      * tout autre mouvement.
      * Fichier a reconstruire par calcload (ancien fichier renomme
      * CALCRES.SEQ) apres tout changement de cle ou de dessin.
       01  RE-RECORD.
           05  RE-RESULT             PIC -Z(3).99.
           05  RE-STATUT             PIC X(30).
           05  RE-RUN-DATE           PIC X(10).
           05  RE-ORDRE-ID           PIC X(3).
           05  RE-ORDRE-ECHEANCE     PIC X(8).
