       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcsecu.

      * Revue periodique de securite. La piste CALCSEC.DAT est relue
      * pour une periode : evenements par identifiant et par
      * programme emetteur, puis alertes - verrouillages repetes
      * d'un meme identifiant, deverrouillage fait par le
      * superviseur sur sa propre fiche ou par un superviseur lui-
      * meme verrouille dans la periode, echecs portant sur un
      * identifiant absent du fichier des operateurs. Le fichier
      * CALCOPER.DAT est ensuite passe en revue a la date du jour :
      * comptes actifs sans connexion depuis plus du seuil de
      * dormance (a defaut de connexion, la date du mot de passe
      * tient lieu de date de creation), mots de passe a moins du
      * preavis de l'expiration a 90 jours ou deja expires. Sur
      * demande au terminal, les comptes dormants sont desactives
      * (OP-ACTIF a N) au nom d'un superviseur reconnu par son
      * identifiant et son mot de passe, qui n'est jamais
      * desactive lui-meme ; chaque desactivation part a la piste
      * de securite. La carte CALCEPRM.DAT (date de debut, date de
      * fin, seuil de dormance en jours, preavis en jours, O pour
      * desactiver, superviseur) permet le passage en travail
      * planifie, pour la revue seule : une desactivation demandee
      * par carte est refusee (code retour 8), la carte ne valant
      * pas authentification. A defaut de carte les valeurs sont
      * demandees au terminal. Code retour 4 si la revue releve
      * une alerte, un compte dormant ou un mot de passe a changer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECU-PARM-FILE ASSIGN TO "CALCEPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SECU-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SECU-SEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SECU-RAPPORT-FILE ASSIGN TO "CALCSECU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECU-PARM-FILE.
       01  SP-RECORD.
           05  SP-DATE-DEBUT         PIC X(10).
           05  SP-DATE-FIN           PIC X(10).
           05  SP-DORMANCE           PIC X(3).
           05  SP-PREAVIS            PIC X(2).
           05  SP-DESACTIVER         PIC X(1).
           05  SP-SUPERVISEUR-ID     PIC X(10).

       FD  SECU-OPER-FILE.
       COPY "calcop.cpy".

       FD  SECU-SEC-FILE.
       COPY "calcse.cpy".

       FD  SECU-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-OPER-STATUS            PIC X(2).
       01  WS-SEC-STATUS             PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).

       01  WS-OPER-EOF               PIC X(1) VALUE "N".
           88  WS-OPER-DONE                   VALUE "Y".

       01  WS-SEC-EOF                PIC X(1) VALUE "N".
           88  WS-SEC-DONE                    VALUE "Y".

       01  WS-PARM-LU                PIC X(1) VALUE "N".
           88  WS-PARM-TROUVEE                VALUE "O".

       01  WS-DATE-DEBUT             PIC X(10).
       01  WS-DATE-FIN               PIC X(10).

      * Bornes et date d'evenement ramenees en AAAAMMJJ.
       01  WS-CLE-DEBUT              PIC X(8).
       01  WS-CLE-FIN                PIC X(8).
       01  WS-CLE-LIGNE              PIC X(8).

      * Seuils de la revue des comptes.
       01  WS-SAISIE-NOMBRE          PIC X(3).
       01  WS-DORMANCE               PIC 9(3) VALUE 90.
       01  WS-PREAVIS                PIC 9(2) VALUE 10.
       01  WS-SEUIL-EXPIRATION       PIC S9(5).

       01  WS-DESACTIVER             PIC X(1).
           88  WS-AVEC-DESACTIVATION          VALUE "O".

       01  WS-SUPERVISEUR-ID         PIC X(10).
       01  WS-MDP-SAISI              PIC X(10).
       01  WS-SUPERVISEUR-OK         PIC X(1) VALUE "N".
           88  WS-SUPERVISEUR-RECONNU         VALUE "O".
       01  WS-MDP-EXPIRE             PIC X(1) VALUE "N".
       01  WS-REFUS-LIBELLE          PIC X(40)
               VALUE "SUPERVISEUR NON RECONNU".

      * Fichier des operateurs en table ; il n'est reecrit que si
      * des comptes sont desactives.
       01  WS-TABLE-OPER.
           05  WS-NB-OPER            PIC 9(3) VALUE 0.
           05  WS-OP-ENTREE OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-OPER
               INDEXED BY WS-OP-IDX.
               10  WS-OP-ID          PIC X(10).
               10  WS-OP-NOM         PIC X(30).
               10  WS-OP-MDP         PIC X(10).
               10  WS-OP-NIVEAU      PIC X(1).
                   88  WS-OP-SUPERVISEUR      VALUE "S".
               10  WS-OP-ACTIF       PIC X(1).
                   88  WS-OP-EST-ACTIF        VALUE "O".
               10  WS-OP-CONNEXION   PIC X(10).
               10  WS-OP-ECHECS      PIC 9(1).
               10  WS-OP-MDP-DATE    PIC X(10).
               10  WS-OP-VERROU      PIC X(1).
                   88  WS-OP-VERROUILLE       VALUE "O".
               10  WS-OP-DESACTIVE   PIC X(1).

       01  WS-OPER-POS               PIC 9(3) VALUE 0.
       01  WS-CHERCHE-ID             PIC X(10).

      * Cumuls par identifiant concerne, dans l'ordre d'apparition.
       01  WS-TABLE-ID.
           05  WS-NB-ID              PIC 9(4) VALUE 0.
           05  WS-ID-ENTREE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-ID
               INDEXED BY WS-ID-IDX.
               10  WS-ID-OPER        PIC X(10).
               10  WS-ID-CONNU       PIC X(1).
               10  WS-ID-ECHECS      PIC 9(5).
               10  WS-ID-VERROUS     PIC 9(5).
               10  WS-ID-TENTATIVES  PIC 9(5).
               10  WS-ID-DEVERROUS   PIC 9(5).
               10  WS-ID-INCONNUS    PIC 9(5).
               10  WS-ID-AUTRES      PIC 9(5).
               10  WS-ID-TOTAL       PIC 9(5).

       01  WS-ID-POS                 PIC 9(4) VALUE 0.

      * Cumuls par programme emetteur.
       01  WS-TABLE-PGM.
           05  WS-NB-PGM             PIC 9(2) VALUE 0.
           05  WS-PG-ENTREE OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NB-PGM
               INDEXED BY WS-PG-IDX.
               10  WS-PG-NOM         PIC X(10).
               10  WS-PG-TOTAL       PIC 9(5).

       01  WS-PGM-POS                PIC 9(2) VALUE 0.
       01  WS-PGM-NOM                PIC X(10).

      * Deverrouillages de la periode, confrontes en fin de lecture
      * aux verrouillages du superviseur qui les a faits.
       01  WS-TABLE-DEVERROU.
           05  WS-NB-DEVERROU        PIC 9(4) VALUE 0.
           05  WS-DV-ENTREE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-DEVERROU
               INDEXED BY WS-DV-IDX.
               10  WS-DV-DATE        PIC X(10).
               10  WS-DV-TIME        PIC X(8).
               10  WS-DV-CIBLE       PIC X(10).
               10  WS-DV-ACTEUR      PIC X(10).

       01  WS-PARCOURS               PIC 9(4).

      * Conversion des dates JJ/MM/AAAA en jours.
       01  WS-DATE-TRAVAIL           PIC X(10).
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-LISIBLE           PIC X(1).
       01  WS-JOUR-CALCULE           PIC 9(8).
       01  WS-JOUR-RUN               PIC 9(8).
       01  WS-AGE                    PIC S9(5).
       01  WS-REFERENCE              PIC X(10).
       01  WS-REFERENCE-LIBELLE      PIC X(12).

       01  WS-CPT-LUS                PIC 9(7) VALUE 0.
       01  WS-CPT-RETENUS            PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-DATE          PIC 9(7) VALUE 0.
       01  WS-CPT-ALERTES            PIC 9(5) VALUE 0.
       01  WS-CPT-DORMANTS           PIC 9(5) VALUE 0.
       01  WS-CPT-EXPIRATIONS        PIC 9(5) VALUE 0.
       01  WS-CPT-DESACTIVES         PIC 9(5) VALUE 0.

       01  WS-EDIT-CPT               PIC Z(4)9.
       01  WS-EDIT-TOT               PIC Z(6)9.
       01  WS-EDIT-AGE               PIC -Z(4)9.
       01  WS-EDIT-LIGNE.
           05  WS-EL-ID              PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-EL-ECHECS          PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-VERROUS         PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-TENTATIVES      PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-DEVERROUS       PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-INCONNUS        PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-AUTRES          PIC Z(5)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-TOTAL           PIC Z(5)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-EL-CONNU           PIC X(9).

       01  WS-SEC-EVENEMENT          PIC X(30).
       01  WS-SEC-CIBLE              PIC X(10).

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  WS-DT-HEURE           PIC 9(2).
           05  WS-DT-MINUTE          PIC 9(2).
           05  WS-DT-SECONDE         PIC 9(2).
           05  FILLER                PIC X(7).

       01  WS-JOUR-DATE              PIC X(10).
       01  WS-JOUR-TIME              PIC X(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE

           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 1100-CHARGER-OPERATEURS-START
              THRU 1100-CHARGER-OPERATEURS-END

           IF WS-AVEC-DESACTIVATION
               PERFORM 1200-CONTROLE-SUPERVISEUR-START
                  THRU 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           OPEN OUTPUT SECU-RAPPORT-FILE
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "OUVERTURE DU RAPPORT IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RP-LIGNE
           STRING "REVUE DE SECURITE  EDITEE LE " WS-JOUR-DATE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "PERIODE DU " WS-DATE-DEBUT " AU " WS-DATE-FIN
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           PERFORM 2000-LIRE-EVENEMENTS-START
              THRU 2000-LIRE-EVENEMENTS-END

           PERFORM 3000-EDITER-PAR-ID-START
              THRU 3000-EDITER-PAR-ID-END

           PERFORM 3100-EDITER-PAR-PROGRAMME-START
              THRU 3100-EDITER-PAR-PROGRAMME-END

           PERFORM 3200-ALERTES-START
              THRU 3200-ALERTES-END

           PERFORM 4000-COMPTES-DORMANTS-START
              THRU 4000-COMPTES-DORMANTS-END

           PERFORM 4200-EXPIRATIONS-START
              THRU 4200-EXPIRATIONS-END

           IF WS-CPT-DESACTIVES > 0
               PERFORM 4500-REECRIRE-OPERATEURS-START
                  THRU 4500-REECRIRE-OPERATEURS-END
               PERFORM 4600-TRACER-DESACTIVATIONS-START
                  THRU 4600-TRACER-DESACTIVATIONS-END
           END-IF

           PERFORM 5000-TOTAUX-START
              THRU 5000-TOTAUX-END

           CLOSE SECU-RAPPORT-FILE

           IF RETURN-CODE = 0
               AND (WS-CPT-ALERTES > 0 OR WS-CPT-DORMANTS > 0
                    OR WS-CPT-EXPIRATIONS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "EVENEMENTS RETENUS  : " WS-CPT-RETENUS
           DISPLAY "ALERTES             : " WS-CPT-ALERTES
           DISPLAY "COMPTES DORMANTS    : " WS-CPT-DORMANTS
           DISPLAY "COMPTES DESACTIVES  : " WS-CPT-DESACTIVES

           STOP RUN.

      *** CARTE PARAMETRE OU SAISIE DES CRITERES. ***
       1000-PARM-LIRE-START.
           MOVE SPACES TO WS-DATE-DEBUT
           MOVE SPACES TO WS-DATE-FIN
           MOVE SPACES TO WS-DESACTIVER
           MOVE SPACES TO WS-SUPERVISEUR-ID

           OPEN INPUT SECU-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SECU-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "O" TO WS-PARM-LU
                       MOVE SP-DATE-DEBUT TO WS-DATE-DEBUT
                       MOVE SP-DATE-FIN TO WS-DATE-FIN
                       IF SP-DORMANCE NUMERIC
                           MOVE SP-DORMANCE TO WS-DORMANCE
                       END-IF
                       IF SP-PREAVIS NUMERIC
                           MOVE SP-PREAVIS TO WS-PREAVIS
                       END-IF
                       MOVE SP-DESACTIVER TO WS-DESACTIVER
                       IF WS-DESACTIVER = SPACE
                           MOVE "N" TO WS-DESACTIVER
                       END-IF
                       MOVE SP-SUPERVISEUR-ID TO WS-SUPERVISEUR-ID
               END-READ
               CLOSE SECU-PARM-FILE
           END-IF

           IF WS-DATE-DEBUT = SPACES
               DISPLAY "DATE DE DEBUT (JJ/MM/AAAA) ?"
               ACCEPT WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN = SPACES
               DISPLAY "DATE DE FIN (JJ/MM/AAAA) ?"
               ACCEPT WS-DATE-FIN
           END-IF

           IF NOT WS-PARM-TROUVEE
               DISPLAY "SEUIL DE DORMANCE EN JOURS (VIDE = 90) ?"
               MOVE SPACES TO WS-SAISIE-NOMBRE
               ACCEPT WS-SAISIE-NOMBRE
               IF WS-SAISIE-NOMBRE NOT = SPACES
                   COMPUTE WS-DORMANCE =
                       FUNCTION NUMVAL(WS-SAISIE-NOMBRE)
               END-IF
               DISPLAY "PREAVIS D'EXPIRATION EN JOURS (VIDE = 10) ?"
               MOVE SPACES TO WS-SAISIE-NOMBRE
               ACCEPT WS-SAISIE-NOMBRE
               IF WS-SAISIE-NOMBRE NOT = SPACES
                   COMPUTE WS-PREAVIS =
                       FUNCTION NUMVAL(WS-SAISIE-NOMBRE)
               END-IF
           END-IF

           IF WS-DESACTIVER = SPACE
               DISPLAY "DESACTIVER LES COMPTES DORMANTS (O/N) ?"
               ACCEPT WS-DESACTIVER
           END-IF
           IF WS-DESACTIVER = "o"
               MOVE "O" TO WS-DESACTIVER
           END-IF

           IF WS-DORMANCE = 0
               MOVE 90 TO WS-DORMANCE
           END-IF
           IF WS-PREAVIS > 89
               MOVE 10 TO WS-PREAVIS
           END-IF
           COMPUTE WS-SEUIL-EXPIRATION = 90 - WS-PREAVIS

           IF WS-DATE-DEBUT(1:2) NOT NUMERIC
               OR WS-DATE-DEBUT(4:2) NOT NUMERIC
               OR WS-DATE-DEBUT(7:4) NOT NUMERIC
               OR WS-DATE-FIN(1:2) NOT NUMERIC
               OR WS-DATE-FIN(4:2) NOT NUMERIC
               OR WS-DATE-FIN(7:4) NOT NUMERIC
               DISPLAY "PERIODE ILLISIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATE-DEBUT(7:4) TO WS-CLE-DEBUT(1:4)
           MOVE WS-DATE-DEBUT(4:2) TO WS-CLE-DEBUT(5:2)
           MOVE WS-DATE-DEBUT(1:2) TO WS-CLE-DEBUT(7:2)
           MOVE WS-DATE-FIN(7:4) TO WS-CLE-FIN(1:4)
           MOVE WS-DATE-FIN(4:2) TO WS-CLE-FIN(5:2)
           MOVE WS-DATE-FIN(1:2) TO WS-CLE-FIN(7:2)

           IF WS-CLE-FIN < WS-CLE-DEBUT
               DISPLAY "LA FIN DE PERIODE PRECEDE LE DEBUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-PARM-LIRE-END.
           EXIT.

      *** CHARGEMENT DU FICHIER DES OPERATEURS. ***
       1100-CHARGER-OPERATEURS-START.
           OPEN INPUT SECU-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPER-DONE
               READ SECU-OPER-FILE
                   AT END
                       SET WS-OPER-DONE TO TRUE
                   NOT AT END
                       IF WS-NB-OPER = 500
                           DISPLAY "TABLE DES OPERATEURS PLEINE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NB-OPER
                       SET WS-OP-IDX TO WS-NB-OPER
                       MOVE OP-ID TO WS-OP-ID(WS-OP-IDX)
                       MOVE OP-NOM TO WS-OP-NOM(WS-OP-IDX)
                       MOVE OP-MOT-PASSE TO WS-OP-MDP(WS-OP-IDX)
                       MOVE OP-NIVEAU TO WS-OP-NIVEAU(WS-OP-IDX)
                       MOVE OP-ACTIF TO WS-OP-ACTIF(WS-OP-IDX)
                       MOVE OP-CONNEXION
                           TO WS-OP-CONNEXION(WS-OP-IDX)
      * Fiche d'avant les champs de securite : compteur a zero et
      * verrou absent par convention.
                       IF OP-ECHECS NUMERIC
                           MOVE OP-ECHECS TO WS-OP-ECHECS(WS-OP-IDX)
                       ELSE
                           MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
                       END-IF
                       MOVE OP-MDP-DATE
                           TO WS-OP-MDP-DATE(WS-OP-IDX)
                       MOVE OP-VERROU TO WS-OP-VERROU(WS-OP-IDX)
                       MOVE "N" TO WS-OP-DESACTIVE(WS-OP-IDX)
               END-READ
           END-PERFORM

           CLOSE SECU-OPER-FILE.
       1100-CHARGER-OPERATEURS-END.
           EXIT.

      *** SUPERVISEUR DE LA DESACTIVATION. ***
      * La desactivation ne se fait qu'au terminal : identifiant et
      * mot de passe du superviseur, aux memes regles qu'a
      * l'ouverture de session - fiche desactivee ou verrouillee
      * refusee, trois echecs verrouillent, mot de passe expire
      * refuse (il se change a l'ouverture d'une session), chaque
      * refus part a la piste de securite ; la connexion est datee
      * du jour. En passage par carte, seule la revue est faite.
      * Superviseur non reconnu : les comptes dormants sont listes
      * mais aucun n'est desactive.
       1200-CONTROLE-SUPERVISEUR-START.
           IF WS-PARM-TROUVEE
               DISPLAY "DESACTIVATION AU TERMINAL SEULEMENT - "
                   "REVUE SANS DESACTIVATION"
               MOVE "DESACTIVATION PAR CARTE NON ADMISE"
                   TO WS-REFUS-LIBELLE
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           DISPLAY "IDENTIFIANT SUPERVISEUR ?"
           ACCEPT WS-SUPERVISEUR-ID
           DISPLAY "MOT DE PASSE ?"
           ACCEPT WS-MDP-SAISI
           MOVE WS-SUPERVISEUR-ID TO WS-SEC-CIBLE

           MOVE WS-SUPERVISEUR-ID TO WS-CHERCHE-ID
           PERFORM 2300-CHERCHER-OPERATEUR-START
              THRU 2300-CHERCHER-OPERATEUR-END
           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU - AUCUNE DESACTIVATION"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 7000-TRACER-SECURITE-START
                  THRU 7000-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           SET WS-OP-IDX TO WS-OPER-POS
           IF NOT WS-OP-EST-ACTIF(WS-OP-IDX)
               DISPLAY "OPERATEUR DESACTIVE - AUCUNE DESACTIVATION"
               MOVE "TENTATIVE FICHE DESACTIVEE" TO WS-SEC-EVENEMENT
               PERFORM 7000-TRACER-SECURITE-START
                  THRU 7000-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           IF WS-OP-VERROUILLE(WS-OP-IDX)
               DISPLAY "OPERATEUR VERROUILLE - VOIR UN SUPERVISEUR"
               MOVE "TENTATIVE FICHE VERROUILLEE"
                   TO WS-SEC-EVENEMENT
               PERFORM 7000-TRACER-SECURITE-START
                  THRU 7000-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           IF WS-MDP-SAISI NOT = WS-OP-MDP(WS-OP-IDX)
               ADD 1 TO WS-OP-ECHECS(WS-OP-IDX)
               IF WS-OP-ECHECS(WS-OP-IDX) >= 3
                   MOVE "O" TO WS-OP-VERROU(WS-OP-IDX)
                   MOVE "VERROUILLAGE APRES 3 ECHECS"
                       TO WS-SEC-EVENEMENT
                   DISPLAY "OPERATEUR VERROUILLE - VOIR UN "
                       "SUPERVISEUR"
               ELSE
                   MOVE "MOT DE PASSE ERRONE" TO WS-SEC-EVENEMENT
                   DISPLAY "MOT DE PASSE ERRONE - AUCUNE "
                       "DESACTIVATION"
               END-IF
               PERFORM 7000-TRACER-SECURITE-START
                  THRU 7000-TRACER-SECURITE-END
               PERFORM 4500-REECRIRE-OPERATEURS-START
                  THRU 4500-REECRIRE-OPERATEURS-END
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           IF WS-OP-ECHECS(WS-OP-IDX) > 0
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 4500-REECRIRE-OPERATEURS-START
                  THRU 4500-REECRIRE-OPERATEURS-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           IF NOT WS-OP-SUPERVISEUR(WS-OP-IDX)
               DISPLAY "DESACTIVATION RESERVEE AUX SUPERVISEURS"
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           PERFORM 1300-CONTROLE-EXPIRATION-START
              THRU 1300-CONTROLE-EXPIRATION-END
           IF WS-MDP-EXPIRE = "O"
               DISPLAY "MOT DE PASSE EXPIRE - LE CHANGER A "
                   "L'OUVERTURE D'UNE SESSION"
               MOVE "MOT DE PASSE EXPIRE" TO WS-SEC-EVENEMENT
               PERFORM 7000-TRACER-SECURITE-START
                  THRU 7000-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               GO TO 1200-CONTROLE-SUPERVISEUR-END
           END-IF

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 4500-REECRIRE-OPERATEURS-START
              THRU 4500-REECRIRE-OPERATEURS-END

           MOVE "O" TO WS-SUPERVISEUR-OK.
       1200-CONTROLE-SUPERVISEUR-END.
           EXIT.

      *** EXPIRATION DU MOT DE PASSE DU SUPERVISEUR. ***
      * Un mot de passe de plus de 90 jours est expire. Une fiche
      * sans date de changement lisible (anterieure aux champs de
      * securite) est datee du jour au passage, comme a
      * l'ouverture de session.
       1300-CONTROLE-EXPIRATION-START.
           MOVE "N" TO WS-MDP-EXPIRE

           MOVE WS-JOUR-DATE TO WS-DATE-TRAVAIL
           PERFORM 6000-DATE-EN-JOURS-START
              THRU 6000-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               GO TO 1300-CONTROLE-EXPIRATION-END
           END-IF
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN

           MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-DATE-TRAVAIL
           PERFORM 6000-DATE-EN-JOURS-START
              THRU 6000-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               GO TO 1300-CONTROLE-EXPIRATION-END
           END-IF

           COMPUTE WS-AGE = WS-JOUR-RUN - WS-JOUR-CALCULE
           IF WS-AGE > 90
               MOVE "O" TO WS-MDP-EXPIRE
           END-IF.
       1300-CONTROLE-EXPIRATION-END.
           EXIT.

      *** LECTURE DE LA PISTE DE SECURITE. ***
       2000-LIRE-EVENEMENTS-START.
           OPEN INPUT SECU-SEC-FILE
           IF WS-SEC-STATUS NOT = "00"
               MOVE "PISTE DE SECURITE ABSENTE OU VIDE" TO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 2000-LIRE-EVENEMENTS-END
           END-IF

           PERFORM UNTIL WS-SEC-DONE
               READ SECU-SEC-FILE
                   AT END
                       SET WS-SEC-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CPT-LUS
                       PERFORM 2100-CUMULER-START
                          THRU 2100-CUMULER-END
               END-READ
           END-PERFORM

           CLOSE SECU-SEC-FILE.
       2000-LIRE-EVENEMENTS-END.
           EXIT.

      * Un evenement est retenu s'il porte une date lisible comprise
      * dans la periode.
       2100-CUMULER-START.
           IF SE-DATE(1:2) NUMERIC AND SE-DATE(4:2) NUMERIC
               AND SE-DATE(7:4) NUMERIC
               MOVE SE-DATE(7:4) TO WS-CLE-LIGNE(1:4)
               MOVE SE-DATE(4:2) TO WS-CLE-LIGNE(5:2)
               MOVE SE-DATE(1:2) TO WS-CLE-LIGNE(7:2)
           ELSE
               ADD 1 TO WS-CPT-SANS-DATE
               GO TO 2100-CUMULER-END
           END-IF

           IF WS-CLE-LIGNE < WS-CLE-DEBUT
               OR WS-CLE-LIGNE > WS-CLE-FIN
               GO TO 2100-CUMULER-END
           END-IF

           ADD 1 TO WS-CPT-RETENUS

           PERFORM 2200-CHERCHER-ID-START
              THRU 2200-CHERCHER-ID-END
           SET WS-ID-IDX TO WS-ID-POS
           ADD 1 TO WS-ID-TOTAL(WS-ID-IDX)

           EVALUATE SE-EVENEMENT
           WHEN "MOT DE PASSE ERRONE"
               ADD 1 TO WS-ID-ECHECS(WS-ID-IDX)
           WHEN "VERROUILLAGE APRES 3 ECHECS"
               ADD 1 TO WS-ID-VERROUS(WS-ID-IDX)
           WHEN "TENTATIVE FICHE VERROUILLEE"
           WHEN "TENTATIVE FICHE DESACTIVEE"
           WHEN "MOT DE PASSE EXPIRE"
               ADD 1 TO WS-ID-TENTATIVES(WS-ID-IDX)
           WHEN "DEVERROUILLAGE SUPERVISEUR"
               ADD 1 TO WS-ID-DEVERROUS(WS-ID-IDX)
               IF WS-NB-DEVERROU < 2000
                   ADD 1 TO WS-NB-DEVERROU
                   SET WS-DV-IDX TO WS-NB-DEVERROU
                   MOVE SE-DATE TO WS-DV-DATE(WS-DV-IDX)
                   MOVE SE-TIME TO WS-DV-TIME(WS-DV-IDX)
                   MOVE SE-OPERATEUR-ID TO WS-DV-CIBLE(WS-DV-IDX)
                   MOVE SE-ACTEUR TO WS-DV-ACTEUR(WS-DV-IDX)
               END-IF
           WHEN "IDENTIFIANT INCONNU"
               ADD 1 TO WS-ID-INCONNUS(WS-ID-IDX)
           WHEN OTHER
               ADD 1 TO WS-ID-AUTRES(WS-ID-IDX)
           END-EVALUATE

      * Evenement d'avant le champ programme : compte a part.
           IF SE-PROGRAMME = SPACES
               MOVE "NON TRACE" TO WS-PGM-NOM
           ELSE
               MOVE SE-PROGRAMME TO WS-PGM-NOM
           END-IF
           PERFORM 2400-CHERCHER-PROGRAMME-START
              THRU 2400-CHERCHER-PROGRAMME-END
           IF WS-PGM-POS > 0
               SET WS-PG-IDX TO WS-PGM-POS
               ADD 1 TO WS-PG-TOTAL(WS-PG-IDX)
           END-IF.
       2100-CUMULER-END.
           EXIT.

       2200-CHERCHER-ID-START.
           MOVE 0 TO WS-ID-POS
           SET WS-ID-IDX TO 1
           PERFORM UNTIL WS-ID-POS > 0
               OR WS-ID-IDX > WS-NB-ID
               IF WS-ID-OPER(WS-ID-IDX) = SE-OPERATEUR-ID
                   MOVE WS-ID-IDX TO WS-ID-POS
               ELSE
                   SET WS-ID-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-ID-POS = 0
               IF WS-NB-ID = 2000
                   DISPLAY "TABLE DES IDENTIFIANTS PLEINE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-ID
               SET WS-ID-IDX TO WS-NB-ID
               INITIALIZE WS-ID-ENTREE(WS-ID-IDX)
               MOVE SE-OPERATEUR-ID TO WS-ID-OPER(WS-ID-IDX)
               MOVE SE-OPERATEUR-ID TO WS-CHERCHE-ID
               PERFORM 2300-CHERCHER-OPERATEUR-START
                  THRU 2300-CHERCHER-OPERATEUR-END
               IF WS-OPER-POS > 0
                   MOVE "O" TO WS-ID-CONNU(WS-ID-IDX)
               ELSE
                   MOVE "N" TO WS-ID-CONNU(WS-ID-IDX)
               END-IF
               MOVE WS-NB-ID TO WS-ID-POS
           END-IF.
       2200-CHERCHER-ID-END.
           EXIT.

      * L'identifiant cherche est attendu dans WS-CHERCHE-ID.
       2300-CHERCHER-OPERATEUR-START.
           MOVE 0 TO WS-OPER-POS
           SET WS-OP-IDX TO 1
           PERFORM UNTIL WS-OPER-POS > 0
               OR WS-OP-IDX > WS-NB-OPER
               IF WS-OP-ID(WS-OP-IDX) = WS-CHERCHE-ID
                   MOVE WS-OP-IDX TO WS-OPER-POS
               ELSE
                   SET WS-OP-IDX UP BY 1
               END-IF
           END-PERFORM.
       2300-CHERCHER-OPERATEUR-END.
           EXIT.

       2400-CHERCHER-PROGRAMME-START.
           MOVE 0 TO WS-PGM-POS
           SET WS-PG-IDX TO 1
           PERFORM UNTIL WS-PGM-POS > 0
               OR WS-PG-IDX > WS-NB-PGM
               IF WS-PG-NOM(WS-PG-IDX) = WS-PGM-NOM
                   MOVE WS-PG-IDX TO WS-PGM-POS
               ELSE
                   SET WS-PG-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-PGM-POS = 0 AND WS-NB-PGM < 50
               ADD 1 TO WS-NB-PGM
               SET WS-PG-IDX TO WS-NB-PGM
               MOVE WS-PGM-NOM TO WS-PG-NOM(WS-PG-IDX)
               MOVE 0 TO WS-PG-TOTAL(WS-PG-IDX)
               MOVE WS-NB-PGM TO WS-PGM-POS
           END-IF.
       2400-CHERCHER-PROGRAMME-END.
           EXIT.

      *** EVENEMENTS PAR IDENTIFIANT. ***
       3000-EDITER-PAR-ID-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "EVENEMENTS PAR IDENTIFIANT" TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE SPACES TO RP-LIGNE
           STRING "IDENTIFIANT  ECHECS VERROU TENTAT DEVERR INCONN "
               "AUTRES  TOTAL"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ID
               ADD 1 TO WS-PARCOURS
               SET WS-ID-IDX TO WS-PARCOURS
               MOVE WS-ID-OPER(WS-ID-IDX) TO WS-EL-ID
               MOVE WS-ID-ECHECS(WS-ID-IDX) TO WS-EL-ECHECS
               MOVE WS-ID-VERROUS(WS-ID-IDX) TO WS-EL-VERROUS
               MOVE WS-ID-TENTATIVES(WS-ID-IDX) TO WS-EL-TENTATIVES
               MOVE WS-ID-DEVERROUS(WS-ID-IDX) TO WS-EL-DEVERROUS
               MOVE WS-ID-INCONNUS(WS-ID-IDX) TO WS-EL-INCONNUS
               MOVE WS-ID-AUTRES(WS-ID-IDX) TO WS-EL-AUTRES
               MOVE WS-ID-TOTAL(WS-ID-IDX) TO WS-EL-TOTAL
               IF WS-ID-CONNU(WS-ID-IDX) = "O"
                   MOVE SPACES TO WS-EL-CONNU
               ELSE
                   MOVE "INCONNU" TO WS-EL-CONNU
               END-IF
               MOVE WS-EDIT-LIGNE TO RP-LIGNE
               WRITE RP-LIGNE
           END-PERFORM.
       3000-EDITER-PAR-ID-END.
           EXIT.

      *** EVENEMENTS PAR PROGRAMME. ***
       3100-EDITER-PAR-PROGRAMME-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "EVENEMENTS PAR PROGRAMME" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-PGM
               ADD 1 TO WS-PARCOURS
               SET WS-PG-IDX TO WS-PARCOURS
               MOVE WS-PG-TOTAL(WS-PG-IDX) TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "  " WS-PG-NOM(WS-PG-IDX) " : " WS-EDIT-CPT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-PERFORM.
       3100-EDITER-PAR-PROGRAMME-END.
           EXIT.

      *** ALERTES. ***
       3200-ALERTES-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "ALERTES" TO RP-LIGNE
           WRITE RP-LIGNE

      * Verrouillages repetes et echecs sur identifiant inconnu.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ID
               ADD 1 TO WS-PARCOURS
               SET WS-ID-IDX TO WS-PARCOURS
               IF WS-ID-VERROUS(WS-ID-IDX) > 1
                   ADD 1 TO WS-CPT-ALERTES
                   MOVE WS-ID-VERROUS(WS-ID-IDX) TO WS-EDIT-CPT
                   MOVE SPACES TO RP-LIGNE
                   STRING "  VERROUILLAGES REPETES    : "
                       WS-ID-OPER(WS-ID-IDX) " " WS-EDIT-CPT
                       " FOIS"
                       DELIMITED BY SIZE INTO RP-LIGNE
                   WRITE RP-LIGNE
               END-IF
               IF WS-ID-CONNU(WS-ID-IDX) NOT = "O"
                   AND WS-ID-ECHECS(WS-ID-IDX)
                     + WS-ID-VERROUS(WS-ID-IDX)
                     + WS-ID-TENTATIVES(WS-ID-IDX)
                     + WS-ID-INCONNUS(WS-ID-IDX) > 0
                   ADD 1 TO WS-CPT-ALERTES
                   COMPUTE WS-EDIT-CPT = WS-ID-ECHECS(WS-ID-IDX)
                       + WS-ID-VERROUS(WS-ID-IDX)
                       + WS-ID-TENTATIVES(WS-ID-IDX)
                       + WS-ID-INCONNUS(WS-ID-IDX)
                   MOVE SPACES TO RP-LIGNE
                   STRING "  ECHECS SUR ID INCONNU    : "
                       WS-ID-OPER(WS-ID-IDX) " " WS-EDIT-CPT
                       " FOIS"
                       DELIMITED BY SIZE INTO RP-LIGNE
                   WRITE RP-LIGNE
               END-IF
           END-PERFORM

      * Deverrouillages : sur sa propre fiche, ou par un
      * superviseur lui-meme verrouille dans la periode.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-DEVERROU
               ADD 1 TO WS-PARCOURS
               SET WS-DV-IDX TO WS-PARCOURS
               PERFORM 3300-CONTROLER-DEVERROU-START
                  THRU 3300-CONTROLER-DEVERROU-END
           END-PERFORM

           IF WS-CPT-ALERTES = 0
               MOVE "  AUCUNE" TO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       3200-ALERTES-END.
           EXIT.

       3300-CONTROLER-DEVERROU-START.
           IF WS-DV-ACTEUR(WS-DV-IDX) = SPACES
               GO TO 3300-CONTROLER-DEVERROU-END
           END-IF

           IF WS-DV-ACTEUR(WS-DV-IDX) = WS-DV-CIBLE(WS-DV-IDX)
               ADD 1 TO WS-CPT-ALERTES
               MOVE SPACES TO RP-LIGNE
               STRING "  AUTO-DEVERROUILLAGE      : "
                   WS-DV-ACTEUR(WS-DV-IDX) " LE "
                   WS-DV-DATE(WS-DV-IDX) " " WS-DV-TIME(WS-DV-IDX)
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 3300-CONTROLER-DEVERROU-END
           END-IF

           MOVE 0 TO WS-ID-POS
           SET WS-ID-IDX TO 1
           PERFORM UNTIL WS-ID-POS > 0
               OR WS-ID-IDX > WS-NB-ID
               IF WS-ID-OPER(WS-ID-IDX) = WS-DV-ACTEUR(WS-DV-IDX)
                   MOVE WS-ID-IDX TO WS-ID-POS
               ELSE
                   SET WS-ID-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-ID-POS > 0
               SET WS-ID-IDX TO WS-ID-POS
               IF WS-ID-VERROUS(WS-ID-IDX) > 0
                   ADD 1 TO WS-CPT-ALERTES
                   MOVE SPACES TO RP-LIGNE
                   STRING "  DEVERR. PAR VERROUILLE   : "
                       WS-DV-ACTEUR(WS-DV-IDX) " A LIBERE "
                       WS-DV-CIBLE(WS-DV-IDX) " LE "
                       WS-DV-DATE(WS-DV-IDX)
                       DELIMITED BY SIZE INTO RP-LIGNE
                   WRITE RP-LIGNE
               END-IF
           END-IF.
       3300-CONTROLER-DEVERROU-END.
           EXIT.

      *** COMPTES DORMANTS. ***
      * Date de reference : derniere connexion, a defaut date du mot
      * de passe (fixee a la creation). Sans date lisible le compte
      * est signale mais jamais desactive d'office.
       4000-COMPTES-DORMANTS-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-DORMANCE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "COMPTES ACTIFS SANS CONNEXION DEPUIS PLUS DE "
               WS-EDIT-CPT " JOURS"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-JOUR-DATE TO WS-DATE-TRAVAIL
           PERFORM 6000-DATE-EN-JOURS-START
              THRU 6000-DATE-EN-JOURS-END
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-OPER
               ADD 1 TO WS-PARCOURS
               SET WS-OP-IDX TO WS-PARCOURS
               IF WS-OP-EST-ACTIF(WS-OP-IDX)
                   PERFORM 4100-CONTROLER-DORMANCE-START
                      THRU 4100-CONTROLER-DORMANCE-END
               END-IF
           END-PERFORM

           IF WS-CPT-DORMANTS = 0
               MOVE "  AUCUN" TO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       4000-COMPTES-DORMANTS-END.
           EXIT.

       4100-CONTROLER-DORMANCE-START.
           MOVE "CONNEXION" TO WS-REFERENCE-LIBELLE
           MOVE WS-OP-CONNEXION(WS-OP-IDX) TO WS-REFERENCE
           MOVE WS-REFERENCE TO WS-DATE-TRAVAIL
           PERFORM 6000-DATE-EN-JOURS-START
              THRU 6000-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               MOVE "JAMAIS CONN." TO WS-REFERENCE-LIBELLE
               MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-REFERENCE
               MOVE WS-REFERENCE TO WS-DATE-TRAVAIL
               PERFORM 6000-DATE-EN-JOURS-START
                  THRU 6000-DATE-EN-JOURS-END
           END-IF

           IF WS-DATE-LISIBLE = "N"
               ADD 1 TO WS-CPT-DORMANTS
               MOVE SPACES TO RP-LIGNE
               STRING "  " WS-OP-ID(WS-OP-IDX)
                   "  SANS DATE LISIBLE - A VERIFIER"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 4100-CONTROLER-DORMANCE-END
           END-IF

           COMPUTE WS-AGE = WS-JOUR-RUN - WS-JOUR-CALCULE
           IF WS-AGE NOT > WS-DORMANCE
               GO TO 4100-CONTROLER-DORMANCE-END
           END-IF

           ADD 1 TO WS-CPT-DORMANTS
           MOVE WS-AGE TO WS-EDIT-AGE
           MOVE SPACES TO RP-LIGNE
           STRING "  " WS-OP-ID(WS-OP-IDX) "  " WS-REFERENCE-LIBELLE
               " " WS-REFERENCE "  " WS-EDIT-AGE " JOURS"
               DELIMITED BY SIZE INTO RP-LIGNE

           IF WS-SUPERVISEUR-RECONNU
               IF WS-OP-ID(WS-OP-IDX) = WS-SUPERVISEUR-ID
                   MOVE "  CONSERVE" TO RP-LIGNE(63:)
               ELSE
                   MOVE "N" TO WS-OP-ACTIF(WS-OP-IDX)
                   MOVE "O" TO WS-OP-DESACTIVE(WS-OP-IDX)
                   ADD 1 TO WS-CPT-DESACTIVES
                   MOVE "  DESACTIVE" TO RP-LIGNE(63:)
               END-IF
           END-IF
           WRITE RP-LIGNE.
       4100-CONTROLER-DORMANCE-END.
           EXIT.

      *** MOTS DE PASSE PROCHES DE L'EXPIRATION. ***
       4200-EXPIRATIONS-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-PREAVIS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "MOTS DE PASSE EXPIRES OU A MOINS DE " WS-EDIT-CPT
               " JOURS DE L'EXPIRATION"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-OPER
               ADD 1 TO WS-PARCOURS
               SET WS-OP-IDX TO WS-PARCOURS
               IF WS-OP-EST-ACTIF(WS-OP-IDX)
                   PERFORM 4300-CONTROLER-EXPIRATION-START
                      THRU 4300-CONTROLER-EXPIRATION-END
               END-IF
           END-PERFORM

           IF WS-CPT-EXPIRATIONS = 0
               MOVE "  AUCUN" TO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       4200-EXPIRATIONS-END.
           EXIT.

      * Une fiche sans date de mot de passe est datee au prochain
      * passage a l'ouverture de session : elle n'est pas signalee.
       4300-CONTROLER-EXPIRATION-START.
           MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-DATE-TRAVAIL
           PERFORM 6000-DATE-EN-JOURS-START
              THRU 6000-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               GO TO 4300-CONTROLER-EXPIRATION-END
           END-IF

           COMPUTE WS-AGE = WS-JOUR-RUN - WS-JOUR-CALCULE
           IF WS-AGE < WS-SEUIL-EXPIRATION
               GO TO 4300-CONTROLER-EXPIRATION-END
           END-IF

           ADD 1 TO WS-CPT-EXPIRATIONS
           MOVE SPACES TO RP-LIGNE
           IF WS-AGE > 90
               COMPUTE WS-AGE = WS-AGE - 90
               MOVE WS-AGE TO WS-EDIT-AGE
               STRING "  " WS-OP-ID(WS-OP-IDX) "  MOT DE PASSE DU "
                   WS-OP-MDP-DATE(WS-OP-IDX) "  EXPIRE DEPUIS "
                   WS-EDIT-AGE " JOURS"
                   DELIMITED BY SIZE INTO RP-LIGNE
           ELSE
               COMPUTE WS-AGE = 90 - WS-AGE
               MOVE WS-AGE TO WS-EDIT-AGE
               STRING "  " WS-OP-ID(WS-OP-IDX) "  MOT DE PASSE DU "
                   WS-OP-MDP-DATE(WS-OP-IDX) "  EXPIRE DANS "
                   WS-EDIT-AGE " JOURS"
                   DELIMITED BY SIZE INTO RP-LIGNE
           END-IF
           WRITE RP-LIGNE.
       4300-CONTROLER-EXPIRATION-END.
           EXIT.

      *** REECRITURE DU FICHIER OPERATEURS. ***
       4500-REECRIRE-OPERATEURS-START.
           OPEN OUTPUT SECU-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "REECRITURE FICHIER OPERATEURS IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-OP-IDX TO 1
           PERFORM UNTIL WS-OP-IDX > WS-NB-OPER
               MOVE WS-OP-ID(WS-OP-IDX) TO OP-ID
               MOVE WS-OP-NOM(WS-OP-IDX) TO OP-NOM
               MOVE WS-OP-MDP(WS-OP-IDX) TO OP-MOT-PASSE
               MOVE WS-OP-NIVEAU(WS-OP-IDX) TO OP-NIVEAU
               MOVE WS-OP-ACTIF(WS-OP-IDX) TO OP-ACTIF
               MOVE WS-OP-CONNEXION(WS-OP-IDX) TO OP-CONNEXION
               MOVE WS-OP-ECHECS(WS-OP-IDX) TO OP-ECHECS
               MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO OP-MDP-DATE
               MOVE WS-OP-VERROU(WS-OP-IDX) TO OP-VERROU
               WRITE OP-RECORD
               SET WS-OP-IDX UP BY 1
           END-PERFORM

           CLOSE SECU-OPER-FILE.
       4500-REECRIRE-OPERATEURS-END.
           EXIT.

      *** PISTE DES DESACTIVATIONS. ***
       4600-TRACER-DESACTIVATIONS-START.
           MOVE "DESACTIVATION POUR DORMANCE" TO WS-SEC-EVENEMENT
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-OPER
               ADD 1 TO WS-PARCOURS
               SET WS-OP-IDX TO WS-PARCOURS
               IF WS-OP-DESACTIVE(WS-OP-IDX) = "O"
                   MOVE WS-OP-ID(WS-OP-IDX) TO WS-SEC-CIBLE
                   PERFORM 7000-TRACER-SECURITE-START
                      THRU 7000-TRACER-SECURITE-END
               END-IF
           END-PERFORM.
       4600-TRACER-DESACTIVATIONS-END.
           EXIT.

      *** TOTAUX. ***
       5000-TOTAUX-START.
           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-LUS TO WS-EDIT-TOT
           MOVE SPACES TO RP-LIGNE
           STRING "EVENEMENTS LUS           : " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-RETENUS TO WS-EDIT-TOT
           MOVE SPACES TO RP-LIGNE
           STRING "EVENEMENTS DE LA PERIODE : " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-SANS-DATE TO WS-EDIT-TOT
           MOVE SPACES TO RP-LIGNE
           STRING "EVENEMENTS SANS DATE     : " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ALERTES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ALERTES                  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-DORMANTS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "COMPTES DORMANTS         : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-EXPIRATIONS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "MOTS DE PASSE A CHANGER  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-DESACTIVES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "COMPTES DESACTIVES       : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           IF WS-AVEC-DESACTIVATION AND NOT WS-SUPERVISEUR-RECONNU
               MOVE SPACES TO RP-LIGNE
               STRING "DESACTIVATION DEMANDEE MAIS REFUSEE : "
                   WS-REFUS-LIBELLE
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       5000-TOTAUX-END.
           EXIT.

      * Conversion d'une date JJ/MM/AAAA (dans WS-DATE-TRAVAIL) en
      * nombre de jours (dans WS-JOUR-CALCULE).
       6000-DATE-EN-JOURS-START.
           MOVE "N" TO WS-DATE-LISIBLE
           MOVE 0 TO WS-JOUR-CALCULE
           IF WS-DATE-TRAVAIL(1:2) NUMERIC
               AND WS-DATE-TRAVAIL(4:2) NUMERIC
               AND WS-DATE-TRAVAIL(7:4) NUMERIC
               MOVE WS-DATE-TRAVAIL(7:4) TO WS-DATE-AAAAMMJJ(1:4)
               MOVE WS-DATE-TRAVAIL(4:2) TO WS-DATE-AAAAMMJJ(5:2)
               MOVE WS-DATE-TRAVAIL(1:2) TO WS-DATE-AAAAMMJJ(7:2)
               COMPUTE WS-JOUR-CALCULE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-AAAAMMJJ)
               IF WS-JOUR-CALCULE > 0
                   MOVE "O" TO WS-DATE-LISIBLE
               END-IF
           END-IF.
       6000-DATE-EN-JOURS-END.
           EXIT.

      *** PISTE DES EVENEMENTS DE SECURITE. ***
      * L'identifiant concerne est attendu dans WS-SEC-CIBLE.
       7000-TRACER-SECURITE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           OPEN EXTEND SECU-SEC-FILE
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT SECU-SEC-FILE
               CLOSE SECU-SEC-FILE
               OPEN EXTEND SECU-SEC-FILE
           END-IF
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "ECRITURE EVENEMENT SECURITE IMPOSSIBLE"
               GO TO 7000-TRACER-SECURITE-END
           END-IF

           MOVE WS-JOUR-DATE TO SE-DATE
           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-SEC-CIBLE TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calcsecu" TO SE-PROGRAMME
           MOVE WS-SUPERVISEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE SECU-SEC-FILE.
       7000-TRACER-SECURITE-END.
           EXIT.
