      * Poste de correction des mouvements en suspens. Chaque
      * transaction tombee en erreur dans le batch est presentee a
      * l'operateur : il corrige l'operande ou l'operateur, et les
      * mouvements corriges partent en attente de validation avec
      * les valeurs avant et apres correction et l'identifiant de
      * l'operateur qui les a saisis. Un superviseur les approuve ou
      * les rejette ensuite (calcvali) : seules les corrections
      * approuvees partent en nouvelle soumission. Les mouvements
      * non corriges restent en suspens. L'acces suit les memes
      * regles de securite que l'ouverture de session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CORR-ATTENTE-FILE ASSIGN TO "CALCCATT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

           SELECT CORR-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CORR-SEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-SUSP-FILE.
       COPY "calcsu.cpy".

       FD  CORR-ATTENTE-FILE.
       COPY "calcca.cpy".

       FD  CORR-OPER-FILE.
       COPY "calcop.cpy".

       FD  CORR-SEC-FILE.
       COPY "calcse.cpy".

       WORKING-STORAGE SECTION.

       01  WS-SUSP-STATUS            PIC X(2).
       01  WS-ATTENTE-STATUS         PIC X(2).
       01  WS-OPER-STATUS            PIC X(2).
       01  WS-SEC-STATUS             PIC X(2).

       01  WS-SUSP-EOF               PIC X(1) VALUE "N".
           88  WS-SUSP-DONE                   VALUE "Y".

       01  WS-OPER-EOF               PIC X(1) VALUE "N".
           88  WS-OPER-DONE                   VALUE "Y".

       01  WS-TABLE-OPER.
           05  WS-NB-OPER            PIC 9(3) VALUE 0.
           05  WS-OP-ENTREE OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NB-OPER
               INDEXED BY WS-OP-IDX.
               10  WS-OP-ID          PIC X(10).
               10  WS-OP-NOM         PIC X(30).
               10  WS-OP-MDP         PIC X(10).
               10  WS-OP-NIVEAU      PIC X(1).
               10  WS-OP-ACTIF       PIC X(1).
                   88  WS-OP-EST-ACTIF        VALUE "O".
               10  WS-OP-CONNEXION   PIC X(10).
               10  WS-OP-ECHECS      PIC 9(1).
               10  WS-OP-MDP-DATE    PIC X(10).
               10  WS-OP-VERROU      PIC X(1).
                   88  WS-OP-VERROUILLE       VALUE "O".

       01  WS-TABLE-SUSP.
           05  WS-NB-SUSP            PIC 9(4) VALUE 0.
           05  WS-SU-ENTREE OCCURS 1 TO 1000 TIMES
                                     SEPARATE.
               10  WS-SU-STATUT      PIC X(30).
               10  WS-SU-RUN-DATE    PIC X(10).
               10  WS-SU-ORDRE-ID    PIC X(3).
               10  WS-SU-ORDRE-ECHEANCE
                                     PIC X(8).
               10  WS-SU-CORRIGE     PIC X(1).
      * Valeurs d'origine, reportees avec la correction pour la
      * validation par le superviseur.
               10  WS-SU-AV-NUM1     PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  WS-SU-AV-OPERATOR PIC X(1).
               10  WS-SU-AV-NUM2     PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.

       01  WS-UTILISATEUR-ID         PIC X(10).
       01  WS-MDP-SAISI              PIC X(10).
       01  WS-MDP-NOUVEAU            PIC X(10).
       01  WS-MDP-CONFIRME           PIC X(10).

      * Conversion des dates JJ/MM/AAAA en jours pour le calcul de
      * l'age du mot de passe.
       01  WS-DATE-TRAVAIL           PIC X(10).
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-LISIBLE           PIC X(1).
       01  WS-JOUR-CALCULE           PIC 9(8).
       01  WS-JOUR-RUN               PIC 9(8).
       01  WS-MDP-AGE                PIC S9(5).

       01  WS-OPER-POS               PIC 9(3) VALUE 0.

       01  WS-SEC-EVENEMENT          PIC X(30).

       01  WS-PARCOURS               PIC 9(4).

       01  WS-CPT-CORRIGES           PIC 9(4) VALUE 0.
       01  WS-CPT-CONSERVES          PIC 9(4) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  WS-DT-HEURE           PIC 9(2).
           05  WS-DT-MINUTE          PIC 9(2).
           05  WS-DT-SECONDE         PIC 9(2).
           05  FILLER                PIC X(9).

       01  WS-JOUR-DATE              PIC X(10).
       01  WS-JOUR-TIME              PIC X(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE

           DISPLAY "CORRECTION DES MOUVEMENTS EN SUSPENS"
           DISPLAY "IDENTIFIANT OPERATEUR ?"
           ACCEPT WS-UTILISATEUR-ID
           DISPLAY "MOT DE PASSE ?"
           ACCEPT WS-MDP-SAISI

           PERFORM 1100-CHARGER-OPERATEURS-START
              THRU 1100-CHARGER-OPERATEURS-END

           PERFORM 1500-CONTROLE-OPERATEUR-START
              THRU 1500-CONTROLE-OPERATEUR-END

           PERFORM 1000-CHARGER-SUSPENS-START
              THRU 1000-CHARGER-SUSPENS-END

                  THRU 2000-PRESENTER-END
           END-PERFORM

           PERFORM 3000-ECRIRE-ATTENTE-START
              THRU 3000-ECRIRE-ATTENTE-END

           PERFORM 4000-REECRIRE-SUSPENS-START
              THRU 4000-REECRIRE-SUSPENS-END

           DISPLAY "MOUVEMENTS CORRIGES  : " WS-CPT-CORRIGES
               " (EN ATTENTE DE VALIDATION)"
           DISPLAY "MOUVEMENTS CONSERVES : " WS-CPT-CONSERVES

           STOP RUN.
                       MOVE SU-NUM2 TO WS-SU-NUM2(WS-SU-IDX)
                       MOVE SU-STATUT TO WS-SU-STATUT(WS-SU-IDX)
                       MOVE SU-RUN-DATE TO WS-SU-RUN-DATE(WS-SU-IDX)
                       MOVE SU-ORDRE-ID TO WS-SU-ORDRE-ID(WS-SU-IDX)
                       MOVE SU-ORDRE-ECHEANCE
                           TO WS-SU-ORDRE-ECHEANCE(WS-SU-IDX)
                       MOVE "N" TO WS-SU-CORRIGE(WS-SU-IDX)
                       MOVE SU-NUM1 TO WS-SU-AV-NUM1(WS-SU-IDX)
                       MOVE SU-OPERATOR
                           TO WS-SU-AV-OPERATOR(WS-SU-IDX)
                       MOVE SU-NUM2 TO WS-SU-AV-NUM2(WS-SU-IDX)
               END-READ
           END-PERFORM

       1000-CHARGER-SUSPENS-END.
           EXIT.

      *** CHARGEMENT DU FICHIER OPERATEURS. ***
       1100-CHARGER-OPERATEURS-START.
           OPEN INPUT CORR-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPER-DONE
               READ CORR-OPER-FILE
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
                       IF OP-ECHECS NUMERIC
                           MOVE OP-ECHECS TO WS-OP-ECHECS(WS-OP-IDX)
                       ELSE
                           MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
                       END-IF
                       MOVE OP-MDP-DATE
                           TO WS-OP-MDP-DATE(WS-OP-IDX)
                       MOVE OP-VERROU TO WS-OP-VERROU(WS-OP-IDX)
               END-READ
           END-PERFORM

           CLOSE CORR-OPER-FILE.
       1100-CHARGER-OPERATEURS-END.
           EXIT.

      *** CONTROLE DE L'OPERATEUR. ***
      * Memes regles de securite qu'a l'ouverture de session de la
      * calculatrice. Tout operateur actif peut saisir une
      * correction ; la validation reste au superviseur.
       1500-CONTROLE-OPERATEUR-START.
           MOVE 0 TO WS-OPER-POS
           SET WS-OP-IDX TO 1
           PERFORM UNTIL WS-OPER-POS > 0
               OR WS-OP-IDX > WS-NB-OPER
               IF WS-OP-ID(WS-OP-IDX) = WS-UTILISATEUR-ID
                   MOVE WS-OP-IDX TO WS-OPER-POS
               ELSE
                   SET WS-OP-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 5100-TRACER-SECURITE-START
                  THRU 5100-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-OP-IDX TO WS-OPER-POS
           IF NOT WS-OP-EST-ACTIF(WS-OP-IDX)
               DISPLAY "OPERATEUR DESACTIVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OP-VERROUILLE(WS-OP-IDX)
               DISPLAY "OPERATEUR VERROUILLE - VOIR UN SUPERVISEUR"
               MOVE "TENTATIVE FICHE VERROUILLEE"
                   TO WS-SEC-EVENEMENT
               PERFORM 5100-TRACER-SECURITE-START
                  THRU 5100-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                   DISPLAY "MOT DE PASSE ERRONE"
               END-IF
               PERFORM 5100-TRACER-SECURITE-START
                  THRU 5100-TRACER-SECURITE-END
               PERFORM 5000-REECRIRE-OPERATEURS-START
                  THRU 5000-REECRIRE-OPERATEURS-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OP-ECHECS(WS-OP-IDX) > 0
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 5000-REECRIRE-OPERATEURS-START
                  THRU 5000-REECRIRE-OPERATEURS-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           PERFORM 1600-CONTROLE-EXPIRATION-START
              THRU 1600-CONTROLE-EXPIRATION-END

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 5000-REECRIRE-OPERATEURS-START
              THRU 5000-REECRIRE-OPERATEURS-END.
       1500-CONTROLE-OPERATEUR-END.
           EXIT.

      *** EXPIRATION DU MOT DE PASSE. ***
      * Un mot de passe de plus de 90 jours doit etre change avant
      * d'entrer. Une fiche sans date de changement (anterieure aux
      * champs de securite) est datee du jour au passage.
       1600-CONTROLE-EXPIRATION-START.
           IF WS-OP-MDP-DATE(WS-OP-IDX) = SPACES
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               PERFORM 5000-REECRIRE-OPERATEURS-START
                  THRU 5000-REECRIRE-OPERATEURS-END
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF

           MOVE WS-JOUR-DATE TO WS-DATE-TRAVAIL
           PERFORM 5200-DATE-EN-JOURS-START
              THRU 5200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN

           MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-DATE-TRAVAIL
           PERFORM 5200-DATE-EN-JOURS-START
              THRU 5200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               PERFORM 5000-REECRIRE-OPERATEURS-START
                  THRU 5000-REECRIRE-OPERATEURS-END
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF

           COMPUTE WS-MDP-AGE = WS-JOUR-RUN - WS-JOUR-CALCULE
           IF WS-MDP-AGE <= 90
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF

           DISPLAY "MOT DE PASSE EXPIRE - CHANGEMENT OBLIGATOIRE"
           MOVE SPACES TO WS-MDP-NOUVEAU
           PERFORM UNTIL WS-MDP-NOUVEAU NOT = SPACES
               DISPLAY "NOUVEAU MOT DE PASSE ?"
               ACCEPT WS-MDP-NOUVEAU
               IF WS-MDP-NOUVEAU = WS-OP-MDP(WS-OP-IDX)
                   DISPLAY "LE NOUVEAU MOT DE PASSE DOIT DIFFERER "
                       "DE L'ANCIEN"
                   MOVE SPACES TO WS-MDP-NOUVEAU
               END-IF
               IF WS-MDP-NOUVEAU NOT = SPACES
                   DISPLAY "CONFIRMER LE NOUVEAU MOT DE PASSE ?"
                   ACCEPT WS-MDP-CONFIRME
                   IF WS-MDP-CONFIRME NOT = WS-MDP-NOUVEAU
                       DISPLAY "CONFIRMATION DIFFERENTE"
                       MOVE SPACES TO WS-MDP-NOUVEAU
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-MDP-NOUVEAU TO WS-OP-MDP(WS-OP-IDX)
           MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
           PERFORM 5000-REECRIRE-OPERATEURS-START
              THRU 5000-REECRIRE-OPERATEURS-END
           MOVE "CHANGEMENT MDP SUR EXPIRATION"
               TO WS-SEC-EVENEMENT
           PERFORM 5100-TRACER-SECURITE-START
              THRU 5100-TRACER-SECURITE-END.
       1600-CONTROLE-EXPIRATION-END.
           EXIT.

      *** PRESENTATION D'UN MOUVEMENT. ***
       2000-PRESENTER-START.
           MOVE WS-SU-NUM1(WS-SU-IDX) TO WS-NUM1-BIS
       2100-CORRIGER-END.
           EXIT.

      *** MISE EN ATTENTE DE VALIDATION. ***
      * Les corrections s'ajoutent a celles deja en attente : un
      * superviseur autre que l'auteur de la correction les
      * approuve ou les rejette, et seules les corrections
      * approuvees partent en nouvelle soumission au batch.
       3000-ECRIRE-ATTENTE-START.
           IF WS-CPT-CORRIGES = 0
               GO TO 3000-ECRIRE-ATTENTE-END
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           OPEN EXTEND CORR-ATTENTE-FILE
           IF WS-ATTENTE-STATUS = "35"
               OPEN OUTPUT CORR-ATTENTE-FILE
               CLOSE CORR-ATTENTE-FILE
               OPEN EXTEND CORR-ATTENTE-FILE
           END-IF
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "ECRITURE DES CORRECTIONS EN ATTENTE "
                   "IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SUSP
               ADD 1 TO WS-PARCOURS
               SET WS-SU-IDX TO WS-PARCOURS
               IF WS-SU-CORRIGE(WS-SU-IDX) = "O"
                   PERFORM 3100-ECRIRE-CORRECTION-START
                      THRU 3100-ECRIRE-CORRECTION-END
               END-IF
           END-PERFORM

           CLOSE CORR-ATTENTE-FILE.
       3000-ECRIRE-ATTENTE-END.
           EXIT.

       3100-ECRIRE-CORRECTION-START.
           MOVE SPACES TO CA-RECORD
           MOVE WS-SU-TYPE(WS-SU-IDX) TO CA-TYPE
           MOVE WS-SU-SEQ(WS-SU-IDX) TO CA-SEQ
           MOVE WS-SU-STATUT(WS-SU-IDX) TO CA-STATUT
           MOVE WS-SU-RUN-DATE(WS-SU-IDX) TO CA-RUN-DATE
           MOVE WS-SU-AV-NUM1(WS-SU-IDX) TO CA-AV-NUM1
           MOVE WS-SU-AV-OPERATOR(WS-SU-IDX) TO CA-AV-OPERATOR
           MOVE WS-SU-AV-NUM2(WS-SU-IDX) TO CA-AV-NUM2
           MOVE WS-SU-NUM1(WS-SU-IDX) TO CA-AP-NUM1
           MOVE WS-SU-OPERATOR(WS-SU-IDX) TO CA-AP-OPERATOR
           MOVE WS-SU-NUM2(WS-SU-IDX) TO CA-AP-NUM2
           MOVE WS-SU-ORDRE-ID(WS-SU-IDX) TO CA-ORDRE-ID
           MOVE WS-SU-ORDRE-ECHEANCE(WS-SU-IDX) TO CA-ORDRE-ECHEANCE
           MOVE WS-UTILISATEUR-ID TO CA-AUTEUR
           MOVE WS-JOUR-DATE TO CA-SAISIE-DATE
           MOVE WS-JOUR-TIME TO CA-SAISIE-TIME
           WRITE CA-RECORD.
       3100-ECRIRE-CORRECTION-END.
           EXIT.

      *** REECRITURE DES SUSPENS CONSERVES. ***
                   MOVE WS-SU-NUM2(WS-SU-IDX) TO SU-NUM2
                   MOVE WS-SU-STATUT(WS-SU-IDX) TO SU-STATUT
                   MOVE WS-SU-RUN-DATE(WS-SU-IDX) TO SU-RUN-DATE
                   MOVE WS-SU-ORDRE-ID(WS-SU-IDX) TO SU-ORDRE-ID
                   MOVE WS-SU-ORDRE-ECHEANCE(WS-SU-IDX)
                       TO SU-ORDRE-ECHEANCE
                   WRITE SU-RECORD
               END-IF
           END-PERFORM
           CLOSE CORR-SUSP-FILE.
       4000-REECRIRE-SUSPENS-END.
           EXIT.

      *** REECRITURE DU FICHIER OPERATEURS. ***
       5000-REECRIRE-OPERATEURS-START.
           OPEN OUTPUT CORR-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "MISE A JOUR OPERATEURS IMPOSSIBLE"
               GO TO 5000-REECRIRE-OPERATEURS-END
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

           CLOSE CORR-OPER-FILE.
       5000-REECRIRE-OPERATEURS-END.
           EXIT.

      *** PISTE DES EVENEMENTS DE SECURITE. ***
       5100-TRACER-SECURITE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           OPEN EXTEND CORR-SEC-FILE
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT CORR-SEC-FILE
               CLOSE CORR-SEC-FILE
               OPEN EXTEND CORR-SEC-FILE
           END-IF
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "ECRITURE EVENEMENT SECURITE IMPOSSIBLE"
               GO TO 5100-TRACER-SECURITE-END
           END-IF

           MOVE WS-JOUR-DATE TO SE-DATE
           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-UTILISATEUR-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calccorr" TO SE-PROGRAMME
           MOVE WS-UTILISATEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE CORR-SEC-FILE.
       5100-TRACER-SECURITE-END.
           EXIT.

      * Conversion d'une date JJ/MM/AAAA (dans WS-DATE-TRAVAIL) en
      * nombre de jours (dans WS-JOUR-CALCULE) pour le calcul de
      * l'age du mot de passe.
       5200-DATE-EN-JOURS-START.
           MOVE "N" TO WS-DATE-LISIBLE
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
       5200-DATE-EN-JOURS-END.
           EXIT.
