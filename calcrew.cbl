      * consolidation). Les rejets non retravailles restent au
      * fichier des rejets avec l'etat V (presente et conserve) ;
      * un rejet corrige mais toujours invalide est conserve de
      * meme plutot que d'etre emis vers un nouveau rejet. Un
      * doublon probable ou un detail d'un fichier deja recu n'est
      * pas corrige : s'il s'agit d'une vraie repetition, il repart
      * tel quel sous derogation d'un superviseur (identifiant et
      * mot de passe controles comme a l'ouverture de session),
      * marque pour que le controle amont l'accepte, et chaque
      * derogation est tracee a la piste de securite. Le mouvement
      * repart entier, provenance comprise. L'echeance d'un ordre
      * permanent deja presentee n'est jamais une vraie repetition :
      * pas de derogation pour elle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.

           SELECT REW-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT REW-SEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REW-REJET-FILE.
       FD  REW-SORTIE-FILE.
       COPY "calctrn.cpy" REPLACING ==:PFX:== BY ==TR==.

       FD  REW-OPER-FILE.
       COPY "calcop.cpy".

       FD  REW-SEC-FILE.
       COPY "calcse.cpy".

       WORKING-STORAGE SECTION.

       01  WS-REJET-STATUS           PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).
       01  WS-OPER-STATUS            PIC X(2).
       01  WS-SEC-STATUS             PIC X(2).

       01  WS-OPER-EOF               PIC X(1) VALUE "N".
           88  WS-OPER-DONE                   VALUE "Y".

       01  WS-REJET-EOF              PIC X(1) VALUE "N".
           88  WS-REJET-DONE                  VALUE "Y".
               VALUE "08 CHAINE ROMPUE         ".
           05  FILLER                PIC X(25)
               VALUE "09 SEQUENCE RESERVEE     ".
           05  FILLER                PIC X(25)
               VALUE "10 ORIGINE NON POSTEE    ".
           05  FILLER                PIC X(25)
               VALUE "11 ORIGINE DEJA ANNULEE  ".
           05  FILLER                PIC X(25)
               VALUE "12 DOUBLON PROBABLE      ".
           05  FILLER                PIC X(25)
               VALUE "13 FICHIER DEJA RECU     ".
       01  WS-LIBELLES-REDEF REDEFINES WS-LIBELLES-MOTIFS.
           05  WS-LIBELLE-MOTIF      PIC X(25) OCCURS 13 TIMES.

       01  WS-MOTIF-POS              PIC 9(2).
       01  WS-LIBELLE                PIC X(25).

       01  WS-CPT-RETRAVAILLES       PIC 9(4) VALUE 0.
       01  WS-CPT-CONSERVES          PIC 9(4) VALUE 0.
       01  WS-CPT-DEROGATIONS        PIC 9(4) VALUE 0.

      *** DEROGATION DU SUPERVISEUR. ***
      * Le fichier operateurs est charge a la premiere demande ; un
      * superviseur reconnu le reste pour la seance, chaque
      * derogation etant tracee a son nom.
       01  WS-OPER-CHARGES           PIC X(1) VALUE "N".
       01  WS-SUPERVISEUR-OK         PIC X(1) VALUE "N".
       01  WS-SUPERVISEUR-ID         PIC X(10).
       01  WS-MDP-SAISI              PIC X(10).
       01  WS-OPER-POS               PIC 9(3) VALUE 0.
       01  WS-SEC-EVENEMENT          PIC X(30).
       01  WS-MDP-NOUVEAU            PIC X(10).
       01  WS-MDP-CONFIRME           PIC X(10).

      * Age du mot de passe, dates JJ/MM/AAAA ramenees en jours.
       01  WS-DATE-TRAVAIL           PIC X(10).
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-LISIBLE           PIC X(1).
       01  WS-JOUR-CALCULE           PIC 9(8).
       01  WS-JOUR-RUN               PIC 9(8).
       01  WS-MDP-AGE                PIC S9(5).

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

       01  WS-HASH1                  PIC S9(9)V99 VALUE 0.
       01  WS-HASH2                  PIC S9(9)V99 VALUE 0.
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
           PERFORM 1000-CHARGER-REJETS-START
              THRU 4000-REECRIRE-REJETS-END

           DISPLAY "REJETS RETRAVAILLES : " WS-CPT-RETRAVAILLES
           DISPLAY "DONT DEROGATIONS    : " WS-CPT-DEROGATIONS
           DISPLAY "REJETS CONSERVES    : " WS-CPT-CONSERVES

           STOP RUN.
           MOVE SPACES TO WS-LIBELLE
           IF WS-RJ-MOTIF(WS-RJ-IDX) NUMERIC
               MOVE WS-RJ-MOTIF(WS-RJ-IDX) TO WS-MOTIF-POS
               IF WS-MOTIF-POS >= 1 AND WS-MOTIF-POS <= 13
                   MOVE WS-LIBELLE-MOTIF(WS-MOTIF-POS)
                       TO WS-LIBELLE
               END-IF
           DISPLAY "NUM1     : " EN-DETAIL(6:6)
           DISPLAY "OPERATEUR: " EN-DETAIL(12:1)
           DISPLAY "NUM2     : " EN-DETAIL(13:6)
           IF EN-TYPE-ANNULATION
               DISPLAY "ANNULE   : " EN-DETAIL(19:5)
           ELSE
               IF EN-ORDRE-ECHEANCE NUMERIC
                   DISPLAY "ORDRE    : " EN-ORDRE-ID
                       " ECHEANCE " EN-ORDRE-ECHEANCE
               END-IF
           END-IF

           IF WS-RJ-MOTIF(WS-RJ-IDX) = "12"
               OR WS-RJ-MOTIF(WS-RJ-IDX) = "13"
               PERFORM 2400-DEROGER-START
                  THRU 2400-DEROGER-END
               GO TO 2000-PRESENTER-END
           END-IF

           DISPLAY "RETRAVAILLER CE REJET ? O/N"
           ACCEPT WS-CHOIX
       2100-CORRIGER-START.
           MOVE "N" TO WS-SAISIE-OK
           PERFORM UNTIL WS-SAISIE-OK = "O"
               DISPLAY "TYPE (D, C OU X, VIDE = INCHANGE)"
               ACCEPT WS-SAISIE
               IF WS-SAISIE = SPACES
                   MOVE "O" TO WS-SAISIE-OK
               ELSE
                   IF WS-SAISIE(1:1) = "D" OR WS-SAISIE(1:1) = "C"
                       OR WS-SAISIE(1:1) = "X"
                       MOVE WS-SAISIE(1:1) TO EN-TYPE
                       MOVE "O" TO WS-SAISIE-OK
                   ELSE
               END-IF
           END-PERFORM

      * Une annulation designe le resultat qu'elle annule : c'est
      * le plus souvent ce numero qu'il faut corriger.
           IF EN-TYPE-ANNULATION
               MOVE "N" TO WS-SAISIE-OK
           ELSE
               MOVE "O" TO WS-SAISIE-OK
           END-IF
           PERFORM UNTIL WS-SAISIE-OK = "O"
               DISPLAY "SEQUENCE ANNULEE (VIDE = INCHANGEE)"
               ACCEPT WS-SAISIE
               IF WS-SAISIE = SPACES
                   MOVE "O" TO WS-SAISIE-OK
               ELSE
                   COMPUTE WS-SEQ-TEST = FUNCTION NUMVAL(WS-SAISIE)
                   IF WS-SEQ-TEST = 0 OR WS-SEQ-TEST > 99999
                       DISPLAY "SEQUENCE HORS PLAGE (1 A 99999)"
                   ELSE
                       MOVE WS-SEQ-TEST TO EN-ORIGINE
                       MOVE "O" TO WS-SAISIE-OK
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 2200-VALIDER-CORRIGE-START
              THRU 2200-VALIDER-CORRIGE-END


      * Memes controles de champ que le controle amont : type,
      * sequence en plage batch, operandes numeriques, operateur
      * connu. Pour une annulation, l'operateur est sans objet et
      * le numero annule doit etre lisible ; son existence au
      * fichier maitre sera verifiee par le controle amont.
       2200-VALIDER-CORRIGE-START.
           MOVE "N" TO WS-ENREG-OK

           IF NOT (EN-TYPE-DETAIL OR EN-TYPE-CHAINE
                   OR EN-TYPE-ANNULATION)
               GO TO 2200-VALIDER-CORRIGE-END
           END-IF

               GO TO 2200-VALIDER-CORRIGE-END
           END-IF

           IF EN-TYPE-ANNULATION
               IF EN-ORIGINE NUMERIC AND EN-ORIGINE NOT = ZEROES
                   MOVE "O" TO WS-ENREG-OK
               END-IF
               GO TO 2200-VALIDER-CORRIGE-END
           END-IF

           IF EN-OPERATOR NOT = "+" AND NOT = "-" AND NOT = "*"
               AND NOT = "/" AND NOT = "M" AND NOT = "%"
               GO TO 2200-VALIDER-CORRIGE-END
       2200-VALIDER-CORRIGE-END.
           EXIT.

      *** DEROGATION POUR UNE VRAIE REPETITION. ***
      * Le mouvement n'est pas modifie : il est marque force et
      * repart tel quel. Sans superviseur reconnu il reste au
      * fichier des rejets.
       2400-DEROGER-START.
           IF NOT EN-TYPE-ANNULATION
               AND EN-ORDRE-ECHEANCE NUMERIC
               DISPLAY "ECHEANCE D'ORDRE PERMANENT DEJA PRESENTEE - "
                   "REJET CONSERVE"
               MOVE "V" TO WS-RJ-ETAT(WS-RJ-IDX)
               ADD 1 TO WS-CPT-CONSERVES
               GO TO 2400-DEROGER-END
           END-IF

           DISPLAY "DOUBLON : RESOUMETTRE SOUS DEROGATION DU "
               "SUPERVISEUR ? O/N"
           ACCEPT WS-CHOIX
           IF WS-CHOIX NOT = "O" AND WS-CHOIX NOT = "o"
               MOVE "V" TO WS-RJ-ETAT(WS-RJ-IDX)
               ADD 1 TO WS-CPT-CONSERVES
               GO TO 2400-DEROGER-END
           END-IF

           IF WS-SUPERVISEUR-OK = "N"
               PERFORM 2500-CONTROLE-SUPERVISEUR-START
                  THRU 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           PERFORM 2200-VALIDER-CORRIGE-START
              THRU 2200-VALIDER-CORRIGE-END
           IF EN-TYPE-ANNULATION
               MOVE "N" TO WS-ENREG-OK
           END-IF

           IF WS-SUPERVISEUR-OK = "N" OR WS-ENREG-OK = "N"
               DISPLAY "DEROGATION REFUSEE - REJET CONSERVE"
               MOVE "V" TO WS-RJ-ETAT(WS-RJ-IDX)
               ADD 1 TO WS-CPT-CONSERVES
               GO TO 2400-DEROGER-END
           END-IF

           MOVE "O" TO EN-FORCE
           MOVE EN-RECORD TO WS-RJ-DONNEES(WS-RJ-IDX)
           MOVE "O" TO WS-RJ-CORRIGE(WS-RJ-IDX)
           ADD 1 TO WS-CPT-RETRAVAILLES
           ADD 1 TO WS-CPT-DEROGATIONS
           ADD EN-NUM1 TO WS-HASH1
           ADD EN-NUM2 TO WS-HASH2

           MOVE SPACES TO WS-SEC-EVENEMENT
           STRING "DEROGATION DOUBLON " EN-DETAIL(1:5)
               DELIMITED BY SIZE INTO WS-SEC-EVENEMENT
           PERFORM 7100-TRACER-SECURITE-START
              THRU 7100-TRACER-SECURITE-END.
       2400-DEROGER-END.
           EXIT.

      * Memes regles de securite qu'a l'ouverture de session : fiche
      * desactivee ou verrouillee refusee, trois echecs
      * verrouillent, chaque refus part a la piste de securite, un
      * mot de passe expire doit etre change, la connexion est
      * datee du jour. Un refus ne met pas fin a la seance de
      * retravail.
       2500-CONTROLE-SUPERVISEUR-START.
           IF WS-OPER-CHARGES = "N"
               PERFORM 2600-CHARGER-OPERATEURS-START
                  THRU 2600-CHARGER-OPERATEURS-END
           END-IF
           IF WS-OPER-CHARGES = "N"
               GO TO 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           DISPLAY "IDENTIFIANT SUPERVISEUR ?"
           ACCEPT WS-SUPERVISEUR-ID
           DISPLAY "MOT DE PASSE ?"
           ACCEPT WS-MDP-SAISI

           MOVE 0 TO WS-OPER-POS
           SET WS-OP-IDX TO 1
           PERFORM UNTIL WS-OPER-POS > 0
               OR WS-OP-IDX > WS-NB-OPER
               IF WS-OP-ID(WS-OP-IDX) = WS-SUPERVISEUR-ID
                   MOVE WS-OP-IDX TO WS-OPER-POS
               ELSE
                   SET WS-OP-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
               GO TO 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           SET WS-OP-IDX TO WS-OPER-POS
           IF NOT WS-OP-EST-ACTIF(WS-OP-IDX)
               DISPLAY "OPERATEUR DESACTIVE"
               MOVE "TENTATIVE FICHE DESACTIVEE" TO WS-SEC-EVENEMENT
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
               GO TO 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           IF WS-OP-VERROUILLE(WS-OP-IDX)
               DISPLAY "OPERATEUR VERROUILLE - VOIR UN SUPERVISEUR"
               MOVE "TENTATIVE FICHE VERROUILLEE"
                   TO WS-SEC-EVENEMENT
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
               GO TO 2500-CONTROLE-SUPERVISEUR-END
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
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
               GO TO 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           IF WS-OP-ECHECS(WS-OP-IDX) > 0
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           IF NOT WS-OP-SUPERVISEUR(WS-OP-IDX)
               DISPLAY "DEROGATION RESERVEE AUX SUPERVISEURS"
               GO TO 2500-CONTROLE-SUPERVISEUR-END
           END-IF

           PERFORM 2700-CONTROLE-EXPIRATION-START
              THRU 2700-CONTROLE-EXPIRATION-END

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 7000-REECRIRE-OPERATEURS-START
              THRU 7000-REECRIRE-OPERATEURS-END

           MOVE "O" TO WS-SUPERVISEUR-OK.
       2500-CONTROLE-SUPERVISEUR-END.
           EXIT.

       2600-CHARGER-OPERATEURS-START.
           OPEN INPUT REW-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS INTROUVABLE"
               GO TO 2600-CHARGER-OPERATEURS-END
           END-IF

           PERFORM UNTIL WS-OPER-DONE
               READ REW-OPER-FILE
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

           CLOSE REW-OPER-FILE
           MOVE "O" TO WS-OPER-CHARGES.
       2600-CHARGER-OPERATEURS-END.
           EXIT.

      *** EXPIRATION DU MOT DE PASSE. ***
      * Un mot de passe de plus de 90 jours doit etre change avant
      * de deroger. Une fiche sans date de changement (anterieure
      * aux champs de securite) est datee du jour au passage.
       2700-CONTROLE-EXPIRATION-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE

           SET WS-OP-IDX TO WS-OPER-POS
           IF WS-OP-MDP-DATE(WS-OP-IDX) = SPACES
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               GO TO 2700-CONTROLE-EXPIRATION-END
           END-IF

           MOVE WS-JOUR-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               GO TO 2700-CONTROLE-EXPIRATION-END
           END-IF
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN

           MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               GO TO 2700-CONTROLE-EXPIRATION-END
           END-IF

           COMPUTE WS-MDP-AGE = WS-JOUR-RUN - WS-JOUR-CALCULE
           IF WS-MDP-AGE <= 90
               GO TO 2700-CONTROLE-EXPIRATION-END
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
           MOVE "CHANGEMENT MDP SUR EXPIRATION"
               TO WS-SEC-EVENEMENT
           PERFORM 7100-TRACER-SECURITE-START
              THRU 7100-TRACER-SECURITE-END.
       2700-CONTROLE-EXPIRATION-END.
           EXIT.

      *** ECRITURE DU FICHIER BRUT DE RETRAVAIL. ***
      * Le fichier porte entete et fin comme tout fichier brut :
      * le controle amont du lendemain le traite tel quel.
               ADD 1 TO WS-PARCOURS
               SET WS-RJ-IDX TO WS-PARCOURS
               IF WS-RJ-CORRIGE(WS-RJ-IDX) = "O"
                   MOVE WS-RJ-DONNEES(WS-RJ-IDX) TO TR-RECORD
                   WRITE TR-RECORD
               END-IF
           END-PERFORM
           CLOSE REW-REJET-FILE.
       4000-REECRIRE-REJETS-END.
           EXIT.

      *** REECRITURE DU FICHIER OPERATEURS. ***
       7000-REECRIRE-OPERATEURS-START.
           OPEN OUTPUT REW-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "MISE A JOUR OPERATEURS IMPOSSIBLE"
               GO TO 7000-REECRIRE-OPERATEURS-END
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

           CLOSE REW-OPER-FILE.
       7000-REECRIRE-OPERATEURS-END.
           EXIT.

      *** PISTE DES EVENEMENTS DE SECURITE. ***
       7100-TRACER-SECURITE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           OPEN EXTEND REW-SEC-FILE
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT REW-SEC-FILE
               CLOSE REW-SEC-FILE
               OPEN EXTEND REW-SEC-FILE
           END-IF
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "ECRITURE EVENEMENT SECURITE IMPOSSIBLE"
               GO TO 7100-TRACER-SECURITE-END
           END-IF

           MOVE WS-JOUR-DATE TO SE-DATE
           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-SUPERVISEUR-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calcrew" TO SE-PROGRAMME
           MOVE WS-SUPERVISEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE REW-SEC-FILE.
       7100-TRACER-SECURITE-END.
           EXIT.

      * Conversion d'une date JJ/MM/AAAA (dans WS-DATE-TRAVAIL) en
      * nombre de jours (dans WS-JOUR-CALCULE) pour le calcul de
      * l'age du mot de passe.
       7200-DATE-EN-JOURS-START.
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
       7200-DATE-EN-JOURS-END.
           EXIT.
