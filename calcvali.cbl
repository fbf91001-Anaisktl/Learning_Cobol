       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcvali.

      * Validation des corrections de suspens. Les corrections
      * saisies au poste de correction (calccorr) attendent la
      * decision d'un superviseur autre que l'operateur qui les a
      * saisies : une correction approuvee part dans le fichier de
      * nouvelle soumission (type R, meme numero de sequence) que
      * le batch retraite ; une correction rejetee retourne en
      * suspens avec ses valeurs d'origine. Chaque decision est
      * tracee au journal et comptee dans le compte rendu des
      * validations du jour. L'acces suit les memes regles de
      * securite que l'ouverture de session et reste reserve aux
      * superviseurs. Une seance est refusee tant que la nouvelle
      * soumission d'une seance precedente n'a pas ete prise par la
      * chaine : ni acceptee au controle amont (historique des
      * fichiers recus CALCEMPF.DAT), ni traitee par le batch pour
      * toutes ses reprises (ligne de calcul au journal, vif ou
      * archive, datee au plus tot du jour de la soumission). Ses
      * corrections sont deja marquees approuvees : l'ecraser les
      * perdrait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALI-ATTENTE-FILE ASSIGN TO "CALCCATT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

           SELECT VALI-SORTIE-FILE ASSIGN TO "CALCCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.

           SELECT VALI-SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT VALI-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT VALI-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT VALI-SEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT VALI-RAPPORT-FILE ASSIGN TO "CALCVALI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT VALI-EMPF-FILE ASSIGN TO "CALCEMPF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPF-STATUS.

           SELECT VALI-INDEX-FILE ASSIGN TO "CALCAIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT VALI-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALI-ATTENTE-FILE.
       COPY "calcca.cpy".

       FD  VALI-SORTIE-FILE.
       COPY "calctrn.cpy" REPLACING ==:PFX:== BY ==TR==.

       FD  VALI-SUSP-FILE.
       COPY "calcsu.cpy".

       FD  VALI-OPER-FILE.
       COPY "calcop.cpy".

       FD  VALI-LOG-FILE.
       COPY "calclg.cpy".

       FD  VALI-SEC-FILE.
       COPY "calcse.cpy".

       FD  VALI-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       FD  VALI-EMPF-FILE.
       01  EF-RECORD.
           05  EF-RUN-DATE           PIC X(10).
           05  EF-SOURCE             PIC X(8).
           05  EF-EN-DATE            PIC X(10).
           05  EF-NB                 PIC 9(5).
           05  EF-HASH1              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05  EF-HASH2              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.

       FD  VALI-INDEX-FILE.
       01  AI-RECORD.
           05  AI-MOIS               PIC X(6).
           05  AI-FICHIER            PIC X(20).
           05  AI-NB                 PIC 9(7).

       FD  VALI-ARCHIVE-FILE.
       01  AR-RECORD                 PIC X(85).

       WORKING-STORAGE SECTION.

       01  WS-ATTENTE-STATUS         PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).
       01  WS-SUSP-STATUS            PIC X(2).
       01  WS-OPER-STATUS            PIC X(2).
       01  WS-LOG-STATUS             PIC X(2).
       01  WS-SEC-STATUS             PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).
       01  WS-EMPF-STATUS            PIC X(2).
       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-ARCHIVE-STATUS         PIC X(2).

       01  WS-SORTIE-EOF             PIC X(1) VALUE "N".
           88  WS-SORTIE-DONE                 VALUE "Y".

       01  WS-EMPF-EOF               PIC X(1) VALUE "N".
           88  WS-EMPF-DONE                   VALUE "Y".

       01  WS-LOG-EOF                PIC X(1) VALUE "N".
           88  WS-LOG-DONE                    VALUE "Y".

       01  WS-INDEX-EOF              PIC X(1) VALUE "N".
           88  WS-INDEX-DONE                  VALUE "Y".

       01  WS-ARCHIVE-EOF            PIC X(1) VALUE "N".
           88  WS-ARCHIVE-DONE                VALUE "Y".

       01  WS-ATTENTE-EOF            PIC X(1) VALUE "N".
           88  WS-ATTENTE-DONE                VALUE "Y".

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
                   88  WS-OP-SUPERVISEUR      VALUE "S".
               10  WS-OP-ACTIF       PIC X(1).
                   88  WS-OP-EST-ACTIF        VALUE "O".
               10  WS-OP-CONNEXION   PIC X(10).
               10  WS-OP-ECHECS      PIC 9(1).
               10  WS-OP-MDP-DATE    PIC X(10).
               10  WS-OP-VERROU      PIC X(1).
                   88  WS-OP-VERROUILLE       VALUE "O".

      * Corrections en attente et corrections decidees ce jour :
      * les decisions des jours precedents sont deja au journal et
      * ne sont pas reconduites.
       01  WS-TABLE-ATTENTE.
           05  WS-NB-ATTENTE         PIC 9(4) VALUE 0.
           05  WS-CA-ENTREE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NB-ATTENTE
               INDEXED BY WS-CA-IDX.
               10  WS-CA-DONNEES     PIC X(140).
               10  WS-CA-SESSION     PIC X(1).

      * Nouvelle soumission d'une seance precedente : entete, fin
      * et reprises, chacune marquee des qu'une ligne de calcul du
      * journal la montre traitee.
       01  WS-PREC-DATE              PIC X(10) VALUE SPACES.
       01  WS-PREC-CLE               PIC X(8) VALUE "00000000".
       01  WS-PREC-FIN-VU            PIC X(1) VALUE "N".
       01  WS-PREC-NB                PIC 9(5) VALUE 0.
       01  WS-PREC-HASH1             PIC S9(9)V99 VALUE 0.
       01  WS-PREC-HASH2             PIC S9(9)V99 VALUE 0.
       01  WS-PREC-PRISE             PIC X(1) VALUE "N".
       01  WS-PREC-RESTANTES         PIC 9(4) VALUE 0.

       01  WS-TABLE-PREC.
           05  WS-NB-PREC            PIC 9(4) VALUE 0.
           05  WS-PR-ENTREE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NB-PREC
               INDEXED BY WS-PR-IDX.
               10  WS-PR-SEQ         PIC 9(5).
               10  WS-PR-TRAITEE     PIC X(1).

       01  WS-ARCH-NOM               PIC X(20).
       01  WS-CLE-LIGNE              PIC X(8).
       01  WS-RECH-PREC              PIC 9(4).

       01  WS-SUPERVISEUR-ID         PIC X(10).
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
       01  WS-PARCOURS               PIC 9(4).

       01  WS-CHOIX                  PIC X(1).
       01  WS-CHOIX-OK               PIC X(1).

       01  WS-AV-NUM1-BIS            PIC -Z(3).99.
       01  WS-AV-NUM2-BIS            PIC -Z(3).99.
       01  WS-AP-NUM1-BIS            PIC -Z(3).99.
       01  WS-AP-NUM2-BIS            PIC -Z(3).99.

       01  WS-SEC-EVENEMENT          PIC X(30).
       01  WS-LOG-LIBELLE            PIC X(30).

      * Decisions de la seance, puis cumuls du jour pour le compte
      * rendu.
       01  WS-CPT-APPROUVEES         PIC 9(4) VALUE 0.
       01  WS-CPT-REJETEES           PIC 9(4) VALUE 0.
       01  WS-CPT-LAISSEES           PIC 9(4) VALUE 0.
       01  WS-CPT-PROPRES            PIC 9(4) VALUE 0.
       01  WS-JOUR-APPROUVEES        PIC 9(4) VALUE 0.
       01  WS-JOUR-REJETEES          PIC 9(4) VALUE 0.
       01  WS-JOUR-ATTENTE           PIC 9(4) VALUE 0.

       01  WS-HASH1                  PIC S9(9)V99 VALUE 0.
       01  WS-HASH2                  PIC S9(9)V99 VALUE 0.

       01  WS-EDIT-CPT               PIC Z(4)9.
       01  WS-EDIT-SEQ               PIC 9(5).
       01  WS-EDIT-DECISION          PIC X(9).

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

           DISPLAY "VALIDATION DES CORRECTIONS DE SUSPENS"
           DISPLAY "IDENTIFIANT SUPERVISEUR ?"
           ACCEPT WS-SUPERVISEUR-ID
           DISPLAY "MOT DE PASSE ?"
           ACCEPT WS-MDP-SAISI

           PERFORM 1000-CHARGER-OPERATEURS-START
              THRU 1000-CHARGER-OPERATEURS-END

           PERFORM 1500-CONTROLE-SUPERVISEUR-START
              THRU 1500-CONTROLE-SUPERVISEUR-END

           PERFORM 1700-SOUMISSION-PRECEDENTE-START
              THRU 1700-SOUMISSION-PRECEDENTE-END

           PERFORM 2000-CHARGER-ATTENTE-START
              THRU 2000-CHARGER-ATTENTE-END

           OPEN EXTEND VALI-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT VALI-LOG-FILE
               CLOSE VALI-LOG-FILE
               OPEN EXTEND VALI-LOG-FILE
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ATTENTE
               ADD 1 TO WS-PARCOURS
               SET WS-CA-IDX TO WS-PARCOURS
               MOVE WS-CA-DONNEES(WS-CA-IDX) TO CA-RECORD
               IF CA-EN-ATTENTE
                   PERFORM 3000-PRESENTER-START
                      THRU 3000-PRESENTER-END
               END-IF
           END-PERFORM

           CLOSE VALI-LOG-FILE

           PERFORM 4000-ECRIRE-SOUMISSION-START
              THRU 4000-ECRIRE-SOUMISSION-END

           PERFORM 4500-RETOUR-SUSPENS-START
              THRU 4500-RETOUR-SUSPENS-END

           PERFORM 5000-REECRIRE-ATTENTE-START
              THRU 5000-REECRIRE-ATTENTE-END

           PERFORM 6000-RAPPORT-START
              THRU 6000-RAPPORT-END

           DISPLAY "CORRECTIONS APPROUVEES : " WS-CPT-APPROUVEES
           DISPLAY "CORRECTIONS REJETEES   : " WS-CPT-REJETEES
           DISPLAY "LAISSEES EN ATTENTE    : " WS-CPT-LAISSEES
           DISPLAY "SAISIES PAR VOUS-MEME  : " WS-CPT-PROPRES

           STOP RUN.

      *** CHARGEMENT DU FICHIER OPERATEURS. ***
       1000-CHARGER-OPERATEURS-START.
           OPEN INPUT VALI-OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPER-DONE
               READ VALI-OPER-FILE
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

           CLOSE VALI-OPER-FILE.
       1000-CHARGER-OPERATEURS-END.
           EXIT.

      *** CONTROLE DU SUPERVISEUR. ***
      * Memes regles de securite qu'a l'ouverture de session de la
      * calculatrice : fiche verrouillee refusee, trois echecs
      * verrouillent, chaque refus part a la piste de securite.
       1500-CONTROLE-SUPERVISEUR-START.
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
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
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
               PERFORM 7100-TRACER-SECURITE-START
                  THRU 7100-TRACER-SECURITE-END
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OP-ECHECS(WS-OP-IDX) > 0
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           IF NOT WS-OP-SUPERVISEUR(WS-OP-IDX)
               DISPLAY "VALIDATION RESERVEE AUX SUPERVISEURS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1600-CONTROLE-EXPIRATION-START
              THRU 1600-CONTROLE-EXPIRATION-END

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 7000-REECRIRE-OPERATEURS-START
              THRU 7000-REECRIRE-OPERATEURS-END.
       1500-CONTROLE-SUPERVISEUR-END.
           EXIT.

      *** EXPIRATION DU MOT DE PASSE. ***
      * Un mot de passe de plus de 90 jours doit etre change avant
      * d'entrer. Une fiche sans date de changement (anterieure aux
      * champs de securite) est datee du jour au passage.
       1600-CONTROLE-EXPIRATION-START.
           IF WS-OP-MDP-DATE(WS-OP-IDX) = SPACES
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF

           MOVE WS-JOUR-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               GO TO 1600-CONTROLE-EXPIRATION-END
           END-IF
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN

           MOVE WS-OP-MDP-DATE(WS-OP-IDX) TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               MOVE WS-JOUR-DATE TO WS-OP-MDP-DATE(WS-OP-IDX)
               PERFORM 7000-REECRIRE-OPERATEURS-START
                  THRU 7000-REECRIRE-OPERATEURS-END
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
           PERFORM 7000-REECRIRE-OPERATEURS-START
              THRU 7000-REECRIRE-OPERATEURS-END
           MOVE "CHANGEMENT MDP SUR EXPIRATION"
               TO WS-SEC-EVENEMENT
           PERFORM 7100-TRACER-SECURITE-START
              THRU 7100-TRACER-SECURITE-END.
       1600-CONTROLE-EXPIRATION-END.
           EXIT.

      *** NOUVELLE SOUMISSION D'UNE SEANCE PRECEDENTE. ***
      * Le fichier de nouvelle soumission est reecrit a chaque
      * seance qui approuve : celui d'une seance precedente doit
      * avoir ete pris par la chaine, sinon la seance est refusee.
      * Un fichier sans reprise ne retient rien.
       1700-SOUMISSION-PRECEDENTE-START.
           OPEN INPUT VALI-SORTIE-FILE
           IF WS-SORTIE-STATUS NOT = "00"
               GO TO 1700-SOUMISSION-PRECEDENTE-END
           END-IF

           PERFORM UNTIL WS-SORTIE-DONE
               READ VALI-SORTIE-FILE
                   AT END
                       SET WS-SORTIE-DONE TO TRUE
                   NOT AT END
                       PERFORM 1710-NOTER-SOUMISSION-START
                          THRU 1710-NOTER-SOUMISSION-END
               END-READ
           END-PERFORM

           CLOSE VALI-SORTIE-FILE

           IF WS-NB-PREC = 0
               GO TO 1700-SOUMISSION-PRECEDENTE-END
           END-IF

           MOVE WS-PREC-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "O"
               MOVE WS-DATE-AAAAMMJJ TO WS-PREC-CLE
           END-IF

           PERFORM 1720-CONTROLE-AMONT-START
              THRU 1720-CONTROLE-AMONT-END
           IF WS-PREC-PRISE = "O"
               GO TO 1700-SOUMISSION-PRECEDENTE-END
           END-IF

           PERFORM 1730-JOURNAL-POINTER-START
              THRU 1730-JOURNAL-POINTER-END

           MOVE 0 TO WS-PREC-RESTANTES
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-PREC
               ADD 1 TO WS-PARCOURS
               SET WS-PR-IDX TO WS-PARCOURS
               IF WS-PR-TRAITEE(WS-PR-IDX) = "N"
                   ADD 1 TO WS-PREC-RESTANTES
                   DISPLAY "REPRISE NON TRAITEE : SEQUENCE "
                       WS-PR-SEQ(WS-PR-IDX)
               END-IF
           END-PERFORM

           IF WS-PREC-RESTANTES > 0
               MOVE WS-PREC-RESTANTES TO WS-EDIT-CPT
               DISPLAY "NOUVELLE SOUMISSION DU " WS-PREC-DATE
                   " PAS ENCORE PRISE PAR LA CHAINE :"
                   WS-EDIT-CPT " REPRISE(S)"
               DISPLAY "PASSER CALCCORR.DAT DANS LA CHAINE AVANT UNE "
                   "NOUVELLE SEANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1700-SOUMISSION-PRECEDENTE-END.
           EXIT.

       1710-NOTER-SOUMISSION-START.
           EVALUATE TRUE
           WHEN TR-TYPE-ENTETE
               MOVE TR-EN-DATE TO WS-PREC-DATE
           WHEN TR-TYPE-FIN
               IF TR-FIN-NB NUMERIC
                   AND TR-FIN-HASH1 NUMERIC
                   AND TR-FIN-HASH2 NUMERIC
                   MOVE "O" TO WS-PREC-FIN-VU
                   MOVE TR-FIN-NB TO WS-PREC-NB
                   MOVE TR-FIN-HASH1 TO WS-PREC-HASH1
                   MOVE TR-FIN-HASH2 TO WS-PREC-HASH2
               END-IF
           WHEN TR-TYPE-REPRISE
               IF WS-NB-PREC = 1000
                   DISPLAY "NOUVELLE SOUMISSION PRECEDENTE TROP "
                       "GRANDE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-PREC
               SET WS-PR-IDX TO WS-NB-PREC
               MOVE TR-SEQ TO WS-PR-SEQ(WS-PR-IDX)
               MOVE "N" TO WS-PR-TRAITEE(WS-PR-IDX)
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1710-NOTER-SOUMISSION-END.
           EXIT.

      * Le controle amont garde la trace de chaque fichier accepte,
      * qu'il lui soit passe seul ou au sein d'une consolidation :
      * meme source, date d'entete, nombre et totaux de fin.
       1720-CONTROLE-AMONT-START.
           IF WS-PREC-FIN-VU = "N"
               GO TO 1720-CONTROLE-AMONT-END
           END-IF

           OPEN INPUT VALI-EMPF-FILE
           IF WS-EMPF-STATUS NOT = "00"
               GO TO 1720-CONTROLE-AMONT-END
           END-IF

           PERFORM UNTIL WS-EMPF-DONE
               READ VALI-EMPF-FILE
                   AT END
                       SET WS-EMPF-DONE TO TRUE
                   NOT AT END
                       IF EF-SOURCE = "CORRECTN"
                           AND EF-EN-DATE = WS-PREC-DATE
                           AND EF-NB NUMERIC
                           AND EF-HASH1 NUMERIC
                           AND EF-HASH2 NUMERIC
                           AND EF-NB = WS-PREC-NB
                           AND EF-HASH1 = WS-PREC-HASH1
                           AND EF-HASH2 = WS-PREC-HASH2
                           MOVE "O" TO WS-PREC-PRISE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VALI-EMPF-FILE.
       1720-CONTROLE-AMONT-END.
           EXIT.

      * Lignes de calcul du journal vif, puis des archives a partir
      * du mois de la soumission.
       1730-JOURNAL-POINTER-START.
           OPEN INPUT VALI-LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-DONE
                   READ VALI-LOG-FILE
                       AT END
                           SET WS-LOG-DONE TO TRUE
                       NOT AT END
                           PERFORM 1750-POINTER-LIGNE-START
                              THRU 1750-POINTER-LIGNE-END
                   END-READ
               END-PERFORM
               CLOSE VALI-LOG-FILE
           END-IF

           OPEN INPUT VALI-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 1730-JOURNAL-POINTER-END
           END-IF

           PERFORM UNTIL WS-INDEX-DONE
               READ VALI-INDEX-FILE
                   AT END
                       SET WS-INDEX-DONE TO TRUE
                   NOT AT END
                       IF AI-MOIS NOT < WS-PREC-CLE(1:6)
                           PERFORM 1740-LIRE-ARCHIVE-START
                              THRU 1740-LIRE-ARCHIVE-END
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VALI-INDEX-FILE.
       1730-JOURNAL-POINTER-END.
           EXIT.

      * Une archive introuvable ne prouve rien : ses reprises
      * restent non traitees.
       1740-LIRE-ARCHIVE-START.
           MOVE AI-FICHIER TO WS-ARCH-NOM
           OPEN INPUT VALI-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE INTROUVABLE : " WS-ARCH-NOM
               GO TO 1740-LIRE-ARCHIVE-END
           END-IF

           MOVE "N" TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-DONE
               READ VALI-ARCHIVE-FILE
                   AT END
                       SET WS-ARCHIVE-DONE TO TRUE
                   NOT AT END
                       MOVE AR-RECORD TO LG-RECORD
                       PERFORM 1750-POINTER-LIGNE-START
                          THRU 1750-POINTER-LIGNE-END
               END-READ
           END-PERFORM

           CLOSE VALI-ARCHIVE-FILE.
       1740-LIRE-ARCHIVE-END.
           EXIT.

      * Une reprise est traitee des que le batch en a journalise
      * le calcul, reussi ou non (un echec la renvoie en suspens),
      * a la date de la soumission ou apres.
       1750-POINTER-LIGNE-START.
           IF LG-SEQ NOT NUMERIC OR LG-SEQ = 0
               OR NOT LG-STATUT-CALCUL
               GO TO 1750-POINTER-LIGNE-END
           END-IF

           IF LG-DATE(1:2) NOT NUMERIC OR LG-DATE(4:2) NOT NUMERIC
               OR LG-DATE(7:4) NOT NUMERIC
               GO TO 1750-POINTER-LIGNE-END
           END-IF
           MOVE LG-DATE(7:4) TO WS-CLE-LIGNE(1:4)
           MOVE LG-DATE(4:2) TO WS-CLE-LIGNE(5:2)
           MOVE LG-DATE(1:2) TO WS-CLE-LIGNE(7:2)
           IF WS-CLE-LIGNE < WS-PREC-CLE
               GO TO 1750-POINTER-LIGNE-END
           END-IF

           MOVE 0 TO WS-RECH-PREC
           PERFORM UNTIL WS-RECH-PREC = WS-NB-PREC
               ADD 1 TO WS-RECH-PREC
               SET WS-PR-IDX TO WS-RECH-PREC
               IF WS-PR-SEQ(WS-PR-IDX) = LG-SEQ
                   MOVE "O" TO WS-PR-TRAITEE(WS-PR-IDX)
               END-IF
           END-PERFORM.
       1750-POINTER-LIGNE-END.
           EXIT.

      *** CHARGEMENT DES CORRECTIONS EN ATTENTE. ***
      * Les corrections decidees un jour precedent sont ecartees :
      * leur decision est au journal et au compte rendu de ce
      * jour-la.
       2000-CHARGER-ATTENTE-START.
           OPEN INPUT VALI-ATTENTE-FILE
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "AUCUNE CORRECTION EN ATTENTE"
               GO TO 2000-CHARGER-ATTENTE-END
           END-IF

           PERFORM UNTIL WS-ATTENTE-DONE
               READ VALI-ATTENTE-FILE
                   AT END
                       SET WS-ATTENTE-DONE TO TRUE
                   NOT AT END
                       IF CA-EN-ATTENTE
                           OR CA-DECISION-DATE = WS-JOUR-DATE
                           IF WS-NB-ATTENTE = 1000
                               DISPLAY "TABLE DES CORRECTIONS PLEINE"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NB-ATTENTE
                           SET WS-CA-IDX TO WS-NB-ATTENTE
                           MOVE CA-RECORD TO WS-CA-DONNEES(WS-CA-IDX)
                           MOVE "N" TO WS-CA-SESSION(WS-CA-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VALI-ATTENTE-FILE.
       2000-CHARGER-ATTENTE-END.
           EXIT.

      *** PRESENTATION D'UNE CORRECTION. ***
      * La correction en cours est dans CA-RECORD. Un superviseur ne
      * valide jamais une correction qu'il a lui-meme saisie : elle
      * reste en attente d'un autre superviseur.
       3000-PRESENTER-START.
           IF CA-AUTEUR = WS-SUPERVISEUR-ID
               DISPLAY "----------------------------------------"
               DISPLAY "SEQUENCE : " CA-SEQ
                   " SAISIE PAR VOUS-MEME - AUTRE SUPERVISEUR REQUIS"
               ADD 1 TO WS-CPT-PROPRES
               GO TO 3000-PRESENTER-END
           END-IF

           MOVE CA-AV-NUM1 TO WS-AV-NUM1-BIS
           MOVE CA-AV-NUM2 TO WS-AV-NUM2-BIS
           MOVE CA-AP-NUM1 TO WS-AP-NUM1-BIS
           MOVE CA-AP-NUM2 TO WS-AP-NUM2-BIS

           DISPLAY "----------------------------------------"
           DISPLAY "SEQUENCE : " CA-SEQ " DU " CA-RUN-DATE
           DISPLAY "STATUT   : " CA-STATUT
           DISPLAY "AVANT    : " FUNCTION TRIM(WS-AV-NUM1-BIS)
               " " CA-AV-OPERATOR
               " " FUNCTION TRIM(WS-AV-NUM2-BIS)
           DISPLAY "APRES    : " FUNCTION TRIM(WS-AP-NUM1-BIS)
               " " CA-AP-OPERATOR
               " " FUNCTION TRIM(WS-AP-NUM2-BIS)
           DISPLAY "SAISIE   : " CA-AUTEUR " LE " CA-SAISIE-DATE
               " A " CA-SAISIE-TIME

           MOVE "N" TO WS-CHOIX-OK
           PERFORM UNTIL WS-CHOIX-OK = "O"
               DISPLAY "A=APPROUVER R=REJETER VIDE=LAISSER EN ATTENTE"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO CA-DECISION
                   MOVE "O" TO WS-CHOIX-OK
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO CA-DECISION
                   MOVE "O" TO WS-CHOIX-OK
               WHEN SPACE
                   MOVE "O" TO WS-CHOIX-OK
               WHEN OTHER
                   DISPLAY "CHOIX INCONNU"
               END-EVALUATE
           END-PERFORM

           IF CA-EN-ATTENTE
               ADD 1 TO WS-CPT-LAISSEES
               GO TO 3000-PRESENTER-END
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           MOVE WS-SUPERVISEUR-ID TO CA-VALIDEUR
           MOVE WS-JOUR-DATE TO CA-DECISION-DATE
           MOVE WS-JOUR-TIME TO CA-DECISION-TIME
           MOVE CA-RECORD TO WS-CA-DONNEES(WS-CA-IDX)
           MOVE "O" TO WS-CA-SESSION(WS-CA-IDX)

           MOVE CA-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO WS-LOG-LIBELLE
           IF CA-APPROUVEE
               ADD 1 TO WS-CPT-APPROUVEES
               STRING "CORRECTION APPROUVEE " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-LOG-LIBELLE
           ELSE
               ADD 1 TO WS-CPT-REJETEES
               STRING "CORRECTION REJETEE " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-LOG-LIBELLE
           END-IF
           PERFORM 7300-JOURNALISER-START
              THRU 7300-JOURNALISER-END.
       3000-PRESENTER-END.
           EXIT.

      *** ECRITURE DU FICHIER DE NOUVELLE SOUMISSION. ***
      * Le fichier porte entete et fin comme tout fichier de
      * transactions : le batch le controle et le traite tel quel.
      * Sans approbation dans la seance, un fichier deja prepare et
      * pas encore traite n'est pas ecrase ; avec approbation, le
      * fichier precedent a deja ete pris par la chaine (1700).
       4000-ECRIRE-SOUMISSION-START.
           IF WS-CPT-APPROUVEES = 0
               GO TO 4000-ECRIRE-SOUMISSION-END
           END-IF

           OPEN OUTPUT VALI-SORTIE-FILE
           IF WS-SORTIE-STATUS NOT = "00"
               DISPLAY "ECRITURE DE LA NOUVELLE SOUMISSION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO TR-RECORD
           MOVE "H" TO TR-TYPE
           MOVE WS-JOUR-DATE TO TR-EN-DATE
           MOVE "CORRECTN" TO TR-EN-SOURCE
           WRITE TR-RECORD

           MOVE 0 TO WS-HASH1
           MOVE 0 TO WS-HASH2
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ATTENTE
               ADD 1 TO WS-PARCOURS
               SET WS-CA-IDX TO WS-PARCOURS
               MOVE WS-CA-DONNEES(WS-CA-IDX) TO CA-RECORD
               IF WS-CA-SESSION(WS-CA-IDX) = "O" AND CA-APPROUVEE
                   PERFORM 4100-ECRIRE-REPRISE-START
                      THRU 4100-ECRIRE-REPRISE-END
               END-IF
           END-PERFORM

           MOVE SPACES TO TR-RECORD
           MOVE "T" TO TR-TYPE
           MOVE WS-CPT-APPROUVEES TO TR-FIN-NB
           MOVE WS-HASH1 TO TR-FIN-HASH1
           MOVE WS-HASH2 TO TR-FIN-HASH2
           WRITE TR-RECORD

           CLOSE VALI-SORTIE-FILE.
       4000-ECRIRE-SOUMISSION-END.
           EXIT.

       4100-ECRIRE-REPRISE-START.
           MOVE SPACES TO TR-RECORD
           MOVE "R" TO TR-TYPE
           MOVE CA-SEQ TO TR-SEQ
           MOVE CA-AP-NUM1 TO TR-NUM1
           MOVE CA-AP-OPERATOR TO TR-OPERATOR
           MOVE CA-AP-NUM2 TO TR-NUM2
           IF CA-ORDRE-ECHEANCE NUMERIC
               MOVE CA-ORDRE-ID TO TR-ORDRE-ID
               MOVE CA-ORDRE-ECHEANCE TO TR-ORDRE-ECHEANCE
           END-IF
           WRITE TR-RECORD
           ADD CA-AP-NUM1 TO WS-HASH1
           ADD CA-AP-NUM2 TO WS-HASH2.
       4100-ECRIRE-REPRISE-END.
           EXIT.

      *** RETOUR EN SUSPENS DES CORRECTIONS REJETEES. ***
      * Le mouvement retourne en suspens tel qu'il y etait avant la
      * correction : valeurs, statut et date d'origine.
       4500-RETOUR-SUSPENS-START.
           IF WS-CPT-REJETEES = 0
               GO TO 4500-RETOUR-SUSPENS-END
           END-IF

           OPEN EXTEND VALI-SUSP-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT VALI-SUSP-FILE
               CLOSE VALI-SUSP-FILE
               OPEN EXTEND VALI-SUSP-FILE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "RETOUR EN SUSPENS IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ATTENTE
               ADD 1 TO WS-PARCOURS
               SET WS-CA-IDX TO WS-PARCOURS
               MOVE WS-CA-DONNEES(WS-CA-IDX) TO CA-RECORD
               IF WS-CA-SESSION(WS-CA-IDX) = "O" AND CA-REJETEE
                   MOVE CA-TYPE TO SU-TYPE
                   MOVE CA-SEQ TO SU-SEQ
                   MOVE CA-AV-NUM1 TO SU-NUM1
                   MOVE CA-AV-OPERATOR TO SU-OPERATOR
                   MOVE CA-AV-NUM2 TO SU-NUM2
                   MOVE CA-STATUT TO SU-STATUT
                   MOVE CA-RUN-DATE TO SU-RUN-DATE
                   MOVE CA-ORDRE-ID TO SU-ORDRE-ID
                   MOVE CA-ORDRE-ECHEANCE TO SU-ORDRE-ECHEANCE
                   WRITE SU-RECORD
               END-IF
           END-PERFORM

           CLOSE VALI-SUSP-FILE.
       4500-RETOUR-SUSPENS-END.
           EXIT.

      *** REECRITURE DU FICHIER DES CORRECTIONS. ***
       5000-REECRIRE-ATTENTE-START.
           OPEN OUTPUT VALI-ATTENTE-FILE
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "MISE A JOUR DES CORRECTIONS IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ATTENTE
               ADD 1 TO WS-PARCOURS
               SET WS-CA-IDX TO WS-PARCOURS
               MOVE WS-CA-DONNEES(WS-CA-IDX) TO CA-RECORD
               WRITE CA-RECORD
           END-PERFORM

           CLOSE VALI-ATTENTE-FILE.
       5000-REECRIRE-ATTENTE-END.
           EXIT.

      *** COMPTE RENDU DES VALIDATIONS DU JOUR. ***
      * Le compte rendu reprend toutes les decisions du jour, de
      * cette seance comme des precedentes, et les corrections
      * encore en attente.
       6000-RAPPORT-START.
           OPEN OUTPUT VALI-RAPPORT-FILE
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "ECRITURE DU COMPTE RENDU IMPOSSIBLE"
               GO TO 6000-RAPPORT-END
           END-IF

           MOVE SPACES TO RP-LIGNE
           STRING "VALIDATION DES CORRECTIONS DE SUSPENS - "
               WS-JOUR-DATE DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ATTENTE
               ADD 1 TO WS-PARCOURS
               SET WS-CA-IDX TO WS-PARCOURS
               MOVE WS-CA-DONNEES(WS-CA-IDX) TO CA-RECORD
               PERFORM 6100-RAPPORT-LIGNE-START
                  THRU 6100-RAPPORT-LIGNE-END
           END-PERFORM

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-JOUR-APPROUVEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "CORRECTIONS APPROUVEES   : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-JOUR-REJETEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "CORRECTIONS REJETEES     : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-JOUR-ATTENTE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "CORRECTIONS EN ATTENTE   : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           CLOSE VALI-RAPPORT-FILE.
       6000-RAPPORT-END.
           EXIT.

       6100-RAPPORT-LIGNE-START.
           IF CA-EN-ATTENTE
               ADD 1 TO WS-JOUR-ATTENTE
               GO TO 6100-RAPPORT-LIGNE-END
           END-IF

           IF CA-APPROUVEE
               ADD 1 TO WS-JOUR-APPROUVEES
               MOVE "APPROUVEE" TO WS-EDIT-DECISION
           ELSE
               ADD 1 TO WS-JOUR-REJETEES
               MOVE "REJETEE" TO WS-EDIT-DECISION
           END-IF

           MOVE CA-AV-NUM1 TO WS-AV-NUM1-BIS
           MOVE CA-AV-NUM2 TO WS-AV-NUM2-BIS
           MOVE CA-AP-NUM1 TO WS-AP-NUM1-BIS
           MOVE CA-AP-NUM2 TO WS-AP-NUM2-BIS

           MOVE SPACES TO RP-LIGNE
           STRING "SEQ " CA-SEQ " " WS-EDIT-DECISION
               " PAR " CA-VALIDEUR " A " CA-DECISION-TIME
               " SAISIE PAR " CA-AUTEUR
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "    " WS-AV-NUM1-BIS " " CA-AV-OPERATOR
               " " WS-AV-NUM2-BIS " DEVIENT "
               WS-AP-NUM1-BIS " " CA-AP-OPERATOR " " WS-AP-NUM2-BIS
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       6100-RAPPORT-LIGNE-END.
           EXIT.

      *** REECRITURE DU FICHIER OPERATEURS. ***
       7000-REECRIRE-OPERATEURS-START.
           OPEN OUTPUT VALI-OPER-FILE
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

           CLOSE VALI-OPER-FILE.
       7000-REECRIRE-OPERATEURS-END.
           EXIT.

      *** PISTE DES EVENEMENTS DE SECURITE. ***
       7100-TRACER-SECURITE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-JOUR-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-JOUR-TIME

           OPEN EXTEND VALI-SEC-FILE
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT VALI-SEC-FILE
               CLOSE VALI-SEC-FILE
               OPEN EXTEND VALI-SEC-FILE
           END-IF
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "ECRITURE EVENEMENT SECURITE IMPOSSIBLE"
               GO TO 7100-TRACER-SECURITE-END
           END-IF

           MOVE WS-JOUR-DATE TO SE-DATE
           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-SUPERVISEUR-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calcvali" TO SE-PROGRAMME
           MOVE WS-SUPERVISEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE VALI-SEC-FILE.
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

      *** TRACE DES DECISIONS AU JOURNAL. ***
      * Ligne de gestion (sequence a zero) : le numero de la
      * sequence corrigee figure dans le libelle.
       7300-JOURNALISER-START.
           MOVE WS-SUPERVISEUR-ID TO LG-OPERATEUR-ID
           MOVE WS-JOUR-DATE TO LG-DATE
           MOVE WS-JOUR-TIME TO LG-TIME
           MOVE 0 TO LG-SEQ
           MOVE 0 TO LG-NUM1
           MOVE SPACE TO LG-OPERATEUR
           MOVE 0 TO LG-NUM2
           MOVE 0 TO LG-RESULT
           MOVE WS-LOG-LIBELLE TO LG-STATUT
           WRITE LG-RECORD.
       7300-JOURNALISER-END.
           EXIT.
