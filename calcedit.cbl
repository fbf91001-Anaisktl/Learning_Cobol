      * chaine de nuit : le passage est declare au fichier maitre
      * d'ordonnancement (date de la carte CALCPARM.DAT, a defaut
      * celle du jour), qui refuse un double passage pour la meme
      * date de traitement. Une annulation (type X) n'est acceptee
      * que si le resultat qu'elle vise est poste au fichier maitre
      * des resultats et n'a pas deja ete annule, ni au fichier
      * maitre ni plus haut dans le meme fichier recu.
      * Les doublons d'une journee a l'autre sont reconnus sur un
      * historique glissant (fenetre en jours de la carte
      * CALCDPRM.DAT, 10 a defaut) : un fichier deja recu (meme
      * source, date d'entete, nombre et totaux de fin, par source
      * d'apres la table CALCCSRC.DAT pour un fichier consolide)
      * est rejete en entier, et un detail dont l'empreinte (source,
      * numero d'origine dans la source, operandes et operateur) a
      * deja ete acceptee est rejete comme doublon probable ; pour
      * l'execution d'un ordre permanent le numero d'origine est
      * la reference de l'ordre (numero et echeance), qui passe
      * ensuite dans le fichier lu par la calculatrice. Un
      * rejet presente de nouveau sous derogation du superviseur
      * (marque au poste de retravail) passe et reste signale au
      * rapport. Les historiques CALCEMPR.DAT (empreintes) et
      * CALCEMPF.DAT (fichiers) ne sont reecrits que pour un fichier
      * accepte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT EDIT-DPARM-FILE ASSIGN TO "CALCDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPARM-STATUS.

           SELECT EDIT-CSRC-FILE ASSIGN TO "CALCCSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSRC-STATUS.

           SELECT EDIT-EMPR-FILE ASSIGN TO "CALCEMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPR-STATUS.

           SELECT EDIT-EMPF-FILE ASSIGN TO "CALCEMPF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPF-STATUS.

           SELECT EDIT-RES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-SEQ
               ALTERNATE RECORD KEY IS RE-OPERATEUR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-PARM-FILE.
       FD  EDIT-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       FD  EDIT-RES-FILE.
       COPY "calcre.cpy".

       FD  EDIT-DPARM-FILE.
       01  DP-RECORD.
           05  DP-FENETRE            PIC X(3).

       FD  EDIT-CSRC-FILE.
       COPY "calccs.cpy".

      * Empreinte d'un detail accepte (58 octets) : date de
      * traitement, source, reference d'origine (numero dans la
      * source ou provenance portee par le detail), operandes,
      * operateur et sequence attribuee ce jour-la.
       FD  EDIT-EMPR-FILE.
       01  EM-RECORD.
           05  EM-RUN-DATE           PIC X(10).
           05  EM-SOURCE             PIC X(8).
           05  EM-REFERENCE          PIC X(11).
           05  EM-NUM1               PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
           05  EM-OPERATOR           PIC X(1).
           05  EM-NUM2               PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
           05  EM-SEQ                PIC 9(5).

      * Fichier recu (57 octets) : date de traitement, source, date
      * d'entete, nombre de details et totaux de la fin.
       FD  EDIT-EMPF-FILE.
       01  EF-RECORD.
           05  EF-RUN-DATE           PIC X(10).
           05  EF-SOURCE             PIC X(8).
           05  EF-EN-DATE            PIC X(10).
           05  EF-NB                 PIC 9(5).
           05  EF-HASH1              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05  EF-HASH2              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-PROPRE-STATUS          PIC X(2).
       01  WS-REJET-STATUS           PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).
       01  WS-RES-STATUS             PIC X(2).
       01  WS-DPARM-STATUS           PIC X(2).
       01  WS-CSRC-STATUS            PIC X(2).
       01  WS-EMPR-STATUS            PIC X(2).
       01  WS-EMPF-STATUS            PIC X(2).

      * Fichier maitre des resultats absent : aucun resultat n'est
      * encore poste, toute annulation est rejetee.
       01  WS-RES-OUVERT             PIC X(1) VALUE "N".

       01  WS-BRUT-EOF               PIC X(1) VALUE "N".
           88  WS-BRUT-DONE                   VALUE "Y".
           05  WS-CPT-TYPE-INV       PIC 9(5) VALUE 0.
           05  WS-CPT-CHAINE-ROMPUE  PIC 9(5) VALUE 0.
           05  WS-CPT-SEQ-RESERVEE   PIC 9(5) VALUE 0.
           05  WS-CPT-ORIG-ABSENTE   PIC 9(5) VALUE 0.
           05  WS-CPT-ORIG-ANNULEE   PIC 9(5) VALUE 0.
           05  WS-CPT-DOUBLON        PIC 9(5) VALUE 0.
           05  WS-CPT-DEJA-RECU      PIC 9(5) VALUE 0.

       01  WS-CPT-DOUBLONS-FORCES    PIC 9(5) VALUE 0.

      * Resultats vises par les annulations deja acceptees dans ce
      * fichier : une seconde annulation du meme resultat est
      * rejetee avant meme d'atteindre le batch.
       01  WS-TABLE-ANNUL.
           05  WS-NB-ANNUL           PIC 9(4) VALUE 0.
           05  WS-AN-ORIGINE         PIC 9(5) OCCURS 5000 TIMES.
       01  WS-AN-IDX                 PIC 9(4).

      * Controles d'ensemble du fichier recu.
       01  WS-FICHIER-ERREUR         PIC X(1) VALUE "N".
       01  WS-HASH2-PROPRES          PIC S9(9)V99 VALUE 0.

       01  WS-EDIT-CPT               PIC Z(4)9.
       01  WS-EDIT-SEQ               PIC 9(5).
       01  WS-EDIT-FENETRE           PIC ZZ9.

      *** DOUBLONS D'UNE JOURNEE A L'AUTRE. ***
      * Fenetre de recherche en jours, de la carte CALCDPRM.DAT.
       01  WS-FENETRE                PIC 9(3) VALUE 10.

      * Date de traitement illisible : pas de controle des doublons
      * ni de mise a jour des historiques.
       01  WS-HISTO-ACTIF            PIC X(1) VALUE "N".

       01  WS-CSRC-EOF               PIC X(1) VALUE "N".
           88  WS-CSRC-DONE                   VALUE "Y".
       01  WS-EMPR-EOF               PIC X(1) VALUE "N".
           88  WS-EMPR-DONE                   VALUE "Y".
       01  WS-EMPF-EOF               PIC X(1) VALUE "N".
           88  WS-EMPF-DONE                   VALUE "Y".

       01  WS-DATE-TRAVAIL           PIC X(10).
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-LISIBLE           PIC X(1).
       01  WS-JOUR-CALCULE           PIC 9(8).
       01  WS-JOUR-RUN               PIC 9(8).
       01  WS-JOUR-LIMITE            PIC 9(8).

       01  WS-PARCOURS               PIC 9(5).
       01  WS-PARCOURS-2             PIC 9(5).

      * Premiere lecture du fichier recu : entete et fin.
       01  WS-PP-ENTETE-VU           PIC X(1) VALUE "N".
       01  WS-PP-FIN-VU              PIC X(1) VALUE "N".
       01  WS-PP-DATE                PIC X(10) VALUE SPACES.
       01  WS-PP-SOURCE              PIC X(8) VALUE SPACES.
       01  WS-PP-NB                  PIC 9(5) VALUE 0.
       01  WS-PP-HASH1               PIC S9(9)V99 VALUE 0.
       01  WS-PP-HASH2               PIC S9(9)V99 VALUE 0.

      * Sources presentes dans le fichier recu : une seule pour un
      * fichier direct, une par fichier consolide sinon, avec la
      * plage de sequences attribuee par la consolidation.
       01  WS-TABLE-SOURCES.
           05  WS-NB-SOURCES         PIC 9(2) VALUE 0.
           05  WS-SC-ENTREE OCCURS 1 TO 10 TIMES
               DEPENDING ON WS-NB-SOURCES
               INDEXED BY WS-SC-IDX.
               10  WS-SC-SOURCE      PIC X(8).
               10  WS-SC-EN-DATE     PIC X(10).
               10  WS-SC-SEQ-DEBUT   PIC 9(5).
               10  WS-SC-SEQ-FIN     PIC 9(5).
               10  WS-SC-TOTAUX      PIC X(1).
               10  WS-SC-NB          PIC 9(5).
               10  WS-SC-HASH1       PIC S9(9)V99.
               10  WS-SC-HASH2       PIC S9(9)V99.
               10  WS-SC-DEJA-RECU   PIC X(1).
               10  WS-SC-RECU-LE     PIC X(10).

      * Fichiers recus dans la fenetre, hors date de traitement.
       01  WS-TABLE-FICHIERS.
           05  WS-NB-FICHIERS        PIC 9(4) VALUE 0.
           05  WS-FR-ENTREE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NB-FICHIERS
               INDEXED BY WS-FR-IDX.
               10  WS-FR-RUN-DATE    PIC X(10).
               10  WS-FR-SOURCE      PIC X(8).
               10  WS-FR-EN-DATE     PIC X(10).
               10  WS-FR-NB          PIC 9(5).
               10  WS-FR-HASH1       PIC S9(9)V99.
               10  WS-FR-HASH2       PIC S9(9)V99.

      * Empreintes des details acceptes dans la fenetre, completees
      * au fil du fichier : un doublon dans le fichier du jour est
      * reconnu de la meme facon.
       01  WS-TABLE-EMPREINTES.
           05  WS-NB-EMPREINTES      PIC 9(5) VALUE 0.
           05  WS-EM-ENTREE OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-NB-EMPREINTES
               INDEXED BY WS-EM-IDX.
               10  WS-EM-RUN-DATE    PIC X(10).
               10  WS-EM-SOURCE      PIC X(8).
               10  WS-EM-REFERENCE   PIC X(11).
               10  WS-EM-NUM1        PIC S9(3)V99.
               10  WS-EM-OPERATOR    PIC X(1).
               10  WS-EM-NUM2        PIC S9(3)V99.
               10  WS-EM-SEQ         PIC 9(5).

      * Doublons a lister au rapport.
       01  WS-TABLE-DOUBLONS.
           05  WS-NB-DOUBLONS        PIC 9(4) VALUE 0.
           05  WS-DB-ENTREE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NB-DOUBLONS
               INDEXED BY WS-DB-IDX.
               10  WS-DB-MOTIF       PIC X(2).
               10  WS-DB-SEQ         PIC 9(5).
               10  WS-DB-SOURCE      PIC X(8).
               10  WS-DB-REFERENCE   PIC X(11).
               10  WS-DB-RECU-LE     PIC X(10).
               10  WS-DB-SEQ-PREC    PIC X(5).
               10  WS-DB-FORCE       PIC X(1).
       01  WS-CPT-NON-LISTES         PIC 9(5) VALUE 0.

      * Empreinte du detail en cours de controle.
       01  WS-DET-SC                 PIC 9(2).
       01  WS-DET-SOURCE             PIC X(8).
       01  WS-DET-REFERENCE          PIC X(11).
       01  WS-DET-FORCE              PIC X(1).
       01  WS-DET-TROUVE             PIC X(1).
       01  WS-DET-MOTIF              PIC X(2).
       01  WS-DET-RECU-LE            PIC X(10).
       01  WS-DET-SEQ-PREC           PIC X(5).

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           PERFORM 0600-ORDONNANCEMENT-DEBUT-START
              THRU 0600-ORDONNANCEMENT-DEBUT-END

           PERFORM 1100-PREMIERE-LECTURE-START
              THRU 1100-PREMIERE-LECTURE-END

           PERFORM 1200-HISTORIQUES-CHARGER-START
              THRU 1200-HISTORIQUES-CHARGER-END

           PERFORM 1000-OUVERTURE-START
              THRU 1000-OUVERTURE-END

           PERFORM 2800-ECRIRE-FIN-START
              THRU 2800-ECRIRE-FIN-END

           PERFORM 2900-HISTORIQUES-ECRIRE-START
              THRU 2900-HISTORIQUES-ECRIRE-END

           PERFORM 3000-RAPPORT-START
              THRU 3000-RAPPORT-END

           CLOSE EDIT-PROPRE-FILE
           CLOSE EDIT-REJET-FILE
           CLOSE EDIT-RAPPORT-FILE
           IF WS-RES-OUVERT = "O"
               CLOSE EDIT-RES-FILE
           END-IF

           IF WS-FICHIER-REFUSE
               MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE EDIT-PARM-FILE
           END-IF

           OPEN INPUT EDIT-DPARM-FILE
           IF WS-DPARM-STATUS = "00"
               READ EDIT-DPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-FENETRE NUMERIC
                           AND DP-FENETRE NOT = "000"
                           MOVE DP-FENETRE TO WS-FENETRE
                       END-IF
               END-READ
               CLOSE EDIT-DPARM-FILE
           END-IF.
       0500-PARM-LIRE-END.
           EXIT.

           OPEN OUTPUT EDIT-PROPRE-FILE
           OPEN OUTPUT EDIT-REJET-FILE
           OPEN OUTPUT EDIT-RAPPORT-FILE

           OPEN INPUT EDIT-RES-FILE
           IF WS-RES-STATUS = "00"
               MOVE "O" TO WS-RES-OUVERT
           END-IF.
       1000-OUVERTURE-END.
           EXIT.

      *** PREMIERE LECTURE DU FICHIER RECU. ***
      * L'entete et la fin sont lus avant tout detail pour savoir
      * si le fichier entier a deja ete recu. Un fichier consolide
      * est decoupe en ses sources d'apres la table de la
      * consolidation du meme jour ; sans elle il reste une seule
      * source CONSOLID.
       1100-PREMIERE-LECTURE-START.
           OPEN INPUT EDIT-BRUT-FILE
           IF WS-BRUT-STATUS NOT = "00"
               GO TO 1100-PREMIERE-LECTURE-END
           END-IF

           PERFORM UNTIL WS-BRUT-DONE
               READ EDIT-BRUT-FILE
                   AT END
                       SET WS-BRUT-DONE TO TRUE
                   NOT AT END
                       IF EN-TYPE-ENTETE AND WS-PP-ENTETE-VU = "N"
                           MOVE "O" TO WS-PP-ENTETE-VU
                           MOVE EN-EN-DATE TO WS-PP-DATE
                           MOVE EN-EN-SOURCE TO WS-PP-SOURCE
                       END-IF
                       IF EN-TYPE-FIN AND WS-PP-FIN-VU = "N"
                           AND EN-FIN-NB NUMERIC
                           AND EN-FIN-HASH1 NUMERIC
                           AND EN-FIN-HASH2 NUMERIC
                           MOVE "O" TO WS-PP-FIN-VU
                           MOVE EN-FIN-NB TO WS-PP-NB
                           MOVE EN-FIN-HASH1 TO WS-PP-HASH1
                           MOVE EN-FIN-HASH2 TO WS-PP-HASH2
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EDIT-BRUT-FILE
           MOVE "N" TO WS-BRUT-EOF

           IF WS-PP-SOURCE = "CONSOLID"
               PERFORM 1150-SOURCES-CHARGER-START
                  THRU 1150-SOURCES-CHARGER-END
               IF WS-NB-SOURCES > 0
                   GO TO 1100-PREMIERE-LECTURE-END
               END-IF
               DISPLAY "TABLE DES SOURCES CONSOLIDEES ABSENTE"
           END-IF

           MOVE 1 TO WS-NB-SOURCES
           SET WS-SC-IDX TO 1
           MOVE WS-PP-SOURCE TO WS-SC-SOURCE(WS-SC-IDX)
           MOVE WS-PP-DATE TO WS-SC-EN-DATE(WS-SC-IDX)
           MOVE 0 TO WS-SC-SEQ-DEBUT(WS-SC-IDX)
           MOVE 99999 TO WS-SC-SEQ-FIN(WS-SC-IDX)
           MOVE WS-PP-FIN-VU TO WS-SC-TOTAUX(WS-SC-IDX)
           MOVE WS-PP-NB TO WS-SC-NB(WS-SC-IDX)
           MOVE WS-PP-HASH1 TO WS-SC-HASH1(WS-SC-IDX)
           MOVE WS-PP-HASH2 TO WS-SC-HASH2(WS-SC-IDX)
           MOVE "N" TO WS-SC-DEJA-RECU(WS-SC-IDX)
           MOVE SPACES TO WS-SC-RECU-LE(WS-SC-IDX).
       1100-PREMIERE-LECTURE-END.
           EXIT.

      * Seules les lignes datees comme l'entete du fichier consolide
      * le decrivent : la table est reecrite a chaque consolidation.
       1150-SOURCES-CHARGER-START.
           OPEN INPUT EDIT-CSRC-FILE
           IF WS-CSRC-STATUS NOT = "00"
               GO TO 1150-SOURCES-CHARGER-END
           END-IF

           PERFORM UNTIL WS-CSRC-DONE
               READ EDIT-CSRC-FILE
                   AT END
                       SET WS-CSRC-DONE TO TRUE
                   NOT AT END
                       IF CS-EN-DATE = WS-PP-DATE
                           AND WS-NB-SOURCES < 10
                           AND CS-SEQ-DEBUT NUMERIC
                           AND CS-SEQ-FIN NUMERIC
                           ADD 1 TO WS-NB-SOURCES
                           SET WS-SC-IDX TO WS-NB-SOURCES
                           PERFORM 1160-SOURCE-AJOUTER-START
                              THRU 1160-SOURCE-AJOUTER-END
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EDIT-CSRC-FILE.
       1150-SOURCES-CHARGER-END.
           EXIT.

       1160-SOURCE-AJOUTER-START.
           MOVE CS-SOURCE TO WS-SC-SOURCE(WS-SC-IDX)
           MOVE CS-EN-DATE TO WS-SC-EN-DATE(WS-SC-IDX)
           MOVE CS-SEQ-DEBUT TO WS-SC-SEQ-DEBUT(WS-SC-IDX)
           MOVE CS-SEQ-FIN TO WS-SC-SEQ-FIN(WS-SC-IDX)
           MOVE "N" TO WS-SC-TOTAUX(WS-SC-IDX)
           MOVE 0 TO WS-SC-NB(WS-SC-IDX)
           MOVE 0 TO WS-SC-HASH1(WS-SC-IDX)
           MOVE 0 TO WS-SC-HASH2(WS-SC-IDX)
           IF CS-NB NUMERIC
               AND CS-HASH1 NUMERIC
               AND CS-HASH2 NUMERIC
               MOVE "O" TO WS-SC-TOTAUX(WS-SC-IDX)
               MOVE CS-NB TO WS-SC-NB(WS-SC-IDX)
               MOVE CS-HASH1 TO WS-SC-HASH1(WS-SC-IDX)
               MOVE CS-HASH2 TO WS-SC-HASH2(WS-SC-IDX)
           END-IF
           MOVE "N" TO WS-SC-DEJA-RECU(WS-SC-IDX)
           MOVE SPACES TO WS-SC-RECU-LE(WS-SC-IDX).
       1160-SOURCE-AJOUTER-END.
           EXIT.

      *** HISTORIQUES DES FICHIERS ET DES EMPREINTES. ***
      * Seules les lignes de la fenetre sont gardees, hors celles de
      * la date de traitement (passage precedent interrompu de la
      * meme journee) : l'historique se purge a chaque reecriture.
       1200-HISTORIQUES-CHARGER-START.
           MOVE WS-RUN-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               DISPLAY "DATE DE TRAITEMENT ILLISIBLE : DOUBLONS NON "
                   "CONTROLES"
               GO TO 1200-HISTORIQUES-CHARGER-END
           END-IF
           MOVE "O" TO WS-HISTO-ACTIF
           MOVE WS-JOUR-CALCULE TO WS-JOUR-RUN
           IF WS-JOUR-RUN > WS-FENETRE
               COMPUTE WS-JOUR-LIMITE = WS-JOUR-RUN - WS-FENETRE
           ELSE
               MOVE 0 TO WS-JOUR-LIMITE
           END-IF

           OPEN INPUT EDIT-EMPF-FILE
           IF WS-EMPF-STATUS = "00"
               PERFORM UNTIL WS-EMPF-DONE
                   READ EDIT-EMPF-FILE
                       AT END
                           SET WS-EMPF-DONE TO TRUE
                       NOT AT END
                           PERFORM 1210-FICHIER-CHARGER-START
                              THRU 1210-FICHIER-CHARGER-END
                   END-READ
               END-PERFORM
               CLOSE EDIT-EMPF-FILE
           END-IF

           OPEN INPUT EDIT-EMPR-FILE
           IF WS-EMPR-STATUS = "00"
               PERFORM UNTIL WS-EMPR-DONE
                   READ EDIT-EMPR-FILE
                       AT END
                           SET WS-EMPR-DONE TO TRUE
                       NOT AT END
                           PERFORM 1220-EMPREINTE-CHARGER-START
                              THRU 1220-EMPREINTE-CHARGER-END
                   END-READ
               END-PERFORM
               CLOSE EDIT-EMPR-FILE
           END-IF

      * Place pour toutes les empreintes du jour : un historique
      * sature arrete le controle avant toute ecriture.
           IF WS-NB-EMPREINTES + WS-PP-NB > 20000
               DISPLAY "HISTORIQUE DES EMPREINTES SATURE : REDUIRE "
                   "LA FENETRE"
               MOVE 8 TO RETURN-CODE
               PERFORM 0700-ORDONNANCEMENT-FIN-START
                  THRU 0700-ORDONNANCEMENT-FIN-END
               STOP RUN
           END-IF.
       1200-HISTORIQUES-CHARGER-END.
           EXIT.

       1210-FICHIER-CHARGER-START.
           IF EF-RUN-DATE = WS-RUN-DATE
               GO TO 1210-FICHIER-CHARGER-END
           END-IF
           MOVE EF-RUN-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               OR WS-JOUR-CALCULE < WS-JOUR-LIMITE
               GO TO 1210-FICHIER-CHARGER-END
           END-IF
           IF EF-NB NOT NUMERIC
               OR EF-HASH1 NOT NUMERIC
               OR EF-HASH2 NOT NUMERIC
               GO TO 1210-FICHIER-CHARGER-END
           END-IF
           IF WS-NB-FICHIERS = 2000
               DISPLAY "HISTORIQUE DES FICHIERS SATURE : REDUIRE "
                   "LA FENETRE"
               MOVE 8 TO RETURN-CODE
               PERFORM 0700-ORDONNANCEMENT-FIN-START
                  THRU 0700-ORDONNANCEMENT-FIN-END
               STOP RUN
           END-IF

           ADD 1 TO WS-NB-FICHIERS
           SET WS-FR-IDX TO WS-NB-FICHIERS
           MOVE EF-RUN-DATE TO WS-FR-RUN-DATE(WS-FR-IDX)
           MOVE EF-SOURCE TO WS-FR-SOURCE(WS-FR-IDX)
           MOVE EF-EN-DATE TO WS-FR-EN-DATE(WS-FR-IDX)
           MOVE EF-NB TO WS-FR-NB(WS-FR-IDX)
           MOVE EF-HASH1 TO WS-FR-HASH1(WS-FR-IDX)
           MOVE EF-HASH2 TO WS-FR-HASH2(WS-FR-IDX)

      * Une source sans detail n'est jamais un renvoi.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SOURCES
               ADD 1 TO WS-PARCOURS
               SET WS-SC-IDX TO WS-PARCOURS
               IF WS-SC-TOTAUX(WS-SC-IDX) = "O"
                   AND WS-SC-NB(WS-SC-IDX) > 0
                   AND WS-SC-SOURCE(WS-SC-IDX) = EF-SOURCE
                   AND WS-SC-EN-DATE(WS-SC-IDX) = EF-EN-DATE
                   AND WS-SC-NB(WS-SC-IDX) = EF-NB
                   AND WS-SC-HASH1(WS-SC-IDX) = EF-HASH1
                   AND WS-SC-HASH2(WS-SC-IDX) = EF-HASH2
                   MOVE "O" TO WS-SC-DEJA-RECU(WS-SC-IDX)
                   MOVE EF-RUN-DATE TO WS-SC-RECU-LE(WS-SC-IDX)
               END-IF
           END-PERFORM.
       1210-FICHIER-CHARGER-END.
           EXIT.

       1220-EMPREINTE-CHARGER-START.
           IF EM-RUN-DATE = WS-RUN-DATE
               GO TO 1220-EMPREINTE-CHARGER-END
           END-IF
           MOVE EM-RUN-DATE TO WS-DATE-TRAVAIL
           PERFORM 7200-DATE-EN-JOURS-START
              THRU 7200-DATE-EN-JOURS-END
           IF WS-DATE-LISIBLE = "N"
               OR WS-JOUR-CALCULE < WS-JOUR-LIMITE
               GO TO 1220-EMPREINTE-CHARGER-END
           END-IF
           IF EM-NUM1 NOT NUMERIC
               OR EM-NUM2 NOT NUMERIC
               OR EM-SEQ NOT NUMERIC
               GO TO 1220-EMPREINTE-CHARGER-END
           END-IF
           IF WS-NB-EMPREINTES = 20000
               DISPLAY "HISTORIQUE DES EMPREINTES SATURE : REDUIRE "
                   "LA FENETRE"
               MOVE 8 TO RETURN-CODE
               PERFORM 0700-ORDONNANCEMENT-FIN-START
                  THRU 0700-ORDONNANCEMENT-FIN-END
               STOP RUN
           END-IF

           ADD 1 TO WS-NB-EMPREINTES
           SET WS-EM-IDX TO WS-NB-EMPREINTES
           MOVE EM-RUN-DATE TO WS-EM-RUN-DATE(WS-EM-IDX)
           MOVE EM-SOURCE TO WS-EM-SOURCE(WS-EM-IDX)
           MOVE EM-REFERENCE TO WS-EM-REFERENCE(WS-EM-IDX)
           MOVE EM-NUM1 TO WS-EM-NUM1(WS-EM-IDX)
           MOVE EM-OPERATOR TO WS-EM-OPERATOR(WS-EM-IDX)
           MOVE EM-NUM2 TO WS-EM-NUM2(WS-EM-IDX)
           MOVE EM-SEQ TO WS-EM-SEQ(WS-EM-IDX).
       1220-EMPREINTE-CHARGER-END.
           EXIT.

      *** AIGUILLAGE PAR TYPE D'ENREGISTREMENT. ***
       1500-TRAITER-ENREG-START.
           EVALUATE TRUE
      * Les transactions chainees (type C) suivent les memes
      * controles que les details : leur premier operande porte
      * des zeros par convention, il sera resolu par le batch.
      * Les annulations (type X) portent des operandes a zero et
      * passent par le meme aiguillage.
           WHEN EN-TYPE-DETAIL
           WHEN EN-TYPE-CHAINE
           WHEN EN-TYPE-ANNULATION
               PERFORM 1700-TRAITER-DETAIL-START
                  THRU 1700-TRAITER-DETAIL-END

               ADD EN-NUM2 TO WS-HASH2-LUS
           END-IF

      * Une annulation ne touche pas a la chaine : le batch ne
      * l'enchaine pas, une transaction C qui la suit s'enchaine
      * sur le dernier calcul.
           PERFORM 2000-VALIDER-START
              THRU 2000-VALIDER-END
           IF WS-ENREG-VALIDE
               IF NOT EN-TYPE-ANNULATION
                   MOVE "O" TO WS-CHAINE-OK
               END-IF
               PERFORM 2500-ECRIRE-PROPRE-START
                  THRU 2500-ECRIRE-PROPRE-END
           ELSE
               IF NOT EN-TYPE-ANNULATION
                   MOVE "N" TO WS-CHAINE-OK
               END-IF
               PERFORM 2600-ECRIRE-REJET-START
                  THRU 2600-ECRIRE-REJET-END
           END-IF.
               GO TO 2000-VALIDER-END
           END-IF

           IF EN-TYPE-ANNULATION
               PERFORM 2100-VALIDER-ANNULATION-START
                  THRU 2100-VALIDER-ANNULATION-END
               GO TO 2000-VALIDER-END
           END-IF

           IF EN-OPERATOR NOT = "+" AND NOT = "-" AND NOT = "*"
               AND NOT = "/" AND NOT = "M" AND NOT = "%"
               MOVE "06" TO WS-MOTIF
               ADD 1 TO WS-CPT-OPER-INV
               GO TO 2000-VALIDER-END
           END-IF

           PERFORM 2200-CONTROLER-DOUBLON-START
              THRU 2200-CONTROLER-DOUBLON-END.
       2000-VALIDER-END.
           EXIT.

      * Le resultat vise doit etre poste au fichier maitre avec un
      * statut de calcul reussi : un calcul en echec, une annulation
      * ou un numero inconnu ne s'annulent pas. Un resultat deja
      * marque ANNULE PAR, ou deja vise plus haut dans le fichier,
      * est rejete avec son propre motif.
       2100-VALIDER-ANNULATION-START.
           IF EN-ORIGINE NOT NUMERIC
               MOVE "10" TO WS-MOTIF
               ADD 1 TO WS-CPT-ORIG-ABSENTE
               GO TO 2100-VALIDER-ANNULATION-END
           END-IF

           IF EN-ORIGINE = ZEROES
               MOVE "10" TO WS-MOTIF
               ADD 1 TO WS-CPT-ORIG-ABSENTE
               GO TO 2100-VALIDER-ANNULATION-END
           END-IF

           MOVE 0 TO WS-AN-IDX
           PERFORM UNTIL WS-AN-IDX = WS-NB-ANNUL
               ADD 1 TO WS-AN-IDX
               IF WS-AN-ORIGINE(WS-AN-IDX) = EN-ORIGINE
                   MOVE "11" TO WS-MOTIF
                   ADD 1 TO WS-CPT-ORIG-ANNULEE
                   GO TO 2100-VALIDER-ANNULATION-END
               END-IF
           END-PERFORM

           IF WS-RES-OUVERT NOT = "O"
               MOVE "10" TO WS-MOTIF
               ADD 1 TO WS-CPT-ORIG-ABSENTE
               GO TO 2100-VALIDER-ANNULATION-END
           END-IF

           MOVE EN-ORIGINE TO RE-SEQ
           READ EDIT-RES-FILE
               INVALID KEY
                   MOVE "10" TO WS-MOTIF
                   ADD 1 TO WS-CPT-ORIG-ABSENTE
                   GO TO 2100-VALIDER-ANNULATION-END
           END-READ

           IF RE-STATUT(1:11) = "ANNULE PAR "
               MOVE "11" TO WS-MOTIF
               ADD 1 TO WS-CPT-ORIG-ANNULEE
               GO TO 2100-VALIDER-ANNULATION-END
           END-IF

           IF RE-STATUT NOT = "OK" AND NOT = "OK REPRISE"
               MOVE "10" TO WS-MOTIF
               ADD 1 TO WS-CPT-ORIG-ABSENTE
           END-IF.
       2100-VALIDER-ANNULATION-END.
           EXIT.

      * Dernier controle d'un detail (D ou C) : le fichier de sa
      * source deja recu, puis son empreinte deja acceptee. La
      * reference est la provenance portee par le detail (numero
      * d'origine pose par la consolidation), a defaut son propre
      * numero dans un fichier direct ; la marque de derogation n'en
      * fait pas partie. La derogation n'est reconnue que sur un
      * detail revenu par le poste de retravail (source REWORK).
      * Les ordres permanents, renumerotes de 1 chaque jour avec les
      * memes operandes, ne sont controles qu'au niveau du fichier.
      * Un detail qui passe entre dans la table des empreintes.
       2200-CONTROLER-DOUBLON-START.
           IF WS-HISTO-ACTIF = "N"
               GO TO 2200-CONTROLER-DOUBLON-END
           END-IF

           MOVE 0 TO WS-DET-SC
           MOVE WS-PP-SOURCE TO WS-DET-SOURCE
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SOURCES
               OR WS-DET-SC > 0
               ADD 1 TO WS-PARCOURS
               SET WS-SC-IDX TO WS-PARCOURS
               IF EN-SEQ >= WS-SC-SEQ-DEBUT(WS-SC-IDX)
                   AND EN-SEQ <= WS-SC-SEQ-FIN(WS-SC-IDX)
                   MOVE WS-PARCOURS TO WS-DET-SC
                   MOVE WS-SC-SOURCE(WS-SC-IDX) TO WS-DET-SOURCE
               END-IF
           END-PERFORM

           MOVE EN-DETAIL(19:11) TO WS-DET-REFERENCE
           IF WS-DET-REFERENCE(6:1) = "O"
               MOVE SPACE TO WS-DET-REFERENCE(6:1)
           END-IF
           IF WS-DET-REFERENCE = SPACES
               MOVE EN-DETAIL(1:5) TO WS-DET-REFERENCE(1:5)
           END-IF

           MOVE "N" TO WS-DET-FORCE
           IF EN-DOUBLON-FORCE AND WS-DET-SOURCE = "REWORK"
               MOVE "O" TO WS-DET-FORCE
           END-IF

           MOVE "N" TO WS-DET-TROUVE
           IF WS-DET-SC > 0
               SET WS-SC-IDX TO WS-DET-SC
               IF WS-SC-DEJA-RECU(WS-SC-IDX) = "O"
                   MOVE "O" TO WS-DET-TROUVE
                   MOVE "13" TO WS-DET-MOTIF
                   MOVE WS-SC-RECU-LE(WS-SC-IDX) TO WS-DET-RECU-LE
                   MOVE SPACES TO WS-DET-SEQ-PREC
               END-IF
           END-IF

           IF WS-DET-TROUVE = "N"
               AND (WS-DET-SOURCE NOT = "STANDING"
                    OR EN-ORDRE-ECHEANCE NUMERIC)
               PERFORM 2210-RECHERCHER-EMPREINTE-START
                  THRU 2210-RECHERCHER-EMPREINTE-END
           END-IF

           IF WS-DET-TROUVE = "O"
               IF WS-DET-FORCE = "N"
                   MOVE WS-DET-MOTIF TO WS-MOTIF
                   IF WS-DET-MOTIF = "13"
                       ADD 1 TO WS-CPT-DEJA-RECU
                   ELSE
                       ADD 1 TO WS-CPT-DOUBLON
                       PERFORM 2300-LISTER-DOUBLON-START
                          THRU 2300-LISTER-DOUBLON-END
                   END-IF
                   GO TO 2200-CONTROLER-DOUBLON-END
               END-IF
               ADD 1 TO WS-CPT-DOUBLONS-FORCES
               PERFORM 2300-LISTER-DOUBLON-START
                  THRU 2300-LISTER-DOUBLON-END
           END-IF

           IF (WS-DET-SOURCE NOT = "STANDING"
               OR EN-ORDRE-ECHEANCE NUMERIC)
               AND WS-NB-EMPREINTES < 20000
               ADD 1 TO WS-NB-EMPREINTES
               SET WS-EM-IDX TO WS-NB-EMPREINTES
               MOVE WS-RUN-DATE TO WS-EM-RUN-DATE(WS-EM-IDX)
               MOVE WS-DET-SOURCE TO WS-EM-SOURCE(WS-EM-IDX)
               MOVE WS-DET-REFERENCE TO WS-EM-REFERENCE(WS-EM-IDX)
               MOVE EN-NUM1 TO WS-EM-NUM1(WS-EM-IDX)
               MOVE EN-OPERATOR TO WS-EM-OPERATOR(WS-EM-IDX)
               MOVE EN-NUM2 TO WS-EM-NUM2(WS-EM-IDX)
               MOVE EN-SEQ TO WS-EM-SEQ(WS-EM-IDX)
           END-IF.
       2200-CONTROLER-DOUBLON-END.
           EXIT.

       2210-RECHERCHER-EMPREINTE-START.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-EMPREINTES
               OR WS-DET-TROUVE = "O"
               ADD 1 TO WS-PARCOURS
               SET WS-EM-IDX TO WS-PARCOURS
               IF WS-EM-SOURCE(WS-EM-IDX) = WS-DET-SOURCE
                   AND WS-EM-REFERENCE(WS-EM-IDX) = WS-DET-REFERENCE
                   AND WS-EM-NUM1(WS-EM-IDX) = EN-NUM1
                   AND WS-EM-OPERATOR(WS-EM-IDX) = EN-OPERATOR
                   AND WS-EM-NUM2(WS-EM-IDX) = EN-NUM2
                   MOVE "O" TO WS-DET-TROUVE
                   MOVE "12" TO WS-DET-MOTIF
                   MOVE WS-EM-RUN-DATE(WS-EM-IDX) TO WS-DET-RECU-LE
                   MOVE WS-EM-SEQ(WS-EM-IDX) TO WS-DET-SEQ-PREC
               END-IF
           END-PERFORM.
       2210-RECHERCHER-EMPREINTE-END.
           EXIT.

      * Au-dela de 1000 lignes les doublons sont seulement comptes.
       2300-LISTER-DOUBLON-START.
           IF WS-NB-DOUBLONS = 1000
               ADD 1 TO WS-CPT-NON-LISTES
               GO TO 2300-LISTER-DOUBLON-END
           END-IF
           ADD 1 TO WS-NB-DOUBLONS
           SET WS-DB-IDX TO WS-NB-DOUBLONS
           MOVE WS-DET-MOTIF TO WS-DB-MOTIF(WS-DB-IDX)
           MOVE EN-SEQ TO WS-DB-SEQ(WS-DB-IDX)
           MOVE WS-DET-SOURCE TO WS-DB-SOURCE(WS-DB-IDX)
           MOVE WS-DET-REFERENCE TO WS-DB-REFERENCE(WS-DB-IDX)
           MOVE WS-DET-RECU-LE TO WS-DB-RECU-LE(WS-DB-IDX)
           MOVE WS-DET-SEQ-PREC TO WS-DB-SEQ-PREC(WS-DB-IDX)
           MOVE WS-DET-FORCE TO WS-DB-FORCE(WS-DB-IDX).
       2300-LISTER-DOUBLON-END.
           EXIT.

       2500-ECRIRE-PROPRE-START.
           MOVE EN-SEQ TO WS-SEQ-PREC
           MOVE SPACES TO TR-RECORD
           MOVE EN-NUM1 TO TR-NUM1
           MOVE EN-OPERATOR TO TR-OPERATOR
           MOVE EN-NUM2 TO TR-NUM2
           IF EN-TYPE-ANNULATION
               MOVE EN-ORIGINE TO TR-ORIGINE
               IF WS-NB-ANNUL < 5000
                   ADD 1 TO WS-NB-ANNUL
                   MOVE EN-ORIGINE TO WS-AN-ORIGINE(WS-NB-ANNUL)
               END-IF
           ELSE
               IF EN-ORDRE-ECHEANCE NUMERIC
                   MOVE EN-ORDRE-ID TO TR-ORDRE-ID
                   MOVE EN-ORDRE-ECHEANCE TO TR-ORDRE-ECHEANCE
               END-IF
           END-IF
           WRITE TR-RECORD
           ADD 1 TO WS-CPT-PROPRES
           ADD EN-NUM1 TO WS-HASH1-PROPRES
       2800-ECRIRE-FIN-END.
           EXIT.

      *** MISE A JOUR DES HISTORIQUES. ***
      * Un fichier refuse n'entre pas au batch : ses details et son
      * empreinte de fichier ne sont pas retenus.
       2900-HISTORIQUES-ECRIRE-START.
           IF WS-HISTO-ACTIF = "N" OR WS-FICHIER-REFUSE
               GO TO 2900-HISTORIQUES-ECRIRE-END
           END-IF

           OPEN OUTPUT EDIT-EMPR-FILE
           IF WS-EMPR-STATUS NOT = "00"
               DISPLAY "ECRITURE HISTORIQUE DES EMPREINTES IMPOSSIBLE"
               MOVE "O" TO WS-FICHIER-ERREUR
               GO TO 2900-HISTORIQUES-ECRIRE-END
           END-IF
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-EMPREINTES
               ADD 1 TO WS-PARCOURS
               SET WS-EM-IDX TO WS-PARCOURS
               MOVE WS-EM-RUN-DATE(WS-EM-IDX) TO EM-RUN-DATE
               MOVE WS-EM-SOURCE(WS-EM-IDX) TO EM-SOURCE
               MOVE WS-EM-REFERENCE(WS-EM-IDX) TO EM-REFERENCE
               MOVE WS-EM-NUM1(WS-EM-IDX) TO EM-NUM1
               MOVE WS-EM-OPERATOR(WS-EM-IDX) TO EM-OPERATOR
               MOVE WS-EM-NUM2(WS-EM-IDX) TO EM-NUM2
               MOVE WS-EM-SEQ(WS-EM-IDX) TO EM-SEQ
               WRITE EM-RECORD
           END-PERFORM
           CLOSE EDIT-EMPR-FILE

           OPEN OUTPUT EDIT-EMPF-FILE
           IF WS-EMPF-STATUS NOT = "00"
               DISPLAY "ECRITURE HISTORIQUE DES FICHIERS IMPOSSIBLE"
               MOVE "O" TO WS-FICHIER-ERREUR
               GO TO 2900-HISTORIQUES-ECRIRE-END
           END-IF
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-FICHIERS
               ADD 1 TO WS-PARCOURS
               SET WS-FR-IDX TO WS-PARCOURS
               MOVE WS-FR-RUN-DATE(WS-FR-IDX) TO EF-RUN-DATE
               MOVE WS-FR-SOURCE(WS-FR-IDX) TO EF-SOURCE
               MOVE WS-FR-EN-DATE(WS-FR-IDX) TO EF-EN-DATE
               MOVE WS-FR-NB(WS-FR-IDX) TO EF-NB
               MOVE WS-FR-HASH1(WS-FR-IDX) TO EF-HASH1
               MOVE WS-FR-HASH2(WS-FR-IDX) TO EF-HASH2
               WRITE EF-RECORD
           END-PERFORM
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SOURCES
               ADD 1 TO WS-PARCOURS
               SET WS-SC-IDX TO WS-PARCOURS
               IF WS-SC-TOTAUX(WS-SC-IDX) = "O"
                   AND WS-SC-NB(WS-SC-IDX) > 0
                   AND WS-SC-DEJA-RECU(WS-SC-IDX) = "N"
                   MOVE WS-RUN-DATE TO EF-RUN-DATE
                   MOVE WS-SC-SOURCE(WS-SC-IDX) TO EF-SOURCE
                   MOVE WS-SC-EN-DATE(WS-SC-IDX) TO EF-EN-DATE
                   MOVE WS-SC-NB(WS-SC-IDX) TO EF-NB
                   MOVE WS-SC-HASH1(WS-SC-IDX) TO EF-HASH1
                   MOVE WS-SC-HASH2(WS-SC-IDX) TO EF-HASH2
                   WRITE EF-RECORD
               END-IF
           END-PERFORM
           CLOSE EDIT-EMPF-FILE.
       2900-HISTORIQUES-ECRIRE-END.
           EXIT.

      *** RAPPORT DE CONTROLE. ***
       3000-RAPPORT-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ORIG-ABSENTE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "10 ORIGINE NON POSTEE    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ORIG-ANNULEE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "11 ORIGINE DEJA ANNULEE  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-DOUBLON TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "12 DOUBLON PROBABLE      : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-DEJA-RECU TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "13 FICHIER DEJA RECU     : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           PERFORM 3100-RAPPORT-DOUBLONS-START
              THRU 3100-RAPPORT-DOUBLONS-END

           IF WS-FICHIER-REFUSE
               MOVE "FICHIER REFUSE : CONTROLES D'ENSEMBLE EN ECHEC"
                   TO RP-LIGNE
           WRITE RP-LIGNE.
       3000-RAPPORT-END.
           EXIT.

      * Les fichiers deja recus sont cites une fois, leurs details
      * ne sont que comptes ; chaque doublon probable et chaque
      * derogation est liste.
       3100-RAPPORT-DOUBLONS-START.
           MOVE WS-FENETRE TO WS-EDIT-FENETRE
           MOVE SPACES TO RP-LIGNE
           STRING "DOUBLONS (FENETRE DE " WS-EDIT-FENETRE " JOURS)"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           IF WS-HISTO-ACTIF = "N"
               MOVE "CONTROLE DES DOUBLONS NON EFFECTUE" TO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 3100-RAPPORT-DOUBLONS-END
           END-IF

           MOVE WS-CPT-DOUBLONS-FORCES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "DOUBLONS FORCES          : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SOURCES
               ADD 1 TO WS-PARCOURS
               SET WS-SC-IDX TO WS-PARCOURS
               IF WS-SC-DEJA-RECU(WS-SC-IDX) = "O"
                   MOVE SPACES TO RP-LIGNE
                   STRING "FICHIER DEJA RECU : "
                       WS-SC-SOURCE(WS-SC-IDX)
                       " DU " WS-SC-EN-DATE(WS-SC-IDX)
                       " RECU LE " WS-SC-RECU-LE(WS-SC-IDX)
                       DELIMITED BY SIZE INTO RP-LIGNE
                   WRITE RP-LIGNE
               END-IF
           END-PERFORM

           IF WS-NB-DOUBLONS = 0
               MOVE "AUCUN DOUBLON LISTE" TO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 3100-RAPPORT-DOUBLONS-END
           END-IF

           MOVE "MO SEQ   SOURCE   REFERENCE   RECU LE    SEQ   DEROG."
               TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-DOUBLONS
               ADD 1 TO WS-PARCOURS
               SET WS-DB-IDX TO WS-PARCOURS
               MOVE WS-DB-SEQ(WS-DB-IDX) TO WS-EDIT-SEQ
               MOVE SPACES TO RP-LIGNE
               STRING WS-DB-MOTIF(WS-DB-IDX) " "
                   WS-EDIT-SEQ " "
                   WS-DB-SOURCE(WS-DB-IDX) " "
                   WS-DB-REFERENCE(WS-DB-IDX) " "
                   WS-DB-RECU-LE(WS-DB-IDX) " "
                   WS-DB-SEQ-PREC(WS-DB-IDX) " "
                   DELIMITED BY SIZE INTO RP-LIGNE
               IF WS-DB-FORCE(WS-DB-IDX) = "O"
                   MOVE "FORCE" TO RP-LIGNE(48:5)
               END-IF
               WRITE RP-LIGNE
           END-PERFORM

           IF WS-CPT-NON-LISTES > 0
               MOVE WS-CPT-NON-LISTES TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "DOUBLONS NON LISTES      : " WS-EDIT-CPT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       3100-RAPPORT-DOUBLONS-END.
           EXIT.

      *** CONVERSION D'UNE DATE JJ/MM/AAAA EN JOURS. ***
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
