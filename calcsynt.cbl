       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcsynt.

      * Synthese du matin des anomalies de la nuit, passee en fin
      * de chaine. Pour la date de traitement (carte CALCPARM.DAT,
      * a defaut celle du jour) sont relus : la fiche
      * d'ordonnancement CALCRUNC.DAT (etat et code retour de
      * chaque etape, etapes jamais lancees ou jamais terminees),
      * les nouveaux rejets du controle amont, les nouveaux suspens
      * (date de traitement du suspens), les abandons du jour
      * (date de purge) et les evenements de securite de la nuit
      * (dates du jour de traitement et du lendemain). Le fichier
      * des rejets est recree a chaque controle amont : ses rejets
      * pas encore presentes au poste de retravail (etat a blanc)
      * sont ceux de la nuit, a condition que l'etape 1 se soit
      * deroulee pour la date. Chaque point recoit un niveau :
      * ROUGE (etape jamais lancee, jamais terminee ou terminee en
      * erreur, fiche d'ordonnancement absente, abandons), ORANGE
      * (etape terminee avec alerte, rejets, suspens, echecs de
      * connexion et verrouillages) ou VERT. Une page unique
      * CALCSYNT.RPT les presente par niveau, rouges d'abord, avec
      * le detail des evenements de securite, et le fichier d'etat
      * CALCSYNT.DAT en donne une ligne G (etat general) puis une
      * ligne E par point, a colonnes fixes pour l'outil de
      * supervision. Code retour : 8 s'il y a du rouge, 4 s'il y a
      * de l'orange, 0 sinon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNT-PARM-FILE ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SYNT-RUNC-FILE ASSIGN TO "CALCRUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT SYNT-REJET-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJET-STATUS.

           SELECT SYNT-SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SYNT-ABANDON-FILE ASSIGN TO "CALCDLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABANDON-STATUS.

           SELECT SYNT-SEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SYNT-RAPPORT-FILE ASSIGN TO "CALCSYNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT SYNT-ETAT-FILE ASSIGN TO "CALCSYNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYNT-PARM-FILE.
       COPY "calcpm.cpy".

       FD  SYNT-RUNC-FILE.
       COPY "calcru.cpy".

       FD  SYNT-REJET-FILE.
       01  RJ-RECORD.
           05  RJ-DONNEES            PIC X(30).
           05  RJ-MOTIF              PIC X(2).
           05  RJ-ETAT               PIC X(1).

       FD  SYNT-SUSP-FILE.
       COPY "calcsu.cpy".

       FD  SYNT-ABANDON-FILE.
       01  DL-RECORD.
           05  DL-SUSPENS            PIC X(59).
           05  DL-PURGE-DATE         PIC X(10).
           05  DL-ORDRE-ID           PIC X(3).
           05  DL-ORDRE-ECHEANCE     PIC X(8).

       FD  SYNT-SEC-FILE.
       COPY "calcse.cpy".

       FD  SYNT-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

      * Fichier d'etat (70 octets) : ligne G, etat general (niveau,
      * code retour dans SY-VALEUR), puis une ligne E par point
      * (element, niveau, compte ou code retour d'etape, libelle).
       FD  SYNT-ETAT-FILE.
       01  SY-RECORD.
           05  SY-TYPE               PIC X(1).
           05  SY-DATE               PIC X(10).
           05  SY-NIVEAU             PIC X(6).
           05  SY-ELEMENT            PIC X(8).
           05  SY-VALEUR             PIC 9(5).
           05  SY-LIBELLE            PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-RUNC-STATUS            PIC X(2).
       01  WS-REJET-STATUS           PIC X(2).
       01  WS-SUSP-STATUS            PIC X(2).
       01  WS-ABANDON-STATUS         PIC X(2).
       01  WS-SEC-STATUS             PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).
       01  WS-ETAT-STATUS            PIC X(2).

       01  WS-RUNC-EOF               PIC X(1) VALUE "N".
           88  WS-RUNC-DONE                   VALUE "Y".

       01  WS-REJET-EOF              PIC X(1) VALUE "N".
           88  WS-REJET-DONE                  VALUE "Y".

       01  WS-SUSP-EOF               PIC X(1) VALUE "N".
           88  WS-SUSP-DONE                   VALUE "Y".

       01  WS-ABANDON-EOF            PIC X(1) VALUE "N".
           88  WS-ABANDON-DONE                VALUE "Y".

       01  WS-SEC-EOF                PIC X(1) VALUE "N".
           88  WS-SEC-DONE                    VALUE "Y".

       01  WS-RUN-DATE               PIC X(10).
       01  WS-LENDEMAIN              PIC X(10).

      * Fiche d'ordonnancement de la date, a blanc si absente.
       01  WS-FICHE-TROUVEE          PIC X(1) VALUE "N".
       01  WS-FICHE.
           05  WS-FI-ETAPES OCCURS 4 TIMES.
               10  WS-FI-ETAT        PIC X(1).
               10  WS-FI-CODE        PIC 9(4).

       01  WS-ETAPE                  PIC 9(1).

       01  WS-LIBELLES-ETAPES.
           05  FILLER                PIC X(22)
               VALUE "1 CONTROLE AMONT      ".
           05  FILLER                PIC X(22)
               VALUE "2 BATCH CALCULATRICE  ".
           05  FILLER                PIC X(22)
               VALUE "3 RAPPROCHEMENT       ".
           05  FILLER                PIC X(22)
               VALUE "4 RAPPORT EXPLOITATION".
       01  WS-LIBELLES-REDEF REDEFINES WS-LIBELLES-ETAPES.
           05  WS-LIBELLE-ETAPE      PIC X(22) OCCURS 4 TIMES.

      * Points releves, dans l'ordre de leur constat ; l'edition
      * les reprend par niveau (1 rouge, 2 orange, 3 vert).
       01  WS-TABLE-POINTS.
           05  WS-NB-POINTS          PIC 9(2) VALUE 0.
           05  WS-PT-ENTREE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-POINTS
               INDEXED BY WS-PT-IDX.
               10  WS-PT-NIVEAU      PIC 9(1).
               10  WS-PT-ELEMENT     PIC X(8).
               10  WS-PT-VALEUR      PIC 9(5).
               10  WS-PT-LIBELLE     PIC X(28).
               10  WS-PT-TEXTE       PIC X(40).

      * Zone d'ajout d'un point.
       01  WS-AJ-NIVEAU              PIC 9(1).
       01  WS-AJ-ELEMENT             PIC X(8).
       01  WS-AJ-VALEUR              PIC 9(5).
       01  WS-AJ-LIBELLE             PIC X(28).
       01  WS-AJ-TEXTE               PIC X(40).

       01  WS-NIVEAU-EDITE           PIC 9(1).
       01  WS-NIVEAU-GENERAL         PIC 9(1) VALUE 3.
       01  WS-NOM-NIVEAU             PIC X(6).
       01  WS-PARCOURS               PIC 9(2).

      * Evenements de securite de la nuit : les 20 premiers sont
      * detailles sur la page, les suivants seulement comptes.
       01  WS-TABLE-EVENEMENTS.
           05  WS-NB-EVENEMENTS      PIC 9(2) VALUE 0.
           05  WS-EV-ENTREE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NB-EVENEMENTS
               INDEXED BY WS-EV-IDX.
               10  WS-EV-LIGNE       PIC X(78).

       01  WS-CPT-REJETS             PIC 9(5) VALUE 0.
       01  WS-CPT-SUSPENS            PIC 9(5) VALUE 0.
       01  WS-CPT-ABANDONS           PIC 9(5) VALUE 0.
       01  WS-CPT-SEC-ECHECS         PIC 9(5) VALUE 0.
       01  WS-CPT-SEC-VERROUS        PIC 9(5) VALUE 0.
       01  WS-CPT-SEC-AUTRES         PIC 9(5) VALUE 0.
       01  WS-CPT-SEC-TOTAL          PIC 9(5) VALUE 0.
       01  WS-REJETS-EVALUES         PIC X(1) VALUE "N".

       01  WS-EDIT-CPT               PIC Z(4)9.
       01  WS-EDIT-CODE              PIC 9(4).

      * Lendemain de la date de traitement, en jours juliens.
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-ECLATEE REDEFINES WS-DATE-AAAAMMJJ.
           05  WS-DE-ANNEE           PIC 9(4).
           05  WS-DE-MOIS            PIC 9(2).
           05  WS-DE-JOUR            PIC 9(2).
       01  WS-JOUR-ENTIER            PIC 9(8).

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  WS-DT-HEURE           PIC 9(2).
           05  WS-DT-MINUTE          PIC 9(2).
           05  WS-DT-SECONDE         PIC 9(2).
           05  FILLER                PIC X(9).

       01  WS-RAPPORT-DATE           PIC X(10).
       01  WS-RAPPORT-TIME           PIC X(8).

       PROCEDURE DIVISION.
           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 2000-LIRE-ORDONNANCEMENT-START
              THRU 2000-LIRE-ORDONNANCEMENT-END

           PERFORM 2100-EVALUER-ETAPES-START
              THRU 2100-EVALUER-ETAPES-END

           PERFORM 2200-COMPTER-REJETS-START
              THRU 2200-COMPTER-REJETS-END

           PERFORM 2300-COMPTER-SUSPENS-START
              THRU 2300-COMPTER-SUSPENS-END

           PERFORM 2400-COMPTER-ABANDONS-START
              THRU 2400-COMPTER-ABANDONS-END

           PERFORM 2500-LIRE-SECURITE-START
              THRU 2500-LIRE-SECURITE-END

           PERFORM 3000-RAPPORT-START
              THRU 3000-RAPPORT-END

           PERFORM 4000-ECRIRE-ETAT-START
              THRU 4000-ECRIRE-ETAT-END

           MOVE WS-NIVEAU-GENERAL TO WS-NIVEAU-EDITE
           PERFORM 6200-NOM-NIVEAU-START
              THRU 6200-NOM-NIVEAU-END
           DISPLAY "ETAT GENERAL : " WS-NOM-NIVEAU

           EVALUATE WS-NIVEAU-GENERAL
           WHEN 1
               MOVE 8 TO RETURN-CODE
           WHEN 2
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *** CARTE PARAMETRE. ***
       1000-PARM-LIRE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-RAPPORT-DATE
           STRING WS-DT-HEURE  ":" WS-DT-MINUTE ":" WS-DT-SECONDE
               DELIMITED BY SIZE INTO WS-RAPPORT-TIME
           MOVE WS-RAPPORT-DATE TO WS-RUN-DATE

           OPEN INPUT SYNT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SYNT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-RUN-DATE NOT = SPACES
                           MOVE PM-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE SYNT-PARM-FILE
           END-IF

           IF WS-RUN-DATE(1:2) NOT NUMERIC
               OR WS-RUN-DATE(4:2) NOT NUMERIC
               OR WS-RUN-DATE(7:4) NOT NUMERIC
               DISPLAY "DATE DE TRAITEMENT ILLISIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE(7:4) TO WS-DATE-AAAAMMJJ(1:4)
           MOVE WS-RUN-DATE(4:2) TO WS-DATE-AAAAMMJJ(5:2)
           MOVE WS-RUN-DATE(1:2) TO WS-DATE-AAAAMMJJ(7:2)
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-AAAAMMJJ) + 1
           COMPUTE WS-DATE-AAAAMMJJ =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           MOVE SPACES TO WS-LENDEMAIN
           STRING WS-DE-JOUR "/" WS-DE-MOIS "/" WS-DE-ANNEE
               DELIMITED BY SIZE INTO WS-LENDEMAIN.
       1000-PARM-LIRE-END.
           EXIT.

      *** FICHE D'ORDONNANCEMENT DE LA DATE. ***
       2000-LIRE-ORDONNANCEMENT-START.
           MOVE SPACES TO WS-FICHE
           MOVE 1 TO WS-ETAPE
           PERFORM UNTIL WS-ETAPE > 4
               MOVE 0 TO WS-FI-CODE(WS-ETAPE)
               ADD 1 TO WS-ETAPE
           END-PERFORM

           OPEN INPUT SYNT-RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 2000-LIRE-ORDONNANCEMENT-END
           END-IF

           PERFORM UNTIL WS-RUNC-DONE
               READ SYNT-RUNC-FILE
                   AT END
                       SET WS-RUNC-DONE TO TRUE
                   NOT AT END
                       IF RU-DATE = WS-RUN-DATE
                           MOVE "O" TO WS-FICHE-TROUVEE
                           MOVE RU-RECORD(11:20) TO WS-FICHE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SYNT-RUNC-FILE.
       2000-LIRE-ORDONNANCEMENT-END.
           EXIT.

      *** ETAT DE CHAQUE ETAPE DE LA CHAINE. ***
       2100-EVALUER-ETAPES-START.
           IF WS-FICHE-TROUVEE = "N"
               MOVE 1 TO WS-AJ-NIVEAU
               MOVE "CHAINE" TO WS-AJ-ELEMENT
               MOVE 0 TO WS-AJ-VALEUR
               MOVE "ORDONNANCEMENT" TO WS-AJ-LIBELLE
               MOVE "AUCUNE FICHE POUR LA DATE" TO WS-AJ-TEXTE
               PERFORM 6000-AJOUTER-POINT-START
                  THRU 6000-AJOUTER-POINT-END
           END-IF

           MOVE 1 TO WS-ETAPE
           PERFORM UNTIL WS-ETAPE > 4
               PERFORM 2150-EVALUER-UNE-ETAPE-START
                  THRU 2150-EVALUER-UNE-ETAPE-END
               ADD 1 TO WS-ETAPE
           END-PERFORM.
       2100-EVALUER-ETAPES-END.
           EXIT.

       2150-EVALUER-UNE-ETAPE-START.
           MOVE SPACES TO WS-AJ-ELEMENT
           STRING "ETAPE" WS-ETAPE DELIMITED BY SIZE
               INTO WS-AJ-ELEMENT
           MOVE WS-FI-CODE(WS-ETAPE) TO WS-AJ-VALEUR
           MOVE WS-FI-CODE(WS-ETAPE) TO WS-EDIT-CODE
           MOVE SPACES TO WS-AJ-LIBELLE
           STRING "ETAPE " WS-LIBELLE-ETAPE(WS-ETAPE)
               DELIMITED BY SIZE INTO WS-AJ-LIBELLE
           MOVE SPACES TO WS-AJ-TEXTE

           EVALUATE TRUE
           WHEN WS-FI-ETAT(WS-ETAPE) = SPACE
               MOVE 1 TO WS-AJ-NIVEAU
               MOVE "JAMAIS LANCEE" TO WS-AJ-TEXTE
           WHEN WS-FI-ETAT(WS-ETAPE) = "S"
               MOVE 1 TO WS-AJ-NIVEAU
               MOVE "LANCEE, JAMAIS TERMINEE" TO WS-AJ-TEXTE
           WHEN WS-FI-CODE(WS-ETAPE) >= 8
               MOVE 1 TO WS-AJ-NIVEAU
               STRING "TERMINEE EN ERREUR, CODE " WS-EDIT-CODE
                   DELIMITED BY SIZE INTO WS-AJ-TEXTE
           WHEN WS-FI-CODE(WS-ETAPE) > 0
               MOVE 2 TO WS-AJ-NIVEAU
               STRING "TERMINEE AVEC ALERTE, CODE " WS-EDIT-CODE
                   DELIMITED BY SIZE INTO WS-AJ-TEXTE
           WHEN OTHER
               MOVE 3 TO WS-AJ-NIVEAU
               STRING "TERMINEE, CODE " WS-EDIT-CODE
                   DELIMITED BY SIZE INTO WS-AJ-TEXTE
           END-EVALUATE

           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END.
       2150-EVALUER-UNE-ETAPE-END.
           EXIT.

      *** NOUVEAUX REJETS DU CONTROLE AMONT. ***
       2200-COMPTER-REJETS-START.
           MOVE "REJETS" TO WS-AJ-ELEMENT
           MOVE "NOUVEAUX REJETS" TO WS-AJ-LIBELLE

           IF WS-FI-ETAT(1) = SPACE
               MOVE 3 TO WS-AJ-NIVEAU
               MOVE 0 TO WS-AJ-VALEUR
               MOVE "NON EVALUES, CONTROLE AMONT NON PASSE"
                   TO WS-AJ-TEXTE
               PERFORM 6000-AJOUTER-POINT-START
                  THRU 6000-AJOUTER-POINT-END
               GO TO 2200-COMPTER-REJETS-END
           END-IF

           OPEN INPUT SYNT-REJET-FILE
           IF WS-REJET-STATUS = "00"
               PERFORM UNTIL WS-REJET-DONE
                   READ SYNT-REJET-FILE
                       AT END
                           SET WS-REJET-DONE TO TRUE
                       NOT AT END
                           IF RJ-ETAT = SPACE
                               ADD 1 TO WS-CPT-REJETS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYNT-REJET-FILE
           END-IF

           MOVE WS-CPT-REJETS TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           IF WS-CPT-REJETS > 0
               MOVE 2 TO WS-AJ-NIVEAU
               MOVE "A REPRENDRE AU RETRAVAIL"
                   TO WS-AJ-TEXTE(9:32)
           END-IF
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END.
       2200-COMPTER-REJETS-END.
           EXIT.

      *** NOUVEAUX SUSPENS DE LA DATE. ***
       2300-COMPTER-SUSPENS-START.
           OPEN INPUT SYNT-SUSP-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-DONE
                   READ SYNT-SUSP-FILE
                       AT END
                           SET WS-SUSP-DONE TO TRUE
                       NOT AT END
                           IF SU-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-CPT-SUSPENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYNT-SUSP-FILE
           END-IF

           MOVE "SUSPENS" TO WS-AJ-ELEMENT
           MOVE "NOUVEAUX SUSPENS" TO WS-AJ-LIBELLE
           MOVE WS-CPT-SUSPENS TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           IF WS-CPT-SUSPENS > 0
               MOVE 2 TO WS-AJ-NIVEAU
               MOVE "A CORRIGER EN CORRECTION"
                   TO WS-AJ-TEXTE(9:32)
           END-IF
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END.
       2300-COMPTER-SUSPENS-END.
           EXIT.

      *** ABANDONS DE LA DATE. ***
       2400-COMPTER-ABANDONS-START.
           OPEN INPUT SYNT-ABANDON-FILE
           IF WS-ABANDON-STATUS = "00"
               PERFORM UNTIL WS-ABANDON-DONE
                   READ SYNT-ABANDON-FILE
                       AT END
                           SET WS-ABANDON-DONE TO TRUE
                       NOT AT END
                           IF DL-PURGE-DATE = WS-RUN-DATE
                               ADD 1 TO WS-CPT-ABANDONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYNT-ABANDON-FILE
           END-IF

           MOVE "ABANDONS" TO WS-AJ-ELEMENT
           MOVE "SUSPENS ABANDONNES" TO WS-AJ-LIBELLE
           MOVE WS-CPT-ABANDONS TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           IF WS-CPT-ABANDONS > 0
               MOVE 1 TO WS-AJ-NIVEAU
               MOVE "SORTIS DU VIF, VOIR CALCDLQ.DAT"
                   TO WS-AJ-TEXTE(9:32)
           END-IF
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END.
       2400-COMPTER-ABANDONS-END.
           EXIT.

      *** EVENEMENTS DE SECURITE DE LA NUIT. ***
      * Echecs de connexion et verrouillages sont a surveiller ;
      * deverrouillages, desactivations et derogations sont des
      * actes de superviseur, seulement rappeles.
       2500-LIRE-SECURITE-START.
           OPEN INPUT SYNT-SEC-FILE
           IF WS-SEC-STATUS = "00"
               PERFORM UNTIL WS-SEC-DONE
                   READ SYNT-SEC-FILE
                       AT END
                           SET WS-SEC-DONE TO TRUE
                       NOT AT END
                           IF SE-DATE = WS-RUN-DATE
                               OR SE-DATE = WS-LENDEMAIN
                               PERFORM 2550-NOTER-EVENEMENT-START
                                  THRU 2550-NOTER-EVENEMENT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYNT-SEC-FILE
           END-IF

           MOVE "SECECHEC" TO WS-AJ-ELEMENT
           MOVE "ECHECS DE CONNEXION" TO WS-AJ-LIBELLE
           MOVE WS-CPT-SEC-ECHECS TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           IF WS-CPT-SEC-ECHECS > 0
               MOVE 2 TO WS-AJ-NIVEAU
           END-IF
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END

           MOVE "SECVERR" TO WS-AJ-ELEMENT
           MOVE "VERROUILLAGES" TO WS-AJ-LIBELLE
           MOVE WS-CPT-SEC-VERROUS TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           IF WS-CPT-SEC-VERROUS > 0
               MOVE 2 TO WS-AJ-NIVEAU
           END-IF
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END

           MOVE "SECSUPER" TO WS-AJ-ELEMENT
           MOVE "ACTES DE SUPERVISEUR" TO WS-AJ-LIBELLE
           MOVE WS-CPT-SEC-AUTRES TO WS-AJ-VALEUR
           PERFORM 6100-POINT-COMPTE-START
              THRU 6100-POINT-COMPTE-END
           PERFORM 6000-AJOUTER-POINT-START
              THRU 6000-AJOUTER-POINT-END.
       2500-LIRE-SECURITE-END.
           EXIT.

       2550-NOTER-EVENEMENT-START.
           ADD 1 TO WS-CPT-SEC-TOTAL
           EVALUATE TRUE
           WHEN SE-EVENEMENT = "MOT DE PASSE ERRONE"
           WHEN SE-EVENEMENT = "IDENTIFIANT INCONNU"
           WHEN SE-EVENEMENT = "TENTATIVE FICHE VERROUILLEE"
           WHEN SE-EVENEMENT = "TENTATIVE FICHE DESACTIVEE"
           WHEN SE-EVENEMENT = "MOT DE PASSE EXPIRE"
               ADD 1 TO WS-CPT-SEC-ECHECS
           WHEN SE-EVENEMENT(1:12) = "VERROUILLAGE"
               ADD 1 TO WS-CPT-SEC-VERROUS
           WHEN OTHER
               ADD 1 TO WS-CPT-SEC-AUTRES
           END-EVALUATE

           IF WS-NB-EVENEMENTS = 20
               GO TO 2550-NOTER-EVENEMENT-END
           END-IF
           ADD 1 TO WS-NB-EVENEMENTS
           SET WS-EV-IDX TO WS-NB-EVENEMENTS
           MOVE SPACES TO WS-EV-LIGNE(WS-EV-IDX)
           STRING SE-DATE(1:5) " " SE-TIME " " SE-OPERATEUR-ID " "
               SE-EVENEMENT " " SE-PROGRAMME
               DELIMITED BY SIZE INTO WS-EV-LIGNE(WS-EV-IDX).
       2550-NOTER-EVENEMENT-END.
           EXIT.

      *** PAGE DE SYNTHESE. ***
       3000-RAPPORT-START.
           OPEN OUTPUT SYNT-RAPPORT-FILE
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "OUVERTURE DE LA SYNTHESE IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-POINTS
               ADD 1 TO WS-PARCOURS
               SET WS-PT-IDX TO WS-PARCOURS
               IF WS-PT-NIVEAU(WS-PT-IDX) < WS-NIVEAU-GENERAL
                   MOVE WS-PT-NIVEAU(WS-PT-IDX) TO WS-NIVEAU-GENERAL
               END-IF
           END-PERFORM
           MOVE WS-NIVEAU-GENERAL TO WS-NIVEAU-EDITE
           PERFORM 6200-NOM-NIVEAU-START
              THRU 6200-NOM-NIVEAU-END

           MOVE SPACES TO RP-LIGNE
           STRING "SYNTHESE DES ANOMALIES DE LA NUIT DU " WS-RUN-DATE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "EDITEE LE " WS-RAPPORT-DATE " A " WS-RAPPORT-TIME
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "ETAT GENERAL : " WS-NOM-NIVEAU
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 1 TO WS-NIVEAU-EDITE
           PERFORM UNTIL WS-NIVEAU-EDITE > 3
               PERFORM 6200-NOM-NIVEAU-START
                  THRU 6200-NOM-NIVEAU-END
               MOVE 0 TO WS-PARCOURS
               PERFORM UNTIL WS-PARCOURS = WS-NB-POINTS
                   ADD 1 TO WS-PARCOURS
                   SET WS-PT-IDX TO WS-PARCOURS
                   IF WS-PT-NIVEAU(WS-PT-IDX) = WS-NIVEAU-EDITE
                       MOVE SPACES TO RP-LIGNE
                       STRING WS-NOM-NIVEAU " "
                           WS-PT-LIBELLE(WS-PT-IDX) ": "
                           WS-PT-TEXTE(WS-PT-IDX)
                           DELIMITED BY SIZE INTO RP-LIGNE
                       WRITE RP-LIGNE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NIVEAU-EDITE
           END-PERFORM

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-SEC-TOTAL TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "EVENEMENTS DE SECURITE DU " WS-RUN-DATE " ET DU "
               WS-LENDEMAIN " : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-EVENEMENTS
               ADD 1 TO WS-PARCOURS
               SET WS-EV-IDX TO WS-PARCOURS
               MOVE SPACES TO RP-LIGNE
               MOVE WS-EV-LIGNE(WS-EV-IDX) TO RP-LIGNE(3:78)
               WRITE RP-LIGNE
           END-PERFORM

           IF WS-CPT-SEC-TOTAL > WS-NB-EVENEMENTS
               COMPUTE WS-EDIT-CPT = WS-CPT-SEC-TOTAL - WS-NB-EVENEMENTS
               MOVE SPACES TO RP-LIGNE
               STRING "  ET " WS-EDIT-CPT
                   " AUTRES : VOIR LA REVUE DE SECURITE"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           CLOSE SYNT-RAPPORT-FILE.
       3000-RAPPORT-END.
           EXIT.

      *** FICHIER D'ETAT POUR LA SUPERVISION. ***
       4000-ECRIRE-ETAT-START.
           OPEN OUTPUT SYNT-ETAT-FILE
           IF WS-ETAT-STATUS NOT = "00"
               DISPLAY "OUVERTURE DU FICHIER D'ETAT IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-NIVEAU-GENERAL TO WS-NIVEAU-EDITE
           PERFORM 6200-NOM-NIVEAU-START
              THRU 6200-NOM-NIVEAU-END
           MOVE SPACES TO SY-RECORD
           MOVE "G" TO SY-TYPE
           MOVE WS-RUN-DATE TO SY-DATE
           MOVE WS-NOM-NIVEAU TO SY-NIVEAU
           MOVE "GENERAL" TO SY-ELEMENT
           EVALUATE WS-NIVEAU-GENERAL
           WHEN 1
               MOVE 8 TO SY-VALEUR
           WHEN 2
               MOVE 4 TO SY-VALEUR
           WHEN OTHER
               MOVE 0 TO SY-VALEUR
           END-EVALUATE
           STRING "EDITEE LE " WS-RAPPORT-DATE " A " WS-RAPPORT-TIME
               DELIMITED BY SIZE INTO SY-LIBELLE
           WRITE SY-RECORD

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-POINTS
               ADD 1 TO WS-PARCOURS
               SET WS-PT-IDX TO WS-PARCOURS
               MOVE WS-PT-NIVEAU(WS-PT-IDX) TO WS-NIVEAU-EDITE
               PERFORM 6200-NOM-NIVEAU-START
                  THRU 6200-NOM-NIVEAU-END
               MOVE SPACES TO SY-RECORD
               MOVE "E" TO SY-TYPE
               MOVE WS-RUN-DATE TO SY-DATE
               MOVE WS-NOM-NIVEAU TO SY-NIVEAU
               MOVE WS-PT-ELEMENT(WS-PT-IDX) TO SY-ELEMENT
               MOVE WS-PT-VALEUR(WS-PT-IDX) TO SY-VALEUR
               MOVE WS-PT-TEXTE(WS-PT-IDX) TO SY-LIBELLE
               WRITE SY-RECORD
           END-PERFORM

           CLOSE SYNT-ETAT-FILE.
       4000-ECRIRE-ETAT-END.
           EXIT.

      *** AJOUT D'UN POINT A LA SYNTHESE. ***
       6000-AJOUTER-POINT-START.
           IF WS-NB-POINTS = 20
               GO TO 6000-AJOUTER-POINT-END
           END-IF
           ADD 1 TO WS-NB-POINTS
           SET WS-PT-IDX TO WS-NB-POINTS
           MOVE WS-AJ-NIVEAU TO WS-PT-NIVEAU(WS-PT-IDX)
           MOVE WS-AJ-ELEMENT TO WS-PT-ELEMENT(WS-PT-IDX)
           MOVE WS-AJ-VALEUR TO WS-PT-VALEUR(WS-PT-IDX)
           MOVE WS-AJ-LIBELLE TO WS-PT-LIBELLE(WS-PT-IDX)
           MOVE WS-AJ-TEXTE TO WS-PT-TEXTE(WS-PT-IDX).
       6000-AJOUTER-POINT-END.
           EXIT.

      * Point de comptage : vert par defaut, le compte en tete du
      * texte ; l'appelant releve le niveau et complete le texte.
       6100-POINT-COMPTE-START.
           MOVE 3 TO WS-AJ-NIVEAU
           MOVE WS-AJ-VALEUR TO WS-EDIT-CPT
           MOVE SPACES TO WS-AJ-TEXTE
           MOVE WS-EDIT-CPT TO WS-AJ-TEXTE(1:5).
       6100-POINT-COMPTE-END.
           EXIT.

       6200-NOM-NIVEAU-START.
           EVALUATE WS-NIVEAU-EDITE
           WHEN 1
               MOVE "ROUGE" TO WS-NOM-NIVEAU
           WHEN 2
               MOVE "ORANGE" TO WS-NOM-NIVEAU
           WHEN OTHER
               MOVE "VERT" TO WS-NOM-NIVEAU
           END-EVALUATE.
       6200-NOM-NIVEAU-END.
           EXIT.
