       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcmois.

      * Rapport mensuel de gestion etabli sur plusieurs mois de
      * journal. L'index des archives dit quels fichiers mensuels
      * CALCLOG.AAAAMM couvrent les mois demandes ; ils sont lus,
      * puis le journal vif CALCLOG.DAT pour la queue non encore
      * archivee. Pour chaque mois : calculs par operation (+ - * /
      * M %), ventilation par statut de calcul avec le taux de
      * chaque erreur, partage entre sequences de lot (inferieures
      * a 90001) et sequences interactives (90001 a 99999), ecart
      * avec le mois precedent et cumul glissant sur douze mois.
      * Les onze mois qui precedent le premier mois demande sont
      * lus eux aussi, sans etre edites, pour que l'ecart et le
      * cumul du premier mois soient complets. Comme pour le
      * rapport journalier, seules les lignes portant un statut de
      * calcul sont cumulees : les traces de gestion (sequence 0)
      * et les annulations ne comptent pas. La carte CALCMPRM.DAT
      * (mois de debut, mois de fin au format MM/AAAA, O pour
      * produire le fichier du tableur) permet le passage en
      * travail planifie ; a defaut les valeurs sont demandees au
      * terminal. Le fichier CALCMOIS.DAT, delimite par point-
      * virgule sur le modele de CALCEXTR.DAT, porte une entete, une
      * ligne par mois edite et une fin avec le nombre de lignes et
      * le total des calculs, que le tableur verifie au chargement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOIS-PARM-FILE ASSIGN TO "CALCMPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MOIS-INDEX-FILE ASSIGN TO "CALCAIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT MOIS-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT MOIS-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT MOIS-RAPPORT-FILE ASSIGN TO "CALCMOIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT MOIS-SORTIE-FILE ASSIGN TO "CALCMOIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOIS-PARM-FILE.
       01  MP-RECORD.
           05  MP-MOIS-DEBUT         PIC X(7).
           05  MP-MOIS-FIN           PIC X(7).
           05  MP-TABLEUR            PIC X(1).

       FD  MOIS-INDEX-FILE.
       01  AI-RECORD.
           05  AI-MOIS               PIC X(6).
           05  AI-FICHIER            PIC X(20).
           05  AI-NB                 PIC 9(7).

       FD  MOIS-ARCHIVE-FILE.
       COPY "calclg.cpy".

       FD  MOIS-LOG-FILE.
       01  LV-RECORD                 PIC X(85).

       FD  MOIS-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       FD  MOIS-SORTIE-FILE.
       01  XT-LIGNE                  PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-ARCHIVE-STATUS         PIC X(2).
       01  WS-LOG-STATUS             PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).

       01  WS-INDEX-EOF              PIC X(1) VALUE "N".
           88  WS-INDEX-DONE                  VALUE "Y".

       01  WS-ARCHIVE-EOF            PIC X(1) VALUE "N".
           88  WS-ARCHIVE-DONE                VALUE "Y".

       01  WS-LOG-EOF                PIC X(1) VALUE "N".
           88  WS-LOG-DONE                    VALUE "Y".

       01  WS-MOIS-SAISIE-DEBUT      PIC X(7).
       01  WS-MOIS-SAISIE-FIN        PIC X(7).

       01  WS-TABLEUR                PIC X(1).
           88  WS-AVEC-TABLEUR                VALUE "O".

      * Mois ramenes en AAAAMM : premier mois lu (onze mois avant
      * le premier mois edite), premier et dernier mois edites.
       01  WS-MOIS-LECTURE           PIC X(6).
       01  WS-MOIS-DEBUT             PIC X(6).
       01  WS-MOIS-FIN               PIC X(6).
       01  WS-MOIS-LIGNE             PIC X(6).

      * Rang absolu d'un mois (annee * 12 + mois - 1) : la table des
      * cumuls est rangee par mois consecutifs a partir du premier
      * mois lu, le rang d'une ligne donne directement son poste.
       01  WS-RANG-LECTURE           PIC 9(6).
       01  WS-RANG-DEBUT             PIC 9(6).
       01  WS-RANG-FIN               PIC 9(6).
       01  WS-RANG-CALCUL            PIC 9(6).
       01  WS-ANNEE-CALCUL           PIC 9(4).
       01  WS-MM-CALCUL              PIC 9(2).
       01  WS-POSTE                  PIC 9(3).
       01  WS-POSTE-DEBUT            PIC 9(3).
       01  WS-POSTE-CUMUL            PIC 9(3).

       01  WS-ARCH-NOM               PIC X(20).

      * Index des archives en table, restreint aux mois lus.
       01  WS-TABLE-INDEX.
           05  WS-NB-ARCH            PIC 9(3) VALUE 0.
           05  WS-IX-ENTREE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-ARCH
               INDEXED BY WS-IX-IDX.
               10  WS-IX-MOIS        PIC X(6).
               10  WS-IX-FICHIER     PIC X(20).
               10  WS-IX-TROUVEES    PIC 9(7).

      * Cumuls par mois : onze mois de reference au plus, suivis
      * de cent vingt mois edites au plus.
       01  WS-TABLE-MOIS.
           05  WS-NB-POSTES          PIC 9(3) VALUE 0.
           05  WS-MS-ENTREE OCCURS 1 TO 131 TIMES
               DEPENDING ON WS-NB-POSTES
               INDEXED BY WS-MS-IDX.
               10  WS-MS-MOIS        PIC X(6).
               10  WS-MS-CPT-ADD     PIC 9(7).
               10  WS-MS-CPT-SUB     PIC 9(7).
               10  WS-MS-CPT-MULT    PIC 9(7).
               10  WS-MS-CPT-DIVI    PIC 9(7).
               10  WS-MS-CPT-MOD     PIC 9(7).
               10  WS-MS-CPT-PCT     PIC 9(7).
               10  WS-MS-ST-OK       PIC 9(7).
               10  WS-MS-ST-REPRISE  PIC 9(7).
               10  WS-MS-ST-OPER     PIC 9(7).
               10  WS-MS-ST-DIV      PIC 9(7).
               10  WS-MS-ST-LIM      PIC 9(7).
               10  WS-MS-ST-CHAINE   PIC 9(7).
               10  WS-MS-LOTS        PIC 9(7).
               10  WS-MS-INTERACTIF  PIC 9(7).
               10  WS-MS-TOTAL       PIC 9(7).

       01  WS-PARCOURS               PIC 9(3).

       01  WS-CPT-VIF                PIC 9(7) VALUE 0.
       01  WS-CPT-RETENUES           PIC 9(7) VALUE 0.
       01  WS-CPT-MOIS-EDITES        PIC 9(7) VALUE 0.
       01  WS-TOT-CALCULS            PIC 9(9) VALUE 0.

      * Grandeurs derivees d'un mois edite.
       01  WS-ERREURS                PIC 9(7).
       01  WS-PRECEDENT              PIC 9(7).
       01  WS-ECART                  PIC S9(7).
       01  WS-CUMUL-12               PIC 9(9).
       01  WS-TAUX                   PIC S9(5)V9.

       01  WS-CPT-PAGE               PIC 9(3) VALUE 0.
       01  WS-CPT-LIGNES-PAGE        PIC 9(2) VALUE 99.

       01  WS-EDIT-CPT               PIC Z(6)9.
       01  WS-EDIT-CUMUL             PIC Z(8)9.
       01  WS-EDIT-ECART             PIC +(7)9.
       01  WS-EDIT-TAUX              PIC ZZ9.9.
       01  WS-EDIT-TAUX-SIGNE        PIC +(5)9.9.
       01  WS-EDIT-PAGE              PIC Z(2)9.
       01  WS-EDIT-MOIS              PIC X(7).

      * Zone de la ligne du tableur : les compteurs y sont ecrits
      * sans zeros de tete.
       01  WS-XT-CHAMPS.
           05  WS-XT-CPT             PIC Z(8)9 OCCURS 15 TIMES.
       01  WS-XT-ECART               PIC -(7)9.

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  FILLER                PIC X(13).

       01  WS-EDITION-DATE           PIC X(10).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-EDITION-DATE

           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 1500-PREPARER-MOIS-START
              THRU 1500-PREPARER-MOIS-END

           PERFORM 2000-CHARGER-INDEX-START
              THRU 2000-CHARGER-INDEX-END

           OPEN OUTPUT MOIS-RAPPORT-FILE
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "OUVERTURE DU RAPPORT IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 5000-ENTETE-PAGE-START
              THRU 5000-ENTETE-PAGE-END

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ARCH
               ADD 1 TO WS-PARCOURS
               SET WS-IX-IDX TO WS-PARCOURS
               PERFORM 3000-LIRE-UNE-ARCHIVE-START
                  THRU 3000-LIRE-UNE-ARCHIVE-END
           END-PERFORM

           PERFORM 3200-LIRE-JOURNAL-VIF-START
              THRU 3200-LIRE-JOURNAL-VIF-END

           PERFORM 3300-SOURCES-LUES-START
              THRU 3300-SOURCES-LUES-END

           IF WS-AVEC-TABLEUR
               OPEN OUTPUT MOIS-SORTIE-FILE
               IF WS-SORTIE-STATUS NOT = "00"
                   DISPLAY "OUVERTURE FICHIER DU TABLEUR IMPOSSIBLE"
                   MOVE "N" TO WS-TABLEUR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO XT-LIGNE
                   STRING "H;CALCLOG;" WS-EDITION-DATE ";"
                       WS-MOIS-DEBUT ";" WS-MOIS-FIN
                       DELIMITED BY SIZE INTO XT-LIGNE
                   WRITE XT-LIGNE
               END-IF
           END-IF

           MOVE WS-POSTE-DEBUT TO WS-PARCOURS
           SUBTRACT 1 FROM WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-POSTES
               ADD 1 TO WS-PARCOURS
               SET WS-MS-IDX TO WS-PARCOURS
               PERFORM 4000-EDITER-MOIS-START
                  THRU 4000-EDITER-MOIS-END
           END-PERFORM

           PERFORM 4500-EDITER-TOTAUX-START
              THRU 4500-EDITER-TOTAUX-END

           IF WS-AVEC-TABLEUR
               MOVE WS-CPT-MOIS-EDITES TO WS-XT-CPT(1)
               MOVE WS-TOT-CALCULS TO WS-XT-CPT(2)
               MOVE SPACES TO XT-LIGNE
               STRING "T;" FUNCTION TRIM(WS-XT-CPT(1)) ";"
                   FUNCTION TRIM(WS-XT-CPT(2))
                   DELIMITED BY SIZE INTO XT-LIGNE
               WRITE XT-LIGNE
               CLOSE MOIS-SORTIE-FILE
           END-IF

           CLOSE MOIS-RAPPORT-FILE

           DISPLAY "LIGNES DE CALCUL RETENUES : " WS-CPT-RETENUES
           DISPLAY "MOIS EDITES               : " WS-CPT-MOIS-EDITES

           STOP RUN.

      *** CARTE PARAMETRE OU SAISIE DES MOIS. ***
       1000-PARM-LIRE-START.
           MOVE SPACES TO WS-MOIS-SAISIE-DEBUT
           MOVE SPACES TO WS-MOIS-SAISIE-FIN
           MOVE SPACES TO WS-TABLEUR

           OPEN INPUT MOIS-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ MOIS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MP-MOIS-DEBUT TO WS-MOIS-SAISIE-DEBUT
                       MOVE MP-MOIS-FIN TO WS-MOIS-SAISIE-FIN
                       MOVE MP-TABLEUR TO WS-TABLEUR
                       IF WS-TABLEUR = SPACE
                           MOVE "N" TO WS-TABLEUR
                       END-IF
               END-READ
               CLOSE MOIS-PARM-FILE
           END-IF

           IF WS-MOIS-SAISIE-DEBUT = SPACES
               DISPLAY "MOIS DE DEBUT (MM/AAAA) ?"
               ACCEPT WS-MOIS-SAISIE-DEBUT
           END-IF
           IF WS-MOIS-SAISIE-FIN = SPACES
               DISPLAY "MOIS DE FIN (MM/AAAA) ?"
               ACCEPT WS-MOIS-SAISIE-FIN
           END-IF
           IF WS-TABLEUR = SPACE
               DISPLAY "FICHIER POUR LE TABLEUR (O/N) ?"
               ACCEPT WS-TABLEUR
           END-IF

           IF WS-MOIS-SAISIE-DEBUT(1:2) NOT NUMERIC
               OR WS-MOIS-SAISIE-DEBUT(4:4) NOT NUMERIC
               OR WS-MOIS-SAISIE-FIN(1:2) NOT NUMERIC
               OR WS-MOIS-SAISIE-FIN(4:4) NOT NUMERIC
               OR WS-MOIS-SAISIE-DEBUT(1:2) < "01"
               OR WS-MOIS-SAISIE-DEBUT(1:2) > "12"
               OR WS-MOIS-SAISIE-FIN(1:2) < "01"
               OR WS-MOIS-SAISIE-FIN(1:2) > "12"
               DISPLAY "PERIODE ILLISIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MOIS-SAISIE-DEBUT(4:4) TO WS-MOIS-DEBUT(1:4)
           MOVE WS-MOIS-SAISIE-DEBUT(1:2) TO WS-MOIS-DEBUT(5:2)
           MOVE WS-MOIS-SAISIE-FIN(4:4) TO WS-MOIS-FIN(1:4)
           MOVE WS-MOIS-SAISIE-FIN(1:2) TO WS-MOIS-FIN(5:2)

           IF WS-MOIS-FIN < WS-MOIS-DEBUT
               DISPLAY "LA FIN DE PERIODE PRECEDE LE DEBUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-PARM-LIRE-END.
           EXIT.

      *** PREPARATION DE LA TABLE DES MOIS. ***
      * Un poste par mois, du premier mois de reference au dernier
      * mois edite, dans l'ordre chronologique.
       1500-PREPARER-MOIS-START.
           MOVE WS-MOIS-DEBUT(1:4) TO WS-ANNEE-CALCUL
           MOVE WS-MOIS-DEBUT(5:2) TO WS-MM-CALCUL
           COMPUTE WS-RANG-DEBUT = WS-ANNEE-CALCUL * 12
               + WS-MM-CALCUL - 1
           MOVE WS-MOIS-FIN(1:4) TO WS-ANNEE-CALCUL
           MOVE WS-MOIS-FIN(5:2) TO WS-MM-CALCUL
           COMPUTE WS-RANG-FIN = WS-ANNEE-CALCUL * 12
               + WS-MM-CALCUL - 1

           IF WS-RANG-FIN - WS-RANG-DEBUT > 119
               DISPLAY "PERIODE TROP LONGUE (120 MOIS AU PLUS)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-RANG-LECTURE = WS-RANG-DEBUT - 11
           COMPUTE WS-POSTE-DEBUT = WS-RANG-DEBUT
               - WS-RANG-LECTURE + 1

           MOVE WS-RANG-LECTURE TO WS-RANG-CALCUL
           PERFORM UNTIL WS-RANG-CALCUL > WS-RANG-FIN
               ADD 1 TO WS-NB-POSTES
               SET WS-MS-IDX TO WS-NB-POSTES
               INITIALIZE WS-MS-ENTREE(WS-MS-IDX)
               DIVIDE WS-RANG-CALCUL BY 12 GIVING WS-ANNEE-CALCUL
                   REMAINDER WS-MM-CALCUL
               ADD 1 TO WS-MM-CALCUL
               MOVE WS-ANNEE-CALCUL TO WS-MS-MOIS(WS-MS-IDX)(1:4)
               MOVE WS-MM-CALCUL TO WS-MS-MOIS(WS-MS-IDX)(5:2)
               ADD 1 TO WS-RANG-CALCUL
           END-PERFORM

           SET WS-MS-IDX TO 1
           MOVE WS-MS-MOIS(WS-MS-IDX) TO WS-MOIS-LECTURE.
       1500-PREPARER-MOIS-END.
           EXIT.

      *** CHARGEMENT DE L'INDEX DES ARCHIVES. ***
      * Seuls les mois lus sont retenus : les autres fichiers
      * d'archive ne sont pas ouverts. Index absent : rien n'a
      * encore ete archive, le journal vif suffit.
       2000-CHARGER-INDEX-START.
           OPEN INPUT MOIS-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 2000-CHARGER-INDEX-END
           END-IF

           PERFORM UNTIL WS-INDEX-DONE
               READ MOIS-INDEX-FILE
                   AT END
                       SET WS-INDEX-DONE TO TRUE
                   NOT AT END
                       IF AI-MOIS NOT < WS-MOIS-LECTURE
                           AND AI-MOIS NOT > WS-MOIS-FIN
                           AND WS-NB-ARCH < 200
                           ADD 1 TO WS-NB-ARCH
                           SET WS-IX-IDX TO WS-NB-ARCH
                           MOVE AI-MOIS TO WS-IX-MOIS(WS-IX-IDX)
                           MOVE AI-FICHIER
                               TO WS-IX-FICHIER(WS-IX-IDX)
                           MOVE 0 TO WS-IX-TROUVEES(WS-IX-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOIS-INDEX-FILE.
       2000-CHARGER-INDEX-END.
           EXIT.

      *** LECTURE D'UN FICHIER D'ARCHIVE. ***
       3000-LIRE-UNE-ARCHIVE-START.
           MOVE WS-IX-FICHIER(WS-IX-IDX) TO WS-ARCH-NOM
           OPEN INPUT MOIS-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE SPACES TO RP-LIGNE
               STRING "ARCHIVE INTROUVABLE : " WS-ARCH-NOM
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               ADD 1 TO WS-CPT-LIGNES-PAGE
               MOVE 4 TO RETURN-CODE
               GO TO 3000-LIRE-UNE-ARCHIVE-END
           END-IF

           MOVE "N" TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-DONE
               READ MOIS-ARCHIVE-FILE
                   AT END
                       SET WS-ARCHIVE-DONE TO TRUE
                   NOT AT END
                       IF LG-STATUT-CALCUL AND LG-SEQ > 0
                           PERFORM 3100-CUMULER-START
                              THRU 3100-CUMULER-END
                           ADD 1 TO WS-IX-TROUVEES(WS-IX-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOIS-ARCHIVE-FILE.
       3000-LIRE-UNE-ARCHIVE-END.
           EXIT.

      *** CUMUL D'UNE LIGNE DE CALCUL DANS SON MOIS. ***
      * Le mois est celui de LG-DATE ; une ligne sans date lisible
      * ou hors des mois lus est ignoree.
       3100-CUMULER-START.
           IF LG-DATE(4:2) NOT NUMERIC OR LG-DATE(7:4) NOT NUMERIC
               GO TO 3100-CUMULER-END
           END-IF

           MOVE LG-DATE(7:4) TO WS-MOIS-LIGNE(1:4)
           MOVE LG-DATE(4:2) TO WS-MOIS-LIGNE(5:2)
           IF WS-MOIS-LIGNE < WS-MOIS-LECTURE
               OR WS-MOIS-LIGNE > WS-MOIS-FIN
               GO TO 3100-CUMULER-END
           END-IF

           MOVE LG-DATE(7:4) TO WS-ANNEE-CALCUL
           MOVE LG-DATE(4:2) TO WS-MM-CALCUL
           COMPUTE WS-POSTE = WS-ANNEE-CALCUL * 12 + WS-MM-CALCUL
               - 1 - WS-RANG-LECTURE + 1
           SET WS-MS-IDX TO WS-POSTE

           ADD 1 TO WS-CPT-RETENUES
           ADD 1 TO WS-MS-TOTAL(WS-MS-IDX)

           IF LG-SEQ < 90001
               ADD 1 TO WS-MS-LOTS(WS-MS-IDX)
           ELSE
               ADD 1 TO WS-MS-INTERACTIF(WS-MS-IDX)
           END-IF

           EVALUATE LG-STATUT
           WHEN "OK"
               ADD 1 TO WS-MS-ST-OK(WS-MS-IDX)
           WHEN "OK REPRISE"
               ADD 1 TO WS-MS-ST-REPRISE(WS-MS-IDX)
           WHEN "ERREUR OPERATEUR"
               ADD 1 TO WS-MS-ST-OPER(WS-MS-IDX)
           WHEN "DIVISION PAR ZERO IMPOSSIBLE"
               ADD 1 TO WS-MS-ST-DIV(WS-MS-IDX)
           WHEN "RESULTAT HORS LIMITE"
               ADD 1 TO WS-MS-ST-LIM(WS-MS-IDX)
           WHEN "CHAINAGE IMPOSSIBLE"
               ADD 1 TO WS-MS-ST-CHAINE(WS-MS-IDX)
           END-EVALUATE

      * Comme au rapport journalier, les operations comptees sont
      * celles qui ont abouti ; les echecs sont au detail des
      * statuts.
           IF LG-STATUT = "OK" OR LG-STATUT = "OK REPRISE"
               EVALUATE LG-OPERATEUR
               WHEN "+"
                   ADD 1 TO WS-MS-CPT-ADD(WS-MS-IDX)
               WHEN "-"
                   ADD 1 TO WS-MS-CPT-SUB(WS-MS-IDX)
               WHEN "*"
                   ADD 1 TO WS-MS-CPT-MULT(WS-MS-IDX)
               WHEN "/"
                   ADD 1 TO WS-MS-CPT-DIVI(WS-MS-IDX)
               WHEN "M"
                   ADD 1 TO WS-MS-CPT-MOD(WS-MS-IDX)
               WHEN "%"
                   ADD 1 TO WS-MS-CPT-PCT(WS-MS-IDX)
               END-EVALUATE
           END-IF.
       3100-CUMULER-END.
           EXIT.

      *** LECTURE DU JOURNAL VIF. ***
      * La queue non archivee est au journal vif : ses lignes sont
      * cumulees dans leur mois avec les memes criteres.
       3200-LIRE-JOURNAL-VIF-START.
           OPEN INPUT MOIS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO 3200-LIRE-JOURNAL-VIF-END
           END-IF

           PERFORM UNTIL WS-LOG-DONE
               READ MOIS-LOG-FILE
                   AT END
                       SET WS-LOG-DONE TO TRUE
                   NOT AT END
                       MOVE LV-RECORD TO LG-RECORD
                       IF LG-STATUT-CALCUL AND LG-SEQ > 0
                           PERFORM 3100-CUMULER-START
                              THRU 3100-CUMULER-END
                           ADD 1 TO WS-CPT-VIF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOIS-LOG-FILE.
       3200-LIRE-JOURNAL-VIF-END.
           EXIT.

      *** SOURCES LUES. ***
      * Les fichiers lus sont cites en tete du rapport : un mois de
      * reference sans archive donne un cumul glissant partiel.
       3300-SOURCES-LUES-START.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-ARCH
               ADD 1 TO WS-PARCOURS
               SET WS-IX-IDX TO WS-PARCOURS
               MOVE WS-IX-TROUVEES(WS-IX-IDX) TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "ARCHIVE " WS-IX-FICHIER(WS-IX-IDX)
                   " : " WS-EDIT-CPT " LIGNES DE CALCUL"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               ADD 1 TO WS-CPT-LIGNES-PAGE
           END-PERFORM

           MOVE WS-CPT-VIF TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "JOURNAL VIF CALCLOG.DAT      : " WS-EDIT-CPT
               " LIGNES DE CALCUL"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           ADD 2 TO WS-CPT-LIGNES-PAGE.
       3300-SOURCES-LUES-END.
           EXIT.

      *** EDITION D'UN MOIS. ***
       4000-EDITER-MOIS-START.
      * Un mois occupe dix-sept lignes : saut de page avant d'entamer
      * un mois qui ne tiendrait pas.
           IF WS-CPT-LIGNES-PAGE > 38
               PERFORM 5000-ENTETE-PAGE-START
                  THRU 5000-ENTETE-PAGE-END
           END-IF

           ADD 1 TO WS-CPT-MOIS-EDITES
           ADD WS-MS-TOTAL(WS-MS-IDX) TO WS-TOT-CALCULS

      * Le poste precedent existe toujours : les onze mois de
      * reference precedent le premier mois edite.
           MOVE WS-MS-TOTAL(WS-MS-IDX - 1) TO WS-PRECEDENT
           COMPUTE WS-ECART = WS-MS-TOTAL(WS-MS-IDX) - WS-PRECEDENT

           MOVE 0 TO WS-CUMUL-12
           COMPUTE WS-POSTE-CUMUL = WS-PARCOURS - 12
           PERFORM UNTIL WS-POSTE-CUMUL = WS-PARCOURS
               ADD 1 TO WS-POSTE-CUMUL
               ADD WS-MS-TOTAL(WS-POSTE-CUMUL) TO WS-CUMUL-12
           END-PERFORM

           MOVE WS-MS-MOIS(WS-MS-IDX)(5:2) TO WS-EDIT-MOIS(1:2)
           MOVE "/" TO WS-EDIT-MOIS(3:1)
           MOVE WS-MS-MOIS(WS-MS-IDX)(1:4) TO WS-EDIT-MOIS(4:4)

           MOVE WS-MS-TOTAL(WS-MS-IDX) TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "MOIS " WS-EDIT-MOIS
               "   CALCULS : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           MOVE WS-MS-CPT-ADD(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  ADDITIONS       : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           MOVE WS-MS-CPT-SUB(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  SOUSTRACTIONS   : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE(31:)
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           MOVE WS-MS-CPT-MULT(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  MULTIPLICATIONS : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           MOVE WS-MS-CPT-DIVI(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  DIVISIONS       : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE(31:)
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           MOVE WS-MS-CPT-MOD(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  MODULOS         : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           MOVE WS-MS-CPT-PCT(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  POURCENTAGES    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE(31:)
           WRITE RP-LIGNE

           MOVE WS-MS-ST-OK(WS-MS-IDX) TO WS-ERREURS
           MOVE "  OK                           : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END
           MOVE WS-MS-ST-REPRISE(WS-MS-IDX) TO WS-ERREURS
           MOVE "  OK REPRISE                   : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END
           MOVE WS-MS-ST-OPER(WS-MS-IDX) TO WS-ERREURS
           MOVE "  ERREUR OPERATEUR             : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END
           MOVE WS-MS-ST-DIV(WS-MS-IDX) TO WS-ERREURS
           MOVE "  DIVISION PAR ZERO IMPOSSIBLE : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END
           MOVE WS-MS-ST-LIM(WS-MS-IDX) TO WS-ERREURS
           MOVE "  RESULTAT HORS LIMITE         : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END
           MOVE WS-MS-ST-CHAINE(WS-MS-IDX) TO WS-ERREURS
           MOVE "  CHAINAGE IMPOSSIBLE          : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END

           COMPUTE WS-ERREURS = WS-MS-ST-OPER(WS-MS-IDX)
               + WS-MS-ST-DIV(WS-MS-IDX)
               + WS-MS-ST-LIM(WS-MS-IDX)
               + WS-MS-ST-CHAINE(WS-MS-IDX)
           MOVE "  TAUX D'ERREUR GLOBAL         : " TO RP-LIGNE
           PERFORM 4100-LIGNE-STATUT-START
              THRU 4100-LIGNE-STATUT-END

           MOVE SPACES TO RP-LIGNE
           MOVE WS-MS-LOTS(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  LOTS (< 90001)  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           MOVE WS-MS-INTERACTIF(WS-MS-IDX) TO WS-EDIT-CPT
           STRING "  INTERACTIF      : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE(31:)
           WRITE RP-LIGNE

           MOVE WS-ECART TO WS-EDIT-ECART
           MOVE SPACES TO RP-LIGNE
           IF WS-PRECEDENT > 0
               COMPUTE WS-TAUX ROUNDED = WS-ECART * 100
                   / WS-PRECEDENT
               MOVE WS-TAUX TO WS-EDIT-TAUX-SIGNE
               STRING "  ECART SUR LE MOIS PRECEDENT : " WS-EDIT-ECART
                   "  (" WS-EDIT-TAUX-SIGNE " %)"
                   DELIMITED BY SIZE INTO RP-LIGNE
           ELSE
               STRING "  ECART SUR LE MOIS PRECEDENT : " WS-EDIT-ECART
                   "  (MOIS PRECEDENT VIDE)"
                   DELIMITED BY SIZE INTO RP-LIGNE
           END-IF
           WRITE RP-LIGNE

           MOVE WS-CUMUL-12 TO WS-EDIT-CUMUL
           MOVE SPACES TO RP-LIGNE
           STRING "  CUMUL GLISSANT SUR 12 MOIS  : " WS-EDIT-CUMUL
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE

           ADD 17 TO WS-CPT-LIGNES-PAGE

           IF WS-AVEC-TABLEUR
               PERFORM 4200-LIGNE-TABLEUR-START
                  THRU 4200-LIGNE-TABLEUR-END
           END-IF.
       4000-EDITER-MOIS-END.
           EXIT.

      * Ligne de statut : libelle deja en place dans RP-LIGNE,
      * nombre dans WS-ERREURS, taux sur le total du mois.
       4100-LIGNE-STATUT-START.
           MOVE WS-ERREURS TO WS-EDIT-CPT
           MOVE WS-EDIT-CPT TO RP-LIGNE(34:7)
           IF WS-MS-TOTAL(WS-MS-IDX) > 0
               COMPUTE WS-TAUX ROUNDED = WS-ERREURS * 100
                   / WS-MS-TOTAL(WS-MS-IDX)
           ELSE
               MOVE 0 TO WS-TAUX
           END-IF
           MOVE WS-TAUX TO WS-EDIT-TAUX
           STRING "  " WS-EDIT-TAUX " %"
               DELIMITED BY SIZE INTO RP-LIGNE(41:)
           WRITE RP-LIGNE.
       4100-LIGNE-STATUT-END.
           EXIT.

      * Ligne du tableur : mois, total, six operations, six
      * statuts, lots, interactif, ecart et cumul glissant.
       4200-LIGNE-TABLEUR-START.
           MOVE WS-MS-TOTAL(WS-MS-IDX) TO WS-XT-CPT(1)
           MOVE WS-MS-CPT-ADD(WS-MS-IDX) TO WS-XT-CPT(2)
           MOVE WS-MS-CPT-SUB(WS-MS-IDX) TO WS-XT-CPT(3)
           MOVE WS-MS-CPT-MULT(WS-MS-IDX) TO WS-XT-CPT(4)
           MOVE WS-MS-CPT-DIVI(WS-MS-IDX) TO WS-XT-CPT(5)
           MOVE WS-MS-CPT-MOD(WS-MS-IDX) TO WS-XT-CPT(6)
           MOVE WS-MS-CPT-PCT(WS-MS-IDX) TO WS-XT-CPT(7)
           MOVE WS-MS-ST-OK(WS-MS-IDX) TO WS-XT-CPT(8)
           MOVE WS-MS-ST-REPRISE(WS-MS-IDX) TO WS-XT-CPT(9)
           MOVE WS-MS-ST-OPER(WS-MS-IDX) TO WS-XT-CPT(10)
           MOVE WS-MS-ST-DIV(WS-MS-IDX) TO WS-XT-CPT(11)
           MOVE WS-MS-ST-LIM(WS-MS-IDX) TO WS-XT-CPT(12)
           MOVE WS-MS-ST-CHAINE(WS-MS-IDX) TO WS-XT-CPT(13)
           MOVE WS-MS-LOTS(WS-MS-IDX) TO WS-XT-CPT(14)
           MOVE WS-MS-INTERACTIF(WS-MS-IDX) TO WS-XT-CPT(15)
           MOVE WS-ECART TO WS-XT-ECART
           MOVE WS-CUMUL-12 TO WS-EDIT-CUMUL

           MOVE SPACES TO XT-LIGNE
           STRING "D;" WS-MS-MOIS(WS-MS-IDX) ";"
               FUNCTION TRIM(WS-XT-CPT(1)) ";"
               FUNCTION TRIM(WS-XT-CPT(2)) ";"
               FUNCTION TRIM(WS-XT-CPT(3)) ";"
               FUNCTION TRIM(WS-XT-CPT(4)) ";"
               FUNCTION TRIM(WS-XT-CPT(5)) ";"
               FUNCTION TRIM(WS-XT-CPT(6)) ";"
               FUNCTION TRIM(WS-XT-CPT(7)) ";"
               FUNCTION TRIM(WS-XT-CPT(8)) ";"
               FUNCTION TRIM(WS-XT-CPT(9)) ";"
               FUNCTION TRIM(WS-XT-CPT(10)) ";"
               FUNCTION TRIM(WS-XT-CPT(11)) ";"
               FUNCTION TRIM(WS-XT-CPT(12)) ";"
               FUNCTION TRIM(WS-XT-CPT(13)) ";"
               FUNCTION TRIM(WS-XT-CPT(14)) ";"
               FUNCTION TRIM(WS-XT-CPT(15)) ";"
               FUNCTION TRIM(WS-XT-ECART) ";"
               FUNCTION TRIM(WS-EDIT-CUMUL)
               DELIMITED BY SIZE INTO XT-LIGNE
           WRITE XT-LIGNE.
       4200-LIGNE-TABLEUR-END.
           EXIT.

      *** TOTAUX DE LA PERIODE. ***
       4500-EDITER-TOTAUX-START.
           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-MOIS-EDITES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "MOIS EDITES              : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-TOT-CALCULS TO WS-EDIT-CUMUL
           MOVE SPACES TO RP-LIGNE
           STRING "CALCULS DE LA PERIODE    : " WS-EDIT-CUMUL
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       4500-EDITER-TOTAUX-END.
           EXIT.

      *** ENTETE DE PAGE. ***
       5000-ENTETE-PAGE-START.
           ADD 1 TO WS-CPT-PAGE
           MOVE WS-CPT-PAGE TO WS-EDIT-PAGE

           MOVE SPACES TO RP-LIGNE
           STRING "RAPPORT MENSUEL DE GESTION"
               "  EDITE LE " WS-EDITION-DATE
               "  PAGE " WS-EDIT-PAGE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "MOIS DU " WS-MOIS-SAISIE-DEBUT
               " AU " WS-MOIS-SAISIE-FIN
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE ALL "-" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE 4 TO WS-CPT-LIGNES-PAGE.
       5000-ENTETE-PAGE-END.
           EXIT.
