       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcaudt.

      * Audit de recalcul du fichier maitre des resultats. Chaque
      * resultat de la periode (ou du fichier entier) est recalcule
      * ici, avec une arithmetique propre a l'audit et les memes
      * regles que la calculatrice (division par zero, resultat
      * hors limite, operateur inconnu), et tout enregistrement
      * dont le resultat ou le statut ne correspond pas au recalcul
      * est signale. Chaque resultat audite doit aussi retrouver sa
      * ligne de journal (meme sequence, memes operandes) au
      * journal vif ou dans l'une des archives mensuelles tenues
      * dans l'index CALCAIDX.DAT. Toute divergence rend un code
      * retour 8 ; une archive indexee mais introuvable rend un
      * code retour 4 si rien de plus grave n'est signale. La carte
      * CALCUPRM.DAT (date de debut, date de fin, a blanc pour le
      * fichier entier) permet le passage en travail planifie ; a
      * defaut les bornes sont demandees au terminal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDT-PARM-FILE ASSIGN TO "CALCUPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDT-RES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RE-SEQ
               ALTERNATE RECORD KEY IS RE-OPERATEUR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RES-STATUS.

           SELECT AUDT-INDEX-FILE ASSIGN TO "CALCAIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT AUDT-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDT-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT AUDT-RAPPORT-FILE ASSIGN TO "CALCAUDT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDT-PARM-FILE.
       01  UP-RECORD.
           05  UP-DATE-DEBUT         PIC X(10).
           05  UP-DATE-FIN           PIC X(10).

       FD  AUDT-RES-FILE.
       COPY "calcre.cpy".

       FD  AUDT-INDEX-FILE.
       01  AI-RECORD.
           05  AI-MOIS               PIC X(6).
           05  AI-FICHIER            PIC X(20).
           05  AI-NB                 PIC 9(7).

       FD  AUDT-ARCHIVE-FILE.
       COPY "calclg.cpy".

       FD  AUDT-LOG-FILE.
       01  LV-RECORD                 PIC X(85).

       FD  AUDT-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-RES-STATUS             PIC X(2).
       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-ARCHIVE-STATUS         PIC X(2).
       01  WS-LOG-STATUS             PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).

       01  WS-RES-EOF                PIC X(1) VALUE "N".
           88  WS-RES-DONE                    VALUE "Y".

       01  WS-INDEX-EOF              PIC X(1) VALUE "N".
           88  WS-INDEX-DONE                  VALUE "Y".

       01  WS-ARCHIVE-EOF            PIC X(1) VALUE "N".
           88  WS-ARCHIVE-DONE                VALUE "Y".

       01  WS-LOG-EOF                PIC X(1) VALUE "N".
           88  WS-LOG-DONE                    VALUE "Y".

      * Periode auditee : bornes a blanc = fichier entier.
       01  WS-DATE-DEBUT             PIC X(10).
       01  WS-DATE-FIN               PIC X(10).
       01  WS-FICHIER-ENTIER         PIC X(1) VALUE "N".

      * Bornes et date de ligne ramenees en AAAAMMJJ.
       01  WS-CLE-DEBUT              PIC X(8).
       01  WS-CLE-FIN                PIC X(8).
       01  WS-CLE-LIGNE              PIC X(8).
       01  WS-MOIS-DEBUT             PIC X(6).

       01  WS-ARCH-NOM               PIC X(20).

      * Index des archives en table. Le journal d'un resultat est
      * date du jour ou le calcul a ete fait, jamais avant la date
      * de traitement : seules les archives a partir du mois de
      * debut de periode sont lues.
       01  WS-TABLE-INDEX.
           05  WS-NB-MOIS            PIC 9(3) VALUE 0.
           05  WS-IX-ENTREE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-MOIS
               INDEXED BY WS-IX-IDX.
               10  WS-IX-MOIS        PIC X(6).
               10  WS-IX-FICHIER     PIC X(20).

       01  WS-PARCOURS               PIC 9(5).

      * Resultats audites en attente de leur ligne de journal. Le
      * fichier maitre est lu dans l'ordre des cles : la table est
      * rangee par sequence croissante et dimensionnee sur tout
      * l'espace des numeros, elle ne peut pas deborder. Les
      * operandes sont gardes au format du journal pour que la
      * ligne retrouvee soit bien celle de ce calcul et non celle
      * d'un numero reemploye apres une bascule de periode.
       01  WS-TABLE-RES.
           05  WS-NB-RES             PIC 9(5) VALUE 0.
           05  WS-RS-ENTREE OCCURS 1 TO 99999 TIMES
               DEPENDING ON WS-NB-RES
               ASCENDING KEY IS WS-RS-SEQ
               INDEXED BY WS-RS-IDX.
               10  WS-RS-SEQ         PIC 9(5).
               10  WS-RS-NUM1        PIC -Z(3).99.
               10  WS-RS-OPERATOR    PIC X(1).
               10  WS-RS-NUM2        PIC -Z(3).99.
               10  WS-RS-JOURNAL     PIC X(1).

      * Recalcul propre a l'audit. Le quotient entier du modulo
      * est ramene a la partie entiere inferieure, comme le fait
      * la calculatrice, avant le calcul du reste.
       01  WS-AU-NUM1                PIC S9(3)V99.
       01  WS-AU-NUM2                PIC S9(3)V99.
       01  WS-AU-CALC                PIC S9(7)V99.
       01  WS-AU-PRODUIT             PIC S9(7)V9(4).
       01  WS-AU-QUOTIENT            PIC S9(7).
       01  WS-AU-STATUT              PIC X(30).

      * Resultat et statut attendus pour l'enregistrement, au
      * format du fichier maitre.
       01  WS-ATT-RESULT             PIC -Z(3).99.
       01  WS-ATT-STATUT             PIC X(30).

       01  WS-CPT-LUS                PIC 9(7) VALUE 0.
       01  WS-CPT-HORS-PERIODE       PIC 9(7) VALUE 0.
       01  WS-CPT-AUDITES            PIC 9(7) VALUE 0.
       01  WS-CPT-CONFORMES          PIC 9(7) VALUE 0.
       01  WS-CPT-ECARTS-RESULT      PIC 9(7) VALUE 0.
       01  WS-CPT-ECARTS-STATUT      PIC 9(7) VALUE 0.
       01  WS-CPT-ILLISIBLES         PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-JOURNAL       PIC 9(7) VALUE 0.
       01  WS-CPT-LIGNES-LUES        PIC 9(7) VALUE 0.
       01  WS-CPT-ARCHIVES-LUES      PIC 9(3) VALUE 0.
       01  WS-CPT-ARCHIVES-ABSENTES  PIC 9(3) VALUE 0.

       01  WS-CPT-DIVERGENCES        PIC 9(7) VALUE 0.
       01  WS-ENREG-DIVERGENT        PIC X(1).

       01  WS-EDIT-CPT               PIC Z(6)9.
       01  WS-EDIT-SEQ               PIC 9(5).

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  FILLER                PIC X(13).

       01  WS-RAPPORT-DATE           PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 1500-OUVERTURE-START
              THRU 1500-OUVERTURE-END

           PERFORM UNTIL WS-RES-DONE
               READ AUDT-RES-FILE
                   AT END
                       SET WS-RES-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CPT-LUS
                       PERFORM 2000-AUDITER-UN-START
                          THRU 2000-AUDITER-UN-END
               END-READ
           END-PERFORM

           CLOSE AUDT-RES-FILE

           PERFORM 3000-CHARGER-INDEX-START
              THRU 3000-CHARGER-INDEX-END

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-MOIS
               ADD 1 TO WS-PARCOURS
               SET WS-IX-IDX TO WS-PARCOURS
               PERFORM 3100-LIRE-UNE-ARCHIVE-START
                  THRU 3100-LIRE-UNE-ARCHIVE-END
           END-PERFORM

           PERFORM 3300-LIRE-JOURNAL-VIF-START
              THRU 3300-LIRE-JOURNAL-VIF-END

           PERFORM 4000-SANS-JOURNAL-START
              THRU 4000-SANS-JOURNAL-END

           PERFORM 5000-RAPPORT-TOTAUX-START
              THRU 5000-RAPPORT-TOTAUX-END

           CLOSE AUDT-RAPPORT-FILE

           DISPLAY "RESULTATS AUDITES : " WS-CPT-AUDITES
           DISPLAY "DIVERGENCES       : " WS-CPT-DIVERGENCES

           IF WS-CPT-DIVERGENCES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-ARCHIVES-ABSENTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *** CARTE PARAMETRE OU SAISIE DES BORNES. ***
       1000-PARM-LIRE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-RAPPORT-DATE

           MOVE SPACES TO WS-DATE-DEBUT
           MOVE SPACES TO WS-DATE-FIN

           OPEN INPUT AUDT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ AUDT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE UP-DATE-DEBUT TO WS-DATE-DEBUT
                       MOVE UP-DATE-FIN TO WS-DATE-FIN
               END-READ
               CLOSE AUDT-PARM-FILE
           ELSE
               DISPLAY "DATE DE DEBUT (JJ/MM/AAAA, VIDE = FICHIER "
                   "ENTIER) ?"
               ACCEPT WS-DATE-DEBUT
               IF WS-DATE-DEBUT NOT = SPACES
                   DISPLAY "DATE DE FIN (JJ/MM/AAAA) ?"
                   ACCEPT WS-DATE-FIN
               END-IF
           END-IF

           IF WS-DATE-DEBUT = SPACES AND WS-DATE-FIN = SPACES
               MOVE "O" TO WS-FICHIER-ENTIER
               MOVE SPACES TO WS-MOIS-DEBUT
               GO TO 1000-PARM-LIRE-END
           END-IF

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
           END-IF

           MOVE WS-CLE-DEBUT(1:6) TO WS-MOIS-DEBUT.
       1000-PARM-LIRE-END.
           EXIT.

      *** OUVERTURE DES FICHIERS. ***
       1500-OUVERTURE-START.
           OPEN INPUT AUDT-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "FICHIER DE RESULTATS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDT-RAPPORT-FILE

           MOVE SPACES TO RP-LIGNE
           STRING "AUDIT DE RECALCUL DES RESULTATS - "
               WS-RAPPORT-DATE DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           IF WS-FICHIER-ENTIER = "O"
               MOVE "PERIODE : FICHIER ENTIER" TO RP-LIGNE
           ELSE
               STRING "PERIODE DU " WS-DATE-DEBUT " AU " WS-DATE-FIN
                   DELIMITED BY SIZE INTO RP-LIGNE
           END-IF
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE.
       1500-OUVERTURE-END.
           EXIT.

      *** AUDIT D'UN RESULTAT. ***
      * Sur une periode, un enregistrement sans date lisible est
      * hors periode ; sur le fichier entier, tout est audite.
       2000-AUDITER-UN-START.
           IF WS-FICHIER-ENTIER = "N"
               IF RE-RUN-DATE(1:2) NUMERIC
                   AND RE-RUN-DATE(4:2) NUMERIC
                   AND RE-RUN-DATE(7:4) NUMERIC
                   MOVE RE-RUN-DATE(7:4) TO WS-CLE-LIGNE(1:4)
                   MOVE RE-RUN-DATE(4:2) TO WS-CLE-LIGNE(5:2)
                   MOVE RE-RUN-DATE(1:2) TO WS-CLE-LIGNE(7:2)
               ELSE
                   ADD 1 TO WS-CPT-HORS-PERIODE
                   GO TO 2000-AUDITER-UN-END
               END-IF
               IF WS-CLE-LIGNE < WS-CLE-DEBUT
                   OR WS-CLE-LIGNE > WS-CLE-FIN
                   ADD 1 TO WS-CPT-HORS-PERIODE
                   GO TO 2000-AUDITER-UN-END
               END-IF
           END-IF

           ADD 1 TO WS-CPT-AUDITES
           MOVE "N" TO WS-ENREG-DIVERGENT
           MOVE RE-SEQ TO WS-EDIT-SEQ

           ADD 1 TO WS-NB-RES
           SET WS-RS-IDX TO WS-NB-RES
           MOVE RE-SEQ TO WS-RS-SEQ(WS-RS-IDX)
           MOVE RE-OPERATOR TO WS-RS-OPERATOR(WS-RS-IDX)
           MOVE "N" TO WS-RS-JOURNAL(WS-RS-IDX)

      * Un enregistrement illisible est signale une seule fois :
      * il ne peut pas etre rapproche d'une ligne de journal.
           IF RE-NUM1 NOT NUMERIC OR RE-NUM2 NOT NUMERIC
               MOVE 0 TO WS-RS-NUM1(WS-RS-IDX)
               MOVE 0 TO WS-RS-NUM2(WS-RS-IDX)
               MOVE "I" TO WS-RS-JOURNAL(WS-RS-IDX)
               ADD 1 TO WS-CPT-ILLISIBLES
               ADD 1 TO WS-CPT-DIVERGENCES
               MOVE SPACES TO RP-LIGNE
               STRING "SEQ " WS-EDIT-SEQ
                   " ENREGISTREMENT ILLISIBLE (OPERANDES)"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 2000-AUDITER-UN-END
           END-IF
           MOVE RE-NUM1 TO WS-RS-NUM1(WS-RS-IDX)
           MOVE RE-NUM2 TO WS-RS-NUM2(WS-RS-IDX)

           PERFORM 2100-ATTENDU-START
              THRU 2100-ATTENDU-END

           IF RE-STATUT NOT = WS-ATT-STATUT
               MOVE "O" TO WS-ENREG-DIVERGENT
               ADD 1 TO WS-CPT-ECARTS-STATUT
               MOVE SPACES TO RP-LIGNE
               STRING "SEQ " WS-EDIT-SEQ " STATUT DIFFERENT DU "
                   "RECALCUL"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               MOVE SPACES TO RP-LIGNE
               STRING "    ENREGISTRE : " RE-STATUT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               MOVE SPACES TO RP-LIGNE
               STRING "    RECALCULE  : " WS-ATT-STATUT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           IF RE-RESULT NOT = WS-ATT-RESULT
               MOVE "O" TO WS-ENREG-DIVERGENT
               ADD 1 TO WS-CPT-ECARTS-RESULT
               MOVE SPACES TO RP-LIGNE
               STRING "SEQ " WS-EDIT-SEQ " RESULTAT " RE-RESULT
                   " AU LIEU DE " WS-ATT-RESULT " ("
                   WS-RS-NUM1(WS-RS-IDX) " " RE-OPERATOR " "
                   WS-RS-NUM2(WS-RS-IDX) ")"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           IF WS-ENREG-DIVERGENT = "O"
               ADD 1 TO WS-CPT-DIVERGENCES
           ELSE
               ADD 1 TO WS-CPT-CONFORMES
           END-IF.
       2000-AUDITER-UN-END.
           EXIT.

      * Resultat et statut attendus d'apres le statut enregistre :
      * - chainage impossible : aucun calcul, resultat a zero ;
      * - annulation impossible : aucun calcul, resultat a zero ;
      * - annulation : operandes du resultat annule, resultat de
      *   signe oppose au recalcul ;
      * - reprise ou resultat annule depuis : le statut enregistre
      *   est attendu si le recalcul aboutit ;
      * - tout autre statut : celui du recalcul.
      * Un calcul en echec porte un resultat a zero.
       2100-ATTENDU-START.
           MOVE 0 TO WS-ATT-RESULT

           IF RE-STATUT = "CHAINAGE IMPOSSIBLE"
               OR RE-STATUT = "ANNULATION IMPOSSIBLE"
               MOVE RE-STATUT TO WS-ATT-STATUT
               GO TO 2100-ATTENDU-END
           END-IF

           PERFORM 2200-RECALCULER-START
              THRU 2200-RECALCULER-END

           IF WS-AU-STATUT NOT = "OK"
               MOVE WS-AU-STATUT TO WS-ATT-STATUT
               GO TO 2100-ATTENDU-END
           END-IF

           IF RE-STATUT(1:14) = "ANNULATION DE "
               MOVE RE-STATUT TO WS-ATT-STATUT
               COMPUTE WS-AU-CALC = 0 - WS-AU-CALC
               MOVE WS-AU-CALC TO WS-ATT-RESULT
               GO TO 2100-ATTENDU-END
           END-IF

           IF RE-STATUT = "OK REPRISE"
               OR RE-STATUT(1:11) = "ANNULE PAR "
               MOVE RE-STATUT TO WS-ATT-STATUT
           ELSE
               MOVE "OK" TO WS-ATT-STATUT
           END-IF
           MOVE WS-AU-CALC TO WS-ATT-RESULT.
       2100-ATTENDU-END.
           EXIT.

      *** ARITHMETIQUE DE L'AUDIT. ***
       2200-RECALCULER-START.
           MOVE "OK" TO WS-AU-STATUT
           MOVE 0 TO WS-AU-CALC
           MOVE RE-NUM1 TO WS-AU-NUM1
           MOVE RE-NUM2 TO WS-AU-NUM2

           EVALUATE RE-OPERATOR

           WHEN "+"
               ADD WS-AU-NUM1 WS-AU-NUM2 GIVING WS-AU-CALC

           WHEN "-"
               SUBTRACT WS-AU-NUM2 FROM WS-AU-NUM1 GIVING WS-AU-CALC

           WHEN "*"
               MULTIPLY WS-AU-NUM1 BY WS-AU-NUM2 GIVING WS-AU-CALC

           WHEN "/"
               IF WS-AU-NUM2 = 0
                   MOVE "DIVISION PAR ZERO IMPOSSIBLE" TO WS-AU-STATUT
               ELSE
                   DIVIDE WS-AU-NUM1 BY WS-AU-NUM2 GIVING WS-AU-CALC
               END-IF

           WHEN "M"
               IF WS-AU-NUM2 = 0
                   MOVE "DIVISION PAR ZERO IMPOSSIBLE" TO WS-AU-STATUT
               ELSE
                   PERFORM 2300-RESTE-START
                      THRU 2300-RESTE-END
               END-IF

           WHEN "%"
               MULTIPLY WS-AU-NUM1 BY WS-AU-NUM2 GIVING WS-AU-PRODUIT
               DIVIDE WS-AU-PRODUIT BY 100 GIVING WS-AU-CALC

           WHEN OTHER
               MOVE "ERREUR OPERATEUR" TO WS-AU-STATUT

           END-EVALUATE

           IF WS-AU-STATUT = "OK"
               IF WS-AU-CALC > 999.99 OR WS-AU-CALC < -999.99
                   MOVE "RESULTAT HORS LIMITE" TO WS-AU-STATUT
               END-IF
           END-IF

           IF WS-AU-STATUT NOT = "OK"
               MOVE 0 TO WS-AU-CALC
           END-IF.
       2200-RECALCULER-END.
           EXIT.

      * Reste de la division par le quotient entier inferieur : le
      * quotient tronque vers zero est corrige d'une unite quand le
      * reste n'a pas le signe du diviseur.
       2300-RESTE-START.
           DIVIDE WS-AU-NUM1 BY WS-AU-NUM2 GIVING WS-AU-QUOTIENT
           COMPUTE WS-AU-CALC = WS-AU-NUM1
               - (WS-AU-QUOTIENT * WS-AU-NUM2)
           IF (WS-AU-CALC < 0 AND WS-AU-NUM2 > 0)
               OR (WS-AU-CALC > 0 AND WS-AU-NUM2 < 0)
               ADD WS-AU-NUM2 TO WS-AU-CALC
           END-IF.
       2300-RESTE-END.
           EXIT.

      *** CHARGEMENT DE L'INDEX DES ARCHIVES. ***
      * Index absent : rien n'a encore ete archive, le journal vif
      * suffit.
       3000-CHARGER-INDEX-START.
           IF WS-NB-RES = 0
               GO TO 3000-CHARGER-INDEX-END
           END-IF

           OPEN INPUT AUDT-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 3000-CHARGER-INDEX-END
           END-IF

           PERFORM UNTIL WS-INDEX-DONE
               READ AUDT-INDEX-FILE
                   AT END
                       SET WS-INDEX-DONE TO TRUE
                   NOT AT END
                       IF AI-MOIS NOT < WS-MOIS-DEBUT
                           AND WS-NB-MOIS < 200
                           ADD 1 TO WS-NB-MOIS
                           SET WS-IX-IDX TO WS-NB-MOIS
                           MOVE AI-MOIS TO WS-IX-MOIS(WS-IX-IDX)
                           MOVE AI-FICHIER
                               TO WS-IX-FICHIER(WS-IX-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDT-INDEX-FILE.
       3000-CHARGER-INDEX-END.
           EXIT.

      *** LECTURE D'UN FICHIER D'ARCHIVE. ***
       3100-LIRE-UNE-ARCHIVE-START.
           MOVE WS-IX-FICHIER(WS-IX-IDX) TO WS-ARCH-NOM
           OPEN INPUT AUDT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               ADD 1 TO WS-CPT-ARCHIVES-ABSENTES
               MOVE SPACES TO RP-LIGNE
               STRING "ARCHIVE INTROUVABLE : " WS-ARCH-NOM
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 3100-LIRE-UNE-ARCHIVE-END
           END-IF

           ADD 1 TO WS-CPT-ARCHIVES-LUES
           MOVE "N" TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-DONE
               READ AUDT-ARCHIVE-FILE
                   AT END
                       SET WS-ARCHIVE-DONE TO TRUE
                   NOT AT END
                       PERFORM 3200-POINTER-LIGNE-START
                          THRU 3200-POINTER-LIGNE-END
               END-READ
           END-PERFORM

           CLOSE AUDT-ARCHIVE-FILE.
       3100-LIRE-UNE-ARCHIVE-END.
           EXIT.

      * Les traces de gestion (sequence a zero) ne designent aucun
      * resultat. Une ligne pointe le resultat de meme sequence si
      * elle en porte les operandes et l'operateur.
       3200-POINTER-LIGNE-START.
           IF LG-SEQ NOT NUMERIC OR LG-SEQ = 0
               GO TO 3200-POINTER-LIGNE-END
           END-IF
           ADD 1 TO WS-CPT-LIGNES-LUES

           SEARCH ALL WS-RS-ENTREE
               AT END
                   CONTINUE
               WHEN WS-RS-SEQ(WS-RS-IDX) = LG-SEQ
                   IF LG-NUM1 = WS-RS-NUM1(WS-RS-IDX)
                       AND LG-OPERATEUR = WS-RS-OPERATOR(WS-RS-IDX)
                       AND LG-NUM2 = WS-RS-NUM2(WS-RS-IDX)
                       MOVE "O" TO WS-RS-JOURNAL(WS-RS-IDX)
                   END-IF
           END-SEARCH.
       3200-POINTER-LIGNE-END.
           EXIT.

      *** LECTURE DU JOURNAL VIF. ***
       3300-LIRE-JOURNAL-VIF-START.
           IF WS-NB-RES = 0
               GO TO 3300-LIRE-JOURNAL-VIF-END
           END-IF

           OPEN INPUT AUDT-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO 3300-LIRE-JOURNAL-VIF-END
           END-IF

           PERFORM UNTIL WS-LOG-DONE
               READ AUDT-LOG-FILE
                   AT END
                       SET WS-LOG-DONE TO TRUE
                   NOT AT END
                       MOVE LV-RECORD TO LG-RECORD
                       PERFORM 3200-POINTER-LIGNE-START
                          THRU 3200-POINTER-LIGNE-END
               END-READ
           END-PERFORM

           CLOSE AUDT-LOG-FILE.
       3300-LIRE-JOURNAL-VIF-END.
           EXIT.

      *** RESULTATS SANS LIGNE DE JOURNAL. ***
       4000-SANS-JOURNAL-START.
           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-RES
               ADD 1 TO WS-PARCOURS
               SET WS-RS-IDX TO WS-PARCOURS
               IF WS-RS-JOURNAL(WS-RS-IDX) = "N"
                   ADD 1 TO WS-CPT-SANS-JOURNAL
                   ADD 1 TO WS-CPT-DIVERGENCES
                   MOVE WS-RS-SEQ(WS-RS-IDX) TO WS-EDIT-SEQ
                   MOVE SPACES TO RP-LIGNE
                   STRING "SEQ " WS-EDIT-SEQ
                       " AUCUNE LIGNE DE JOURNAL (VIF OU ARCHIVES)"
                       DELIMITED BY SIZE INTO RP-LIGNE
                   WRITE RP-LIGNE
               END-IF
           END-PERFORM.
       4000-SANS-JOURNAL-END.
           EXIT.

      *** TOTAUX DE L'AUDIT. ***
       5000-RAPPORT-TOTAUX-START.
           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-LUS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS LUS            : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-HORS-PERIODE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "HORS PERIODE             : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-AUDITES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS AUDITES        : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-CONFORMES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "CONFORMES AU RECALCUL    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ECARTS-RESULT TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS DIFFERENTS     : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ECARTS-STATUT TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "STATUTS DIFFERENTS       : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ILLISIBLES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ILLISIBLES               : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-SANS-JOURNAL TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "SANS LIGNE DE JOURNAL    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-LIGNES-LUES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "LIGNES DE JOURNAL LUES   : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ARCHIVES-LUES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ARCHIVES LUES            : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ARCHIVES-ABSENTES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ARCHIVES INTROUVABLES    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           IF WS-CPT-DIVERGENCES = 0
               MOVE "FICHIER CONFORME AU RECALCUL" TO RP-LIGNE
           ELSE
               MOVE "DIVERGENCES A TRANSMETTRE A L'AUDIT INTERNE"
                   TO RP-LIGNE
           END-IF
           WRITE RP-LIGNE.
       5000-RAPPORT-TOTAUX-END.
           EXIT.
