       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcordr.

      * Releve des ordres permanents. Pour chaque ordre du fichier
      * CALCSTOM.DAT, chaque echeance de la periode est listee avec
      * le numero de sequence, le resultat et le statut qu'elle a
      * produits. L'echeance est retrouvee par la reference d'ordre
      * (numero, echeance) que le generateur pose sur le detail
      * emis et qui suit le mouvement jusqu'au fichier maitre des
      * resultats : journal de generation CALCSTOH.DAT, fichier
      * maitre et historiques mensuels de CALCRIDX.DAT a partir du
      * mois de debut, suspens, corrections en attente de
      * validation, rejets du controle amont et abandons. Les
      * echeances a venir sont deduites de la prochaine echeance
      * de l'ordre et de sa frequence : le generateur emet toutes
      * les echeances qui la precedent, une echeance de la date
      * d'arrete ou avant qui n'est pas encore atteinte n'a donc
      * jamais ete generee ; un ordre inactif n'a pas d'echeance
      * attendue. Sont signales d'une etoile : echeance
      * jamais generee, emise sans suite, encore en suspens, en
      * correction, en rejet ou abandonnee, en echec non resolu,
      * postee plusieurs fois, ainsi que toute trace d'un ordre
      * absent du fichier des ordres. Un doublon ecarte par le
      * controle amont pour une echeance postee n'est pas un
      * signalement. La carte CALCOPRM.DAT (date de debut, date de
      * fin, date d'arrete, a blanc pour la date du jour) permet le
      * passage en travail planifie ; a defaut les dates sont
      * demandees au terminal. Code retour 4 si une echeance est
      * signalee ou si un historique indexe est introuvable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDR-PARM-FILE ASSIGN TO "CALCOPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ORDR-STO-FILE ASSIGN TO "CALCSTOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.

           SELECT ORDR-GEN-FILE ASSIGN TO "CALCSTOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT ORDR-RES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RE-SEQ
               ALTERNATE RECORD KEY IS RE-OPERATEUR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RES-STATUS.

           SELECT ORDR-INDEX-FILE ASSIGN TO "CALCRIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT ORDR-HISTO-FILE ASSIGN TO DYNAMIC WS-HISTO-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT ORDR-SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ORDR-ATTENTE-FILE ASSIGN TO "CALCCATT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

           SELECT ORDR-REJET-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJET-STATUS.

           SELECT ORDR-ABANDON-FILE ASSIGN TO "CALCDLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABANDON-STATUS.

           SELECT ORDR-RAPPORT-FILE ASSIGN TO "CALCORDR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDR-PARM-FILE.
       01  OP-RECORD.
           05  OP-DATE-DEBUT         PIC X(10).
           05  OP-DATE-FIN           PIC X(10).
           05  OP-DATE-ARRETE        PIC X(10).

       FD  ORDR-STO-FILE.
       COPY "calcso.cpy".

       FD  ORDR-GEN-FILE.
       COPY "calcsh.cpy".

       FD  ORDR-RES-FILE.
       COPY "calcre.cpy".

       FD  ORDR-INDEX-FILE.
       01  RI-RECORD.
           05  RI-MOIS               PIC X(6).
           05  RI-FICHIER            PIC X(20).
           05  RI-NB                 PIC 9(7).

       FD  ORDR-HISTO-FILE.
       01  HR-RECORD                 PIC X(86).

       FD  ORDR-SUSP-FILE.
       COPY "calcsu.cpy".

       FD  ORDR-ATTENTE-FILE.
       COPY "calcca.cpy".

       FD  ORDR-REJET-FILE.
       01  RJ-RECORD.
           05  RJ-DONNEES            PIC X(30).
           05  RJ-MOTIF              PIC X(2).
           05  RJ-ETAT               PIC X(1).

       FD  ORDR-ABANDON-FILE.
       01  DL-RECORD.
           05  DL-SUSPENS.
               10  DL-TYPE           PIC X(1).
               10  DL-SEQ            PIC X(5).
               10  FILLER            PIC X(13).
               10  DL-STATUT         PIC X(30).
               10  DL-RUN-DATE       PIC X(10).
           05  DL-PURGE-DATE         PIC X(10).
           05  DL-ORDRE-ID           PIC X(3).
           05  DL-ORDRE-ECHEANCE     PIC X(8).

       FD  ORDR-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "calctrn.cpy" REPLACING ==:PFX:== BY ==EN==.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-STO-STATUS             PIC X(2).
       01  WS-GEN-STATUS             PIC X(2).
       01  WS-RES-STATUS             PIC X(2).
       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-HISTO-STATUS           PIC X(2).
       01  WS-SUSP-STATUS            PIC X(2).
       01  WS-ATTENTE-STATUS         PIC X(2).
       01  WS-REJET-STATUS           PIC X(2).
       01  WS-ABANDON-STATUS         PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).

       01  WS-STO-EOF                PIC X(1) VALUE "N".
           88  WS-STO-DONE                    VALUE "Y".

       01  WS-GEN-EOF                PIC X(1) VALUE "N".
           88  WS-GEN-DONE                    VALUE "Y".

       01  WS-RES-EOF                PIC X(1) VALUE "N".
           88  WS-RES-DONE                    VALUE "Y".

       01  WS-INDEX-EOF              PIC X(1) VALUE "N".
           88  WS-INDEX-DONE                  VALUE "Y".

       01  WS-HISTO-EOF              PIC X(1) VALUE "N".
           88  WS-HISTO-DONE                  VALUE "Y".

       01  WS-SUSP-EOF               PIC X(1) VALUE "N".
           88  WS-SUSP-DONE                   VALUE "Y".

       01  WS-ATTENTE-EOF            PIC X(1) VALUE "N".
           88  WS-ATTENTE-DONE                VALUE "Y".

       01  WS-REJET-EOF              PIC X(1) VALUE "N".
           88  WS-REJET-DONE                  VALUE "Y".

       01  WS-ABANDON-EOF            PIC X(1) VALUE "N".
           88  WS-ABANDON-DONE                VALUE "Y".

      * Periode du releve et date d'arrete, saisies en JJ/MM/AAAA
      * et ramenees en AAAAMMJJ comme les echeances.
       01  WS-DATE-DEBUT             PIC X(10).
       01  WS-DATE-FIN               PIC X(10).
       01  WS-DATE-ARRETE            PIC X(10).
       01  WS-CLE-DEBUT              PIC X(8).
       01  WS-CLE-FIN                PIC X(8).
       01  WS-CLE-ARRETE             PIC X(8).
       01  WS-MOIS-DEBUT             PIC X(6).

       01  WS-HISTO-NOM              PIC X(20).

      * Resultat lu au fichier maitre ou dans un historique
      * mensuel, au dessin du fichier maitre.
       01  WS-RESULTAT-LU.
           05  WS-RL-SEQ             PIC X(5).
           05  WS-RL-OPERATEUR-ID    PIC X(10).
           05  WS-RL-NUM1            PIC X(6).
           05  WS-RL-OPERATOR        PIC X(1).
           05  WS-RL-NUM2            PIC X(6).
           05  WS-RL-RESULT          PIC X(7).
           05  WS-RL-STATUT          PIC X(30).
           05  WS-RL-RUN-DATE        PIC X(10).
           05  WS-RL-ORDRE-ID        PIC X(3).
           05  WS-RL-ORDRE-ECHEANCE  PIC X(8).

      * Ordres du fichier des ordres, puis ceux qui ne sont connus
      * que par une trace (ordre retire du fichier). Chaque ordre
      * tient la chaine de ses echeances rangees par date.
       01  WS-TABLE-ORDRES.
           05  WS-NB-ORDRES          PIC 9(4) VALUE 0.
           05  WS-OR-ENTREE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NB-ORDRES
               INDEXED BY WS-OR-IDX.
               10  WS-OR-ID          PIC 9(3).
               10  WS-OR-NUM1        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  WS-OR-OPERATOR    PIC X(1).
               10  WS-OR-NUM2        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  WS-OR-FREQUENCE   PIC X(1).
               10  WS-OR-PROCHAINE   PIC X(10).
               10  WS-OR-OPERATEUR   PIC X(10).
               10  WS-OR-ACTIF       PIC X(1).
               10  WS-OR-CONNU       PIC X(1).
               10  WS-OR-PREMIERE    PIC 9(5).

      * Echeances de la periode, chainees par ordre (WS-EC-SUIVANTE
      * a zero en fin de chaine), avec ce que chaque fichier en a
      * garde.
       01  WS-TABLE-ECHEANCES.
           05  WS-NB-ECHEANCES       PIC 9(5) VALUE 0.
           05  WS-EC-ENTREE OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-NB-ECHEANCES
               INDEXED BY WS-EC-IDX.
               10  WS-EC-DATE        PIC X(8).
               10  WS-EC-SUIVANTE    PIC 9(5).
               10  WS-EC-GENEREE-LE  PIC X(10).
               10  WS-EC-NB-POSTES   PIC 9(3).
               10  WS-EC-SEQ         PIC X(5).
               10  WS-EC-RESULT      PIC X(7).
               10  WS-EC-STATUT      PIC X(30).
               10  WS-EC-SUSPENS     PIC X(1).
               10  WS-EC-SU-SEQ      PIC X(5).
               10  WS-EC-SU-STATUT   PIC X(30).
               10  WS-EC-ATTENTE     PIC X(1).
               10  WS-EC-CA-SEQ      PIC X(5).
               10  WS-EC-REJET       PIC X(1).
               10  WS-EC-RJ-SEQ      PIC X(5).
               10  WS-EC-RJ-MOTIF    PIC X(2).
               10  WS-EC-ABANDON     PIC X(1).
               10  WS-EC-DL-SEQ      PIC X(5).
               10  WS-EC-DL-PURGE    PIC X(10).

      * Zone d'appel de la recherche d'une echeance : numero
      * d'ordre et echeance en entree, rang de l'echeance en
      * sortie (creee au besoin a sa place dans la chaine).
       01  WS-TRACE-ID               PIC 9(3).
       01  WS-TRACE-DATE             PIC X(8).
       01  WS-TRACE-POS              PIC 9(5).
       01  WS-ORDRE-POS              PIC 9(4).
       01  WS-CHAINE-PREC            PIC 9(5).
       01  WS-CHAINE-COUR            PIC 9(5).
       01  WS-CHAINE-FIN             PIC X(1).

       01  WS-PARCOURS-ORDRE         PIC 9(4).
       01  WS-RECH-ORDRE             PIC 9(4).

      * Deroulement de l'echeancier : jours juliens pour J et H,
      * mois a jour constant pour M, comme au generateur.
       01  WS-DATE-AAAAMMJJ          PIC 9(8).
       01  WS-DATE-ECLATEE REDEFINES WS-DATE-AAAAMMJJ.
           05  WS-DE-ANNEE           PIC 9(4).
           05  WS-DE-MOIS            PIC 9(2).
           05  WS-DE-JOUR            PIC 9(2).
       01  WS-JOUR-ENTIER            PIC 9(8).
       01  WS-CLE-ECHEANCE           PIC X(8).

      * Etat retenu pour une echeance a l'edition.
       01  WS-LIGNE-SEQ              PIC X(5).
       01  WS-LIGNE-RESULT           PIC X(7).
       01  WS-LIGNE-ETAT             PIC X(42).
       01  WS-LIGNE-SIGNALEE         PIC X(1).
       01  WS-DATE-EDITEE            PIC X(10).
       01  WS-GENEREE-EDITEE         PIC X(10).

       01  WS-CPT-ORDRES             PIC 9(7) VALUE 0.
       01  WS-CPT-LISTEES            PIC 9(7) VALUE 0.
       01  WS-CPT-POSTEES            PIC 9(7) VALUE 0.
       01  WS-CPT-SUSPENS            PIC 9(7) VALUE 0.
       01  WS-CPT-ATTENTE            PIC 9(7) VALUE 0.
       01  WS-CPT-REJETS             PIC 9(7) VALUE 0.
       01  WS-CPT-ABANDONS           PIC 9(7) VALUE 0.
       01  WS-CPT-ECHECS             PIC 9(7) VALUE 0.
       01  WS-CPT-MULTIPLES          PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-SUITE         PIC 9(7) VALUE 0.
       01  WS-CPT-NON-GENEREES       PIC 9(7) VALUE 0.
       01  WS-CPT-A-VENIR            PIC 9(7) VALUE 0.
       01  WS-CPT-ORDRES-ABSENTS     PIC 9(7) VALUE 0.
       01  WS-CPT-SIGNALEES          PIC 9(7) VALUE 0.
       01  WS-CPT-HISTO-LUS          PIC 9(3) VALUE 0.
       01  WS-CPT-HISTO-ABSENTS      PIC 9(3) VALUE 0.

       01  WS-EDIT-CPT               PIC Z(6)9.
       01  WS-EDIT-NB                PIC ZZ9.
       01  WS-EDIT-NUM1              PIC -Z(3).99.
       01  WS-EDIT-NUM2              PIC -Z(3).99.

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  FILLER                PIC X(13).

       01  WS-RAPPORT-DATE           PIC X(10).

       PROCEDURE DIVISION.
           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 1500-CHARGER-ORDRES-START
              THRU 1500-CHARGER-ORDRES-END

           PERFORM 2000-LIRE-GENERATIONS-START
              THRU 2000-LIRE-GENERATIONS-END

           PERFORM 2100-LIRE-MAITRE-START
              THRU 2100-LIRE-MAITRE-END

           PERFORM 2200-LIRE-HISTORIQUES-START
              THRU 2200-LIRE-HISTORIQUES-END

           PERFORM 2400-LIRE-SUSPENS-START
              THRU 2400-LIRE-SUSPENS-END

           PERFORM 2500-LIRE-ATTENTE-START
              THRU 2500-LIRE-ATTENTE-END

           PERFORM 2600-LIRE-REJETS-START
              THRU 2600-LIRE-REJETS-END

           PERFORM 2700-LIRE-ABANDONS-START
              THRU 2700-LIRE-ABANDONS-END

           MOVE 0 TO WS-PARCOURS-ORDRE
           PERFORM UNTIL WS-PARCOURS-ORDRE = WS-NB-ORDRES
               ADD 1 TO WS-PARCOURS-ORDRE
               SET WS-OR-IDX TO WS-PARCOURS-ORDRE
               PERFORM 3000-DEROULER-ECHEANCIER-START
                  THRU 3000-DEROULER-ECHEANCIER-END
           END-PERFORM

           PERFORM 4000-RAPPORT-ENTETE-START
              THRU 4000-RAPPORT-ENTETE-END

           MOVE 0 TO WS-PARCOURS-ORDRE
           PERFORM UNTIL WS-PARCOURS-ORDRE = WS-NB-ORDRES
               ADD 1 TO WS-PARCOURS-ORDRE
               SET WS-OR-IDX TO WS-PARCOURS-ORDRE
               PERFORM 4100-RAPPORT-ORDRE-START
                  THRU 4100-RAPPORT-ORDRE-END
           END-PERFORM

           PERFORM 5000-RAPPORT-TOTAUX-START
              THRU 5000-RAPPORT-TOTAUX-END

           CLOSE ORDR-RAPPORT-FILE

           DISPLAY "ECHEANCES LISTEES  : " WS-CPT-LISTEES
           DISPLAY "ECHEANCES SIGNALEES: " WS-CPT-SIGNALEES

           IF WS-CPT-SIGNALEES > 0 OR WS-CPT-HISTO-ABSENTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *** CARTE PARAMETRE OU SAISIE DES DATES. ***
       1000-PARM-LIRE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           STRING WS-DT-JOUR   "/" WS-DT-MOIS "/" WS-DT-ANNEE
               DELIMITED BY SIZE INTO WS-RAPPORT-DATE

           MOVE SPACES TO WS-DATE-DEBUT
           MOVE SPACES TO WS-DATE-FIN
           MOVE SPACES TO WS-DATE-ARRETE

           OPEN INPUT ORDR-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ ORDR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OP-DATE-DEBUT TO WS-DATE-DEBUT
                       MOVE OP-DATE-FIN TO WS-DATE-FIN
                       MOVE OP-DATE-ARRETE TO WS-DATE-ARRETE
               END-READ
               CLOSE ORDR-PARM-FILE
           ELSE
               DISPLAY "DATE DE DEBUT (JJ/MM/AAAA) ?"
               ACCEPT WS-DATE-DEBUT
               DISPLAY "DATE DE FIN (JJ/MM/AAAA) ?"
               ACCEPT WS-DATE-FIN
               DISPLAY "DATE D'ARRETE (JJ/MM/AAAA, VIDE = AUJOURD'HUI)"
                   " ?"
               ACCEPT WS-DATE-ARRETE
           END-IF

           IF WS-DATE-ARRETE = SPACES
               MOVE WS-RAPPORT-DATE TO WS-DATE-ARRETE
           END-IF

           IF WS-DATE-DEBUT(1:2) NOT NUMERIC
               OR WS-DATE-DEBUT(4:2) NOT NUMERIC
               OR WS-DATE-DEBUT(7:4) NOT NUMERIC
               OR WS-DATE-FIN(1:2) NOT NUMERIC
               OR WS-DATE-FIN(4:2) NOT NUMERIC
               OR WS-DATE-FIN(7:4) NOT NUMERIC
               OR WS-DATE-ARRETE(1:2) NOT NUMERIC
               OR WS-DATE-ARRETE(4:2) NOT NUMERIC
               OR WS-DATE-ARRETE(7:4) NOT NUMERIC
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
           MOVE WS-DATE-ARRETE(7:4) TO WS-CLE-ARRETE(1:4)
           MOVE WS-DATE-ARRETE(4:2) TO WS-CLE-ARRETE(5:2)
           MOVE WS-DATE-ARRETE(1:2) TO WS-CLE-ARRETE(7:2)

           IF WS-CLE-FIN < WS-CLE-DEBUT
               DISPLAY "LA FIN DE PERIODE PRECEDE LE DEBUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CLE-DEBUT(1:6) TO WS-MOIS-DEBUT.
       1000-PARM-LIRE-END.
           EXIT.

      *** CHARGEMENT DU FICHIER DES ORDRES. ***
      * La prochaine echeance est gardee en AAAAMMJJ ; illisible,
      * elle reste a blanc et l'echeancier de l'ordre n'est pas
      * deroule.
       1500-CHARGER-ORDRES-START.
           OPEN INPUT ORDR-STO-FILE
           IF WS-STO-STATUS NOT = "00"
               DISPLAY "AUCUN ORDRE PERMANENT"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-STO-DONE
               READ ORDR-STO-FILE
                   AT END
                       SET WS-STO-DONE TO TRUE
                   NOT AT END
                       IF WS-NB-ORDRES = 1000
                           DISPLAY "TABLE DES ORDRES PLEINE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NB-ORDRES
                       SET WS-OR-IDX TO WS-NB-ORDRES
                       MOVE SO-ID TO WS-OR-ID(WS-OR-IDX)
                       MOVE SO-NUM1 TO WS-OR-NUM1(WS-OR-IDX)
                       MOVE SO-OPERATOR TO WS-OR-OPERATOR(WS-OR-IDX)
                       MOVE SO-NUM2 TO WS-OR-NUM2(WS-OR-IDX)
                       MOVE SO-FREQUENCE
                           TO WS-OR-FREQUENCE(WS-OR-IDX)
                       MOVE SPACES TO WS-OR-PROCHAINE(WS-OR-IDX)
                       IF SO-PROCHAINE(1:2) NUMERIC
                           AND SO-PROCHAINE(4:2) NUMERIC
                           AND SO-PROCHAINE(7:4) NUMERIC
                           MOVE SO-PROCHAINE(7:4)
                               TO WS-OR-PROCHAINE(WS-OR-IDX)(1:4)
                           MOVE SO-PROCHAINE(4:2)
                               TO WS-OR-PROCHAINE(WS-OR-IDX)(5:2)
                           MOVE SO-PROCHAINE(1:2)
                               TO WS-OR-PROCHAINE(WS-OR-IDX)(7:2)
                       END-IF
                       MOVE SO-OPERATEUR-ID
                           TO WS-OR-OPERATEUR(WS-OR-IDX)
                       MOVE SO-ACTIF TO WS-OR-ACTIF(WS-OR-IDX)
                       MOVE "O" TO WS-OR-CONNU(WS-OR-IDX)
                       MOVE 0 TO WS-OR-PREMIERE(WS-OR-IDX)
               END-READ
           END-PERFORM

           CLOSE ORDR-STO-FILE.
       1500-CHARGER-ORDRES-END.
           EXIT.

      *** JOURNAL DE GENERATION. ***
       2000-LIRE-GENERATIONS-START.
           OPEN INPUT ORDR-GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               GO TO 2000-LIRE-GENERATIONS-END
           END-IF

           PERFORM UNTIL WS-GEN-DONE
               READ ORDR-GEN-FILE
                   AT END
                       SET WS-GEN-DONE TO TRUE
                   NOT AT END
                       IF SH-ORDRE-ID NUMERIC
                           AND SH-ECHEANCE NUMERIC
                           AND SH-ECHEANCE >= WS-CLE-DEBUT
                           AND SH-ECHEANCE <= WS-CLE-FIN
                           MOVE SH-ORDRE-ID TO WS-TRACE-ID
                           MOVE SH-ECHEANCE TO WS-TRACE-DATE
                           PERFORM 6000-TROUVER-ECHEANCE-START
                              THRU 6000-TROUVER-ECHEANCE-END
                           SET WS-EC-IDX TO WS-TRACE-POS
                           MOVE SH-RUN-DATE
                               TO WS-EC-GENEREE-LE(WS-EC-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-GEN-FILE.
       2000-LIRE-GENERATIONS-END.
           EXIT.

      *** FICHIER MAITRE DES RESULTATS. ***
       2100-LIRE-MAITRE-START.
           OPEN INPUT ORDR-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "FICHIER DE RESULTATS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-RES-DONE
               READ ORDR-RES-FILE
                   AT END
                       SET WS-RES-DONE TO TRUE
                   NOT AT END
                       MOVE RE-RECORD TO WS-RESULTAT-LU
                       PERFORM 2300-NOTER-RESULTAT-START
                          THRU 2300-NOTER-RESULTAT-END
               END-READ
           END-PERFORM

           CLOSE ORDR-RES-FILE.
       2100-LIRE-MAITRE-END.
           EXIT.

      *** HISTORIQUES MENSUELS DES RESULTATS. ***
      * Une echeance n'est jamais traitee avant sa date : seuls les
      * mois a partir du debut de periode sont relus.
       2200-LIRE-HISTORIQUES-START.
           OPEN INPUT ORDR-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 2200-LIRE-HISTORIQUES-END
           END-IF

           PERFORM UNTIL WS-INDEX-DONE
               READ ORDR-INDEX-FILE
                   AT END
                       SET WS-INDEX-DONE TO TRUE
                   NOT AT END
                       IF RI-MOIS >= WS-MOIS-DEBUT
                           PERFORM 2250-LIRE-UN-HISTORIQUE-START
                              THRU 2250-LIRE-UN-HISTORIQUE-END
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-INDEX-FILE.
       2200-LIRE-HISTORIQUES-END.
           EXIT.

       2250-LIRE-UN-HISTORIQUE-START.
           MOVE RI-FICHIER TO WS-HISTO-NOM
           OPEN INPUT ORDR-HISTO-FILE
           IF WS-HISTO-STATUS NOT = "00"
               ADD 1 TO WS-CPT-HISTO-ABSENTS
               DISPLAY "HISTORIQUE INTROUVABLE : " WS-HISTO-NOM
               GO TO 2250-LIRE-UN-HISTORIQUE-END
           END-IF

           ADD 1 TO WS-CPT-HISTO-LUS
           MOVE "N" TO WS-HISTO-EOF
           PERFORM UNTIL WS-HISTO-DONE
               READ ORDR-HISTO-FILE
                   AT END
                       SET WS-HISTO-DONE TO TRUE
                   NOT AT END
                       MOVE HR-RECORD TO WS-RESULTAT-LU
                       PERFORM 2300-NOTER-RESULTAT-START
                          THRU 2300-NOTER-RESULTAT-END
               END-READ
           END-PERFORM

           CLOSE ORDR-HISTO-FILE.
       2250-LIRE-UN-HISTORIQUE-END.
           EXIT.

      * Une reprise remplace le resultat sous la meme sequence : une
      * echeance postee sous deux sequences differentes l'a ete
      * deux fois.
       2300-NOTER-RESULTAT-START.
           IF WS-RL-ORDRE-ID NOT NUMERIC
               OR WS-RL-ORDRE-ECHEANCE NOT NUMERIC
               OR WS-RL-ORDRE-ECHEANCE < WS-CLE-DEBUT
               OR WS-RL-ORDRE-ECHEANCE > WS-CLE-FIN
               GO TO 2300-NOTER-RESULTAT-END
           END-IF

           MOVE WS-RL-ORDRE-ID TO WS-TRACE-ID
           MOVE WS-RL-ORDRE-ECHEANCE TO WS-TRACE-DATE
           PERFORM 6000-TROUVER-ECHEANCE-START
              THRU 6000-TROUVER-ECHEANCE-END
           SET WS-EC-IDX TO WS-TRACE-POS

           IF WS-EC-NB-POSTES(WS-EC-IDX) = 0
               OR WS-EC-SEQ(WS-EC-IDX) NOT = WS-RL-SEQ
               ADD 1 TO WS-EC-NB-POSTES(WS-EC-IDX)
           END-IF
           MOVE WS-RL-SEQ TO WS-EC-SEQ(WS-EC-IDX)
           MOVE WS-RL-RESULT TO WS-EC-RESULT(WS-EC-IDX)
           MOVE WS-RL-STATUT TO WS-EC-STATUT(WS-EC-IDX).
       2300-NOTER-RESULTAT-END.
           EXIT.

      *** SUSPENS EN ATTENTE DE CORRECTION. ***
       2400-LIRE-SUSPENS-START.
           OPEN INPUT ORDR-SUSP-FILE
           IF WS-SUSP-STATUS NOT = "00"
               GO TO 2400-LIRE-SUSPENS-END
           END-IF

           PERFORM UNTIL WS-SUSP-DONE
               READ ORDR-SUSP-FILE
                   AT END
                       SET WS-SUSP-DONE TO TRUE
                   NOT AT END
                       IF SU-ORDRE-ID NUMERIC
                           AND SU-ORDRE-ECHEANCE NUMERIC
                           AND SU-ORDRE-ECHEANCE >= WS-CLE-DEBUT
                           AND SU-ORDRE-ECHEANCE <= WS-CLE-FIN
                           MOVE SU-ORDRE-ID TO WS-TRACE-ID
                           MOVE SU-ORDRE-ECHEANCE TO WS-TRACE-DATE
                           PERFORM 6000-TROUVER-ECHEANCE-START
                              THRU 6000-TROUVER-ECHEANCE-END
                           SET WS-EC-IDX TO WS-TRACE-POS
                           MOVE "O" TO WS-EC-SUSPENS(WS-EC-IDX)
                           MOVE SU-SEQ TO WS-EC-SU-SEQ(WS-EC-IDX)
                           MOVE SU-STATUT
                               TO WS-EC-SU-STATUT(WS-EC-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-SUSP-FILE.
       2400-LIRE-SUSPENS-END.
           EXIT.

      *** CORRECTIONS EN ATTENTE DE VALIDATION. ***
       2500-LIRE-ATTENTE-START.
           OPEN INPUT ORDR-ATTENTE-FILE
           IF WS-ATTENTE-STATUS NOT = "00"
               GO TO 2500-LIRE-ATTENTE-END
           END-IF

           PERFORM UNTIL WS-ATTENTE-DONE
               READ ORDR-ATTENTE-FILE
                   AT END
                       SET WS-ATTENTE-DONE TO TRUE
                   NOT AT END
                       IF CA-EN-ATTENTE
                           AND CA-ORDRE-ID NUMERIC
                           AND CA-ORDRE-ECHEANCE NUMERIC
                           AND CA-ORDRE-ECHEANCE >= WS-CLE-DEBUT
                           AND CA-ORDRE-ECHEANCE <= WS-CLE-FIN
                           MOVE CA-ORDRE-ID TO WS-TRACE-ID
                           MOVE CA-ORDRE-ECHEANCE TO WS-TRACE-DATE
                           PERFORM 6000-TROUVER-ECHEANCE-START
                              THRU 6000-TROUVER-ECHEANCE-END
                           SET WS-EC-IDX TO WS-TRACE-POS
                           MOVE "O" TO WS-EC-ATTENTE(WS-EC-IDX)
                           MOVE CA-SEQ TO WS-EC-CA-SEQ(WS-EC-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-ATTENTE-FILE.
       2500-LIRE-ATTENTE-END.
           EXIT.

      *** REJETS DU CONTROLE AMONT. ***
      * Un rejet pour un autre motif que le doublon l'emporte sur un
      * rejet pour doublon de la meme echeance.
       2600-LIRE-REJETS-START.
           OPEN INPUT ORDR-REJET-FILE
           IF WS-REJET-STATUS NOT = "00"
               GO TO 2600-LIRE-REJETS-END
           END-IF

           PERFORM UNTIL WS-REJET-DONE
               READ ORDR-REJET-FILE
                   AT END
                       SET WS-REJET-DONE TO TRUE
                   NOT AT END
                       MOVE RJ-DONNEES TO EN-RECORD
                       IF NOT EN-TYPE-ANNULATION
                           AND EN-ORDRE-ECHEANCE NUMERIC
                           AND EN-ORDRE-ECHEANCE >= WS-CLE-DEBUT
                           AND EN-ORDRE-ECHEANCE <= WS-CLE-FIN
                           PERFORM 2650-NOTER-REJET-START
                              THRU 2650-NOTER-REJET-END
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-REJET-FILE.
       2600-LIRE-REJETS-END.
           EXIT.

       2650-NOTER-REJET-START.
           MOVE EN-ORDRE-ID TO WS-TRACE-ID
           MOVE EN-ORDRE-ECHEANCE TO WS-TRACE-DATE
           PERFORM 6000-TROUVER-ECHEANCE-START
              THRU 6000-TROUVER-ECHEANCE-END
           SET WS-EC-IDX TO WS-TRACE-POS

           IF WS-EC-REJET(WS-EC-IDX) = "O"
               AND WS-EC-RJ-MOTIF(WS-EC-IDX) NOT = "12"
               AND WS-EC-RJ-MOTIF(WS-EC-IDX) NOT = "13"
               GO TO 2650-NOTER-REJET-END
           END-IF

           MOVE "O" TO WS-EC-REJET(WS-EC-IDX)
           MOVE EN-DETAIL(1:5) TO WS-EC-RJ-SEQ(WS-EC-IDX)
           MOVE RJ-MOTIF TO WS-EC-RJ-MOTIF(WS-EC-IDX).
       2650-NOTER-REJET-END.
           EXIT.

      *** ABANDONS DU FICHIER DES SUSPENS. ***
       2700-LIRE-ABANDONS-START.
           OPEN INPUT ORDR-ABANDON-FILE
           IF WS-ABANDON-STATUS NOT = "00"
               GO TO 2700-LIRE-ABANDONS-END
           END-IF

           PERFORM UNTIL WS-ABANDON-DONE
               READ ORDR-ABANDON-FILE
                   AT END
                       SET WS-ABANDON-DONE TO TRUE
                   NOT AT END
                       IF DL-ORDRE-ID NUMERIC
                           AND DL-ORDRE-ECHEANCE NUMERIC
                           AND DL-ORDRE-ECHEANCE >= WS-CLE-DEBUT
                           AND DL-ORDRE-ECHEANCE <= WS-CLE-FIN
                           MOVE DL-ORDRE-ID TO WS-TRACE-ID
                           MOVE DL-ORDRE-ECHEANCE TO WS-TRACE-DATE
                           PERFORM 6000-TROUVER-ECHEANCE-START
                              THRU 6000-TROUVER-ECHEANCE-END
                           SET WS-EC-IDX TO WS-TRACE-POS
                           MOVE "O" TO WS-EC-ABANDON(WS-EC-IDX)
                           MOVE DL-SEQ TO WS-EC-DL-SEQ(WS-EC-IDX)
                           MOVE DL-PURGE-DATE
                               TO WS-EC-DL-PURGE(WS-EC-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDR-ABANDON-FILE.
       2700-LIRE-ABANDONS-END.
           EXIT.

      *** ECHEANCES A VENIR D'UN ORDRE. ***
      * De la prochaine echeance a la fin de periode, pas a pas
      * selon la frequence : ce que le generateur n'a pas encore
      * emis.
       3000-DEROULER-ECHEANCIER-START.
           IF WS-OR-CONNU(WS-OR-IDX) = "N"
               OR WS-OR-ACTIF(WS-OR-IDX) NOT = "O"
               OR WS-OR-PROCHAINE(WS-OR-IDX) = SPACES
               GO TO 3000-DEROULER-ECHEANCIER-END
           END-IF
           IF WS-OR-FREQUENCE(WS-OR-IDX) NOT = "J"
               AND WS-OR-FREQUENCE(WS-OR-IDX) NOT = "H"
               AND WS-OR-FREQUENCE(WS-OR-IDX) NOT = "M"
               GO TO 3000-DEROULER-ECHEANCIER-END
           END-IF

           MOVE WS-OR-PROCHAINE(WS-OR-IDX) TO WS-CLE-ECHEANCE
           PERFORM UNTIL WS-CLE-ECHEANCE > WS-CLE-FIN
               IF WS-CLE-ECHEANCE >= WS-CLE-DEBUT
                   MOVE WS-OR-ID(WS-OR-IDX) TO WS-TRACE-ID
                   MOVE WS-CLE-ECHEANCE TO WS-TRACE-DATE
                   PERFORM 6000-TROUVER-ECHEANCE-START
                      THRU 6000-TROUVER-ECHEANCE-END
               END-IF
               PERFORM 7000-AVANCER-ECHEANCE-START
                  THRU 7000-AVANCER-ECHEANCE-END
           END-PERFORM.
       3000-DEROULER-ECHEANCIER-END.
           EXIT.

      *** ENTETE DU RELEVE. ***
       4000-RAPPORT-ENTETE-START.
           OPEN OUTPUT ORDR-RAPPORT-FILE
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "OUVERTURE DU RELEVE IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RP-LIGNE
           STRING "RELEVE DES ORDRES PERMANENTS - " WS-RAPPORT-DATE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           STRING "PERIODE DU " WS-DATE-DEBUT " AU " WS-DATE-FIN
               " - ARRETE AU " WS-DATE-ARRETE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE.
       4000-RAPPORT-ENTETE-END.
           EXIT.

      *** RELEVE D'UN ORDRE. ***
       4100-RAPPORT-ORDRE-START.
           ADD 1 TO WS-CPT-ORDRES

           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           IF WS-OR-CONNU(WS-OR-IDX) = "N"
               ADD 1 TO WS-CPT-ORDRES-ABSENTS
               ADD 1 TO WS-CPT-SIGNALEES
               STRING "* ORDRE " WS-OR-ID(WS-OR-IDX)
                   " ABSENT DU FICHIER DES ORDRES"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           ELSE
               MOVE WS-OR-NUM1(WS-OR-IDX) TO WS-EDIT-NUM1
               MOVE WS-OR-NUM2(WS-OR-IDX) TO WS-EDIT-NUM2
               MOVE WS-OR-PROCHAINE(WS-OR-IDX) TO WS-CLE-ECHEANCE
               PERFORM 7100-EDITER-DATE-START
                  THRU 7100-EDITER-DATE-END
               STRING "ORDRE " WS-OR-ID(WS-OR-IDX) " "
                   WS-EDIT-NUM1 " " WS-OR-OPERATOR(WS-OR-IDX) " "
                   WS-EDIT-NUM2 "  FREQ " WS-OR-FREQUENCE(WS-OR-IDX)
                   "  PROCHAINE " WS-DATE-EDITEE
                   "  ACTIF " WS-OR-ACTIF(WS-OR-IDX)
                   "  " WS-OR-OPERATEUR(WS-OR-IDX)
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           IF WS-OR-PREMIERE(WS-OR-IDX) = 0
               MOVE "  AUCUNE ECHEANCE SUR LA PERIODE" TO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 4100-RAPPORT-ORDRE-END
           END-IF

           MOVE "  ECHEANCE   GENEREE LE SEQ   RESULT. ETAT" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-OR-PREMIERE(WS-OR-IDX) TO WS-CHAINE-COUR
           PERFORM UNTIL WS-CHAINE-COUR = 0
               SET WS-EC-IDX TO WS-CHAINE-COUR
               PERFORM 4200-RAPPORT-ECHEANCE-START
                  THRU 4200-RAPPORT-ECHEANCE-END
               MOVE WS-EC-SUIVANTE(WS-EC-IDX) TO WS-CHAINE-COUR
           END-PERFORM.
       4100-RAPPORT-ORDRE-END.
           EXIT.

      * Etat d'une echeance, du plus pressant au plus ordinaire :
      * suspens, correction en attente, rejet (hors doublon d'une
      * echeance postee), abandon, puis le resultat poste ; sans
      * aucune suite, emise sans suite, jamais generee ou a venir.
       4200-RAPPORT-ECHEANCE-START.
           ADD 1 TO WS-CPT-LISTEES
           MOVE SPACES TO WS-LIGNE-SEQ
           MOVE SPACES TO WS-LIGNE-RESULT
           MOVE SPACES TO WS-LIGNE-ETAT
           MOVE "O" TO WS-LIGNE-SIGNALEE

           IF WS-EC-NB-POSTES(WS-EC-IDX) > 0
               MOVE WS-EC-SEQ(WS-EC-IDX) TO WS-LIGNE-SEQ
               MOVE WS-EC-RESULT(WS-EC-IDX) TO WS-LIGNE-RESULT
           END-IF

           EVALUATE TRUE
           WHEN WS-EC-SUSPENS(WS-EC-IDX) = "O"
               ADD 1 TO WS-CPT-SUSPENS
               MOVE WS-EC-SU-SEQ(WS-EC-IDX) TO WS-LIGNE-SEQ
               MOVE SPACES TO WS-LIGNE-RESULT
               STRING "SUSPENS " WS-EC-SU-STATUT(WS-EC-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-ETAT
           WHEN WS-EC-ATTENTE(WS-EC-IDX) = "O"
               ADD 1 TO WS-CPT-ATTENTE
               MOVE WS-EC-CA-SEQ(WS-EC-IDX) TO WS-LIGNE-SEQ
               MOVE SPACES TO WS-LIGNE-RESULT
               MOVE "CORRECTION EN ATTENTE DE VALIDATION"
                   TO WS-LIGNE-ETAT
           WHEN WS-EC-REJET(WS-EC-IDX) = "O"
               AND (WS-EC-NB-POSTES(WS-EC-IDX) = 0
                    OR (WS-EC-RJ-MOTIF(WS-EC-IDX) NOT = "12"
                        AND WS-EC-RJ-MOTIF(WS-EC-IDX) NOT = "13"))
               ADD 1 TO WS-CPT-REJETS
               MOVE WS-EC-RJ-SEQ(WS-EC-IDX) TO WS-LIGNE-SEQ
               MOVE SPACES TO WS-LIGNE-RESULT
               STRING "REJET CONTROLE AMONT MOTIF "
                   WS-EC-RJ-MOTIF(WS-EC-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-ETAT
           WHEN WS-EC-ABANDON(WS-EC-IDX) = "O"
               ADD 1 TO WS-CPT-ABANDONS
               MOVE WS-EC-DL-SEQ(WS-EC-IDX) TO WS-LIGNE-SEQ
               MOVE SPACES TO WS-LIGNE-RESULT
               STRING "ABANDONNEE LE " WS-EC-DL-PURGE(WS-EC-IDX)
                   DELIMITED BY SIZE INTO WS-LIGNE-ETAT
           WHEN WS-EC-NB-POSTES(WS-EC-IDX) > 1
               ADD 1 TO WS-CPT-MULTIPLES
               MOVE WS-EC-NB-POSTES(WS-EC-IDX) TO WS-EDIT-NB
               STRING "POSTEE " WS-EDIT-NB " FOIS"
                   DELIMITED BY SIZE INTO WS-LIGNE-ETAT
           WHEN WS-EC-NB-POSTES(WS-EC-IDX) = 1
               ADD 1 TO WS-CPT-POSTEES
               MOVE WS-EC-STATUT(WS-EC-IDX) TO WS-LIGNE-ETAT
               IF WS-EC-STATUT(WS-EC-IDX) = "OK"
                   OR WS-EC-STATUT(WS-EC-IDX) = "OK REPRISE"
                   OR WS-EC-STATUT(WS-EC-IDX)(1:11) = "ANNULE PAR "
                   MOVE "N" TO WS-LIGNE-SIGNALEE
                   IF WS-EC-REJET(WS-EC-IDX) = "O"
                       MOVE SPACES TO WS-LIGNE-ETAT
                       STRING WS-EC-STATUT(WS-EC-IDX)
                           DELIMITED BY "  "
                           " - DOUBLON ECARTE"
                           DELIMITED BY SIZE INTO WS-LIGNE-ETAT
                   END-IF
               ELSE
                   ADD 1 TO WS-CPT-ECHECS
               END-IF
           WHEN WS-EC-GENEREE-LE(WS-EC-IDX) NOT = SPACES
               ADD 1 TO WS-CPT-SANS-SUITE
               MOVE "EMISE SANS SUITE" TO WS-LIGNE-ETAT
           WHEN WS-EC-DATE(WS-EC-IDX) > WS-CLE-ARRETE
               ADD 1 TO WS-CPT-A-VENIR
               MOVE "A VENIR" TO WS-LIGNE-ETAT
               MOVE "N" TO WS-LIGNE-SIGNALEE
           WHEN OTHER
               ADD 1 TO WS-CPT-NON-GENEREES
               MOVE "NON GENEREE" TO WS-LIGNE-ETAT
           END-EVALUATE

           MOVE WS-EC-DATE(WS-EC-IDX) TO WS-CLE-ECHEANCE
           PERFORM 7100-EDITER-DATE-START
              THRU 7100-EDITER-DATE-END
           MOVE WS-EC-GENEREE-LE(WS-EC-IDX) TO WS-GENEREE-EDITEE

           MOVE SPACES TO RP-LIGNE
           IF WS-LIGNE-SIGNALEE = "O"
               ADD 1 TO WS-CPT-SIGNALEES
               MOVE "*" TO RP-LIGNE(1:1)
           END-IF
           MOVE WS-DATE-EDITEE TO RP-LIGNE(3:10)
           MOVE WS-GENEREE-EDITEE TO RP-LIGNE(14:10)
           MOVE WS-LIGNE-SEQ TO RP-LIGNE(25:5)
           MOVE WS-LIGNE-RESULT TO RP-LIGNE(31:7)
           MOVE WS-LIGNE-ETAT TO RP-LIGNE(39:42)
           WRITE RP-LIGNE.
       4200-RAPPORT-ECHEANCE-END.
           EXIT.

      *** TOTAUX DU RELEVE. ***
       5000-RAPPORT-TOTAUX-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "----------------------------------------" TO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ORDRES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ORDRES RELEVES           : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-LISTEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ECHEANCES LISTEES        : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-POSTEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  POSTEES                : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ECHECS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  DONT ECHEC NON RESOLU  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-MULTIPLES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  POSTEES PLUSIEURS FOIS : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-SUSPENS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  EN SUSPENS             : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ATTENTE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  CORRECTION EN ATTENTE  : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-REJETS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  EN REJET               : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ABANDONS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  ABANDONNEES            : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-SANS-SUITE TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  EMISES SANS SUITE      : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-NON-GENEREES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  NON GENEREES           : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-A-VENIR TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "  A VENIR                : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ORDRES-ABSENTS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ORDRES ABSENTS DU FICHIER: " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-HISTO-LUS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "HISTORIQUES LUS          : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           IF WS-CPT-HISTO-ABSENTS > 0
               MOVE WS-CPT-HISTO-ABSENTS TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "HISTORIQUES INTROUVABLES : " WS-EDIT-CPT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           MOVE WS-CPT-SIGNALEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "SIGNALEMENTS (*)         : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       5000-RAPPORT-TOTAUX-END.
           EXIT.

      *** RECHERCHE D'UNE ECHEANCE D'UN ORDRE. ***
      * L'ordre inconnu du fichier des ordres est ajoute a la table ;
      * l'echeance absente est inseree a sa place dans la chaine.
       6000-TROUVER-ECHEANCE-START.
           MOVE 0 TO WS-ORDRE-POS
           MOVE 0 TO WS-RECH-ORDRE
           PERFORM UNTIL WS-RECH-ORDRE = WS-NB-ORDRES
               OR WS-ORDRE-POS > 0
               ADD 1 TO WS-RECH-ORDRE
               SET WS-OR-IDX TO WS-RECH-ORDRE
               IF WS-OR-ID(WS-OR-IDX) = WS-TRACE-ID
                   MOVE WS-RECH-ORDRE TO WS-ORDRE-POS
               END-IF
           END-PERFORM

           IF WS-ORDRE-POS = 0
               IF WS-NB-ORDRES = 1000
                   DISPLAY "TABLE DES ORDRES PLEINE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-ORDRES
               SET WS-OR-IDX TO WS-NB-ORDRES
               MOVE WS-NB-ORDRES TO WS-ORDRE-POS
               MOVE WS-TRACE-ID TO WS-OR-ID(WS-OR-IDX)
               MOVE 0 TO WS-OR-NUM1(WS-OR-IDX)
               MOVE SPACES TO WS-OR-OPERATOR(WS-OR-IDX)
               MOVE 0 TO WS-OR-NUM2(WS-OR-IDX)
               MOVE SPACES TO WS-OR-FREQUENCE(WS-OR-IDX)
               MOVE SPACES TO WS-OR-PROCHAINE(WS-OR-IDX)
               MOVE SPACES TO WS-OR-OPERATEUR(WS-OR-IDX)
               MOVE SPACES TO WS-OR-ACTIF(WS-OR-IDX)
               MOVE "N" TO WS-OR-CONNU(WS-OR-IDX)
               MOVE 0 TO WS-OR-PREMIERE(WS-OR-IDX)
           END-IF

           SET WS-OR-IDX TO WS-ORDRE-POS
           MOVE 0 TO WS-CHAINE-PREC
           MOVE WS-OR-PREMIERE(WS-OR-IDX) TO WS-CHAINE-COUR
           MOVE 0 TO WS-TRACE-POS
           MOVE "N" TO WS-CHAINE-FIN
           PERFORM UNTIL WS-CHAINE-COUR = 0
               OR WS-TRACE-POS > 0
               OR WS-CHAINE-FIN = "O"
               SET WS-EC-IDX TO WS-CHAINE-COUR
               IF WS-EC-DATE(WS-EC-IDX) = WS-TRACE-DATE
                   MOVE WS-CHAINE-COUR TO WS-TRACE-POS
               ELSE
                   IF WS-EC-DATE(WS-EC-IDX) > WS-TRACE-DATE
                       MOVE "O" TO WS-CHAINE-FIN
                   ELSE
                       MOVE WS-CHAINE-COUR TO WS-CHAINE-PREC
                       MOVE WS-EC-SUIVANTE(WS-EC-IDX)
                           TO WS-CHAINE-COUR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TRACE-POS = 0
               PERFORM 6100-INSERER-ECHEANCE-START
                  THRU 6100-INSERER-ECHEANCE-END
           END-IF.
       6000-TROUVER-ECHEANCE-END.
           EXIT.

      * Nouvelle echeance entre WS-CHAINE-PREC et WS-CHAINE-COUR.
       6100-INSERER-ECHEANCE-START.
           IF WS-NB-ECHEANCES = 20000
               DISPLAY "TABLE DES ECHEANCES PLEINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-ECHEANCES
           SET WS-EC-IDX TO WS-NB-ECHEANCES
           MOVE WS-NB-ECHEANCES TO WS-TRACE-POS
           MOVE WS-TRACE-DATE TO WS-EC-DATE(WS-EC-IDX)
           MOVE WS-CHAINE-COUR TO WS-EC-SUIVANTE(WS-EC-IDX)
           MOVE SPACES TO WS-EC-GENEREE-LE(WS-EC-IDX)
           MOVE 0 TO WS-EC-NB-POSTES(WS-EC-IDX)
           MOVE SPACES TO WS-EC-SEQ(WS-EC-IDX)
           MOVE SPACES TO WS-EC-RESULT(WS-EC-IDX)
           MOVE SPACES TO WS-EC-STATUT(WS-EC-IDX)
           MOVE "N" TO WS-EC-SUSPENS(WS-EC-IDX)
           MOVE SPACES TO WS-EC-SU-SEQ(WS-EC-IDX)
           MOVE SPACES TO WS-EC-SU-STATUT(WS-EC-IDX)
           MOVE "N" TO WS-EC-ATTENTE(WS-EC-IDX)
           MOVE SPACES TO WS-EC-CA-SEQ(WS-EC-IDX)
           MOVE "N" TO WS-EC-REJET(WS-EC-IDX)
           MOVE SPACES TO WS-EC-RJ-SEQ(WS-EC-IDX)
           MOVE SPACES TO WS-EC-RJ-MOTIF(WS-EC-IDX)
           MOVE "N" TO WS-EC-ABANDON(WS-EC-IDX)
           MOVE SPACES TO WS-EC-DL-SEQ(WS-EC-IDX)
           MOVE SPACES TO WS-EC-DL-PURGE(WS-EC-IDX)
           IF WS-CHAINE-PREC = 0
               MOVE WS-NB-ECHEANCES TO WS-OR-PREMIERE(WS-OR-IDX)
           ELSE
               SET WS-EC-IDX TO WS-CHAINE-PREC
               MOVE WS-NB-ECHEANCES TO WS-EC-SUIVANTE(WS-EC-IDX)
           END-IF.
       6100-INSERER-ECHEANCE-END.
           EXIT.

      *** PAS SUIVANT DE L'ECHEANCIER. ***
       7000-AVANCER-ECHEANCE-START.
           MOVE WS-CLE-ECHEANCE TO WS-DATE-AAAAMMJJ

           EVALUATE WS-OR-FREQUENCE(WS-OR-IDX)
           WHEN "J"
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-AAAAMMJJ) + 1
               COMPUTE WS-DATE-AAAAMMJJ =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           WHEN "H"
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-AAAAMMJJ) + 7
               COMPUTE WS-DATE-AAAAMMJJ =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           WHEN "M"
               IF WS-DE-MOIS = 12
                   MOVE 1 TO WS-DE-MOIS
                   ADD 1 TO WS-DE-ANNEE
               ELSE
                   ADD 1 TO WS-DE-MOIS
               END-IF
           END-EVALUATE

           MOVE WS-DATE-AAAAMMJJ TO WS-CLE-ECHEANCE.
       7000-AVANCER-ECHEANCE-END.
           EXIT.

      * Echeance AAAAMMJJ editee en JJ/MM/AAAA.
       7100-EDITER-DATE-START.
           MOVE SPACES TO WS-DATE-EDITEE
           IF WS-CLE-ECHEANCE = SPACES
               GO TO 7100-EDITER-DATE-END
           END-IF
           STRING WS-CLE-ECHEANCE(7:2) "/" WS-CLE-ECHEANCE(5:2) "/"
               WS-CLE-ECHEANCE(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       7100-EDITER-DATE-END.
           EXIT.
