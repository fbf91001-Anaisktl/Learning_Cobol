      * rapport de consolidation detaille compteurs et totaux de
      * controle par source. La carte CALCNPRM.DAT (un nom de
      * fichier par ligne) permet le passage en travail planifie ;
      * a defaut les noms sont demandes au terminal. Quand la plage
      * batch ou la plage interactive (compteur CALCISEQ.DAT) entre
      * dans sa marge d'alerte, une alerte part au rapport avec un
      * code retour 4 : la bascule de periode est a programmer
      * avant l'epuisement. Chaque detail garde son numero d'origine
      * dans la source, et la table des sources consolidees
      * CALCCSRC.DAT (plage attribuee, date, totaux du fichier
      * recu) permet au controle amont de reconnaitre les doublons
      * d'une journee a l'autre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT CONS-ISEQ-FILE ASSIGN TO "CALCISEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISEQ-STATUS.

           SELECT CONS-RAPPORT-FILE ASSIGN TO "CALCCONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT CONS-CSRC-FILE ASSIGN TO "CALCCSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONS-PARM-FILE.
       01  NS-RECORD.
           05  NS-LAST-SEQ           PIC 9(5).

       FD  CONS-ISEQ-FILE.
       01  IS-RECORD.
           05  IS-LAST-SEQ           PIC 9(5).

       FD  CONS-CSRC-FILE.
       COPY "calccs.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).
       01  WS-RAPPORT-STATUS         PIC X(2).
       01  WS-SEQ-STATUS             PIC X(2).
       01  WS-ISEQ-STATUS            PIC X(2).
       01  WS-CSRC-STATUS            PIC X(2).

       01  WS-PARM-EOF               PIC X(1) VALUE "N".
           88  WS-PARM-DONE                   VALUE "Y".
      * aux calculs interactifs.
       01  WS-SEQ-DERNIER            PIC 9(5) VALUE 0.

      * Alerte d'epuisement des plages : numeros restants sous
      * lesquels la bascule de periode doit etre programmee. Le
      * dernier numero interactif est lu au compteur du mode
      * interactif, 90000 s'il est absent.
       01  WS-MARGE-BATCH            PIC 9(5) VALUE 10000.
       01  WS-MARGE-INTER            PIC 9(5) VALUE 1000.
       01  WS-SEQ-INTER-DERNIER      PIC 9(5) VALUE 90000.
       01  WS-RESTE-BATCH            PIC 9(5) VALUE 0.
       01  WS-RESTE-INTER            PIC 9(5) VALUE 0.
       01  WS-ALERTE-BATCH           PIC X(1) VALUE "N".
       01  WS-ALERTE-INTER           PIC X(1) VALUE "N".

      * Date de la journee consolidee : celle de l'entete du premier
      * fichier, imposee a tous les suivants.
       01  WS-JOUR-DATE              PIC X(10) VALUE SPACES.
                  THRU 3500-SEQ-ECRIRE-END
           END-IF

           PERFORM 3600-ALERTE-PLAGES-START
              THRU 3600-ALERTE-PLAGES-END

           PERFORM 4000-RAPPORT-START
              THRU 4000-RAPPORT-END

           ELSE
               DISPLAY "FICHIERS CONSOLIDES : " WS-NB-SOURCES
               DISPLAY "DETAILS CONSOLIDES  : " WS-NB-DETAILS
               IF (WS-ALERTE-BATCH = "O" OR WS-ALERTE-INTER = "O")
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
           END-IF
      * Le bloc suivant mordrait sur la plage reservee aux calculs
      * interactifs : la journee est refusee, le compteur est a
      * ramener par la bascule de periode du fichier maitre.
           IF WS-SEQ-BASE >= 90000
               DISPLAY "PLAGE DES SEQUENCES BATCH EPUISEE"
               MOVE "O" TO WS-CONSOLIDATION-KO

           WHEN EN-TYPE-DETAIL
           WHEN EN-TYPE-CHAINE
           WHEN EN-TYPE-ANNULATION
               PERFORM 2200-RETENIR-DETAIL-START
                  THRU 2200-RETENIR-DETAIL-END

      * tels quels : c'est au controle amont de les rejeter avec un
      * motif, pas a la consolidation de les perdre. Seuls les
      * operandes lisibles participent aux totaux, comme au controle
      * amont. Une annulation est renumerotee comme un detail ; le
      * numero du resultat qu'elle vise est un numero deja poste et
      * traverse tel quel.
       2200-RETENIR-DETAIL-START.
           IF WS-NB-DETAILS = 5000
               DISPLAY "TABLE DES DETAILS PLEINE"
               ADD EN-NUM2 TO WS-CTRL-HASH2
           END-IF

      * Le numero d'origine dans la source est garde a part avant
      * renumerotation, tel quel meme illisible ; un detail qui
      * porte deja sa provenance (retravail d'un mouvement deja
      * consolide) la conserve.
           IF (EN-TYPE-DETAIL OR EN-TYPE-CHAINE)
               AND EN-SEQ-SOURCE = SPACES
               MOVE EN-DETAIL(1:5) TO EN-SEQ-SOURCE
           END-IF

           ADD 1 TO WS-SEQ-COURANT
           MOVE WS-SEQ-COURANT TO WS-SEQ-DERNIER
           ADD 1 TO WS-NB-DETAILS
           MOVE WS-TOTAL-HASH2 TO TR-FIN-HASH2
           WRITE TR-RECORD

           CLOSE CONS-SORTIE-FILE

           PERFORM 3100-ECRIRE-SOURCES-START
              THRU 3100-ECRIRE-SOURCES-END.
       3000-ECRIRE-SORTIE-END.
           EXIT.

      * Une ligne par fichier consolide, reecrite avec le fichier
      * consolide qu'elle decrit.
       3100-ECRIRE-SOURCES-START.
           OPEN OUTPUT CONS-CSRC-FILE
           IF WS-CSRC-STATUS NOT = "00"
               DISPLAY "ECRITURE TABLE DES SOURCES IMPOSSIBLE"
               MOVE "O" TO WS-CONSOLIDATION-KO
               GO TO 3100-ECRIRE-SOURCES-END
           END-IF

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-SOURCES
               ADD 1 TO WS-PARCOURS
               SET WS-SR-IDX TO WS-PARCOURS
               MOVE WS-SR-SOURCE(WS-SR-IDX) TO CS-SOURCE
               MOVE WS-JOUR-DATE TO CS-EN-DATE
               MOVE WS-SR-SEQ-DEBUT(WS-SR-IDX) TO CS-SEQ-DEBUT
               MOVE WS-SR-SEQ-FIN(WS-SR-IDX) TO CS-SEQ-FIN
               MOVE WS-SR-NB(WS-SR-IDX) TO CS-NB
               MOVE WS-SR-HASH1(WS-SR-IDX) TO CS-HASH1
               MOVE WS-SR-HASH2(WS-SR-IDX) TO CS-HASH2
               MOVE WS-SR-FICHIER(WS-SR-IDX) TO CS-FICHIER
               WRITE CS-RECORD
           END-PERFORM

           CLOSE CONS-CSRC-FILE.
       3100-ECRIRE-SOURCES-END.
           EXIT.

      *** REECRITURE DU COMPTEUR DE SEQUENCES. ***
      * Reecrit seulement apres une consolidation acceptee : une
      * journee refusee ne consomme pas de numeros.
       3500-SEQ-ECRIRE-END.
           EXIT.

      *** ALERTE D'EPUISEMENT DES PLAGES DE SEQUENCES. ***
      * Le reste batch est compte jusqu'a l'entree de la plage
      * interactive, le reste interactif jusqu'a 99999.
       3600-ALERTE-PLAGES-START.
           IF WS-SEQ-DERNIER < 90000
               COMPUTE WS-RESTE-BATCH = 90000 - WS-SEQ-DERNIER
           ELSE
               MOVE 0 TO WS-RESTE-BATCH
           END-IF
           IF WS-RESTE-BATCH < WS-MARGE-BATCH
               MOVE "O" TO WS-ALERTE-BATCH
               DISPLAY "ALERTE : PLAGE BATCH PROCHE DE L'EPUISEMENT"
               DISPLAY "SEQUENCES BATCH RESTANTES : " WS-RESTE-BATCH
           END-IF

           OPEN INPUT CONS-ISEQ-FILE
           IF WS-ISEQ-STATUS = "00"
               READ CONS-ISEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IS-LAST-SEQ NUMERIC
                           AND IS-LAST-SEQ >= 90000
                           MOVE IS-LAST-SEQ TO WS-SEQ-INTER-DERNIER
                       END-IF
               END-READ
               CLOSE CONS-ISEQ-FILE
           END-IF

           COMPUTE WS-RESTE-INTER = 99999 - WS-SEQ-INTER-DERNIER
           IF WS-RESTE-INTER < WS-MARGE-INTER
               MOVE "O" TO WS-ALERTE-INTER
               DISPLAY "ALERTE : PLAGE INTERACTIVE PROCHE DE "
                   "L'EPUISEMENT"
               DISPLAY "SEQUENCES INTERACTIVES RESTANTES : "
                   WS-RESTE-INTER
           END-IF.
       3600-ALERTE-PLAGES-END.
           EXIT.

      *** RAPPORT DE CONSOLIDATION. ***
       4000-RAPPORT-START.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           END-IF
           WRITE RP-LIGNE

           IF WS-ALERTE-BATCH = "O"
               MOVE WS-RESTE-BATCH TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "ALERTE PLAGE BATCH       : " WS-EDIT-CPT
                   " SEQUENCES RESTANTES"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           IF WS-ALERTE-INTER = "O"
               MOVE WS-RESTE-INTER TO WS-EDIT-CPT
               MOVE SPACES TO RP-LIGNE
               STRING "ALERTE PLAGE INTERACTIVE : " WS-EDIT-CPT
                   " SEQUENCES RESTANTES"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF

           CLOSE CONS-RAPPORT-FILE.
       4000-RAPPORT-END.
           EXIT.
