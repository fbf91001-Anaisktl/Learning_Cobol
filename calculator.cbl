               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CALC-SIMU-FILE ASSIGN TO "CALCSIMU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARM-FILE.
       FD  CALC-LOG-FILE.
       COPY "calclg.cpy".

       FD  CALC-SIMU-FILE.
       01  RP-LIGNE                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NUM1                   PIC S9(3)V99 SIGN LEADING SEPARATE.
       01  WS-SEQ-INTERACTIF         PIC 9(5) VALUE 90000.
       01  WS-RES-INTERACTIF-OK      PIC X(1) VALUE "N".

      * Alerte d'epuisement des plages : numeros restants sous
      * lesquels la bascule de periode doit etre programmee, comme
      * a la consolidation. Le plus haut numero batch traite est
      * retenu au fil du checkpoint.
       01  WS-MARGE-BATCH            PIC 9(5) VALUE 10000.
       01  WS-MARGE-INTER            PIC 9(5) VALUE 1000.
       01  WS-SEQ-RESTANTES          PIC 9(5) VALUE 0.
       01  WS-SEQ-PLUS-HAUT          PIC 9(5) VALUE 0.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-ISEQ-STATUS            PIC X(2).
       01  WS-SUSP-STATUS            PIC X(2).

       01  WS-LAST-SEQ-OK            PIC 9(5) VALUE 0.

      * Annulation d'un resultat deja poste (type X) : le resultat
      * vise est marque ANNULE PAR suivi du numero de l'annulation,
      * qui part elle-meme au fichier maitre et au journal avec les
      * operandes du resultat annule, le resultat de signe oppose
      * et le statut ANNULATION DE suivi du numero vise.
       01  WS-ANNUL-TROUVE           PIC X(1).
       01  WS-ANNUL-MARQUE           PIC X(30).

      * Controle d'integrite du fichier de transactions : l'entete
      * doit porter la date du jour de traitement et les totaux de
      * l'enregistrement fin doivent correspondre a ce qui est lu.
       01  WS-CTRL-NB                PIC 9(5) VALUE 0.
       01  WS-CTRL-HASH1             PIC S9(9)V99 VALUE 0.
       01  WS-CTRL-HASH2             PIC S9(9)V99 VALUE 0.
       01  WS-CTRL-MESSAGE           PIC X(60).

      * Ordonnancement de la chaine de nuit : le batch sur le
      * fichier du jour CALCTRAN.DAT se declare a l'etape 2 du

       COPY "calcrc.cpy".

      * Simulation du batch (mode S) : le fichier de transactions
      * passe le meme controle et chaque transaction le meme calcul
      * qu'au batch, mais rien n'est ecrit au fichier maitre, au
      * journal, aux suspens ni au checkpoint, et la chaine de nuit
      * n'est pas declaree. Le fichier maitre n'est ouvert qu'en
      * lecture (chaine, annulations, resultats deja presents) ; le
      * rapport CALCSIMU.RPT donne les resultats attendus, les
      * mises en suspens et ruptures de chaine a prevoir, les
      * sequences qui remplaceraient un resultat existant et les
      * totaux que le rapprochement devrait trouver.
       01  WS-SIMULATION             PIC X(1) VALUE "N".
           88  WS-MODE-SIMULATION             VALUE "O".
       01  WS-SIMU-STATUS            PIC X(2).
       01  WS-SIMU-RES-OUVERT        PIC X(1) VALUE "N".
       01  WS-SIMU-TROUVE            PIC X(1).

       01  WS-SIMU-COMPTEURS.
           05  WS-SIMU-CPT-TRANS     PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-DEJA      PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-CALCULS   PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-OK        PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-REPRISES  PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-ANNUL     PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-ANNUL-KO  PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-SUSPENS   PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-RUPTURES  PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-REMPLACE  PIC 9(5) VALUE 0.
           05  WS-SIMU-CPT-JOURNAL   PIC 9(5) VALUE 0.

       01  WS-SIMU-EDIT-CPT          PIC Z(4)9.
       01  WS-SIMU-EDIT-HASH         PIC -Z(8)9.99.
       01  WS-SIMU-EDIT-ORIGINE      PIC 9(5).

       01  WS-SESSION-STATS.
           05  WS-CPT-ADD            PIC 9(5) VALUE 0.
           05  WS-CPT-SUB            PIC 9(5) VALUE 0.

               DISPLAY "CALCULATRICE COBOL"

               DISPLAY "MODE : (I)NTERACTIF, (B)ATCH, "
                   "(S)IMULATION OU (C)ONSULTATION ?"
               ACCEPT WS-MODE
           END-IF

               PERFORM 9300-ORDONNANCEMENT-FIN-START
                  THRU 9300-ORDONNANCEMENT-FIN-END

           WHEN "S"
           WHEN "s"
               PERFORM 9500-SIMULATION-START
                  THRU 9500-SIMULATION-END

           WHEN "C"
           WHEN "c"
               PERFORM 8500-CONSULTATION-START

           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 6540-TRACER-SECURITE-START
                  THRU 6540-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                  THRU 6550-CONTROLE-EXPIRATION-END
           END-IF

           IF (WS-MODE = "B" OR WS-MODE = "b"
                   OR WS-MODE = "S" OR WS-MODE = "s")
               AND NOT WS-OP-SUPERVISEUR(WS-OP-IDX)
               DISPLAY "MODE BATCH RESERVE AUX SUPERVISEURS"
               MOVE 8 TO RETURN-CODE
           MOVE WS-LOG-TIME TO SE-TIME
           MOVE WS-OPERATEUR-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calculator" TO SE-PROGRAMME
           MOVE WS-OPERATEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE CALC-SEC-FILE.
           PERFORM 8100-SEQ-INTERACTIF-LIRE-START
              THRU 8100-SEQ-INTERACTIF-LIRE-END

           PERFORM 8110-ALERTE-PLAGE-INTER-START
              THRU 8110-ALERTE-PLAGE-INTER-END

      * Boucle qui exécute les instructions suivantes jusqu'à
      * ce que la variable WS-CONTINUE soit égale à "N".
           PERFORM UNTIL WS-CONTINUE = "N"
       8100-SEQ-INTERACTIF-LIRE-END.
           EXIT.

      * Alerte affichee a l'ouverture de session quand la plage
      * interactive entre dans sa marge : l'arret a 99999 reste le
      * dernier recours.
       8110-ALERTE-PLAGE-INTER-START.
           COMPUTE WS-SEQ-RESTANTES = 99999 - WS-SEQ-INTERACTIF
           IF WS-SEQ-RESTANTES < WS-MARGE-INTER
               DISPLAY "ALERTE : PLAGE INTERACTIVE PROCHE DE "
                   "L'EPUISEMENT"
               DISPLAY "SEQUENCES INTERACTIVES RESTANTES : "
                   WS-SEQ-RESTANTES
           END-IF.
       8110-ALERTE-PLAGE-INTER-END.
           EXIT.

       8150-SEQ-INTERACTIF-TIRER-START.
           IF WS-SEQ-INTERACTIF = 99999
               DISPLAY "PLAGE DES SEQUENCES INTERACTIVES EPUISEE"
               " " RE-OPERATOR " " FUNCTION TRIM(WS-NUM2-BIS)
           DISPLAY "RESULTAT : " FUNCTION TRIM(RE-RESULT)
           DISPLAY "STATUT   : " RE-STATUT
           DISPLAY "DATE     : " RE-RUN-DATE
           IF RE-ORDRE-ID NOT = SPACES
               DISPLAY "ORDRE    : " RE-ORDRE-ID
                   " ECHEANCE " RE-ORDRE-ECHEANCE
           END-IF.
       8590-AFFICHER-RESULTAT-END.
           EXIT.

           MOVE "N" TO WS-TRANS-OPEN-OK
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "FICHIER DE TRANSACTIONS INTROUVABLE"
                   TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE 8 TO RETURN-CODE
               GO TO 9000-BATCH-END
           END-IF
              THRU 9010-CONTROLE-FICHIER-END
           CLOSE CALC-TRANS-FILE
           IF NOT WS-FICHIER-ACCEPTE
               MOVE "FICHIER DE TRANSACTIONS REFUSE" TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE 8 TO RETURN-CODE
               GO TO 9000-BATCH-END
           END-IF
           END-IF
           MOVE "O" TO WS-TRANS-OPEN-OK
           MOVE "N" TO WS-TRANS-EOF

      * En simulation le fichier maitre n'est ouvert qu'en
      * lecture, sans journal ni suspens.
           IF WS-MODE-SIMULATION
               PERFORM 9510-SIMU-OUVRIR-START
                  THRU 9510-SIMU-OUVRIR-END
           ELSE
               PERFORM 9080-SORTIES-OUVRIR-START
                  THRU 9080-SORTIES-OUVRIR-END
           END-IF
           IF WS-TRANS-OPEN-OK NOT = "O"
               GO TO 9000-BATCH-END
           END-IF

      * Les enregistrements de reprise (type R) repassent une
                       IF WS-TRANS-STATUS NOT = "00"
                           DISPLAY "ENREGISTREMENT TRANSACTION INVALIDE"
                       ELSE
                           IF (TR-TYPE-DETAIL OR TR-TYPE-CHAINE
                                   OR TR-TYPE-ANNULATION)
                               AND TR-SEQ > WS-LAST-SEQ-OK
                               PERFORM 9100-BATCH-TRAITER-TRANS-START
                                  THRU 9100-BATCH-TRAITER-TRANS-END
                                   PERFORM 9150-CHAINE-RELIRE-START
                                      THRU 9150-CHAINE-RELIRE-END
                               END-IF
                               IF WS-MODE-SIMULATION
                                   PERFORM 9540-SIMU-DEJA-TRAITE-START
                                      THRU 9540-SIMU-DEJA-TRAITE-END
                               END-IF
                           END-IF
                           IF TR-TYPE-REPRISE
                               PERFORM 9100-BATCH-TRAITER-TRANS-START

           IF WS-TRANS-OPEN-OK = "O"
               CLOSE CALC-TRANS-FILE
               IF WS-MODE-SIMULATION
                   IF WS-SIMU-RES-OUVERT = "O"
                       CLOSE CALC-RESULT-FILE
                   END-IF
               ELSE
                   CLOSE CALC-RESULT-FILE
                   CLOSE CALC-LOG-FILE
                   CLOSE CALC-SUSP-FILE
               END-IF
           END-IF

           PERFORM 9070-ALERTE-PLAGE-BATCH-START
              THRU 9070-ALERTE-PLAGE-BATCH-END.
       9000-BATCH-END.
           EXIT.

       9080-SORTIES-OUVRIR-START.
           OPEN I-O CALC-RESULT-FILE
           IF WS-RES-STATUS = "35"
               OPEN OUTPUT CALC-RESULT-FILE
               CLOSE CALC-RESULT-FILE
               OPEN I-O CALC-RESULT-FILE
           END-IF
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "OUVERTURE FICHIER RESULTATS IMPOSSIBLE"
               CLOSE CALC-TRANS-FILE
               MOVE "N" TO WS-TRANS-OPEN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9080-SORTIES-OUVRIR-END
           END-IF

           OPEN EXTEND CALC-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CALC-LOG-FILE
               CLOSE CALC-LOG-FILE
               OPEN EXTEND CALC-LOG-FILE
           END-IF

           OPEN EXTEND CALC-SUSP-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT CALC-SUSP-FILE
               CLOSE CALC-SUSP-FILE
               OPEN EXTEND CALC-SUSP-FILE
           END-IF.
       9080-SORTIES-OUVRIR-END.
           EXIT.

      *** CONTROLE ENTETE ET TOTAUX DU FICHIER. ***
           END-PERFORM

           IF WS-CTRL-ENTETE-VU = "N"
               MOVE "ENTETE DE FICHIER ABSENTE" TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE "O" TO WS-CTRL-ERREUR
           END-IF

           IF WS-CTRL-FIN-VU = "N"
               MOVE "ENREGISTREMENT FIN DE FICHIER ABSENT"
                   TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE "O" TO WS-CTRL-ERREUR
           END-IF


       9020-CONTROLE-ENREG-START.
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "ENREGISTREMENT TRANSACTION INVALIDE"
                   TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE "O" TO WS-CTRL-ERREUR
               GO TO 9020-CONTROLE-ENREG-END
           END-IF
           WHEN TR-TYPE-ENTETE
               MOVE "O" TO WS-CTRL-ENTETE-VU
               IF TR-EN-DATE NOT = WS-RUN-DATE
                   MOVE SPACES TO WS-CTRL-MESSAGE
                   STRING "DATE DU FICHIER DIFFERENTE DE LA DATE DE "
                       "TRAITEMENT"
                       DELIMITED BY SIZE INTO WS-CTRL-MESSAGE
                   PERFORM 9030-CONTROLE-SIGNALER-START
                      THRU 9030-CONTROLE-SIGNALER-END
                   MOVE "O" TO WS-CTRL-ERREUR
               END-IF

           WHEN TR-TYPE-DETAIL
           WHEN TR-TYPE-CHAINE
           WHEN TR-TYPE-REPRISE
           WHEN TR-TYPE-ANNULATION
               ADD 1 TO WS-CTRL-NB
               ADD TR-NUM1 TO WS-CTRL-HASH1
               ADD TR-NUM2 TO WS-CTRL-HASH2
           WHEN TR-TYPE-FIN
               MOVE "O" TO WS-CTRL-FIN-VU
               IF TR-FIN-NB NOT = WS-CTRL-NB
                   MOVE SPACES TO WS-CTRL-MESSAGE
                   STRING "NOMBRE D'ENREGISTREMENTS DIFFERENT DU "
                       "TOTAL ANNONCE"
                       DELIMITED BY SIZE INTO WS-CTRL-MESSAGE
                   PERFORM 9030-CONTROLE-SIGNALER-START
                      THRU 9030-CONTROLE-SIGNALER-END
                   MOVE "O" TO WS-CTRL-ERREUR
               END-IF
               IF TR-FIN-HASH1 NOT = WS-CTRL-HASH1
                   OR TR-FIN-HASH2 NOT = WS-CTRL-HASH2
                   MOVE SPACES TO WS-CTRL-MESSAGE
                   STRING "TOTAUX DE CONTROLE DIFFERENTS DES "
                       "TOTAUX ANNONCES"
                       DELIMITED BY SIZE INTO WS-CTRL-MESSAGE
                   PERFORM 9030-CONTROLE-SIGNALER-START
                      THRU 9030-CONTROLE-SIGNALER-END
                   MOVE "O" TO WS-CTRL-ERREUR
               END-IF

           WHEN OTHER
               MOVE "TYPE D'ENREGISTREMENT INCONNU" TO WS-CTRL-MESSAGE
               PERFORM 9030-CONTROLE-SIGNALER-START
                  THRU 9030-CONTROLE-SIGNALER-END
               MOVE "O" TO WS-CTRL-ERREUR

           END-EVALUATE.
       9020-CONTROLE-ENREG-END.
           EXIT.

      * Motif de refus du fichier : a l'ecran, et au rapport en
      * simulation.
       9030-CONTROLE-SIGNALER-START.
           DISPLAY FUNCTION TRIM(WS-CTRL-MESSAGE TRAILING)
           IF WS-MODE-SIMULATION
               MOVE SPACES TO RP-LIGNE
               STRING "REFUS : " WS-CTRL-MESSAGE
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       9030-CONTROLE-SIGNALER-END.
           EXIT.

       9050-CKPT-LIRE-START.
           MOVE 0 TO WS-LAST-SEQ-OK

       9060-RES-MAX-SEQ-END.
           EXIT.

      * Alerte de fin de batch quand le plus haut numero traite
      * ou repris entre dans la marge de la plage batch : code
      * retour 4 si rien de plus grave n'est deja signale.
       9070-ALERTE-PLAGE-BATCH-START.
           IF WS-LAST-SEQ-OK > WS-SEQ-PLUS-HAUT
               MOVE WS-LAST-SEQ-OK TO WS-SEQ-PLUS-HAUT
           END-IF
           IF WS-SEQ-PLUS-HAUT = 0 OR WS-SEQ-PLUS-HAUT > 90000
               GO TO 9070-ALERTE-PLAGE-BATCH-END
           END-IF

           COMPUTE WS-SEQ-RESTANTES = 90000 - WS-SEQ-PLUS-HAUT
           IF WS-SEQ-RESTANTES < WS-MARGE-BATCH
               DISPLAY "ALERTE : PLAGE BATCH PROCHE DE L'EPUISEMENT"
               DISPLAY "SEQUENCES BATCH RESTANTES : "
                   WS-SEQ-RESTANTES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9070-ALERTE-PLAGE-BATCH-END.
           EXIT.

       9100-BATCH-TRAITER-TRANS-START.
           INITIALIZE RE-RECORD
           MOVE TR-SEQ TO WS-LOG-SEQ
           MOVE "OK" TO WS-CALC-STATUT
           MOVE 0 TO WS-RESULT

           IF TR-TYPE-ANNULATION
               PERFORM 9110-BATCH-ANNULER-START
                  THRU 9110-BATCH-ANNULER-END
               GO TO 9100-BATCH-TRAITER-TRANS-END
           END-IF

      * Une transaction chainee prend comme premier operande le
      * resultat de la transaction precedente ; chaine coupee
      * (premier mouvement ou echec precedent) : mise en suspens.
           PERFORM 7300-CHAINE-MAJ-START
              THRU 7300-CHAINE-MAJ-END

           IF WS-MODE-SIMULATION
               PERFORM 9520-SIMU-SIGNALER-START
                  THRU 9520-SIMU-SIGNALER-END
               GO TO 9100-BATCH-TRAITER-TRANS-END
           END-IF

           PERFORM 7000-LOG-ECRITURE-START
              THRU 7000-LOG-ECRITURE-END

           MOVE WS-RESULT TO RE-RESULT
           MOVE WS-CALC-STATUT TO RE-STATUT
           MOVE WS-RUN-DATE TO RE-RUN-DATE
           IF TR-ORDRE-ECHEANCE NUMERIC
               MOVE TR-ORDRE-ID TO RE-ORDRE-ID
               MOVE TR-ORDRE-ECHEANCE TO RE-ORDRE-ECHEANCE
           END-IF

      * Une reprise remplace le resultat en erreur du premier
      * passage : un seul enregistrement par sequence dans le
               MOVE TR-NUM2 TO SU-NUM2
               MOVE WS-CALC-STATUT TO SU-STATUT
               MOVE WS-RUN-DATE TO SU-RUN-DATE
               MOVE SPACES TO SU-ORDRE-ID
               MOVE SPACES TO SU-ORDRE-ECHEANCE
               IF TR-ORDRE-ECHEANCE NUMERIC
                   MOVE TR-ORDRE-ID TO SU-ORDRE-ID
                   MOVE TR-ORDRE-ECHEANCE TO SU-ORDRE-ECHEANCE
               END-IF
               WRITE SU-RECORD
           END-IF.
       9100-BATCH-TRAITER-TRANS-END.
           EXIT.

      * Le resultat vise est marque avant que l'annulation ne soit
      * ecrite : apres un arret entre les deux ecritures, la reprise
      * retrouve le resultat deja marque par cette meme annulation
      * et termine le travail. Une annulation qui ne trouve plus
      * son resultat poste (purge ou annulation concurrente depuis
      * le controle amont) est tracee ANNULATION IMPOSSIBLE sans
      * partir en suspens : elle n'a pas d'operande a corriger.
      * L'annulation ne touche ni a la chaine ni aux cumuls.
       9110-BATCH-ANNULER-START.
           MOVE TR-NUM1 TO WS-NUM1
           MOVE SPACES TO WS-ANNUL-MARQUE
           STRING "ANNULE PAR " TR-SEQ
               DELIMITED BY SIZE INTO WS-ANNUL-MARQUE
           MOVE "ANNULATION IMPOSSIBLE" TO WS-CALC-STATUT

      * En simulation le resultat vise est lu mais pas marque.
           MOVE "N" TO WS-ANNUL-TROUVE
           IF WS-MODE-SIMULATION AND WS-SIMU-RES-OUVERT NOT = "O"
               CONTINUE
           ELSE
               MOVE TR-ORIGINE TO RE-SEQ
               READ CALC-RESULT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ANNUL-TROUVE
                   NOT INVALID KEY
                       MOVE "O" TO WS-ANNUL-TROUVE
               END-READ
           END-IF

           IF WS-ANNUL-TROUVE = "O"
               AND (RE-STATUT = "OK" OR RE-STATUT = "OK REPRISE"
                    OR RE-STATUT = WS-ANNUL-MARQUE)
               MOVE WS-ANNUL-MARQUE TO RE-STATUT
               IF NOT WS-MODE-SIMULATION
                   REWRITE RE-RECORD
                       INVALID KEY
                           DISPLAY "MARQUAGE ANNULATION IMPOSSIBLE : "
                               TR-ORIGINE
                   END-REWRITE
               END-IF
               IF WS-RES-STATUS = "00"
                   MOVE RE-NUM1 TO WS-NUM1
                   MOVE RE-OPERATOR TO WS-CHOICE-OPERATOR
                   MOVE RE-NUM2 TO WS-NUM2
                   COMPUTE WS-RESULT-CALC =
                       0 - FUNCTION NUMVAL(RE-RESULT)
                   MOVE WS-RESULT-CALC TO WS-RESULT
                   MOVE SPACES TO WS-CALC-STATUT
                   STRING "ANNULATION DE " TR-ORIGINE
                       DELIMITED BY SIZE INTO WS-CALC-STATUT
               END-IF
           END-IF

           IF WS-MODE-SIMULATION
               PERFORM 9520-SIMU-SIGNALER-START
                  THRU 9520-SIMU-SIGNALER-END
               GO TO 9110-BATCH-ANNULER-END
           END-IF

           PERFORM 7000-LOG-ECRITURE-START
              THRU 7000-LOG-ECRITURE-END

           INITIALIZE RE-RECORD
           MOVE TR-SEQ TO RE-SEQ
           MOVE WS-OPERATEUR-ID TO RE-OPERATEUR-ID
           MOVE WS-NUM1 TO RE-NUM1
           MOVE WS-CHOICE-OPERATOR TO RE-OPERATOR
           MOVE WS-NUM2 TO RE-NUM2
           MOVE WS-RESULT TO RE-RESULT
           MOVE WS-CALC-STATUT TO RE-STATUT
           MOVE WS-RUN-DATE TO RE-RUN-DATE
           WRITE RE-RECORD
               INVALID KEY
                   REWRITE RE-RECORD
           END-WRITE.
       9110-BATCH-ANNULER-END.
           EXIT.

      * Reprise apres checkpoint : les transactions deja traitees
      * sont sautees, mais leur resultat est relu au fichier maitre
      * pour que la chaine reste alimentee si la suivante est une
      * transaction chainee. Un resultat annule depuis gardait sa
      * valeur au moment du premier passage : il alimente la chaine
      * de la meme facon.
       9150-CHAINE-RELIRE-START.
           IF WS-MODE-SIMULATION AND WS-SIMU-RES-OUVERT NOT = "O"
               MOVE "N" TO WS-PREC-OK
               GO TO 9150-CHAINE-RELIRE-END
           END-IF

           MOVE TR-SEQ TO RE-SEQ
           READ CALC-RESULT-FILE
               INVALID KEY
               NOT INVALID KEY
                   IF RE-STATUT = "OK"
                       OR RE-STATUT = "OK REPRISE"
                       OR RE-STATUT(1:11) = "ANNULE PAR "
                       COMPUTE WS-PREC-RESULT =
                           FUNCTION NUMVAL(RE-RESULT)
                       MOVE "O" TO WS-PREC-OK
           EXIT.

       9200-CKPT-ECRIRE-START.
           IF TR-SEQ > WS-SEQ-PLUS-HAUT
               MOVE TR-SEQ TO WS-SEQ-PLUS-HAUT
           END-IF
           IF WS-MODE-SIMULATION
               GO TO 9200-CKPT-ECRIRE-END
           END-IF
           MOVE TR-SEQ TO CK-LAST-SEQ
           OPEN OUTPUT CALC-CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
           EXIT.


      *** SIMULATION DU BATCH. ***
       9500-SIMULATION-START.
           MOVE "O" TO WS-SIMULATION
           OPEN OUTPUT CALC-SIMU-FILE
           IF WS-SIMU-STATUS NOT = "00"
               DISPLAY "OUVERTURE RAPPORT DE SIMULATION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               GO TO 9500-SIMULATION-END
           END-IF

           MOVE SPACES TO RP-LIGNE
           STRING "SIMULATION DU BATCH - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE SPACES TO RP-LIGNE
           STRING "FICHIER DE TRANSACTIONS : " WS-TRANS-FICHIER
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "AUCUNE ECRITURE AU FICHIER MAITRE, AU JOURNAL, AUX "
               TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "SUSPENS NI AU CHECKPOINT" TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE

           PERFORM 9000-BATCH-START THRU 9000-BATCH-END

           PERFORM 9590-SIMU-BILAN-START
              THRU 9590-SIMU-BILAN-END
           CLOSE CALC-SIMU-FILE

      * Code retour 4 quand le vrai passage laisserait des
      * mouvements en suspens ou des annulations sans effet.
           IF RETURN-CODE < 4
               AND (WS-SIMU-CPT-SUSPENS > 0
                    OR WS-SIMU-CPT-ANNUL-KO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "SIMULATION TERMINEE - VOIR CALCSIMU.RPT".
       9500-SIMULATION-END.
           EXIT.

      * Un fichier maitre encore absent n'est pas cree : aucun
      * resultat n'est alors deja present.
       9510-SIMU-OUVRIR-START.
           MOVE "N" TO WS-SIMU-RES-OUVERT
           OPEN INPUT CALC-RESULT-FILE
           IF WS-RES-STATUS = "00"
               MOVE "O" TO WS-SIMU-RES-OUVERT
               GO TO 9510-SIMU-OUVRIR-END
           END-IF

           IF WS-RES-STATUS NOT = "35"
               DISPLAY "OUVERTURE FICHIER RESULTATS IMPOSSIBLE"
               CLOSE CALC-TRANS-FILE
               MOVE "N" TO WS-TRANS-OPEN-OK
               MOVE 8 TO RETURN-CODE
           END-IF.
       9510-SIMU-OUVRIR-END.
           EXIT.

      * Une ligne par calcul simule : ce que le batch ecrirait au
      * fichier maitre et au journal, puis la mise en suspens, la
      * rupture de chaine, l'annulation ou le remplacement d'un
      * resultat deja present qu'il entrainerait.
       9520-SIMU-SIGNALER-START.
           ADD 1 TO WS-SIMU-CPT-CALCULS
           ADD 1 TO WS-SIMU-CPT-JOURNAL
           IF TR-TYPE-REPRISE
               ADD 1 TO WS-SIMU-CPT-REPRISES
           ELSE
               ADD 1 TO WS-SIMU-CPT-TRANS
           END-IF

           MOVE WS-NUM1 TO WS-NUM1-BIS
           MOVE WS-NUM2 TO WS-NUM2-BIS
           MOVE SPACES TO RP-LIGNE
           STRING "SEQ " TR-SEQ " " TR-TYPE " " WS-NUM1-BIS " "
               WS-CHOICE-OPERATOR " " WS-NUM2-BIS " = " WS-RESULT
               " " WS-CALC-STATUT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           EVALUATE TRUE

           WHEN WS-CALC-STATUT = "OK"
           WHEN WS-CALC-STATUT = "OK REPRISE"
               ADD 1 TO WS-SIMU-CPT-OK

           WHEN WS-CALC-STATUT(1:14) = "ANNULATION DE "
               ADD 1 TO WS-SIMU-CPT-ANNUL
               MOVE TR-ORIGINE TO WS-SIMU-EDIT-ORIGINE
               MOVE SPACES TO RP-LIGNE
               STRING "    -> SEQ " WS-SIMU-EDIT-ORIGINE
                   " SERAIT MARQUEE " WS-ANNUL-MARQUE
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE

           WHEN TR-TYPE-ANNULATION
               ADD 1 TO WS-SIMU-CPT-ANNUL-KO
               MOVE TR-ORIGINE TO WS-SIMU-EDIT-ORIGINE
               MOVE SPACES TO RP-LIGNE
               STRING "    -> RESULTAT VISE " WS-SIMU-EDIT-ORIGINE
                   " NON ANNULABLE (PAS DE SUSPENS)"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE

           WHEN OTHER
               ADD 1 TO WS-SIMU-CPT-SUSPENS
               MOVE SPACES TO RP-LIGNE
               STRING "    -> PARTIRAIT EN SUSPENS : " WS-CALC-STATUT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               IF WS-CALC-STATUT = "CHAINAGE IMPOSSIBLE"
                   ADD 1 TO WS-SIMU-CPT-RUPTURES
                   MOVE "    -> RUPTURE DE CHAINE : PAS DE RESULTAT "
                       TO RP-LIGNE
                   MOVE "PRECEDENT VALIDE" TO RP-LIGNE(44:)
                   WRITE RP-LIGNE
               END-IF

           END-EVALUATE

           IF WS-SIMU-RES-OUVERT NOT = "O"
               GO TO 9520-SIMU-SIGNALER-END
           END-IF

           MOVE "N" TO WS-SIMU-TROUVE
           MOVE TR-SEQ TO RE-SEQ
           READ CALC-RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO WS-SIMU-TROUVE
           END-READ
           IF WS-SIMU-TROUVE = "O"
               ADD 1 TO WS-SIMU-CPT-REMPLACE
               MOVE SPACES TO RP-LIGNE
               STRING "    -> REMPLACERAIT LE RESULTAT EXISTANT "
                   RE-RESULT " " RE-STATUT
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
           END-IF.
       9520-SIMU-SIGNALER-END.
           EXIT.

      * Transaction deja pointee par le checkpoint : le batch la
      * sauterait, mais le rapprochement la compte.
       9540-SIMU-DEJA-TRAITE-START.
           IF NOT (TR-TYPE-DETAIL OR TR-TYPE-CHAINE
                   OR TR-TYPE-ANNULATION)
               GO TO 9540-SIMU-DEJA-TRAITE-END
           END-IF

           ADD 1 TO WS-SIMU-CPT-DEJA
           ADD 1 TO WS-SIMU-CPT-TRANS
           MOVE SPACES TO RP-LIGNE
           STRING "SEQ " TR-SEQ " " TR-TYPE
               " DEJA TRAITEE (CHECKPOINT " WS-LAST-SEQ-OK
               "), NON REJOUEE"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       9540-SIMU-DEJA-TRAITE-END.
           EXIT.

      * Bilan : ce que le passage reel produirait, puis les totaux
      * que le rapprochement de fin de journee devrait trouver pour
      * ce fichier.
       9590-SIMU-BILAN-START.
           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE

           IF NOT WS-FICHIER-ACCEPTE
               MOVE "FICHIER REFUSE : AUCUNE TRANSACTION NE SERAIT "
                   TO RP-LIGNE
               MOVE "TRAITEE" TO RP-LIGNE(47:)
               WRITE RP-LIGNE
               GO TO 9590-SIMU-BILAN-END
           END-IF

           MOVE "BILAN DE LA SIMULATION" TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE SPACES TO RP-LIGNE
           STRING "DERNIERE SEQ. TRAITEE    : " WS-LAST-SEQ-OK
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-CALCULS TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "CALCULS SIMULES          : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-OK TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS OK ATTENDUS    : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-SUSPENS TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "MISES EN SUSPENS         : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-RUPTURES TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RUPTURES DE CHAINE       : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-REMPLACE TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS REMPLACES      : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-ANNUL-KO TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ANNULATIONS IMPOSSIBLES  : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-DEJA TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "DEJA TRAITEES (CHECKPT)  : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE SPACES TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE "TOTAUX ATTENDUS AU RAPPROCHEMENT" TO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-TRANS TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "TRANSACTIONS LUES        : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-JOURNAL TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "LIGNES JOURNAL ECRITES   : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-REPRISES TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "REPRISES POINTEES A PART : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-SIMU-CPT-ANNUL TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ANNULATIONS APPARIEES    : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-CTRL-NB TO WS-SIMU-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ENREG. CONTROLES         : " WS-SIMU-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-CTRL-HASH1 TO WS-SIMU-EDIT-HASH
           MOVE SPACES TO RP-LIGNE
           STRING "TOTAL CONTROLE NUM1      : " WS-SIMU-EDIT-HASH
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE
           MOVE WS-CTRL-HASH2 TO WS-SIMU-EDIT-HASH
           MOVE SPACES TO RP-LIGNE
           STRING "TOTAL CONTROLE NUM2      : " WS-SIMU-EDIT-HASH
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       9590-SIMU-BILAN-END.
           EXIT.


      *** PARAGRAPHES. ***
       0100-OP-ADD-START.
           ADD WS-NUM1 TO WS-NUM2 GIVING WS-RESULT-CALC
