      * n'ont pas de transaction : ils sont pointes a part, un
      * resultat du jour contre une ligne de journal du jour, et
      * tout depareillement est une anomalie comme pour le batch.
      * Chaque annulation du jour (type X) est appariee au resultat
      * qu'elle vise : le resultat vise doit porter ANNULE PAR et
      * le numero de l'annulation, l'annulation le statut
      * ANNULATION DE et le numero vise. Une annulation non
      * appariee, ou un resultat marque par une annulation du jour
      * inconnue, est une anomalie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-TR-NB-LOG      PIC 9(3).
               10  WS-TR-ECART       PIC X(1).
               10  WS-TR-CHAINE      PIC X(1).
               10  WS-TR-ANNUL       PIC X(1).
               10  WS-TR-ORIGINE     PIC 9(5).
               10  WS-TR-APPARIE     PIC X(1).

       01  WS-PARCOURS               PIC 9(4).


       01  WS-CPT-ANOMALIES          PIC 9(5) VALUE 0.

      * Appariement des annulations : statut attendu sur le
      * resultat de l'annulation, numero de l'annulation lu dans le
      * statut ANNULE PAR d'un resultat vise.
       01  WS-ANNUL-ATTENDU          PIC X(30).
       01  WS-ANNUL-SEQ              PIC 9(5).
       01  WS-EDIT-ORIGINE           PIC 9(5).
       01  WS-CPT-ANNUL-APPARIEES    PIC 9(5) VALUE 0.
       01  WS-CPT-ANNUL-ECARTS       PIC 9(5) VALUE 0.

      * Pointage des calculs interactifs de la journee : un
      * resultat de la plage reservee datee du jour contre sa
      * ligne de journal.
                       SET WS-TRANS-DONE TO TRUE
                   NOT AT END
                       IF TR-TYPE-DETAIL OR TR-TYPE-CHAINE
                           OR TR-TYPE-ANNULATION
                           PERFORM 2100-CHARGER-UNE-TRANS-START
                              THRU 2100-CHARGER-UNE-TRANS-END
                       END-IF
               MOVE "O" TO WS-TR-CHAINE(WS-TR-IDX)
           ELSE
               MOVE "N" TO WS-TR-CHAINE(WS-TR-IDX)
           END-IF
           MOVE "N" TO WS-TR-APPARIE(WS-TR-IDX)
           IF TR-TYPE-ANNULATION
               MOVE "O" TO WS-TR-ANNUL(WS-TR-IDX)
               MOVE TR-ORIGINE TO WS-TR-ORIGINE(WS-TR-IDX)
           ELSE
               MOVE "N" TO WS-TR-ANNUL(WS-TR-IDX)
               MOVE 0 TO WS-TR-ORIGINE(WS-TR-IDX)
           END-IF.
       2100-CHARGER-UNE-TRANS-END.
           EXIT.
               GO TO 3100-POINTER-UN-RES-END
           END-IF

      * Un resultat annule, meme d'une journee precedente, est
      * apparie a l'annulation qui l'a marque.
           IF RE-STATUT(1:11) = "ANNULE PAR "
               PERFORM 3300-POINTER-ANNULE-START
                  THRU 3300-POINTER-ANNULE-END
           END-IF

           IF RE-SEQ < WS-SEQ-MIN
               ADD 1 TO WS-CPT-HISTORIQUE
               GO TO 3100-POINTER-UN-RES-END
                      THRU 3200-RES-ORPHELIN-END
               WHEN WS-TR-SEQ(WS-TR-IDX) = RE-SEQ
                   ADD 1 TO WS-TR-NB-RES(WS-TR-IDX)
      * Une annulation porte les operandes du resultat vise, pas
      * ceux de la transaction : seul son statut est controle.
                   IF WS-TR-ANNUL(WS-TR-IDX) = "O"
                       MOVE SPACES TO WS-ANNUL-ATTENDU
                       STRING "ANNULATION DE "
                           WS-TR-ORIGINE(WS-TR-IDX)
                           DELIMITED BY SIZE INTO WS-ANNUL-ATTENDU
                       IF RE-STATUT NOT = WS-ANNUL-ATTENDU
                           MOVE "O" TO WS-TR-ECART(WS-TR-IDX)
                       END-IF
                       GO TO 3100-POINTER-UN-RES-END
                   END-IF
      * Le premier operande d'une transaction chainee est resolu
      * par le batch : seul l'operateur et le second operande sont
      * compares pour ces mouvements.
       3100-POINTER-UN-RES-END.
           EXIT.

      * Le numero de l'annulation est lu dans le statut du resultat
      * vise. Une annulation d'une journee precedente releve de
      * l'historique ; une annulation du jour doit etre au fichier
      * de transactions et viser ce resultat.
       3300-POINTER-ANNULE-START.
           IF RE-STATUT(12:5) NOT NUMERIC
               GO TO 3300-POINTER-ANNULE-END
           END-IF
           MOVE RE-STATUT(12:5) TO WS-ANNUL-SEQ
           IF WS-ANNUL-SEQ < WS-SEQ-MIN
               GO TO 3300-POINTER-ANNULE-END
           END-IF

           SEARCH ALL WS-TR-ENTREE
               AT END
                   PERFORM 3350-ANNULE-INCONNU-START
                      THRU 3350-ANNULE-INCONNU-END
               WHEN WS-TR-SEQ(WS-TR-IDX) = WS-ANNUL-SEQ
                   IF WS-TR-ANNUL(WS-TR-IDX) = "O"
                       AND WS-TR-ORIGINE(WS-TR-IDX) = RE-SEQ
                       MOVE "O" TO WS-TR-APPARIE(WS-TR-IDX)
                   ELSE
                       PERFORM 3350-ANNULE-INCONNU-START
                          THRU 3350-ANNULE-INCONNU-END
                   END-IF
           END-SEARCH.
       3300-POINTER-ANNULE-END.
           EXIT.

       3350-ANNULE-INCONNU-START.
           ADD 1 TO WS-CPT-ANNUL-ECARTS
           ADD 1 TO WS-CPT-ANOMALIES
           MOVE RE-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO RP-LIGNE
           STRING "SEQ " WS-EDIT-SEQ " ANNULE PAR " WS-ANNUL-SEQ
               " SANS ANNULATION CORRESPONDANTE"
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       3350-ANNULE-INCONNU-END.
           EXIT.

      *** POINTAGE DES CALCULS INTERACTIFS. ***
      * L'entree du pointage est creee au premier passage, par le
      * resultat ou par la ligne de journal : le depareillement
               WRITE RP-LIGNE
           END-IF

           IF WS-TR-ANNUL(WS-TR-IDX) = "O"
               PERFORM 5150-BILAN-ANNULATION-START
                  THRU 5150-BILAN-ANNULATION-END
           END-IF

           IF WS-TR-ECART(WS-TR-IDX) = "O"
               AND WS-TR-ANNUL(WS-TR-IDX) = "N"
               ADD 1 TO WS-CPT-RES-ECARTS
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE SPACES TO RP-LIGNE
       5100-BILAN-UNE-TRANS-END.
           EXIT.

      * Une annulation appliquee et appariee est listee pour la
      * piste d'audit ; toute autre est une anomalie.
       5150-BILAN-ANNULATION-START.
           MOVE WS-TR-ORIGINE(WS-TR-IDX) TO WS-EDIT-ORIGINE

           IF WS-TR-NB-RES(WS-TR-IDX) = 0
               GO TO 5150-BILAN-ANNULATION-END
           END-IF

           IF WS-TR-ECART(WS-TR-IDX) = "O"
               ADD 1 TO WS-CPT-ANNUL-ECARTS
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE SPACES TO RP-LIGNE
               STRING "SEQ " WS-EDIT-SEQ " ANNULATION DE "
                   WS-EDIT-ORIGINE " NON APPLIQUEE"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 5150-BILAN-ANNULATION-END
           END-IF

           IF WS-TR-APPARIE(WS-TR-IDX) = "N"
               ADD 1 TO WS-CPT-ANNUL-ECARTS
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE SPACES TO RP-LIGNE
               STRING "SEQ " WS-EDIT-SEQ " ANNULATION DE "
                   WS-EDIT-ORIGINE " NON APPARIEE"
                   DELIMITED BY SIZE INTO RP-LIGNE
               WRITE RP-LIGNE
               GO TO 5150-BILAN-ANNULATION-END
           END-IF

           ADD 1 TO WS-CPT-ANNUL-APPARIEES
           MOVE SPACES TO RP-LIGNE
           STRING "SEQ " WS-EDIT-SEQ " ANNULE SEQ " WS-EDIT-ORIGINE
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE.
       5150-BILAN-ANNULATION-END.
           EXIT.

       5200-BILAN-UN-INTER-START.
           MOVE WS-IN-SEQ(WS-IN-IDX) TO WS-EDIT-SEQ

               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ANNUL-APPARIEES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ANNULATIONS APPARIEES    : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-ANNUL-ECARTS TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "ANNULATIONS EN ECART     : " WS-EDIT-CPT
               DELIMITED BY SIZE INTO RP-LIGNE
           WRITE RP-LIGNE

           MOVE WS-CPT-INTER-RES TO WS-EDIT-CPT
           MOVE SPACES TO RP-LIGNE
           STRING "RESULTATS INTERACTIFS    : " WS-EDIT-CPT
