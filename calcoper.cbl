
           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 4100-TRACER-SECURITE-START
                  THRU 4100-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 2000-REECRIRE-FICHIER-START
                  THRU 2000-REECRIRE-FICHIER-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           IF NOT WS-OP-SUPERVISEUR(WS-OP-IDX)
           END-IF

           PERFORM 1600-CONTROLE-EXPIRATION-START
              THRU 1600-CONTROLE-EXPIRATION-END

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 2000-REECRIRE-FICHIER-START
              THRU 2000-REECRIRE-FICHIER-END.
       1500-CONTROLE-SUPERVISEUR-END.
           EXIT.

           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-SAISIE-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calcoper" TO SE-PROGRAMME
           MOVE WS-SUPERVISEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE OPER-SEC-FILE.
