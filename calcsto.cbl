
           IF WS-OPER-POS = 0
               DISPLAY "OPERATEUR INCONNU"
               MOVE "IDENTIFIANT INCONNU" TO WS-SEC-EVENEMENT
               PERFORM 4100-TRACER-SECURITE-START
                  THRU 4100-TRACER-SECURITE-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 0 TO WS-OP-ECHECS(WS-OP-IDX)
               PERFORM 2000-REECRIRE-OPERATEURS-START
                  THRU 2000-REECRIRE-OPERATEURS-END
               SET WS-OP-IDX TO WS-OPER-POS
           END-IF

           PERFORM 1600-CONTROLE-EXPIRATION-START
              THRU 1600-CONTROLE-EXPIRATION-END

           SET WS-OP-IDX TO WS-OPER-POS
           MOVE WS-JOUR-DATE TO WS-OP-CONNEXION(WS-OP-IDX)
           PERFORM 2000-REECRIRE-OPERATEURS-START
              THRU 2000-REECRIRE-OPERATEURS-END.
       1500-CONTROLE-OPERATEUR-END.
           EXIT.

           MOVE WS-JOUR-TIME TO SE-TIME
           MOVE WS-UTILISATEUR-ID TO SE-OPERATEUR-ID
           MOVE WS-SEC-EVENEMENT TO SE-EVENEMENT
           MOVE "calcsto" TO SE-PROGRAMME
           MOVE WS-UTILISATEUR-ID TO SE-ACTEUR
           WRITE SE-RECORD

           CLOSE STO-SEC-FILE.
