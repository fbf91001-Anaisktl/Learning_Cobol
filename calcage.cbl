      * garde que les mouvements encore corrigeables au poste de
      * correction. Un mouvement dont la date ne se laisse pas lire
      * reste au fichier vif et est signale : on ne purge que ce que
      * l'on sait dater. Une ligne d'abandon porte le suspens
      * d'origine, la date de purge puis, pour l'execution d'un
      * ordre permanent, sa reference (numero, echeance).
      * La carte CALCGPRM.DAT (date de traitement,
      * seuil d'escalade, limite de retention en jours) permet le
      * passage en travail planifie ; a defaut les valeurs sont
      * demandees au terminal.
       01  DL-RECORD.
           05  DL-SUSPENS            PIC X(59).
           05  DL-PURGE-DATE         PIC X(10).
           05  DL-ORDRE-ID           PIC X(3).
           05  DL-ORDRE-ECHEANCE     PIC X(8).

       FD  AGE-RAPPORT-FILE.
       01  RP-LIGNE                  PIC X(80).
           05  WS-SU-ENTREE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NB-SUSP
               INDEXED BY WS-SU-IDX.
               10  WS-SU-RECORD      PIC X(70).
               10  WS-SU-AGE         PIC S9(5).
               10  WS-SU-SORT        PIC X(1).
      * Sort du mouvement : V conserve au vif, A abandonne.
                                     SEPARATE.
           05  WS-SD-STATUT          PIC X(30).
           05  WS-SD-RUN-DATE        PIC X(10).
           05  WS-SD-ORDRE-ID        PIC X(3).
           05  WS-SD-ORDRE-ECHEANCE  PIC X(8).

       PROCEDURE DIVISION.
           PERFORM 1000-PARM-LIRE-START
               ADD 1 TO WS-PARCOURS
               SET WS-SU-IDX TO WS-PARCOURS
               IF WS-SU-SORT(WS-SU-IDX) = "A"
                   MOVE WS-SU-RECORD(WS-SU-IDX) TO WS-SU-DETAIL
                   MOVE WS-SU-RECORD(WS-SU-IDX)(1:59) TO DL-SUSPENS
                   MOVE WS-RUN-DATE TO DL-PURGE-DATE
                   MOVE WS-SD-ORDRE-ID TO DL-ORDRE-ID
                   MOVE WS-SD-ORDRE-ECHEANCE TO DL-ORDRE-ECHEANCE
                   WRITE DL-RECORD
               END-IF
           END-PERFORM
