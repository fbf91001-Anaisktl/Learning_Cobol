      * sources avant le controle amont. La prochaine echeance de
      * chaque ordre emis est avancee selon sa frequence (J un
      * jour, H sept jours, M un mois a jour constant, limite a 28
      * a la saisie). Chaque detail emis porte dans sa zone libre
      * la reference de l'ordre (numero et echeance executee), qui
      * suit le mouvement jusqu'au fichier maitre des resultats,
      * et chaque echeance emise est ajoutee au journal de
      * generation CALCSTOH.DAT (calcsh.cpy) que relit le releve
      * des ordres. La carte CALCSPRM.DAT (date de traitement)
      * permet le passage en travail planifie ; a defaut la date
      * est demandee au terminal.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.

           SELECT GEN-HISTO-FILE ASSIGN TO "CALCSTOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-PARM-FILE.
       FD  GEN-SORTIE-FILE.
       COPY "calctrn.cpy" REPLACING ==:PFX:== BY ==TR==.

       FD  GEN-HISTO-FILE.
       COPY "calcsh.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-STO-STATUS             PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).
       01  WS-HISTO-STATUS           PIC X(2).

       01  WS-STO-EOF                PIC X(1) VALUE "N".
           88  WS-STO-DONE                    VALUE "Y".
               10  WS-SO-OPERATEUR   PIC X(10).
               10  WS-SO-ACTIF       PIC X(1).
               10  WS-SO-ECHU        PIC X(1).
               10  WS-SO-ECHEANCE    PIC X(8).

       01  WS-PARCOURS               PIC 9(3).

           END-IF

           MOVE "O" TO WS-SO-ECHU(WS-SO-IDX)
           MOVE WS-CLE-ECHEANCE TO WS-SO-ECHEANCE(WS-SO-IDX)
           ADD 1 TO WS-CPT-EMIS
           ADD WS-SO-NUM1(WS-SO-IDX) TO WS-HASH1
           ADD WS-SO-NUM2(WS-SO-IDX) TO WS-HASH2
               STOP RUN
           END-IF

           OPEN EXTEND GEN-HISTO-FILE
           IF WS-HISTO-STATUS = "35"
               OPEN OUTPUT GEN-HISTO-FILE
               CLOSE GEN-HISTO-FILE
               OPEN EXTEND GEN-HISTO-FILE
           END-IF
           IF WS-HISTO-STATUS NOT = "00"
               DISPLAY "OUVERTURE JOURNAL DE GENERATION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO TR-RECORD
           MOVE "H" TO TR-TYPE
           MOVE WS-RUN-DATE TO TR-EN-DATE
                   MOVE WS-SO-NUM1(WS-SO-IDX) TO TR-NUM1
                   MOVE WS-SO-OPERATOR(WS-SO-IDX) TO TR-OPERATOR
                   MOVE WS-SO-NUM2(WS-SO-IDX) TO TR-NUM2
                   MOVE WS-SO-ID(WS-SO-IDX) TO TR-ORDRE-ID
                   MOVE WS-SO-ECHEANCE(WS-SO-IDX)
                       TO TR-ORDRE-ECHEANCE
                   WRITE TR-RECORD
                   MOVE WS-RUN-DATE TO SH-RUN-DATE
                   MOVE WS-SO-ID(WS-SO-IDX) TO SH-ORDRE-ID
                   MOVE WS-SO-ECHEANCE(WS-SO-IDX) TO SH-ECHEANCE
                   WRITE SH-RECORD
               END-IF
           END-PERFORM

           MOVE WS-HASH2 TO TR-FIN-HASH2
           WRITE TR-RECORD

           CLOSE GEN-SORTIE-FILE
           CLOSE GEN-HISTO-FILE.
       4000-ECRIRE-SORTIE-END.
           EXIT.

