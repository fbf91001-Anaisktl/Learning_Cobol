      * sans date lisible (anterieurs au champ RE-RUN-DATE) sont
      * comptes et laisses de cote. La carte CALCXPRM.DAT (date de
      * debut, date de fin) permet le passage en travail planifie ;
      * a defaut les bornes sont demandees au terminal. Une
      * annulation part sur une ligne de type X qui porte, a la
      * place du statut, le numero du resultat annule ; son
      * resultat de signe oppose entre au total de controle, si
      * bien que le resultat annule (ligne D au statut ANNULE PAR)
      * et son annulation s'equilibrent dans les cumuls de l'aval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CPT-LUS                PIC 9(7) VALUE 0.
       01  WS-CPT-EXTRAITS           PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-DATE          PIC 9(7) VALUE 0.
       01  WS-CPT-ANNULATIONS        PIC 9(7) VALUE 0.

       01  WS-HASH-RESULT            PIC S9(9)V99 VALUE 0.
       01  WS-RESULT-CALC            PIC S9(7)V99.
           DISPLAY "RESULTATS LUS       : " WS-CPT-LUS
           DISPLAY "RESULTATS EXTRAITS  : " WS-CPT-EXTRAITS
           DISPLAY "RESULTATS SANS DATE : " WS-CPT-SANS-DATE
           DISPLAY "DONT ANNULATIONS    : " WS-CPT-ANNULATIONS

           STOP RUN.

           MOVE RE-NUM1 TO WS-NUM1-BIS
           MOVE RE-NUM2 TO WS-NUM2-BIS
           MOVE SPACES TO XT-LIGNE

           IF RE-STATUT(1:14) = "ANNULATION DE "
               ADD 1 TO WS-CPT-ANNULATIONS
               STRING "X;" RE-SEQ ";"
                   FUNCTION TRIM(RE-OPERATEUR-ID) ";"
                   FUNCTION TRIM(WS-NUM1-BIS) ";"
                   RE-OPERATOR ";"
                   FUNCTION TRIM(WS-NUM2-BIS) ";"
                   FUNCTION TRIM(RE-RESULT) ";"
                   RE-STATUT(15:5)
                   DELIMITED BY SIZE INTO XT-LIGNE
               WRITE XT-LIGNE
               GO TO 3000-EXTRAIRE-UN-END
           END-IF

           STRING "D;" RE-SEQ ";"
               FUNCTION TRIM(RE-OPERATEUR-ID) ";"
               FUNCTION TRIM(WS-NUM1-BIS) ";"
