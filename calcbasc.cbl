       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcbasc.

      * Bascule de periode du fichier maitre des resultats. Sur le
      * modele de l'archivage du journal : les resultats dont la
      * date de traitement (RE-RUN-DATE) precede la date charniere
      * partent dans des fichiers d'historique mensuels
      * (CALCRES.AAAAMM), un index CALCRIDX.DAT tenu comme celui
      * des archives du journal dit quel fichier couvre quel mois,
      * et le fichier maitre n'est reconstruit qu'apres
      * verification : resultats lus = historises + conserves.
      * Les compteurs de sequences sont ensuite remis a la base de
      * leur plage : zero pour le batch (CALCNSEQ.DAT, avec le
      * checkpoint CALCCKPT.DAT), 90000 pour l'interactif
      * (CALCISEQ.DAT). La premiere journee apres la bascule passe
      * ainsi la regle TR-SEQ > dernier checkpoint et le
      * rapprochement continue de classer en historique tout ce
      * qui precede la premiere transaction du jour.
      * Condition prealable : plus aucun numero de la plage ne
      * doit etre en service, ni resultat conserve au maitre, ni
      * ligne de calcul du journal vif, ni suspens, ni correction
      * en attente de validation. La bascule se passe donc en
      * debut de journee, avant tout calcul du jour, avec le jour
      * pour date charniere, apres l'archivage du journal a la
      * meme date et une fois suspens et corrections ecoules.
      * Sinon la remise a la base de la plage est refusee : le
      * fichier et le numero qui la bloquent sont affiches et le
      * compteur reste tel quel, code retour 8 pour la plage
      * batch, 4 si seule la plage interactive est bloquee. Le
      * maitre, lui, est bascule dans tous les cas. La carte
      * CALCBPRM.DAT (date charniere) permet le passage en travail
      * planifie ; a defaut la date est demandee au terminal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASC-PARM-FILE ASSIGN TO "CALCBPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BASC-RES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-SEQ
               ALTERNATE RECORD KEY IS RE-OPERATEUR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RES-STATUS.

           SELECT BASC-TRAVAIL-FILE ASSIGN TO "CALCRESW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

           SELECT BASC-SORTIE-FILE ASSIGN TO DYNAMIC WS-HIST-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIE-STATUS.

           SELECT BASC-INDEX-FILE ASSIGN TO "CALCRIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT BASC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT BASC-SUSP-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BASC-ATTENTE-FILE ASSIGN TO "CALCCATT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

           SELECT BASC-NSEQ-FILE ASSIGN TO "CALCNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSEQ-STATUS.

           SELECT BASC-ISEQ-FILE ASSIGN TO "CALCISEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISEQ-STATUS.

           SELECT BASC-CKPT-FILE ASSIGN TO "CALCCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASC-PARM-FILE.
       01  BP-RECORD.
           05  BP-CHARNIERE          PIC X(10).

       FD  BASC-RES-FILE.
       COPY "calcre.cpy".

       FD  BASC-TRAVAIL-FILE.
       01  TW-RECORD                 PIC X(86).

       FD  BASC-SORTIE-FILE.
       01  HR-RECORD                 PIC X(86).

       FD  BASC-INDEX-FILE.
       01  RI-RECORD.
           05  RI-MOIS               PIC X(6).
           05  RI-FICHIER            PIC X(20).
           05  RI-NB                 PIC 9(7).

       FD  BASC-LOG-FILE.
       COPY "calclg.cpy".

       FD  BASC-SUSP-FILE.
       COPY "calcsu.cpy".

       FD  BASC-ATTENTE-FILE.
       COPY "calcca.cpy".

       FD  BASC-NSEQ-FILE.
       01  NS-RECORD.
           05  NS-LAST-SEQ           PIC 9(5).

       FD  BASC-ISEQ-FILE.
       01  IS-RECORD.
           05  IS-LAST-SEQ           PIC 9(5).

       FD  BASC-CKPT-FILE.
       01  CK-RECORD.
           05  CK-LAST-SEQ           PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-RES-STATUS             PIC X(2).
       01  WS-TRAVAIL-STATUS         PIC X(2).
       01  WS-SORTIE-STATUS          PIC X(2).
       01  WS-INDEX-STATUS           PIC X(2).
       01  WS-LOG-STATUS             PIC X(2).
       01  WS-SUSP-STATUS            PIC X(2).
       01  WS-ATTENTE-STATUS         PIC X(2).
       01  WS-NSEQ-STATUS            PIC X(2).
       01  WS-ISEQ-STATUS            PIC X(2).
       01  WS-CKPT-STATUS            PIC X(2).

       01  WS-RES-EOF                PIC X(1) VALUE "N".
           88  WS-RES-DONE                    VALUE "Y".

       01  WS-TRAVAIL-EOF            PIC X(1) VALUE "N".
           88  WS-TRAVAIL-DONE                VALUE "Y".

       01  WS-INDEX-EOF              PIC X(1) VALUE "N".
           88  WS-INDEX-DONE                  VALUE "Y".

       01  WS-LOG-EOF                PIC X(1) VALUE "N".
           88  WS-LOG-DONE                    VALUE "Y".

       01  WS-SUSP-EOF               PIC X(1) VALUE "N".
           88  WS-SUSP-DONE                   VALUE "Y".

       01  WS-ATTENTE-EOF            PIC X(1) VALUE "N".
           88  WS-ATTENTE-DONE                VALUE "Y".

       01  WS-CHARNIERE              PIC X(10).

      * Dates ramenees en AAAAMMJJ pour comparaison.
       01  WS-CLE-CHARNIERE          PIC X(8).
       01  WS-CLE-JOUR               PIC X(8).
       01  WS-CLE-LIGNE              PIC X(8).
       01  WS-MOIS-LIGNE             PIC X(6).

       01  WS-HIST-NOM               PIC X(20).
       01  WS-HIST-MOIS-OUVERT       PIC X(6) VALUE SPACES.

      * Index de l'historique en table : fusion de l'index existant
      * et des mois alimentes par la bascule.
       01  WS-TABLE-INDEX.
           05  WS-NB-MOIS            PIC 9(3) VALUE 0.
           05  WS-IX-ENTREE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NB-MOIS
               INDEXED BY WS-IX-IDX.
               10  WS-IX-MOIS        PIC X(6).
               10  WS-IX-FICHIER     PIC X(20).
               10  WS-IX-NB          PIC 9(7).

       01  WS-MOIS-POS               PIC 9(3) VALUE 0.
       01  WS-PARCOURS               PIC 9(3).

       01  WS-CPT-LUS                PIC 9(7) VALUE 0.
       01  WS-CPT-HISTORISES         PIC 9(7) VALUE 0.
       01  WS-CPT-CONSERVES          PIC 9(7) VALUE 0.
       01  WS-CPT-RECHARGES          PIC 9(7) VALUE 0.

       01  WS-TOTAL-CONTROLE         PIC 9(7).

      * Plus haut numero encore en service apres la bascule, par
      * plage, et le fichier ou il a ete vu : a zero, la plage
      * peut repartir de sa base.
       01  WS-BLOC-BATCH-SEQ         PIC 9(5) VALUE 0.
       01  WS-BLOC-BATCH-FICHIER     PIC X(12) VALUE SPACES.
       01  WS-BLOC-INTER-SEQ         PIC 9(5) VALUE 0.
       01  WS-BLOC-INTER-FICHIER     PIC X(12) VALUE SPACES.

       01  WS-SEQ-VUE                PIC 9(5).
       01  WS-FICHIER-VU             PIC X(12).

      * Plage refusee, pour le message de refus.
       01  WS-REFUS-PLAGE            PIC X(11).
       01  WS-REFUS-SEQ              PIC 9(5).
       01  WS-REFUS-FICHIER          PIC X(12).

       01  WS-NOUVEAU-BATCH          PIC 9(5) VALUE 0.
       01  WS-NOUVEAU-INTER          PIC 9(5) VALUE 90000.
       01  WS-ANCIEN-BATCH           PIC 9(5) VALUE 0.
       01  WS-ANCIEN-INTER           PIC 9(5) VALUE 90000.

       01  WS-DATE-TIME.
           05  WS-DT-ANNEE           PIC 9(4).
           05  WS-DT-MOIS            PIC 9(2).
           05  WS-DT-JOUR            PIC 9(2).
           05  FILLER                PIC X(13).

       PROCEDURE DIVISION.
           PERFORM 1000-PARM-LIRE-START
              THRU 1000-PARM-LIRE-END

           PERFORM 2000-CHARGER-INDEX-START
              THRU 2000-CHARGER-INDEX-END

           PERFORM 3000-REPARTIR-RESULTATS-START
              THRU 3000-REPARTIR-RESULTATS-END

      * Verification avant toute reconstruction : ce qui a ete lu
      * doit se retrouver integralement entre historique et
      * fichier de travail.
           COMPUTE WS-TOTAL-CONTROLE =
               WS-CPT-HISTORISES + WS-CPT-CONSERVES
           IF WS-TOTAL-CONTROLE NOT = WS-CPT-LUS
               DISPLAY "ECART DE POINTAGE : MAITRE NON RECONSTRUIT"
               DISPLAY "LUS        : " WS-CPT-LUS
               DISPLAY "HISTORISES : " WS-CPT-HISTORISES
               DISPLAY "CONSERVES  : " WS-CPT-CONSERVES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 4000-RECONSTRUIRE-MAITRE-START
              THRU 4000-RECONSTRUIRE-MAITRE-END

           PERFORM 5000-ECRIRE-INDEX-START
              THRU 5000-ECRIRE-INDEX-END

           PERFORM 6000-SEQ-EN-SERVICE-START
              THRU 6000-SEQ-EN-SERVICE-END

           PERFORM 7000-REINIT-COMPTEURS-START
              THRU 7000-REINIT-COMPTEURS-END

           DISPLAY "RESULTATS LUS       : " WS-CPT-LUS
           DISPLAY "RESULTATS HISTORISES: " WS-CPT-HISTORISES
           DISPLAY "RESULTATS CONSERVES : " WS-CPT-CONSERVES
           DISPLAY "COMPTEUR BATCH      : " WS-ANCIEN-BATCH
               " -> " WS-NOUVEAU-BATCH
           DISPLAY "COMPTEUR INTERACTIF : " WS-ANCIEN-INTER
               " -> " WS-NOUVEAU-INTER

           STOP RUN.

      *** CARTE PARAMETRE OU SAISIE DE LA DATE CHARNIERE. ***
      * Une date charniere posterieure au jour ferait basculer des
      * resultats que le rapprochement du jour attend encore : elle
      * est refusee, comme une date illisible.
       1000-PARM-LIRE-START.
           MOVE SPACES TO WS-CHARNIERE

           OPEN INPUT BASC-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ BASC-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BP-CHARNIERE TO WS-CHARNIERE
               END-READ
               CLOSE BASC-PARM-FILE
           END-IF

           IF WS-CHARNIERE = SPACES
               DISPLAY "DATE CHARNIERE (JJ/MM/AAAA) ?"
               ACCEPT WS-CHARNIERE
           END-IF

           IF WS-CHARNIERE(1:2) NOT NUMERIC
               OR WS-CHARNIERE(4:2) NOT NUMERIC
               OR WS-CHARNIERE(7:4) NOT NUMERIC
               DISPLAY "DATE CHARNIERE ILLISIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CHARNIERE(7:4) TO WS-CLE-CHARNIERE(1:4)
           MOVE WS-CHARNIERE(4:2) TO WS-CLE-CHARNIERE(5:2)
           MOVE WS-CHARNIERE(1:2) TO WS-CLE-CHARNIERE(7:2)

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME(1:8) TO WS-CLE-JOUR
           IF WS-CLE-CHARNIERE > WS-CLE-JOUR
               DISPLAY "DATE CHARNIERE POSTERIEURE AU JOUR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-PARM-LIRE-END.
           EXIT.

      *** CHARGEMENT DE L'INDEX DE L'HISTORIQUE. ***
       2000-CHARGER-INDEX-START.
           OPEN INPUT BASC-INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 2000-CHARGER-INDEX-END
           END-IF

           PERFORM UNTIL WS-INDEX-DONE
               READ BASC-INDEX-FILE
                   AT END
                       SET WS-INDEX-DONE TO TRUE
                   NOT AT END
                       IF WS-NB-MOIS < 200
                           ADD 1 TO WS-NB-MOIS
                           SET WS-IX-IDX TO WS-NB-MOIS
                           MOVE RI-MOIS TO WS-IX-MOIS(WS-IX-IDX)
                           MOVE RI-FICHIER
                               TO WS-IX-FICHIER(WS-IX-IDX)
                           MOVE RI-NB TO WS-IX-NB(WS-IX-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BASC-INDEX-FILE.
       2000-CHARGER-INDEX-END.
           EXIT.

      *** REPARTITION DU FICHIER MAITRE. ***
       3000-REPARTIR-RESULTATS-START.
           OPEN INPUT BASC-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "FICHIER DE RESULTATS INTROUVABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BASC-TRAVAIL-FILE
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "OUVERTURE CALCRESW.DAT IMPOSSIBLE : "
                   WS-TRAVAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-RES-DONE
               READ BASC-RES-FILE NEXT
                   AT END
                       SET WS-RES-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CPT-LUS
                       PERFORM 3100-REPARTIR-RESULTAT-START
                          THRU 3100-REPARTIR-RESULTAT-END
               END-READ
           END-PERFORM

           IF WS-HIST-MOIS-OUVERT NOT = SPACES
               CLOSE BASC-SORTIE-FILE
               MOVE SPACES TO WS-HIST-MOIS-OUVERT
           END-IF

           CLOSE BASC-RES-FILE
           CLOSE BASC-TRAVAIL-FILE.
       3000-REPARTIR-RESULTATS-END.
           EXIT.

      * Un resultat dont la date ne se laisse pas lire reste au
      * fichier maitre : on ne bascule que ce que l'on sait dater.
      * Les numeros des resultats conserves restent en service.
      * Un historique ou un fichier de travail qui ne s'ecrit pas
      * arrete tout avant la reconstruction du maitre : le maitre
      * reste entier, seul l'historique du mois en cours d'ecriture
      * est a remettre en etat avant de relancer.
       3100-REPARTIR-RESULTAT-START.
           IF RE-RUN-DATE(1:2) NUMERIC AND RE-RUN-DATE(4:2) NUMERIC
               AND RE-RUN-DATE(7:4) NUMERIC
               MOVE RE-RUN-DATE(7:4) TO WS-CLE-LIGNE(1:4)
               MOVE RE-RUN-DATE(4:2) TO WS-CLE-LIGNE(5:2)
               MOVE RE-RUN-DATE(1:2) TO WS-CLE-LIGNE(7:2)
           ELSE
               MOVE SPACES TO WS-CLE-LIGNE
           END-IF

           IF WS-CLE-LIGNE NOT = SPACES
               AND WS-CLE-LIGNE < WS-CLE-CHARNIERE
               PERFORM 3200-HISTORISER-START
                  THRU 3200-HISTORISER-END
           ELSE
               MOVE RE-RECORD TO TW-RECORD
               WRITE TW-RECORD
               IF WS-TRAVAIL-STATUS NOT = "00"
                   DISPLAY "ECRITURE CALCRESW.DAT IMPOSSIBLE : "
                       WS-TRAVAIL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CPT-CONSERVES
               MOVE RE-SEQ TO WS-SEQ-VUE
               MOVE "CALCRES.DAT" TO WS-FICHIER-VU
               PERFORM 6100-NOTER-EN-SERVICE-START
                  THRU 6100-NOTER-EN-SERVICE-END
           END-IF.
       3100-REPARTIR-RESULTAT-END.
           EXIT.

       3200-HISTORISER-START.
           MOVE WS-CLE-LIGNE(1:6) TO WS-MOIS-LIGNE

           IF WS-MOIS-LIGNE NOT = WS-HIST-MOIS-OUVERT
               IF WS-HIST-MOIS-OUVERT NOT = SPACES
                   CLOSE BASC-SORTIE-FILE
               END-IF
               MOVE SPACES TO WS-HIST-NOM
               STRING "CALCRES." WS-MOIS-LIGNE
                   DELIMITED BY SIZE INTO WS-HIST-NOM
               OPEN EXTEND BASC-SORTIE-FILE
               IF WS-SORTIE-STATUS = "35"
                   OPEN OUTPUT BASC-SORTIE-FILE
                   CLOSE BASC-SORTIE-FILE
                   OPEN EXTEND BASC-SORTIE-FILE
               END-IF
               IF WS-SORTIE-STATUS NOT = "00"
                   DISPLAY "OUVERTURE " WS-HIST-NOM " IMPOSSIBLE : "
                       WS-SORTIE-STATUS
                   DISPLAY "MAITRE NON RECONSTRUIT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MOIS-LIGNE TO WS-HIST-MOIS-OUVERT
           END-IF

           MOVE RE-RECORD TO HR-RECORD
           WRITE HR-RECORD
           IF WS-SORTIE-STATUS NOT = "00"
               DISPLAY "ECRITURE " WS-HIST-NOM " IMPOSSIBLE : "
                   WS-SORTIE-STATUS
               DISPLAY "MAITRE NON RECONSTRUIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CPT-HISTORISES

           PERFORM 3300-POINTER-INDEX-START
              THRU 3300-POINTER-INDEX-END.
       3200-HISTORISER-END.
           EXIT.

       3300-POINTER-INDEX-START.
           MOVE 0 TO WS-MOIS-POS
           SET WS-IX-IDX TO 1
           PERFORM UNTIL WS-MOIS-POS > 0
               OR WS-IX-IDX > WS-NB-MOIS
               IF WS-IX-MOIS(WS-IX-IDX) = WS-MOIS-LIGNE
                   MOVE WS-IX-IDX TO WS-MOIS-POS
               ELSE
                   SET WS-IX-IDX UP BY 1
               END-IF
           END-PERFORM

           IF WS-MOIS-POS = 0
               IF WS-NB-MOIS = 200
                   DISPLAY "INDEX DE L'HISTORIQUE PLEIN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-MOIS
               SET WS-IX-IDX TO WS-NB-MOIS
               MOVE WS-MOIS-LIGNE TO WS-IX-MOIS(WS-IX-IDX)
               MOVE WS-HIST-NOM TO WS-IX-FICHIER(WS-IX-IDX)
               MOVE 0 TO WS-IX-NB(WS-IX-IDX)
               MOVE WS-NB-MOIS TO WS-MOIS-POS
           END-IF

           SET WS-IX-IDX TO WS-MOIS-POS
           ADD 1 TO WS-IX-NB(WS-IX-IDX).
       3300-POINTER-INDEX-END.
           EXIT.

      *** RECONSTRUCTION DU FICHIER MAITRE. ***
      * Le fichier de travail est dans l'ordre des cles : le maitre
      * est recharge tel quel, et le nombre recharge doit egaler le
      * nombre conserve.
       4000-RECONSTRUIRE-MAITRE-START.
           OPEN INPUT BASC-TRAVAIL-FILE
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "RELECTURE CALCRESW.DAT IMPOSSIBLE : "
                   WS-TRAVAIL-STATUS
               DISPLAY "MAITRE NON RECONSTRUIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BASC-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "RECONSTRUCTION FICHIER RESULTATS IMPOSSIBLE"
               DISPLAY "LES CONSERVES SONT DANS CALCRESW.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-TRAVAIL-EOF
           PERFORM UNTIL WS-TRAVAIL-DONE
               READ BASC-TRAVAIL-FILE
                   AT END
                       SET WS-TRAVAIL-DONE TO TRUE
                   NOT AT END
                       MOVE TW-RECORD TO RE-RECORD
                       WRITE RE-RECORD
                           INVALID KEY
                               DISPLAY "CLE EN DOUBLE : " RE-SEQ
                           NOT INVALID KEY
                               ADD 1 TO WS-CPT-RECHARGES
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE BASC-TRAVAIL-FILE
           CLOSE BASC-RES-FILE

           IF WS-CPT-RECHARGES NOT = WS-CPT-CONSERVES
               DISPLAY "ECART AU RECHARGEMENT : COMPTEURS INCHANGES"
               DISPLAY "CONSERVES  : " WS-CPT-CONSERVES
               DISPLAY "RECHARGES  : " WS-CPT-RECHARGES
               DISPLAY "LES CONSERVES SONT DANS CALCRESW.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-RECONSTRUIRE-MAITRE-END.
           EXIT.

      *** REECRITURE DE L'INDEX. ***
       5000-ECRIRE-INDEX-START.
           OPEN OUTPUT BASC-INDEX-FILE

           MOVE 0 TO WS-PARCOURS
           PERFORM UNTIL WS-PARCOURS = WS-NB-MOIS
               ADD 1 TO WS-PARCOURS
               SET WS-IX-IDX TO WS-PARCOURS
               MOVE WS-IX-MOIS(WS-IX-IDX) TO RI-MOIS
               MOVE WS-IX-FICHIER(WS-IX-IDX) TO RI-FICHIER
               MOVE WS-IX-NB(WS-IX-IDX) TO RI-NB
               WRITE RI-RECORD
           END-PERFORM

           CLOSE BASC-INDEX-FILE.
       5000-ECRIRE-INDEX-END.
           EXIT.

      *** NUMEROS ENCORE EN SERVICE HORS DU MAITRE. ***
      * Une ligne de calcul restee au journal vif serait prise par
      * le rapprochement pour une ligne sans transaction si son
      * numero etait reattribue, et un suspens repasse en reprise
      * (type R) remplacerait le resultat d'un autre mouvement,
      * qu'il soit encore en suspens ou deja corrige et en attente
      * de validation : leurs numeros restent en service, dans
      * l'une ou l'autre plage. Les traces de gestion (numero
      * zero) ne comptent pas.
       6000-SEQ-EN-SERVICE-START.
           OPEN INPUT BASC-LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-DONE
                   READ BASC-LOG-FILE
                       AT END
                           SET WS-LOG-DONE TO TRUE
                       NOT AT END
                           IF LG-SEQ NUMERIC
                               MOVE LG-SEQ TO WS-SEQ-VUE
                               MOVE "CALCLOG.DAT" TO WS-FICHIER-VU
                               PERFORM 6100-NOTER-EN-SERVICE-START
                                  THRU 6100-NOTER-EN-SERVICE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASC-LOG-FILE
           END-IF

           OPEN INPUT BASC-SUSP-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-DONE
                   READ BASC-SUSP-FILE
                       AT END
                           SET WS-SUSP-DONE TO TRUE
                       NOT AT END
                           IF SU-SEQ NUMERIC
                               MOVE SU-SEQ TO WS-SEQ-VUE
                               MOVE "CALCSUSP.DAT" TO WS-FICHIER-VU
                               PERFORM 6100-NOTER-EN-SERVICE-START
                                  THRU 6100-NOTER-EN-SERVICE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASC-SUSP-FILE
           END-IF

           OPEN INPUT BASC-ATTENTE-FILE
           IF WS-ATTENTE-STATUS = "00"
               PERFORM UNTIL WS-ATTENTE-DONE
                   READ BASC-ATTENTE-FILE
                       AT END
                           SET WS-ATTENTE-DONE TO TRUE
                       NOT AT END
                           IF CA-SEQ NUMERIC
                               MOVE CA-SEQ TO WS-SEQ-VUE
                               MOVE "CALCCATT.DAT" TO WS-FICHIER-VU
                               PERFORM 6100-NOTER-EN-SERVICE-START
                                  THRU 6100-NOTER-EN-SERVICE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASC-ATTENTE-FILE
           END-IF.
       6000-SEQ-EN-SERVICE-END.
           EXIT.

      * Retient, par plage, le plus haut numero vu en service et
      * le premier fichier ou il a ete vu.
       6100-NOTER-EN-SERVICE-START.
           IF WS-SEQ-VUE = 0
               GO TO 6100-NOTER-EN-SERVICE-END
           END-IF

           IF WS-SEQ-VUE > 90000
               IF WS-SEQ-VUE > WS-BLOC-INTER-SEQ
                   MOVE WS-SEQ-VUE TO WS-BLOC-INTER-SEQ
                   MOVE WS-FICHIER-VU TO WS-BLOC-INTER-FICHIER
               END-IF
           ELSE
               IF WS-SEQ-VUE > WS-BLOC-BATCH-SEQ
                   MOVE WS-SEQ-VUE TO WS-BLOC-BATCH-SEQ
                   MOVE WS-FICHIER-VU TO WS-BLOC-BATCH-FICHIER
               END-IF
           END-IF.
       6100-NOTER-EN-SERVICE-END.
           EXIT.

      *** REINITIALISATION DES COMPTEURS. ***
      * Compteurs et checkpoint sont reecrits ensemble : un
      * compteur ramene sans son checkpoint ferait sauter au batch
      * toute la premiere journee de la nouvelle periode. Une
      * plage dont un numero est encore en service n'est pas
      * touchee.
       7000-REINIT-COMPTEURS-START.
           OPEN INPUT BASC-NSEQ-FILE
           IF WS-NSEQ-STATUS = "00"
               READ BASC-NSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NS-LAST-SEQ NUMERIC
                           MOVE NS-LAST-SEQ TO WS-ANCIEN-BATCH
                       END-IF
               END-READ
               CLOSE BASC-NSEQ-FILE
           END-IF

           OPEN INPUT BASC-ISEQ-FILE
           IF WS-ISEQ-STATUS = "00"
               READ BASC-ISEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IS-LAST-SEQ NUMERIC
                           MOVE IS-LAST-SEQ TO WS-ANCIEN-INTER
                       END-IF
               END-READ
               CLOSE BASC-ISEQ-FILE
           END-IF

           IF WS-BLOC-BATCH-SEQ > 0
               MOVE WS-ANCIEN-BATCH TO WS-NOUVEAU-BATCH
               MOVE "BATCH" TO WS-REFUS-PLAGE
               MOVE WS-BLOC-BATCH-SEQ TO WS-REFUS-SEQ
               MOVE WS-BLOC-BATCH-FICHIER TO WS-REFUS-FICHIER
               PERFORM 7100-REFUSER-PLAGE-START
                  THRU 7100-REFUSER-PLAGE-END
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7200-ECRIRE-BATCH-START
                  THRU 7200-ECRIRE-BATCH-END
           END-IF

           IF WS-BLOC-INTER-SEQ > 0
               MOVE WS-ANCIEN-INTER TO WS-NOUVEAU-INTER
               MOVE "INTERACTIVE" TO WS-REFUS-PLAGE
               MOVE WS-BLOC-INTER-SEQ TO WS-REFUS-SEQ
               MOVE WS-BLOC-INTER-FICHIER TO WS-REFUS-FICHIER
               PERFORM 7100-REFUSER-PLAGE-START
                  THRU 7100-REFUSER-PLAGE-END
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 7300-ECRIRE-INTER-START
                  THRU 7300-ECRIRE-INTER-END
           END-IF.
       7000-REINIT-COMPTEURS-END.
           EXIT.

       7100-REFUSER-PLAGE-START.
           DISPLAY "REMISE A LA BASE DE LA PLAGE " WS-REFUS-PLAGE
               " REFUSEE"
           DISPLAY "SEQUENCE " WS-REFUS-SEQ " ENCORE EN SERVICE DANS "
               WS-REFUS-FICHIER

           EVALUATE WS-REFUS-FICHIER
           WHEN "CALCRES.DAT"
               DISPLAY "RESULTAT NON HISTORISE : BASCULER EN DEBUT DE "
                   "JOURNEE, LE JOUR POUR DATE CHARNIERE"
           WHEN "CALCLOG.DAT"
               DISPLAY "ARCHIVER LE JOURNAL A LA MEME DATE CHARNIERE "
                   "AVANT LA BASCULE"
           WHEN "CALCSUSP.DAT"
               DISPLAY "SUSPENS A CORRIGER OU A ABANDONNER AVANT LA "
                   "BASCULE"
           WHEN OTHER
               DISPLAY "CORRECTION A VALIDER ET A PASSER AVANT LA "
                   "BASCULE"
           END-EVALUATE.
       7100-REFUSER-PLAGE-END.
           EXIT.

       7200-ECRIRE-BATCH-START.
           MOVE 0 TO WS-NOUVEAU-BATCH

           OPEN OUTPUT BASC-NSEQ-FILE
           IF WS-NSEQ-STATUS NOT = "00"
               DISPLAY "ECRITURE COMPTEUR BATCH IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NOUVEAU-BATCH TO NS-LAST-SEQ
           WRITE NS-RECORD
           CLOSE BASC-NSEQ-FILE

           OPEN OUTPUT BASC-CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "ECRITURE CHECKPOINT IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NOUVEAU-BATCH TO CK-LAST-SEQ
           WRITE CK-RECORD
           CLOSE BASC-CKPT-FILE.
       7200-ECRIRE-BATCH-END.
           EXIT.

       7300-ECRIRE-INTER-START.
           MOVE 90000 TO WS-NOUVEAU-INTER

           OPEN OUTPUT BASC-ISEQ-FILE
           IF WS-ISEQ-STATUS NOT = "00"
               DISPLAY "ECRITURE COMPTEUR INTERACTIF IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NOUVEAU-INTER TO IS-LAST-SEQ
           WRITE IS-RECORD
           CLOSE BASC-ISEQ-FILE.
       7300-ECRIRE-INTER-END.
           EXIT.
