      * Mouvement en suspens (70 octets) : la transaction d'origine
      * avec ses operandes resolus, le statut d'echec, la date du
      * traitement et, pour l'execution d'un ordre permanent, sa
      * reference (numero d'ordre, echeance AAAAMMJJ). Un suspens
      * d'avant ces deux champs se lit avec des blancs en queue.
       01  SU-RECORD.
           05  SU-TYPE               PIC X(1).
           05  SU-SEQ                PIC 9(5).
                                     SEPARATE.
           05  SU-STATUT             PIC X(30).
           05  SU-RUN-DATE           PIC X(10).
           05  SU-ORDRE-ID           PIC X(3).
           05  SU-ORDRE-ECHEANCE     PIC X(8).
