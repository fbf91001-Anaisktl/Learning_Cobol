      * Correction en attente de validation (140 octets) : le
      * mouvement en suspens d'origine (type, sequence, statut et
      * date du traitement), les valeurs avant et apres correction,
      * l'operateur qui a saisi la correction et, une fois la
      * decision prise, le superviseur qui l'a approuvee ou rejetee.
      * La reference d'ordre permanent du suspens suit en queue.
      * Seules les corrections approuvees partent en nouvelle
      * soumission ; une correction rejetee retourne en suspens.
       01  CA-RECORD.
           05  CA-TYPE               PIC X(1).
           05  CA-SEQ                PIC 9(5).
           05  CA-STATUT             PIC X(30).
           05  CA-RUN-DATE           PIC X(10).
           05  CA-AVANT.
               10  CA-AV-NUM1        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  CA-AV-OPERATOR    PIC X(1).
               10  CA-AV-NUM2        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
           05  CA-APRES.
               10  CA-AP-NUM1        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  CA-AP-OPERATOR    PIC X(1).
               10  CA-AP-NUM2        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
           05  CA-AUTEUR             PIC X(10).
           05  CA-SAISIE-DATE        PIC X(10).
           05  CA-SAISIE-TIME        PIC X(8).
           05  CA-DECISION           PIC X(1).
               88  CA-EN-ATTENTE              VALUE SPACE.
               88  CA-APPROUVEE               VALUE "A".
               88  CA-REJETEE                 VALUE "R".
           05  CA-VALIDEUR           PIC X(10).
           05  CA-DECISION-DATE      PIC X(10).
           05  CA-DECISION-TIME      PIC X(8).
           05  CA-ORDRE-ID           PIC X(3).
           05  CA-ORDRE-ECHEANCE     PIC X(8).
