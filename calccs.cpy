      * Source d'une consolidation (87 octets) : une ligne par
      * fichier consolide dans CALCCSRC.DAT, reecrit a chaque
      * consolidation acceptee. La plage de sequences attribuee
      * rattache chaque detail du fichier consolide a sa source ;
      * date d'entete, nombre et totaux de fin sont ceux du fichier
      * recu, pour reconnaitre au controle amont un fichier deja
      * recu.
       01  CS-RECORD.
           05  CS-SOURCE             PIC X(8).
           05  CS-EN-DATE            PIC X(10).
           05  CS-SEQ-DEBUT          PIC 9(5).
           05  CS-SEQ-FIN            PIC 9(5).
           05  CS-NB                 PIC 9(5).
           05  CS-HASH1              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05  CS-HASH2              PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05  CS-FICHIER            PIC X(30).
