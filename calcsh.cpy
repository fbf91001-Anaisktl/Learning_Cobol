      * Journal de generation des ordres permanents (21 octets) :
      * une ligne par echeance emise par le generateur, avec la
      * date du traitement qui l'a emise, le numero de l'ordre et
      * l'echeance executee en AAAAMMJJ. Le fichier CALCSTOH.DAT
      * est cumulatif ; il sert au releve des ordres permanents.
       01  SH-RECORD.
           05  SH-RUN-DATE           PIC X(10).
           05  SH-ORDRE-ID           PIC 9(3).
           05  SH-ECHEANCE           PIC X(8).
