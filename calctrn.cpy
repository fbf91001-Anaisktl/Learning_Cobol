      * Enregistrement du fichier des transactions (30 octets) :
      * type H entete, D detail, C transaction chainee, R reprise,
      * X annulation d'un resultat deja poste, T fin de fichier.
      * Une annulation porte son propre numero de sequence, des
      * operandes a zero et, dans :PFX:-ORIGINE, le numero du
      * resultat qu'elle annule. Les autres details portent au meme
      * endroit leur provenance : :PFX:-SEQ-SOURCE, numero d'origine
      * dans le fichier de la source, pose par la consolidation qui
      * renumerote, et :PFX:-FORCE a O pour une repetition reelle
      * d'un doublon, autorisee par un superviseur au poste de
      * retravail. Un detail emis par le generateur des ordres
      * permanents porte a la place sa reference d'ordre :
      * :PFX:-ORDRE-ID, numero de l'ordre (SO-ID), et
      * :PFX:-ORDRE-ECHEANCE, echeance executee en AAAAMMJJ ; une
      * echeance numerique distingue cette vue de la precedente.
      * A reprendre avec
      * COPY "calctrn.cpy" REPLACING ==:PFX:== BY ==TR==.
       01  :PFX:-RECORD.
           05  :PFX:-TYPE            PIC X(1).
               88  :PFX:-TYPE-DETAIL          VALUE "D".
               88  :PFX:-TYPE-CHAINE          VALUE "C".
               88  :PFX:-TYPE-REPRISE         VALUE "R".
               88  :PFX:-TYPE-ANNULATION      VALUE "X".
               88  :PFX:-TYPE-FIN             VALUE "T".
           05  :PFX:-DETAIL.
               10  :PFX:-SEQ         PIC 9(5).
               10  :PFX:-NUM2        PIC S9(3)V99 SIGN LEADING
                                     SEPARATE.
               10  FILLER            PIC X(11).
           05  :PFX:-ANNULATION REDEFINES :PFX:-DETAIL.
               10  FILLER            PIC X(18).
               10  :PFX:-ORIGINE     PIC 9(5).
               10  FILLER            PIC X(6).
           05  :PFX:-PROVENANCE REDEFINES :PFX:-DETAIL.
               10  FILLER            PIC X(18).
               10  :PFX:-SEQ-SOURCE  PIC X(5).
               10  :PFX:-FORCE       PIC X(1).
                   88  :PFX:-DOUBLON-FORCE        VALUE "O".
               10  FILLER            PIC X(5).
           05  :PFX:-ORDRE REDEFINES :PFX:-DETAIL.
               10  FILLER            PIC X(18).
               10  :PFX:-ORDRE-ID    PIC 9(3).
               10  :PFX:-ORDRE-ECHEANCE
                                     PIC 9(8).
           05  :PFX:-ENTETE REDEFINES :PFX:-DETAIL.
               10  :PFX:-EN-DATE     PIC X(10).
               10  :PFX:-EN-SOURCE   PIC X(8).
