      *------------------------------------------------------------*
      * DRAN0257  -  SANK-SATZ  (SATZ EINGABEDATEI SANK-EINGABE,   *
      *              KONSOLIDIERTE SANKTIONSLISTE EU/UN FUER DEN   *
      *              SANKTIONSLISTEN-ABGLEICH PMAN0087: JE SATZ    *
      *              EINE GELISTETE NATUERLICHE PERSON; ALIASE     *
      *              ALS EIGENE SAETZE MIT GLEICHER REFERENZ)      *
      *------------------------------------------------------------*
       01  SANK-SATZ.
      *        HERKUNFT DES LISTENEINTRAGS ('EU'/'UN')
           05  SANK-SATZ-QUELLE         PIC X(002).
      *        REFERENZNUMMER DES LISTENEINTRAGS (Z.B. 'EU.1234.56')
           05  SANK-SATZ-REF            PIC X(015).
           05  SANK-SATZ-ZUNAME         PIC X(026).
           05  SANK-SATZ-VORNAME        PIC X(026).
      *        GEBURTSDATUM TTMMJJJJ; TTMM = '0000', WENN NUR DAS
      *        GEBURTSJAHR GELISTET IST; LEER = UNBEKANNT
           05  SANK-SATZ-GEB-DAT        PIC X(008).
           05  SANK-SATZ-FILLER         PIC X(023).
