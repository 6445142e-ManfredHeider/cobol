      *------------------------------------------------------------*
      * DRAN0270  -  DSGV-SATZ  (SATZ EINGABEDATEI DSGV-EINGABE,   *
      *              ANTRAGSKARTE DSGVO-AUSKUNFT/-LOESCHUNG        *
      *              PMAN0092: JE KARTE EINE BETROFFENE PERSON)    *
      *------------------------------------------------------------*
       01  DSGV-SATZ.
      *        AKTENZEICHEN DES DSGVO-ANTRAGS (DATENSCHUTZ)
           05  DSGV-SATZ-VORGANG        PIC X(012).
           05  DSGV-SATZ-ZUNAME         PIC X(026).
           05  DSGV-SATZ-VORNAME        PIC X(026).
      *        GEBURTSDATUM (TTMMJJJJ)
           05  DSGV-SATZ-GEB-DAT        PIC X(008).
           05  DSGV-SATZ-FILLER         PIC X(008).
