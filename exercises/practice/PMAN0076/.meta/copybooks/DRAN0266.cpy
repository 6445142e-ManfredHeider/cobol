      *------------------------------------------------------------*
      * DRAN0266  -  DUBL-SATZ (SATZ DER INDIZIERTEN DUBLETTEN-    *
      *              DATEI, SCHLUESSEL VERSICHERUNGSNEHMER (NAME,  *
      *              VORNAME, GEB.-DATUM) + GESELLSCHAFT + HAUPT-  *
      *              PRODUKT. JE SCHLUESSEL DIE ZULETZT NACH WIEN  *
      *              GESENDETEN NEUZUGAENGE (MODUS I/I2) IN        *
      *              EINGANGSFOLGE; IST DIE TABELLE VOLL, FAELLT   *
      *              DER AELTESTE EINTRAG HERAUS. GEFUEHRT VON     *
      *              PMAN0076 (U31-DUBLETTEN-PRUEFEN))             *
      *------------------------------------------------------------*
       01  DUBL-SATZ.
           05  DUBL-SATZ-SCHLUESSEL.
               10  DUBL-SATZ-ZUNAME     PIC X(026).
               10  DUBL-SATZ-VORNAME    PIC X(026).
      *        GEBURTSDATUM WIE IM WIEN-SATZ (TT.MM.JJJJ)
               10  DUBL-SATZ-GEB-DAT    PIC X(010).
               10  DUBL-SATZ-PGEB-GES   PIC X(002).
      *        HAUPTPRODUKT WIE IM WIEN-SATZ (PROD-SCHL-1)
               10  DUBL-SATZ-PROD-SCHL  PIC X(004).
           05  DUBL-SATZ-ANZAHL         PIC 9(002).
           05  DUBL-SATZ-EINTRAG        OCCURS 10 TIMES.
               10  DUBL-SATZ-TDS-NR     PIC X(015).
               10  DUBL-SATZ-VBNR       PIC X(007).
      *        ERFASSUNGSDATUM DES ANTRAGS (JJJJMMTT, AUS TDS-DATUM)
               10  DUBL-SATZ-ERF-DAT    PIC 9(008).
               10  DUBL-SATZ-BEITRAG    PIC 9(007)V99.
           05  DUBL-SATZ-FILLER         PIC X(020).
