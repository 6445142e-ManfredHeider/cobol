      *------------------------------------------------------------*
      * DRAN0268  -  ABST-SATZ (KONTROLLSATZ TAGESABSTIMMUNG DER  *
      *              JOBKETTE PMAN0076/0078/0080/0081/0082. JE     *
      *              PROGRAMM, VERARBEITUNGSDATUM, GESELLSCHAFT    *
      *              UND KATEGORIE EIN SATZ MIT DER ANZAHL.        *
      *              GESELLSCHAFT '**' = SUMME BZW. UNBEKANNTE/    *
      *              NICHT OESTERR. GESELLSCHAFT. AUSGEWERTET VON  *
      *              PMAN0091 (TAGESABSTIMMUNGSBLATT))             *
      *------------------------------------------------------------*
       01  DRAN0268.
           05  ABST-SATZ-DATEN.
               10  ABST-SATZ-DATEN-PGM         PIC X(008).
               10  ABST-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
      *        VERARBEITUNGSDATUM TT.MM.JJJJ (BEI PMAN0080/0081 DAS
      *        DATUM DER ABGEGLICHENEN WIEN-AUSGABE)
               10  ABST-SATZ-DATEN-DATUM       PIC X(010).
               10  ABST-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  ABST-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  ABST-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  ABST-SATZ-DATEN-KATEGORIE   PIC X(012).
               10  ABST-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  ABST-SATZ-DATEN-ANZAHL      PIC 9(008).
               10  ABST-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
      *        'TEST' = AUS EINEM PROBELAUF (WIRD NICHT ABGESTIMMT)
               10  ABST-SATZ-DATEN-FILLER      PIC X(010).
