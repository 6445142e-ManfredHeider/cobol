      *------------------------------------------------------------*
      * DRAN0267  -  DUBV-SATZ-AUS (AUSGABESATZ DUBLETTEN-         *
      *              VERDACHTSLISTE, PMAN0076: NEUZUGANG MIT       *
      *              GLEICHEM VERSICHERUNGSNEHMER, GESELLSCHAFT,   *
      *              HAUPTPRODUKT UND AEHNLICHEM BEITRAG WIE EIN   *
      *              FRUEHERER NEUZUGANG UNTER ANDERER TDS-NR.     *
      *              JE VERDACHTSPAAR EINE ZEILE. DER NEUZUGANG    *
      *              WIRD TROTZDEM NACH WIEN GESENDET - KLAERUNG   *
      *              DURCH DEN INNENDIENST VOR DEM PROVISIONSLAUF) *
      *------------------------------------------------------------*
       01  DRAN0267.
           05  DUBV-SATZ-DATEN.
               10  DUBV-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  DUBV-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-ZUNAME      PIC X(026).
               10  DUBV-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-VORNAME     PIC X(026).
               10  DUBV-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-GEB-DAT     PIC X(010).
               10  DUBV-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-PROD-SCHL   PIC X(004).
               10  DUBV-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
      *        NEUZUGANG DES TAGES
               10  DUBV-SATZ-DATEN-NEU-NR      PIC X(015).
               10  DUBV-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-NEU-VBNR    PIC X(007).
               10  DUBV-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-NEU-ERF-DAT PIC X(010).
               10  DUBV-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-NEU-BEITRAG PIC X(013).
               10  DUBV-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
      *        FRUEHERER NEUZUGANG (AUS DER DUBLETTEN-DATEI)
               10  DUBV-SATZ-DATEN-ALT-NR      PIC X(015).
               10  DUBV-SATZ-DATEN-SEMIK-10    PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-ALT-VBNR    PIC X(007).
               10  DUBV-SATZ-DATEN-SEMIK-11    PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-ALT-ERF-DAT PIC X(010).
               10  DUBV-SATZ-DATEN-SEMIK-12    PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-ALT-BEITRAG PIC X(013).
               10  DUBV-SATZ-DATEN-SEMIK-13    PIC X(001) VALUE ';'.
               10  DUBV-SATZ-DATEN-FILLER      PIC X(010).
