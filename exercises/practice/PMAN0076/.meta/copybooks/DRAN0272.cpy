      *------------------------------------------------------------*
      * DRAN0272  -  LOEP-SATZ-AUS (AUSGABESATZ LOESCHPROTOKOLL    *
      *              DSGVO PMAN0092: NACHWEIS JEDER ANONYMI-       *
      *              SIERUNG BZW. LOESCHUNG UND JEDES ABGELEHNTEN  *
      *              ANTRAGS. ENTHAELT KEINE PERSONENDATEN, NUR    *
      *              AKTENZEICHEN UND GESCHAEFTSSCHLUESSEL.        *
      *              AUFZUBEWAHREN)                                *
      *------------------------------------------------------------*
       01  DRAN0272.
           05  LOEP-SATZ-DATEN.
      *        VERARBEITUNGSDATUM (TT.MM.JJJJ)
               10  LOEP-SATZ-DATEN-LAUF-DAT    PIC X(010).
               10  LOEP-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-VORGANG     PIC X(012).
               10  LOEP-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
      *        QUELLE WIE IN DRAN0271, LEER BEI ABGELEHNTEM ANTRAG
               10  LOEP-SATZ-DATEN-QUELLE      PIC X(012).
               10  LOEP-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-ROLLE       PIC X(009).
               10  LOEP-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
      *        PIN (DUBLETTEN-DATEI: TDS-NR)
               10  LOEP-SATZ-DATEN-PIN         PIC X(015).
               10  LOEP-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  LOEP-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-DATUM       PIC X(010).
               10  LOEP-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
      *        ANONYMISIERT / GELOESCHT / ABGELEHNT / KEINE DATEN
               10  LOEP-SATZ-DATEN-AKTION      PIC X(012).
               10  LOEP-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-GRUND       PIC X(040).
               10  LOEP-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
               10  LOEP-SATZ-DATEN-FILLER      PIC X(010).
