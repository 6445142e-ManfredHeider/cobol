      *------------------------------------------------------------*
      * DRAN0262  -  MAHN-SATZ-AUS (AUSGABESATZ VERMITTLER-        *
      *              MAHNLISTE, PMAN0088: JE VORLAEUFIG ERFASSTEM  *
      *              ANTRAG (SATZART 'VO') AB DER MAHNGRENZE EINE  *
      *              ZEILE, SORTIERT NACH VBNR)                    *
      *------------------------------------------------------------*
       01  DRAN0262.
           05  MAHN-SATZ-DATEN.
               10  MAHN-SATZ-DATEN-VBNR        PIC X(007).
               10  MAHN-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  MAHN-SATZ-DATEN-PIN         PIC X(015).
               10  MAHN-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  MAHN-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  MAHN-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
      *        ERSTERFASSUNG (TT.MM.JJJJ)
               10  MAHN-SATZ-DATEN-ERST-DAT    PIC X(010).
               10  MAHN-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
      *        ALTER IN TAGEN BIS ZUM STICHTAG
               10  MAHN-SATZ-DATEN-TAGE        PIC X(005).
               10  MAHN-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  MAHN-SATZ-DATEN-BEITRAG     PIC X(013).
               10  MAHN-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  MAHN-SATZ-DATEN-FILLER      PIC X(010).
