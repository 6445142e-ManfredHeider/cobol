      *------------------------------------------------------------*
      * DRAN0265  -  MANU-SATZ-AUS (LISTE ZUR MANUELLEN ZUORDNUNG, *
      *              PMAN0090: AKTIVE ANTRAEGE AUSGESCHIEDENER     *
      *              VERMITTLER, DIE NICHT MASCHINELL UEBERTRAGEN  *
      *              WERDEN KONNTEN - JE ANTRAG EINE ZEILE MIT     *
      *              GRUND)                                        *
      *------------------------------------------------------------*
       01  DRAN0265.
           05  MANU-SATZ-DATEN.
               10  MANU-SATZ-DATEN-VBNR        PIC X(007).
               10  MANU-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  MANU-SATZ-DATEN-VERM-NAME   PIC X(026).
               10  MANU-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
      *        AUSTRITTSDATUM (TT.MM.JJJJ, LEER WENN NICHT GEPFLEGT)
               10  MANU-SATZ-DATEN-AUSTRITT    PIC X(010).
               10  MANU-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  MANU-SATZ-DATEN-NR          PIC X(015).
               10  MANU-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  MANU-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  MANU-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  MANU-SATZ-DATEN-BEITRAG     PIC X(013).
               10  MANU-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
      *        GRUND: 'KEIN NACHFOLGER GEPFLEGT', 'NACHFOLGER
      *        UNBEKANNT', 'NACHFOLGER INAKTIV', 'KEIN SENDESATZ IM
      *        ARCHIV' ODER 'ANTRAG IM BESTAND VERAENDERT'
               10  MANU-SATZ-DATEN-GRUND       PIC X(040).
               10  MANU-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  MANU-SATZ-DATEN-FILLER      PIC X(010).
