      *------------------------------------------------------------*
      * DRAN0275  -  KABL-SATZ-AUS (LISTE DER ABGEWIESENEN         *
      *              KORREKTURBUCHUNGEN, PMAN0093: JE BUCHUNG      *
      *              EINE ZEILE MIT GRUND - DER BESTAND BLEIBT     *
      *              UNVERAENDERT)                                 *
      *------------------------------------------------------------*
       01  DRAN0275.
           05  KABL-SATZ-DATEN.
               10  KABL-SATZ-DATEN-ABGL-DAT    PIC X(010).
               10  KABL-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-KLASSE      PIC X(015).
               10  KABL-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  KABL-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-NR          PIC X(015).
               10  KABL-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-AKTION      PIC X(002).
               10  KABL-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-ERFASSER    PIC X(008).
               10  KABL-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-FREIGEBER   PIC X(008).
               10  KABL-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-GRUND       PIC X(040).
               10  KABL-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  KABL-SATZ-DATEN-FILLER      PIC X(010).
