      *------------------------------------------------------------*
      * DRAN0269  -  BLATT-SATZ-AUS (AUSGABESATZ TAGESABSTIM-      *
      *              MUNGSBLATT PMAN0091: JE ABSTIMMREGEL,         *
      *              DATUM UND GESELLSCHAFT EINE ZEILE MIT LINKER  *
      *              UND RECHTER SEITE, DIFFERENZ UND ERGEBNIS     *
      *              'OK' / 'DIFFERENZ' / 'FEHLT')                 *
      *------------------------------------------------------------*
       01  DRAN0269.
           05  BLATT-SATZ-DATEN.
               10  BLATT-SATZ-DATEN-REGEL      PIC X(040).
               10  BLATT-SATZ-DATEN-SEMIK-1    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-DATUM      PIC X(010).
               10  BLATT-SATZ-DATEN-SEMIK-2    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-PGEB-GES   PIC X(002).
               10  BLATT-SATZ-DATEN-SEMIK-3    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-LINKS      PIC 9(008).
               10  BLATT-SATZ-DATEN-SEMIK-4    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-RECHTS     PIC 9(008).
               10  BLATT-SATZ-DATEN-SEMIK-5    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-DIFFERENZ  PIC -9(008).
               10  BLATT-SATZ-DATEN-SEMIK-6    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-ERGEBNIS   PIC X(010).
               10  BLATT-SATZ-DATEN-SEMIK-7    PIC X(001) VALUE ';'.
               10  BLATT-SATZ-DATEN-FILLER     PIC X(010).
