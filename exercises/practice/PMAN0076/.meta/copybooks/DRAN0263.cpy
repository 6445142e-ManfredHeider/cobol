      *------------------------------------------------------------*
      * DRAN0263  -  VGL-SATZ-AUS (AUSGABESATZ VGL-AUSGABE,        *
      *              VERGLEICH DES AUS DEM SENDEARCHIV NEU         *
      *              AUFGEBAUTEN ANTRAGS-BESTANDS MIT DER          *
      *              LAUFENDEN BESTAND-DATEI, PMAN0089: JE         *
      *              DIFFERENZ EINE ZEILE IN EINER DER DREI        *
      *              KLASSEN 'NUR-IM-BESTAND', 'NUR-IM-AUFBAU'     *
      *              UND 'FELD-ABWEICHUNG')                        *
      *------------------------------------------------------------*
       01  DRAN0263.
           05  VGL-SATZ-DATEN.
               10  VGL-SATZ-DATEN-KLASSE       PIC X(015).
               10  VGL-SATZ-DATEN-SEMIK-1      PIC X(001) VALUE ';'.
               10  VGL-SATZ-DATEN-PGEB-GES     PIC X(002).
               10  VGL-SATZ-DATEN-SEMIK-2      PIC X(001) VALUE ';'.
               10  VGL-SATZ-DATEN-NR           PIC X(015).
               10  VGL-SATZ-DATEN-SEMIK-3      PIC X(001) VALUE ';'.
      *        BEI FELD-ABWEICHUNGEN: FELDNAME ('ERST-DAT',
      *        'LOESCH-DAT', 'MODUS', 'SATZART', 'BEITRAG', 'VBNR')
      *        MIT BEIDEN WERTEN, SONST LEER
               10  VGL-SATZ-DATEN-FELD         PIC X(010).
               10  VGL-SATZ-DATEN-SEMIK-4      PIC X(001) VALUE ';'.
               10  VGL-SATZ-DATEN-WERT-BEST    PIC X(010).
               10  VGL-SATZ-DATEN-SEMIK-5      PIC X(001) VALUE ';'.
               10  VGL-SATZ-DATEN-WERT-AUFB    PIC X(010).
               10  VGL-SATZ-DATEN-SEMIK-6      PIC X(001) VALUE ';'.
               10  VGL-SATZ-DATEN-FILLER       PIC X(010).
