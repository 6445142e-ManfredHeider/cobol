           05  ARCH-SATZ-SATZART        PIC X(002).
      *        VOLLSTAENDIGER GESENDETER WIEN-SATZ (DRAN0227)
           05  ARCH-SATZ-WIEN-SATZ      PIC X(1500).
      *        DER WIEN-SATZ BELEGT NUR 1485 BYTES - DIE RESTLICHEN
      *        15 BYTES TRAGEN DIE TDS-NR (SCHLUESSEL DER BESTAND-
      *        DATEI, DIE PIN IST NICHT IMMER GLEICH DER TDS-NR).
      *        LEER BEI SAETZEN, DIE VOR DEM 15.10.26 ARCHIVIERT
      *        WURDEN (VGL. PMAN0089)
           05  ARCH-SATZ-WIEN-SATZ-R REDEFINES ARCH-SATZ-WIEN-SATZ.
               10  FILLER               PIC X(1485).
               10  ARCH-SATZ-TDS-NR     PIC X(015).
      *        MODUS DES TDS-SATZES (TDS-MODUS), LEER BEI SAETZEN, DIE
      *        VOR DEM 15.10.26 ARCHIVIERT WURDEN
           05  ARCH-SATZ-MODUS          PIC X(002).
           05  ARCH-SATZ-FILLER         PIC X(008).
