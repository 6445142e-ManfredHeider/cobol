      *------------------------------------------------------------*
      * DRAN0274  -  KJOU-SATZ-AUS (SATZ DES KORREKTURJOURNALS,    *
      *              PMAN0093: JE GEAENDERTEM FELD EINES BESTAND-  *
      *              EINTRAGS EINE ZEILE MIT WERT VORHER/NACHHER,  *
      *              BEZUG, ERFASSER UND FREIGEBER - NACHWEIS      *
      *              ALLER MANUELLEN BESTANDSAENDERUNGEN. EINGABE  *
      *              VON PMAN0089 - FELDNAMEN UND WERTFORMATE NUR  *
      *              ZUSAMMEN MIT PMAN0089 AENDERN)                *
      *------------------------------------------------------------*
       01  DRAN0274.
           05  KJOU-SATZ-DATEN.
      *        DATUM DES KORREKTURLAUFS (TT.MM.JJJJ)
               10  KJOU-SATZ-DATEN-LAUF-DAT    PIC X(010).
               10  KJOU-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
      *        BEZUG: DATUM DES ABGLEICHS (TT.MM.JJJJ) UND KLASSE
               10  KJOU-SATZ-DATEN-ABGL-DAT    PIC X(010).
               10  KJOU-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-KLASSE      PIC X(015).
               10  KJOU-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  KJOU-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-NR          PIC X(015).
               10  KJOU-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-AKTION      PIC X(002).
               10  KJOU-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
      *        FELD: 'LOESCH-DAT', 'ERST-DAT', 'BEITRAG', 'VBNR',
      *        'SATZART'; WERTE DRUCKAUFBEREITET (VORHER LEER BEI
      *        NEUANLAGE)
               10  KJOU-SATZ-DATEN-FELD        PIC X(010).
               10  KJOU-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-WERT-VORHER PIC X(013).
               10  KJOU-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-WERT-NACHH  PIC X(013).
               10  KJOU-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-ERFASSER    PIC X(008).
               10  KJOU-SATZ-DATEN-SEMIK-10    PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-FREIGEBER   PIC X(008).
               10  KJOU-SATZ-DATEN-SEMIK-11    PIC X(001) VALUE ';'.
               10  KJOU-SATZ-DATEN-FILLER      PIC X(010).
