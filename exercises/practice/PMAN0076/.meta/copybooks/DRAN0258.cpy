      *------------------------------------------------------------*
      * DRAN0258  -  TREF-SATZ-AUS (AUSGABESATZ TREFFER-BERICHT    *
      *              DES SANKTIONSLISTEN-ABGLEICHS PMAN0087: JE    *
      *              REGISTER-PERSON MIT TREFFER EINE ZEILE        *
      *              'TREFFER', DARUNTER JE GESENDETEM ANTRAG DER  *
      *              PERSON (PIN + GESELLSCHAFT) DER STAND DER     *
      *              SPERRE)                                       *
      *------------------------------------------------------------*
       01  DRAN0258.
           05  TREF-SATZ-DATEN.
      *        ART: 'TREFFER     ', 'SPERRE NEU  ', 'SPERRE OFFEN'
      *        ODER 'FREIGEGEBEN '
               10  TREF-SATZ-DATEN-ART         PIC X(012).
               10  TREF-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
      *        UEBEREINSTIMMUNG IN PUNKTEN (0 - 100)
               10  TREF-SATZ-DATEN-SCORE       PIC X(003).
               10  TREF-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-QUELLE      PIC X(002).
               10  TREF-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-REF         PIC X(015).
               10  TREF-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
      *        PERSON LAUT PERSONEN-REGISTER (GEB.-DAT. TTMMJJ)
               10  TREF-SATZ-DATEN-ZUNAME      PIC X(026).
               10  TREF-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-VORNAME     PIC X(026).
               10  TREF-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-GEB-DAT     PIC X(006).
               10  TREF-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
      *        LISTENEINTRAG (NAMEN NORMIERT, GEB.-DAT. TTMMJJJJ)
               10  TREF-SATZ-DATEN-L-ZUNAME    PIC X(026).
               10  TREF-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-L-VORNAME   PIC X(026).
               10  TREF-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-L-GEB-DAT   PIC X(008).
               10  TREF-SATZ-DATEN-SEMIK-10    PIC X(001) VALUE ';'.
      *        GESPERRTER ANTRAG (NUR BEI DEN SPERR-ZEILEN)
               10  TREF-SATZ-DATEN-PIN         PIC X(015).
               10  TREF-SATZ-DATEN-SEMIK-11    PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  TREF-SATZ-DATEN-SEMIK-12    PIC X(001) VALUE ';'.
               10  TREF-SATZ-DATEN-FILLER      PIC X(010).
