      *------------------------------------------------------------*
      * DRAN0278  -  DLZA-SATZ-AUS (AUSGABESATZ AUSREISSERLISTE    *
      *              DURCHLAUFZEIT PMAN0094: ANTRAEGE, DEREN       *
      *              GESAMTDURCHLAUFZEIT DIE GRENZE IN ARBEITS-    *
      *              TAGEN UEBERSCHREITET)                         *
      *------------------------------------------------------------*
       01  DRAN0278.
           05  DLZA-SATZ-DATEN.
      *        BERICHTSMONAT (MM.JJJJ)
               10  DLZA-SATZ-DATEN-MONAT       PIC X(007).
               10  DLZA-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  DLZA-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-PIN         PIC X(015).
               10  DLZA-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-VNR-ANTR    PIC X(015).
               10  DLZA-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-BEARBEITER  PIC X(007).
               10  DLZA-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
      *        DATEN DER STUFEN (TT.MM.JJJJ), BESTAETIGT LEER, WENN
      *        KEINE LADEBESTAETIGUNG VORLIEGT
               10  DLZA-SATZ-DATEN-EINGANG     PIC X(010).
               10  DLZA-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-ERFASST     PIC X(010).
               10  DLZA-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-GESENDET    PIC X(010).
               10  DLZA-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-BESTAETIGT  PIC X(010).
               10  DLZA-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
      *        ARBEITSTAGE JE STUFE UND GESAMT (EINGANG BIS
      *        BESTAETIGUNG, OHNE BESTAETIGUNG BIS VERSAND)
               10  DLZA-SATZ-DATEN-AT-ERFASST  PIC 9(003).
               10  DLZA-SATZ-DATEN-SEMIK-10    PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-AT-GESENDET PIC 9(003).
               10  DLZA-SATZ-DATEN-SEMIK-11    PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-AT-BESTAET  PIC 9(003).
               10  DLZA-SATZ-DATEN-SEMIK-12    PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-AT-GESAMT   PIC 9(003).
               10  DLZA-SATZ-DATEN-SEMIK-13    PIC X(001) VALUE ';'.
      *        'UNBESTAETIGT' = KEINE LADEBESTAETIGUNG AUS WIEN
               10  DLZA-SATZ-DATEN-HINWEIS     PIC X(012).
               10  DLZA-SATZ-DATEN-SEMIK-14    PIC X(001) VALUE ';'.
               10  DLZA-SATZ-DATEN-FILLER      PIC X(010).
