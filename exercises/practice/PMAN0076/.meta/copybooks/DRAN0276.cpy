      *------------------------------------------------------------*
      * DRAN0276  -  LADB-SATZ (SATZ DER INDIZIERTEN LADEBESTAE-   *
      *              TIGUNGS-DATEI: JE VON DER DVAG-WIEN MIT       *
      *              STATUS 'OK' QUITTIERTEM DATENSATZ EIN SATZ    *
      *              MIT DEM DATUM DER BESTAETIGUNG. GEFUEHRT VON  *
      *              PMAN0080 (AUCH FUER NACHLIEFERUNGEN DES       *
      *              PMAN0081), AUSGEWERTET VON PMAN0094.          *
      *              SCHLUESSEL WIE SENDEARCHIV (DRAN0251) OHNE    *
      *              LAUFENDE NUMMER)                              *
      *------------------------------------------------------------*
       01  LADB-SATZ.
           05  LADB-SATZ-SCHLUESSEL.
               10  LADB-SATZ-PIN        PIC X(015).
               10  LADB-SATZ-PGEB-GES   PIC X(002).
      *        SENDEDATUM (JJJJMMTT) = DATUM DER UEBERSCHRIFT DER
      *        QUITTIERTEN WIEN-AUSGABE
               10  LADB-SATZ-SENDE-DAT  PIC 9(008).
           05  LADB-SATZ-VNR-ANTR       PIC X(015).
      *        DATUM DER BESTAETIGUNG (JJJJMMTT) = TAG DES PMAN0080-
      *        LAUFS, DER DIE QUITTUNG 'OK' VERARBEITET HAT
           05  LADB-SATZ-BESTAET-DAT    PIC 9(008).
           05  LADB-SATZ-FILLER         PIC X(012).
