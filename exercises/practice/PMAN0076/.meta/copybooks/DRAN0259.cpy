      *------------------------------------------------------------*
      * DRAN0259  -  SPERR-SATZ (SATZ DER INDIZIERTEN SANKTIONS-   *
      *              SPERRDATEI, SCHLUESSEL PIN + GESELLSCHAFT.    *
      *              GEFUEHRT VOM SANKTIONSLISTEN-ABGLEICH         *
      *              PMAN0087, GELESEN VOM TAGESLAUF PMAN0076:     *
      *              SOLANGE DIE SPERRE OFFEN IST, WIRD KEIN SATZ  *
      *              ZU DIESEM ANTRAG NACH WIEN GESENDET. UEBER    *
      *              ZUNAME, VORNAME UND GEB.-DATUM WIRKT DIE      *
      *              SPERRE AUCH AUF JEDEN WEITEREN ANTRAG DIESER  *
      *              PERSON, AUCH UNTER NEUER PIN)                 *
      *------------------------------------------------------------*
       01  SPERR-SATZ.
           05  SPERR-SATZ-SCHLUESSEL.
               10  SPERR-SATZ-PIN       PIC X(015).
               10  SPERR-SATZ-PGEB-GES  PIC X(002).
      *        STATUS: 'O' = OFFEN (SENDUNG GESPERRT),
      *                'F' = VON COMPLIANCE FREIGEGEBEN
           05  SPERR-SATZ-STATUS        PIC X(001).
      *        TREFFER, DER ZUR SPERRE GEFUEHRT HAT
           05  SPERR-SATZ-SCORE         PIC 9(003).
           05  SPERR-SATZ-QUELLE        PIC X(002).
           05  SPERR-SATZ-REF           PIC X(015).
           05  SPERR-SATZ-ZUNAME        PIC X(026).
           05  SPERR-SATZ-VORNAME       PIC X(026).
      *        GEBURTSDATUM IM ANLIEFERFORMAT TTMMJJ
           05  SPERR-SATZ-GEB-DAT       PIC X(006).
      *        GESPERRT SEIT / ZULETZT BESTAETIGT (TT.MM.JJJJ)
           05  SPERR-SATZ-ERST-DATUM    PIC X(010).
           05  SPERR-SATZ-LETZT-DATUM   PIC X(010).
      *        FREIGABE DURCH COMPLIANCE (TT.MM.JJJJ, BENUTZER)
           05  SPERR-SATZ-FREI-DATUM    PIC X(010).
           05  SPERR-SATZ-FREI-DURCH    PIC X(007).
           05  SPERR-SATZ-FILLER        PIC X(020).
