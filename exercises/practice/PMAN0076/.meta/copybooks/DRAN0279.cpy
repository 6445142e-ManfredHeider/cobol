      *------------------------------------------------------------*
      * DRAN0279  -  TEIL-SATZ  (ABSCHLUSSSATZ EINES TEILLAUFS     *
      *              PMAN0076 IM PARALLEL-TAGESLAUF, PARM 'TN'.    *
      *              JE TEILLAUF EIN SATZ MIT ALLEN ZAEHLERN DES   *
      *              PROTOKOLLS UND DER TAGESABSTIMMUNG, GE-       *
      *              SCHRIEBEN IN N17-TEILLAUF-SCHREIBEN. DIE      *
      *              SAETZE ALLER TEILLAEUFE WERDEN VOM ZUSAMMEN-  *
      *              FUEHRUNGSLAUF PMAN0096 SUMMIERT)              *
      *------------------------------------------------------------*
       01  TEIL-SATZ.
           05  TEIL-SATZ-PGM-NAME          PIC X(008).
      *        NUMMER DES TEILLAUFS (1 BIS 4)
           05  TEIL-SATZ-PARTITION         PIC 9(001).
      *        VERARBEITUNGSDATUM (TT.MM.JJJJ) UND SEINE HERKUNFT:
      *        'T' = AUS DEM 1. TDS-SATZ, 'P' = PER PARM VORGEGEBEN,
      *        'S' = TEILLAUF OHNE TAGESDATUM-SATZ (CURRENT DATE),
      *        'R' = AUS DEM RESTART-SATZ UEBERNOMMEN
           05  TEIL-SATZ-TAGESDATUM        PIC X(010).
           05  TEIL-SATZ-DATUM-QUELLE      PIC X(001).
      *        'J' = PROBELAUF (PARM 'P')
           05  TEIL-SATZ-PROBELAUF         PIC X(001).
      *        'J' = TEILLAUF IST WIEDERAUFGESETZT WORDEN (RESTART)
           05  TEIL-SATZ-RESTART           PIC X(001).
      *        'J' = VERMITTLER-STAMM FEHLTE (PRUEFUNG ENTFALLEN)
           05  TEIL-SATZ-VERM-FEHLT        PIC X(001).
      *        'J' = GRUPPENMODUS MIT NICHT GRUPPIERTER EINGABE
           05  TEIL-SATZ-GRP-FRAGMENT      PIC X(001).
      *        ZAEHLER WIE IM PROTOKOLL (N12-PROTOKOLL).
      *        AUSGABE = DATENSAETZE DER WIEN-AUSGABE OHNE KOPF-,
      *        GRUPPEN- UND TRAILERZEILEN (WIE IM TRAILERSATZ)
           05  TEIL-SATZ-ZAEHLER.
               10  TEIL-SATZ-ZAEHLER-EIN   PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-AUS   PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-SUSP  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-NETT  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-PRUEF PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-INH   PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-AEND  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-REP   PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-VERM  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-SPERR PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-SPWV  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-DUBL  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-ARCH  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-KONS  PIC 9(008).
               10  TEIL-SATZ-ZAEHLER-GRP   PIC 9(008).
      *            SAETZE DER TAG-AUSGABE
               10  TEIL-SATZ-ZAEHLER-TAG   PIC 9(008).
      *        EINGABE-FINGERABDRUCK (VGL. N15-LAUF-SCHREIBEN)
           05  TEIL-SATZ-ERST-TDS-NR       PIC X(015).
           05  TEIL-SATZ-LETZT-TDS-NR      PIC X(015).
      *        AUFGLIEDERUNG JE GESELLSCHAFT (REIHENFOLGE WIE
      *        Z-STAT-GES-NR) UND JE MODUS (WIE Z-STAT-MODUS-CODE)
           05  TEIL-SATZ-STAT-GES          OCCURS 17 TIMES.
               10  TEIL-SATZ-STAT-GES-EIN  PIC 9(008).
               10  TEIL-SATZ-STAT-GES-AUS  PIC 9(008).
           05  TEIL-SATZ-STAT-MOD          OCCURS 6 TIMES.
               10  TEIL-SATZ-STAT-MOD-EIN  PIC 9(008).
               10  TEIL-SATZ-STAT-MOD-AUS  PIC 9(008).
      *        TAGESABSTIMMUNG JE GESELLSCHAFT (PLATZ 18 = UNBEKANNTE
      *        GESELLSCHAFT, VGL. Z-ABST-... IN PMAN0076)
           05  TEIL-SATZ-ABST              OCCURS 18 TIMES.
               10  TEIL-SATZ-ABST-GELESEN  PIC 9(008).
               10  TEIL-SATZ-ABST-SUSP     PIC 9(008).
               10  TEIL-SATZ-ABST-PRUEF    PIC 9(008).
               10  TEIL-SATZ-ABST-VERM     PIC 9(008).
               10  TEIL-SATZ-ABST-SPERR    PIC 9(008).
               10  TEIL-SATZ-ABST-KONS     PIC 9(008).
               10  TEIL-SATZ-ABST-OANTR    PIC 9(008).
           05  TEIL-SATZ-FILLER            PIC X(012).
