      *------------------------------------------------------------*
      * DRAN0273  -  KORR-SATZ (SATZ EINGABEDATEI KORR-EINGABE,    *
      *              BESTANDSKORREKTUR PMAN0093: JE GEKLAERTER     *
      *              DIFFERENZ DES VOLLBESTANDSABGLEICHS           *
      *              (PMAN0086, DRAN0256) EINE KORREKTURBUCHUNG    *
      *              MIT ERFASSER UND FREIGEBER (VIER-AUGEN-       *
      *              PRINZIP))                                     *
      *------------------------------------------------------------*
       01  KORR-SATZ.
      *        BEZUG AUF DIE ZEILE DER DIFF-AUSGABE: DATUM DES
      *        ABGLEICHS (TTMMJJJJ), KLASSE UND BEI FELD-ABWEICHUNGEN
      *        DER FELDNAME ('BEITRAG'/'VBNR')
           05  KORR-SATZ-BEZUG.
               10  KORR-SATZ-ABGL-DAT   PIC X(008).
               10  KORR-SATZ-KLASSE     PIC X(015).
               10  KORR-SATZ-FELD       PIC X(010).
      *        SCHLUESSEL DES BESTAND-EINTRAGS (TDS-NR, GESELLSCHAFT)
           05  KORR-SATZ-SCHLUESSEL.
               10  KORR-SATZ-NR         PIC X(015).
               10  KORR-SATZ-PGEB-GES   PIC X(002).
      *        AKTION: 'LS' = LOESCHDATUM SETZEN
      *                'LR' = LOESCHDATUM ZURUECKSETZEN
      *                'BT' = BEITRAG KORRIGIEREN
      *                'VB' = VBNR KORRIGIEREN
      *                'NA' = FEHLENDEN EINTRAG NEU ANLEGEN
           05  KORR-SATZ-AKTION         PIC X(002).
      *        NEUE WERTE (JE NACH AKTION, SONST LEER)
      *        LOESCHDATUM BEI 'LS', ERSTERFASSUNG BEI 'NA' (TTMMJJJJ,
      *        LEER = TAGESDATUM)
           05  KORR-SATZ-LOESCH-DAT     PIC X(008).
           05  KORR-SATZ-ERST-DAT       PIC X(008).
           05  KORR-SATZ-BEITRAG        PIC 9(007)V99.
           05  KORR-SATZ-BEITRAG-X REDEFINES KORR-SATZ-BEITRAG
                                        PIC X(009).
           05  KORR-SATZ-VBNR           PIC X(007).
           05  KORR-SATZ-SATZART        PIC X(002).
      *        BENUTZERKENNUNGEN: ERFASSER UND ZWEITER FREIGEBER
           05  KORR-SATZ-ERFASSER       PIC X(008).
           05  KORR-SATZ-FREIGEBER      PIC X(008).
           05  KORR-SATZ-FILLER         PIC X(018).
