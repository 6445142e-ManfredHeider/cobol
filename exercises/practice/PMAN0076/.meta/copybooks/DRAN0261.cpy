      *------------------------------------------------------------*
      * DRAN0261  -  WV-SATZ-AUS (AUSGABESATZ WIEDERVORLAGE        *
      *              VORLAEUFIG ERFASSTER ANTRAEGE (SATZART 'VO'), *
      *              PMAN0088: JE ANTRAG EINE ZEILE 'DETAIL', JE   *
      *              VBNR EINE ZEILE 'SUMME', AM ENDE 'GESAMT')    *
      *------------------------------------------------------------*
       01  DRAN0261.
           05  WV-SATZ-DATEN.
      *        ART: 'DETAIL', 'SUMME ' ODER 'GESAMT'
               10  WV-SATZ-DATEN-ART           PIC X(006).
               10  WV-SATZ-DATEN-SEMIK-1       PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-VBNR          PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-2       PIC X(001) VALUE ';'.
      *        ANTRAG (NUR BEI 'DETAIL')
               10  WV-SATZ-DATEN-PIN           PIC X(015).
               10  WV-SATZ-DATEN-SEMIK-3       PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-PGEB-GES      PIC X(002).
               10  WV-SATZ-DATEN-SEMIK-4       PIC X(001) VALUE ';'.
      *        ERSTERFASSUNG (TT.MM.JJJJ) UND ALTER IN TAGEN BIS ZUM
      *        STICHTAG (NUR BEI 'DETAIL')
               10  WV-SATZ-DATEN-ERST-DAT      PIC X(010).
               10  WV-SATZ-DATEN-SEMIK-5       PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-TAGE          PIC X(005).
               10  WV-SATZ-DATEN-SEMIK-6       PIC X(001) VALUE ';'.
      *        ALTERSKLASSE: ' 0-13', '14-29', '30-59', '60-89'
      *        ODER '90+  ' (NUR BEI 'DETAIL')
               10  WV-SATZ-DATEN-KLASSE        PIC X(005).
               10  WV-SATZ-DATEN-SEMIK-7       PIC X(001) VALUE ';'.
      *        'J' = MAHNGRENZE ERREICHT, STEHT IN DER MAHNLISTE
      *        (NUR BEI 'DETAIL')
               10  WV-SATZ-DATEN-MAHNUNG       PIC X(001).
               10  WV-SATZ-DATEN-SEMIK-8       PIC X(001) VALUE ';'.
      *        BEITRAG ('DETAIL') BZW. BEITRAGSSUMME
               10  WV-SATZ-DATEN-BEITRAG       PIC X(013).
               10  WV-SATZ-DATEN-SEMIK-9       PIC X(001) VALUE ';'.
      *        ANZAHL JE ALTERSKLASSE (NUR BEI 'SUMME'/'GESAMT')
               10  WV-SATZ-DATEN-ANZ-0         PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-10      PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-ANZ-14        PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-11      PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-ANZ-30        PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-12      PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-ANZ-60        PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-13      PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-ANZ-90        PIC X(007).
               10  WV-SATZ-DATEN-SEMIK-14      PIC X(001) VALUE ';'.
               10  WV-SATZ-DATEN-FILLER        PIC X(010).
