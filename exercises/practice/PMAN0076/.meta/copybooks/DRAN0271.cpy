      *------------------------------------------------------------*
      * DRAN0271  -  AUSK-SATZ-AUS (AUSGABESATZ DSGVO-AUSKUNFT     *
      *              PMAN0092: JE GESPEICHERTEM VORKOMMEN DER      *
      *              PERSON EINE ZEILE. DER VOLLSTAENDIGE          *
      *              GESENDETE WIEN-SATZ IST UEBER PIN +           *
      *              GESELLSCHAFT MIT PMAN0084 ABRUFBAR)           *
      *------------------------------------------------------------*
       01  DRAN0271.
           05  AUSK-SATZ-DATEN.
               10  AUSK-SATZ-DATEN-VORGANG     PIC X(012).
               10  AUSK-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
      *        SENDEARCHIV / INHABER-AUSG / PERS-REGISTER /
      *        DUBLETTEN / SANKT-SPERRE
               10  AUSK-SATZ-DATEN-QUELLE      PIC X(012).
               10  AUSK-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
      *        KUNDE, INHABER-N (2-5) BZW. LEER
               10  AUSK-SATZ-DATEN-ROLLE       PIC X(009).
               10  AUSK-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
      *        PIN (DUBLETTEN-DATEI: TDS-NR)
               10  AUSK-SATZ-DATEN-PIN         PIC X(015).
               10  AUSK-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  AUSK-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
      *        SENDEDATUM (REGISTER: ZULETZT GESEHEN, DUBLETTEN:
      *        ERFASSUNG, SPERRE: GESPERRT SEIT), TT.MM.JJJJ
               10  AUSK-SATZ-DATEN-DATUM       PIC X(010).
               10  AUSK-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-SATZART     PIC X(002).
               10  AUSK-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
      *        GESPEICHERTE PERSONENDATEN (FORMAT WIE IN DER QUELLE)
               10  AUSK-SATZ-DATEN-ZUNAME      PIC X(026).
               10  AUSK-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-VORNAME     PIC X(026).
               10  AUSK-SATZ-DATEN-SEMIK-9     PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-GEB-DAT     PIC X(010).
               10  AUSK-SATZ-DATEN-SEMIK-10    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-SOZVNR      PIC X(010).
               10  AUSK-SATZ-DATEN-SEMIK-11    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-PLZ         PIC X(006).
               10  AUSK-SATZ-DATEN-SEMIK-12    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-ORT         PIC X(021).
               10  AUSK-SATZ-DATEN-SEMIK-13    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-STRASSE     PIC X(026).
               10  AUSK-SATZ-DATEN-SEMIK-14    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-STAATS-ANG  PIC X(006).
               10  AUSK-SATZ-DATEN-SEMIK-15    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-PEP-STATUS  PIC X(004).
               10  AUSK-SATZ-DATEN-SEMIK-16    PIC X(001) VALUE ';'.
               10  AUSK-SATZ-DATEN-FILLER      PIC X(010).
