      *------------------------------------------------------------*
      * DRAN0277  -  DLZS-SATZ-AUS (AUSGABESATZ DURCHLAUFZEIT-     *
      *              STATISTIK PMAN0094: JE GESELLSCHAFT BZW.      *
      *              BEARBEITER UND STUFE ANZAHL, DURCHSCHNITT,    *
      *              MEDIAN UND 95%-PERZENTIL IN ARBEITSTAGEN)     *
      *------------------------------------------------------------*
       01  DRAN0277.
           05  DLZS-SATZ-DATEN.
      *        BERICHTSMONAT (MM.JJJJ)
               10  DLZS-SATZ-DATEN-MONAT       PIC X(007).
               10  DLZS-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
      *        SICHT: 'GES' = JE GESELLSCHAFT ('**' = SUMME ALLER
      *        GESELLSCHAFTEN), 'BEA' = JE BEARBEITER (ERFASSER-ID)
               10  DLZS-SATZ-DATEN-SICHT       PIC X(003).
               10  DLZS-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  DLZS-SATZ-DATEN-GRUPPE      PIC X(007).
               10  DLZS-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
      *        STUFE: 'EINGANG-ERFASSUNG', 'ERFASSUNG-VERSAND',
      *        'VERSAND-BESTAETIG.', 'EINGANG-BESTAETIG.'
               10  DLZS-SATZ-DATEN-STUFE       PIC X(018).
               10  DLZS-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
               10  DLZS-SATZ-DATEN-ANZAHL      PIC 9(008).
               10  DLZS-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
      *        WERTE IN ARBEITSTAGEN (MO-FR); MEDIAN UND PERZENTIL
      *        AB 99 ARBEITSTAGEN ALS 99 AUSGEWIESEN
               10  DLZS-SATZ-DATEN-MITTEL      PIC ZZ9,9.
               10  DLZS-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
               10  DLZS-SATZ-DATEN-MEDIAN      PIC 9(002).
               10  DLZS-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
               10  DLZS-SATZ-DATEN-P95         PIC 9(002).
               10  DLZS-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  DLZS-SATZ-DATEN-FILLER      PIC X(010).
