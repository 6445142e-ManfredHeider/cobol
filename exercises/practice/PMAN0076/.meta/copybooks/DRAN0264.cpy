      *------------------------------------------------------------*
      * DRAN0264  -  UEBJ-SATZ-AUS (SATZ DES UEBERTRAGUNGS-        *
      *              JOURNALS, PMAN0090: JE ANTRAG, DER BEIM       *
      *              AUSSCHEIDEN DES VERMITTLERS AUF DEN           *
      *              NACHFOLGER UEBERTRAGEN WURDE, EINE ZEILE.     *
      *              GRUNDLAGE DER BESTANDSPROVISION DES           *
      *              NACHFOLGERS (VERTRIEBSLEITUNG))               *
      *------------------------------------------------------------*
       01  DRAN0264.
           05  UEBJ-SATZ-DATEN.
               10  UEBJ-SATZ-DATEN-NR          PIC X(015).
               10  UEBJ-SATZ-DATEN-SEMIK-1     PIC X(001) VALUE ';'.
               10  UEBJ-SATZ-DATEN-PGEB-GES    PIC X(002).
               10  UEBJ-SATZ-DATEN-SEMIK-2     PIC X(001) VALUE ';'.
               10  UEBJ-SATZ-DATEN-ALT-VBNR    PIC X(007).
               10  UEBJ-SATZ-DATEN-SEMIK-3     PIC X(001) VALUE ';'.
               10  UEBJ-SATZ-DATEN-NEU-VBNR    PIC X(007).
               10  UEBJ-SATZ-DATEN-SEMIK-4     PIC X(001) VALUE ';'.
      *        WIRKSAM AB (TT.MM.JJJJ, UEBERTRAGUNGSSTICHTAG AUS PARM)
               10  UEBJ-SATZ-DATEN-WIRKSAM-DAT PIC X(010).
               10  UEBJ-SATZ-DATEN-SEMIK-5     PIC X(001) VALUE ';'.
               10  UEBJ-SATZ-DATEN-BEITRAG     PIC X(013).
               10  UEBJ-SATZ-DATEN-SEMIK-6     PIC X(001) VALUE ';'.
      *        AUSTRITTSDATUM DES ALTEN VERMITTLERS (TT.MM.JJJJ, LEER
      *        WENN IM VERMITTLER-STAMM NICHT GEPFLEGT)
               10  UEBJ-SATZ-DATEN-AUSTRITT    PIC X(010).
               10  UEBJ-SATZ-DATEN-SEMIK-7     PIC X(001) VALUE ';'.
      *        SATZART DER KORREKTUR NACH WIEN ('UN' BZW. 'VO')
               10  UEBJ-SATZ-DATEN-SATZART     PIC X(002).
               10  UEBJ-SATZ-DATEN-SEMIK-8     PIC X(001) VALUE ';'.
               10  UEBJ-SATZ-DATEN-FILLER      PIC X(010).
