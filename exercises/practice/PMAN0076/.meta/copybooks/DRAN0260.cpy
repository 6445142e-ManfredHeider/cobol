      *------------------------------------------------------------*
      * DRAN0260  -  FREIG-SATZ (SATZ EINGABEDATEI FREIG-EINGABE,  *
      *              FREIGABEKARTE DER COMPLIANCE FUER DEN         *
      *              SANKTIONSLISTEN-ABGLEICH PMAN0087: JE KARTE   *
      *              EINE ALS FEHLTREFFER GEKLAERTE SPERRE)        *
      *------------------------------------------------------------*
       01  FREIG-SATZ.
      *        SCHLUESSEL DER SPERRE WIE IM TREFFER-BERICHT
           05  FREIG-SATZ-PIN           PIC X(015).
           05  FREIG-SATZ-PGEB-GES      PIC X(002).
      *        BENUTZERKENNUNG DES FREIGEBENDEN (PFLICHT)
           05  FREIG-SATZ-FREIGEBER     PIC X(007).
           05  FREIG-SATZ-BEGRUENDUNG   PIC X(040).
           05  FREIG-SATZ-FILLER        PIC X(016).
