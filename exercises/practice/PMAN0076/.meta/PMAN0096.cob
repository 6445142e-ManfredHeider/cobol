       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0096.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: PARALLEL-TAGESLAUF, SCHRITT 3: ZUSAMMEN-     *
      *                 FUEHREN DER ERGEBNISSE DER TEILLAEUFE        *
      *                 PMAN0076 (PARM 'TN', EINGABE AUS PMAN0095)   *
      *                 ZU EINEM LOGISCHEN TAGESLAUF: EINE WIEN-     *
      *                 AUSGABE MIT EINEM KOPF UND EINEM TRAILER,    *
      *                 EINE TAG-AUSGABE, GEMEINSAME SUSPENSE-,      *
      *                 PRUEF-, VERM-AUSNAHME-, INHABER-, AENDE-     *
      *                 RUNGS-, SPERR- UND DUBLETTEN-DATEI, DIE      *
      *                 KONTROLLSAETZE DER TAGESABSTIMMUNG, DIE      *
      *                 VOLUMEN-HISTORIE, DER SATZ DER LAUF-         *
      *                 KONTROLLDATEI UND EIN PROTOKOLL MIT DEN      *
      *                 SUMMEN UEBER ALLE PARTITIONEN.               *
      *                                                              *
      *   ABLAUF: 1. SEQ. LESEN DER ABSCHLUSSSAETZE DER TEILLAEUFE   *
      *              (DRAN0279, PER JCL KONKATENIERT) UND SUMMIEREN. *
      *              JEDER TEILLAUF 1 BIS N MUSS GENAU EINMAL        *
      *              VORLIEGEN - FEHLT EINER (ABGEBROCHEN), WIRD     *
      *              ABGEBROCHEN: ERST DEN FEHLENDEN TEILLAUF        *
      *              NEU STARTEN, DANN DIESEN LAUF WIEDERHOLEN.      *
      *           2. VERARBEITUNGSDATUM BESTIMMEN (ALLE TEILLAEUFE   *
      *              MUESSEN UEBEREINSTIMMEN) UND WIE IM TAGESLAUF   *
      *              GEGEN DIE LAUF-KONTROLLDATEI PRUEFEN.           *
      *           3. WIEN-AUSGABEN DER TEILLAEUFE (KONKATENIERT IN   *
      *              DER REIHENFOLGE DER PARTITIONEN) UEBERNEHMEN:   *
      *              KOPF NUR AUS DER ERSTEN PARTITION, TRAILER      *
      *              WERDEN GEPRUEFT UND DURCH EINEN GESAMT-         *
      *              TRAILER ERSETZT.                                *
      *           4. TAG-, SUSPENSE-, PRUEF-, VERM-AUSNAHME-,        *
      *              INHABER-, AENDERUNGS-, SPERR- UND DUBLETTEN-    *
      *              DATEIEN DER TEILLAEUFE UNVERAENDERT UEBER-      *
      *              NEHMEN. WO DER ABSCHLUSSSATZ EINEN ZAEHLER      *
      *              FUEHRT, MUSS DIE ANZAHL DER UEBERNOMMENEN       *
      *              SAETZE DER SUMME UEBER DIE TEILLAEUFE           *
      *              ENTSPRECHEN (VOLLSTAENDIGE KONKATENATION).      *
      *           5. NACHLAUF WIE IM TAGESLAUF: KONTROLLSAETZE DER   *
      *              TAGESABSTIMMUNG, PROTOKOLL MIT VOLUMEN-         *
      *              PRUEFUNG, VOLUMEN-HISTORIE UND ZULETZT DER      *
      *              SATZ DER LAUF-KONTROLLDATEI (PROGRAMMNAME       *
      *              PMAN0076 - DER TAG GILT ALS EIN LAUF).          *
      *           DER LAUF HAT KEINEN RESTART - ALLE AUSGABEN        *
      *           WERDEN NEU ANGELEGT, BEI ABBRUCH WIRD ER KOMPLETT  *
      *           WIEDERHOLT. DIE TEILLAEUFE WERDEN DABEI NICHT      *
      *           WIEDERHOLT.                                        *
      *                                                              *
      *   PARM: LEER = 4 TEILLAEUFE                                  *
      *         'N'  = N TEILLAEUFE (1 BIS 4)                        *
      *         'F'  = FORCE (WIE IM TAGESLAUF), Z.B. PARM='4,F'     *
      *                                                              *
      ****************************************************************
      *                                                              *
      *   --------->  B A T C H - N O R M R A H M E N  <-----------  *
      *   --------->        N GRUPPENWECHSEL           <-----------  *
      *   --------->        1 EINGABEDATEI             <-----------  *
      *                                                              *
      ****************************************************************
      * LOGBUCH                                                      *
      ****************************************************************
      * AENDERUNGEN:                                                 *
      * AUFTRAG     ! DATUM  ! AENDERUNG                 ! NAME      *
      * -------------------------------------------------------------*
      * ANTRAG-2155 !15.10.26! NEU                       ! RAHNER    *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-4381.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    * ABSCHLUSSSAETZE DER TEILLAEUFE (N17-TEILLAUF-SCHREIBEN
      *      IN PMAN0076)
           SELECT  TEIL-EINGABE ASSIGN   TO  TEILSUM
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL-STATUS.
      *
      *    * AUSGABEN DER TEILLAEUFE (JE DATEI ALLE PARTITIONEN PER
      *      JCL KONKATENIERT, IN DER REIHENFOLGE 1 BIS N)
           SELECT  WTEIL-EINGABE ASSIGN  TO  WIENTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WTEIL-STATUS.
      *
           SELECT  TTEIL-EINGABE ASSIGN  TO  TAGTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TTEIL-STATUS.
      *
           SELECT  STEIL-EINGABE ASSIGN  TO  SUSPTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-STEIL-STATUS.
      *
           SELECT  PTEIL-EINGABE ASSIGN  TO  PRUFTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-PTEIL-STATUS.
      *
           SELECT  VTEIL-EINGABE ASSIGN  TO  VMAUTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-VTEIL-STATUS.
      *
           SELECT  ITEIL-EINGABE ASSIGN  TO  INHTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ITEIL-STATUS.
      *
           SELECT  ATEIL-EINGABE ASSIGN  TO  AENDTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ATEIL-STATUS.
      *
           SELECT  SPTEIL-EINGABE ASSIGN TO  SPERTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-SPTEIL-STATUS.
      *
           SELECT  DTEIL-EINGABE ASSIGN  TO  DUBLTEIL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DTEIL-STATUS.
      *
      *    * AUSGABEN DES GANZEN TAGES (WIE IM TAGESLAUF PMAN0076)
           SELECT  WIEN-AUSGABE ASSIGN   TO  AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-WIEN-AUS-STATUS.
      *
           SELECT  TAG-AUSGABE ASSIGN    TO  TAGAUSG
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TAG-STATUS.
      *
           SELECT  SUSPENSE-DATEI ASSIGN TO  SUSPENSE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-SUSPENSE-STATUS.
      *
           SELECT  PRUEF-DATEI ASSIGN    TO  PRUEFAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-PRUEF-STATUS.
      *
           SELECT  VERM-AUSNAHME ASSIGN  TO  VERMAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-VMAU-STATUS.
      *
           SELECT  INHABER-AUSGABE ASSIGN TO INHAUSG
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-INH-STATUS.
      *
           SELECT  AENDERUNG-AUSGABE ASSIGN TO AENDAUSG
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-AEND-STATUS.
      *
           SELECT  SPERR-AUSGABE ASSIGN  TO  SPERRAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-SPAU-STATUS.
      *
           SELECT  DUBL-AUSGABE ASSIGN   TO  DUBLAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DUBA-STATUS.
      *
      *    * KONTROLLSAETZE TAGESABSTIMMUNG (AUSGEWERTET VON
      *      PMAN0091, VGL. N16-ABSTIMMUNG-SCHREIBEN IN PMAN0076)
           SELECT  ABST-AUSGABE ASSIGN   TO  ABSTAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-STATUS.
      *
      *    * LAUF-KONTROLLDATEI UND VOLUMEN-HISTORIE (DIESELBEN
      *      DATEIEN WIE IM TAGESLAUF PMAN0076)
           SELECT  LAUF-DATEI ASSIGN     TO  LAUFKTL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-LAUF-STATUS.
      *
           SELECT  VOLUMEN-DATEI ASSIGN  TO  VOLUMEN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-VOLUMEN-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0279.
      *
       FD  WTEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0227 REPLACING DRAN0227  BY WTEIL-SATZ-EIN
                                   LEADING ==WIEN== BY ==WTEIL==.
      *
      *    * ACHTUNG: DIE LAENGE X(357) MUSS DER SATZLAENGE VON
      *      DRAN0232 ENTSPRECHEN (VGL. TAG-AUSGABE IN PMAN0076)
       FD  TTEIL-EINGABE
           LABEL RECORD STANDARD.
       01  TTEIL-SATZ-EIN                  PIC X(357).
      *
       FD  STEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0231 REPLACING DRAN0231  BY STEIL-SATZ-EIN
                               LEADING ==SUSPENSE== BY ==STEIL==.
      *
       FD  PTEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0236 REPLACING DRAN0236  BY PTEIL-SATZ-EIN
                                   LEADING ==PRUEF== BY ==PTEIL==.
      *
       FD  VTEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0248 REPLACING DRAN0248  BY VTEIL-SATZ-EIN
                                   LEADING ==VMAU== BY ==VTEIL==.
      *
       FD  ITEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0241 REPLACING DRAN0241  BY ITEIL-SATZ-EIN
                                   LEADING ==INH== BY ==ITEIL==.
      *
       FD  ATEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0242 REPLACING DRAN0242  BY ATEIL-SATZ-EIN
                                   LEADING ==AEND== BY ==ATEIL==.
      *
      *    * ZURUECKGEHALTENE TDS-SAETZE (DRAN0163, 500 BYTES, VGL.
      *      SPERR-AUSGABE IN PMAN0076)
       FD  SPTEIL-EINGABE
           LABEL RECORD STANDARD.
       01  SPTEIL-SATZ-EIN                 PIC X(500).
      *
       FD  DTEIL-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0267 REPLACING DRAN0267  BY DTEIL-SATZ-EIN
                                   LEADING ==DUBV== BY ==DTEIL==.
      *
       FD  WIEN-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0227 REPLACING DRAN0227 BY WIEN-SATZ-AUS.
      *
       FD  TAG-AUSGABE
           LABEL RECORD STANDARD.
       01  TAG-SATZ-AUS                    PIC X(357).
      *
       FD  SUSPENSE-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0231 REPLACING DRAN0231 BY SUSPENSE-SATZ-AUS.
      *
       FD  PRUEF-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0236 REPLACING DRAN0236 BY PRUEF-SATZ-AUS.
      *
       FD  VERM-AUSNAHME
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0248 REPLACING DRAN0248 BY VMAU-SATZ-AUS.
      *
       FD  INHABER-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0241 REPLACING DRAN0241 BY INH-SATZ-AUS.
      *
       FD  AENDERUNG-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0242 REPLACING DRAN0242 BY AEND-SATZ-AUS.
      *
       FD  SPERR-AUSGABE
           LABEL RECORD STANDARD.
       01  SPERR-SATZ-AUS                  PIC X(500).
      *
       FD  DUBL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0267 REPLACING DRAN0267 BY DUBV-SATZ-AUS.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
       FD  LAUF-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0249.
      *
       FD  VOLUMEN-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0243.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************

       01  FILLER.
           05  FILLER               PIC X(024)
                                    VALUE '*** WORKING-STORAGE ***'.
      *------------------------------------------------------------*
      * ERR-ERROR-BEREICH  -  STANDARD-FEHLER-BEREICH              *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0004.
      *------------------------------------------------------------*
      * D-ERROR-BEREICH  -  DRUCKAUFBEREITUNG ERROR-BEREICH        *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0006.
      *------------------------------------------------------------*
      * STANDARD-STATUS-BEREICH                                    *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DRAT0109.
      *
      **************************************************************
       01  FILLER.
           05  FILLER               PIC X(032)
                                    VALUE '*** KONSTANTEN ***'.
      *
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0096'.
      *
      *    * PROGRAMMNAME DES TAGESLAUFS: UNTER DIESEM NAMEN WERDEN
      *      LAUF-KONTROLLE UND TAGESABSTIMMUNG GEFUEHRT, DAMIT DER
      *      PARALLEL-TAGESLAUF WIE EIN EINZELNER LAUF ERSCHEINT
           05  K-PGM-TAGESLAUF           PIC X(008) VALUE 'PMAN0076'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * ANZAHL TEILLAEUFE OHNE PARM UND HOECHSTE ANZAHL (WIE
      *      K-TEIL-MAX IN PMAN0095)
           05  K-TEIL-STD                PIC 9(001) VALUE 4.
           05  K-TEIL-MAX                PIC 9(001) VALUE 4.
      *
      *    * ANZAHL LAEUFE IN DER VOLUMEN-HISTORIE (WIE PMAN0076)
           05  K-VOL-LAEUFE              PIC S9(004) COMP VALUE 10.
      *
      *    * RETURN-CODE BEI WARNUNG AUS DER VOLUMENPRUEFUNG
           05  K-RC-WARNUNG              PIC S9(004) COMP VALUE 4.
      *
      *    * KENNTEXTE DER KOPF- UND TRAILERZEILE DER WIEN-AUSGABE
      *      (VGL. U07-TAGESDATUM-TDS UND N10-TRAILER-SCHREIBEN IN
      *      PMAN0076)
           05  K-WIEN-KOPF-TEXT          PIC X(029)
                                 VALUE 'TAEGL  ERFASSTE ANTRAEGE VOM:'.
           05  K-WIEN-TR-EIN-TEXT        PIC X(027)
                                 VALUE 'ANZAHL EINGELESENE SAETZE:'.
           05  K-WIEN-TR-AUS-TEXT        PIC X(027)
                                 VALUE 'ANZAHL AUSGEGEBENE SAETZE:'.
      *
      *    * STANDARD-KONSTANTEN
           COPY DRAT0009.
      *
      ****************************************************************
       01  FILLER.
           05  FILLER               PIC  X(032)
                                VALUE '*** SCHALTER /STEUERFELDER ***'.
      *
      *------------------------------------------------------------*
      * STEUERFELDER GRUPPENWECHSELSTEUERUNG                       *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
           05 S-NEU.
                    20 S-NZ         PIC  X(001)        VALUE SPACE.

           05 S-ALT.
                    20 S-AZ         PIC  X(001)        VALUE SPACE.

      *----------------------------------------------------------------*
      * S-DATEI-STATUS                                                 *
      * BENÖTIGT: IMMER                                                *
      *----------------------------------------------------------------*
           05  S-DATEI-STATUS       PIC  X(002) VALUE SPACE.
               88 S-DATEI-OK                    VALUE '00'.
      *
           05  S-TEIL-STATUS        PIC  X(002) VALUE SPACE.
               88 S-TEIL-OK                     VALUE '00'.
               88 S-TEIL-EOF                    VALUE '10'.
      *
           05  S-WTEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-WTEIL-OK                    VALUE '00'.
               88 S-WTEIL-EOF                   VALUE '10'.
      *
           05  S-TTEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TTEIL-OK                    VALUE '00'.
               88 S-TTEIL-EOF                   VALUE '10'.
      *
           05  S-STEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-STEIL-OK                    VALUE '00'.
               88 S-STEIL-EOF                   VALUE '10'.
      *
           05  S-PTEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-PTEIL-OK                    VALUE '00'.
               88 S-PTEIL-EOF                   VALUE '10'.
      *
           05  S-VTEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-VTEIL-OK                    VALUE '00'.
               88 S-VTEIL-EOF                   VALUE '10'.
      *
           05  S-ITEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-ITEIL-OK                    VALUE '00'.
               88 S-ITEIL-EOF                   VALUE '10'.
      *
           05  S-ATEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-ATEIL-OK                    VALUE '00'.
               88 S-ATEIL-EOF                   VALUE '10'.
      *
           05  S-SPTEIL-STATUS      PIC  X(002) VALUE SPACE.
               88 S-SPTEIL-OK                   VALUE '00'.
               88 S-SPTEIL-EOF                  VALUE '10'.
      *
           05  S-DTEIL-STATUS       PIC  X(002) VALUE SPACE.
               88 S-DTEIL-OK                    VALUE '00'.
               88 S-DTEIL-EOF                   VALUE '10'.
      *
           05  S-WIEN-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-WIEN-AUS-OK                 VALUE '00'.
      *
           05  S-TAG-STATUS         PIC  X(002) VALUE SPACE.
               88 S-TAG-OK                      VALUE '00'.
      *
           05  S-SUSPENSE-STATUS    PIC  X(002) VALUE SPACE.
               88 S-SUSPENSE-OK                 VALUE '00'.
      *
           05  S-PRUEF-STATUS       PIC  X(002) VALUE SPACE.
               88 S-PRUEF-OK                    VALUE '00'.
      *
           05  S-VMAU-STATUS        PIC  X(002) VALUE SPACE.
               88 S-VMAU-OK                     VALUE '00'.
      *
           05  S-INH-STATUS         PIC  X(002) VALUE SPACE.
               88 S-INH-OK                      VALUE '00'.
      *
           05  S-AEND-STATUS        PIC  X(002) VALUE SPACE.
               88 S-AEND-OK                     VALUE '00'.
      *
           05  S-SPAU-STATUS        PIC  X(002) VALUE SPACE.
               88 S-SPAU-OK                     VALUE '00'.
      *
           05  S-DUBA-STATUS        PIC  X(002) VALUE SPACE.
               88 S-DUBA-OK                     VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
           05  S-LAUF-STATUS        PIC  X(002) VALUE SPACE.
               88 S-LAUF-OK                     VALUE '00'.
               88 S-LAUF-EOF                    VALUE '10'.
               88 S-LAUF-FEHLT                  VALUE '35'.
      *
           05  S-VOLUMEN-STATUS     PIC  X(002) VALUE SPACE.
               88 S-VOLUMEN-OK                  VALUE '00'.
               88 S-VOLUMEN-EOF                 VALUE '10'.
               88 S-VOLUMEN-FEHLT               VALUE '35'.
      *
      *    * FORCE: BEREITS VERARBEITETEN TAG ERNEUT ZUSAMMENFUEHREN
           05  S-FORCE              PIC  9(001) VALUE ZERO.
               88 S-FORCE-AKTIV                 VALUE 1.
      *
      *    * PROBELAUF (AUS DEN ABSCHLUSSSAETZEN DER TEILLAEUFE)
           05  S-PROBELAUF          PIC  9(001) VALUE ZERO.
               88 S-PROBELAUF-AKTIV             VALUE 1.
      *
      *    * TAG LAUT LAUF-KONTROLLDATEI BEREITS VERARBEITET
           05  S-LAUF               PIC  9(001) VALUE ZERO.
               88 S-LAUF-GEFUNDEN               VALUE 1.
               88 S-LAUF-NICHT-GEFUNDEN         VALUE ZERO.
      *
      *    * WARNUNG AUS DER VOLUMENPRUEFUNG (RETURN-CODE
      *      K-RC-WARNUNG, WIE IM TAGESLAUF)
           05  S-WARNUNG            PIC  9(001) VALUE ZERO.
               88 S-WARNUNG-AKTIV               VALUE 1.
               88 S-WARNUNG-INAKTIV             VALUE ZERO.
      *
      *    * HINWEISE AUS DEN TEILLAEUFEN (MINDESTENS EIN TEILLAUF)
           05  S-VERM-FEHLT         PIC  X(001) VALUE SPACE.
               88 S-VERM-STAMM-FEHLT            VALUE 'J'.
      *
           05  S-GRUPPEN-FRAGMENT   PIC  X(001) VALUE SPACE.
               88 S-GRUPPEN-FRAGMENTIERT        VALUE 'J'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
      *    * SUMMEN UEBER ALLE TEILLAEUFE (NAMEN UND BEDEUTUNG WIE IN
      *      PMAN0076, AUSGABE OHNE KOPF-, GRUPPEN- UND TRAILERZEILEN)
           05 Z-ZAEHLER-EINGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SUSPENSE      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NETTIERT      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-PRUEF         PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-INHABER       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AEND-FELDER   PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-REPARIERT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VERM-AUSN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GESPERRT      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPERR-WV      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DUBLETTE      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ARCHIV        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GRUPPENZEILEN PIC 9(8) VALUE ZERO.
           05 Z-KONS-ANZAHL           PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TAG           PIC 9(8) VALUE ZERO.
      *
      *    * ZAEHLER DER ZUSAMMENFUEHRUNG
           05 Z-ZAEHLER-TEIL-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-WTEIL-EIN     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-WIEN-DATEN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-WIEN-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KOPF          PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TRAILER       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TR-EIN        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TR-AUS        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TAG-AUS       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SUSP-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-PRUEF-AUS     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VMAU-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-INH-AUS       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AEND-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SPAU-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DUBV-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-SOLL          PIC 9(8) VALUE ZERO.
      *
           05 Z-ZAEHLER               PIC 9(003).
      *
      *    * ANZAHL ERWARTETER TEILLAEUFE (AUS PARM), FEHLENDE
      *      TEILLAEUFE UND LAUFINDEX
           05 Z-TEIL-ANZAHL           PIC 9(001) VALUE ZERO.
           05 Z-TEIL-FEHLEN           PIC 9(001) VALUE ZERO.
           05 Z-TEIL-IDX              PIC 9(002) VALUE ZERO.
      *
      *    * VERARBEITUNGSDATUM DES TAGES (TT.MM.JJJJ)
           05 Z-TAGESDATUM-EUR        PIC X(010) VALUE SPACE.
      *
      *    * EINGABE-FINGERABDRUCK DES TAGES (ERSTER SCHLUESSEL DER
      *      NIEDRIGSTEN, LETZTER DER HOECHSTEN PARTITION MIT SAETZEN)
           05 Z-LAUF-ERST-NR          PIC X(015) VALUE SPACE.
           05 Z-LAUF-LETZT-NR         PIC X(015) VALUE SPACE.
      *
      *    * RESTLICHE KOPFZEILEN EINER PARTITION IN DER WIEN-AUSGABE
      *      (LEERZEILE UND SPALTENUEBERSCHRIFT NACH DER TITELZEILE)
           05 Z-KOPF-REST             PIC 9(001) VALUE ZERO.
      *
      *    * ANZAHL AUS DER TRAILERZEILE EINER PARTITION
           05 Z-TRAILER-ANZAHL-EDIT   PIC Z(7)9.
           05 Z-TRAILER-WERT          PIC 9(008) VALUE ZERO.
           05 Z-TRAILER-WERT-X REDEFINES Z-TRAILER-WERT
                                      PIC X(008).
      *
      *    * GESELLSCHAFTEN (LISTE WIE Z-STAT-GES-NR IN PMAN0076)
           05 Z-STAT-GES-NR-WERTE.
              10 FILLER               PIC 9(002) VALUE 11.
              10 FILLER               PIC 9(002) VALUE 16.
              10 FILLER               PIC 9(002) VALUE 21.
              10 FILLER               PIC 9(002) VALUE 26.
              10 FILLER               PIC 9(002) VALUE 33.
              10 FILLER               PIC 9(002) VALUE 34.
              10 FILLER               PIC 9(002) VALUE 39.
              10 FILLER               PIC 9(002) VALUE 40.
              10 FILLER               PIC 9(002) VALUE 41.
              10 FILLER               PIC 9(002) VALUE 44.
              10 FILLER               PIC 9(002) VALUE 55.
              10 FILLER               PIC 9(002) VALUE 65.
              10 FILLER               PIC 9(002) VALUE 69.
              10 FILLER               PIC 9(002) VALUE 72.
              10 FILLER               PIC 9(002) VALUE 75.
              10 FILLER               PIC 9(002) VALUE 85.
              10 FILLER               PIC 9(002) VALUE 95.
           05 Z-STAT-GES-NR  REDEFINES Z-STAT-GES-NR-WERTE
                              OCCURS 17 TIMES
                              PIC 9(002).
           05 Z-STAT-GES-EIN OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
           05 Z-STAT-GES-AUS OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
      *
      *    * MODI (LISTE WIE Z-STAT-MODUS-CODE IN PMAN0076)
           05 Z-STAT-MODUS-CODE-WERTE.
              10 FILLER               PIC X(002) VALUE 'I '.
              10 FILLER               PIC X(002) VALUE 'I2'.
              10 FILLER               PIC X(002) VALUE 'UN'.
              10 FILLER               PIC X(002) VALUE 'U2'.
              10 FILLER               PIC X(002) VALUE 'D '.
              10 FILLER               PIC X(002) VALUE 'DU'.
           05 Z-STAT-MODUS-CODE REDEFINES Z-STAT-MODUS-CODE-WERTE
                              OCCURS 6 TIMES
                              PIC X(002).
           05 Z-STAT-MODUS-EIN OCCURS 6 TIMES PIC 9(008) VALUE ZERO.
           05 Z-STAT-MODUS-AUS OCCURS 6 TIMES PIC 9(008) VALUE ZERO.
      *
      *    * TAGESABSTIMMUNG JE GESELLSCHAFT (PLATZ 18 = UNBEKANNTE
      *      GESELLSCHAFT, WIE Z-ABST-... IN PMAN0076)
           05 Z-ABST-IDX              PIC 9(003).
           05 Z-ABST-GELESEN  OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-SUSPENSE OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-PRUEF    OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-VERM     OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-GESPERRT OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-KONS     OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-O-ANTR   OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
      *
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
           05 Z-ABST-SAETZE           PIC 9(008) VALUE ZERO.
      *
      **************************************************************
      *    * ANGABEN JE TEILLAUF (PLATZ = TEILLAUF-NUMMER)
       01  Z-TEIL-BEREICH.
           05  Z-TEIL-TAB           OCCURS 9 TIMES.
               10  Z-TEIL-VORH      PIC X(001).
                   88 Z-TEIL-VORHANDEN          VALUE 'J'.
               10  Z-TEIL-DATUM     PIC X(010).
               10  Z-TEIL-QUELLE    PIC X(001).
               10  Z-TEIL-PROBE     PIC X(001).
               10  Z-TEIL-RESTART   PIC X(001).
               10  Z-TEIL-EIN       PIC 9(008).
               10  Z-TEIL-AUS       PIC 9(008).
               10  Z-TEIL-SUSP      PIC 9(008).
               10  Z-TEIL-ERST-NR   PIC X(015).
               10  Z-TEIL-LETZT-NR  PIC X(015).
      **************************************************************
      *    * VOLUMEN-HISTORIE (LETZTE LAEUFE, JE LAUF DIE ANZAHL
      *      EINGELESENER SAETZE JE GESELLSCHAFT) WIE IN PMAN0076
       01  Z-VOL-BEREICH.
           05  Z-VOL-ANZAHL         PIC S9(004) COMP   VALUE ZERO.
           05  Z-VOL-LFD            PIC S9(004) COMP   VALUE ZERO.
           05  Z-VOL-SUMME          PIC 9(010)         VALUE ZERO.
           05  Z-VOL-DURCHSCHNITT   PIC 9(008)         VALUE ZERO.
           05  Z-VOL-GRENZE         PIC 9(008)         VALUE ZERO.
           05  Z-VOL-TAB            OCCURS 10 TIMES.
               10  Z-VOL-DATUM      PIC X(010).
               10  Z-VOL-GES-EIN    OCCURS 17 TIMES
                                    PIC 9(008).

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      LEER           = K-TEIL-STD TEILLAEUFE
      *      'N'            = N TEILLAEUFE (1 BIS K-TEIL-MAX)
      *      'F'            = FORCE, Z.B. PARM='4,F'
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(008).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING PI-PARM-BEREICH.
      *----------------------------------------------------------------
      *    STEUERUNG:
      *
      *    UEBERGEORDNETE ROUTINEN :  -
      *
      *    UNTERGEORDNETE ROUTINEN : VORLAUF
      *                              VERARBEITUNG
      *                              NACHLAUF
      *----------------------------------------------------------------
       S-HAUPTSTEUERUNG SECTION.
      *
           PERFORM V0-VORLAUF
           PERFORM E0-LESEN
      *
           PERFORM WITH TEST BEFORE    UNTIL S-NZ  NOT = K-ZUSTAND-OK
      *
                 PERFORM SB-BEARBEITUNG
      *
           END-PERFORM
      *
           PERFORM N0-NACHLAUF
      *
      *    * WARNUNG AUS DER VOLUMENPRUEFUNG AN DEN SCHEDULER
      *      WEITERGEBEN (VGL. N13-VOLUMEN-PRUEFEN)
           IF S-WARNUNG-AKTIV
              MOVE K-RC-WARNUNG TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *
       S-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       SB-BEARBEITUNG SECTION.
      *-----------------------------------------------------------------
           PERFORM B1-BEARBEITUNG
           PERFORM E1-LESEN

           .
       SB-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       B1-BEARBEITUNG SECTION.
      *----------------------------------------------------------------*
      *  INPUT : TEIL-SATZ                                              *
      *  OUTPUT: Z-TEIL-BEREICH, SUMMEN                                 *
      *  VERARBEITUNG: ABSCHLUSSSATZ PRUEFEN (PROGRAMM, TEILLAUF-       *
      *                NUMMER, KEIN DOPPELTER SATZ) UND DIE ZAEHLER     *
      *                ZU DEN SUMMEN DES TAGES ADDIEREN.                *
      *----------------------------------------------------------------*
      *
           IF TEIL-SATZ-PGM-NAME NOT = K-PGM-TAGESLAUF
              MOVE 'B1   '               TO ERR-ORT-SEC
              MOVE K-1                   TO ERR-ORT-LFD
              MOVE 'ABSCHLUSSSATZ NICHT VOM TAGESLAUF PMAN0076'
                                         TO ERR-VAR-ZEILE01
              MOVE TEIL-SATZ-PGM-NAME    TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF TEIL-SATZ-PARTITION NOT NUMERIC
              OR TEIL-SATZ-PARTITION = ZERO
              OR TEIL-SATZ-PARTITION > Z-TEIL-ANZAHL
              MOVE 'B1   '               TO ERR-ORT-SEC
              MOVE K-2                   TO ERR-ORT-LFD
              MOVE 'TEILLAUF-NUMMER AUSSERHALB 1 BIS PARM-ANZAHL'
                                         TO ERR-VAR-ZEILE01
              MOVE TEIL-SATZ-PARTITION   TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE TEIL-SATZ-PARTITION      TO Z-TEIL-IDX
      *
           IF Z-TEIL-VORHANDEN (Z-TEIL-IDX)
              MOVE 'B1   '               TO ERR-ORT-SEC
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'ABSCHLUSSSATZ EINES TEILLAUFS DOPPELT'
                                         TO ERR-VAR-ZEILE01
              MOVE TEIL-SATZ-PARTITION   TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           SET Z-TEIL-VORHANDEN (Z-TEIL-IDX) TO TRUE
           MOVE TEIL-SATZ-TAGESDATUM     TO Z-TEIL-DATUM (Z-TEIL-IDX)
           MOVE TEIL-SATZ-DATUM-QUELLE   TO Z-TEIL-QUELLE (Z-TEIL-IDX)
           MOVE TEIL-SATZ-PROBELAUF      TO Z-TEIL-PROBE (Z-TEIL-IDX)
           MOVE TEIL-SATZ-RESTART        TO Z-TEIL-RESTART (Z-TEIL-IDX)
           MOVE TEIL-SATZ-ZAEHLER-EIN    TO Z-TEIL-EIN (Z-TEIL-IDX)
           MOVE TEIL-SATZ-ZAEHLER-AUS    TO Z-TEIL-AUS (Z-TEIL-IDX)
           MOVE TEIL-SATZ-ZAEHLER-SUSP   TO Z-TEIL-SUSP (Z-TEIL-IDX)
           MOVE TEIL-SATZ-ERST-TDS-NR    TO Z-TEIL-ERST-NR (Z-TEIL-IDX)
           MOVE TEIL-SATZ-LETZT-TDS-NR   TO Z-TEIL-LETZT-NR (Z-TEIL-IDX)
      *
           IF TEIL-SATZ-VERM-FEHLT = K-JA
              SET S-VERM-STAMM-FEHLT     TO TRUE
           END-IF
      *
           IF TEIL-SATZ-GRP-FRAGMENT = K-JA
              SET S-GRUPPEN-FRAGMENTIERT TO TRUE
           END-IF
      *
           ADD TEIL-SATZ-ZAEHLER-EIN     TO Z-ZAEHLER-EINGABE
           ADD TEIL-SATZ-ZAEHLER-AUS     TO Z-ZAEHLER-AUSGABE
           ADD TEIL-SATZ-ZAEHLER-SUSP    TO Z-ZAEHLER-SUSPENSE
           ADD TEIL-SATZ-ZAEHLER-NETT    TO Z-ZAEHLER-NETTIERT
           ADD TEIL-SATZ-ZAEHLER-PRUEF   TO Z-ZAEHLER-PRUEF
           ADD TEIL-SATZ-ZAEHLER-INH     TO Z-ZAEHLER-INHABER
           ADD TEIL-SATZ-ZAEHLER-AEND    TO Z-ZAEHLER-AEND-FELDER
           ADD TEIL-SATZ-ZAEHLER-REP     TO Z-ZAEHLER-REPARIERT
           ADD TEIL-SATZ-ZAEHLER-VERM    TO Z-ZAEHLER-VERM-AUSN
           ADD TEIL-SATZ-ZAEHLER-SPERR   TO Z-ZAEHLER-GESPERRT
           ADD TEIL-SATZ-ZAEHLER-SPWV    TO Z-ZAEHLER-SPERR-WV
           ADD TEIL-SATZ-ZAEHLER-DUBL    TO Z-ZAEHLER-DUBLETTE
           ADD TEIL-SATZ-ZAEHLER-ARCH    TO Z-ZAEHLER-ARCHIV
           ADD TEIL-SATZ-ZAEHLER-KONS    TO Z-KONS-ANZAHL
           ADD TEIL-SATZ-ZAEHLER-GRP     TO Z-ZAEHLER-GRUPPENZEILEN
           ADD TEIL-SATZ-ZAEHLER-TAG     TO Z-ZAEHLER-TAG
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
                   ADD TEIL-SATZ-STAT-GES-EIN (Z-ZAEHLER)
                    TO Z-STAT-GES-EIN (Z-ZAEHLER)
                   ADD TEIL-SATZ-STAT-GES-AUS (Z-ZAEHLER)
                    TO Z-STAT-GES-AUS (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-6
                   ADD TEIL-SATZ-STAT-MOD-EIN (Z-ZAEHLER)
                    TO Z-STAT-MODUS-EIN (Z-ZAEHLER)
                   ADD TEIL-SATZ-STAT-MOD-AUS (Z-ZAEHLER)
                    TO Z-STAT-MODUS-AUS (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-18
                   ADD TEIL-SATZ-ABST-GELESEN (Z-ZAEHLER)
                    TO Z-ABST-GELESEN (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-SUSP (Z-ZAEHLER)
                    TO Z-ABST-SUSPENSE (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-PRUEF (Z-ZAEHLER)
                    TO Z-ABST-PRUEF (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-VERM (Z-ZAEHLER)
                    TO Z-ABST-VERM (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-SPERR (Z-ZAEHLER)
                    TO Z-ABST-GESPERRT (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-KONS (Z-ZAEHLER)
                    TO Z-ABST-KONS (Z-ZAEHLER)
                   ADD TEIL-SATZ-ABST-OANTR (Z-ZAEHLER)
                    TO Z-ABST-O-ANTR (Z-ZAEHLER)
           END-PERFORM
      *
           .
       B1-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E0-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ TEIL-EINGABE
      *
           EVALUATE TRUE
           WHEN S-TEIL-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-TEIL-EIN
      *
           WHEN S-TEIL-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
              DISPLAY 'E0-LESEN: KEINE ABSCHLUSSSAETZE VORHANDEN'
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS                TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-4                          TO ERR-ORT-LFD
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
      *
       E0-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E1-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ TEIL-EINGABE
      *
           EVALUATE TRUE
           WHEN S-TEIL-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-TEIL-EIN
      *
           WHEN S-TEIL-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS                TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-5                          TO ERR-ORT-LFD
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
      *
       E1-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V0-VORLAUF SECTION.
      *----------------------------------------------------------------
      *    - PARM PRUEFEN (ANZAHL TEILLAEUFE, FORCE)
      *    - ÖFFNEN DER ABSCHLUSSSAETZE DER TEILLAEUFE
      *----------------------------------------------------------------
      *    * VORBELEGUNGEN GRUPPENSTEUERFELDER
           MOVE K-ZUSTAND-OK             TO S-NZ

      *    * VORBELEGUNG STANDARD-STATUS-BEREICH
           INITIALIZE STANDARD-STATUS-BEREICH
      *
           MOVE K-PGM-NAME              TO STAT-KENNUNG
           SET STAT-BATCH               TO TRUE
      *
           INITIALIZE Z-TEIL-BEREICH
      *
           PERFORM V00-PARM-PRUEFEN
      *
           OPEN INPUT TEIL-EINGABE
      *
           IF NOT S-TEIL-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH                                          -
      * OUT  : Z-TEIL-ANZAHL, S-FORCE                                   -
      * VERAR: OHNE ANZAHL WERDEN K-TEIL-STD TEILLAEUFE ERWARTET. DIE   -
      *        ANZAHL MUSS ZUR AUFTEILUNG (PARM VON PMAN0095) UND ZU    -
      *        DEN TEILLAEUFEN DER JCL PASSEN.                          -
      *----------------------------------------------------------------
           MOVE K-TEIL-STD               TO Z-TEIL-ANZAHL
      *
           IF PI-PARM-LAENGE > ZERO
      *
              PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1
                UNTIL Z-ZAEHLER > PI-PARM-LAENGE
                   OR Z-ZAEHLER > K-8
      *
                      EVALUATE TRUE
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = 'F'
                           SET S-FORCE-AKTIV TO TRUE
      *
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) IS NUMERIC
                           AND PI-PARM-DATEN(Z-ZAEHLER:1) > '0'
                           AND PI-PARM-DATEN(Z-ZAEHLER:1) <= K-TEIL-MAX
                           MOVE PI-PARM-DATEN(Z-ZAEHLER:1)
                             TO Z-TEIL-ANZAHL
      *
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = ','
                      WHEN PI-PARM-DATEN(Z-ZAEHLER:1) = SPACE
                           CONTINUE
      *
                      WHEN OTHER
                           MOVE 'V00  '            TO ERR-ORT-SEC
                           MOVE K-7                TO ERR-ORT-LFD
                           MOVE 'PARM UNGUELTIG (ANZAHL 1 BIS 4, F)'
                                                   TO ERR-VAR-ZEILE01
                           MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                           PERFORM BR93-PROG-FEHLER
                           PERFORM U01-ABBRUCH
                      END-EVALUATE
      *
              END-PERFORM
      *
           END-IF
      *
           DISPLAY 'V00-PARM-PRUEFEN: ' Z-TEIL-ANZAHL
                   ' TEILLAEUFE WERDEN ZUSAMMENGEFUEHRT'
      *
           IF S-FORCE-AKTIV
              DISPLAY 'V00-PARM-PRUEFEN: FORCE-MODUS AKTIV'
           END-IF
      *
           .
       V00-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           CLOSE TEIL-EINGABE
      *
           IF NOT S-TEIL-OK
              MOVE 'N0   '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM N01-TEILE-PRUEFEN
      *
      *    * DOPPELVERARBEITUNGS-SCHUTZ WIE IM TAGESLAUF (IM PROBELAUF
      *      DARF EIN BEREITS VERARBEITETER TAG GEPROBT WERDEN)
           IF NOT S-PROBELAUF-AKTIV
              PERFORM N02-LAUF-PRUEFEN
           END-IF
      *
           PERFORM N03-VOLUMEN-LESEN
      *
           PERFORM N04-WIEN-ZUSAMMENFUEHREN
           PERFORM N05-TAG-ZUSAMMENFUEHREN
           PERFORM N06-SUSPENSE-ZUSAMMENFUEHREN
           PERFORM N07-PRUEF-ZUSAMMENFUEHREN
           PERFORM N08-VMAU-ZUSAMMENFUEHREN
           PERFORM N09-INH-ZUSAMMENFUEHREN
           PERFORM N10-AEND-ZUSAMMENFUEHREN
           PERFORM N11-SPERR-ZUSAMMENFUEHREN
           PERFORM N17-DUBL-ZUSAMMENFUEHREN
      *
           PERFORM N12-PROTOKOLL
           PERFORM N16-ABSTIMMUNG-SCHREIBEN
           PERFORM N14-VOLUMEN-SCHREIBEN
      *
      *    * LAUF-KONTROLLDATEI ERST NACH ERFOLGREICHEM ABSCHLUSS
      *      FORTSCHREIBEN
           PERFORM N15-LAUF-SCHREIBEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N01-TEILE-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-TEIL-BEREICH, Z-TEIL-ANZAHL                            -
      * OUT  : Z-TAGESDATUM-EUR, S-PROBELAUF, Z-LAUF-ERST-/LETZT-NR     -
      * VERAR: ALLE TEILLAEUFE 1 BIS N MUESSEN BEENDET SEIN (ABSCHLUSS- -
      *        SATZ VORHANDEN). FEHLT EINER, WIRD MIT HINWEIS AUF DEN   -
      *        NEU ZU STARTENDEN TEILLAUF ABGEBROCHEN.                  -
      *        DER PROBELAUF MUSS IN ALLEN TEILLAEUFEN GLEICH SEIN.     -
      *        DAS VERARBEITUNGSDATUM WIRD AUS DEN TEILLAEUFEN MIT      -
      *        DATUM AUS TDS-SATZ, PARM ODER RESTART-SATZ UEBERNOMMEN - -
      *        DIESE MUESSEN UEBEREINSTIMMEN. TEILLAEUFE OHNE TAGES-    -
      *        DATUM-SATZ (CURRENT DATE) ZAEHLEN NUR, WENN KEIN         -
      *        TEILLAUF EIN DATUM HAT.                                  -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-TEIL-FEHLEN
      *
           PERFORM VARYING Z-TEIL-IDX FROM K-1 BY K-1
             UNTIL Z-TEIL-IDX > Z-TEIL-ANZAHL
      *
              IF NOT Z-TEIL-VORHANDEN (Z-TEIL-IDX)
                 DISPLAY ' *** ABSCHLUSSSATZ TEILLAUF ' Z-TEIL-IDX
                         ' FEHLT - TEILLAUF NICHT BEENDET ***'
                 ADD K-1                 TO Z-TEIL-FEHLEN
              END-IF
      *
           END-PERFORM
      *
           IF Z-TEIL-FEHLEN > ZERO
              DISPLAY ' *** ERST DIE FEHLENDEN TEILLAEUFE NEU STARTEN'
                      ' (RESTART), DANN ZUSAMMENFUEHRUNG'
                      ' WIEDERHOLEN ***'
              MOVE 'N01  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'NICHT ALLE TEILLAEUFE BEENDET'
                                         TO ERR-VAR-ZEILE01
              MOVE Z-TEIL-FEHLEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * PROBELAUF
           PERFORM VARYING Z-TEIL-IDX FROM K-2 BY K-1
             UNTIL Z-TEIL-IDX > Z-TEIL-ANZAHL
      *
              IF Z-TEIL-PROBE (Z-TEIL-IDX) NOT = Z-TEIL-PROBE (K-1)
                 MOVE 'N01  '            TO ERR-ORT-SEC
                 MOVE K-10               TO ERR-ORT-LFD
                 MOVE 'PROBELAUF NICHT IN ALLEN TEILLAEUFEN GLEICH'
                                         TO ERR-VAR-ZEILE01
                 MOVE Z-TEIL-IDX         TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
           END-PERFORM
      *
           IF Z-TEIL-PROBE (K-1) = K-JA
              SET S-PROBELAUF-AKTIV      TO TRUE
           END-IF
      *
      *    * VERARBEITUNGSDATUM
           MOVE SPACE                    TO Z-TAGESDATUM-EUR
      *
           PERFORM VARYING Z-TEIL-IDX FROM K-1 BY K-1
             UNTIL Z-TEIL-IDX > Z-TEIL-ANZAHL
      *
              IF Z-TEIL-QUELLE (Z-TEIL-IDX) NOT = 'S'
      *
                 IF Z-TAGESDATUM-EUR = SPACE
                    MOVE Z-TEIL-DATUM (Z-TEIL-IDX)
                                         TO Z-TAGESDATUM-EUR
                 END-IF
      *
                 IF Z-TEIL-DATUM (Z-TEIL-IDX) NOT = Z-TAGESDATUM-EUR
                    DISPLAY ' *** TEILLAUF ' Z-TEIL-IDX ' DATUM '
                            Z-TEIL-DATUM (Z-TEIL-IDX)
                            ' WEICHT AB VON ' Z-TAGESDATUM-EUR ' ***'
                    DISPLAY ' *** TEILLAEUFE MIT VERARBEITUNGSDATUM'
                            ' PER PARM (TTMMJJJJ) WIEDERHOLEN ***'
                    MOVE 'N01  '         TO ERR-ORT-SEC
                    MOVE K-11            TO ERR-ORT-LFD
                    MOVE 'VERARBEITUNGSDATUM DER TEILLAEUFE UNGLEICH'
                                         TO ERR-VAR-ZEILE01
                    MOVE Z-TEIL-DATUM (Z-TEIL-IDX)
                                         TO ERR-VAR-ZEILE02
                    PERFORM BR93-PROG-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
              END-IF
      *
           END-PERFORM
      *
           IF Z-TAGESDATUM-EUR = SPACE
              MOVE Z-TEIL-DATUM (K-1)    TO Z-TAGESDATUM-EUR
           END-IF
      *
      *    * EINGABE-FINGERABDRUCK DES TAGES
           PERFORM VARYING Z-TEIL-IDX FROM K-1 BY K-1
             UNTIL Z-TEIL-IDX > Z-TEIL-ANZAHL
      *
              IF Z-TEIL-EIN (Z-TEIL-IDX) > ZERO
                 IF Z-LAUF-ERST-NR = SPACE
                    MOVE Z-TEIL-ERST-NR (Z-TEIL-IDX)
                                         TO Z-LAUF-ERST-NR
                 END-IF
                 MOVE Z-TEIL-LETZT-NR (Z-TEIL-IDX)
                                         TO Z-LAUF-LETZT-NR
              END-IF
      *
           END-PERFORM
      *
           DISPLAY 'N01-TEILE-PRUEFEN: ALLE ' Z-TEIL-ANZAHL
                   ' TEILLAEUFE BEENDET, VERARBEITUNGSDATUM '
                   Z-TAGESDATUM-EUR
      *
           IF S-PROBELAUF-AKTIV
              DISPLAY 'N01-TEILE-PRUEFEN: PROBELAUF - VOLUMEN UND'
                      ' LAUFZUSTAND BLEIBEN UNVERAENDERT'
           END-IF
      *
           .
       N01-EXIT.
           EXIT.
      *----------------------------------------------------------------
       N02-LAUF-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : LAUF-DATEI, Z-TAGESDATUM-EUR, S-FORCE                    -
      * OUT  : -  (BEI BEREITS VERARBEITETEM TAG: PROGRAMMABBRUCH)      -
      * VERAR: WIE V04-LAUF-PRUEFEN IN PMAN0076: WURDE DER TAG BEREITS  -
      *        ERFOLGREICH VERARBEITET (SATZ DES TAGESLAUFS PMAN0076    -
      *        MIT DIESEM DATUM), WIRD OHNE FORCE ABGEBROCHEN.          -
      *        FEHLT DIE DATEI (ALLERERSTER LAUF), IST DAS KEIN         -
      *        FEHLER.                                                  -
      *----------------------------------------------------------------
           SET S-LAUF-NICHT-GEFUNDEN     TO TRUE
      *
           OPEN INPUT LAUF-DATEI
      *
           IF S-LAUF-FEHLT
              GO TO N02-EXIT
           END-IF
      *
           IF NOT S-LAUF-OK
              MOVE 'N02  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN LAUF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LAUF-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-LAUF-OK
                 OR S-LAUF-GEFUNDEN
      *
              READ LAUF-DATEI
      *
              EVALUATE TRUE
              WHEN S-LAUF-OK
      *
                 IF LAUF-SATZ-PGM-NAME   = K-PGM-TAGESLAUF
                    AND LAUF-SATZ-TAGESDATUM = Z-TAGESDATUM-EUR
                    SET S-LAUF-GEFUNDEN  TO TRUE
                 END-IF
      *
              WHEN S-LAUF-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N02  '            TO ERR-ORT-SEC
                 MOVE K-13               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN LAUF-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-LAUF-STATUS      TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           IF S-LAUF-GEFUNDEN
      *
              IF S-FORCE-AKTIV
      *
                 DISPLAY 'N02-LAUF-PRUEFEN: TAG ' Z-TAGESDATUM-EUR
                         ' BEREITS VERARBEITET - FORCE AKTIV,'
                         ' ZUSAMMENFUEHRUNG WIRD WIEDERHOLT'
      *
              ELSE
      *
                 DISPLAY ' *** ABBRUCH: TAG ' Z-TAGESDATUM-EUR
                         ' WURDE BEREITS ERFOLGREICH VERARBEITET ***'
                 DISPLAY ' ***   DAMALIGER LAUF: '
                         LAUF-SATZ-ZAEHLER-EIN ' SAETZE, SCHLUESSEL '
                         LAUF-SATZ-ERST-TDS-NR ' BIS '
                         LAUF-SATZ-LETZT-TDS-NR ' ***'
                 DISPLAY ' ***   ERNEUTE VERARBEITUNG NUR MIT'
                         ' PARM-KENNZEICHEN ''F'' (FORCE) ***'
      *
                 MOVE 'N02  '            TO ERR-ORT-SEC
                 MOVE K-14               TO ERR-ORT-LFD
                 MOVE 'TAG BEREITS VERARBEITET (LAUF-KONTROLLE)'
                                         TO ERR-VAR-ZEILE01
                 MOVE Z-TAGESDATUM-EUR   TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-IF
      *
           END-IF
      *
           CLOSE LAUF-DATEI
      *
           .
       N02-EXIT.
           EXIT.
      *----------------------------------------------------------------
       N03-VOLUMEN-LESEN SECTION.
      *----------------------------------------------------------------
      * IN   : VOLUMEN-DATEI                                            -
      * OUT  : Z-VOL-BEREICH                                            -
      * VERAR: WIE V03-VOLUMEN-LESEN IN PMAN0076. FEHLT DIE DATEI       -
      *        (ALLERERSTER LAUF), UNTERBLEIBT DIE PRUEFUNG IN N13.     -
      *        SIND MEHR ALS K-VOL-LAEUFE SAETZE VORHANDEN, WERDEN DIE  -
      *        AELTESTEN VERDRAENGT.                                    -
      *----------------------------------------------------------------
           OPEN INPUT VOLUMEN-DATEI
      *
           IF S-VOLUMEN-FEHLT
              GO TO N03-EXIT
           END-IF
      *
           IF NOT S-VOLUMEN-OK
              MOVE 'N03  '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VOLUMEN-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-VOLUMEN-OK
      *
              READ VOLUMEN-DATEI
      *
              EVALUATE TRUE
              WHEN S-VOLUMEN-OK
      *
      *    * BEI VOLLER TABELLE AELTESTEN LAUF VERDRAENGEN
                 IF Z-VOL-ANZAHL >= K-VOL-LAEUFE
      *
                    PERFORM VARYING Z-VOL-LFD FROM K-1 BY K-1
                      UNTIL Z-VOL-LFD >= K-VOL-LAEUFE
                       MOVE Z-VOL-TAB (Z-VOL-LFD + 1)
                         TO Z-VOL-TAB (Z-VOL-LFD)
                    END-PERFORM
      *
                 ELSE
      *
                    ADD K-1 TO Z-VOL-ANZAHL
      *
                 END-IF
      *
                 MOVE VOL-SATZ-DATUM
                   TO Z-VOL-DATUM (Z-VOL-ANZAHL)
                 PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1
                   UNTIL Z-ZAEHLER > K-17
                    MOVE VOL-SATZ-GES-EIN (Z-ZAEHLER)
                      TO Z-VOL-GES-EIN (Z-VOL-ANZAHL, Z-ZAEHLER)
                 END-PERFORM
      *
              WHEN S-VOLUMEN-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N03  '               TO ERR-ORT-SEC
                 MOVE K-16                  TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN VOLUMEN-DATEI'
                                            TO ERR-VAR-ZEILE01
                 MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE VOLUMEN-DATEI
      *
           .
       N03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N04-WIEN-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : WTEIL-EINGABE (WIEN-AUSGABEN ALLER TEILLAEUFE)           -
      * OUT  : WIEN-AUSGABE                                             -
      * VERAR: JE ZEILE DER TEILLAEUFE:                                 -
      *        - TITELZEILE (KENNTEXT AB SPALTE 31): DIE ERSTE WIRD     -
      *          MIT DEM VERARBEITUNGSDATUM DES TAGES UEBERNOMMEN,      -
      *          ZUSAMMEN MIT DEN BEIDEN FOLGENDEN KOPFZEILEN (LEER-    -
      *          ZEILE, SPALTENUEBERSCHRIFT). DIE KOEPFE DER WEITEREN   -
      *          PARTITIONEN ENTFALLEN.                                 -
      *        - TRAILERZEILE ('TR'): ANZAHLEN SUMMIEREN, ZEILE         -
      *          ENTFAELLT.                                             -
      *        - SONST (DATEN- UND GRUPPENZEILEN): UNVERAENDERT         -
      *          UEBERNEHMEN.                                           -
      *        DANACH WIRD GEPRUEFT, DASS JE TEILLAUF GENAU EIN KOPF    -
      *        UND EIN TRAILER GELESEN WURDE UND DIE ANZAHLEN ZU DEN    -
      *        ABSCHLUSSSAETZEN PASSEN (VOLLSTAENDIGE KONKATENATION),   -
      *        UND EIN GESAMT-TRAILER ALS LETZTE ZEILE GESCHRIEBEN.     -
      *-----------------------------------------------------------------
           OPEN INPUT WTEIL-EINGABE
      *
           IF NOT S-WTEIL-OK
              MOVE 'N04  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT WIEN-AUSGABE
      *
           IF NOT S-WIEN-AUS-OK
              MOVE 'N04  '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN WIEN-AUS-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WIEN-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE ZERO                     TO Z-KOPF-REST
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-WTEIL-OK
      *
              READ WTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-WTEIL-OK
      *
                 ADD K-1                 TO Z-ZAEHLER-WTEIL-EIN
                 PERFORM N041-WIEN-ZEILE
      *
              WHEN S-WTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N04  '            TO ERR-ORT-SEC
                 MOVE K-19               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN WTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-WTEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE WTEIL-EINGABE
      *
           IF NOT S-WTEIL-OK
              MOVE 'N04  '               TO ERR-ORT-SEC
              MOVE K-20                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * VOLLSTAENDIGKEIT DER KONKATENATION PRUEFEN
           COMPUTE Z-ZAEHLER-SOLL = Z-ZAEHLER-AUSGABE
                                  + Z-ZAEHLER-GRUPPENZEILEN
      *
           IF Z-ZAEHLER-KOPF NOT = Z-TEIL-ANZAHL
              OR Z-ZAEHLER-TRAILER NOT = Z-TEIL-ANZAHL
              OR Z-ZAEHLER-WIEN-DATEN NOT = Z-ZAEHLER-SOLL
              OR Z-ZAEHLER-TR-EIN NOT = Z-ZAEHLER-EINGABE
              OR Z-ZAEHLER-TR-AUS NOT = Z-ZAEHLER-AUSGABE
              DISPLAY ' *** WIEN-AUSGABEN DER TEILLAEUFE PASSEN NICHT'
                      ' ZU DEN ABSCHLUSSSAETZEN ***'
              DISPLAY ' ***   KOPFZEILEN: ' Z-ZAEHLER-KOPF
                      '  TRAILER: ' Z-ZAEHLER-TRAILER
                      '  ERWARTET: ' Z-TEIL-ANZAHL ' ***'
              DISPLAY ' ***   ZEILEN: ' Z-ZAEHLER-WIEN-DATEN
                      '  ERWARTET: ' Z-ZAEHLER-SOLL ' ***'
              DISPLAY ' ***   TRAILER EIN/AUS: ' Z-ZAEHLER-TR-EIN
                      ' / ' Z-ZAEHLER-TR-AUS '  ERWARTET: '
                      Z-ZAEHLER-EINGABE ' / ' Z-ZAEHLER-AUSGABE ' ***'
              MOVE 'N04  '               TO ERR-ORT-SEC
              MOVE K-21                  TO ERR-ORT-LFD
              MOVE 'WIEN-AUSGABEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * GESAMT-TRAILER (AUFBAU WIE N10-TRAILER-SCHREIBEN IN
      *      PMAN0076)
           MOVE SPACE                    TO WIEN-SATZ-AUS
      *
           MOVE 'TR'                     TO WIEN-SATZ-AUS (1:2)
      *
           MOVE K-WIEN-TR-EIN-TEXT       TO WIEN-SATZ-AUS (4:27)
           MOVE Z-ZAEHLER-EINGABE        TO Z-TRAILER-ANZAHL-EDIT
           MOVE Z-TRAILER-ANZAHL-EDIT    TO WIEN-SATZ-AUS (32:8)
      *
           MOVE K-WIEN-TR-AUS-TEXT       TO WIEN-SATZ-AUS (42:27)
           MOVE Z-ZAEHLER-AUSGABE        TO Z-TRAILER-ANZAHL-EDIT
           MOVE Z-TRAILER-ANZAHL-EDIT    TO WIEN-SATZ-AUS (70:8)
      *
           IF S-PROBELAUF-AKTIV
              MOVE '*** TEST ***'        TO WIEN-SATZ-DATEN-FILLER
           END-IF
      *
           PERFORM U05-SCHREIBEN-WIEN
      *
           CLOSE WIEN-AUSGABE
      *
           IF NOT S-WIEN-AUS-OK
              MOVE 'N04  '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN WIEN-AUS-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WIEN-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N041-WIEN-ZEILE SECTION.
      *-----------------------------------------------------------------
      * IN   : WTEIL-SATZ-EIN, Z-KOPF-REST                              -
      * OUT  : WIEN-AUSGABE, ZAEHLER DER ZUSAMMENFUEHRUNG               -
      *-----------------------------------------------------------------
      *    * KOPFZEILEN NACH DER TITELZEILE
           IF Z-KOPF-REST > ZERO
              SUBTRACT K-1             FROM Z-KOPF-REST
              IF Z-ZAEHLER-KOPF = K-1
                 MOVE WTEIL-SATZ-EIN     TO WIEN-SATZ-AUS
                 PERFORM U05-SCHREIBEN-WIEN
              END-IF
              GO TO N041-EXIT
           END-IF
      *
      *    * TITELZEILE EINER PARTITION
           IF WTEIL-SATZ-EIN (1:30) = SPACE
              AND WTEIL-SATZ-EIN (31:29) = K-WIEN-KOPF-TEXT
              ADD K-1                    TO Z-ZAEHLER-KOPF
              MOVE K-2                   TO Z-KOPF-REST
              IF Z-ZAEHLER-KOPF = K-1
                 MOVE WTEIL-SATZ-EIN     TO WIEN-SATZ-AUS
                 MOVE Z-TAGESDATUM-EUR   TO WIEN-SATZ-AUS (71:10)
                 PERFORM U05-SCHREIBEN-WIEN
              END-IF
              GO TO N041-EXIT
           END-IF
      *
      *    * TRAILERZEILE EINER PARTITION
           IF WTEIL-SATZ-EIN (1:2) = 'TR'
              AND WTEIL-SATZ-EIN (4:27) = K-WIEN-TR-EIN-TEXT
              ADD K-1                    TO Z-ZAEHLER-TRAILER
              MOVE WTEIL-SATZ-EIN (32:8) TO Z-TRAILER-WERT-X
              PERFORM U02-TRAILER-WERT
              ADD Z-TRAILER-WERT         TO Z-ZAEHLER-TR-EIN
              MOVE WTEIL-SATZ-EIN (70:8) TO Z-TRAILER-WERT-X
              PERFORM U02-TRAILER-WERT
              ADD Z-TRAILER-WERT         TO Z-ZAEHLER-TR-AUS
              GO TO N041-EXIT
           END-IF
      *
      *    * DATEN- UND GRUPPENZEILEN
           MOVE WTEIL-SATZ-EIN           TO WIEN-SATZ-AUS
           PERFORM U05-SCHREIBEN-WIEN
           ADD K-1                       TO Z-ZAEHLER-WIEN-DATEN
      *
           .
       N041-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N05-TAG-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : TTEIL-EINGABE (TAG-AUSGABEN ALLER TEILLAEUFE)            -
      * OUT  : TAG-AUSGABE                                              -
      * VERAR: ALLE SAETZE UNVERAENDERT UEBERNEHMEN (OHNE KOPF/TRAILER) -
      *        DIE ANZAHL MUSS DER SUMME DER TAG-ZAEHLER DER TEILLAEUFE -
      *        ENTSPRECHEN.                                             -
      *-----------------------------------------------------------------
           OPEN INPUT TTEIL-EINGABE
      *
           IF NOT S-TTEIL-OK
              MOVE 'N05  '               TO ERR-ORT-SEC
              MOVE K-23                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT TAG-AUSGABE
      *
           IF NOT S-TAG-OK
              MOVE 'N05  '               TO ERR-ORT-SEC
              MOVE K-24                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TAG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TAG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-TTEIL-OK
      *
              READ TTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-TTEIL-OK
      *
                 WRITE TAG-SATZ-AUS FROM TTEIL-SATZ-EIN
      *
                 IF NOT S-TAG-OK
                    MOVE 'N05  '         TO ERR-ORT-SEC
                    MOVE K-25            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN TAG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-TAG-STATUS    TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-TAG-AUS
      *
              WHEN S-TTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N05  '            TO ERR-ORT-SEC
                 MOVE K-26               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN TTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-TTEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE TTEIL-EINGABE
      *
           IF NOT S-TTEIL-OK
              MOVE 'N05  '               TO ERR-ORT-SEC
              MOVE K-27                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TAG-AUSGABE
      *
           IF NOT S-TAG-OK
              MOVE 'N05  '               TO ERR-ORT-SEC
              MOVE K-28                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TAG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TAG-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-TAG-AUS NOT = Z-ZAEHLER-TAG
              DISPLAY ' *** TAG-SAETZE: ' Z-ZAEHLER-TAG-AUS
                      '  ERWARTET: ' Z-ZAEHLER-TAG ' ***'
              MOVE 'N05  '               TO ERR-ORT-SEC
              MOVE K-29                  TO ERR-ORT-LFD
              MOVE 'TAG-AUSGABEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N06-SUSPENSE-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : STEIL-EINGABE (SUSPENSE-DATEIEN ALLER TEILLAEUFE)        -
      * OUT  : SUSPENSE-DATEI                                           -
      * VERAR: ALLE SAETZE UEBERNEHMEN. DAS VERARBEITUNGSDATUM IM       -
      *        SATZ (ALTERSPRUEFUNG IN PMAN0082) WIRD AUF DAS DATUM     -
      *        DES TAGES GESETZT. DIE ANZAHL MUSS DER SUMME DER         -
      *        SUSPENSE-ZAEHLER DER TEILLAEUFE ENTSPRECHEN.             -
      *-----------------------------------------------------------------
           OPEN INPUT STEIL-EINGABE
      *
           IF NOT S-STEIL-OK
              MOVE 'N06  '               TO ERR-ORT-SEC
              MOVE K-30                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN STEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-STEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT SUSPENSE-DATEI
      *
           IF NOT S-SUSPENSE-OK
              MOVE 'N06  '               TO ERR-ORT-SEC
              MOVE K-31                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SUSPENSE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SUSPENSE-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-STEIL-OK
      *
              READ STEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-STEIL-OK
      *
                 MOVE STEIL-SATZ-EIN     TO SUSPENSE-SATZ-AUS
                 MOVE Z-TAGESDATUM-EUR   TO SUSPENSE-SATZ-DATEN-DATUM
      *
                 WRITE SUSPENSE-SATZ-AUS
      *
                 IF NOT S-SUSPENSE-OK
                    MOVE 'N06  '         TO ERR-ORT-SEC
                    MOVE K-32            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN SUSPENSE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-SUSPENSE-STATUS
                                         TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-SUSP-AUS
      *
              WHEN S-STEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N06  '            TO ERR-ORT-SEC
                 MOVE K-33               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN STEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-STEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE STEIL-EINGABE
      *
           IF NOT S-STEIL-OK
              MOVE 'N06  '               TO ERR-ORT-SEC
              MOVE K-34                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN STEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-STEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE SUSPENSE-DATEI
      *
           IF NOT S-SUSPENSE-OK
              MOVE 'N06  '               TO ERR-ORT-SEC
              MOVE K-35                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SUSPENSE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SUSPENSE-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-SUSP-AUS NOT = Z-ZAEHLER-SUSPENSE
              DISPLAY ' *** SUSPENSE-SAETZE: ' Z-ZAEHLER-SUSP-AUS
                      '  ERWARTET: ' Z-ZAEHLER-SUSPENSE ' ***'
              MOVE 'N06  '               TO ERR-ORT-SEC
              MOVE K-36                  TO ERR-ORT-LFD
              MOVE 'SUSPENSE-DATEIEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N07-PRUEF-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : PTEIL-EINGABE (PRUEF-DATEIEN ALLER TEILLAEUFE)           -
      * OUT  : PRUEF-DATEI                                              -
      * VERAR: ALLE ZEILEN UNVERAENDERT UEBERNEHMEN (JE BEANSTANDETEM   -
      *        FELD EINE ZEILE, DAHER KEIN ABGLEICH MIT DEN ZAEHLERN)   -
      *-----------------------------------------------------------------
           OPEN INPUT PTEIL-EINGABE
      *
           IF NOT S-PTEIL-OK
              MOVE 'N07  '               TO ERR-ORT-SEC
              MOVE K-37                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN PTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-PTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT PRUEF-DATEI
      *
           IF NOT S-PRUEF-OK
              MOVE 'N07  '               TO ERR-ORT-SEC
              MOVE K-38                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN PRUEF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-PRUEF-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-PTEIL-OK
      *
              READ PTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-PTEIL-OK
      *
                 WRITE PRUEF-SATZ-AUS FROM PTEIL-SATZ-EIN
      *
                 IF NOT S-PRUEF-OK
                    MOVE 'N07  '         TO ERR-ORT-SEC
                    MOVE K-39            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN PRUEF-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-PRUEF-STATUS  TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-PRUEF-AUS
      *
              WHEN S-PTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N07  '            TO ERR-ORT-SEC
                 MOVE K-40               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN PTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-PTEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE PTEIL-EINGABE
      *
           IF NOT S-PTEIL-OK
              MOVE 'N07  '               TO ERR-ORT-SEC
              MOVE K-41                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN PTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-PTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE PRUEF-DATEI
      *
           IF NOT S-PRUEF-OK
              MOVE 'N07  '               TO ERR-ORT-SEC
              MOVE K-42                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN PRUEF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-PRUEF-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N08-VMAU-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : VTEIL-EINGABE (VERM-AUSNAHMEN ALLER TEILLAEUFE)          -
      * OUT  : VERM-AUSNAHME                                            -
      * VERAR: ALLE ZEILEN UNVERAENDERT UEBERNEHMEN                     -
      *-----------------------------------------------------------------
           OPEN INPUT VTEIL-EINGABE
      *
           IF NOT S-VTEIL-OK
              MOVE 'N08  '               TO ERR-ORT-SEC
              MOVE K-43                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT VERM-AUSNAHME
      *
           IF NOT S-VMAU-OK
              MOVE 'N08  '               TO ERR-ORT-SEC
              MOVE K-44                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VERM-AUSNAHME-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VMAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-VTEIL-OK
      *
              READ VTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-VTEIL-OK
      *
                 WRITE VMAU-SATZ-AUS FROM VTEIL-SATZ-EIN
      *
                 IF NOT S-VMAU-OK
                    MOVE 'N08  '         TO ERR-ORT-SEC
                    MOVE K-45            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN VERM-AUSNAHME-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-VMAU-STATUS   TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-VMAU-AUS
      *
              WHEN S-VTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N08  '            TO ERR-ORT-SEC
                 MOVE K-46               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN VTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-VTEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE VTEIL-EINGABE
      *
           IF NOT S-VTEIL-OK
              MOVE 'N08  '               TO ERR-ORT-SEC
              MOVE K-47                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE VERM-AUSNAHME
      *
           IF NOT S-VMAU-OK
              MOVE 'N08  '               TO ERR-ORT-SEC
              MOVE K-48                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VERM-AUSNAHME-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VMAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N09-INH-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : ITEIL-EINGABE (INHABER-AUSGABEN ALLER TEILLAEUFE)        -
      * OUT  : INHABER-AUSGABE                                          -
      * VERAR: ALLE SAETZE UNVERAENDERT UEBERNEHMEN. DIE ANZAHL MUSS    -
      *        DER SUMME DER INHABER-ZAEHLER DER TEILLAEUFE             -
      *        ENTSPRECHEN.                                             -
      *-----------------------------------------------------------------
           OPEN INPUT ITEIL-EINGABE
      *
           IF NOT S-ITEIL-OK
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-49                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ITEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ITEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT INHABER-AUSGABE
      *
           IF NOT S-INH-OK
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-50                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN INHABER-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-ITEIL-OK
      *
              READ ITEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-ITEIL-OK
      *
                 WRITE INH-SATZ-AUS FROM ITEIL-SATZ-EIN
      *
                 IF NOT S-INH-OK
                    MOVE 'N09  '         TO ERR-ORT-SEC
                    MOVE K-51            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN INHABER-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-INH-STATUS    TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-INH-AUS
      *
              WHEN S-ITEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N09  '            TO ERR-ORT-SEC
                 MOVE K-52               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN ITEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-ITEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE ITEIL-EINGABE
      *
           IF NOT S-ITEIL-OK
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-53                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ITEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ITEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE INHABER-AUSGABE
      *
           IF NOT S-INH-OK
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-54                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN INHABER-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-INH-STATUS          TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-INH-AUS NOT = Z-ZAEHLER-INHABER
              DISPLAY ' *** INHABER-SAETZE: ' Z-ZAEHLER-INH-AUS
                      '  ERWARTET: ' Z-ZAEHLER-INHABER ' ***'
              MOVE 'N09  '               TO ERR-ORT-SEC
              MOVE K-55                  TO ERR-ORT-LFD
              MOVE 'INHABER-AUSGABEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N10-AEND-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : ATEIL-EINGABE (AENDERUNGSPROTOKOLLE ALLER TEILLAEUFE)    -
      * OUT  : AENDERUNG-AUSGABE                                        -
      * VERAR: ALLE ZEILEN UNVERAENDERT UEBERNEHMEN. DIE ANZAHL MUSS    -
      *        DER SUMME DER ZEILEN-ZAEHLER DER TEILLAEUFE              -
      *        ENTSPRECHEN.                                             -
      *-----------------------------------------------------------------
           OPEN INPUT ATEIL-EINGABE
      *
           IF NOT S-ATEIL-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-56                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ATEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ATEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT AENDERUNG-AUSGABE
      *
           IF NOT S-AEND-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-57                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN AENDERUNG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AEND-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-ATEIL-OK
      *
              READ ATEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-ATEIL-OK
      *
                 WRITE AEND-SATZ-AUS FROM ATEIL-SATZ-EIN
      *
                 IF NOT S-AEND-OK
                    MOVE 'N10  '         TO ERR-ORT-SEC
                    MOVE K-58            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN AENDERUNG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-AEND-STATUS   TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-AEND-AUS
      *
              WHEN S-ATEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N10  '            TO ERR-ORT-SEC
                 MOVE K-59               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN ATEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-ATEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE ATEIL-EINGABE
      *
           IF NOT S-ATEIL-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-60                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ATEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ATEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE AENDERUNG-AUSGABE
      *
           IF NOT S-AEND-OK
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-61                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN AENDERUNG-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-AEND-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-AEND-AUS NOT = Z-ZAEHLER-AEND-FELDER
              DISPLAY ' *** AENDERUNGS-ZEILEN: ' Z-ZAEHLER-AEND-AUS
                      '  ERWARTET: ' Z-ZAEHLER-AEND-FELDER ' ***'
              MOVE 'N10  '               TO ERR-ORT-SEC
              MOVE K-62                  TO ERR-ORT-LFD
              MOVE 'AENDERUNGS-LOGS DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-SPERR-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : SPTEIL-EINGABE (SPERR-AUSGABEN ALLER TEILLAEUFE)         -
      * OUT  : SPERR-AUSGABE                                            -
      * VERAR: ALLE ZURUECKGEHALTENEN SAETZE UNVERAENDERT UEBERNEHMEN.  -
      *        DIE ANZAHL MUSS DER SUMME DER SPERR-ZAEHLER DER          -
      *        TEILLAEUFE ENTSPRECHEN - IM PROBELAUF SCHREIBEN DIE      -
      *        TEILLAEUFE NUR DEN ZAEHLER, DIE DATEIEN SIND LEER.       -
      *-----------------------------------------------------------------
           OPEN INPUT SPTEIL-EINGABE
      *
           IF NOT S-SPTEIL-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-63                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPTEIL-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT SPERR-AUSGABE
      *
           IF NOT S-SPAU-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-64                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN SPERR-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-SPTEIL-OK
      *
              READ SPTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-SPTEIL-OK
      *
                 WRITE SPERR-SATZ-AUS FROM SPTEIL-SATZ-EIN
      *
                 IF NOT S-SPAU-OK
                    MOVE 'N11  '         TO ERR-ORT-SEC
                    MOVE K-65            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN SPERR-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-SPAU-STATUS   TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-SPAU-AUS
      *
              WHEN S-SPTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N11  '            TO ERR-ORT-SEC
                 MOVE K-66               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN SPTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-SPTEIL-STATUS    TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE SPTEIL-EINGABE
      *
           IF NOT S-SPTEIL-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-67                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPTEIL-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE SPERR-AUSGABE
      *
           IF NOT S-SPAU-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-68                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN SPERR-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-SPAU-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * IM PROBELAUF WIRD NICHTS ZURUECKGEHALTEN (VGL.
      *      U30-SANKTION-PRUEFEN IN PMAN0076)
           IF S-PROBELAUF-AKTIV
              MOVE ZERO                  TO Z-ZAEHLER-SOLL
           ELSE
              MOVE Z-ZAEHLER-GESPERRT    TO Z-ZAEHLER-SOLL
           END-IF
      *
           IF Z-ZAEHLER-SPAU-AUS NOT = Z-ZAEHLER-SOLL
              DISPLAY ' *** SPERR-SAETZE: ' Z-ZAEHLER-SPAU-AUS
                      '  ERWARTET: ' Z-ZAEHLER-SOLL ' ***'
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-69                  TO ERR-ORT-LFD
              MOVE 'SPERR-AUSGABEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N12-PROTOKOLL SECTION.
      *----------------------------------------------------------------*
      *    SCHREIBEN DES VERARBEITUNGPROTOKOLLS                        *
      *----------------------------------------------------------------*
      *                                                                *
      *    AUFBAU WIE DAS PROTOKOLL DES TAGESLAUFS PMAN0076, MIT DEN   *
      *    SUMMEN UEBER ALLE TEILLAEUFE UND EINER UEBERSICHT JE        *
      *    TEILLAUF                                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' PROTOKOLL: ERSTELLEN AUSWERTUNG ERFASSTE ANTRAEGE'
                   ' DVAG-WIEN (NUR OESTERR. GES.) AM ' Z-TAGESDATUM-EUR
           DISPLAY ' PARALLEL-TAGESLAUF: SUMMEN UEBER '
                   Z-TEIL-ANZAHL ' TEILLAEUFE'

           IF S-PROBELAUF-AKTIV
              DISPLAY ' '
              DISPLAY ' *** PROBELAUF: BESTAND, VOLUMEN, SENDEARCHIV'
                      ' UND LAUFZUSTAND UNVERAENDERT ***'
              DISPLAY ' *** ALLE AUSGABEN SIND ALS TEST'
                      ' GEKENNZEICHNET - NICHT NACH WIEN GEBEN ***'
           END-IF

           DISPLAY ' ===================================================
      -            '========================'
           DISPLAY ' '
           DISPLAY ' UEBERSICHT JE TEILLAUF (NR/DATUM/QUELLE/EIN-/'
                   'AUSGABE/SUSPENSE/RESTART):'
           DISPLAY ' '
      *
           PERFORM VARYING Z-TEIL-IDX FROM K-1 BY K-1
             UNTIL Z-TEIL-IDX > Z-TEIL-ANZAHL
              DISPLAY '   TEILLAUF ' Z-TEIL-IDX '  '
                      Z-TEIL-DATUM (Z-TEIL-IDX) ' '
                      Z-TEIL-QUELLE (Z-TEIL-IDX) '  '
                      Z-TEIL-EIN (Z-TEIL-IDX) ' '
                      Z-TEIL-AUS (Z-TEIL-IDX) ' '
                      Z-TEIL-SUSP (Z-TEIL-IDX) ' '
                      Z-TEIL-RESTART (Z-TEIL-IDX)
           END-PERFORM
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY 'ANZAHL EINGELESENE SAETZE :     '
                   Z-ZAEHLER-EINGABE
           DISPLAY 'DAVON REPARIERTE SUSPENSE-SAETZE: '
                   Z-ZAEHLER-REPARIERT
           DISPLAY ' '
           DISPLAY 'ANZAHL AUSGEGEBENE SAETZE :     '
                   Z-ZAEHLER-AUSGABE
           DISPLAY ' '
           DISPLAY 'ANZAHL SUSPENSE-SAETZE (VERWORFEN):'
                   Z-ZAEHLER-SUSPENSE
           DISPLAY ' '
           DISPLAY 'ANZAHL INHALTLICH BEANSTANDETE SAETZE'
           DISPLAY '   (NICHT NACH WIEN AUSGEGEBEN)   :'
                   Z-ZAEHLER-PRUEF
           DISPLAY ' '
           DISPLAY 'ANZAHL INHABER-SAETZE (COMPLIANCE):'
                   Z-ZAEHLER-INHABER
           DISPLAY ' '
           DISPLAY 'ANZAHL AENDERUNGSPROTOKOLL-ZEILEN :'
                   Z-ZAEHLER-AEND-FELDER
           DISPLAY ' '
           DISPLAY 'ANZAHL VERMITTLER-AUSNAHMEN'
           DISPLAY '   (NICHT NACH WIEN AUSGEGEBEN)   :'
                   Z-ZAEHLER-VERM-AUSN
           DISPLAY ' '
           DISPLAY 'ANZAHL WG. SANKTIONS-SPERRE'
           DISPLAY '   (ZURUECKGEHALTEN, SPERR-AUSGABE) :'
                   Z-ZAEHLER-GESPERRT
           DISPLAY 'DAVON WIEDER EINGESPEIST          :'
                   Z-ZAEHLER-SPERR-WV
           DISPLAY ' '
           DISPLAY 'ANZAHL DUBLETTEN-VERDACHTSFAELLE'
           DISPLAY '   (GESENDET, KLAERUNG INNENDIENST):'
                   Z-ZAEHLER-DUBLETTE
           DISPLAY ' '
           DISPLAY 'ANZAHL SAETZE IN SENDEARCHIV      :'
                   Z-ZAEHLER-ARCHIV
           DISPLAY ' '
      *
           IF S-VERM-STAMM-FEHLT
              DISPLAY ' *** WARNUNG: VERMITTLER-STAMM FEHLTE -'
                      ' VERMITTLER-PRUEFUNG ENTFALLEN ***'
              DISPLAY ' '
           END-IF
      *
           IF Z-KONS-ANZAHL > ZERO
              DISPLAY 'KONSOLIDIERUNGSMODUS: JE ANTRAG NUR ENDZUSTAND'
              MOVE Z-KONS-ANZAHL TO Z-TRAILER-ANZAHL-EDIT
              DISPLAY 'ANZAHL ANTRAEGE KONSOLIDIERT :  '
                      Z-TRAILER-ANZAHL-EDIT
              DISPLAY 'ANZAHL ANTRAEGE NETTIERT     :  '
                      Z-ZAEHLER-NETTIERT
              DISPLAY ' '
           END-IF
      *
           DISPLAY 'ZUSAMMENFUEHRUNG (GESCHRIEBENE SAETZE):'
           DISPLAY '   WIEN-AUSGABE (INKL. KOPF/TRAILER):'
                   Z-ZAEHLER-WIEN-AUS
           DISPLAY '   TAG-AUSGABE                      :'
                   Z-ZAEHLER-TAG-AUS
           DISPLAY '   SUSPENSE-DATEI                   :'
                   Z-ZAEHLER-SUSP-AUS
           DISPLAY '   PRUEF-DATEI                      :'
                   Z-ZAEHLER-PRUEF-AUS
           DISPLAY '   VERM-AUSNAHME                    :'
                   Z-ZAEHLER-VMAU-AUS
           DISPLAY '   INHABER-AUSGABE                  :'
                   Z-ZAEHLER-INH-AUS
           DISPLAY '   AENDERUNGSPROTOKOLL              :'
                   Z-ZAEHLER-AEND-AUS
           DISPLAY '   SPERR-AUSGABE                    :'
                   Z-ZAEHLER-SPAU-AUS
           DISPLAY '   DUBLETTEN-VERDACHTSLISTE         :'
                   Z-ZAEHLER-DUBV-AUS
           DISPLAY ' '
      *
      **** AUFGLIEDERUNG JE GESELLSCHAFT
           DISPLAY ' AUFGLIEDERUNG JE GESELLSCHAFT (GES./EIN-/AUSGABE):'
           DISPLAY ' '
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   IF Z-STAT-GES-EIN (Z-ZAEHLER) > ZERO
                      DISPLAY '   GES. ' Z-STAT-GES-NR (Z-ZAEHLER)
                      DISPLAY '      EINGELESEN: '
                              Z-STAT-GES-EIN (Z-ZAEHLER)
                      DISPLAY '      AUSGEGEBEN: '
                              Z-STAT-GES-AUS (Z-ZAEHLER)
                   END-IF
      *
           END-PERFORM
           DISPLAY ' '
      *
      **** AUFGLIEDERUNG JE MODUS
           DISPLAY ' AUFGLIEDERUNG JE MODUS (MODUS/EIN-/AUSGABE):'
           DISPLAY ' '
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-6
      *
                   IF Z-STAT-MODUS-EIN (Z-ZAEHLER) > ZERO
                      DISPLAY '   MODUS ' Z-STAT-MODUS-CODE (Z-ZAEHLER)
                      DISPLAY '      EINGELESEN: '
                              Z-STAT-MODUS-EIN (Z-ZAEHLER)
                      DISPLAY '      AUSGEGEBEN: '
                              Z-STAT-MODUS-AUS (Z-ZAEHLER)
                   END-IF
      *
           END-PERFORM
           DISPLAY ' '
      *
           IF S-GRUPPEN-FRAGMENTIERT
              DISPLAY ' *** WARNUNG: GRUPPENMODUS - EINGABE WAR NICHT'
                      ' JE GESELLSCHAFT GRUPPIERT ***'
              DISPLAY ' *** WIEN-AUSGABE ENTHAELT MEHRERE BLOECKE JE'
                      ' GESELLSCHAFT - VOR WEITERGABE PRUEFEN ***'
              DISPLAY ' '
           END-IF
      *
      **** VOLUMENPRUEFUNG GEGEN DIE HISTORIE DER LETZTEN LAEUFE
           PERFORM N13-VOLUMEN-PRUEFEN
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' ===================================================
      -            '========================'
           DISPLAY ' VERARBEITUNGSPROTOKOLL - ENDE VERARBEITUNG '
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' '
      *
           .
       N12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N13-VOLUMEN-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-VOL-BEREICH, Z-STAT-GES-EIN                            -
      * OUT  : S-WARNUNG                                                -
      * VERAR: WIE N13-VOLUMEN-PRUEFEN IN PMAN0076, MIT DEN SUMMEN      -
      *        DES GANZEN TAGES: FAELLT EINE GESELLSCHAFT, DIE          -
      *        NORMALERWEISE LIEFERT, AUF NULL ODER UNTER EIN VIERTEL   -
      *        DES DURCHSCHNITTS, WIRD GEWARNT (RETURN-CODE             -
      *        K-RC-WARNUNG). OHNE HISTORIE UNTERBLEIBT DIE PRUEFUNG.   -
      *-----------------------------------------------------------------
           IF Z-VOL-ANZAHL = ZERO
              GO TO N13-EXIT
           END-IF
      *
           MOVE Z-VOL-ANZAHL TO Z-TRAILER-ANZAHL-EDIT
           DISPLAY ' VOLUMENPRUEFUNG (HISTORIE: ' Z-TRAILER-ANZAHL-EDIT
                   ' LAEUFE):'
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   MOVE ZERO TO Z-VOL-SUMME
      *
                   PERFORM VARYING Z-VOL-LFD FROM K-1 BY K-1
                     UNTIL Z-VOL-LFD > Z-VOL-ANZAHL
                      ADD Z-VOL-GES-EIN (Z-VOL-LFD, Z-ZAEHLER)
                        TO Z-VOL-SUMME
                   END-PERFORM
      *
                   COMPUTE Z-VOL-DURCHSCHNITT
                         = Z-VOL-SUMME / Z-VOL-ANZAHL
      *
                   IF Z-VOL-DURCHSCHNITT > ZERO
      *
                      COMPUTE Z-VOL-GRENZE = Z-VOL-DURCHSCHNITT / K-4
      *
                      EVALUATE TRUE
                      WHEN Z-STAT-GES-EIN (Z-ZAEHLER) = ZERO
      *
                           DISPLAY ' *** WARNUNG: GES. '
                                   Z-STAT-GES-NR (Z-ZAEHLER)
                                   ' OHNE EINGABESAETZE ***'
                           DISPLAY '     DURCHSCHNITT DER LETZTEN '
                                   'LAEUFE: ' Z-VOL-DURCHSCHNITT
                           SET S-WARNUNG-AKTIV TO TRUE
      *
                      WHEN Z-STAT-GES-EIN (Z-ZAEHLER) < Z-VOL-GRENZE
      *
                           DISPLAY ' *** WARNUNG: GES. '
                                   Z-STAT-GES-NR (Z-ZAEHLER)
                                   ' WEIT UNTER DURCHSCHNITT ***'
                           DISPLAY '     HEUTE: '
                                   Z-STAT-GES-EIN (Z-ZAEHLER)
                                   '  DURCHSCHNITT: '
                                   Z-VOL-DURCHSCHNITT
                           SET S-WARNUNG-AKTIV TO TRUE
      *
                      WHEN OTHER
      *
                           CONTINUE
      *
                      END-EVALUATE
      *
                   END-IF
      *
           END-PERFORM
      *
           IF S-WARNUNG-INAKTIV
              DISPLAY '   KEINE AUFFAELLIGKEITEN'
           ELSE
              DISPLAY ' *** LAUF ENDET MIT WARNUNGS-RETURN-CODE ***'
           END-IF
      *
           .
       N13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N14-VOLUMEN-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-VOL-BEREICH, Z-STAT-GES-EIN, Z-TAGESDATUM-EUR          -
      * OUT  : VOLUMEN-DATEI                                            -
      * VERAR: WIE N14-VOLUMEN-SCHREIBEN IN PMAN0076: DIE JUENGSTEN     -
      *        (K-VOL-LAEUFE - 1) LAEUFE DER BISHERIGEN HISTORIE PLUS   -
      *        DER HEUTIGE TAG (SUMME ALLER TEILLAEUFE). IM PROBELAUF   -
      *        BLEIBT DIE HISTORIE UNVERAENDERT.                        -
      *-----------------------------------------------------------------
           IF S-PROBELAUF-AKTIV
              GO TO N14-EXIT
           END-IF
      *
           OPEN OUTPUT VOLUMEN-DATEI
      *
           IF NOT S-VOLUMEN-OK
              MOVE 'N14  '               TO ERR-ORT-SEC
              MOVE K-70                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VOLUMEN-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * AELTESTEN LAUF VERDRAENGEN, WENN DIE HISTORIE VOLL IST
           IF Z-VOL-ANZAHL >= K-VOL-LAEUFE
              MOVE K-2 TO Z-VOL-LFD
           ELSE
              MOVE K-1 TO Z-VOL-LFD
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL Z-VOL-LFD > Z-VOL-ANZAHL
      *
              MOVE SPACE TO VOL-SATZ
              MOVE Z-VOL-DATUM (Z-VOL-LFD) TO VOL-SATZ-DATUM
      *
              PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1
                UNTIL Z-ZAEHLER > K-17
                 MOVE Z-VOL-GES-EIN (Z-VOL-LFD, Z-ZAEHLER)
                   TO VOL-SATZ-GES-EIN (Z-ZAEHLER)
              END-PERFORM
      *
              PERFORM N141-VOLUMEN-SATZ
      *
              ADD K-1 TO Z-VOL-LFD
      *
           END-PERFORM
      *
      *    * HEUTIGER TAG
           MOVE SPACE TO VOL-SATZ
           MOVE Z-TAGESDATUM-EUR          TO VOL-SATZ-DATUM
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1
             UNTIL Z-ZAEHLER > K-17
              MOVE Z-STAT-GES-EIN (Z-ZAEHLER)
                TO VOL-SATZ-GES-EIN (Z-ZAEHLER)
           END-PERFORM
      *
           PERFORM N141-VOLUMEN-SATZ
      *
           CLOSE VOLUMEN-DATEI
      *
           IF NOT S-VOLUMEN-OK
              MOVE 'N14  '               TO ERR-ORT-SEC
              MOVE K-71                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VOLUMEN-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N141-VOLUMEN-SATZ SECTION.
      *-----------------------------------------------------------------
      * IN   : VOL-SATZ                                                 -
      * OUT  : VOLUMEN-DATEI                                            -
      *-----------------------------------------------------------------
           WRITE VOL-SATZ
      *
           IF NOT S-VOLUMEN-OK
              MOVE 'N141 '               TO ERR-ORT-SEC
              MOVE K-72                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN VOLUMEN-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VOLUMEN-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N141-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N15-LAUF-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-TAGESDATUM-EUR, Z-ZAEHLER-EINGABE, Z-LAUF-ERST-NR,     -
      *        Z-LAUF-LETZT-NR                                          -
      * OUT  : LAUF-DATEI                                               -
      * VERAR: WIE N15-LAUF-SCHREIBEN IN PMAN0076: EIN SATZ FUER DEN    -
      *        GANZEN TAG UNTER DEM PROGRAMMNAMEN DES TAGESLAUFS        -
      *        ANFUEGEN (BEIM ALLERERSTEN LAUF WIRD DIE DATEI NEU       -
      *        ANGELEGT). DIE TEILLAEUFE UND EIN SPAETERER EINZEL-      -
      *        LAUF ERKENNEN DEN TAG DAMIT ALS VERARBEITET. IM          -
      *        PROBELAUF BLEIBT DIE LAUF-KONTROLLDATEI UNVERAENDERT.    -
      *-----------------------------------------------------------------
           IF S-PROBELAUF-AKTIV
              GO TO N15-EXIT
           END-IF
      *
           OPEN EXTEND LAUF-DATEI
      *
           IF S-LAUF-FEHLT
              OPEN OUTPUT LAUF-DATEI
           END-IF
      *
           IF NOT S-LAUF-OK
              MOVE 'N15  '               TO ERR-ORT-SEC
              MOVE K-73                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN LAUF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LAUF-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE SPACE                    TO LAUF-SATZ
           MOVE K-PGM-TAGESLAUF          TO LAUF-SATZ-PGM-NAME
           MOVE Z-TAGESDATUM-EUR         TO LAUF-SATZ-TAGESDATUM
           MOVE Z-ZAEHLER-EINGABE        TO LAUF-SATZ-ZAEHLER-EIN
           MOVE Z-LAUF-ERST-NR           TO LAUF-SATZ-ERST-TDS-NR
           MOVE Z-LAUF-LETZT-NR          TO LAUF-SATZ-LETZT-TDS-NR
      *
           WRITE LAUF-SATZ
      *
           IF NOT S-LAUF-OK
              MOVE 'N15  '               TO ERR-ORT-SEC
              MOVE K-74                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN LAUF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LAUF-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE LAUF-DATEI
      *
           IF NOT S-LAUF-OK
              MOVE 'N15  '               TO ERR-ORT-SEC
              MOVE K-75                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN LAUF-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LAUF-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N15-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N16-ABSTIMMUNG-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-..., Z-STAT-GES-AUS, Z-TAGESDATUM-EUR             -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: WIE N16-ABSTIMMUNG-SCHREIBEN IN PMAN0076, MIT DEN        -
      *        SUMMEN ALLER TEILLAEUFE UND UNTER DEM PROGRAMMNAMEN      -
      *        DES TAGESLAUFS: JE GESELLSCHAFT MIT GELESENEN SAETZEN    -
      *        EIN SATZ JE KATEGORIE, GESELLSCHAFT '**' IMMER.          -
      *        IM PROBELAUF WERDEN DIE SAETZE ALS 'TEST' MARKIERT.      -
      *-----------------------------------------------------------------
           OPEN OUTPUT ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-76                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM VARYING Z-ABST-IDX FROM K-1 BY K-1
             UNTIL Z-ABST-IDX > K-18
      *
              IF Z-ABST-GELESEN (Z-ABST-IDX) > ZERO
                 OR Z-ABST-IDX = K-18
      *
                 IF Z-ABST-IDX = K-18
                    MOVE '**'                     TO Z-ABST-GES-X
                    MOVE ZERO                     TO Z-ABST-ANZAHL
                 ELSE
                    MOVE Z-STAT-GES-NR (Z-ABST-IDX) TO Z-ABST-GES-X
                    MOVE Z-STAT-GES-AUS (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 END-IF
      *
                 MOVE 'GESENDET'                  TO Z-ABST-KATEGORIE
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'GELESEN'                   TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-GELESEN (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'SUSPENSE'                  TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-SUSPENSE (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'PRUEFDATEI'                TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-PRUEF (Z-ABST-IDX)   TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'VERM-AUSN'                 TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-VERM (Z-ABST-IDX)    TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'GESPERRT'                  TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-GESPERRT (Z-ABST-IDX) TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'KONSOLIDIERT'              TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-KONS (Z-ABST-IDX)    TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'TDS-O-ANTR'                TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-O-ANTR (Z-ABST-IDX)  TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
              END-IF
      *
           END-PERFORM
      *
           CLOSE ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-77                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           DISPLAY 'ANZAHL KONTROLLSAETZE TAGESABSTIMMUNG:  '
                   Z-ABST-SAETZE
           DISPLAY ' '
      *
           .
       N16-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N161-ABST-SATZ SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-GES-X, Z-ABST-KATEGORIE, Z-ABST-ANZAHL            -
      * OUT  : ABST-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO ABST-SATZ-AUS
      *
           MOVE ';'                      TO ABST-SATZ-DATEN-SEMIK-1
                                            ABST-SATZ-DATEN-SEMIK-2
                                            ABST-SATZ-DATEN-SEMIK-3
                                            ABST-SATZ-DATEN-SEMIK-4
                                            ABST-SATZ-DATEN-SEMIK-5
      *
           MOVE K-PGM-TAGESLAUF          TO ABST-SATZ-DATEN-PGM
           MOVE Z-TAGESDATUM-EUR         TO ABST-SATZ-DATEN-DATUM
           MOVE Z-ABST-GES-X             TO ABST-SATZ-DATEN-PGEB-GES
           MOVE Z-ABST-KATEGORIE         TO ABST-SATZ-DATEN-KATEGORIE
           MOVE Z-ABST-ANZAHL            TO ABST-SATZ-DATEN-ANZAHL
      *
           IF S-PROBELAUF-AKTIV
              MOVE 'TEST'                TO ABST-SATZ-DATEN-FILLER
           END-IF
      *
           WRITE ABST-SATZ-AUS
      *
           IF NOT S-ABST-OK
              MOVE 'N161 '               TO ERR-ORT-SEC
              MOVE K-78                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ABST-SAETZE
      *
           .
       N161-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N17-DUBL-ZUSAMMENFUEHREN SECTION.
      *-----------------------------------------------------------------
      * IN   : DTEIL-EINGABE (DUBLETTEN-VERDACHTSLISTEN ALLER           -
      *        TEILLAEUFE)                                              -
      * OUT  : DUBL-AUSGABE                                             -
      * VERAR: ALLE ZEILEN UNVERAENDERT UEBERNEHMEN. DIE ANZAHL MUSS    -
      *        DER SUMME DER DUBLETTEN-ZAEHLER DER TEILLAEUFE           -
      *        ENTSPRECHEN. EIN VERDACHT UEBER PARTITIONSGRENZEN        -
      *        HINWEG KANN NICHT ENTSTEHEN - DIE AUFTEILUNG ERFOLGT     -
      *        JE GESELLSCHAFT (PMAN0095).                              -
      *-----------------------------------------------------------------
           OPEN INPUT DTEIL-EINGABE
      *
           IF NOT S-DTEIL-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-79                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT DUBL-AUSGABE
      *
           IF NOT S-DUBA-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-80                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DUBL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBA-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM WITH TEST BEFORE
              UNTIL NOT S-DTEIL-OK
      *
              READ DTEIL-EINGABE
      *
              EVALUATE TRUE
              WHEN S-DTEIL-OK
      *
                 WRITE DUBV-SATZ-AUS FROM DTEIL-SATZ-EIN
      *
                 IF NOT S-DUBA-OK
                    MOVE 'N17  '         TO ERR-ORT-SEC
                    MOVE K-81            TO ERR-ORT-LFD
                    MOVE 'FEHLER BEIM SCHREIBEN DUBL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                    MOVE S-DUBA-STATUS   TO S-DATEI-STATUS
                    PERFORM BR94-DATEI-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 ADD K-1                 TO Z-ZAEHLER-DUBV-AUS
      *
              WHEN S-DTEIL-EOF
      *
                 CONTINUE
      *
              WHEN OTHER
                 MOVE 'N17  '            TO ERR-ORT-SEC
                 MOVE K-82               TO ERR-ORT-LFD
                 MOVE 'FEHLER BEIM LESEN DTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
                 MOVE S-DTEIL-STATUS     TO S-DATEI-STATUS
                 PERFORM BR94-DATEI-FEHLER
                 PERFORM U01-ABBRUCH
      *
              END-EVALUATE
      *
           END-PERFORM
      *
           CLOSE DTEIL-EINGABE
      *
           IF NOT S-DTEIL-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-83                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DTEIL-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DTEIL-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE DUBL-AUSGABE
      *
           IF NOT S-DUBA-OK
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-84                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DUBL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DUBA-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           IF Z-ZAEHLER-DUBV-AUS NOT = Z-ZAEHLER-DUBLETTE
              DISPLAY ' *** DUBLETTEN-ZEILEN: ' Z-ZAEHLER-DUBV-AUS
                      '  ERWARTET: ' Z-ZAEHLER-DUBLETTE ' ***'
              MOVE 'N17  '               TO ERR-ORT-SEC
              MOVE K-85                  TO ERR-ORT-LFD
              MOVE 'DUBLETTENLISTEN DER TEILLAEUFE UNVOLLSTAENDIG'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N17-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U01-ABBRUCH SECTION.
      *-----------------------------------------------------------------
      * AUFRUF DER STANDARD-ABBRUCHROUTINE 'ILBOABN0' FÜR DEN
      * PROGRAMMIERTEN VERARBEITUNGSABBRUCH
      * *******
      * ACHTUNG: IN DER ROUTINE 'ILBOABN0' WIRD DAS PGM. BEENDET!
      * *******
      *-----------------------------------------------------------------
           CALL 'ILBOABN0'  USING K-COMP-CODE
      *
           .
       U01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U02-TRAILER-WERT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-TRAILER-WERT-X (AUFBEREITETE ANZAHL AUS DEM TRAILER)   -
      * OUT  : Z-TRAILER-WERT                                           -
      * VERAR: FUEHRENDE LEERSTELLEN DER AUFBEREITUNG Z(7)9 DURCH       -
      *        NULLEN ERSETZEN. EIN NICHT NUMERISCHER WERT BEDEUTET     -
      *        EINE BESCHAEDIGTE WIEN-AUSGABE EINES TEILLAUFS.          -
      *-----------------------------------------------------------------
           INSPECT Z-TRAILER-WERT-X REPLACING LEADING SPACE BY ZERO
      *
           IF Z-TRAILER-WERT-X NOT NUMERIC
              MOVE 'U02  '               TO ERR-ORT-SEC
              MOVE K-86                  TO ERR-ORT-LFD
              MOVE 'TRAILER EINES TEILLAUFS NICHT NUMERISCH'
                                         TO ERR-VAR-ZEILE01
              MOVE Z-TRAILER-WERT-X      TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-SCHREIBEN-WIEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-AUS                                            -
      * OUT  : WIEN-AUSGABE                                             -
      *-----------------------------------------------------------------
           WRITE WIEN-SATZ-AUS
      *
           IF NOT S-WIEN-AUS-OK
              MOVE 'U05  '               TO ERR-ORT-SEC
              MOVE K-87                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN WIEN-AUS-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-WIEN-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-WIEN-AUS
      *
           .
       U05-EXIT.
           EXIT.
      *
      *------------------------------------------------------------*
      * BR93-PROG-FEHLER  --  PROGRAMM-/LOGIK-FEHLER BEHANDLUNG    *
      * INPUT : MUSS: K-PGM-NAME                                   *
      *         KANN: ERR-ORT-SEC, ERR-ORT-LFD, ERR-VAR-ZEILE01 -04*
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0035.
      *
      *------------------------------------------------------------*
      * BR94-DATEI-FEHLER --  DATEI-FEHLER-BEHANDLUNG              *
      * INPUT : MUSS: S-DATEI-STATUS, K-PGM-NAME                   *
      *         KANN: ERR-ORT-SEC, ERR-ORT-LFD, ERR-VAR-ZEILE01 -04*
      * BENÖTIGT: BEI DATEI-ZUGRIFFEN                              *
      *------------------------------------------------------------*
       COPY DPAT0036.

      *------------------------------------------------------------*
      * BR99-SCHWERER-FEHLER-DISPLAY  --  FEHLER-AUFBEREITUNG      *
      * UR82-D-ERR-DISPLAY                UND -AUSGABE             *
      * INPUT   : ERR-ERROR-BEREICH                                *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0038.

      *------------------------------------------------------------*
      * UR81-ERR-AUFBER   --  FEHLER-AUFBEREITUNG                  *
      * UR81-ERR-AUFBER   --  FEHLER-AUFBEREITUNG                  *
      * INPUT   : ERR-ERROR-BEREICH                                *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0039.
