       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0094.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: MONATLICHE DURCHLAUFZEIT-STATISTIK JE        *
      *                 GESELLSCHAFT UND BEARBEITER FUER DIE         *
      *                 PERSONALPLANUNG IM INNENDIENST (SLA-         *
      *                 NACHWEIS GEGENUEBER DER DVAG-WIEN).          *
      *                 STUFEN EINES ANTRAGS:                        *
      *                   EINGANG    = ANTRAGSDATUM (TDS-AN-AUFN-DAT)*
      *                   ERFASST    = ERFASSUNGSDATUM (TDS-DATUM)   *
      *                   GESENDET   = SENDEDATUM IM SENDEARCHIV     *
      *                   BESTAETIGT = LADEBESTAETIGUNG DER DVAG-    *
      *                                WIEN (PMAN0080, AUCH FUER     *
      *                                NACHLIEFERUNGEN DES PMAN0081) *
      *                 ALLE ZEITEN IN ARBEITSTAGEN (MONTAG BIS      *
      *                 FREITAG, FEIERTAGE WERDEN NICHT BERUECK-     *
      *                 SICHTIGT).                                   *
      *                                                              *
      *   ABLAUF: SEQ. LESEN DES SENDEARCHIVS (DRAN0251). BERUECK-   *
      *           SICHTIGT WERDEN NEUZUGAENGE (SATZART 'I '/'I2')    *
      *           MIT SENDEDATUM IM BERICHTSMONAT:                   *
      *           1. EINGANGS-, ERFASSUNGSDATUM UND ERFASSER AUS DEM *
      *              ARCHIVIERTEN WIEN-SATZ (DRAN0227), BESTAETI-    *
      *              GUNGSDATUM AUS DER LADEBESTAETIGUNGS-DATEI      *
      *              (DRAN0276). ANTRAEGE MIT FEHLENDEM ODER         *
      *              UNPLAUSIBLEM DATUM WERDEN NUR GEZAEHLT.         *
      *           2. ARBEITSTAGE JE STUFE IN HAEUFIGKEITSTABELLEN    *
      *              JE GESELLSCHAFT UND JE BEARBEITER.              *
      *           3. ANTRAEGE MIT GESAMTDURCHLAUFZEIT UEBER DER      *
      *              GRENZE IN DIE AUSREISSERLISTE (DRAN0278).       *
      *           4. NACHLAUF: JE GESELLSCHAFT (SUMME '**') UND JE   *
      *              BEARBEITER (AUFSTEIGEND) UND STUFE ANZAHL,      *
      *              DURCHSCHNITT, MEDIAN UND 95%-PERZENTIL IN DIE   *
      *              STATISTIKDATEI (DRAN0277).                      *
      *                                                              *
      *   PARM: LEER      = VORMONAT, GRENZE 10 ARBEITSTAGE          *
      *         'MMJJJJ'  = BERICHTSMONAT, GRENZE 10 ARBEITSTAGE     *
      *         'MMJJJJGG'= BERICHTSMONAT, GRENZE GG ARBEITSTAGE     *
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
      * ANTRAG-2154 !15.10.26! NEU                       ! RAHNER    *
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
           SELECT  ARCHIV-DATEI ASSIGN   TO  SENDARCH
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  ARCH-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-ARCHIV-STATUS.
      *
           SELECT  LADB-DATEI ASSIGN     TO  LADEBEST
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  LADB-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-LADB-STATUS.
      *
           SELECT  DLZS-AUSGABE ASSIGN   TO  DLZSTAT
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DLZS-AUS-STATUS.
      *
           SELECT  DLZA-AUSGABE ASSIGN   TO  DLZAUSR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-DLZA-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIV-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0251.
      *
       FD  LADB-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0276.
      *
       FD  DLZS-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0277 REPLACING DRAN0277 BY DLZS-SATZ-AUS.
      *
       FD  DLZA-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0278 REPLACING DRAN0278 BY DLZA-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0094'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * AUSREISSERGRENZE OHNE PARM (ARBEITSTAGE EINGANG BIS
      *      BESTAETIGUNG)
           05  K-GRENZE-STD              PIC 9(003) VALUE 10.
      *
      *    * MAX. ANZAHL BEARBEITER JE MONAT (GROESSE Z-BEA-TAB)
           05  K-BEA-MAX                 PIC S9(004) COMP VALUE 500.
      *
      *    * HAEUFIGKEITSTABELLE: 0 BIS 98 ARBEITSTAGE EINZELN, DER
      *      LETZTE PLATZ SAMMELT 99 UND MEHR ARBEITSTAGE
           05  K-AT-MAX                  PIC S9(004) COMP VALUE 99.
           05  K-KORB-MAX                PIC S9(004) COMP VALUE 100.
      *
      *    * HOECHSTWERT DER ARBEITSTAGE IN DER AUSREISSERLISTE
           05  K-AT-ANZ-MAX              PIC S9(004) COMP VALUE 999.
      *
      *    * ERFASSER-ID LEER IM WIEN-SATZ
           05  K-BEA-OHNE-ID             PIC X(007) VALUE 'OHNE-ID'.
      *
      *    * BEZEICHNUNG DER STUFEN (REIHENFOLGE WIE Z-GS-STUFE UND
      *      Z-BEA-STUFE)
           05  K-STUFE-WERTE.
               10  FILLER                PIC X(018)
                                         VALUE 'EINGANG-ERFASSUNG'.
               10  FILLER                PIC X(018)
                                         VALUE 'ERFASSUNG-VERSAND'.
               10  FILLER                PIC X(018)
                                         VALUE 'VERSAND-BESTAETIG.'.
               10  FILLER                PIC X(018)
                                         VALUE 'EINGANG-BESTAETIG.'.
           05  K-STUFE-TEXT  REDEFINES K-STUFE-WERTE
                             OCCURS 4 TIMES
                             PIC X(018).
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
           05  S-ARCHIV-STATUS      PIC  X(002) VALUE SPACE.
               88 S-ARCHIV-OK                   VALUE '00'.
               88 S-ARCHIV-EOF                  VALUE '10'.
      *
           05  S-LADB-STATUS        PIC  X(002) VALUE SPACE.
               88 S-LADB-OK                     VALUE '00'.
               88 S-LADB-NOTFND                 VALUE '23'.
      *
           05  S-DLZS-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-DLZS-AUS-OK                 VALUE '00'.
      *
           05  S-DLZA-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-DLZA-AUS-OK                 VALUE '00'.
      *
      *    * ERGEBNIS U03-DATUM-PRUEFEN
           05  S-DATUM              PIC  X(001) VALUE SPACE.
               88 S-DATUM-OK                    VALUE 'J'.
      *
      *    * ALLE DATEN DES ANTRAGS VOLLSTAENDIG UND PLAUSIBEL
           05  S-DATEN              PIC  X(001) VALUE SPACE.
               88 S-DATEN-OK                    VALUE 'J'.
      *
      *    * LADEBESTAETIGUNG ZUM ANTRAG VORHANDEN
           05  S-BESTAET            PIC  X(001) VALUE SPACE.
               88 S-BESTAET-VORH                VALUE 'J'.
      *
      *    * EINFUEGESTELLE IN Z-BEA-REIHE GEFUNDEN (U07)
           05  S-EINFUEGEN          PIC  X(001) VALUE SPACE.
               88 S-EINFUEGEN-GEF               VALUE 'J'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-ARCHIV-EIN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ANTRAEGE      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-UNVOLLST      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-BESTAETIGT    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-UNBESTAETIGT  PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DLZS-AUS      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DLZA-AUS      PIC 9(8) VALUE ZERO.
      *
           05 Z-ZAEHLER               PIC 9(003).
      *
      *    * TAGESDATUM (JJJJMMTT)
           05 Z-HEUTE                 PIC 9(008) VALUE ZERO.
           05 Z-HEUTE-X REDEFINES Z-HEUTE
                                      PIC X(008).
      *
      *    * BERICHTSMONAT UND AUSREISSERGRENZE (AUS PARM)
           05 Z-MONAT-JJJJ            PIC 9(004) VALUE ZERO.
           05 Z-MONAT-MM              PIC 9(002) VALUE ZERO.
           05 Z-MONAT-VON             PIC 9(008) VALUE ZERO.
           05 Z-MONAT-BIS             PIC 9(008) VALUE ZERO.
           05 Z-MONAT-EUR             PIC X(007) VALUE SPACE.
           05 Z-GRENZE                PIC 9(003) VALUE ZERO.
      *
      *    * DATEN DER STUFEN (JJJJMMTT)
           05 Z-DAT-EINGANG           PIC 9(008) VALUE ZERO.
           05 Z-DAT-ERFASST           PIC 9(008) VALUE ZERO.
           05 Z-DAT-GESENDET          PIC 9(008) VALUE ZERO.
           05 Z-DAT-BESTAET           PIC 9(008) VALUE ZERO.
      *
      *    * ARBEITSTAG-ORDNUNGSZAHLEN DER STUFEN (U04)
           05 Z-ATO-EINGANG           PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-ERFASST           PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-GESENDET          PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-BESTAET           PIC S9(009) COMP VALUE ZERO.
      *
      *    * ARBEITSTAGE JE STUFE (REIHENFOLGE WIE K-STUFE-TEXT) UND
      *      GESAMT (BIS BESTAETIGUNG, OHNE BESTAETIGUNG BIS VERSAND)
           05 Z-AT-STUFE     OCCURS 4 TIMES PIC S9(004) COMP.
           05 Z-AT-GESAMT             PIC S9(004) COMP VALUE ZERO.
      *
      *    * DATUMSPRUEFUNG (U03)
           05 Z-PRUEF-DAT             PIC 9(008) VALUE ZERO.
           05 Z-PRUEF-DAT-X REDEFINES Z-PRUEF-DAT
                                      PIC X(008).
           05 Z-PRUEF-TAGE            PIC S9(008) COMP VALUE ZERO.
      *
      *    * ARBEITSTAG-ORDNUNGSZAHL (U04): TAG 1 = 01.01.1601 WAR
      *      EIN MONTAG, JE VOLLE WOCHE 5 ARBEITSTAGE
           05 Z-ATO-DATUM             PIC 9(008) VALUE ZERO.
           05 Z-ATO-ERGEBNIS          PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-TAGE              PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-WOCHEN            PIC S9(009) COMP VALUE ZERO.
           05 Z-ATO-REST              PIC S9(004) COMP VALUE ZERO.
      *
      *    * FORTSCHREIBUNG DER HAEUFIGKEITEN (U05)
           05 Z-STUFE                 PIC S9(004) COMP VALUE ZERO.
           05 Z-WERT                  PIC S9(004) COMP VALUE ZERO.
           05 Z-KORB                  PIC S9(004) COMP VALUE ZERO.
           05 Z-GES-IDX               PIC S9(004) COMP VALUE ZERO.
           05 Z-BEA-IDX               PIC S9(004) COMP VALUE ZERO.
           05 Z-BEA-SUCH-ID           PIC X(007).
           05 Z-REIHE-LFD             PIC S9(004) COMP VALUE ZERO.
           05 Z-BEA-VORG-IDX          PIC S9(004) COMP VALUE ZERO.
      *
      *    * AUSWERTUNG EINER STUFE (N131)
           05 Z-RANG                  PIC S9(008) COMP VALUE ZERO.
           05 Z-RANG-WERT             PIC S9(004) COMP VALUE ZERO.
           05 Z-KUMUL                 PIC S9(008) COMP VALUE ZERO.
           05 Z-MITTEL                PIC 9(003)V9 VALUE ZERO.
           05 Z-MEDIAN                PIC 9(002) VALUE ZERO.
           05 Z-P95                   PIC 9(002) VALUE ZERO.
           05 Z-DLZS-SICHT            PIC X(003).
           05 Z-DLZS-GRUPPE           PIC X(007).
      *
      *    * DATUMSAUFBEREITUNG (U10)
           05 Z-DATUM                 PIC 9(008).
           05 Z-DATUM-X REDEFINES Z-DATUM
                                      PIC X(008).
           05 Z-DATUM-EUR             PIC X(010).
      *
      *    * GESELLSCHAFTEN (LISTE WIE IN PMAN0080). PLATZ 18 =
      *      UNBEKANNTE GESELLSCHAFT, PLATZ 19 = SUMME ('**')
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
           05 Z-GES-SUCH-GES          PIC X(002).
      *
      ******************************************************************
      *    * AUSWERTUNG EINER STUFE: AUFBAU WIE Z-GS-STUFE/Z-BEA-STUFE
       01  Z-AUSW-BEREICH.
           05  Z-AUSW-STUFE.
               10  Z-AUSW-ANZ       PIC S9(008) COMP.
               10  Z-AUSW-SUMME     PIC S9(009) COMP.
               10  Z-AUSW-VERT      OCCURS 100 TIMES
                                    PIC S9(008) COMP.
      *
      ******************************************************************
      *    * HAEUFIGKEITEN JE GESELLSCHAFT (PLATZ WIE Z-STAT-GES-NR,
      *      18 = UNBEKANNT, 19 = SUMME) UND STUFE
       01  Z-GES-BEREICH.
           05  Z-GS-TAB             OCCURS 19 TIMES.
               10  Z-GS-STUFE       OCCURS 4 TIMES.
                   15  Z-GS-ANZ     PIC S9(008) COMP.
                   15  Z-GS-SUMME   PIC S9(009) COMP.
                   15  Z-GS-VERT    OCCURS 100 TIMES
                                    PIC S9(008) COMP.
      *
      ******************************************************************
      *    * HAEUFIGKEITEN JE BEARBEITER UND STUFE (IN DER REIHENFOLGE
      *      DES ERSTEN AUFTRETENS). Z-BEA-REIHE FUEHRT DIE PLAETZE
      *      AUFSTEIGEND NACH ERFASSER-ID.
       01  Z-BEA-BEREICH.
           05  Z-BEA-ANZAHL         PIC S9(004) COMP   VALUE ZERO.
           05  Z-BEA-LFD            PIC S9(004) COMP   VALUE ZERO.
           05  Z-BEA-REIHE          OCCURS 500 TIMES
                                    PIC S9(004) COMP.
           05  Z-BEA-TAB            OCCURS 500 TIMES.
               10  Z-BEA-ID         PIC X(007).
               10  Z-BEA-STUFE      OCCURS 4 TIMES.
                   15  Z-BEA-ANZ    PIC S9(008) COMP.
                   15  Z-BEA-SUMME  PIC S9(009) COMP.
                   15  Z-BEA-VERT   OCCURS 100 TIMES
                                    PIC S9(008) COMP.
      *
      *    * ARCHIVIERTER WIEN-SATZ (DATEN UND ERFASSER)
       COPY DRAN0227 REPLACING DRAN0227 BY Z-ARCH-WIEN-SATZ.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      LEER           = VORMONAT, GRENZE K-GRENZE-STD
      *      'MMJJJJ'       = BERICHTSMONAT, GRENZE K-GRENZE-STD
      *      'MMJJJJGG'     = BERICHTSMONAT, GRENZE GG ARBEITSTAGE
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
      *  INPUT : ARCH-SATZ                                              *
      *  OUTPUT: HAEUFIGKEITSTABELLEN, GGF. DLZA-AUSGABE                *
      *  VERARBEITUNG: NUR NEUZUGAENGE MIT SENDEDATUM IM BERICHTS-      *
      *                MONAT. ANTRAEGE MIT UNVOLLSTAENDIGEN DATEN       *
      *                WERDEN NUR GEZAEHLT.                             *
      *----------------------------------------------------------------*
      *
           IF ARCH-SATZ-SENDE-DAT < Z-MONAT-VON
              OR ARCH-SATZ-SENDE-DAT > Z-MONAT-BIS
              GO TO B1-EXIT
           END-IF
      *
           IF ARCH-SATZ-SATZART NOT = 'I '
              AND ARCH-SATZ-SATZART NOT = 'I2'
              GO TO B1-EXIT
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-ANTRAEGE
      *
           MOVE ARCH-SATZ-WIEN-SATZ      TO Z-ARCH-WIEN-SATZ
      *
           PERFORM B11-DATEN-ERMITTELN
      *
           IF NOT S-DATEN-OK
              ADD K-1                    TO Z-ZAEHLER-UNVOLLST
              GO TO B1-EXIT
           END-IF
      *
           IF S-BESTAET-VORH
              ADD K-1                    TO Z-ZAEHLER-BESTAETIGT
           ELSE
              ADD K-1                    TO Z-ZAEHLER-UNBESTAETIGT
           END-IF
      *
           PERFORM B12-STUFEN-BERECHNEN
           PERFORM B13-STATISTIK-FORTSCHREIBEN
      *
           IF Z-AT-GESAMT > Z-GRENZE
              PERFORM U08-AUSREISSER-SCHREIBEN
           END-IF
      *
           .
      *
       B1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B11-DATEN-ERMITTELN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-ARCH-WIEN-SATZ                              -
      * OUT  : Z-DAT-..., S-DATEN, S-BESTAET                            -
      * VERAR: EINGANGS- UND ERFASSUNGSDATUM AUS DEM WIEN-SATZ          -
      *        (TT.MM.JJJJ), SENDEDATUM AUS DEM ARCHIVSCHLUESSEL,       -
      *        BESTAETIGUNGSDATUM AUS DER LADEBESTAETIGUNGS-DATEI.      -
      *        DIE DATEN MUESSEN GUELTIG UND AUFSTEIGEND SEIN.          -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO S-DATEN
                                            S-BESTAET
           MOVE ZERO                     TO Z-DAT-BESTAET
      *
           MOVE WIEN-SATZ-DATEN-AD-JAHRH TO Z-PRUEF-DAT-X(1:2)
           MOVE WIEN-SATZ-DATEN-AD-JAHR  TO Z-PRUEF-DAT-X(3:2)
           MOVE WIEN-SATZ-DATEN-AD-MONAT TO Z-PRUEF-DAT-X(5:2)
           MOVE WIEN-SATZ-DATEN-AD-TAG   TO Z-PRUEF-DAT-X(7:2)
           PERFORM U03-DATUM-PRUEFEN
      *
           IF NOT S-DATUM-OK
              GO TO B11-EXIT
           END-IF
      *
           MOVE Z-PRUEF-DAT              TO Z-DAT-EINGANG
      *
           MOVE WIEN-SATZ-DATEN-ED-JAHRH TO Z-PRUEF-DAT-X(1:2)
           MOVE WIEN-SATZ-DATEN-ED-JAHR  TO Z-PRUEF-DAT-X(3:2)
           MOVE WIEN-SATZ-DATEN-ED-MONAT TO Z-PRUEF-DAT-X(5:2)
           MOVE WIEN-SATZ-DATEN-ED-TAG   TO Z-PRUEF-DAT-X(7:2)
           PERFORM U03-DATUM-PRUEFEN
      *
           IF NOT S-DATUM-OK
              GO TO B11-EXIT
           END-IF
      *
           MOVE Z-PRUEF-DAT              TO Z-DAT-ERFASST
           MOVE ARCH-SATZ-SENDE-DAT      TO Z-DAT-GESENDET
      *
           IF Z-DAT-EINGANG > Z-DAT-ERFASST
              OR Z-DAT-ERFASST > Z-DAT-GESENDET
              GO TO B11-EXIT
           END-IF
      *
           MOVE ARCH-SATZ-PIN            TO LADB-SATZ-PIN
           MOVE ARCH-SATZ-PGEB-GES       TO LADB-SATZ-PGEB-GES
           MOVE ARCH-SATZ-SENDE-DAT      TO LADB-SATZ-SENDE-DAT
      *
           READ LADB-DATEI
      *
           EVALUATE TRUE
           WHEN S-LADB-OK
      *
                IF LADB-SATZ-BESTAET-DAT < Z-DAT-GESENDET
                   GO TO B11-EXIT
                END-IF
      *
                MOVE LADB-SATZ-BESTAET-DAT TO Z-DAT-BESTAET
                SET S-BESTAET-VORH       TO TRUE
      *
           WHEN S-LADB-NOTFND
                CONTINUE
      *
           WHEN OTHER
                MOVE 'B11  '             TO ERR-ORT-SEC
                MOVE K-1                 TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-LADB-STATUS       TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           SET S-DATEN-OK                TO TRUE
      *
           .
       B11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B12-STUFEN-BERECHNEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-DAT-..., S-BESTAET                                     -
      * OUT  : Z-AT-STUFE, Z-AT-GESAMT                                  -
      * VERAR: ARBEITSTAGE JE STUFE ALS DIFFERENZ DER ARBEITSTAG-       -
      *        ORDNUNGSZAHLEN (GLEICHER TAG = 0, FREITAG BIS MONTAG     -
      *        = 1)                                                     -
      *-----------------------------------------------------------------
           MOVE Z-DAT-EINGANG            TO Z-ATO-DATUM
           PERFORM U04-ARBEITSTAG-ORDNUNG
           MOVE Z-ATO-ERGEBNIS           TO Z-ATO-EINGANG
      *
           MOVE Z-DAT-ERFASST            TO Z-ATO-DATUM
           PERFORM U04-ARBEITSTAG-ORDNUNG
           MOVE Z-ATO-ERGEBNIS           TO Z-ATO-ERFASST
      *
           MOVE Z-DAT-GESENDET           TO Z-ATO-DATUM
           PERFORM U04-ARBEITSTAG-ORDNUNG
           MOVE Z-ATO-ERGEBNIS           TO Z-ATO-GESENDET
      *
           COMPUTE Z-AT-STUFE (K-1) = Z-ATO-ERFASST  - Z-ATO-EINGANG
           COMPUTE Z-AT-STUFE (K-2) = Z-ATO-GESENDET - Z-ATO-ERFASST
      *
           IF S-BESTAET-VORH
      *
              MOVE Z-DAT-BESTAET         TO Z-ATO-DATUM
              PERFORM U04-ARBEITSTAG-ORDNUNG
              MOVE Z-ATO-ERGEBNIS        TO Z-ATO-BESTAET
      *
              COMPUTE Z-AT-STUFE (K-3) = Z-ATO-BESTAET - Z-ATO-GESENDET
              COMPUTE Z-AT-STUFE (K-4) = Z-ATO-BESTAET - Z-ATO-EINGANG
              MOVE Z-AT-STUFE (K-4)      TO Z-AT-GESAMT
      *
           ELSE
      *
              MOVE ZERO                  TO Z-AT-STUFE (K-3)
                                            Z-AT-STUFE (K-4)
              COMPUTE Z-AT-GESAMT = Z-ATO-GESENDET - Z-ATO-EINGANG
      *
           END-IF
      *
           .
       B12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B13-STATISTIK-FORTSCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-AT-STUFE, S-BESTAET, Z-ARCH-WIEN-SATZ                  -
      * OUT  : Z-GES-BEREICH, Z-BEA-BEREICH                             -
      * VERAR: STUFEN 3 UND 4 NUR MIT LADEBESTAETIGUNG                  -
      *-----------------------------------------------------------------
           MOVE WIEN-SATZ-DATEN-PGEB-GES TO Z-GES-SUCH-GES
           PERFORM U06-GES-SUCHEN
      *
           MOVE WIEN-SATZ-DATEN-ERFASSER-ID TO Z-BEA-SUCH-ID
      *
           IF Z-BEA-SUCH-ID = SPACE
              MOVE K-BEA-OHNE-ID         TO Z-BEA-SUCH-ID
           END-IF
      *
           PERFORM U07-BEARBEITER-SUCHEN
      *
           MOVE K-1                      TO Z-STUFE
           PERFORM U05-WERT-ERFASSEN
           MOVE K-2                      TO Z-STUFE
           PERFORM U05-WERT-ERFASSEN
      *
           IF S-BESTAET-VORH
              MOVE K-3                   TO Z-STUFE
              PERFORM U05-WERT-ERFASSEN
              MOVE K-4                   TO Z-STUFE
              PERFORM U05-WERT-ERFASSEN
           END-IF
      *
           .
       B13-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E0-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ ARCHIV-DATEI
      *
           EVALUATE TRUE
           WHEN S-ARCHIV-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ARCHIV-EIN
      *
           WHEN S-ARCHIV-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
              DISPLAY 'E0-LESEN: SENDEARCHIV LEER'
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS              TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-2                          TO ERR-ORT-LFD
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
           READ ARCHIV-DATEI
      *
           EVALUATE TRUE
           WHEN S-ARCHIV-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ARCHIV-EIN
      *
           WHEN S-ARCHIV-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS              TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-3                          TO ERR-ORT-LFD
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
      *    - PARM PRUEFEN (BERICHTSMONAT, AUSREISSERGRENZE)
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
      *----------------------------------------------------------------
      *    * VORBELEGUNGEN GRUPPENSTEUERFELDER
           MOVE K-ZUSTAND-OK             TO S-NZ

      *    * VORBELEGUNG STANDARD-STATUS-BEREICH
           INITIALIZE STANDARD-STATUS-BEREICH
      *
           MOVE K-PGM-NAME              TO STAT-KENNUNG
           SET STAT-BATCH               TO TRUE
      *
           INITIALIZE Z-GES-BEREICH
                      Z-BEA-BEREICH
      *
           PERFORM V00-PARM-PRUEFEN
      *
           OPEN INPUT ARCHIV-DATEI
      *
           IF NOT S-ARCHIV-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN INPUT LADB-DATEI
      *
           IF NOT S-LADB-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LADB-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT DLZS-AUSGABE
      *
           IF NOT S-DLZS-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DLZS-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZS-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT DLZA-AUSGABE
      *
           IF NOT S-DLZA-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-7                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN DLZA-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZA-AUS-STATUS     TO S-DATEI-STATUS
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
      * OUT  : Z-MONAT-VON/-BIS, Z-MONAT-EUR, Z-GRENZE                  -
      * VERAR: OHNE PARM WIRD DER VORMONAT AUSGEWERTET (MONATLICHER     -
      *        LAUF ZU MONATSBEGINN). DER MONAT WIRD ALS SENDEDATUM     -
      *        VON JJJJMM01 BIS JJJJMM31 ABGEGRENZT.                    -
      *----------------------------------------------------------------
           MOVE K-GRENZE-STD             TO Z-GRENZE
      *
           IF PI-PARM-LAENGE = ZERO
      *
              MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-HEUTE-X
              MOVE Z-HEUTE-X(1:4)        TO Z-MONAT-JJJJ
              MOVE Z-HEUTE-X(5:2)        TO Z-MONAT-MM
      *
              IF Z-MONAT-MM = K-1
                 MOVE K-12               TO Z-MONAT-MM
                 SUBTRACT K-1          FROM Z-MONAT-JJJJ
              ELSE
                 SUBTRACT K-1          FROM Z-MONAT-MM
              END-IF
      *
           ELSE
      *
              IF (PI-PARM-LAENGE NOT = K-6
                  AND PI-PARM-LAENGE NOT = K-8)
                 OR PI-PARM-DATEN(1:6) NOT NUMERIC
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-8                TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG (LEER, MMJJJJ ODER MMJJJJGG)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              MOVE PI-PARM-DATEN(1:2)    TO Z-MONAT-MM
              MOVE PI-PARM-DATEN(3:4)    TO Z-MONAT-JJJJ
      *
              IF Z-MONAT-MM < K-1
                 OR Z-MONAT-MM > K-12
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-9                TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG: MONAT (MMJJJJ)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              IF PI-PARM-LAENGE = K-8
      *
                 IF PI-PARM-DATEN(7:2) NOT NUMERIC
                    MOVE 'V00  '         TO ERR-ORT-SEC
                    MOVE K-10            TO ERR-ORT-LFD
                    MOVE 'PARM UNGUELTIG: GRENZE (MMJJJJGG)'
                                         TO ERR-VAR-ZEILE01
                    MOVE PI-PARM-DATEN   TO ERR-VAR-ZEILE02
                    PERFORM BR93-PROG-FEHLER
                    PERFORM U01-ABBRUCH
                 END-IF
      *
                 MOVE PI-PARM-DATEN(7:2) TO Z-GRENZE
      *
              END-IF
      *
           END-IF
      *
           COMPUTE Z-MONAT-VON = Z-MONAT-JJJJ * 10000
                               + Z-MONAT-MM   * 100
                               + 1
           COMPUTE Z-MONAT-BIS = Z-MONAT-VON + 30
      *
           MOVE Z-MONAT-MM               TO Z-MONAT-EUR(1:2)
           MOVE '.'                      TO Z-MONAT-EUR(3:1)
           MOVE Z-MONAT-JJJJ             TO Z-MONAT-EUR(4:4)
      *
           DISPLAY 'V00-PARM-PRUEFEN: BERICHTSMONAT ' Z-MONAT-EUR
                   ', AUSREISSERGRENZE ' Z-GRENZE ' ARBEITSTAGE'
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N13-STATISTIK-GES
           PERFORM N14-STATISTIK-BEA
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE ARCHIV-DATEI

           IF NOT S-ARCHIV-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ARCHIV-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ARCHIV-STATUS       TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE LADB-DATEI

           IF NOT S-LADB-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LADB-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE DLZS-AUSGABE

           IF NOT S-DLZS-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DLZS-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZS-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE DLZA-AUSGABE

           IF NOT S-DLZA-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-14                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN DLZA-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZA-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N11-EXIT.
           EXIT.
      *
      *================================================================*
       N12-PROTOKOLL SECTION.
      *----------------------------------------------------------------*
      *    SCHREIBEN DES VERARBEITUNGPROTOKOLLS                        *
      *----------------------------------------------------------------*
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' PROTOKOLL: DURCHLAUFZEIT-STATISTIK ' Z-MONAT-EUR
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL SAETZE SENDEARCHIV GELESEN :  '
                   Z-ZAEHLER-ARCHIV-EIN
           DISPLAY 'NEUZUGAENGE IM BERICHTSMONAT      :  '
                   Z-ZAEHLER-ANTRAEGE
           DISPLAY 'DAVON DATEN UNVOLLSTAENDIG        :  '
                   Z-ZAEHLER-UNVOLLST
           DISPLAY 'DAVON BESTAETIGT                  :  '
                   Z-ZAEHLER-BESTAETIGT
           DISPLAY 'DAVON OHNE LADEBESTAETIGUNG       :  '
                   Z-ZAEHLER-UNBESTAETIGT
           DISPLAY ' '
           DISPLAY 'ANZAHL BEARBEITER                 :  '
                   Z-BEA-ANZAHL
           DISPLAY 'STATISTIKZEILEN GESCHRIEBEN       :  '
                   Z-ZAEHLER-DLZS-AUS
           DISPLAY 'AUSREISSER (GRENZE ' Z-GRENZE ' AT)       :  '
                   Z-ZAEHLER-DLZA-AUS
           DISPLAY ' '
      *
           IF Z-ZAEHLER-UNVOLLST > ZERO
              DISPLAY ' *** HINWEIS: ANTRAEGE MIT FEHLENDEM ODER'
                      ' UNPLAUSIBLEM DATUM NICHT AUSGEWERTET ***'
              DISPLAY ' '
           END-IF
      *
           DISPLAY ' =============================================='
           DISPLAY ' VERARBEITUNGSPROTOKOLL - ENDE VERARBEITUNG '
           DISPLAY ' '
      *
           .
       N12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N13-STATISTIK-GES SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-GES-BEREICH                                            -
      * OUT  : DLZS-AUSGABE                                             -
      * VERAR: JE GESELLSCHAFT MIT ANTRAEGEN UND STUFE EINE ZEILE,      -
      *        UNBEKANNTE GESELLSCHAFT ALS '??', ZULETZT DIE SUMME      -
      *        '**' (IMMER)                                             -
      *-----------------------------------------------------------------
           MOVE 'GES'                    TO Z-DLZS-SICHT
      *
           PERFORM VARYING Z-GES-IDX FROM K-1 BY K-1
             UNTIL Z-GES-IDX > K-19
      *
              IF Z-GS-ANZ (Z-GES-IDX, K-1) > ZERO
                 OR Z-GES-IDX = K-19
      *
                 EVALUATE Z-GES-IDX
                 WHEN K-18
                      MOVE '??'          TO Z-DLZS-GRUPPE
                 WHEN K-19
                      MOVE '**'          TO Z-DLZS-GRUPPE
                 WHEN OTHER
                      MOVE Z-STAT-GES-NR (Z-GES-IDX)
                                         TO Z-DLZS-GRUPPE
                 END-EVALUATE
      *
                 PERFORM VARYING Z-STUFE FROM K-1 BY K-1
                   UNTIL Z-STUFE > K-4
                    MOVE Z-GS-STUFE (Z-GES-IDX, Z-STUFE)
                                         TO Z-AUSW-STUFE
                    PERFORM N131-STUFE-AUSWERTEN
                 END-PERFORM
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N131-STUFE-AUSWERTEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-AUSW-STUFE, Z-STUFE, Z-DLZS-SICHT, Z-DLZS-GRUPPE       -
      * OUT  : DLZS-AUSGABE                                             -
      * VERAR: DURCHSCHNITT AUS DER SUMME, MEDIAN UND 95%-PERZENTIL     -
      *        NACH DEM RANGVERFAHREN AUS DER HAEUFIGKEITSTABELLE       -
      *        (RANG = AUFGERUNDET P * ANZAHL)                          -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-MITTEL
                                            Z-MEDIAN
                                            Z-P95
      *
           IF Z-AUSW-ANZ > ZERO
      *
              COMPUTE Z-MITTEL ROUNDED = Z-AUSW-SUMME / Z-AUSW-ANZ
      *
              COMPUTE Z-RANG = (Z-AUSW-ANZ + 1) / 2
              PERFORM U09-RANG-WERT
              MOVE Z-RANG-WERT           TO Z-MEDIAN
      *
              COMPUTE Z-RANG = (Z-AUSW-ANZ * 95 + 99) / 100
              PERFORM U09-RANG-WERT
              MOVE Z-RANG-WERT           TO Z-P95
      *
           END-IF
      *
           MOVE SPACE                    TO DLZS-SATZ-AUS
      *
           MOVE ';'                      TO DLZS-SATZ-DATEN-SEMIK-1
                                            DLZS-SATZ-DATEN-SEMIK-2
                                            DLZS-SATZ-DATEN-SEMIK-3
                                            DLZS-SATZ-DATEN-SEMIK-4
                                            DLZS-SATZ-DATEN-SEMIK-5
                                            DLZS-SATZ-DATEN-SEMIK-6
                                            DLZS-SATZ-DATEN-SEMIK-7
                                            DLZS-SATZ-DATEN-SEMIK-8
      *
           MOVE Z-MONAT-EUR              TO DLZS-SATZ-DATEN-MONAT
           MOVE Z-DLZS-SICHT             TO DLZS-SATZ-DATEN-SICHT
           MOVE Z-DLZS-GRUPPE            TO DLZS-SATZ-DATEN-GRUPPE
           MOVE K-STUFE-TEXT (Z-STUFE)   TO DLZS-SATZ-DATEN-STUFE
           MOVE Z-AUSW-ANZ               TO DLZS-SATZ-DATEN-ANZAHL
           MOVE Z-MITTEL                 TO DLZS-SATZ-DATEN-MITTEL
           MOVE Z-MEDIAN                 TO DLZS-SATZ-DATEN-MEDIAN
           MOVE Z-P95                    TO DLZS-SATZ-DATEN-P95
      *
           WRITE DLZS-SATZ-AUS
      *
           IF NOT S-DLZS-AUS-OK
              MOVE 'N131 '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN DLZS-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZS-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-DLZS-AUS
      *
           .
       N131-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N14-STATISTIK-BEA SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-BEA-BEREICH                                            -
      * OUT  : DLZS-AUSGABE                                             -
      * VERAR: JE BEARBEITER (AUFSTEIGEND NACH ERFASSER-ID) UND STUFE   -
      *        EINE ZEILE                                               -
      *-----------------------------------------------------------------
           MOVE 'BEA'                    TO Z-DLZS-SICHT
      *
           PERFORM VARYING Z-REIHE-LFD FROM K-1 BY K-1
             UNTIL Z-REIHE-LFD > Z-BEA-ANZAHL
      *
              MOVE Z-BEA-REIHE (Z-REIHE-LFD) TO Z-BEA-IDX
              MOVE Z-BEA-ID (Z-BEA-IDX)  TO Z-DLZS-GRUPPE
      *
              PERFORM VARYING Z-STUFE FROM K-1 BY K-1
                UNTIL Z-STUFE > K-4
                 MOVE Z-BEA-STUFE (Z-BEA-IDX, Z-STUFE)
                                         TO Z-AUSW-STUFE
                 PERFORM N131-STUFE-AUSWERTEN
              END-PERFORM
      *
           END-PERFORM
      *
           .
       N14-EXIT.
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
       U03-DATUM-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PRUEF-DAT-X (JJJJMMTT)                                 -
      * OUT  : Z-PRUEF-DAT, S-DATUM                                     -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO S-DATUM
      *
           IF Z-PRUEF-DAT-X NOT NUMERIC
              GO TO U03-EXIT
           END-IF
      *
           COMPUTE Z-PRUEF-TAGE
                 = FUNCTION INTEGER-OF-DATE (Z-PRUEF-DAT)
      *
           IF Z-PRUEF-TAGE = ZERO
              GO TO U03-EXIT
           END-IF
      *
           SET S-DATUM-OK                TO TRUE
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-ARBEITSTAG-ORDNUNG SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ATO-DATUM (JJJJMMTT, GEPRUEFT)                         -
      * OUT  : Z-ATO-ERGEBNIS                                           -
      * VERAR: ANZAHL DER ARBEITSTAGE (MO-FR) VOM 01.01.1601 BIS ZUM    -
      *        DATUM. TAG 1 (01.01.1601) WAR EIN MONTAG: JE VOLLE       -
      *        WOCHE 5 ARBEITSTAGE, VOM WOCHENREST HOECHSTENS 5.        -
      *        SAMSTAG UND SONNTAG ERHALTEN DIE ZAHL DES FREITAGS.      -
      *-----------------------------------------------------------------
           COMPUTE Z-ATO-TAGE
                 = FUNCTION INTEGER-OF-DATE (Z-ATO-DATUM)
      *
           DIVIDE Z-ATO-TAGE BY K-7 GIVING Z-ATO-WOCHEN
                                    REMAINDER Z-ATO-REST
      *
           IF Z-ATO-REST > K-5
              MOVE K-5                   TO Z-ATO-REST
           END-IF
      *
           COMPUTE Z-ATO-ERGEBNIS = Z-ATO-WOCHEN * 5 + Z-ATO-REST
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-WERT-ERFASSEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-STUFE, Z-AT-STUFE, Z-GES-IDX, Z-BEA-IDX                -
      * OUT  : Z-GES-BEREICH (GESELLSCHAFT UND SUMME), Z-BEA-BEREICH    -
      * VERAR: ANZAHL, SUMME (FUER DEN DURCHSCHNITT) UND HAEUFIGKEIT    -
      *        FORTSCHREIBEN. AB K-AT-MAX ARBEITSTAGEN ZAEHLT DER       -
      *        WERT IM LETZTEN PLATZ DER HAEUFIGKEITSTABELLE.           -
      *-----------------------------------------------------------------
           MOVE Z-AT-STUFE (Z-STUFE)     TO Z-WERT
      *
           IF Z-WERT < K-AT-MAX
              COMPUTE Z-KORB = Z-WERT + 1
           ELSE
              MOVE K-KORB-MAX            TO Z-KORB
           END-IF
      *
           ADD K-1     TO Z-GS-ANZ   (Z-GES-IDX, Z-STUFE)
           ADD Z-WERT  TO Z-GS-SUMME (Z-GES-IDX, Z-STUFE)
           ADD K-1     TO Z-GS-VERT  (Z-GES-IDX, Z-STUFE, Z-KORB)
      *
           ADD K-1     TO Z-GS-ANZ   (K-19, Z-STUFE)
           ADD Z-WERT  TO Z-GS-SUMME (K-19, Z-STUFE)
           ADD K-1     TO Z-GS-VERT  (K-19, Z-STUFE, Z-KORB)
      *
           ADD K-1     TO Z-BEA-ANZ   (Z-BEA-IDX, Z-STUFE)
           ADD Z-WERT  TO Z-BEA-SUMME (Z-BEA-IDX, Z-STUFE)
           ADD K-1     TO Z-BEA-VERT  (Z-BEA-IDX, Z-STUFE, Z-KORB)
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-GES-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-GES-SUCH-GES                                           -
      * OUT  : Z-GES-IDX                                                -
      * VERAR: PLATZ DER GESELLSCHAFT (REIHENFOLGE WIE Z-STAT-GES-NR).  -
      *        UNBEKANNTE GESELLSCHAFTEN ERHALTEN PLATZ 18.             -
      *-----------------------------------------------------------------
           MOVE K-18 TO Z-GES-IDX
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   IF Z-STAT-GES-NR (Z-ZAEHLER) = Z-GES-SUCH-GES
                      MOVE Z-ZAEHLER TO Z-GES-IDX
                      MOVE K-17 TO Z-ZAEHLER
                   END-IF
      *
           END-PERFORM
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-BEARBEITER-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-BEA-SUCH-ID                                            -
      * OUT  : Z-BEA-IDX, GGF. NEUER EINTRAG IN Z-BEA-TAB               -
      * VERAR: UNBEKANNTER BEARBEITER WIRD ANGEHAENGT UND IN            -
      *        Z-BEA-REIHE AN DER RICHTIGEN STELLE EINGEFUEGT           -
      *-----------------------------------------------------------------
           MOVE ZERO TO Z-BEA-IDX
      *
           PERFORM VARYING Z-BEA-LFD FROM K-1 BY K-1
             UNTIL Z-BEA-LFD > Z-BEA-ANZAHL
                OR Z-BEA-IDX > ZERO
              IF Z-BEA-ID (Z-BEA-LFD) = Z-BEA-SUCH-ID
                 MOVE Z-BEA-LFD TO Z-BEA-IDX
              END-IF
           END-PERFORM
      *
           IF Z-BEA-IDX > ZERO
              GO TO U07-EXIT
           END-IF
      *
           IF Z-BEA-ANZAHL >= K-BEA-MAX
              MOVE 'U07  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'BEARBEITERTABELLE UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-BEA-ANZAHL
           MOVE Z-BEA-ANZAHL             TO Z-BEA-IDX
           MOVE Z-BEA-SUCH-ID            TO Z-BEA-ID (Z-BEA-IDX)
      *
      *    * GROESSERE ERFASSER-IDS IN DER REIHENFOLGE UM EINEN PLATZ
      *      NACH HINTEN SCHIEBEN, DANN DEN NEUEN PLATZ EINFUEGEN
           MOVE SPACE                    TO S-EINFUEGEN
           MOVE Z-BEA-ANZAHL             TO Z-REIHE-LFD
      *
           PERFORM UNTIL S-EINFUEGEN-GEF
      *
              IF Z-REIHE-LFD = K-1
                 SET S-EINFUEGEN-GEF     TO TRUE
              ELSE
                 MOVE Z-BEA-REIHE (Z-REIHE-LFD - 1)
                                         TO Z-BEA-VORG-IDX
                 IF Z-BEA-ID (Z-BEA-VORG-IDX) < Z-BEA-SUCH-ID
                    SET S-EINFUEGEN-GEF  TO TRUE
                 ELSE
                    MOVE Z-BEA-VORG-IDX  TO Z-BEA-REIHE (Z-REIHE-LFD)
                    SUBTRACT K-1       FROM Z-REIHE-LFD
                 END-IF
              END-IF
      *
           END-PERFORM
      *
           MOVE Z-BEA-IDX                TO Z-BEA-REIHE (Z-REIHE-LFD)
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-AUSREISSER-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ARCH-SATZ, Z-ARCH-WIEN-SATZ, Z-DAT-..., Z-AT-...         -
      * OUT  : DLZA-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO DLZA-SATZ-AUS
      *
           MOVE ';'                      TO DLZA-SATZ-DATEN-SEMIK-1
                                            DLZA-SATZ-DATEN-SEMIK-2
                                            DLZA-SATZ-DATEN-SEMIK-3
                                            DLZA-SATZ-DATEN-SEMIK-4
                                            DLZA-SATZ-DATEN-SEMIK-5
                                            DLZA-SATZ-DATEN-SEMIK-6
                                            DLZA-SATZ-DATEN-SEMIK-7
                                            DLZA-SATZ-DATEN-SEMIK-8
                                            DLZA-SATZ-DATEN-SEMIK-9
                                            DLZA-SATZ-DATEN-SEMIK-10
                                            DLZA-SATZ-DATEN-SEMIK-11
                                            DLZA-SATZ-DATEN-SEMIK-12
                                            DLZA-SATZ-DATEN-SEMIK-13
                                            DLZA-SATZ-DATEN-SEMIK-14
      *
           MOVE Z-MONAT-EUR              TO DLZA-SATZ-DATEN-MONAT
           MOVE ARCH-SATZ-PGEB-GES       TO DLZA-SATZ-DATEN-PGEB-GES
           MOVE ARCH-SATZ-PIN            TO DLZA-SATZ-DATEN-PIN
           MOVE ARCH-SATZ-VNR-ANTR       TO DLZA-SATZ-DATEN-VNR-ANTR
           MOVE Z-BEA-SUCH-ID            TO DLZA-SATZ-DATEN-BEARBEITER
      *
           MOVE Z-DAT-EINGANG            TO Z-DATUM
           PERFORM U10-DATUM-EUR
           MOVE Z-DATUM-EUR              TO DLZA-SATZ-DATEN-EINGANG
           MOVE Z-DAT-ERFASST            TO Z-DATUM
           PERFORM U10-DATUM-EUR
           MOVE Z-DATUM-EUR              TO DLZA-SATZ-DATEN-ERFASST
           MOVE Z-DAT-GESENDET           TO Z-DATUM
           PERFORM U10-DATUM-EUR
           MOVE Z-DATUM-EUR              TO DLZA-SATZ-DATEN-GESENDET
           MOVE Z-DAT-BESTAET            TO Z-DATUM
           PERFORM U10-DATUM-EUR
           MOVE Z-DATUM-EUR              TO DLZA-SATZ-DATEN-BESTAETIGT
      *
      *    * ARBEITSTAGE UEBER DER FELDGROESSE ALS 999 AUSGEBEN
           PERFORM VARYING Z-STUFE FROM K-1 BY K-1
             UNTIL Z-STUFE > K-3
              IF Z-AT-STUFE (Z-STUFE) > K-AT-ANZ-MAX
                 MOVE K-AT-ANZ-MAX       TO Z-AT-STUFE (Z-STUFE)
              END-IF
           END-PERFORM
      *
           IF Z-AT-GESAMT > K-AT-ANZ-MAX
              MOVE K-AT-ANZ-MAX          TO Z-AT-GESAMT
           END-IF
      *
           MOVE Z-AT-STUFE (K-1)         TO DLZA-SATZ-DATEN-AT-ERFASST
           MOVE Z-AT-STUFE (K-2)         TO DLZA-SATZ-DATEN-AT-GESENDET
           MOVE Z-AT-STUFE (K-3)         TO DLZA-SATZ-DATEN-AT-BESTAET
           MOVE Z-AT-GESAMT              TO DLZA-SATZ-DATEN-AT-GESAMT
      *
           IF NOT S-BESTAET-VORH
              MOVE 'UNBESTAETIGT'        TO DLZA-SATZ-DATEN-HINWEIS
           END-IF
      *
           WRITE DLZA-SATZ-AUS
      *
           IF NOT S-DLZA-AUS-OK
              MOVE 'U08  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN DLZA-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-DLZA-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-DLZA-AUS
      *
           .
       U08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U09-RANG-WERT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-AUSW-STUFE, Z-RANG                                     -
      * OUT  : Z-RANG-WERT (ARBEITSTAGE, HOECHSTENS K-AT-MAX)           -
      * VERAR: HAEUFIGKEITEN AUFSUMMIEREN, BIS DER RANG ERREICHT IST.   -
      *        PLATZ N DER TABELLE STEHT FUER N - 1 ARBEITSTAGE.        -
      *-----------------------------------------------------------------
           MOVE ZERO                     TO Z-KUMUL
      *
           PERFORM VARYING Z-KORB FROM K-1 BY K-1
             UNTIL Z-KORB > K-KORB-MAX
                OR Z-KUMUL >= Z-RANG
              ADD Z-AUSW-VERT (Z-KORB)   TO Z-KUMUL
           END-PERFORM
      *
      *    * Z-KORB STEHT EINEN PLATZ HINTER DEM GEFUNDENEN PLATZ
           COMPUTE Z-RANG-WERT = Z-KORB - 2
      *
           .
       U09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U10-DATUM-EUR SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-DATUM (JJJJMMTT)                                       -
      * OUT  : Z-DATUM-EUR (TT.MM.JJJJ, LEER BEI NULL)                  -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO Z-DATUM-EUR
      *
           IF Z-DATUM = ZERO
              GO TO U10-EXIT
           END-IF
      *
           MOVE Z-DATUM-X(7:2)           TO Z-DATUM-EUR(1:2)
           MOVE '.'                      TO Z-DATUM-EUR(3:1)
           MOVE Z-DATUM-X(5:2)           TO Z-DATUM-EUR(4:2)
           MOVE '.'                      TO Z-DATUM-EUR(6:1)
           MOVE Z-DATUM-X(1:4)           TO Z-DATUM-EUR(7:4)
      *
           .
       U10-EXIT.
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
