      *                  WIRD ER IM PROTOKOLL ANGEMAHNT.             *
      *           3. KORREKTUREN OHNE ZUGEHOERIGEN SUSPENSE-SATZ     *
      *              WERDEN IM PROTOKOLL BERICHTET.                  *
      *           4. KONTROLLSAETZE DER TAGESABSTIMMUNG (DRAN0268)   *
      *              FUER PMAN0091 (SUMMEN UNTER GESELLSCHAFT '**',  *
      *              DATUM = VERARBEITUNGSDATUM AUS DEM PARM).       *
      *                                                              *
      ****************************************************************
      *                                                              *
      * AUFTRAG     ! DATUM  ! AENDERUNG                 ! NAME      *
      * -------------------------------------------------------------*
      * ANTRAG-2137 !28.08.26! NEU                       ! RAHNER    *
      * ANTRAG-2151 !15.10.26! TAGESABSTIMMUNG: KONTROLL- ! RAHNER    *
      *             !        ! SAETZE (ABSTAUS)          !           *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-REST-AUS-STATUS.
      *
      *    * KONTROLLSAETZE TAGESABSTIMMUNG (AUSGEWERTET VON
      *      PMAN0091, VGL. N16-ABSTIMMUNG-SCHREIBEN)
           SELECT  ABST-AUSGABE ASSIGN   TO  ABSTAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0231 REPLACING DRAN0231  BY REST-SATZ-AUS
                               LEADING ==SUSPENSE== BY ==REST==.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *
           05  S-REST-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-REST-AUS-OK                 VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
      ******************************************************************
       01  FILLER.
           05 Z-SUSP-TAGE             PIC S9(008) COMP VALUE ZERO.
           05 Z-ALTER-TAGE            PIC S9(008) COMP VALUE ZERO.
      *
      *    * TAGESABSTIMMUNG (KONTROLLSAETZE FUER PMAN0091, VGL.
      *      N16-ABSTIMMUNG-SCHREIBEN)
           05 Z-ABST-HEUTE            PIC X(008).
           05 Z-ABST-DATUM            PIC X(010) VALUE SPACE.
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
      *
      ******************************************************************
      *    * KORREKTURTABELLE (GELADEN IM VORLAUF)
       01  Z-KORR-BEREICH.
      *-----------------------------------------------------------------
           PERFORM N09-OFFENE-KORREKTUREN
           PERFORM N12-PROTOKOLL
           PERFORM N16-ABSTIMMUNG-SCHREIBEN
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N12-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       N16-ABSTIMMUNG-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ZAEHLER-..., Z-VERARB-DATUM                            -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: KONTROLLSAETZE DER TAGESABSTIMMUNG SCHREIBEN (SUMMEN     -
      *        UNTER GESELLSCHAFT '**'). ES GILT: SUSPENSE-SAETZE       -
      *        GELESEN = REPARIERT + REST-SUSPENSE.                     -
      *-----------------------------------------------------------------
           MOVE Z-VERARB-DATUM-X         TO Z-ABST-HEUTE
           MOVE Z-ABST-HEUTE(7:2)        TO Z-ABST-DATUM(1:2)
           MOVE '.'                      TO Z-ABST-DATUM(3:1)
           MOVE Z-ABST-HEUTE(5:2)        TO Z-ABST-DATUM(4:2)
           MOVE '.'                      TO Z-ABST-DATUM(6:1)
           MOVE Z-ABST-HEUTE(1:4)        TO Z-ABST-DATUM(7:4)
      *
           OPEN OUTPUT ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE '**'                     TO Z-ABST-GES-X
      *
           MOVE 'SUSP-EIN'               TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-SUSP-EIN       TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'REPARIERT'              TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-REPARIERT      TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'REST-SUSP'              TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-REST           TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           CLOSE ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N16-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N161-ABST-SATZ SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-DATUM, Z-ABST-GES-X, Z-ABST-KATEGORIE,            -
      *        Z-ABST-ANZAHL                                            -
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
           MOVE K-PGM-NAME               TO ABST-SATZ-DATEN-PGM
           MOVE Z-ABST-DATUM             TO ABST-SATZ-DATEN-DATUM
           MOVE Z-ABST-GES-X             TO ABST-SATZ-DATEN-PGEB-GES
           MOVE Z-ABST-KATEGORIE         TO ABST-SATZ-DATEN-KATEGORIE
           MOVE Z-ABST-ANZAHL            TO ABST-SATZ-DATEN-ANZAHL
      *
           WRITE ABST-SATZ-AUS
      *
           IF NOT S-ABST-OK
              MOVE 'N161 '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N161-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U01-ABBRUCH SECTION.
      *-----------------------------------------------------------------
