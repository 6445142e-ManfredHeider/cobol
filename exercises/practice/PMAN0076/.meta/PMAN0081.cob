      *           4. NEUE ZAEHLERDATEI SCHREIBEN: NUR HEUTE ERNEUT   *
      *              BEANSTANDETE ANTRAEGE BLEIBEN DRIN, ALLE        *
      *              UEBRIGEN GELTEN ALS ERLEDIGT.                   *
      *           5. KONTROLLSAETZE DER TAGESABSTIMMUNG (DRAN0268)   *
      *              FUER PMAN0091 (SUMMEN UNTER GESELLSCHAFT '**'). *
      *              DAS DATUM WIRD AUS DER UEBERSCHRIFT DER WIEN-   *
      *              AUSGABE UEBERNOMMEN (WIE PMAN0080).             *
      *                                                              *
      ****************************************************************
      *                                                              *
      * AUFTRAG     ! DATUM  ! AENDERUNG                 ! NAME      *
      * -------------------------------------------------------------*
      * ANTRAG-2136 !28.08.26! NEU                       ! RAHNER    *
      * ANTRAG-2151 !15.10.26! TAGESABSTIMMUNG: KONTROLL- ! RAHNER    *
      *             !        ! SAETZE (ABSTAUS)          !           *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ZAEHL-AUS-STATUS.
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
       FD  ZAEHL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0244 REPLACING LEADING ==NACHZ== BY ==NACHZA==.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *
           05  S-ZAEHL-AUS-STATUS   PIC  X(002) VALUE SPACE.
               88 S-ZAEHL-AUS-OK                VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
      *    * UEBERSCHRIFT DER WIEN-AUSGABE TRAEGT DEN TESTLAUF-
      *      VERMERK DES PMAN0076: KONTROLLSAETZE ALS 'TEST' MARKIEREN
           05  S-ABST-TESTLAUF      PIC  X(001) VALUE SPACE.
               88 S-ABST-TESTLAUF-AKTIV         VALUE 'J'.
      *
      *    * KOPFZEILEN DER WIEN-AUSGABE (VOR DEM ERSTEN DATENSATZ)
      *      WERDEN IN DIE NACHLIEFERUNG DURCHGEREICHT
           05 Z-ZAEHLER-OHNE-SATZ     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ERLEDIGT      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NACHL-AUS     PIC 9(8) VALUE ZERO.
      *
      *    * TAGESABSTIMMUNG (KONTROLLSAETZE FUER PMAN0091, VGL.
      *      N16-ABSTIMMUNG-SCHREIBEN). DAS DATUM STAMMT AUS DER
      *      UEBERSCHRIFT DER WIEN-AUSGABE (VGL. B1)
           05 Z-ABST-HEUTE            PIC X(008).
           05 Z-ABST-DATUM            PIC X(010) VALUE SPACE.
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
      *
           05 Z-TRAILER-ANZAHL-EDIT   PIC Z(7)9.
      *
      *                DURCHGEREICHT; DATENSAETZE (SATZART I /I2/UN/    *
      *                U2/D /DU/VO) WERDEN GEGEN DIE AUSNAHMEN          *
      *                ABGEGLICHEN, ALLE UEBRIGEN ZEILEN (GRUPPEN-,     *
      *                TRAILER-, LEERZEILEN) WERDEN UEBERLESEN. AUS     *
      *                DER UEBERSCHRIFT WIRD DAS DATUM FUER DIE         *
      *                TAGESABSTIMMUNG UEBERNOMMEN.                     *
      *----------------------------------------------------------------*
      *
           EVALUATE WIEN-SATZ-DATEN-SATZART
                    IF S-KOPF-OFFEN
                       PERFORM U06-SCHREIBEN-NACHL
                    END-IF
      *
      *    * UEBERSCHRIFT DES PMAN0076: DATUM DER WIEN-AUSGABE
                    IF WIEN-SATZ-EIN (31:29)
                       = 'TAEGL  ERFASSTE ANTRAEGE VOM:'
                       AND Z-ABST-DATUM = SPACE
                       MOVE WIEN-SATZ-EIN (71:10) TO Z-ABST-DATUM
                       IF WIEN-SATZ-EIN (85:16) = '*** TESTLAUF ***'
                          SET S-ABST-TESTLAUF-AKTIV TO TRUE
                       END-IF
                    END-IF
      *
           END-EVALUATE
      *
           PERFORM N09-OFFENE-AUSNAHMEN
           PERFORM N10-ZAEHLER-SCHREIBEN
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
      * IN   : Z-ZAEHLER-..., Z-ABST-DATUM                              -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: KONTROLLSAETZE DER TAGESABSTIMMUNG SCHREIBEN (SUMMEN     -
      *        UNTER GESELLSCHAFT '**'). ES GILT: GELADENE AUSNAHMEN =  -
      *        NACHGELIEFERT + ESKALIERT + OHNE DATENSATZ, SOLANGE      -
      *        KEIN DATENSATZ DOPPELT IN DER WIEN-AUSGABE STEHT.        -
      *        FEHLT DIE UEBERSCHRIFT (LEERE WIEN-AUSGABE), GILT DAS    -
      *        TAGESDATUM.                                              -
      *-----------------------------------------------------------------
           IF Z-ABST-DATUM = SPACE
              MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-ABST-HEUTE
              MOVE Z-ABST-HEUTE(7:2)        TO Z-ABST-DATUM(1:2)
              MOVE '.'                      TO Z-ABST-DATUM(3:1)
              MOVE Z-ABST-HEUTE(5:2)        TO Z-ABST-DATUM(4:2)
              MOVE '.'                      TO Z-ABST-DATUM(6:1)
              MOVE Z-ABST-HEUTE(1:4)        TO Z-ABST-DATUM(7:4)
              DISPLAY 'N16-ABSTIMMUNG: KEINE UEBERSCHRIFT IN DER'
                      ' WIEN-AUSGABE - TAGESDATUM ' Z-ABST-DATUM
           END-IF
      *
           OPEN OUTPUT ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-22                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE '**'                     TO Z-ABST-GES-X
      *
           MOVE 'DATENSAETZE'            TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-DATEN          TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'AUSN-GELADEN'           TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-AUSN-GELADEN   TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'NACHGELIEF'             TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-NACHGELIEFERT  TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'ESKALIERT'              TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-ESKALIERT      TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'OHNE-SATZ'              TO Z-ABST-KATEGORIE
           MOVE Z-ZAEHLER-OHNE-SATZ      TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           CLOSE ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-23                  TO ERR-ORT-LFD
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
           IF S-ABST-TESTLAUF-AKTIV
              MOVE 'TEST'                TO ABST-SATZ-DATEN-FILLER
           END-IF
      *
           WRITE ABST-SATZ-AUS
      *
           IF NOT S-ABST-OK
              MOVE 'N161 '               TO ERR-ORT-SEC
              MOVE K-24                  TO ERR-ORT-LFD
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
