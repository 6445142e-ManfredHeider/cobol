      *              TDS-SATZ WIRD EINE DIFFERENZ 'DB-OHNE-TDS'      *
      *              BERICHTET.                                      *
      *           3. PROTOKOLL MIT ANZAHLEN JE GESELLSCHAFT.         *
      *           4. KONTROLLSAETZE DER TAGESABSTIMMUNG (DRAN0268)   *
      *              JE GESELLSCHAFT FUER PMAN0091. PARM 'TTMMJJJJ'  *
      *              (KANN) = VERARBEITUNGSDATUM WIE IM PMAN0076-    *
      *              LAUF, SONST GILT DAS TAGESDATUM.                *
      *                                                              *
      ****************************************************************
      *                                                              *
      *             !        ! TABELLENGRENZE: WORK-     !           *
      *             !        ! DATEIEN + EXTERNER SORT   !           *
      *             !        ! STATT Z-TDS-TAB (MAX 5000)!           *
      * ANTRAG-2151 !15.10.26! TAGESABSTIMMUNG: KONTROLL- ! RAHNER    *
      *             !        ! SAETZE JE GES. (ABSTAUS), !           *
      *             !        ! PARM VERARBEITUNGSDATUM    !           *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-RECON-AUS-STATUS.
      *
      *    * KONTROLLSAETZE TAGESABSTIMMUNG (AUSGEWERTET VON
      *      PMAN0091, VGL. N16-ABSTIMMUNG-SCHREIBEN)
           SELECT  ABST-AUSGABE ASSIGN   TO  ABSTAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-STATUS.
      *
      *    * WORK- UND SORTIERDATEIEN DES ABGLEICHS: B1 SAMMELT DIE
      *      TDS-SCHLUESSEL UNSORTIERT IN TDS-WORK1, N09 SORTIERT
      *      SCHLUESSEL UND ANTRAGTABELLEN-ABZUG NACH GESELLSCHAFT
       FD  RECON-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0235 REPLACING DRAN0235 BY RECON-SATZ-AUS.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
      *    * SORTIERDATEI (VGL. N09). DER SATZAUFBAU (50 BYTES,
      *      SCHLUESSEL GESELLSCHAFT + ANTRAG AN DEN POSITIONEN
      *
           05  S-RECON-AUS-STATUS   PIC  X(002) VALUE SPACE.
               88 S-RECON-AUS-OK                VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
           05  S-TDSW1-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TDSW1-OK                    VALUE '00'.
           05 Z-STAT-GES-O-ANTR  OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
           05 Z-STAT-GES-O-TDS   OCCURS 17 TIMES PIC 9(008) VALUE ZERO.
      *
      *    * TAGESABSTIMMUNG (KONTROLLSAETZE FUER PMAN0091, VGL.
      *      N16-ABSTIMMUNG-SCHREIBEN). DAS VERARBEITUNGSDATUM
      *      MUSS DEM DES PMAN0076-LAUFS ENTSPRECHEN (VGL. V00)
           05 Z-ABST-HEUTE            PIC X(008).
           05 Z-ABST-DATUM            PIC X(010) VALUE SPACE.
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
           05 Z-ABST-SUMME-TDS        PIC 9(008) VALUE ZERO.
           05 Z-ABST-SUMME-ANTRAG     PIC 9(008) VALUE ZERO.
           05 Z-ABST-SUMME-O-ANTR     PIC 9(008) VALUE ZERO.
           05 Z-ABST-SUMME-O-TDS      PIC 9(008) VALUE ZERO.
      *
      ******************************************************************
      *    * ARBEITSFELDER DES MATCH-MERGE (VGL. N09/N091): DIE
      *      TDS-SCHLUESSEL WERDEN IN TDS-WORK1 GESAMMELT UND IN
           COPY DRAN0145.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL: VERARBEITUNGSDATUM
      *      'TTMMJJJJ' (KANN, VGL. V00-PARM-PRUEFEN)
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(008).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING PI-PARM-BEREICH.
      *----------------------------------------------------------------
      *    STEUERUNG:
      *
      *----------------------------------------------------------------
       V0-VORLAUF SECTION.
      *----------------------------------------------------------------
      *    - PARM (VERARBEITUNGSDATUM) PRUEFEN
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
      *----------------------------------------------------------------
      *    * VORBELEGUNGEN GRUPPENSTEUERFELDER
      *
           MOVE K-PGM-NAME              TO STAT-KENNUNG
           SET STAT-BATCH               TO TRUE
      *
           PERFORM V00-PARM-PRUEFEN
      *
           OPEN INPUT TDS-EINGABE
      *
           .
       V0-EXIT.
           EXIT.
      *----------------------------------------------------------------
       V00-PARM-PRUEFEN SECTION.
      *----------------------------------------------------------------
      * IN   : PI-PARM-BEREICH ('TTMMJJJJ' = VERARBEITUNGSDATUM, KANN)  -
      * OUT  : Z-ABST-DATUM (TT.MM.JJJJ)                                -
      * VERAR: DIE KONTROLLSAETZE WERDEN IN PMAN0091 UEBER DAS          -
      *        VERARBEITUNGSDATUM DEM PMAN0076-LAUF ZUGEORDNET. WURDE   -
      *        DORT EIN DATUM PER PARM VORGEGEBEN, IST HIER DASSELBE    -
      *        DATUM ANZUGEBEN; OHNE PARM GILT DAS TAGESDATUM.          -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE = ZERO
      *
              MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-ABST-HEUTE
      *
           ELSE
      *
              IF PI-PARM-LAENGE NOT = K-8
                 OR PI-PARM-DATEN(1:8) NOT NUMERIC
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-17               TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG (TTMMJJJJ)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              MOVE PI-PARM-DATEN(5:4)    TO Z-ABST-HEUTE(1:4)
              MOVE PI-PARM-DATEN(3:2)    TO Z-ABST-HEUTE(5:2)
              MOVE PI-PARM-DATEN(1:2)    TO Z-ABST-HEUTE(7:2)
      *
           END-IF
      *
           MOVE Z-ABST-HEUTE(7:2)        TO Z-ABST-DATUM(1:2)
           MOVE '.'                      TO Z-ABST-DATUM(3:1)
           MOVE Z-ABST-HEUTE(5:2)        TO Z-ABST-DATUM(4:2)
           MOVE '.'                      TO Z-ABST-DATUM(6:1)
           MOVE Z-ABST-HEUTE(1:4)        TO Z-ABST-DATUM(7:4)
      *
           DISPLAY 'V00-PARM-PRUEFEN: VERARBEITUNGSDATUM ' Z-ABST-DATUM
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N09-ABGLEICH-DB
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
      * IN   : Z-STAT-GES-..., Z-ABST-DATUM                             -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: KONTROLLSAETZE DER TAGESABSTIMMUNG SCHREIBEN: JE         -
      *        GESELLSCHAFT MIT TDS- ODER ANTRAGTABELLEN-SAETZEN EIN    -
      *        SATZ JE KATEGORIE (TDS-SAETZE, ANTRAGTAB, TDS-O-ANTR,    -
      *        DB-O-TDS), DANACH DIE SUMMEN UNTER GESELLSCHAFT '**'     -
      *        (WERDEN IMMER GESCHRIEBEN, AUCH AN EINEM LEEREN TAG).    -
      *-----------------------------------------------------------------
           OPEN OUTPUT ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   IF Z-STAT-GES-TDS (Z-ZAEHLER) > ZERO
                      OR Z-STAT-GES-ANTRAG (Z-ZAEHLER) > ZERO
      *
                      MOVE Z-STAT-GES-NR (Z-ZAEHLER) TO Z-ABST-GES-X
      *
                      MOVE 'TDS-SAETZE'          TO Z-ABST-KATEGORIE
                      MOVE Z-STAT-GES-TDS (Z-ZAEHLER)
                                                 TO Z-ABST-ANZAHL
                      PERFORM N161-ABST-SATZ
      *
                      MOVE 'ANTRAGTAB'           TO Z-ABST-KATEGORIE
                      MOVE Z-STAT-GES-ANTRAG (Z-ZAEHLER)
                                                 TO Z-ABST-ANZAHL
                      PERFORM N161-ABST-SATZ
      *
                      MOVE 'TDS-O-ANTR'          TO Z-ABST-KATEGORIE
                      MOVE Z-STAT-GES-O-ANTR (Z-ZAEHLER)
                                                 TO Z-ABST-ANZAHL
                      PERFORM N161-ABST-SATZ
      *
                      MOVE 'DB-O-TDS'            TO Z-ABST-KATEGORIE
                      MOVE Z-STAT-GES-O-TDS (Z-ZAEHLER)
                                                 TO Z-ABST-ANZAHL
                      PERFORM N161-ABST-SATZ
      *
                      ADD Z-STAT-GES-TDS (Z-ZAEHLER)
                                              TO Z-ABST-SUMME-TDS
                      ADD Z-STAT-GES-ANTRAG (Z-ZAEHLER)
                                              TO Z-ABST-SUMME-ANTRAG
                      ADD Z-STAT-GES-O-ANTR (Z-ZAEHLER)
                                              TO Z-ABST-SUMME-O-ANTR
                      ADD Z-STAT-GES-O-TDS (Z-ZAEHLER)
                                              TO Z-ABST-SUMME-O-TDS
      *
                   END-IF
      *
           END-PERFORM
      *
           MOVE '**'                     TO Z-ABST-GES-X
      *
           MOVE 'TDS-SAETZE'             TO Z-ABST-KATEGORIE
           MOVE Z-ABST-SUMME-TDS         TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'ANTRAGTAB'              TO Z-ABST-KATEGORIE
           MOVE Z-ABST-SUMME-ANTRAG      TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'TDS-O-ANTR'             TO Z-ABST-KATEGORIE
           MOVE Z-ABST-SUMME-O-ANTR      TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           MOVE 'DB-O-TDS'               TO Z-ABST-KATEGORIE
           MOVE Z-ABST-SUMME-O-TDS       TO Z-ABST-ANZAHL
           PERFORM N161-ABST-SATZ
      *
           CLOSE ABST-AUSGABE
      *
           IF NOT S-ABST-OK
              MOVE 'N16  '               TO ERR-ORT-SEC
              MOVE K-19                  TO ERR-ORT-LFD
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
              MOVE K-20                  TO ERR-ORT-LFD
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
