      *              ALS 'UNBEKANNTE QUITTG' BERICHTET.              *
      *           AUSNAHMEN GEHEN IN EINE SEQ. AUSGABEDATEI          *
      *           (DRAN0240).                                        *
      *           4. KONTROLLSAETZE DER TAGESABSTIMMUNG (DRAN0268)   *
      *              JE GESELLSCHAFT FUER PMAN0091. DAS DATUM WIRD   *
      *              AUS DER UEBERSCHRIFT DER WIEN-AUSGABE           *
      *              UEBERNOMMEN (= VERARBEITUNGSDATUM PMAN0076).    *
      *           5. JEDER MIT 'OK' QUITTIERTE DATENSATZ WIRD MIT    *
      *              SENDEDATUM (UEBERSCHRIFT) UND TAGESDATUM ALS    *
      *              BESTAETIGUNGSDATUM IN DIE LADEBESTAETIGUNGS-    *
      *              DATEI (DRAN0276) GESCHRIEBEN - GRUNDLAGE DER    *
      *              DURCHLAUFZEIT-STATISTIK PMAN0094. EINE          *
      *              NACHLIEFERUNG (PMAN0081) TRAEGT DIE UEBER-      *
      *              SCHRIFT DER URSPRUNGSLIEFERUNG, IHRE BESTAE-    *
      *              TIGUNG ZAEHLT DAHER ZUM URSPRUENGLICHEN         *
      *              SENDEDATUM. PROBELAEUFE WERDEN NICHT            *
      *              FORTGESCHRIEBEN.                                *
      *                                                              *
      ****************************************************************
      *                                                              *
      * AUFTRAG     ! DATUM  ! AENDERUNG                 ! NAME      *
      * -------------------------------------------------------------*
      * ANTRAG-2122 !22.08.26! NEU                       ! RAHNER    *
      * ANTRAG-2151 !15.10.26! TAGESABSTIMMUNG: KONTROLL- ! RAHNER    *
      *             !        ! SAETZE JE GES. (ABSTAUS)  !           *
      * ANTRAG-2154 !15.10.26! LADEBESTAETIGUNGEN FUER   ! RAHNER    *
      *             !        ! DURCHLAUFZEIT (LADEBEST)  !           *
      *                                                              *
      * ENDE-LOGBUCH                                                 *
      ****************************************************************
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-AUSN-AUS-STATUS.
      *
      *    * KONTROLLSAETZE TAGESABSTIMMUNG (AUSGEWERTET VON
      *      PMAN0091, VGL. N16-ABSTIMMUNG-SCHREIBEN)
           SELECT  ABST-AUSGABE ASSIGN   TO  ABSTAUS
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-STATUS.
      *
      *    * LADEBESTAETIGUNGEN JE DATENSATZ (AUSGEWERTET VON
      *      PMAN0094, VGL. U07-LADEBEST-SCHREIBEN)
           SELECT  LADB-DATEI ASSIGN     TO  LADEBEST
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  LADB-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-LADB-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AUSN-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0240 REPLACING DRAN0240 BY AUSN-SATZ-AUS.
      *
       FD  ABST-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-AUS.
      *
       FD  LADB-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0276.
      *
      ****************************************************************
       WORKING-STORAGE SECTION.
      *
           05  S-AUSN-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-AUSN-AUS-OK                 VALUE '00'.
      *
           05  S-ABST-STATUS        PIC  X(002) VALUE SPACE.
               88 S-ABST-OK                     VALUE '00'.
      *
           05  S-LADB-STATUS        PIC  X(002) VALUE SPACE.
               88 S-LADB-OK                     VALUE '00'.
               88 S-LADB-DUPKEY                 VALUE '22'.
      *
      *    * UEBERSCHRIFT DER WIEN-AUSGABE TRAEGT DEN TESTLAUF-
      *      VERMERK DES PMAN0076: KONTROLLSAETZE ALS 'TEST' MARKIEREN
           05  S-ABST-TESTLAUF      PIC  X(001) VALUE SPACE.
               88 S-ABST-TESTLAUF-AKTIV         VALUE 'J'.
      *
      ******************************************************************
       01  FILLER.
           05 Z-ZAEHLER-UNBESTAETIGT  PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-UNBEKANNT     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LADB          PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LADB-VORH     PIC 9(8) VALUE ZERO.
      *
      *    * LADEBESTAETIGUNG: SENDEDATUM AUS DER UEBERSCHRIFT UND
      *      TAGESDATUM (JJJJMMTT)
           05 Z-LADB-SENDE-DAT        PIC 9(008) VALUE ZERO.
           05 Z-LADB-SENDE-DAT-X REDEFINES Z-LADB-SENDE-DAT
                                      PIC X(008).
           05 Z-LADB-HEUTE            PIC 9(008) VALUE ZERO.
           05 Z-LADB-HEUTE-X REDEFINES Z-LADB-HEUTE
                                      PIC X(008).
      *
           05 Z-ZAEHLER               PIC 9(003).
      *
      *    * TAGESABSTIMMUNG JE GESELLSCHAFT (PLATZ 1-17 WIE
      *      Z-STAT-GES-NR, GESELLSCHAFTSLISTE WIE IN PMAN0076,
      *      PLATZ 18 = UNBEKANNTE GESELLSCHAFT). JEDER DATENSATZ
      *      ZAEHLT IN GENAU EINER DER KATEGORIEN BESTAETIGT,
      *      ABGELEHNT ODER UNBESTAETIGT. DAS DATUM STAMMT AUS DER
      *      UEBERSCHRIFT DER WIEN-AUSGABE (VGL. B1 UND
      *      N16-ABSTIMMUNG-SCHREIBEN)
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
           05 Z-ABST-SUCH-GES         PIC X(002).
           05 Z-ABST-IDX              PIC 9(003).
           05 Z-ABST-DATEN   OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-BEST    OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-ABGEL   OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-UNBEST  OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-ABST-HEUTE            PIC X(008).
           05 Z-ABST-DATUM            PIC X(010) VALUE SPACE.
           05 Z-ABST-GES-X            PIC X(002).
           05 Z-ABST-KATEGORIE        PIC X(012).
           05 Z-ABST-ANZAHL           PIC 9(008).
      *
      ******************************************************************
      *    * QUITTUNGSTABELLE (GELADEN IM VORLAUF)
      *  VERARBEITUNG: NUR DATENSAETZE (SATZART I /I2/UN/U2/D /DU/VO)   *
      *                WERDEN GEGEN DIE QUITTUNGEN ABGEGLICHEN -        *
      *                UEBERSCHRIFTEN, LEERZEILEN, GRUPPEN- UND         *
      *                TRAILERZEILEN WERDEN UEBERLESEN. AUS DER         *
      *                UEBERSCHRIFT WIRD DAS DATUM FUER DIE             *
      *                TAGESABSTIMMUNG UEBERNOMMEN.                     *
      *----------------------------------------------------------------*
      *
           EVALUATE WIEN-SATZ-DATEN-SATZART
      *
                    IF WIEN-SATZ-DATEN-SEMIK-1 = ';'
                       ADD K-1 TO Z-ZAEHLER-DATEN
                       MOVE WIEN-SATZ-DATEN-PGEB-GES TO Z-ABST-SUCH-GES
                       PERFORM U06-ABST-GES-SUCHEN
                       ADD K-1 TO Z-ABST-DATEN (Z-ABST-IDX)
                       PERFORM U02-QUITTUNG-SUCHEN
                    END-IF
      *
               WHEN OTHER
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
       V0-VORLAUF SECTION.
      *----------------------------------------------------------------
      *    - ÖFFNEN DER EIN- UND AUSGABEDATEIEN
      *    - TAGESDATUM FUER DIE LADEBESTAETIGUNGEN
      *    - LADEN DER QUITTUNGSTABELLE
      *----------------------------------------------------------------
      *    * VORBELEGUNGEN GRUPPENSTEUERFELDER
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN I-O LADB-DATEI
      *
           IF NOT S-LADB-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LADB-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-LADB-HEUTE-X
      *
           PERFORM V01-QUITTUNGEN-LADEN
      *
      *-----------------------------------------------------------------
           PERFORM N09-UNBEKANNTE-QUITTUNGEN
           PERFORM N12-PROTOKOLL
           PERFORM N16-ABSTIMMUNG-SCHREIBEN
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE LADB-DATEI

           IF NOT S-LADB-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-LADB-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       N11-EXIT.
           DISPLAY ' '
           DISPLAY 'ANZAHL AUSNAHMEN BERICHTET        :  '
                   Z-ZAEHLER-AUSGABE
           DISPLAY 'LADEBESTAETIGUNGEN GESCHRIEBEN    :  '
                   Z-ZAEHLER-LADB
           DISPLAY 'LADEBESTAETIGUNGEN BEREITS VORH.  :  '
                   Z-ZAEHLER-LADB-VORH
           DISPLAY ' '
      *
           IF Z-ZAEHLER-AUSGABE > ZERO
       N12-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       N16-ABSTIMMUNG-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-..., Z-ABST-DATUM                                 -
      * OUT  : ABST-AUSGABE                                             -
      * VERAR: KONTROLLSAETZE DER TAGESABSTIMMUNG SCHREIBEN: JE         -
      *        GESELLSCHAFT MIT DATENSAETZEN EIN SATZ JE KATEGORIE      -
      *        (DATENSAETZE, BESTAETIGT, ABGELEHNT, UNBESTAETIGT). DIE  -
      *        SAETZE FUER GESELLSCHAFT '**' (UNBEKANNTE GESELLSCHAFT)  -
      *        WERDEN IMMER GESCHRIEBEN. ES GILT: DATENSAETZE =         -
      *        BESTAETIGT + ABGELEHNT + UNBESTAETIGT.                   -
      *        FEHLT DIE UEBERSCHRIFT (LEERE WIEN-AUSGABE), GILT DAS    -
      *        TAGESDATUM - PMAN0091 MELDET DEN PMAN0076-LAUF DANN      -
      *        ALS FEHLEND.                                             -
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
              MOVE K-12                  TO ERR-ORT-LFD
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
              IF Z-ABST-DATEN (Z-ABST-IDX) > ZERO
                 OR Z-ABST-IDX = K-18
      *
                 IF Z-ABST-IDX = K-18
                    MOVE '**'                     TO Z-ABST-GES-X
                 ELSE
                    MOVE Z-STAT-GES-NR (Z-ABST-IDX) TO Z-ABST-GES-X
                 END-IF
      *
                 MOVE 'DATENSAETZE'               TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-DATEN (Z-ABST-IDX)   TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'BESTAETIGT'                TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-BEST (Z-ABST-IDX)    TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'ABGELEHNT'                 TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-ABGEL (Z-ABST-IDX)   TO Z-ABST-ANZAHL
                 PERFORM N161-ABST-SATZ
      *
                 MOVE 'UNBESTAETIGT'              TO Z-ABST-KATEGORIE
                 MOVE Z-ABST-UNBEST (Z-ABST-IDX)  TO Z-ABST-ANZAHL
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
              MOVE K-13                  TO ERR-ORT-LFD
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
              MOVE K-14                  TO ERR-ORT-LFD
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
      *-----------------------------------------------------------------
       U02-QUITTUNG-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-EIN, Z-QUIT-BEREICH, Z-ABST-IDX                -
      * OUT  : GGF. AUSN-AUSGABE, ZAEHLER                               -
      * VERAR: QUITTUNG ZUM DATENSATZ UEBER GESELLSCHAFT UND            -
      *        PIN BZW. VNR-ANTR SUCHEN UND ERGEBNIS AUSWERTEN          -
           WHEN Z-QUIT-FUND = ZERO
      *
                ADD K-1 TO Z-ZAEHLER-UNBESTAETIGT
                ADD K-1 TO Z-ABST-UNBEST (Z-ABST-IDX)
      *
                MOVE SPACE                    TO AUSN-SATZ-AUS
                MOVE 'NICHT BESTAETIGT'
           WHEN Z-QUIT-STATUS (Z-QUIT-FUND) = K-QUIT-STATUS-OK
      *
                ADD K-1 TO Z-ZAEHLER-BESTAETIGT
                ADD K-1 TO Z-ABST-BEST (Z-ABST-IDX)
                MOVE K-JA TO Z-QUIT-VERWENDET (Z-QUIT-FUND)
                PERFORM U07-LADEBEST-SCHREIBEN
      *
           WHEN OTHER
      *
                ADD K-1 TO Z-ZAEHLER-ABGELEHNT
                ADD K-1 TO Z-ABST-ABGEL (Z-ABST-IDX)
                MOVE K-JA TO Z-QUIT-VERWENDET (Z-QUIT-FUND)
      *
                MOVE SPACE                    TO AUSN-SATZ-AUS
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-ABST-GES-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-SUCH-GES                                          -
      * OUT  : Z-ABST-IDX                                               -
      * VERAR: PLATZ DER GESELLSCHAFT IN DEN TABELLEN DER TAGES-        -
      *        ABSTIMMUNG (REIHENFOLGE WIE Z-STAT-GES-NR). UNBEKANNTE   -
      *        GESELLSCHAFTEN ERHALTEN PLATZ 18.                        -
      *-----------------------------------------------------------------
           MOVE K-18 TO Z-ABST-IDX
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
      *
                   IF Z-STAT-GES-NR (Z-ZAEHLER) = Z-ABST-SUCH-GES
                      MOVE Z-ZAEHLER TO Z-ABST-IDX
                      MOVE K-17 TO Z-ZAEHLER
                   END-IF
      *
           END-PERFORM
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-LADEBEST-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : WIEN-SATZ-EIN, Z-ABST-DATUM, Z-LADB-HEUTE                -
      * OUT  : LADB-DATEI                                               -
      * VERAR: BESTAETIGTEN DATENSATZ MIT SENDEDATUM (UEBERSCHRIFT)     -
      *        UND BESTAETIGUNGSDATUM FORTSCHREIBEN. IST DER SCHLUESSEL -
      *        SCHON VORHANDEN (MEHRERE SAETZE ZUM ANTRAG AM SELBEN     -
      *        TAG, WIEDERHOLUNGSLAUF), BLEIBT DIE ERSTE BESTAETIGUNG   -
      *        STEHEN. PROBELAEUFE UND WIEN-AUSGABEN OHNE UEBERSCHRIFT  -
      *        WERDEN NICHT FORTGESCHRIEBEN.                            -
      *-----------------------------------------------------------------
           IF S-ABST-TESTLAUF-AKTIV
              GO TO U07-EXIT
           END-IF
      *
           MOVE Z-ABST-DATUM(7:4)        TO Z-LADB-SENDE-DAT-X(1:4)
           MOVE Z-ABST-DATUM(4:2)        TO Z-LADB-SENDE-DAT-X(5:2)
           MOVE Z-ABST-DATUM(1:2)        TO Z-LADB-SENDE-DAT-X(7:2)
      *
           IF Z-LADB-SENDE-DAT-X NOT NUMERIC
              GO TO U07-EXIT
           END-IF
      *
           MOVE SPACE                    TO LADB-SATZ
           MOVE WIEN-SATZ-DATEN-PIN      TO LADB-SATZ-PIN
           MOVE WIEN-SATZ-DATEN-PGEB-GES TO LADB-SATZ-PGEB-GES
           MOVE Z-LADB-SENDE-DAT         TO LADB-SATZ-SENDE-DAT
           MOVE WIEN-SATZ-DATEN-VNR-ANTR TO LADB-SATZ-VNR-ANTR
           MOVE Z-LADB-HEUTE             TO LADB-SATZ-BESTAET-DAT
      *
           WRITE LADB-SATZ
      *
           EVALUATE TRUE
           WHEN S-LADB-OK
                ADD K-1                  TO Z-ZAEHLER-LADB
      *
           WHEN S-LADB-DUPKEY
                ADD K-1                  TO Z-ZAEHLER-LADB-VORH
      *
           WHEN OTHER
                MOVE 'U07  '             TO ERR-ORT-SEC
                MOVE K-17                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM SCHREIBEN LADB-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-LADB-STATUS       TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U07-EXIT.
           EXIT.
      *
      *------------------------------------------------------------*
      * BR93-PROG-FEHLER  --  PROGRAMM-/LOGIK-FEHLER BEHANDLUNG    *
