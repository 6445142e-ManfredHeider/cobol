       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0095.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: PARALLEL-TAGESLAUF, SCHRITT 1: AUFTEILEN     *
      *                 DER TDS-TAGESEINGABE (DRAN0163) NACH         *
      *                 GESELLSCHAFT (TDS-PGEB-GES) IN BIS ZU 4      *
      *                 PARTITIONEN. JEDE PARTITION WIRD VON EINEM   *
      *                 EIGENEN TEILLAUF PMAN0076 (PARM 'TN') MIT    *
      *                 EIGENER RESTART-DATEI VERARBEITET, DANACH    *
      *                 FUEHRT PMAN0096 DIE ERGEBNISSE ZUSAMMEN.     *
      *                                                              *
      *   ABLAUF: SEQ. LESEN DER TDS-EINGABE (INKL. DER PER JCL      *
      *           VORANGESTELLTEN REPARIERTEN UND ZURUECKGEHALTENEN  *
      *           SAETZE). JE SATZ:                                  *
      *           1. PLATZ DER GESELLSCHAFT IN DER GESELLSCHAFTS-    *
      *              LISTE (WIE Z-STAT-GES-NR IN PMAN0076).          *
      *           2. PARTITION = PLATZ REIHUM UEBER DIE ANZAHL DER   *
      *              PARTITIONEN (PLATZ 1 -> PARTITION 1, PLATZ 2    *
      *              -> PARTITION 2, ...). UNBEKANNTE GESELL-        *
      *              SCHAFTEN GEHEN IN PARTITION 1 (PMAN0076         *
      *              VERWIRFT SIE DORT IN DIE SUSPENSE-DATEI).       *
      *           3. SATZ UNVERAENDERT IN DIE PARTITION SCHREIBEN.   *
      *              DIE LESEFOLGE BLEIBT JE PARTITION ERHALTEN      *
      *              (KONSOLIDIERUNGS- UND GRUPPENMODUS).            *
      *           ALLE SAETZE EINER GESELLSCHAFT LIEGEN DAMIT IN     *
      *           GENAU EINER PARTITION. NICHT BENOETIGTE PARTI-     *
      *           TIONEN WERDEN LEER ANGELEGT. DER LAUF HAT KEINEN   *
      *           RESTART - BEI ABBRUCH WIRD ER KOMPLETT WIEDERHOLT. *
      *                                                              *
      *   PARM: LEER = 4 PARTITIONEN                                 *
      *         'N'  = N PARTITIONEN (1 BIS 4)                       *
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
           SELECT  TDS-EINGABE ASSIGN    TO  AS-EINGABE
                   FILE STATUS           IS  S-TDSFILE-EIN-STATUS.
      *
      *    * PARTITIONEN 1 BIS 4 (TDS-EINGABE DER TEILLAEUFE PMAN0076)
           SELECT  TEIL1-AUSGABE ASSIGN  TO  TDSTEIL1
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL1-STATUS.
      *
           SELECT  TEIL2-AUSGABE ASSIGN  TO  TDSTEIL2
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL2-STATUS.
      *
           SELECT  TEIL3-AUSGABE ASSIGN  TO  TDSTEIL3
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL3-STATUS.
      *
           SELECT  TEIL4-AUSGABE ASSIGN  TO  TDSTEIL4
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-TEIL4-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TDS-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0163.
      *
      *    * DIE PARTITIONEN HABEN EXAKT DAS TDS-FORMAT (DRAN0163,
      *      500 BYTES), DER SATZ WIRD UNVERAENDERT UEBERTRAGEN
       FD  TEIL1-AUSGABE
           LABEL RECORD STANDARD.
       01  TEIL1-SATZ-AUS                  PIC X(500).
      *
       FD  TEIL2-AUSGABE
           LABEL RECORD STANDARD.
       01  TEIL2-SATZ-AUS                  PIC X(500).
      *
       FD  TEIL3-AUSGABE
           LABEL RECORD STANDARD.
       01  TEIL3-SATZ-AUS                  PIC X(500).
      *
       FD  TEIL4-AUSGABE
           LABEL RECORD STANDARD.
       01  TEIL4-SATZ-AUS                  PIC X(500).
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0095'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * HOECHSTZAHL DER PARTITIONEN (ANZAHL DER AUSGABEDATEIEN)
      *      UND ANZAHL OHNE PARM
           05  K-TEIL-MAX                PIC 9(001) VALUE 4.
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
           05  S-TDSFILE-EIN-STATUS PIC  X(002) VALUE SPACE.
               88 S-TDSFILE-EIN-OK              VALUE '00'.
               88 S-TDSFILE-EIN-EOF             VALUE '10'.
      *
           05  S-TEIL1-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TEIL1-OK                    VALUE '00'.
      *
           05  S-TEIL2-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TEIL2-OK                    VALUE '00'.
      *
           05  S-TEIL3-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TEIL3-OK                    VALUE '00'.
      *
           05  S-TEIL4-STATUS       PIC  X(002) VALUE SPACE.
               88 S-TEIL4-OK                    VALUE '00'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-EINGABE       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-AUSGABE       PIC 9(8) VALUE ZERO.
      *
           05 Z-ZAEHLER               PIC 9(003).
      *
      *    * ANZAHL PARTITIONEN (AUS PARM) UND PARTITION DES SATZES
           05 Z-TEIL-ANZAHL           PIC 9(001) VALUE ZERO.
           05 Z-TEIL-NR               PIC 9(001) VALUE ZERO.
           05 Z-TEIL-PLATZ            PIC 9(003) VALUE ZERO.
           05 Z-TEIL-QUOTIENT         PIC 9(003) VALUE ZERO.
           05 Z-TEIL-REST             PIC 9(003) VALUE ZERO.
      *
      *    * SAETZE JE PARTITION
           05 Z-TEIL-SAETZE  OCCURS 4 TIMES PIC 9(008) VALUE ZERO.
      *
      *    * GESELLSCHAFTEN (LISTE WIE Z-STAT-GES-NR IN PMAN0076).
      *      PLATZ 18 = UNBEKANNTE GESELLSCHAFT
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
           05 Z-GES-IDX               PIC S9(004) COMP VALUE ZERO.
      *
      *    * SAETZE UND PARTITION JE GESELLSCHAFT (PLATZ WIE
      *      Z-STAT-GES-NR, 18 = UNBEKANNT)
           05 Z-GES-SAETZE   OCCURS 18 TIMES PIC 9(008) VALUE ZERO.
           05 Z-GES-TEIL     OCCURS 18 TIMES PIC 9(001) VALUE ZERO.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL:
      *      LEER           = K-TEIL-MAX PARTITIONEN
      *      'N'            = N PARTITIONEN (1 BIS K-TEIL-MAX)
       01  PI-PARM-BEREICH.
           05  PI-PARM-LAENGE            PIC S9(004) COMP.
           05  PI-PARM-DATEN             PIC X(001).

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
      *  INPUT : TDS-SATZ                                               *
      *  OUTPUT: TEIL1- BIS TEIL4-AUSGABE                               *
      *  VERARBEITUNG: PARTITION AUS DEM PLATZ DER GESELLSCHAFT         *
      *                BESTIMMEN UND DEN SATZ DORTHIN SCHREIBEN.        *
      *----------------------------------------------------------------*
      *
           MOVE TDS-PGEB-GES             TO Z-GES-SUCH-GES
      *
           PERFORM U02-GES-SUCHEN
      *
           IF Z-GES-IDX = K-18
              MOVE K-1                   TO Z-TEIL-NR
           ELSE
              COMPUTE Z-TEIL-PLATZ = Z-GES-IDX - K-1
              DIVIDE Z-TEIL-PLATZ BY Z-TEIL-ANZAHL
                 GIVING Z-TEIL-QUOTIENT
                 REMAINDER Z-TEIL-REST
              COMPUTE Z-TEIL-NR = Z-TEIL-REST + K-1
           END-IF
      *
           PERFORM U03-SCHREIBEN-TEIL
      *
           ADD K-1                       TO Z-GES-SAETZE (Z-GES-IDX)
           MOVE Z-TEIL-NR                TO Z-GES-TEIL (Z-GES-IDX)
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
           READ TDS-EINGABE
      *
           EVALUATE TRUE
           WHEN S-TDSFILE-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-TDSFILE-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
              DISPLAY 'E0-LESEN: TDS-EINGABE LEER'
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-TDSFILE-EIN-STATUS         TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-1                          TO ERR-ORT-LFD
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
           READ TDS-EINGABE
      *
           EVALUATE TRUE
           WHEN S-TDSFILE-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-EINGABE
      *
           WHEN S-TDSFILE-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-TDSFILE-EIN-STATUS         TO S-DATEI-STATUS
              MOVE S-DATEI-STATUS               TO ERR-VAR-ZEILE02
              MOVE K-2                          TO ERR-ORT-LFD
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
      *    - PARM PRUEFEN (ANZAHL PARTITIONEN)
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
           PERFORM V00-PARM-PRUEFEN
      *
           OPEN INPUT TDS-EINGABE
      *
           IF NOT S-TDSFILE-EIN-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TDS-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TDSFILE-EIN-STATUS  TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * ALLE PARTITIONEN WERDEN ANGELEGT (NICHT BENOETIGTE LEER),
      *      DAMIT EIN WIEDERHOLUNGSLAUF KEINE ALTEN SAETZE STEHEN
      *      LAESST
           OPEN OUTPUT TEIL1-AUSGABE
      *
           IF NOT S-TEIL1-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL1-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL1-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT TEIL2-AUSGABE
      *
           IF NOT S-TEIL2-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL2-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL2-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT TEIL3-AUSGABE
      *
           IF NOT S-TEIL3-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL3-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL3-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT TEIL4-AUSGABE
      *
           IF NOT S-TEIL4-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-7                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN TEIL4-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL4-STATUS        TO S-DATEI-STATUS
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
      * OUT  : Z-TEIL-ANZAHL                                            -
      * VERAR: OHNE PARM WIRD AUF K-TEIL-MAX PARTITIONEN AUFGETEILT.    -
      *        DIE ANZAHL MUSS ZU DEN TEILLAEUFEN DER JCL UND ZUM       -
      *        PARM DES ZUSAMMENFUEHRUNGSLAUFS PMAN0096 PASSEN.         -
      *----------------------------------------------------------------
           MOVE K-TEIL-MAX               TO Z-TEIL-ANZAHL
      *
           IF PI-PARM-LAENGE > ZERO
      *
              IF PI-PARM-DATEN(1:1) NOT NUMERIC
                 OR PI-PARM-DATEN(1:1) < '1'
                 OR PI-PARM-DATEN(1:1) > K-TEIL-MAX
                 MOVE 'V00  '            TO ERR-ORT-SEC
                 MOVE K-8                TO ERR-ORT-LFD
                 MOVE 'PARM UNGUELTIG (LEER ODER ANZAHL 1 BIS 4)'
                                         TO ERR-VAR-ZEILE01
                 MOVE PI-PARM-DATEN      TO ERR-VAR-ZEILE02
                 PERFORM BR93-PROG-FEHLER
                 PERFORM U01-ABBRUCH
              END-IF
      *
              MOVE PI-PARM-DATEN(1:1)    TO Z-TEIL-ANZAHL
      *
           END-IF
      *
           DISPLAY 'V00-PARM-PRUEFEN: AUFTEILUNG AUF ' Z-TEIL-ANZAHL
                   ' PARTITIONEN'
      *
           .
       V00-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
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
           CLOSE TDS-EINGABE

           IF NOT S-TDSFILE-EIN-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TDS-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TDSFILE-EIN-STATUS  TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TEIL1-AUSGABE

           IF NOT S-TEIL1-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL1-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL1-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TEIL2-AUSGABE

           IF NOT S-TEIL2-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL2-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL2-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TEIL3-AUSGABE

           IF NOT S-TEIL3-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL3-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL3-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE TEIL4-AUSGABE

           IF NOT S-TEIL4-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN TEIL4-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-TEIL4-STATUS        TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
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
      *
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY ' PROTOKOLL: AUFTEILUNG TDS-EINGABE AUF '
                   Z-TEIL-ANZAHL ' PARTITIONEN'
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL SAETZE TDS-EINGABE GELESEN :  '
                   Z-ZAEHLER-EINGABE
           DISPLAY 'ANZAHL SAETZE IN PARTITIONEN      :  '
                   Z-ZAEHLER-AUSGABE
           DISPLAY ' '
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > Z-TEIL-ANZAHL
                   DISPLAY '  PARTITION ' Z-ZAEHLER
                           '                   :  '
                           Z-TEIL-SAETZE (Z-ZAEHLER)
           END-PERFORM
      *
           DISPLAY ' '
           DISPLAY ' AUFGLIEDERUNG JE GESELLSCHAFT (GES / PARTITION /'
                   ' SAETZE):'
      *
           PERFORM VARYING Z-ZAEHLER FROM K-1 BY K-1 UNTIL
                   Z-ZAEHLER > K-17
                   IF Z-GES-SAETZE (Z-ZAEHLER) > ZERO
                      DISPLAY '  GES ' Z-STAT-GES-NR (Z-ZAEHLER)
                              '  PARTITION ' Z-GES-TEIL (Z-ZAEHLER)
                              '  :  ' Z-GES-SAETZE (Z-ZAEHLER)
                   END-IF
           END-PERFORM
      *
           IF Z-GES-SAETZE (K-18) > ZERO
              DISPLAY '  GES ?? (UNBEKANNT) PARTITION 1  :  '
                      Z-GES-SAETZE (K-18)
           END-IF
      *
           DISPLAY ' '
      *
           IF Z-ZAEHLER-AUSGABE NOT = Z-ZAEHLER-EINGABE
              MOVE 'N12  '               TO ERR-ORT-SEC
              MOVE K-14                  TO ERR-ORT-LFD
              MOVE 'SUMME PARTITIONEN UNGLEICH TDS-EINGABE'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
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
       U02-GES-SUCHEN SECTION.
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
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-SCHREIBEN-TEIL SECTION.
      *-----------------------------------------------------------------
      * IN   : TDS-SATZ, Z-TEIL-NR                                      -
      * OUT  : TEIL1- BIS TEIL4-AUSGABE                                 -
      *-----------------------------------------------------------------
           EVALUATE Z-TEIL-NR
           WHEN 1
              WRITE TEIL1-SATZ-AUS FROM TDS-SATZ
              MOVE S-TEIL1-STATUS        TO S-DATEI-STATUS
           WHEN 2
              WRITE TEIL2-SATZ-AUS FROM TDS-SATZ
              MOVE S-TEIL2-STATUS        TO S-DATEI-STATUS
           WHEN 3
              WRITE TEIL3-SATZ-AUS FROM TDS-SATZ
              MOVE S-TEIL3-STATUS        TO S-DATEI-STATUS
           WHEN 4
              WRITE TEIL4-SATZ-AUS FROM TDS-SATZ
              MOVE S-TEIL4-STATUS        TO S-DATEI-STATUS
           WHEN OTHER
              MOVE 'U03  '               TO ERR-ORT-SEC
              MOVE K-15                  TO ERR-ORT-LFD
              MOVE 'PARTITION AUSSERHALB 1 BIS 4'
                                         TO ERR-VAR-ZEILE01
              MOVE Z-TEIL-NR             TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-EVALUATE
      *
           IF NOT S-DATEI-OK
              MOVE 'U03  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN PARTITION'
                                         TO ERR-VAR-ZEILE01
              MOVE Z-TEIL-NR             TO ERR-VAR-ZEILE02
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-AUSGABE
                                            Z-TEIL-SAETZE (Z-TEIL-NR)
      *
           .
       U03-EXIT.
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
