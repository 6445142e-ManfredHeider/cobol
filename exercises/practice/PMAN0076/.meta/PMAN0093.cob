       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0093.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: BESTANDSKORREKTUR MIT VIER-AUGEN-FREIGABE.   *
      *                 DER VOLLBESTANDSABGLEICH PMAN0086 MELDET     *
      *                 MONATLICH 'FEHLT-IN-WIEN', 'FEHLT-BEI-UNS'   *
      *                 UND 'FELD-ABWEICHUNG' (DRAN0256). NACH DER   *
      *                 KLAERUNG KONNTE DIE ANTRAGS-BESTAND-DATEI    *
      *                 (DRAN0237) BISHER NUR DURCH EINEN NEUEN      *
      *                 TDS-SATZ BERICHTIGT WERDEN - DIESELBEN       *
      *                 DIFFERENZEN KAMEN JEDEN MONAT WIEDER.        *
      *                                                              *
      *   ABLAUF: SEQ. LESEN DER KORREKTURBUCHUNGEN (DRAN0273). JEDE *
      *           BUCHUNG TRAEGT DEN BEZUG AUF DIE ZEILE DER         *
      *           DIFF-AUSGABE, DEN ERFASSER UND EINEN ZWEITEN       *
      *           FREIGEBER.                                         *
      *           1. PRUEFUNG DER BUCHUNG:                           *
      *                - ERFASSER UND FREIGEBER MUESSEN ANGEGEBEN    *
      *                  UND VERSCHIEDEN SEIN (VIER-AUGEN-PRINZIP)   *
      *                - DIE AKTION MUSS ZUR DIFFERENZKLASSE PASSEN: *
      *                    FEHLT-IN-WIEN  : 'LS' LOESCHDATUM SETZEN  *
      *                    FEHLT-BEI-UNS  : 'LR' LOESCHDATUM         *
      *                                     ZURUECKSETZEN ODER       *
      *                                     'NA' EINTRAG NEU ANLEGEN *
      *                    FELD-ABWEICHUNG: 'BT' BEITRAG BZW. 'VB'   *
      *                                     VBNR KORRIGIEREN         *
      *                - NEUE WERTE MUESSEN GUELTIG SEIN (DATUM,     *
      *                  BETRAG, AKTIVER VERMITTLER IM STAMM)        *
      *                - DER BESTAND-EINTRAG MUSS DEN ZUSTAND DER    *
      *                  DIFFERENZ NOCH HABEN (SCHUTZ VOR DOPPELTER  *
      *                  VERARBEITUNG)                               *
      *           2. GUELTIGE BUCHUNG: BESTAND-EINTRAG AENDERN       *
      *              (REWRITE) BZW. ANLEGEN (WRITE) UND JE           *
      *              GEAENDERTEM FELD EINE ZEILE MIT WERT VORHER/    *
      *              NACHHER IM KORREKTURJOURNAL (DRAN0274).         *
      *           3. UNGUELTIGE BUCHUNG: ZEILE MIT GRUND IN DER      *
      *              ABWEISUNGSLISTE (DRAN0275), DER BESTAND BLEIBT  *
      *              UNVERAENDERT -> RETURN-CODE K-RC-WARNUNG.       *
      *                                                              *
      *   HINWEIS: DER LAUF MUSS ZWISCHEN ZWEI TAGESLAEUFEN DES      *
      *            PMAN0076 LAUFEN (BESTAND-DATEI WIRD               *
      *            FORTGESCHRIEBEN). WIEN WIRD NICHT BENACHRICHTIGT -*
      *            DIE KORREKTUR BETRIFFT NUR UNSEREN BESTAND.       *
      *            SIE ERZEUGT DAHER AUCH KEINEN SATZ IM SENDE-      *
      *            ARCHIV (DRAN0251). DER AUFBAU DES BESTANDS AUS    *
      *            DEM ARCHIV (PMAN0089) SPIELT DESHALB DAS          *
      *            KORREKTURJOURNAL NACH: JEDE GENERATION DES        *
      *            JOURNALS MUSS AUFBEWAHRT WERDEN, AUFBAU UND       *
      *            FELDNAMEN (K-FELD-...) NUR ZUSAMMEN MIT PMAN0089  *
      *            AENDERN.                                          *
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
      * ANTRAG-2153 !15.10.26! NEU                       ! RAHNER    *
      * ANTRAG-2153 !15.10.26! JOURNAL EINGABE PMAN0089  ! RAHNER    *
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
           SELECT  KORR-EINGABE ASSIGN   TO  KORRIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-KORR-EIN-STATUS.
      *
           SELECT  BESTAND-DATEI ASSIGN  TO  BESTAND
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  BESTAND-SATZ-SCHLUESSEL
                   FILE STATUS           IS  S-BESTAND-STATUS.
      *
           SELECT  VERM-DATEI ASSIGN     TO  VERMSTA
                   ACCESS MODE           IS  RANDOM
                   ORGANIZATION          IS  INDEXED
                   RECORD KEY            IS  VERM-SATZ-NR
                   FILE STATUS           IS  S-VERM-STATUS.
      *
           SELECT  KJOU-AUSGABE ASSIGN   TO  KORRJOUR
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-KJOU-AUS-STATUS.
      *
           SELECT  KABL-AUSGABE ASSIGN   TO  KORRABL
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-KABL-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  KORR-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0273.
      *
       FD  BESTAND-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0237.
      *
       FD  VERM-DATEI
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0247.
      *
       FD  KJOU-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0274 REPLACING DRAN0274 BY KJOU-SATZ-AUS.
      *
       FD  KABL-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0275 REPLACING DRAN0275 BY KABL-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0093'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * RETURN-CODE BEI ABGEWIESENEN BUCHUNGEN (FACHBEREICH MUSS
      *      DIE ABWEISUNGSLISTE BEARBEITEN)
           05  K-RC-WARNUNG              PIC S9(004) COMP VALUE 4.
      *
      *    * AKTIONEN DER KORREKTURBUCHUNG (VGL. DRAN0273)
           05  K-AKT-LOESCH-SETZEN       PIC X(002) VALUE 'LS'.
           05  K-AKT-LOESCH-ZURUECK      PIC X(002) VALUE 'LR'.
           05  K-AKT-BEITRAG             PIC X(002) VALUE 'BT'.
           05  K-AKT-VBNR                PIC X(002) VALUE 'VB'.
           05  K-AKT-NEUANLAGE           PIC X(002) VALUE 'NA'.
      *
      *    * DIFFERENZKLASSEN UND FELDNAMEN DES ABGLEICHS (PMAN0086)
           05  K-KL-FEHLT-IN-WIEN        PIC X(015)
                                         VALUE 'FEHLT-IN-WIEN'.
           05  K-KL-FEHLT-BEI-UNS        PIC X(015)
                                         VALUE 'FEHLT-BEI-UNS'.
           05  K-KL-FELD-ABWEICHUNG      PIC X(015)
                                         VALUE 'FELD-ABWEICHUNG'.
           05  K-FELD-BEITRAG            PIC X(010) VALUE 'BEITRAG'.
           05  K-FELD-VBNR               PIC X(010) VALUE 'VBNR'.
      *
      *    * FELDNAMEN IM KORREKTURJOURNAL (VGL. DRAN0274)
           05  K-FELD-LOESCH-DAT         PIC X(010) VALUE 'LOESCH-DAT'.
           05  K-FELD-ERST-DAT           PIC X(010) VALUE 'ERST-DAT'.
           05  K-FELD-SATZART            PIC X(010) VALUE 'SATZART'.
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
           05  S-KORR-EIN-STATUS    PIC  X(002) VALUE SPACE.
               88 S-KORR-EIN-OK                 VALUE '00'.
               88 S-KORR-EIN-EOF                VALUE '10'.
      *
           05  S-BESTAND-STATUS     PIC  X(002) VALUE SPACE.
               88 S-BESTAND-OK                  VALUE '00'.
               88 S-BESTAND-NOTFND              VALUE '23'.
      *
           05  S-VERM-STATUS        PIC  X(002) VALUE SPACE.
               88 S-VERM-OK                     VALUE '00'.
               88 S-VERM-NOTFND                 VALUE '23'.
      *
           05  S-KJOU-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-KJOU-AUS-OK                 VALUE '00'.
      *
           05  S-KABL-AUS-STATUS    PIC  X(002) VALUE SPACE.
               88 S-KABL-AUS-OK                 VALUE '00'.
      *
      *    * BESTAND-EINTRAG ZUR BUCHUNG VORHANDEN
           05  S-BESTAND-VORH       PIC  X(001) VALUE SPACE.
               88 S-BESTAND-GEFUNDEN            VALUE 'J'.
      *
      *    * ERGEBNIS U03-DATUM-PRUEFEN
           05  S-DATUM              PIC  X(001) VALUE SPACE.
               88 S-DATUM-OK                    VALUE 'J'.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-KORR-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-GEBUCHT       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ABGEWIESEN    PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LOESCH-SETZEN PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-LOESCH-ZURUECK
                                      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-BEITRAG       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-VBNR          PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-NEUANLAGE     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-KJOU-AUS      PIC 9(8) VALUE ZERO.
      *
      *    * TAGESDATUM (JJJJMMTT / TT.MM.JJJJ)
           05 Z-HEUTE                 PIC 9(008) VALUE ZERO.
           05 Z-HEUTE-X REDEFINES Z-HEUTE
                                      PIC X(008).
           05 Z-HEUTE-EUR             PIC X(010) VALUE SPACE.
      *
      *    * GEPRUEFTE DATEN DER BUCHUNG (JJJJMMTT / TT.MM.JJJJ)
           05 Z-ABGL-DAT-EUR          PIC X(010) VALUE SPACE.
           05 Z-NEU-LOESCH-DAT        PIC 9(008) VALUE ZERO.
           05 Z-NEU-ERST-DAT          PIC 9(008) VALUE ZERO.
           05 Z-NEU-GES-X             PIC X(002).
           05 Z-NEU-GES REDEFINES Z-NEU-GES-X
                                      PIC 9(002).
      *
      *    * DATUMSPRUEFUNG TTMMJJJJ -> JJJJMMTT (U03)
           05 Z-PRUEF-DAT-EIN         PIC X(008).
           05 Z-PRUEF-DAT             PIC 9(008) VALUE ZERO.
           05 Z-PRUEF-DAT-X REDEFINES Z-PRUEF-DAT
                                      PIC X(008).
           05 Z-PRUEF-TAGE            PIC S9(008) COMP VALUE ZERO.
      *
      *    * DATUMSAUFBEREITUNG (U08)
           05 Z-DATUM                 PIC 9(008).
           05 Z-DATUM-X REDEFINES Z-DATUM
                                      PIC X(008).
           05 Z-DATUM-EUR             PIC X(010).
      *
      *    * VERMITTLERNUMMER ALPHANUMERISCH (BESTAND) UND NUMERISCH
      *      (VERMITTLER-STAMM)
           05 Z-VBNR-X                PIC X(007).
           05 Z-VBNR REDEFINES Z-VBNR-X
                                      PIC 9(007).
      *
      *    * GRUND DER ABWEISUNG (LEER = BUCHUNG GUELTIG)
           05 Z-GRUND                 PIC X(040).
      *
      *    * ZEILE KORREKTURJOURNAL (U06)
           05 Z-JOUR-FELD             PIC X(010).
           05 Z-JOUR-VORHER           PIC X(013).
           05 Z-JOUR-NACHHER          PIC X(013).
      *
           05 Z-BEITRAG-EDIT          PIC ZZZZZZZZZ9,99.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
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
      *    * ABGEWIESENE BUCHUNGEN AN DEN SCHEDULER MELDEN
           IF Z-ZAEHLER-ABGEWIESEN > ZERO
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
      *  INPUT : KORR-SATZ, BESTAND-DATEI                               *
      *  OUTPUT: BESTAND-DATEI, KJOU-AUSGABE ODER KABL-AUSGABE          *
      *  VERARBEITUNG: BUCHUNG PRUEFEN, BESTAND-EINTRAG LESEN UND DIE   *
      *                AKTION AUSFUEHREN. JEDE ABWEISUNG (Z-GRUND)      *
      *                GEHT IN DIE ABWEISUNGSLISTE.                     *
      *----------------------------------------------------------------*
      *
           MOVE SPACE                    TO Z-GRUND
      *
           PERFORM U02-BUCHUNG-PRUEFEN
      *
           IF Z-GRUND NOT = SPACE
              PERFORM U07-ABWEISEN
              GO TO B1-EXIT
           END-IF
      *
           PERFORM U04-BESTAND-LESEN
      *
           EVALUATE KORR-SATZ-AKTION
           WHEN K-AKT-LOESCH-SETZEN
                PERFORM B11-LOESCHDATUM-SETZEN
           WHEN K-AKT-LOESCH-ZURUECK
                PERFORM B12-LOESCHDATUM-ZURUECK
           WHEN K-AKT-BEITRAG
                PERFORM B13-BEITRAG-KORRIGIEREN
           WHEN K-AKT-VBNR
                PERFORM B14-VBNR-KORRIGIEREN
           WHEN K-AKT-NEUANLAGE
                PERFORM B15-NEU-ANLEGEN
           END-EVALUATE
      *
           IF Z-GRUND NOT = SPACE
              PERFORM U07-ABWEISEN
              GO TO B1-EXIT
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-GEBUCHT
      *
           .
      *
       B1-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B11-LOESCHDATUM-SETZEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ, Z-NEU-LOESCH-DAT                           -
      * OUT  : BESTAND-DATEI, KJOU-AUSGABE ODER Z-GRUND                 -
      * VERAR: FEHLT-IN-WIEN: AKTIVEN EINTRAG MIT DEM GEKLAERTEN        -
      *        LOESCHDATUM LOESCHEN                                     -
      *-----------------------------------------------------------------
           IF NOT S-BESTAND-GEFUNDEN
              MOVE 'ANTRAG NICHT IM BESTAND' TO Z-GRUND
              GO TO B11-EXIT
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
              MOVE 'ANTRAG BEREITS GELOESCHT' TO Z-GRUND
              GO TO B11-EXIT
           END-IF
      *
           IF Z-NEU-LOESCH-DAT < BESTAND-SATZ-ERST-DAT
              MOVE 'LOESCHDATUM VOR ERSTERFASSUNG' TO Z-GRUND
              GO TO B11-EXIT
           END-IF
      *
           MOVE K-FELD-LOESCH-DAT        TO Z-JOUR-FELD
           MOVE BESTAND-SATZ-LOESCH-DAT  TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-JOUR-VORHER
           MOVE Z-NEU-LOESCH-DAT         TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-JOUR-NACHHER
      *
           MOVE Z-NEU-LOESCH-DAT         TO BESTAND-SATZ-LOESCH-DAT
      *
           PERFORM U09-BESTAND-ZURUECKSCHREIBEN
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-LOESCH-SETZEN
      *
           .
       B11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B12-LOESCHDATUM-ZURUECK SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ                                             -
      * OUT  : BESTAND-DATEI, KJOU-AUSGABE ODER Z-GRUND                 -
      * VERAR: FEHLT-BEI-UNS: ZU UNRECHT GELOESCHTEN EINTRAG WIEDER     -
      *        AKTIVIEREN (LOESCHDATUM NULL)                            -
      *-----------------------------------------------------------------
           IF NOT S-BESTAND-GEFUNDEN
              MOVE 'ANTRAG NICHT IM BESTAND (NEUANLAGE NA)'
                                         TO Z-GRUND
              GO TO B12-EXIT
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT = ZERO
              MOVE 'ANTRAG BEREITS AKTIV' TO Z-GRUND
              GO TO B12-EXIT
           END-IF
      *
           MOVE K-FELD-LOESCH-DAT        TO Z-JOUR-FELD
           MOVE BESTAND-SATZ-LOESCH-DAT  TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-JOUR-VORHER
           MOVE SPACE                    TO Z-JOUR-NACHHER
      *
           MOVE ZERO                     TO BESTAND-SATZ-LOESCH-DAT
      *
           PERFORM U09-BESTAND-ZURUECKSCHREIBEN
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-LOESCH-ZURUECK
      *
           .
       B12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B13-BEITRAG-KORRIGIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ, KORR-SATZ-BEITRAG                          -
      * OUT  : BESTAND-DATEI, KJOU-AUSGABE ODER Z-GRUND                 -
      *-----------------------------------------------------------------
           IF NOT S-BESTAND-GEFUNDEN
              MOVE 'ANTRAG NICHT IM BESTAND' TO Z-GRUND
              GO TO B13-EXIT
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
              MOVE 'ANTRAG IM BESTAND GELOESCHT' TO Z-GRUND
              GO TO B13-EXIT
           END-IF
      *
           IF BESTAND-SATZ-BEITRAG = KORR-SATZ-BEITRAG
              MOVE 'BEITRAG BEREITS KORRIGIERT' TO Z-GRUND
              GO TO B13-EXIT
           END-IF
      *
           MOVE K-FELD-BEITRAG           TO Z-JOUR-FELD
           MOVE BESTAND-SATZ-BEITRAG     TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO Z-JOUR-VORHER
           MOVE KORR-SATZ-BEITRAG        TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO Z-JOUR-NACHHER
      *
           MOVE KORR-SATZ-BEITRAG        TO BESTAND-SATZ-BEITRAG
      *
           PERFORM U09-BESTAND-ZURUECKSCHREIBEN
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-BEITRAG
      *
           .
       B13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B14-VBNR-KORRIGIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ, KORR-SATZ-VBNR                             -
      * OUT  : BESTAND-DATEI, KJOU-AUSGABE ODER Z-GRUND                 -
      *-----------------------------------------------------------------
           IF NOT S-BESTAND-GEFUNDEN
              MOVE 'ANTRAG NICHT IM BESTAND' TO Z-GRUND
              GO TO B14-EXIT
           END-IF
      *
           IF BESTAND-SATZ-LOESCH-DAT NOT = ZERO
              MOVE 'ANTRAG IM BESTAND GELOESCHT' TO Z-GRUND
              GO TO B14-EXIT
           END-IF
      *
           IF BESTAND-SATZ-VBNR = KORR-SATZ-VBNR
              MOVE 'VBNR BEREITS KORRIGIERT' TO Z-GRUND
              GO TO B14-EXIT
           END-IF
      *
           MOVE K-FELD-VBNR              TO Z-JOUR-FELD
           MOVE BESTAND-SATZ-VBNR        TO Z-JOUR-VORHER
           MOVE KORR-SATZ-VBNR           TO Z-JOUR-NACHHER
      *
           MOVE KORR-SATZ-VBNR           TO BESTAND-SATZ-VBNR
      *
           PERFORM U09-BESTAND-ZURUECKSCHREIBEN
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-VBNR
      *
           .
       B14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       B15-NEU-ANLEGEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ, Z-NEU-ERST-DAT                                -
      * OUT  : BESTAND-DATEI, KJOU-AUSGABE ODER Z-GRUND                 -
      * VERAR: FEHLT-BEI-UNS: DEN IN WIEN GEFUEHRTEN ANTRAG AKTIV       -
      *        ANLEGEN. LETZT-MODUS BLEIBT LEER (KEIN TDS-SATZ); DER    -
      *        NAECHSTE TDS-SATZ ZUM ANTRAG SCHREIBT IHN FORT.          -
      *        JE FELD EINE JOURNALZEILE OHNE WERT VORHER.              -
      *-----------------------------------------------------------------
           IF S-BESTAND-GEFUNDEN
              MOVE 'ANTRAG BEREITS IM BESTAND' TO Z-GRUND
              GO TO B15-EXIT
           END-IF
      *
           MOVE SPACE                    TO BESTAND-SATZ
           MOVE KORR-SATZ-NR             TO BESTAND-SATZ-NR
           MOVE Z-NEU-GES                TO BESTAND-SATZ-PGEB-GES
           MOVE Z-NEU-ERST-DAT           TO BESTAND-SATZ-ERST-DAT
           MOVE ZERO                     TO BESTAND-SATZ-LOESCH-DAT
           MOVE KORR-SATZ-SATZART        TO BESTAND-SATZ-SATZART
           MOVE KORR-SATZ-BEITRAG        TO BESTAND-SATZ-BEITRAG
           MOVE KORR-SATZ-VBNR           TO BESTAND-SATZ-VBNR
      *
           WRITE BESTAND-SATZ
      *
           IF NOT S-BESTAND-OK
              MOVE 'B15  '               TO ERR-ORT-SEC
              MOVE K-1                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           MOVE SPACE                    TO Z-JOUR-VORHER
      *
           MOVE K-FELD-ERST-DAT          TO Z-JOUR-FELD
           MOVE Z-NEU-ERST-DAT           TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-JOUR-NACHHER
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           MOVE K-FELD-SATZART           TO Z-JOUR-FELD
           MOVE KORR-SATZ-SATZART        TO Z-JOUR-NACHHER
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           MOVE K-FELD-BEITRAG           TO Z-JOUR-FELD
           MOVE KORR-SATZ-BEITRAG        TO Z-BEITRAG-EDIT
           MOVE Z-BEITRAG-EDIT           TO Z-JOUR-NACHHER
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           MOVE K-FELD-VBNR              TO Z-JOUR-FELD
           MOVE KORR-SATZ-VBNR           TO Z-JOUR-NACHHER
           PERFORM U06-JOURNAL-SCHREIBEN
      *
           ADD K-1                       TO Z-ZAEHLER-NEUANLAGE
      *
           .
       B15-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       E0-LESEN SECTION.
      *-----------------------------------------------------------------
      * INPUT : -                                                      -
      * OUTPUT: (NÄCHSTER) SATZ EINGABEDATEI, S-NZ (ZUSTAND)           -
      *-----------------------------------------------------------------
      *
           READ KORR-EINGABE
      *
           EVALUATE TRUE
           WHEN S-KORR-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-KORR-EIN
      *
           WHEN S-KORR-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
              DISPLAY 'E0-LESEN: KEINE KORREKTURBUCHUNGEN'
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-KORR-EIN-STATUS            TO S-DATEI-STATUS
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
           READ KORR-EINGABE
      *
           EVALUATE TRUE
           WHEN S-KORR-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-KORR-EIN
      *
           WHEN S-KORR-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-KORR-EIN-STATUS            TO S-DATEI-STATUS
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
      *    - TAGESDATUM ERMITTELN
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO Z-HEUTE-X
           MOVE Z-HEUTE                  TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-HEUTE-EUR
      *
           OPEN INPUT KORR-EINGABE
      *
           IF NOT S-KORR-EIN-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN KORR-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KORR-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN I-O BESTAND-DATEI
      *
           IF NOT S-BESTAND-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
      *    * OHNE VERMITTLER-STAMM KOENNEN VBNR-KORREKTUREN UND
      *      NEUANLAGEN NICHT GEPRUEFT WERDEN - ABBRUCH WIE IN PMAN0090
           OPEN INPUT VERM-DATEI
      *
           IF NOT S-VERM-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN VERM-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VERM-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT KJOU-AUSGABE
      *
           IF NOT S-KJOU-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-7                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN KJOU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KJOU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT KABL-AUSGABE
      *
           IF NOT S-KABL-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN KABL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KABL-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       V0-EXIT.
           EXIT.
      *
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
           CLOSE KORR-EINGABE

           IF NOT S-KORR-EIN-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN KORR-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KORR-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE BESTAND-DATEI

           IF NOT S-BESTAND-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE VERM-DATEI

           IF NOT S-VERM-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN VERM-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-VERM-STATUS         TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE KJOU-AUSGABE

           IF NOT S-KJOU-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-12                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN KJOU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KJOU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE KABL-AUSGABE

           IF NOT S-KABL-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-13                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN KABL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KABL-AUS-STATUS     TO S-DATEI-STATUS
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
           DISPLAY ' PROTOKOLL: BESTANDSKORREKTUR VOM ' Z-HEUTE-EUR
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'ANZAHL KORREKTURBUCHUNGEN GELESEN :  '
                   Z-ZAEHLER-KORR-EIN
           DISPLAY 'DAVON GEBUCHT                     :  '
                   Z-ZAEHLER-GEBUCHT
           DISPLAY '  LOESCHDATUM GESETZT       (LS)  :  '
                   Z-ZAEHLER-LOESCH-SETZEN
           DISPLAY '  LOESCHDATUM ZURUECKGESETZT (LR) :  '
                   Z-ZAEHLER-LOESCH-ZURUECK
           DISPLAY '  BEITRAG KORRIGIERT        (BT)  :  '
                   Z-ZAEHLER-BEITRAG
           DISPLAY '  VBNR KORRIGIERT           (VB)  :  '
                   Z-ZAEHLER-VBNR
           DISPLAY '  EINTRAG NEU ANGELEGT      (NA)  :  '
                   Z-ZAEHLER-NEUANLAGE
           DISPLAY 'DAVON ABGEWIESEN                  :  '
                   Z-ZAEHLER-ABGEWIESEN
           DISPLAY 'ZEILEN IM KORREKTURJOURNAL        :  '
                   Z-ZAEHLER-KJOU-AUS
           DISPLAY ' '
      *
           IF Z-ZAEHLER-ABGEWIESEN > ZERO
              DISPLAY ' *** ACHTUNG: ABGEWIESENE BUCHUNGEN - SIEHE'
                      ' ABWEISUNGSLISTE ***'
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
       U02-BUCHUNG-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ                                                -
      * OUT  : Z-GRUND (LEER = GUELTIG), Z-ABGL-DAT-EUR, Z-NEU-GES,     -
      *        Z-NEU-LOESCH-DAT, Z-NEU-ERST-DAT                         -
      * VERAR: VIER-AUGEN-PRINZIP, BEZUG, PASSENDE AKTION ZUR           -
      *        DIFFERENZKLASSE UND NEUE WERTE PRUEFEN. DER ERSTE        -
      *        FEHLER IST DER GRUND DER ABWEISUNG.                      -
      *-----------------------------------------------------------------
           IF KORR-SATZ-ERFASSER = SPACE
              MOVE 'ERFASSER FEHLT'      TO Z-GRUND
              GO TO U02-EXIT
           END-IF
      *
           IF KORR-SATZ-FREIGEBER = SPACE
              MOVE 'FREIGABE FEHLT (VIER-AUGEN-PRINZIP)'
                                         TO Z-GRUND
              GO TO U02-EXIT
           END-IF
      *
           IF KORR-SATZ-FREIGEBER = KORR-SATZ-ERFASSER
              MOVE 'ERFASSER = FREIGEBER (VIER-AUGEN-PRINZIP)'
                                         TO Z-GRUND
              GO TO U02-EXIT
           END-IF
      *
      *    * SCHLUESSEL DES BESTAND-EINTRAGS
           MOVE KORR-SATZ-PGEB-GES       TO Z-NEU-GES-X
      *
           IF KORR-SATZ-NR = SPACE
              OR Z-NEU-GES-X NOT NUMERIC
              MOVE 'TDS-NR/GESELLSCHAFT UNGUELTIG'
                                         TO Z-GRUND
              GO TO U02-EXIT
           END-IF
      *
      *    * BEZUG AUF DIE DIFF-AUSGABE
           MOVE KORR-SATZ-ABGL-DAT       TO Z-PRUEF-DAT-EIN
           PERFORM U03-DATUM-PRUEFEN
      *
           IF NOT S-DATUM-OK
              OR Z-PRUEF-DAT > Z-HEUTE
              MOVE 'BEZUG: ABGLEICHSDATUM UNGUELTIG'
                                         TO Z-GRUND
              GO TO U02-EXIT
           END-IF
      *
           MOVE Z-PRUEF-DAT              TO Z-DATUM
           PERFORM U08-DATUM-EUR
           MOVE Z-DATUM-EUR              TO Z-ABGL-DAT-EUR
      *
           EVALUATE KORR-SATZ-AKTION
           WHEN K-AKT-LOESCH-SETZEN
      *
                IF KORR-SATZ-KLASSE NOT = K-KL-FEHLT-IN-WIEN
                   MOVE 'AKTION PASST NICHT ZUR DIFFERENZKLASSE'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                MOVE KORR-SATZ-LOESCH-DAT TO Z-PRUEF-DAT-EIN
                PERFORM U03-DATUM-PRUEFEN
      *
                IF NOT S-DATUM-OK
                   OR Z-PRUEF-DAT > Z-HEUTE
                   MOVE 'LOESCHDATUM UNGUELTIG'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                MOVE Z-PRUEF-DAT         TO Z-NEU-LOESCH-DAT
      *
           WHEN K-AKT-LOESCH-ZURUECK
      *
                IF KORR-SATZ-KLASSE NOT = K-KL-FEHLT-BEI-UNS
                   MOVE 'AKTION PASST NICHT ZUR DIFFERENZKLASSE'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
           WHEN K-AKT-BEITRAG
      *
                IF KORR-SATZ-KLASSE NOT = K-KL-FELD-ABWEICHUNG
                   OR KORR-SATZ-FELD NOT = K-FELD-BEITRAG
                   MOVE 'AKTION PASST NICHT ZUR DIFFERENZKLASSE'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                IF KORR-SATZ-BEITRAG-X NOT NUMERIC
                   MOVE 'BEITRAG UNGUELTIG'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
           WHEN K-AKT-VBNR
      *
                IF KORR-SATZ-KLASSE NOT = K-KL-FELD-ABWEICHUNG
                   OR KORR-SATZ-FELD NOT = K-FELD-VBNR
                   MOVE 'AKTION PASST NICHT ZUR DIFFERENZKLASSE'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                PERFORM U05-VERMITTLER-PRUEFEN
      *
           WHEN K-AKT-NEUANLAGE
      *
                IF KORR-SATZ-KLASSE NOT = K-KL-FEHLT-BEI-UNS
                   MOVE 'AKTION PASST NICHT ZUR DIFFERENZKLASSE'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                IF KORR-SATZ-BEITRAG-X NOT NUMERIC
                   MOVE 'BEITRAG UNGUELTIG'
                                         TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
                IF KORR-SATZ-SATZART = SPACE
                   MOVE 'SATZART FEHLT'  TO Z-GRUND
                   GO TO U02-EXIT
                END-IF
      *
      *    * ERSTERFASSUNG: OHNE ANGABE DAS TAGESDATUM
                IF KORR-SATZ-ERST-DAT = SPACE
                   MOVE Z-HEUTE          TO Z-NEU-ERST-DAT
                ELSE
                   MOVE KORR-SATZ-ERST-DAT TO Z-PRUEF-DAT-EIN
                   PERFORM U03-DATUM-PRUEFEN
                   IF NOT S-DATUM-OK
                      OR Z-PRUEF-DAT > Z-HEUTE
                      MOVE 'ERSTERFASSUNGSDATUM UNGUELTIG'
                                         TO Z-GRUND
                      GO TO U02-EXIT
                   END-IF
                   MOVE Z-PRUEF-DAT      TO Z-NEU-ERST-DAT
                END-IF
      *
                PERFORM U05-VERMITTLER-PRUEFEN
      *
           WHEN OTHER
      *
                MOVE 'AKTION UNGUELTIG'  TO Z-GRUND
      *
           END-EVALUATE
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-DATUM-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-PRUEF-DAT-EIN (TTMMJJJJ)                               -
      * OUT  : Z-PRUEF-DAT (JJJJMMTT), S-DATUM                          -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO S-DATUM
           MOVE ZERO                     TO Z-PRUEF-DAT
      *
           IF Z-PRUEF-DAT-EIN NOT NUMERIC
              GO TO U03-EXIT
           END-IF
      *
           MOVE Z-PRUEF-DAT-EIN(5:4)     TO Z-PRUEF-DAT-X(1:4)
           MOVE Z-PRUEF-DAT-EIN(3:2)     TO Z-PRUEF-DAT-X(5:2)
           MOVE Z-PRUEF-DAT-EIN(1:2)     TO Z-PRUEF-DAT-X(7:2)
      *
           COMPUTE Z-PRUEF-TAGE
                 = FUNCTION INTEGER-OF-DATE (Z-PRUEF-DAT)
      *
           IF Z-PRUEF-TAGE = ZERO
              MOVE ZERO                  TO Z-PRUEF-DAT
              GO TO U03-EXIT
           END-IF
      *
           SET S-DATUM-OK                TO TRUE
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-BESTAND-LESEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ-NR, Z-NEU-GES                                  -
      * OUT  : BESTAND-SATZ, S-BESTAND-VORH                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO S-BESTAND-VORH
      *
           MOVE KORR-SATZ-NR             TO BESTAND-SATZ-NR
           MOVE Z-NEU-GES                TO BESTAND-SATZ-PGEB-GES
      *
           READ BESTAND-DATEI
      *
           EVALUATE TRUE
           WHEN S-BESTAND-OK
                SET S-BESTAND-GEFUNDEN   TO TRUE
      *
           WHEN S-BESTAND-NOTFND
                CONTINUE
      *
           WHEN OTHER
                MOVE 'U04  '             TO ERR-ORT-SEC
                MOVE K-14                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-BESTAND-STATUS    TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-VERMITTLER-PRUEFEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ-VBNR                                           -
      * OUT  : GGF. Z-GRUND                                             -
      * VERAR: DIE NEUE VBNR MUSS IM VERMITTLER-STAMM AKTIV SEIN        -
      *        (WIE IN PMAN0076 FUER NEUE TDS-SAETZE)                   -
      *-----------------------------------------------------------------
           MOVE KORR-SATZ-VBNR           TO Z-VBNR-X
      *
           IF Z-VBNR-X NOT NUMERIC
              MOVE 'VBNR UNGUELTIG'      TO Z-GRUND
              GO TO U05-EXIT
           END-IF
      *
           MOVE Z-VBNR                   TO VERM-SATZ-NR
      *
           READ VERM-DATEI
      *
           EVALUATE TRUE
           WHEN S-VERM-OK
      *
                IF VERM-SATZ-STATUS NOT = K-A
                   MOVE 'VERMITTLER INAKTIV' TO Z-GRUND
                END-IF
      *
           WHEN S-VERM-NOTFND
      *
                MOVE 'VERMITTLER NICHT IM STAMM' TO Z-GRUND
      *
           WHEN OTHER
                MOVE 'U05  '             TO ERR-ORT-SEC
                MOVE K-15                TO ERR-ORT-LFD
                MOVE 'FEHLER BEIM LESEN VERM-DATEI'
                                         TO ERR-VAR-ZEILE01
                MOVE S-VERM-STATUS       TO S-DATEI-STATUS
                PERFORM BR94-DATEI-FEHLER
                PERFORM U01-ABBRUCH
      *
           END-EVALUATE
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-JOURNAL-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ, Z-ABGL-DAT-EUR, Z-JOUR-FELD/-VORHER/-NACHHER  -
      * OUT  : KJOU-AUSGABE                                             -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO KJOU-SATZ-AUS
      *
           MOVE ';'                      TO KJOU-SATZ-DATEN-SEMIK-1
                                            KJOU-SATZ-DATEN-SEMIK-2
                                            KJOU-SATZ-DATEN-SEMIK-3
                                            KJOU-SATZ-DATEN-SEMIK-4
                                            KJOU-SATZ-DATEN-SEMIK-5
                                            KJOU-SATZ-DATEN-SEMIK-6
                                            KJOU-SATZ-DATEN-SEMIK-7
                                            KJOU-SATZ-DATEN-SEMIK-8
                                            KJOU-SATZ-DATEN-SEMIK-9
                                            KJOU-SATZ-DATEN-SEMIK-10
                                            KJOU-SATZ-DATEN-SEMIK-11
      *
           MOVE Z-HEUTE-EUR              TO KJOU-SATZ-DATEN-LAUF-DAT
           MOVE Z-ABGL-DAT-EUR           TO KJOU-SATZ-DATEN-ABGL-DAT
           MOVE KORR-SATZ-KLASSE         TO KJOU-SATZ-DATEN-KLASSE
           MOVE KORR-SATZ-PGEB-GES       TO KJOU-SATZ-DATEN-PGEB-GES
           MOVE KORR-SATZ-NR             TO KJOU-SATZ-DATEN-NR
           MOVE KORR-SATZ-AKTION         TO KJOU-SATZ-DATEN-AKTION
           MOVE Z-JOUR-FELD              TO KJOU-SATZ-DATEN-FELD
           MOVE Z-JOUR-VORHER            TO KJOU-SATZ-DATEN-WERT-VORHER
           MOVE Z-JOUR-NACHHER           TO KJOU-SATZ-DATEN-WERT-NACHH
           MOVE KORR-SATZ-ERFASSER       TO KJOU-SATZ-DATEN-ERFASSER
           MOVE KORR-SATZ-FREIGEBER      TO KJOU-SATZ-DATEN-FREIGEBER
      *
           WRITE KJOU-SATZ-AUS
      *
           IF NOT S-KJOU-AUS-OK
              MOVE 'U06  '               TO ERR-ORT-SEC
              MOVE K-16                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN KJOU-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KJOU-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-KJOU-AUS
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-ABWEISEN SECTION.
      *-----------------------------------------------------------------
      * IN   : KORR-SATZ, Z-GRUND                                       -
      * OUT  : KABL-AUSGABE                                             -
      *-----------------------------------------------------------------
           ADD K-1                       TO Z-ZAEHLER-ABGEWIESEN
      *
           MOVE SPACE                    TO KABL-SATZ-AUS
      *
           MOVE ';'                      TO KABL-SATZ-DATEN-SEMIK-1
                                            KABL-SATZ-DATEN-SEMIK-2
                                            KABL-SATZ-DATEN-SEMIK-3
                                            KABL-SATZ-DATEN-SEMIK-4
                                            KABL-SATZ-DATEN-SEMIK-5
                                            KABL-SATZ-DATEN-SEMIK-6
                                            KABL-SATZ-DATEN-SEMIK-7
                                            KABL-SATZ-DATEN-SEMIK-8
      *
      *    * BEZUGSDATUM WIE ERFASST (BEI UNGUELTIGEM DATUM)
           MOVE KORR-SATZ-ABGL-DAT       TO KABL-SATZ-DATEN-ABGL-DAT
           MOVE KORR-SATZ-KLASSE         TO KABL-SATZ-DATEN-KLASSE
           MOVE KORR-SATZ-PGEB-GES       TO KABL-SATZ-DATEN-PGEB-GES
           MOVE KORR-SATZ-NR             TO KABL-SATZ-DATEN-NR
           MOVE KORR-SATZ-AKTION         TO KABL-SATZ-DATEN-AKTION
           MOVE KORR-SATZ-ERFASSER       TO KABL-SATZ-DATEN-ERFASSER
           MOVE KORR-SATZ-FREIGEBER      TO KABL-SATZ-DATEN-FREIGEBER
           MOVE Z-GRUND                  TO KABL-SATZ-DATEN-GRUND
      *
           WRITE KABL-SATZ-AUS
      *
           IF NOT S-KABL-AUS-OK
              MOVE 'U07  '               TO ERR-ORT-SEC
              MOVE K-17                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN KABL-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-KABL-AUS-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           DISPLAY ' *** BUCHUNG ABGEWIESEN: ' KORR-SATZ-PGEB-GES ' '
                   KORR-SATZ-NR ' ' KORR-SATZ-AKTION ' ' Z-GRUND
      *
           .
       U07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U08-DATUM-EUR SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-DATUM (JJJJMMTT)                                       -
      * OUT  : Z-DATUM-EUR (TT.MM.JJJJ, LEER BEI NULL)                  -
      *-----------------------------------------------------------------
           MOVE SPACE                    TO Z-DATUM-EUR
      *
           IF Z-DATUM = ZERO
              GO TO U08-EXIT
           END-IF
      *
           MOVE Z-DATUM-X(7:2)           TO Z-DATUM-EUR(1:2)
           MOVE '.'                      TO Z-DATUM-EUR(3:1)
           MOVE Z-DATUM-X(5:2)           TO Z-DATUM-EUR(4:2)
           MOVE '.'                      TO Z-DATUM-EUR(6:1)
           MOVE Z-DATUM-X(1:4)           TO Z-DATUM-EUR(7:4)
      *
           .
       U08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U09-BESTAND-ZURUECKSCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : BESTAND-SATZ (GEAENDERT)                                 -
      * OUT  : BESTAND-DATEI                                            -
      *-----------------------------------------------------------------
           REWRITE BESTAND-SATZ
      *
           IF NOT S-BESTAND-OK
              MOVE 'U09  '               TO ERR-ORT-SEC
              MOVE K-18                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ZURUECKSCHREIBEN BESTAND-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BESTAND-STATUS      TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           .
       U09-EXIT.
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
      * INPUT   : ERR-ERROR-BEREICH                                *
      * BENÖTIGT: IMMER                                            *
      *------------------------------------------------------------*
       COPY DPAT0039.
