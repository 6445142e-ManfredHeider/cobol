       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PMAN0091.
       AUTHOR.        RAHNER.
      *
      ****************************************************************
      *                                                              *
      *   BESCHREIBUNG: TAGESABSTIMMUNGSBLATT DER JOBKETTE PMAN0076  *
      *                 -> 0078 -> 0080 -> 0081 -> 0082. BISHER      *
      *                 GAB JEDES PROGRAMM SEINE ANZAHLEN NUR ALS    *
      *                 DISPLAY-ZEILEN AUS, DIE VON HAND VERGLICHEN  *
      *                 WERDEN MUSSTEN.                              *
      *                                                              *
      *   ABLAUF: 1. SEQ. LESEN DER KONTROLLSAETZE (DRAN0268) ALLER  *
      *              PROGRAMME DER KETTE (ABSTIN, PER JCL            *
      *              KONKATENIERT; FUER DEN ABGLEICH PMAN0076 GEGEN  *
      *              PMAN0080 IST AUCH DIE PMAN0076-GENERATION DES   *
      *              VORTAGES ANZUGEBEN) IN EINE TABELLE. SAETZE AUS *
      *              PROBELAEUFEN ('TEST') WERDEN UEBERLESEN,        *
      *              DOPPELTE SCHLUESSEL GEMELDET.                   *
      *           2. ABSTIMMREGELN JE DATUM UND GESELLSCHAFT:        *
      *              - PMAN0076: GELESEN = GESENDET + SUSPENSE +     *
      *                PRUEFDATEI + VERM-AUSN + GESPERRT +           *
      *                KONSOLIDIERT                                  *
      *              - PMAN0076/0078: TDS-SAETZE OHNE ANTRAG GLEICH  *
      *                (ENTFAELLT BEI KONSOLIDIERUNG)                *
      *              - PMAN0080: DATENSAETZE = BESTAETIGT +          *
      *                ABGELEHNT + UNBESTAETIGT                      *
      *              - PMAN0076 GESENDET = PMAN0080 BESTAETIGT +     *
      *                ABGELEHNT + UNBESTAETIGT (GLEICHES DATUM)     *
      *              - PMAN0081: GELADENE AUSNAHMEN = PMAN0080       *
      *                ABGELEHNT + UNBESTAETIGT UND = NACHGELIEFERT  *
      *                + ESKALIERT + OHNE DATENSATZ                  *
      *              - PMAN0082: SUSPENSE GELESEN = REPARIERT +      *
      *                REST-SUSPENSE                                 *
      *              FEHLT DER LAUF EINES PROGRAMMS, ENTSTEHT EINE   *
      *              ZEILE 'FEHLT'.                                  *
      *           3. JE REGEL EINE ZEILE IM ABSTIMMUNGSBLATT         *
      *              (DRAN0269) UND IM PROTOKOLL.                    *
      *           JEDE DIFFERENZ ODER LUECKE -> RETURN-CODE          *
      *           K-RC-WARNUNG: DIE UEBERTRAGUNG NACH WIEN DARF ERST *
      *           NACH KLAERUNG FREIGEGEBEN WERDEN.                  *
      *                                                              *
      *   PARM: 'TTMMJJJJ' = VERARBEITUNGSDATUM DES PMAN0076-LAUFS   *
      *         (PFLICHT).                                           *
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
      * ANTRAG-2151 !15.10.26! NEU                       ! RAHNER    *
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
           SELECT  ABST-EINGABE ASSIGN   TO  ABSTIN
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-ABST-EIN-STATUS.
      *
           SELECT  BLATT-AUSGABE ASSIGN  TO  AUSGABE
                   ACCESS MODE           IS  SEQUENTIAL
                   ORGANIZATION          IS  SEQUENTIAL
                   FILE STATUS           IS  S-BLATT-AUS-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ABST-EINGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0268 REPLACING DRAN0268 BY ABST-SATZ-EIN.
      *
       FD  BLATT-AUSGABE
           LABEL RECORD STANDARD.
CCC021     COPY DRAN0269 REPLACING DRAN0269 BY BLATT-SATZ-AUS.
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
           05  K-PGM-NAME                PIC X(008) VALUE 'PMAN0091'.
      *
      *    * KONSTANTEN FÜR STANDARD-RAHMEN (ZUSTAND)
           05  K-ZUSTAND-OK              PIC X(001) VALUE '1'.
           05  K-ZUSTAND-EOF             PIC X(001) VALUE '2'.
      *
      *    * MAX. ANZAHL KONTROLLSAETZE JE LAUF (GROESSE Z-ABST-TAB)
      *      UND MAX. ANZAHL PROGRAMMLAEUFE (GROESSE Z-LAUF-TAB)
           05  K-ABST-MAX                PIC S9(004) COMP VALUE 3000.
           05  K-LAUF-MAX                PIC S9(004) COMP VALUE 50.
      *
      *    * RETURN-CODE BEI DIFFERENZEN ODER FEHLENDEN LAEUFEN
      *      (FREIGABE DER WIEN-UEBERTRAGUNG ZURUECKHALTEN)
           05  K-RC-WARNUNG              PIC S9(004) COMP VALUE 4.
      *
      *    * PROGRAMME DER JOBKETTE
           05  K-PGM-0076                PIC X(008) VALUE 'PMAN0076'.
           05  K-PGM-0078                PIC X(008) VALUE 'PMAN0078'.
           05  K-PGM-0080                PIC X(008) VALUE 'PMAN0080'.
           05  K-PGM-0081                PIC X(008) VALUE 'PMAN0081'.
           05  K-PGM-0082                PIC X(008) VALUE 'PMAN0082'.
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
           05  S-ABST-EIN-STATUS    PIC  X(002) VALUE SPACE.
               88 S-ABST-EIN-OK                 VALUE '00'.
               88 S-ABST-EIN-EOF                VALUE '10'.
      *
           05  S-BLATT-AUS-STATUS   PIC  X(002) VALUE SPACE.
               88 S-BLATT-AUS-OK                VALUE '00'.
      *
      *    * ERGEBNIS DER SUCHE IN Z-ABST-TAB (VGL. U02)
           05  S-WERT               PIC  9(001) VALUE ZERO.
               88 S-WERT-GEFUNDEN               VALUE 1.
               88 S-WERT-FEHLT                  VALUE ZERO.
      *
      *    * ERGEBNIS DER SUCHE IN Z-LAUF-TAB (VGL. U05)
           05  S-LAUF               PIC  9(001) VALUE ZERO.
               88 S-LAUF-GEFUNDEN               VALUE 1.
               88 S-LAUF-FEHLT                  VALUE ZERO.
      *
      ******************************************************************
       01  FILLER.
           05  FILLER                        PIC X(032)
                                    VALUE '*** ZWISCHENFELDER ETC ***'.
      *
           05 Z-ZAEHLER-ABST-EIN      PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-TEST          PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-UNGUELTIG     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DOPPELT       PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ZEILEN        PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-OK            PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-DIFFERENZ     PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-FEHLT         PIC 9(8) VALUE ZERO.
           05 Z-ZAEHLER-ENTFAELLT     PIC 9(8) VALUE ZERO.
      *
           05 Z-ZAEHLER               PIC 9(003).
      *
      *    * VERARBEITUNGSDATUM (AUS PARM), TT.MM.JJJJ WIE IN DEN
      *      KONTROLLSAETZEN
           05 Z-VERARB-DATUM          PIC 9(008) VALUE ZERO.
           05 Z-VERARB-DATUM-X REDEFINES Z-VERARB-DATUM
                                      PIC X(008).
           05 Z-VERARB-TAGE           PIC S9(008) COMP VALUE ZERO.
           05 Z-STICHTAG              PIC X(010) VALUE SPACE.
      *
      *    * GESELLSCHAFTSLISTE WIE IN PMAN0076 (PLATZ 18 = '**')
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
      *
      *    * SUCHBEGRIFF FUER Z-ABST-TAB / Z-LAUF-TAB (VGL. U02/U05)
           05 Z-SUCH-PGM              PIC X(008).
           05 Z-SUCH-DATUM            PIC X(010).
           05 Z-SUCH-GES              PIC X(002).
           05 Z-SUCH-KAT              PIC X(012).
           05 Z-WERT                  PIC 9(008).
      *
      *    * ZWISCHENWERTE DER ABSTIMMREGELN
           05 Z-LAUF-PGM              PIC X(008).
           05 Z-LAUF-DATUM            PIC X(010).
           05 Z-GES-LFD               PIC 9(003).
           05 Z-GES-X                 PIC X(002).
           05 Z-SUMME                 PIC 9(008).
           05 Z-SUMME-TREFFER         PIC 9(003).
           05 Z-WERT-LINKS            PIC 9(008).
           05 Z-WERT-RECHTS           PIC 9(008).
           05 Z-KONS-0076             PIC 9(008).
           05 Z-TREFFER-LINKS         PIC 9(001).
           05 Z-TREFFER-RECHTS        PIC 9(001).
      *
      *    * ZEILE DES ABSTIMMUNGSBLATTS (VGL. U06)
           05 Z-ZEILE-REGEL           PIC X(040).
           05 Z-ZEILE-DATUM           PIC X(010).
           05 Z-ZEILE-GES             PIC X(002).
           05 Z-ZEILE-LINKS           PIC 9(008).
           05 Z-ZEILE-RECHTS          PIC 9(008).
           05 Z-ZEILE-DIFFERENZ       PIC S9(008).
           05 Z-ZEILE-ERGEBNIS        PIC X(010).
           05 Z-ZEILE-DIFF-EDIT       PIC -(8)9.
      *
      ******************************************************************
      *    * KONTROLLSAETZE (GELADEN IN B1, SCHLUESSEL PROGRAMM +
      *      DATUM + GESELLSCHAFT + KATEGORIE)
       01  Z-ABST-BEREICH.
           05  Z-ABST-ANZAHL        PIC S9(004) COMP   VALUE ZERO.
           05  Z-ABST-LFD           PIC S9(004) COMP   VALUE ZERO.
           05  Z-ABST-FUND          PIC S9(004) COMP   VALUE ZERO.
           05  Z-ABST-TAB           OCCURS 3000 TIMES.
               10  Z-ABST-PGM       PIC X(008).
               10  Z-ABST-DATUM     PIC X(010).
               10  Z-ABST-GES       PIC X(002).
               10  Z-ABST-KAT       PIC X(012).
               10  Z-ABST-ANZ       PIC 9(008).
      *
      ******************************************************************
      *    * PROGRAMMLAEUFE (PROGRAMM + DATUM) IN EINGANGSFOLGE
       01  Z-LAUF-BEREICH.
           05  Z-LAUF-ANZAHL        PIC S9(004) COMP   VALUE ZERO.
           05  Z-LAUF-LFD           PIC S9(004) COMP   VALUE ZERO.
           05  Z-LAUF-FUND          PIC S9(004) COMP   VALUE ZERO.
           05  Z-LAUF-TAB           OCCURS 50 TIMES.
               10  Z-LAUF-TAB-PGM   PIC X(008).
               10  Z-LAUF-TAB-DATUM PIC X(010).

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *    * PARM= AUS DER AUFRUFENDEN JCL: VERARBEITUNGSDATUM
      *      'TTMMJJJJ' DES ABZUSTIMMENDEN PMAN0076-LAUFS (PFLICHT)
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
      *    * DIFFERENZEN UND LUECKEN AN DEN SCHEDULER MELDEN - DIE
      *      WIEN-UEBERTRAGUNG WIRD DANN NICHT FREIGEGEBEN
           IF Z-ZAEHLER-DIFFERENZ > ZERO
              OR Z-ZAEHLER-FEHLT > ZERO
              OR Z-ZAEHLER-DOPPELT > ZERO
              OR Z-ZAEHLER-UNGUELTIG > ZERO
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
      *  INPUT : ABST-SATZ-EIN                                          *
      *  OUTPUT: Z-ABST-BEREICH, Z-LAUF-BEREICH                         *
      *  VERARBEITUNG: KONTROLLSATZ IN DIE TABELLE UEBERNEHMEN.         *
      *                PROBELAUF-SAETZE WERDEN UEBERLESEN; SAETZE       *
      *                UNBEKANNTER PROGRAMME, MIT NICHT NUMERISCHER     *
      *                ANZAHL ODER MIT BEREITS VORHANDENEM SCHLUESSEL   *
      *                (LAUF DOPPELT IN ABSTIN) WERDEN GEMELDET UND     *
      *                FUEHREN ZUM WARNUNGS-RETURN-CODE                 *
      *----------------------------------------------------------------*
      *
           IF ABST-SATZ-DATEN-FILLER(1:4) = 'TEST'
              ADD K-1 TO Z-ZAEHLER-TEST
              GO TO B1-EXIT
           END-IF
      *
           IF (ABST-SATZ-DATEN-PGM NOT = K-PGM-0076
               AND ABST-SATZ-DATEN-PGM NOT = K-PGM-0078
               AND ABST-SATZ-DATEN-PGM NOT = K-PGM-0080
               AND ABST-SATZ-DATEN-PGM NOT = K-PGM-0081
               AND ABST-SATZ-DATEN-PGM NOT = K-PGM-0082)
              OR ABST-SATZ-DATEN-ANZAHL NOT NUMERIC
      *
              ADD K-1 TO Z-ZAEHLER-UNGUELTIG
              DISPLAY ' *** KONTROLLSATZ UNGUELTIG: '
                      ABST-SATZ-DATEN ' ***'
              GO TO B1-EXIT
      *
           END-IF
      *
           MOVE ABST-SATZ-DATEN-PGM         TO Z-SUCH-PGM
           MOVE ABST-SATZ-DATEN-DATUM       TO Z-SUCH-DATUM
           MOVE ABST-SATZ-DATEN-PGEB-GES    TO Z-SUCH-GES
           MOVE ABST-SATZ-DATEN-KATEGORIE   TO Z-SUCH-KAT
      *
           PERFORM U02-WERT-SUCHEN
      *
           IF S-WERT-GEFUNDEN
      *
              ADD K-1 TO Z-ZAEHLER-DOPPELT
              DISPLAY ' *** KONTROLLSATZ DOPPELT: '
                      ABST-SATZ-DATEN ' ***'
              GO TO B1-EXIT
      *
           END-IF
      *
           IF Z-ABST-ANZAHL >= K-ABST-MAX
              MOVE 'B1   '                TO ERR-ORT-SEC
              MOVE K-7                    TO ERR-ORT-LFD
              MOVE 'KONTROLLSATZ-TABELLE UEBERGELAUFEN'
                                          TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1 TO Z-ABST-ANZAHL
           MOVE ABST-SATZ-DATEN-PGM
             TO Z-ABST-PGM (Z-ABST-ANZAHL)
           MOVE ABST-SATZ-DATEN-DATUM
             TO Z-ABST-DATUM (Z-ABST-ANZAHL)
           MOVE ABST-SATZ-DATEN-PGEB-GES
             TO Z-ABST-GES (Z-ABST-ANZAHL)
           MOVE ABST-SATZ-DATEN-KATEGORIE
             TO Z-ABST-KAT (Z-ABST-ANZAHL)
           MOVE ABST-SATZ-DATEN-ANZAHL
             TO Z-ABST-ANZ (Z-ABST-ANZAHL)
      *
           PERFORM U04-LAUF-MERKEN
      *
           .
      *
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
           READ ABST-EINGABE
      *
           EVALUATE TRUE
           WHEN S-ABST-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ABST-EIN
      *
           WHEN S-ABST-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E0  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ABST-EIN-STATUS            TO S-DATEI-STATUS
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
           READ ABST-EINGABE
      *
           EVALUATE TRUE
           WHEN S-ABST-EIN-OK
              MOVE K-ZUSTAND-OK                 TO S-NZ
              ADD K-1                           TO Z-ZAEHLER-ABST-EIN
      *
           WHEN S-ABST-EIN-EOF
              MOVE K-ZUSTAND-EOF                TO S-NZ
      *
           WHEN OTHER
              MOVE 'E1  '                       TO ERR-ORT-SEC
              MOVE 'DATEI-STATUS UNGUELTIG'     TO ERR-VAR-ZEILE01
              MOVE S-ABST-EIN-STATUS            TO S-DATEI-STATUS
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
      *    - PARM (VERARBEITUNGSDATUM) PRUEFEN
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
           OPEN INPUT ABST-EINGABE
      *
           IF NOT S-ABST-EIN-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-3                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN ABST-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           OPEN OUTPUT BLATT-AUSGABE
      *
           IF NOT S-BLATT-AUS-OK
              MOVE 'V0   '               TO ERR-ORT-SEC
              MOVE K-4                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM ÖFFNEN BLATT-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BLATT-AUS-STATUS    TO S-DATEI-STATUS
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
      * IN   : PI-PARM-BEREICH ('TTMMJJJJ' = VERARBEITUNGSDATUM)        -
      * OUT  : Z-VERARB-DATUM (JJJJMMTT), Z-STICHTAG (TT.MM.JJJJ)       -
      * VERAR: DAS VERARBEITUNGSDATUM IST PFLICHT - ES BESTIMMT DIE     -
      *        ABZUSTIMMENDEN LAEUFE VON PMAN0076, PMAN0078 UND         -
      *        PMAN0082.                                                -
      *----------------------------------------------------------------
           IF PI-PARM-LAENGE NOT = K-8
              OR PI-PARM-DATEN(1:8) NOT NUMERIC
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-5                   TO ERR-ORT-LFD
              MOVE 'PARM FEHLT/UNGUELTIG (TTMMJJJJ)'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE PI-PARM-DATEN(5:4)       TO Z-VERARB-DATUM-X(1:4)
           MOVE PI-PARM-DATEN(3:2)       TO Z-VERARB-DATUM-X(5:2)
           MOVE PI-PARM-DATEN(1:2)       TO Z-VERARB-DATUM-X(7:2)
      *
           COMPUTE Z-VERARB-TAGE
                 = FUNCTION INTEGER-OF-DATE (Z-VERARB-DATUM)
      *
           IF Z-VERARB-TAGE = ZERO
      *
              MOVE 'V00  '               TO ERR-ORT-SEC
              MOVE K-6                   TO ERR-ORT-LFD
              MOVE 'PARM UNGUELTIG: KEIN KALENDERDATUM'
                                         TO ERR-VAR-ZEILE01
              MOVE PI-PARM-DATEN         TO ERR-VAR-ZEILE02
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
      *
           END-IF
      *
           MOVE Z-VERARB-DATUM-X(7:2)    TO Z-STICHTAG(1:2)
           MOVE '.'                      TO Z-STICHTAG(3:1)
           MOVE Z-VERARB-DATUM-X(5:2)    TO Z-STICHTAG(4:2)
           MOVE '.'                      TO Z-STICHTAG(6:1)
           MOVE Z-VERARB-DATUM-X(1:4)    TO Z-STICHTAG(7:4)
      *
           .
       V00-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------------
       N0-NACHLAUF SECTION.
      *-----------------------------------------------------------------
           PERFORM N09-ABSTIMMEN
           PERFORM N12-PROTOKOLL
           PERFORM N11-DATEIEN-SCHLIESSEN
      *
           .
       N0-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N09-ABSTIMMEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ABST-BEREICH, Z-LAUF-BEREICH, Z-STICHTAG               -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: ERST DIE VOLLSTAENDIGKEIT DER KETTE PRUEFEN, DANN JE     -
      *        PROGRAMMLAUF DIE ZUGEHOERIGEN ABSTIMMREGELN. PMAN0076,   -
      *        PMAN0078 UND PMAN0082 WERDEN ZUM STICHTAG ABGESTIMMT,    -
      *        PMAN0080 UND PMAN0081 ZUM DATUM DER ABGEGLICHENEN        -
      *        WIEN-AUSGABE (I.D.R. DER VORTAG).                        -
      *-----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY ' TAGESABSTIMMUNGSBLATT JOBKETTE PMAN0076 - PMAN0082'
                   ' ZUM ' Z-STICHTAG
           DISPLAY ' =============================================='
           DISPLAY ' REGEL                                    '
                   'DATUM      GS    LINKS   RECHTS DIFFERENZ ERGEBNIS'
           DISPLAY ' '
      *
           PERFORM N091-VOLLSTAENDIGKEIT
      *
           PERFORM VARYING Z-LAUF-LFD FROM K-1 BY K-1
             UNTIL Z-LAUF-LFD > Z-LAUF-ANZAHL
      *
              MOVE Z-LAUF-TAB-PGM (Z-LAUF-LFD)   TO Z-LAUF-PGM
              MOVE Z-LAUF-TAB-DATUM (Z-LAUF-LFD) TO Z-LAUF-DATUM
      *
              EVALUATE TRUE
              WHEN Z-LAUF-PGM = K-PGM-0076
               AND Z-LAUF-DATUM = Z-STICHTAG
                   PERFORM N092-REGEL-0076
              WHEN Z-LAUF-PGM = K-PGM-0078
               AND Z-LAUF-DATUM = Z-STICHTAG
                   PERFORM N093-REGEL-0078
              WHEN Z-LAUF-PGM = K-PGM-0080
                   PERFORM N094-REGEL-0080
              WHEN Z-LAUF-PGM = K-PGM-0081
                   PERFORM N095-REGEL-0081
              WHEN Z-LAUF-PGM = K-PGM-0082
                   PERFORM N096-REGEL-0082
              WHEN OTHER
      *    * PMAN0076-GENERATION DES VORTAGES (NUR FUER N094) ODER
      *      LAUF ZU EINEM ANDEREN STICHTAG
                   CONTINUE
              END-EVALUATE
      *
           END-PERFORM
      *
           .
       N09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N091-VOLLSTAENDIGKEIT SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-BEREICH, Z-STICHTAG                               -
      * OUT  : BLATT-AUSGABE (NUR ZEILEN 'FEHLT')                       -
      * VERAR: JEDES PROGRAMM DER KETTE MUSS KONTROLLSAETZE GELIEFERT   -
      *        HABEN: PMAN0076, PMAN0078 UND PMAN0082 ZUM STICHTAG,     -
      *        PMAN0080 UND PMAN0081 ZU IRGENDEINEM DATUM.              -
      *-----------------------------------------------------------------
           MOVE '**'                     TO Z-ZEILE-GES
           MOVE ZERO                     TO Z-ZEILE-LINKS
                                            Z-ZEILE-RECHTS
      *
           MOVE K-PGM-0076               TO Z-SUCH-PGM
           MOVE Z-STICHTAG               TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
           IF S-LAUF-FEHLT
              MOVE 'KONTROLLSAETZE PMAN0076' TO Z-ZEILE-REGEL
              MOVE Z-STICHTAG            TO Z-ZEILE-DATUM
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           MOVE K-PGM-0078               TO Z-SUCH-PGM
           MOVE Z-STICHTAG               TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
           IF S-LAUF-FEHLT
              MOVE 'KONTROLLSAETZE PMAN0078' TO Z-ZEILE-REGEL
              MOVE Z-STICHTAG            TO Z-ZEILE-DATUM
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           MOVE K-PGM-0080               TO Z-SUCH-PGM
           MOVE SPACE                    TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
           IF S-LAUF-FEHLT
              MOVE 'KONTROLLSAETZE PMAN0080' TO Z-ZEILE-REGEL
              MOVE SPACE                 TO Z-ZEILE-DATUM
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           MOVE K-PGM-0081               TO Z-SUCH-PGM
           MOVE SPACE                    TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
           IF S-LAUF-FEHLT
              MOVE 'KONTROLLSAETZE PMAN0081' TO Z-ZEILE-REGEL
              MOVE SPACE                 TO Z-ZEILE-DATUM
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           MOVE K-PGM-0082               TO Z-SUCH-PGM
           MOVE Z-STICHTAG               TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
           IF S-LAUF-FEHLT
              MOVE 'KONTROLLSAETZE PMAN0082' TO Z-ZEILE-REGEL
              MOVE Z-STICHTAG            TO Z-ZEILE-DATUM
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           .
       N091-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N092-REGEL-0076 SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-DATUM, Z-ABST-BEREICH                             -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: JE GESELLSCHAFT: GELESEN = GESENDET + SUSPENSE +         -
      *        PRUEFDATEI + VERM-AUSN + GESPERRT + KONSOLIDIERT         -
      *-----------------------------------------------------------------
           MOVE K-PGM-0076               TO Z-SUCH-PGM
           MOVE Z-LAUF-DATUM             TO Z-SUCH-DATUM
      *
           PERFORM VARYING Z-GES-LFD FROM K-1 BY K-1
             UNTIL Z-GES-LFD > K-18
      *
              PERFORM U03-GES-SETZEN
      *
              MOVE 'GELESEN'             TO Z-SUCH-KAT
              PERFORM U02-WERT-SUCHEN
      *
              IF S-WERT-GEFUNDEN
      *
                 MOVE Z-WERT             TO Z-ZEILE-LINKS
                 MOVE ZERO               TO Z-SUMME
                 MOVE 'GESENDET'         TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
                 MOVE 'SUSPENSE'         TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
                 MOVE 'PRUEFDATEI'       TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
                 MOVE 'VERM-AUSN'        TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
                 MOVE 'GESPERRT'         TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
                 MOVE 'KONSOLIDIERT'     TO Z-SUCH-KAT
                 PERFORM U07-WERT-ADDIEREN
      *
                 MOVE 'PMAN0076 GELESEN = VERTEILT'
                                         TO Z-ZEILE-REGEL
                 MOVE Z-LAUF-DATUM       TO Z-ZEILE-DATUM
                 MOVE Z-GES-X            TO Z-ZEILE-GES
                 MOVE Z-SUMME            TO Z-ZEILE-RECHTS
                 MOVE SPACE              TO Z-ZEILE-ERGEBNIS
                 PERFORM U06-ZEILE-SCHREIBEN
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N092-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N093-REGEL-0078 SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-DATUM, Z-ABST-BEREICH                             -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: JE GESELLSCHAFT: TDS-SAETZE OHNE ANTRAG LAUT PMAN0076    -
      *        (U03) = LAUT PMAN0078. IM KONSOLIDIERUNGSMODUS PRUEFT    -
      *        PMAN0076 NUR EINEN SATZ JE GRUPPE - DIE REGEL ENTFAELLT  -
      *        DANN. FEHLT DER PMAN0076-LAUF, MELDET DAS N091.          -
      *        '**' IST IN PMAN0078 DIE SUMME UND WIRD NICHT VERGLICHEN.-
      *-----------------------------------------------------------------
           MOVE K-PGM-0076               TO Z-SUCH-PGM
           MOVE Z-LAUF-DATUM             TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
      *
           IF S-LAUF-FEHLT
              GO TO N093-EXIT
           END-IF
      *
           PERFORM VARYING Z-GES-LFD FROM K-1 BY K-1
             UNTIL Z-GES-LFD > K-17
      *
              PERFORM U03-GES-SETZEN
      *
              MOVE 'TDS-O-ANTR'          TO Z-SUCH-KAT
              MOVE K-PGM-0076            TO Z-SUCH-PGM
              PERFORM U02-WERT-SUCHEN
              MOVE Z-WERT                TO Z-WERT-LINKS
              MOVE S-WERT                TO Z-TREFFER-LINKS
      *
              MOVE 'KONSOLIDIERT'        TO Z-SUCH-KAT
              PERFORM U02-WERT-SUCHEN
              MOVE Z-WERT                TO Z-KONS-0076
      *
              MOVE 'TDS-O-ANTR'          TO Z-SUCH-KAT
              MOVE K-PGM-0078            TO Z-SUCH-PGM
              PERFORM U02-WERT-SUCHEN
              MOVE Z-WERT                TO Z-WERT-RECHTS
              MOVE S-WERT                TO Z-TREFFER-RECHTS
      *
              IF Z-TREFFER-LINKS > ZERO
                 OR Z-TREFFER-RECHTS > ZERO
      *
                 MOVE 'PMAN0076 = PMAN0078 TDS OHNE ANTRAG'
                                         TO Z-ZEILE-REGEL
                 MOVE Z-LAUF-DATUM       TO Z-ZEILE-DATUM
                 MOVE Z-GES-X            TO Z-ZEILE-GES
                 MOVE Z-WERT-LINKS       TO Z-ZEILE-LINKS
                 MOVE Z-WERT-RECHTS      TO Z-ZEILE-RECHTS
                 IF Z-KONS-0076 > ZERO
                    MOVE 'ENTFAELLT'     TO Z-ZEILE-ERGEBNIS
                 ELSE
                    MOVE SPACE           TO Z-ZEILE-ERGEBNIS
                 END-IF
                 PERFORM U06-ZEILE-SCHREIBEN
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N093-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N094-REGEL-0080 SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-DATUM, Z-ABST-BEREICH                             -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: JE GESELLSCHAFT:                                         -
      *        - DATENSAETZE = BESTAETIGT + ABGELEHNT + UNBESTAETIGT    -
      *        - PMAN0076 GESENDET (GLEICHES DATUM) = PMAN0080          -
      *          BESTAETIGT + ABGELEHNT + UNBESTAETIGT. FEHLT DER       -
      *          PMAN0076-LAUF DIESES DATUMS IN ABSTIN, ENTSTEHT EINE   -
      *          ZEILE 'FEHLT'.                                         -
      *-----------------------------------------------------------------
           MOVE K-PGM-0076               TO Z-SUCH-PGM
           MOVE Z-LAUF-DATUM             TO Z-SUCH-DATUM
           PERFORM U05-LAUF-SUCHEN
      *
           IF S-LAUF-FEHLT
              MOVE 'PMAN0076 GESENDET = PMAN0080 QUITTIERT'
                                         TO Z-ZEILE-REGEL
              MOVE Z-LAUF-DATUM          TO Z-ZEILE-DATUM
              MOVE '**'                  TO Z-ZEILE-GES
              MOVE ZERO                  TO Z-ZEILE-LINKS
                                            Z-ZEILE-RECHTS
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
           END-IF
      *
           PERFORM VARYING Z-GES-LFD FROM K-1 BY K-1
             UNTIL Z-GES-LFD > K-18
      *
              PERFORM U03-GES-SETZEN
      *
              MOVE K-PGM-0080            TO Z-SUCH-PGM
              MOVE 'DATENSAETZE'         TO Z-SUCH-KAT
              PERFORM U02-WERT-SUCHEN
              MOVE S-WERT                TO Z-TREFFER-RECHTS
      *
              MOVE Z-WERT                TO Z-ZEILE-LINKS
              MOVE ZERO                  TO Z-SUMME
              MOVE 'BESTAETIGT'          TO Z-SUCH-KAT
              PERFORM U07-WERT-ADDIEREN
              MOVE 'ABGELEHNT'           TO Z-SUCH-KAT
              PERFORM U07-WERT-ADDIEREN
              MOVE 'UNBESTAETIGT'        TO Z-SUCH-KAT
              PERFORM U07-WERT-ADDIEREN
              MOVE Z-SUMME               TO Z-WERT-RECHTS
      *
              IF Z-TREFFER-RECHTS > ZERO
                 MOVE 'PMAN0080 DATENSAETZE = QUITTIERT'
                                         TO Z-ZEILE-REGEL
                 MOVE Z-LAUF-DATUM       TO Z-ZEILE-DATUM
                 MOVE Z-GES-X            TO Z-ZEILE-GES
                 MOVE Z-WERT-RECHTS      TO Z-ZEILE-RECHTS
                 MOVE SPACE              TO Z-ZEILE-ERGEBNIS
                 PERFORM U06-ZEILE-SCHREIBEN
              END-IF
      *
              IF S-LAUF-GEFUNDEN
      *
                 MOVE K-PGM-0076         TO Z-SUCH-PGM
                 MOVE 'GESENDET'         TO Z-SUCH-KAT
                 PERFORM U02-WERT-SUCHEN
      *
                 IF S-WERT-GEFUNDEN
                    OR Z-TREFFER-RECHTS > ZERO
                    MOVE 'PMAN0076 GESENDET = PMAN0080 QUITTIERT'
                                         TO Z-ZEILE-REGEL
                    MOVE Z-LAUF-DATUM    TO Z-ZEILE-DATUM
                    MOVE Z-GES-X         TO Z-ZEILE-GES
                    MOVE Z-WERT          TO Z-ZEILE-LINKS
                    MOVE Z-WERT-RECHTS   TO Z-ZEILE-RECHTS
                    MOVE SPACE           TO Z-ZEILE-ERGEBNIS
                    PERFORM U06-ZEILE-SCHREIBEN
                 END-IF
      *
              END-IF
      *
           END-PERFORM
      *
           .
       N094-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N095-REGEL-0081 SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-DATUM, Z-ABST-BEREICH                             -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: - GELADENE AUSNAHMEN = NACHGELIEFERT + ESKALIERT +       -
      *          OHNE DATENSATZ (NUR SUMMEN '**')                       -
      *        - GELADENE AUSNAHMEN = PMAN0080 ABGELEHNT +              -
      *          UNBESTAETIGT ALLER GESELLSCHAFTEN (GLEICHES DATUM).    -
      *          FEHLT DER PMAN0080-LAUF, ENTSTEHT EINE ZEILE 'FEHLT'.  -
      *-----------------------------------------------------------------
           MOVE K-PGM-0081               TO Z-SUCH-PGM
           MOVE Z-LAUF-DATUM             TO Z-SUCH-DATUM
           MOVE '**'                     TO Z-SUCH-GES
                                            Z-GES-X
      *
           MOVE 'AUSN-GELADEN'           TO Z-SUCH-KAT
           PERFORM U02-WERT-SUCHEN
           MOVE Z-WERT                   TO Z-ZEILE-LINKS
                                            Z-WERT-LINKS
      *
           MOVE ZERO                     TO Z-SUMME
           MOVE 'NACHGELIEF'             TO Z-SUCH-KAT
           PERFORM U07-WERT-ADDIEREN
           MOVE 'ESKALIERT'              TO Z-SUCH-KAT
           PERFORM U07-WERT-ADDIEREN
           MOVE 'OHNE-SATZ'              TO Z-SUCH-KAT
           PERFORM U07-WERT-ADDIEREN
      *
           MOVE 'PMAN0081 AUSNAHMEN = VERARBEITET'
                                         TO Z-ZEILE-REGEL
           MOVE Z-LAUF-DATUM             TO Z-ZEILE-DATUM
           MOVE Z-GES-X                  TO Z-ZEILE-GES
           MOVE Z-SUMME                  TO Z-ZEILE-RECHTS
           MOVE SPACE                    TO Z-ZEILE-ERGEBNIS
           PERFORM U06-ZEILE-SCHREIBEN
      *
           MOVE 'PMAN0080 AUSNAHMEN = PMAN0081 GELADEN'
                                         TO Z-ZEILE-REGEL
           MOVE Z-LAUF-DATUM             TO Z-ZEILE-DATUM
           MOVE '**'                     TO Z-ZEILE-GES
      *
           MOVE K-PGM-0080               TO Z-SUCH-PGM
           PERFORM U05-LAUF-SUCHEN
      *
           IF S-LAUF-FEHLT
              MOVE ZERO                  TO Z-ZEILE-LINKS
              MOVE Z-WERT-LINKS          TO Z-ZEILE-RECHTS
              MOVE 'FEHLT'               TO Z-ZEILE-ERGEBNIS
              PERFORM U06-ZEILE-SCHREIBEN
              GO TO N095-EXIT
           END-IF
      *
           MOVE ZERO                     TO Z-SUMME
      *
           PERFORM VARYING Z-GES-LFD FROM K-1 BY K-1
             UNTIL Z-GES-LFD > K-18
      *
              PERFORM U03-GES-SETZEN
              MOVE 'ABGELEHNT'           TO Z-SUCH-KAT
              PERFORM U07-WERT-ADDIEREN
              MOVE 'UNBESTAETIGT'        TO Z-SUCH-KAT
              PERFORM U07-WERT-ADDIEREN
      *
           END-PERFORM
      *
           MOVE '**'                     TO Z-ZEILE-GES
           MOVE Z-SUMME                  TO Z-ZEILE-LINKS
           MOVE Z-WERT-LINKS             TO Z-ZEILE-RECHTS
           MOVE SPACE                    TO Z-ZEILE-ERGEBNIS
           PERFORM U06-ZEILE-SCHREIBEN
      *
           .
       N095-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N096-REGEL-0082 SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-LAUF-DATUM, Z-ABST-BEREICH                             -
      * OUT  : BLATT-AUSGABE                                            -
      * VERAR: SUSPENSE-SAETZE GELESEN = REPARIERT + REST-SUSPENSE      -
      *-----------------------------------------------------------------
           MOVE K-PGM-0082               TO Z-SUCH-PGM
           MOVE Z-LAUF-DATUM             TO Z-SUCH-DATUM
           MOVE '**'                     TO Z-SUCH-GES
      *
           MOVE 'SUSP-EIN'               TO Z-SUCH-KAT
           PERFORM U02-WERT-SUCHEN
           MOVE Z-WERT                   TO Z-ZEILE-LINKS
      *
           MOVE ZERO                     TO Z-SUMME
           MOVE 'REPARIERT'              TO Z-SUCH-KAT
           PERFORM U07-WERT-ADDIEREN
           MOVE 'REST-SUSP'              TO Z-SUCH-KAT
           PERFORM U07-WERT-ADDIEREN
      *
           MOVE 'PMAN0082 SUSPENSE = REPARIERT + REST'
                                         TO Z-ZEILE-REGEL
           MOVE Z-LAUF-DATUM             TO Z-ZEILE-DATUM
           MOVE '**'                     TO Z-ZEILE-GES
           MOVE Z-SUMME                  TO Z-ZEILE-RECHTS
           MOVE SPACE                    TO Z-ZEILE-ERGEBNIS
           PERFORM U06-ZEILE-SCHREIBEN
      *
           .
       N096-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       N11-DATEIEN-SCHLIESSEN SECTION.
      *-----------------------------------------------------------------
      * VERAR: SCHLIESSEN DATEIEN                                      -
      *-----------------------------------------------------------------
           CLOSE ABST-EINGABE

           IF NOT S-ABST-EIN-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-9                   TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN ABST-EINGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-ABST-EIN-STATUS     TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           CLOSE BLATT-AUSGABE

           IF NOT S-BLATT-AUS-OK
              MOVE 'N11  '               TO ERR-ORT-SEC
              MOVE K-10                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHLIEßEN BLATT-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BLATT-AUS-STATUS    TO S-DATEI-STATUS
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
           DISPLAY ' PROTOKOLL: TAGESABSTIMMUNG JOBKETTE DVAG-WIEN'
           DISPLAY ' =============================================='
           DISPLAY ' '
           DISPLAY 'VERARBEITUNGSDATUM (PARM)         :  '
                   Z-STICHTAG
           DISPLAY 'ANZAHL KONTROLLSAETZE GELESEN     :  '
                   Z-ZAEHLER-ABST-EIN
           DISPLAY 'DAVON AUS PROBELAEUFEN (UEBERLES.):  '
                   Z-ZAEHLER-TEST
           DISPLAY 'DAVON UNGUELTIG                   :  '
                   Z-ZAEHLER-UNGUELTIG
           DISPLAY 'DAVON DOPPELT                     :  '
                   Z-ZAEHLER-DOPPELT
           DISPLAY 'ANZAHL PROGRAMMLAEUFE             :  '
                   Z-LAUF-ANZAHL
           DISPLAY ' '
           DISPLAY 'ZEILEN ABSTIMMUNGSBLATT           :  '
                   Z-ZAEHLER-ZEILEN
           DISPLAY 'DAVON OK                          :  '
                   Z-ZAEHLER-OK
           DISPLAY 'DAVON DIFFERENZ                   :  '
                   Z-ZAEHLER-DIFFERENZ
           DISPLAY 'DAVON FEHLT                       :  '
                   Z-ZAEHLER-FEHLT
           DISPLAY 'DAVON ENTFAELLT (KONSOLIDIERUNG)  :  '
                   Z-ZAEHLER-ENTFAELLT
           DISPLAY ' '
      *
           IF Z-ZAEHLER-DIFFERENZ > ZERO
              OR Z-ZAEHLER-FEHLT > ZERO
              OR Z-ZAEHLER-DOPPELT > ZERO
              OR Z-ZAEHLER-UNGUELTIG > ZERO
              DISPLAY ' *** ACHTUNG: ABSTIMMUNG NICHT AUFGEGANGEN -'
                      ' WIEN-UEBERTRAGUNG ERST NACH KLAERUNG'
                      ' FREIGEBEN ***'
              DISPLAY ' *** LAUF ENDET MIT WARNUNGS-RETURN-CODE ***'
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
       U02-WERT-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-SUCH-PGM, Z-SUCH-DATUM, Z-SUCH-GES, Z-SUCH-KAT         -
      * OUT  : S-WERT, Z-WERT (NULL, WENN NICHT GEFUNDEN), Z-ABST-FUND  -
      *-----------------------------------------------------------------
           MOVE ZERO TO Z-ABST-FUND
                        Z-WERT
           SET S-WERT-FEHLT TO TRUE
      *
           PERFORM VARYING Z-ABST-LFD FROM K-1 BY K-1
             UNTIL Z-ABST-LFD > Z-ABST-ANZAHL
                OR Z-ABST-FUND > ZERO
      *
              IF Z-ABST-PGM (Z-ABST-LFD)   = Z-SUCH-PGM
                 AND Z-ABST-DATUM (Z-ABST-LFD) = Z-SUCH-DATUM
                 AND Z-ABST-GES (Z-ABST-LFD)   = Z-SUCH-GES
                 AND Z-ABST-KAT (Z-ABST-LFD)   = Z-SUCH-KAT
                 MOVE Z-ABST-LFD TO Z-ABST-FUND
              END-IF
      *
           END-PERFORM
      *
           IF Z-ABST-FUND > ZERO
              SET S-WERT-GEFUNDEN TO TRUE
              MOVE Z-ABST-ANZ (Z-ABST-FUND) TO Z-WERT
           END-IF
      *
           .
       U02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U03-GES-SETZEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-GES-LFD (1-17 = Z-STAT-GES-NR, 18 = '**')              -
      * OUT  : Z-GES-X, Z-SUCH-GES                                      -
      *-----------------------------------------------------------------
           IF Z-GES-LFD = K-18
              MOVE '**'                       TO Z-GES-X
           ELSE
              MOVE Z-STAT-GES-NR (Z-GES-LFD)  TO Z-GES-X
           END-IF
      *
           MOVE Z-GES-X                       TO Z-SUCH-GES
      *
           .
       U03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U04-LAUF-MERKEN SECTION.
      *-----------------------------------------------------------------
      * IN   : ABST-SATZ-EIN                                            -
      * OUT  : Z-LAUF-BEREICH                                           -
      * VERAR: PROGRAMM + DATUM DES KONTROLLSATZES ALS PROGRAMMLAUF     -
      *        EINTRAGEN, FALLS NOCH NICHT VORHANDEN                    -
      *-----------------------------------------------------------------
           MOVE ABST-SATZ-DATEN-PGM      TO Z-SUCH-PGM
           MOVE ABST-SATZ-DATEN-DATUM    TO Z-SUCH-DATUM
      *
           PERFORM U05-LAUF-SUCHEN
      *
           IF S-LAUF-GEFUNDEN
              GO TO U04-EXIT
           END-IF
      *
           IF Z-LAUF-ANZAHL >= K-LAUF-MAX
              MOVE 'U04  '               TO ERR-ORT-SEC
              MOVE K-8                   TO ERR-ORT-LFD
              MOVE 'LAUF-TABELLE UEBERGELAUFEN'
                                         TO ERR-VAR-ZEILE01
              PERFORM BR93-PROG-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1 TO Z-LAUF-ANZAHL
           MOVE ABST-SATZ-DATEN-PGM
             TO Z-LAUF-TAB-PGM (Z-LAUF-ANZAHL)
           MOVE ABST-SATZ-DATEN-DATUM
             TO Z-LAUF-TAB-DATUM (Z-LAUF-ANZAHL)
      *
           .
       U04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U05-LAUF-SUCHEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-SUCH-PGM, Z-SUCH-DATUM (SPACE = BELIEBIGES DATUM)      -
      * OUT  : S-LAUF, Z-LAUF-FUND                                      -
      *-----------------------------------------------------------------
           MOVE ZERO TO Z-LAUF-FUND
           SET S-LAUF-FEHLT TO TRUE
      *
           PERFORM VARYING Z-LAUF-FUND FROM K-1 BY K-1
             UNTIL Z-LAUF-FUND > Z-LAUF-ANZAHL
                OR S-LAUF-GEFUNDEN
      *
              IF Z-LAUF-TAB-PGM (Z-LAUF-FUND) = Z-SUCH-PGM
                 AND (Z-SUCH-DATUM = SPACE
                   OR Z-LAUF-TAB-DATUM (Z-LAUF-FUND) = Z-SUCH-DATUM)
                 SET S-LAUF-GEFUNDEN TO TRUE
              END-IF
      *
           END-PERFORM
      *
           .
       U05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U06-ZEILE-SCHREIBEN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-ZEILE-... (ERGEBNIS SPACE = AUS DER DIFFERENZ BILDEN)  -
      * OUT  : BLATT-AUSGABE, PROTOKOLLZEILE, ZAEHLER                   -
      *-----------------------------------------------------------------
           COMPUTE Z-ZEILE-DIFFERENZ = Z-ZEILE-LINKS - Z-ZEILE-RECHTS
      *
           IF Z-ZEILE-ERGEBNIS = SPACE
              IF Z-ZEILE-DIFFERENZ = ZERO
                 MOVE 'OK'               TO Z-ZEILE-ERGEBNIS
              ELSE
                 MOVE 'DIFFERENZ'        TO Z-ZEILE-ERGEBNIS
              END-IF
           END-IF
      *
           EVALUATE Z-ZEILE-ERGEBNIS
           WHEN 'OK'
                ADD K-1 TO Z-ZAEHLER-OK
           WHEN 'DIFFERENZ'
                ADD K-1 TO Z-ZAEHLER-DIFFERENZ
           WHEN 'FEHLT'
                ADD K-1 TO Z-ZAEHLER-FEHLT
           WHEN OTHER
                ADD K-1 TO Z-ZAEHLER-ENTFAELLT
           END-EVALUATE
      *
           MOVE SPACE                    TO BLATT-SATZ-AUS
      *
           MOVE ';'                      TO BLATT-SATZ-DATEN-SEMIK-1
                                            BLATT-SATZ-DATEN-SEMIK-2
                                            BLATT-SATZ-DATEN-SEMIK-3
                                            BLATT-SATZ-DATEN-SEMIK-4
                                            BLATT-SATZ-DATEN-SEMIK-5
                                            BLATT-SATZ-DATEN-SEMIK-6
                                            BLATT-SATZ-DATEN-SEMIK-7
      *
           MOVE Z-ZEILE-REGEL            TO BLATT-SATZ-DATEN-REGEL
           MOVE Z-ZEILE-DATUM            TO BLATT-SATZ-DATEN-DATUM
           MOVE Z-ZEILE-GES              TO BLATT-SATZ-DATEN-PGEB-GES
           MOVE Z-ZEILE-LINKS            TO BLATT-SATZ-DATEN-LINKS
           MOVE Z-ZEILE-RECHTS           TO BLATT-SATZ-DATEN-RECHTS
           MOVE Z-ZEILE-DIFFERENZ        TO BLATT-SATZ-DATEN-DIFFERENZ
           MOVE Z-ZEILE-ERGEBNIS         TO BLATT-SATZ-DATEN-ERGEBNIS
      *
           WRITE BLATT-SATZ-AUS
      *
           IF NOT S-BLATT-AUS-OK
              MOVE 'U06  '               TO ERR-ORT-SEC
              MOVE K-11                  TO ERR-ORT-LFD
              MOVE 'FEHLER BEIM SCHREIBEN BLATT-AUSGABE-DATEI'
                                         TO ERR-VAR-ZEILE01
              MOVE S-BLATT-AUS-STATUS    TO S-DATEI-STATUS
              PERFORM BR94-DATEI-FEHLER
              PERFORM U01-ABBRUCH
           END-IF
      *
           ADD K-1                       TO Z-ZAEHLER-ZEILEN
      *
           MOVE Z-ZEILE-DIFFERENZ        TO Z-ZEILE-DIFF-EDIT
      *
           DISPLAY ' ' Z-ZEILE-REGEL ' ' Z-ZEILE-DATUM ' '
                   Z-ZEILE-GES ' ' Z-ZEILE-LINKS ' ' Z-ZEILE-RECHTS
                   ' ' Z-ZEILE-DIFF-EDIT ' ' Z-ZEILE-ERGEBNIS
      *
           .
       U06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       U07-WERT-ADDIEREN SECTION.
      *-----------------------------------------------------------------
      * IN   : Z-SUCH-PGM, Z-SUCH-DATUM, Z-SUCH-GES, Z-SUCH-KAT         -
      * OUT  : Z-SUMME (FEHLENDER WERT ZAEHLT NULL)                     -
      *-----------------------------------------------------------------
           PERFORM U02-WERT-SUCHEN
      *
           ADD Z-WERT TO Z-SUMME
      *
           .
       U07-EXIT.
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
      * INPUT : MUSS: K-PGM-NAME, S-DATEI-STATUS                   *
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
